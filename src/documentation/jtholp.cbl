IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTHOLP.

AUTHOR. DIGITAL EQUIPMENT CORPORATION.

*	COPYRIGHT (C) DIGITAL EQUIPMENT CORPORATION 1986.
*	ALL RIGHTS RESERVED.
*
*	THIS SOFTWARE IS FURNISHED UNDER A LICENSE AND MAY  BE  USED  AND
*	COPIED ONLY IN ACCORDANCE WITH THE TERMS OF SUCH LICENSE AND WITH
*	THE INCLUSION OF THE ABOVE COPYRIGHT NOTICE.   THIS  SOFTWARE  OR
*	ANY  OTHER  COPIES  THEREOF MAY NOT BE PROVIDED OR OTHERWISE MADE
*	AVAILABLE TO ANY OTHER PERSON.  NO TITLE TO AND OWNERSHIP OF  THE
*	SOFTWARE IS HEREBY TRANSFERRED.
*
*	THE INFORMATION IN THIS SOFTWARE IS  SUBJECT  TO  CHANGE  WITHOUT
*	NOTICE  AND  SHOULD  NOT  BE CONSTRUED AS A COMMITMENT BY DIGITAL
*	EQUIPMENT CORPORATION.
*
*	DIGITAL ASSUMES NO RESPONSIBILITY FOR THE USE OR  RELIABILITY  OF
*	ITS SOFTWARE ON EQUIPMENT THAT IS NOT SUPPLIED BY DIGITAL.
*
*	This program is a portion of the DIL Load Test sample
*	application.  It is the holiday posting run: for a week-ending
*	date, it picks that week's holidays off the plant holiday
*	calendar (JOBTICHOL, maintained by JTHOLM) and files the
*	holiday absence line for every active badge on the badge
*	master (JOBTICBDG), so nobody has to key it.
*
*	Nothing is written to JOBTICRMS directly.  The run signs on to
*	JTSERV like JTBSUB does and, for each badge, first asks for the
*	ticket already on file for the week (the INQUIRE exchange).  A
*	badge whose ticket already carries the holiday's absence code
*	is skipped.  Otherwise the holiday line is added after the
*	lines on file -- or makes up a ticket of its own, under the
*	badge master's name and cost center, when none is on file yet
*	-- and the whole ticket is filed as an ordinary update, so the
*	server applies every check it applies to a ticket keyed at
*	JTTERM (week closed, absence code, weekly ceiling, job master)
*	and journals and logs it under the signed-on operator.  Like
*	any re-filed ticket, a ticket that was on file goes back to
*	awaiting approval.
*
*	Two holidays in the same week under the same absence code go
*	on a single line carrying both days' hours.
*
*	The disposition report lists each badge posted, skipped or
*	rejected (with the reason), with totals.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. OCTOBER 1, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '01-Oct-86', 'Sandy Clemens')
* %(  Add the holiday posting run, so the holiday absence line is
*     filed for every active badge from the holiday calendar
*     (JOBTICHOL) instead of each employee keying it.  The line is
*     filed through JTSERV as an ordinary update; badges that
*     already have it are skipped.  File: JTHOLP.CBL (NEW) )%
*
* Edit (%O'2', '05-Nov-86', 'Sandy Clemens')
* %(  The data record now carries the ticket's shift code after
*     more-to-come.  A ticket on file is re-filed under the shift it
*     was filed under; a ticket made up of the holiday line alone
*     goes in as first shift (blank) -- absence hours carry no
*     shift differential.  An on-file shift code the server now
*     refuses (UPDA-BADCD locator 4) is reported as such.
*     File: JTHOLP.CBL )%
*
* Edit (%O'3', '10-Nov-86', 'Sandy Clemens')
* %(  The data record now carries a charge-to cost center for each
*     detail line after the shift code, six more words.  A line on
*     file is re-filed with the charge-to it was filed with; the
*     holiday line goes in with none -- absence hours stay with the
*     employee's own cost center.  A charge-to on file the server
*     now refuses (UPDA-BADCD locator (line * 10) + 4) is reported
*     as such.  File: JTHOLP.CBL )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.
	DECSYSTEM-20.

OBJECT-COMPUTER.
	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT HOL-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS HOL-DATE
	   FILE STATUS IS HOL-STATUS.

    SELECT BDG-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS BDG-BADGE-NUM
	   FILE STATUS IS BDG-STATUS.

DATA DIVISION.

FILE SECTION.

FD  HOL-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICHOL".

01  HOL-REC.
    05  HOL-DATE PIC 9(6).
    05  HOL-WK-END-DATE PIC 9(6).
    05  HOL-CODE PIC X(4).
    05  HOL-HOURS PIC 99V99.
    05  HOL-DESC PIC X(30).

FD  BDG-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICBDG".

01  BDG-REC.
    05  BDG-BADGE-NUM PIC 9(7).
    05  BDG-NAME PIC X(30).
    05  BDG-COST-CENTER PIC X(4).
    05  BDG-STATUS-CODE PIC X.
	88 BDG-ACTIVE VALUE "A".
	88 BDG-TERMINATED VALUE "T".

WORKING-STORAGE SECTION.

***** badge-or-close-request records ******************************************

01  BADGE-REC.
    05  REQTYP1 PIC S9(10) COMP.
    05  BADGE-NUM PIC 9(7).

***** data-or-stop-update records *********************************************

01  DATA-RECORD.
    05  REQTYP2 PIC S9(10) COMP.
    05  JOB-TICKET.
	10  NAME PIC X(30).
	10  COST-CENTER PIC X(4).
	10  WK-END-DATE PIC 9(6).
	10  TOTAL-HRS COMP-1.
	10  KOUNT PIC S9(10) COMP.
	10  DETAIL-LINES OCCURS 10.
	    15  ACTIV-CD PIC X(4).
	    15  PL-NUM PIC X(4).
	    15  DIS-NUM PIC 9(5) COMP.
	    15  MFG-NUM PIC 9(5) COMP.
	    15  HOURS COMP-1.
	    15  OP-CD PIC X(4).
	10  CONT-SEQ PIC S9(10) COMP.
	10  MORE-TO-COME PIC X(1).
	10  SHIFT-CD PIC X(1).
	10  CHARGE-CC PIC X(4) OCCURS 10.

***** message records *********************************************************

01  MESSAGE-REC PIC X(6).
01  MESSAGE-STUFF REDEFINES MESSAGE-REC.
    05  MESSAGE-DATA PIC S9(10) COMP.

***** badge master info received from the server on an update *****************

01  BDG-INFO-REC.
    05  BDGINF-NAME PIC X(30).
    05  BDGINF-COST-CENTER PIC X(4).
    05  FILLER PIC XX.

***** table of message values sent between server and remote ******************

01  MESSAGE-DATA-VALUES.
    05  B-EXIST PIC S9(10) COMP VALUE 0.
    05  B-NOTEXIST PIC S9(10) COMP VALUE 1.
    05  REQ-ERROR PIC S9(10) COMP VALUE 2.
    05  UPDA-OK PIC S9(10) COMP VALUE 3.
    05  UPDA-ERR PIC S9(10) COMP VALUE 4.
    05  UPDA-ABORT PIC S9(10) COMP VALUE 5.
    05  REV-NOTEXIST PIC S9(10) COMP VALUE 6.
    05  UPDA-DUP PIC S9(10) COMP VALUE 7.
    05  B-TERMINATED PIC S9(10) COMP VALUE 8.
    05  UPDA-BADCD PIC S9(10) COMP VALUE 9.
    05  UPDA-MAXHRS PIC S9(10) COMP VALUE 10.
    05  UPDA-NOTSAT PIC S9(10) COMP VALUE 11.
    05  UPDA-WKCLOSED PIC S9(10) COMP VALUE 12.
    05  ADJ-NOTCLOSED PIC S9(10) COMP VALUE 13.
    05  OPR-OK PIC S9(10) COMP VALUE 14.
    05  OPR-REFUSED PIC S9(10) COMP VALUE 15.
    05  OPR-NOAUTH PIC S9(10) COMP VALUE 16.
    05  UPDA-BADJOB PIC S9(10) COMP VALUE 17.

***** dil interface files *****************************************************

01  COPY-INTER-FILES.
    COPY DIL OF "SYS:DIL.LIB".
    COPY DIT OF "SYS:DIL.LIB".
    COPY DIX OF "SYS:DIL.LIB".

***** dil call return code parameters *****************************************

01  DILINI-PARAMETERS.
    05  DIL-INIT-STATUS PIC S9(10) COMP.
    05  DIL-STATUS PIC S9(10) COMP.
    05  DIL-SEVERITY PIC S9(10) COMP.
    05  DIL-MESSAGE PIC S9(10) COMP.

***** dit call parameters *****************************************************

01  NETNODE PIC X(6) VALUE "KL2137" USAGE IS DISPLAY-7.
01  OBJID PIC X(16) VALUE "135" USAGE IS DISPLAY-7.
01  DESCR PIC X(16) VALUE SPACES USAGE IS DISPLAY-7.
01  TASKNAME PIC X(16) VALUE SPACES USAGE IS DISPLAY-7.
01  USRID PIC X(39) VALUE SPACES USAGE IS DISPLAY-7.
01  PSWD PIC X(39) VALUE SPACES USAGE IS DISPLAY-7.
01  ACCT PIC X(39) VALUE SPACES USAGE IS DISPLAY-7.
01  OPCHAR PIC X(16) VALUE SPACES USAGE IS DISPLAY-7.

01  MSG-BYTSIZ PIC S9(10) COMP.
01  MSGLEN PIC S9(10) COMP.

***** the week being posted and its holidays **********************************

01  HOL-STATUS PIC X(2).

01  BDG-STATUS PIC X(2).

01  HOL-EOF-FLAG PIC X.
    88 HOL-NOT-END-OF-FILE VALUE "N".
    88 HOL-END-OF-FILE VALUE "Y".

01  BDG-EOF-FLAG PIC X.
    88 BDG-NOT-END-OF-FILE VALUE "N".
    88 BDG-END-OF-FILE VALUE "Y".

*	the week-ending date is keyed MM/DD/YY and carried year-first,
*	the order dates travel over the wire and sit in the file keys.

01  WEEK-ENDING.
    05  MON PIC 99.
    05  FILLER PIC X VALUE "/".
    05  DY PIC 99.
    05  FILLER PIC X VALUE "/".
    05  YR PIC 99.

01  DATE-HOLD.
    05  DH-YR PIC 99.
    05  DH-MO PIC 99.
    05  DH-DY PIC 99.

01  POST-WK-END-DATE PIC 9(6).

*	one entry per absence code among the week's holidays, with the
*	hours of every holiday under that code added together.  A week
*	holds at most five weekday holidays.

01  HOLIDAY-TABLE.
    05  HT-ENTRY OCCURS 5.
	10  HT-CODE PIC X(4).
	10  HT-HOURS PIC 99V99.
	10  HT-NEEDED PIC X.

77  HT-COUNT PIC S9(5) COMP.
77  HT-SUB PIC S9(5) COMP.
77  HT-FOUND PIC S9(5) COMP.
77  HT-LIMIT PIC S9(5) COMP VALUE 5.

01  HT-HOURS-DISP PIC Z9.99.

***** the ticket being assembled for one badge ********************************

01  TICKET-ON-FILE-FLAG PIC X.
    88 TICKET-ON-FILE VALUE "Y".
    88 NO-TICKET-ON-FILE VALUE "N".

01  REJECT-FLAG PIC X VALUE "N".
    88 TICKET-REJECTED VALUE "Y".
    88 TICKET-NOT-REJECTED VALUE "N".

01  REJ-REASON PIC X(50).

*	hours are held in the wire's own floating form, so the lines
*	already on file go back to the server exactly as they came.

01  TICKET-WORK.
    05  TW-BADGE-NUM PIC 9(7).
    05  TW-NAME PIC X(30).
    05  TW-COST-CENTER PIC X(4).
    05  TW-SHIFT-CD PIC X.
    05  TW-LINE-COUNT PIC S9(5) COMP.
    05  TW-LINE OCCURS 50.
	10  TW-ACTIV-CD PIC X(4).
	10  TW-PL-NUM PIC X(4).
	10  TW-DIS-NUM PIC 9(5).
	10  TW-MFG-NUM PIC 9(5).
	10  TW-HOURS COMP-1.
	10  TW-OP-CD PIC X(4).
	10  TW-CHARGE-CC PIC X(4).

01  TW-LINE-LIMIT PIC S9(5) COMP VALUE 50.

01  LINES-NEEDED PIC S9(5) COMP.

***** disposition report counters *********************************************

01  BADGES-READ PIC 9(5) VALUE 0.
01  BADGES-POSTED PIC 9(5) VALUE 0.
01  BADGES-ADDED-TO PIC 9(5) VALUE 0.
01  BADGES-SKIPPED PIC 9(5) VALUE 0.
01  BADGES-REJECTED PIC 9(5) VALUE 0.

01  SEGMENT-HOURS COMP-1.

77  NETLN PIC S9(10) COMP.
77  ANS PIC XXX.
77  DL-SUB PIC S9(5) COMP.
77  DL-SUB2 PIC S9(5) COMP.
77  SEG-NUM PIC S9(5) COMP.
77  SEG-COUNT PIC S9(5) COMP.
77  SEG-BASE PIC S9(5) COMP.
77  SEG-LINES PIC S9(5) COMP.
77  ABS-LINE PIC S9(5) COMP.
77  BAD-LINE PIC S9(5) COMP.
77  BAD-FIELD PIC S9(5) COMP.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "Holiday Hours Posting.".
    DISPLAY " ".

    PERFORM GET-WEEK-ENDING-DATE THRU GET-WEEK-EXIT.

    PERFORM LOAD-HOLIDAY-TABLE THRU LOAD-HOL-EXIT.

    PERFORM CONFIRM-POSTING THRU CONFIRM-EXIT.

    PERFORM CALL-DILINI.
    PERFORM OPEN-BINARY-ACTIVE-LINK.
    PERFORM SEND-ID-TO-SERVER.

    PERFORM OPERATOR-SIGN-ON THRU SIGN-ON-EXIT.

    PERFORM POST-ALL-BADGES THRU POST-ALL-EXIT.

    PERFORM FINISH-UP.

    PERFORM WRITE-DISPOSITION-TOTALS.

    STOP RUN.

*******************************************************************************

SELECT-WEEK SECTION.

*******************************************************************************

GET-WEEK-ENDING-DATE.

    DISPLAY "Please enter the 'week ending' date to post holidays for, that is,".
    DISPLAY "the date on Saturday.  Enter it in the form MM/DD/YY: "
	WITH NO ADVANCING ACCEPT WEEK-ENDING.

VALIDATE-WEEK-ENDING.

    IF MON NOT NUMERIC OR DY NOT NUMERIC OR YR NOT NUMERIC
	OR MON < 1 OR MON > 12 OR DY < 1 OR DY > 31
	DISPLAY "?Invalid date.  Enter the week ending date, form MM/DD/YY: "
	    WITH NO ADVANCING ACCEPT WEEK-ENDING
	GO TO VALIDATE-WEEK-ENDING.

    MOVE YR TO DH-YR.
    MOVE MON TO DH-MO.
    MOVE DY TO DH-DY.
    MOVE DATE-HOLD TO POST-WK-END-DATE.

GET-WEEK-EXIT.

LOAD-HOLIDAY-TABLE.

*	every holiday record carries the Saturday ending its week
*	(worked out by JTHOLM), so the week's holidays are simply the
*	records carrying this week-ending date.  The calendar is a few
*	dozen records at most; read it through.

    MOVE 0 TO HT-COUNT.
    MOVE "N" TO HOL-EOF-FLAG.

    OPEN INPUT HOL-FIL.

    IF HOL-STATUS NOT = "00"
	DISPLAY "%Holiday calendar file JOBTICHOL could not be opened."
	DISPLAY "%Nothing posted."
	STOP RUN.

    DISPLAY " ".
    DISPLAY "Holidays in the week ending " WEEK-ENDING ":".
    DISPLAY " ".

    PERFORM READ-ONE-HOLIDAY THRU READ-HOL-EXIT
	UNTIL HOL-END-OF-FILE.

    CLOSE HOL-FIL.

    IF HT-COUNT = 0
	DISPLAY "(none)"
	DISPLAY " "
	DISPLAY "%No holidays on the calendar for that week.  Nothing posted."
	STOP RUN.

LOAD-HOL-EXIT.

READ-ONE-HOLIDAY.

    READ HOL-FIL NEXT
	AT END MOVE "Y" TO HOL-EOF-FLAG
	       GO TO READ-HOL-EXIT.

    IF HOL-WK-END-DATE NOT = POST-WK-END-DATE
	GO TO READ-HOL-EXIT.

    MOVE HOL-HOURS TO HT-HOURS-DISP.
    DISPLAY "    " HOL-DATE "  " HOL-CODE "  " HT-HOURS-DISP "  " HOL-DESC.

*	a second holiday under a code already in the table adds its
*	hours to that entry's line.

    MOVE 0 TO HT-FOUND.

    PERFORM FIND-HOLIDAY-CODE THRU FIND-HOL-CODE-EXIT
	VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > HT-COUNT.

    IF HT-FOUND NOT = 0
	ADD HOL-HOURS TO HT-HOURS (HT-FOUND)
	GO TO READ-HOL-EXIT.

    IF HT-COUNT = HT-LIMIT
	DISPLAY "%More absence codes than one week can hold -- " HOL-CODE
		" ignored."
	GO TO READ-HOL-EXIT.

    ADD 1 TO HT-COUNT.
    MOVE HOL-CODE TO HT-CODE (HT-COUNT).
    MOVE HOL-HOURS TO HT-HOURS (HT-COUNT).

READ-HOL-EXIT.

    EXIT.

FIND-HOLIDAY-CODE.

    IF HT-CODE (HT-SUB) = HOL-CODE
	MOVE HT-SUB TO HT-FOUND.

FIND-HOL-CODE-EXIT.

    EXIT.

CONFIRM-POSTING.

    DISPLAY " ".
    DISPLAY "File these holiday hours for every active badge? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

CONFIRM-REACC.

    IF ANS = "N"
	DISPLAY "OK.  Nothing posted."
	STOP RUN

    ELSE IF ANS NOT = "Y"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO CONFIRM-REACC.

CONFIRM-EXIT.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

CALL-DILINI.

    ENTER MACRO DILINI USING DIL-INIT-STATUS,
			     DIL-STATUS,
			     DIL-MESSAGE,
			     DIL-SEVERITY.

    IF DIL-INIT-STATUS NOT = 1
	 DISPLAY "Call to DILINI not successful, program aborted."
	 STOP RUN.

*******************************************************************************

INIT-LINK SECTION.

*******************************************************************************

OPEN-BINARY-ACTIVE-LINK.

*	establish binary active link to server on dec-20

    ENTER MACRO NFOPB USING NETLN, NETNODE, OBJID, DESCR,
	 TASKNAME, USRID, PSWD, ACCT, OPCHAR, DIT-WAIT-YES.

    IF DIL-SEVERITY = STS-K-SUCCESS
	 DISPLAY " "
	 DISPLAY " Binary link open OK!"

    ELSE
	 IF DIL-MESSAGE = DIT-C-TOOMANY
	     PERFORM RETRY-BUSY-LINK THRU RETRY-BUSY-EXIT

	 ELSE
	     DISPLAY " "
	     DISPLAY "%NFOPB Fatal Error. Cannot open link. Process halted."
	     PERFORM DIL-STATUS-ABEND.

RETRY-BUSY-LINK.

    DISPLAY " ".
    DISPLAY "%JTSERV is busy -- all network links are in use.".
    DISPLAY "Try again (Y OR N)? " WITH NO ADVANCING ACCEPT ANS.

RETRY-BUSY-REACC.

    IF ANS = "Y"
	GO TO OPEN-BINARY-ACTIVE-LINK

    ELSE
	IF ANS = "N"
	    DISPLAY "%Process halted."
	    STOP RUN

	ELSE DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO RETRY-BUSY-REACC.

RETRY-BUSY-EXIT.


SEND-ID-TO-SERVER.

*	tell the server program that we are a DEC-20, and therefore
*	DEC-20 data will be passed over this link

    MOVE DIX-SYS-10-20 TO MESSAGE-DATA.

    MOVE 36 TO MSG-BYTSIZ.
    MOVE 1 TO MSGLEN.
    ENTER MACRO NFSND USING NETLN,
			    MSG-BYTSIZ,
			    MSGLEN,
			    MESSAGE-REC,
			    DIT-MSG-MSG.

    IF DIL-SEVERITY = STS-K-SUCCESS
	 DISPLAY "ID record sent to server ok"

    ELSE
	 DISPLAY " "
	 DISPLAY "%NFSND Fatal Error in initialization. Process Halted."
	 PERFORM DIL-STATUS-ABEND.

    MOVE LOW-VALUES TO MESSAGE-REC.

*******************************************************************************

SIGN-ON SECTION.

*******************************************************************************

*	The run signs on like a JTTERM session does: the clerk's
*	operator number goes to the server (reqtyp1 = 5) and is
*	validated against the operator authority file.  The operator
*	rides on every transaction log entry the run writes.

OPERATOR-SIGN-ON.

    DISPLAY "Please enter your operator number (0 to give up): "
	WITH NO ADVANCING ACCEPT BADGE-NUM.

    IF BADGE-NUM = 0
	DISPLAY "%No sign-on.  Nothing posted."
	PERFORM FINISH-UP
	STOP RUN.

SEND-SIGN-ON-TO-SERVER.

    MOVE 5 TO REQTYP1.
    PERFORM SEND-REQ1-TO-SERV THRU 1EXIT.

    IF DIL-SEVERITY = STS-K-SUCCESS
	NEXT SENTENCE
    ELSE
	DISPLAY "%NFSND Fatal Error while signing on. Process halted."
	PERFORM DIL-STATUS-ABEND.

    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

CHECK-SIGN-ON-REPLY.

    IF MESSAGE-DATA = OPR-OK
	DISPLAY "Operator " BADGE-NUM " signed on."
	GO TO SIGN-ON-EXIT.

    IF MESSAGE-DATA = OPR-REFUSED
	DISPLAY "?Sign-on refused -- that operator number is not active"
	DISPLAY "?on the operator file.  See your supervisor."
	GO TO OPERATOR-SIGN-ON.

    DISPLAY "%Error in return code from server. Process aborted.".
    PERFORM DIL-STATUS-ABEND.

SIGN-ON-EXIT.

*******************************************************************************

FINISH-UP SECTION.

*******************************************************************************

    MOVE 1 TO REQTYP1.
    PERFORM SEND-REQ1-TO-SERV THRU 1EXIT.

    IF DIL-SEVERITY = STS-K-SUCCESS
	DISPLAY "Disconnect request sent to server ok."
    ELSE
	DISPLAY "%NFSND Fatal Error while requesting disconnect."
	DISPLAY "   Process halted!"
	PERFORM DIL-STATUS-ABEND.

    ENTER MACRO NFGND USING NETLN, DIT-WAIT-YES.

    IF DIL-MESSAGE NOT = DIT-C-ABREJEVENT
       AND DIL-MESSAGE NOT = DIT-C-DISCONNECTEVENT

	DISPLAY "NFGND%ERR Expected disconnectevent - status return incorrect."
	DISPLAY "Dil-Message was: " DIL-MESSAGE
	DISPLAY "Dil-Severity was: " DIL-SEVERITY

    ELSE

	DISPLAY "NFGND$OK Disconnect OK".

*******************************************************************************

POST-BADGES SECTION.

*******************************************************************************

POST-ALL-BADGES.

    MOVE "N" TO BDG-EOF-FLAG.

    OPEN INPUT BDG-FIL.

    IF BDG-STATUS NOT = "00"
	DISPLAY "%Badge master file JOBTICBDG could not be opened."
	DISPLAY "%Nothing posted."
	GO TO POST-ALL-EXIT.

    DISPLAY " ".
    DISPLAY "DISPOSITION REPORT".
    DISPLAY " ".

    PERFORM POST-ONE-BADGE THRU POST-ONE-EXIT
	UNTIL BDG-END-OF-FILE.

    CLOSE BDG-FIL.

POST-ALL-EXIT.

POST-ONE-BADGE.

    READ BDG-FIL NEXT
	AT END MOVE "Y" TO BDG-EOF-FLAG
	       GO TO POST-ONE-EXIT.

    IF NOT BDG-ACTIVE
	GO TO POST-ONE-EXIT.

    ADD 1 TO BADGES-READ.
    MOVE "N" TO REJECT-FLAG.
    MOVE SPACES TO REJ-REASON.

    MOVE BDG-BADGE-NUM TO TW-BADGE-NUM.
    MOVE BDG-NAME TO TW-NAME.
    MOVE BDG-COST-CENTER TO TW-COST-CENTER.
    MOVE SPACE TO TW-SHIFT-CD.
    MOVE 0 TO TW-LINE-COUNT.

    PERFORM FETCH-TICKET-ON-FILE THRU FETCH-EXIT.

    IF TICKET-REJECTED
	PERFORM REPORT-REJECTED THRU REPORT-REJ-EXIT
	GO TO POST-ONE-EXIT.

*	an absence line under the holiday's code already on the
*	ticket -- keyed by the employee, or filed by an earlier run --
*	means that holiday is taken care of.

    MOVE 0 TO LINES-NEEDED.

    PERFORM CHECK-ONE-HOLIDAY THRU CHECK-ONE-HOL-EXIT
	VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > HT-COUNT.

    IF LINES-NEEDED = 0
	ADD 1 TO BADGES-SKIPPED
	DISPLAY "SKIPPED   " TW-BADGE-NUM "  " TW-NAME
		"  HOLIDAY LINE ALREADY ON FILE"
	GO TO POST-ONE-EXIT.

    IF TW-LINE-COUNT + LINES-NEEDED > TW-LINE-LIMIT
	MOVE "Y" TO REJECT-FLAG
	MOVE "TICKET FULL - NO ROOM FOR THE HOLIDAY LINE" TO REJ-REASON
	PERFORM REPORT-REJECTED THRU REPORT-REJ-EXIT
	GO TO POST-ONE-EXIT.

    PERFORM ADD-HOLIDAY-LINE THRU ADD-HOL-LINE-EXIT
	VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > HT-COUNT.

    PERFORM TRANSMIT-TICKET THRU TRANSMIT-EXIT.

    IF TICKET-REJECTED
	PERFORM REPORT-REJECTED THRU REPORT-REJ-EXIT
    ELSE
	PERFORM REPORT-POSTED THRU REPORT-POST-EXIT.

POST-ONE-EXIT.

    EXIT.

CHECK-ONE-HOLIDAY.

    MOVE "Y" TO HT-NEEDED (HT-SUB).

    PERFORM COMPARE-HOLIDAY-LINE THRU CHL-EXIT
	VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > TW-LINE-COUNT.

    IF HT-NEEDED (HT-SUB) = "Y"
	ADD 1 TO LINES-NEEDED.

CHECK-ONE-HOL-EXIT.

    EXIT.

COMPARE-HOLIDAY-LINE.

    IF TW-ACTIV-CD (DL-SUB) = HT-CODE (HT-SUB)
	AND TW-PL-NUM (DL-SUB) = SPACES
	MOVE "N" TO HT-NEEDED (HT-SUB).

CHL-EXIT.

    EXIT.

ADD-HOLIDAY-LINE.

*	the holiday goes on as an absence line: its code and hours,
*	a blank product line (the internal absence mark), and zero
*	discrete and manufacturing numbers.

    IF HT-NEEDED (HT-SUB) NOT = "Y"
	GO TO ADD-HOL-LINE-EXIT.

    ADD 1 TO TW-LINE-COUNT.
    MOVE TW-LINE-COUNT TO DL-SUB2.
    MOVE HT-CODE (HT-SUB) TO TW-ACTIV-CD (DL-SUB2).
    MOVE SPACES TO TW-PL-NUM (DL-SUB2).
    MOVE 0 TO TW-DIS-NUM (DL-SUB2).
    MOVE 0 TO TW-MFG-NUM (DL-SUB2).
    MOVE HT-HOURS (HT-SUB) TO TW-HOURS (DL-SUB2).
    MOVE SPACES TO TW-OP-CD (DL-SUB2).
    MOVE SPACES TO TW-CHARGE-CC (DL-SUB2).

ADD-HOL-LINE-EXIT.

    EXIT.

REPORT-REJECTED.

    ADD 1 TO BADGES-REJECTED.
    DISPLAY "REJECTED  " TW-BADGE-NUM "  " TW-NAME "  " REJ-REASON.

REPORT-REJ-EXIT.

    EXIT.

REPORT-POSTED.

    IF TICKET-ON-FILE
	ADD 1 TO BADGES-ADDED-TO
	DISPLAY "POSTED    " TW-BADGE-NUM "  " TW-NAME
		"  ADDED TO TICKET ON FILE"
    ELSE
	ADD 1 TO BADGES-POSTED
	DISPLAY "POSTED    " TW-BADGE-NUM "  " TW-NAME
		"  NEW TICKET".

REPORT-POST-EXIT.

    EXIT.

*******************************************************************************

FETCH-TICKET SECTION.

*******************************************************************************

FETCH-TICKET-ON-FILE.

*	the same inquiry exchange JTTERM's INQUIRE holds with the
*	server: badge number (reqtyp1 = 3), then a data record naming
*	the week.  The server answers with a status -- and, when a
*	ticket is on file, one data record per continuation segment,
*	flagged more-to-come on all but the last.

    MOVE "N" TO TICKET-ON-FILE-FLAG.

    MOVE 3 TO REQTYP1.
    MOVE TW-BADGE-NUM TO BADGE-NUM.
    PERFORM SEND-REQ1-TO-SERV THRU 1EXIT.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
	DISPLAY "%NFSND Fatal Error while sending badge. Process halted."
	PERFORM DIL-STATUS-ABEND.

    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

    IF MESSAGE-DATA = B-EXIST
	GO TO SEND-INQUIRY-DATA.

    IF MESSAGE-DATA = B-NOTEXIST
	MOVE "BADGE NOT ON SERVER'S BADGE MASTER" TO REJ-REASON
    ELSE
	IF MESSAGE-DATA = B-TERMINATED
	    MOVE "BADGE IS TERMINATED ON SERVER'S BADGE MASTER" TO REJ-REASON
	ELSE
	    IF MESSAGE-DATA = OPR-REFUSED
		MOVE "SERVER DOES NOT SHOW THIS RUN SIGNED ON" TO REJ-REASON
	    ELSE
		MOVE "UNEXPECTED BADGE REPLY FROM SERVER" TO REJ-REASON.

    MOVE "Y" TO REJECT-FLAG.

*	the server is waiting on a data-or-abort record for this
*	badge; send the abort so the link is left awaiting the next
*	badge number.

    MOVE 1 TO REQTYP2.
    MOVE "N" TO MORE-TO-COME.
    PERFORM SEND-DATA-TO-SERVER THRU SEND-DATA-EXIT.
    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

    GO TO FETCH-EXIT.

SEND-INQUIRY-DATA.

*	only the week-ending date identifies the ticket asked after.

    MOVE 0 TO REQTYP2.
    MOVE SPACES TO NAME.
    MOVE SPACES TO COST-CENTER.
    MOVE POST-WK-END-DATE TO WK-END-DATE.
    MOVE 0 TO TOTAL-HRS.
    MOVE 0 TO KOUNT.
    MOVE 0 TO CONT-SEQ.
    MOVE "N" TO MORE-TO-COME.
    MOVE SPACE TO SHIFT-CD.

    PERFORM SEND-DATA-TO-SERVER THRU SEND-DATA-EXIT.
    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

    IF MESSAGE-DATA = REV-NOTEXIST
	GO TO FETCH-EXIT.

    IF MESSAGE-DATA = UPDA-OK
	MOVE "Y" TO TICKET-ON-FILE-FLAG
	GO TO RECEIVE-TICKET-SEGMENT.

    MOVE "Y" TO REJECT-FLAG.
    MOVE "UNEXPECTED INQUIRY REPLY FROM SERVER" TO REJ-REASON.
    GO TO FETCH-EXIT.

RECEIVE-TICKET-SEGMENT.

    MOVE 36 TO MSG-BYTSIZ.
    MOVE 69 TO MSGLEN.

    ENTER MACRO NFRCV USING NETLN,
			    MSG-BYTSIZ,
			    MSGLEN,
			    DATA-RECORD,
			    DIT-MSG-MSG,
			    DIT-WAIT-YES.

    IF DIL-SEVERITY = STS-K-SUCCESS
	NEXT SENTENCE
    ELSE
	 DISPLAY "%NFRCV Fatal Error. Process halted."
	 PERFORM DIL-STATUS-ABEND.

*	the ticket on file is re-filed under the name, cost center
*	and shift it was filed under, not the badge master's.

    IF CONT-SEQ = 0
	MOVE NAME TO TW-NAME
	MOVE COST-CENTER TO TW-COST-CENTER
	MOVE SHIFT-CD TO TW-SHIFT-CD.

    PERFORM KEEP-ONE-LINE THRU KEEP-ONE-EXIT
	VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > KOUNT.

    IF MORE-TO-COME = "Y"
	GO TO RECEIVE-TICKET-SEGMENT.

FETCH-EXIT.

    EXIT.

KEEP-ONE-LINE.

*	a ticket longer than the work area cannot be re-filed from
*	here; the rest of its segments are still received (the server
*	sends them regardless) but not kept.

    IF TW-LINE-COUNT = TW-LINE-LIMIT
	MOVE "Y" TO REJECT-FLAG
	MOVE "TICKET ON FILE OVER 50 LINES - POST BY HAND" TO REJ-REASON
	GO TO KEEP-ONE-EXIT.

    ADD 1 TO TW-LINE-COUNT.
    MOVE TW-LINE-COUNT TO DL-SUB2.
    MOVE ACTIV-CD (DL-SUB) TO TW-ACTIV-CD (DL-SUB2).
    MOVE PL-NUM (DL-SUB) TO TW-PL-NUM (DL-SUB2).
    MOVE DIS-NUM (DL-SUB) TO TW-DIS-NUM (DL-SUB2).
    MOVE MFG-NUM (DL-SUB) TO TW-MFG-NUM (DL-SUB2).
    MOVE HOURS (DL-SUB) TO TW-HOURS (DL-SUB2).
    MOVE OP-CD (DL-SUB) TO TW-OP-CD (DL-SUB2).
    MOVE CHARGE-CC (DL-SUB) TO TW-CHARGE-CC (DL-SUB2).

KEEP-ONE-EXIT.

    EXIT.

*******************************************************************************

TRANSMIT SECTION.

*******************************************************************************

TRANSMIT-TICKET.

*	the same message exchange JTTERM and JTBSUB hold with the
*	server to file a ticket: badge number first, then -- when the
*	badge master vouches for the badge -- the ticket data in
*	segments of up to ten detail lines, each acknowledged before
*	the next is sent.

    MOVE 0 TO REQTYP1.
    MOVE TW-BADGE-NUM TO BADGE-NUM.
    PERFORM SEND-REQ1-TO-SERV THRU 1EXIT.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
	DISPLAY "%NFSND Fatal Error while sending badge. Process halted."
	PERFORM DIL-STATUS-ABEND.

    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

    IF MESSAGE-DATA = B-EXIST
	PERFORM RECEIVE-BADGE-INFO THRU RECEIVE-INFO-EXIT
	GO TO SEND-TICKET-SEGMENTS.

    IF MESSAGE-DATA = B-NOTEXIST
	MOVE "BADGE NOT ON SERVER'S BADGE MASTER" TO REJ-REASON
    ELSE
	IF MESSAGE-DATA = B-TERMINATED
	    MOVE "BADGE IS TERMINATED ON SERVER'S BADGE MASTER" TO REJ-REASON
	ELSE
	    MOVE "UNEXPECTED BADGE REPLY FROM SERVER" TO REJ-REASON.

    MOVE "Y" TO REJECT-FLAG.

    MOVE 1 TO REQTYP2.
    MOVE "N" TO MORE-TO-COME.
    PERFORM SEND-DATA-TO-SERVER THRU SEND-DATA-EXIT.
    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

    GO TO TRANSMIT-EXIT.

SEND-TICKET-SEGMENTS.

    COMPUTE SEG-COUNT = (TW-LINE-COUNT + 9) / 10.

    PERFORM SEND-ONE-SEGMENT THRU SEND-ONE-SEGMENT-EXIT
	VARYING SEG-NUM FROM 0 BY 1
	UNTIL SEG-NUM NOT < SEG-COUNT OR TICKET-REJECTED.

TRANSMIT-EXIT.

    EXIT.

RECEIVE-BADGE-INFO.

    MOVE 36 TO MSG-BYTSIZ.
    MOVE 6 TO MSGLEN.

    ENTER MACRO NFRCV USING NETLN,
			    MSG-BYTSIZ,
			    MSGLEN,
			    BDG-INFO-REC,
			    DIT-MSG-MSG,
			    DIT-WAIT-YES.

    IF DIL-SEVERITY = STS-K-SUCCESS
	NEXT SENTENCE
    ELSE
	DISPLAY "%NFRCV Fatal Error. Process halted."
	PERFORM DIL-STATUS-ABEND.

RECEIVE-INFO-EXIT.

    EXIT.

SEND-ONE-SEGMENT.

*	fill the wire record with up to ten of the ticket's lines and
*	send it; more-to-come is "Y" on all but the last segment.

    MOVE 0 TO REQTYP2.
    MOVE TW-NAME TO NAME.
    MOVE TW-COST-CENTER TO COST-CENTER.
    MOVE POST-WK-END-DATE TO WK-END-DATE.
    MOVE TW-SHIFT-CD TO SHIFT-CD.
    MOVE SEG-NUM TO CONT-SEQ.

    COMPUTE SEG-BASE = SEG-NUM * 10.
    COMPUTE SEG-LINES = TW-LINE-COUNT - SEG-BASE.
    IF SEG-LINES > 10
	MOVE 10 TO SEG-LINES.

    MOVE SEG-LINES TO KOUNT.
    MOVE 0 TO SEGMENT-HOURS.

    PERFORM FILL-ONE-LINE THRU FILL-ONE-EXIT
	VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > SEG-LINES.

    MOVE SEGMENT-HOURS TO TOTAL-HRS.

    IF SEG-NUM < SEG-COUNT - 1
	MOVE "Y" TO MORE-TO-COME
    ELSE
	MOVE "N" TO MORE-TO-COME.

    PERFORM SEND-DATA-TO-SERVER THRU SEND-DATA-EXIT.
    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

    IF MESSAGE-DATA = UPDA-OK
	GO TO SEND-ONE-SEGMENT-EXIT.

    MOVE "Y" TO REJECT-FLAG.

    IF MESSAGE-DATA = UPDA-DUP
	MOVE "DUPLICATE DETAIL LINE REFUSED BY SERVER" TO REJ-REASON
	GO TO SEND-ONE-SEGMENT-EXIT.

    IF MESSAGE-DATA = UPDA-BADCD
	PERFORM DECODE-BAD-CODE THRU DECODE-EXIT
	GO TO SEND-ONE-SEGMENT-EXIT.

    IF MESSAGE-DATA = UPDA-BADJOB
	PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT
	MOVE "A LINE ON FILE FAILS THE JOB MASTER CHECK NOW" TO REJ-REASON
	GO TO SEND-ONE-SEGMENT-EXIT.

    IF MESSAGE-DATA = UPDA-MAXHRS
	PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT
	MOVE "WEEKLY HOURS WOULD GO OVER SERVER CEILING" TO REJ-REASON
	GO TO SEND-ONE-SEGMENT-EXIT.

    IF MESSAGE-DATA = UPDA-NOTSAT
	MOVE "WEEK-ENDING DATE NOT A SATURDAY" TO REJ-REASON
	GO TO SEND-ONE-SEGMENT-EXIT.

    IF MESSAGE-DATA = UPDA-WKCLOSED
	MOVE "WEEK CLOSED FOR PAYROLL - SEE PAYROLL" TO REJ-REASON
	GO TO SEND-ONE-SEGMENT-EXIT.

    IF MESSAGE-DATA = B-NOTEXIST OR MESSAGE-DATA = B-TERMINATED
	MOVE "BADGE REFUSED BY SERVER AT UPDATE" TO REJ-REASON
	GO TO SEND-ONE-SEGMENT-EXIT.

    IF MESSAGE-DATA = UPDA-ERR
	MOVE "SERVER UPDATE ERROR" TO REJ-REASON
	GO TO SEND-ONE-SEGMENT-EXIT.

    MOVE "UNEXPECTED REPLY FROM SERVER" TO REJ-REASON.

SEND-ONE-SEGMENT-EXIT.

    EXIT.

FILL-ONE-LINE.

    COMPUTE ABS-LINE = SEG-BASE + DL-SUB.

    MOVE TW-ACTIV-CD (ABS-LINE) TO ACTIV-CD (DL-SUB).
    MOVE TW-PL-NUM (ABS-LINE) TO PL-NUM (DL-SUB).
    MOVE TW-DIS-NUM (ABS-LINE) TO DIS-NUM (DL-SUB).
    MOVE TW-MFG-NUM (ABS-LINE) TO MFG-NUM (DL-SUB).
    MOVE TW-HOURS (ABS-LINE) TO HOURS (DL-SUB).
    MOVE TW-OP-CD (ABS-LINE) TO OP-CD (DL-SUB).
    MOVE TW-CHARGE-CC (ABS-LINE) TO CHARGE-CC (DL-SUB).

    ADD TW-HOURS (ABS-LINE) TO SEGMENT-HOURS.

FILL-ONE-EXIT.

    EXIT.

DECODE-BAD-CODE.

*	an UPDA-BADCD rejection is followed by a locator word: ten
*	times the line number within the rejected segment, plus the
*	field -- or zero for the header cost center, 4 for its shift
*	code.  A refusal of the holiday line itself means its code has
*	been dropped from the reference file since the holiday was put
*	on the calendar.

    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

    DIVIDE MESSAGE-DATA BY 10 GIVING BAD-LINE REMAINDER BAD-FIELD.

    IF BAD-LINE = 0 AND BAD-FIELD = 0
	MOVE "COST CENTER NOT ON CODE REFERENCE FILE" TO REJ-REASON
	GO TO DECODE-EXIT.

    IF BAD-LINE = 0 AND BAD-FIELD = 4
	MOVE "SHIFT CODE ON FILE FAILS THE CODE CHECK NOW" TO REJ-REASON
	GO TO DECODE-EXIT.

    COMPUTE ABS-LINE = SEG-BASE + BAD-LINE.

    IF BAD-FIELD = 4
	MOVE "A CHARGE-TO ON FILE FAILS THE CODE CHECK NOW" TO REJ-REASON
    ELSE
	IF TW-PL-NUM (ABS-LINE) = SPACES
	    MOVE "ABSENCE CODE NOT ON CODE REFERENCE FILE" TO REJ-REASON
	ELSE
	    MOVE "A LINE ON FILE FAILS THE CODE CHECK NOW" TO REJ-REASON.

DECODE-EXIT.

    EXIT.

*******************************************************************************

PERFORM-CALLS SECTION.

*******************************************************************************

SEND-REQ1-TO-SERV.

*	request transfer of badge-number data to dec-20 server.  (this
*	will send the badge-rec to the server program).

    MOVE 36 TO MSG-BYTSIZ.
    MOVE 3 TO MSGLEN.

    ENTER MACRO NFSND USING NETLN,
			    MSG-BYTSIZ,
			    MSGLEN,
			    BADGE-REC,
			    DIT-MSG-MSG.

1EXIT.

SEND-DATA-TO-SERVER.

    MOVE 36 TO MSG-BYTSIZ.
    MOVE 69 TO MSGLEN.

    ENTER MACRO NFSND USING NETLN,
			    MSG-BYTSIZ,
			    MSGLEN,
			    DATA-RECORD,
			    DIT-MSG-MSG.

    IF DIL-SEVERITY = STS-K-SUCCESS
	NEXT SENTENCE
    ELSE
	DISPLAY "%NFSND Fatal Error. Process Halted."
	PERFORM DIL-STATUS-ABEND.

SEND-DATA-EXIT.

    EXIT.

GET-MESSAGE-FROM-SERVER.

*	receive a one-word message back from the server.

    MOVE 36 TO MSG-BYTSIZ.
    MOVE 1 TO MSGLEN.

    ENTER MACRO NFRCV USING NETLN,
			    MSG-BYTSIZ,
			    MSGLEN,
			    MESSAGE-REC,
			    DIT-MSG-MSG,
			    DIT-WAIT-YES.

    IF DIL-SEVERITY = STS-K-SUCCESS
	NEXT SENTENCE
    ELSE
	 DISPLAY "%NFRCV Fatal Error. Process halted."
	 PERFORM DIL-STATUS-ABEND.

2EXIT.

P-C-EXIT.

*******************************************************************************

DISPOSITION-TOTALS SECTION.

*******************************************************************************

WRITE-DISPOSITION-TOTALS.

    DISPLAY " ".
    DISPLAY "Active badges read:            " BADGES-READ.
    DISPLAY "Posted on a new ticket:        " BADGES-POSTED.
    DISPLAY "Posted onto a ticket on file:  " BADGES-ADDED-TO.
    DISPLAY "Skipped, already on file:      " BADGES-SKIPPED.
    DISPLAY "Rejected:                      " BADGES-REJECTED.

    IF BADGES-ADDED-TO NOT = 0
	DISPLAY "Tickets the holiday line was added to are back awaiting"
	DISPLAY "supervisor approval (JTAPPR).".

    IF BADGES-REJECTED NOT = 0
	DISPLAY "Rejected badges must have the holiday line keyed at JTTERM.".

    DISPLAY " ".

*******************************************************************************

DIL-ERRORS SECTION.

*******************************************************************************

DIL-STATUS-ABEND.

    IF DIL-MESSAGE = DIT-C-INVARG
	DISPLAY "%Dit$_Invarg -- Invalid arguement."

    ELSE
    IF DIL-MESSAGE = DIT-C-HORRIBLE
	DISPLAY "%Dit$_Horrible -- Internal or system error."

    ELSE
    IF DIL-MESSAGE = DIT-C-TOOMANY
	DISPLAY "%Dit$_Toomany -- Attempt to open too many files or links."

    ELSE
    IF DIL-MESSAGE = DIT-C-OVERRUN
	DISPLAY "%Dit$_Overrun -- Data overrun."

    ELSE
    IF DIL-MESSAGE = DIT-C-INTERRUPT
	DISPLAY "%Dit$_Interrupt -- Interrupt."

    ELSE
    IF DIL-MESSAGE = DIT-C-NOTENOUGH
	DISPLAY "%Dit$_Notenough -- Not enough data available."

    ELSE
    IF DIL-MESSAGE = DIT-C-ABORTREJECT
	DISPLAY "%Dit$_Abortreject -- Abort/reject."

    ELSE DISPLAY "%DIT SERIOUS ERROR -- Invalid return code.".

    STOP RUN.
