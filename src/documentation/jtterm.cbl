*    the reference file like any other code.  Blank product line
*    marks the absence line internally, since a work line can never
*    have one.  File: JTTERM.CBL )%
*
* Edit (%O'31', '22-Sep-86', 'Sandy Clemens')
* %( The server now checks each work line's manufacturing job and
*    discrete number against the job master file (JOBTICJOB,
*    maintained by JTJOBM).  Handle the new UPDA-BADJOB rejection:
*    receive the locator word that follows it and tell the operator
*    which line's job was refused, and whether it is unknown or
*    closed.  File: JTTERM.CBL )%
*
* Edit (%O'32', '22-Oct-86', 'Sandy Clemens')
* %( Add a COPY command: fetch the operator's ticket for a prior
*    week through the ordinary inquiry path and offer it as a draft
*    for a new week.  Name and cost center carry over (still
*    cross-checked against the badge master); each copied line is
*    kept with this week's hours, re-keyed or deleted in turn, and
*    new lines may follow.  The draft is then validated and filed
*    as an ordinary update under request type 6, which the server
*    logs as a copied ticket.  File: JTTERM.CBL )%
*
* Edit (%O'33', '05-Nov-86', 'Sandy Clemens')
* %( Shift code.  UPDATE (and COPY) asks which shift the ticket's
*    hours were worked on, blank for first shift, and ADJUST asks
*    for the corrected shift; the code goes to the server in the
*    data record after more-to-come, in the same word, so the
*    message length is unchanged.  The server checks it against the
*    code reference file (type S) and refuses an unknown one with
*    UPDA-BADCD locator 4.  A copied ticket keeps the copied week's
*    shift, and INQUIRE shows the shift code on file.
*    File: JTTERM.CBL )%
*
* Edit (%O'34', '10-Nov-86', 'Sandy Clemens')
* %( Loaned labor.  UPDATE (and COPY) and ADJUST ask, for each work
*    line, for the cost center that borrowed those hours, blank
*    when they were not loaned out; an absence line takes none.
*    The ten charge-to fields go to the server after the shift
*    code, six more words of data record.  The server checks a
*    charge-to against the code reference file (type C) and
*    refuses an unknown one with UPDA-BADCD locator (line * 10) +
*    4.  A kept copied line keeps its charge-to, and INQUIRE shows
*    each line's charge-to (blank for the ticket's own cost
*    center).  File: JTTERM.CBL )%
ENVIRONMENT DIVISION.

CONFIGURATION SECTION.
	    15  OP-CD PIC X(4).
	10  CONT-SEQ PIC S9(10) COMP.
	10  MORE-TO-COME PIC X(1).
	10  SHIFT-CD PIC X(1).
	10  CHARGE-CC PIC X(4) OCCURS 10.

***** message records *********************************************************

    05  OPR-NOAUTH PIC S9(10) COMP VALUE 16.
*	request refused -- reversals and adjustments take supervisor
*	authority on the operator file.
    05  UPDA-BADJOB PIC S9(10) COMP VALUE 17.
*	update rejected -- a work line's manufacturing job or discrete
*	number is not on the job master file, or is closed there.  The
*	server follows this message with a locator word: ten times the
*	detail line number plus 1 (job not on file), 2 (discrete number
*	not on file under the job) or 3 (job or discrete number closed).

***** badge master info received from the server on an update *****************


77  ADJ-SIGN PIC X.

***** ticket copied forward by the copy command *******************************

*	the prior week's ticket, held line by line as the draft for
*	the new week while the update is keyed.

01  COPY-FLAG PIC X VALUE "N".
    88 COPY-IN-PROGRESS VALUE "Y".
    88 NO-COPY-IN-PROGRESS VALUE "N".

01  DRAFT-LINE-FLAG PIC X VALUE "N".
    88 LINE-FROM-DRAFT VALUE "Y".
    88 LINE-NOT-FROM-DRAFT VALUE "N".

01  COPY-FROM-DATE PIC 9(6).
01  COPY-NAME PIC X(30).
01  COPY-COST-CENTER PIC X(4).
01  COPY-SHIFT-CD PIC X(1).

01  COPY-DRAFT.
    05  CD-LINE OCCURS 50.
	10  CD-ACTIV-CD PIC X(4).
	10  CD-PL-NUM PIC X(4).
	10  CD-DIS-NUM PIC 9(5) COMP.
	10  CD-MFG-NUM PIC 9(5) COMP.
	10  CD-HOURS COMP-1.
	10  CD-OP-CD PIC X(4).
	10  CD-CHARGE-CC PIC X(4).

77  CD-COUNT PIC S9(5) COMP.
77  CD-LIMIT PIC S9(5) COMP VALUE 50.
77  CD-LOST-COUNT PIC S9(5) COMP.
77  CD-SUB PIC S9(5) COMP.

*******************************************************************************

PROCEDURE DIVISION.
			    OR WS-COMMAND = "A"
			   PERFORM ADJUST-TICKET THRU ADJ-EXIT

			ELSE
			IF WS-COMMAND = "COPY"
				OR WS-COMMAND = "COP"
				OR WS-COMMAND = "CO"
				OR WS-COMMAND = "C"
			       PERFORM COPY-TICKET THRU CPY-EXIT

			ELSE
			IF WS-COMMAND = "EXIT"
				OR WS-COMMAND = "EXI"

SEND-BADGE-TO-SERVER.

*	a ticket copied forward from a prior week goes in as an
*	ordinary update under its own request type, so the server can
*	log it as a copy.

    IF COPY-IN-PROGRESS
	MOVE 6 TO REQTYP1
    ELSE
	MOVE 0 TO REQTYP1.
    PERFORM SEND-REQ1-TO-SERV THRU 1EXIT.

    IF DIL-SEVERITY = STS-K-SUCCESS
*	the server program).

    MOVE 36 TO MSG-BYTSIZ.
    MOVE 69 TO MSGLEN.

    ENTER MACRO NFSND USING NETLN,
			    MSG-BYTSIZ,
			   PERFORM DISPLAY-BAD-CODE THRU DBC-EXIT
			   GO TO UPDATE-EXIT

			ELSE
			IF MESSAGE-DATA = UPDA-BADJOB
			   PERFORM DISPLAY-BAD-JOB THRU DBJ-EXIT
			   GO TO UPDATE-EXIT

			ELSE
			     IF MESSAGE-DATA = B-NOTEXIST
				OR MESSAGE-DATA = B-TERMINATED
	DISPLAY "?update not completed.  See your supervisor to have it added."
	GO TO DBC-EXIT.

    IF BAD-LINE = 0 AND BAD-FIELD = 4
	DISPLAY "?The shift code is not on the code reference file --"
	DISPLAY "?update not completed.  Leave it blank for first shift."
	GO TO DBC-EXIT.

    IF BAD-FIELD = 4
	DISPLAY "?Detail line " BAD-LINE ": the charge-to cost center is not on"
	DISPLAY "?the code reference file, or is on an absence line --"
	DISPLAY "?update not completed."
	GO TO DBC-EXIT.

    IF BAD-FIELD = 1
	DISPLAY "?Detail line " BAD-LINE ": the activity code is not on"
	DISPLAY "?the code reference file -- update not completed."

    EXIT.

DISPLAY-BAD-JOB.

*	an UPDA-BADJOB rejection is followed by a locator word the same
*	way; fetch it and tell the operator which line's job was refused.

    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

    DIVIDE MESSAGE-DATA BY 10 GIVING BAD-LINE REMAINDER BAD-FIELD.

    IF BAD-FIELD = 1
	DISPLAY "?Detail line " BAD-LINE ": the manufacturing job number is not"
	DISPLAY "?on the job master file -- update not completed."

    ELSE
	IF BAD-FIELD = 2
	    DISPLAY "?Detail line " BAD-LINE ": the discrete number is not on"
	    DISPLAY "?the job master file under that job -- update not completed."

	ELSE
	    DISPLAY "?Detail line " BAD-LINE ": that job or discrete number is"
	    DISPLAY "?closed -- update not completed.".

DBJ-EXIT.

    EXIT.

DISPLAY-OVER-CEILING.

*	an UPDA-MAXHRS rejection is followed by the would-be weekly

COMMAND-HELP-TXT.

    DISPLAY "The options are:  UPDATE  COPY  REVERSE  INQUIRE  ADJUST  HELP  EXIT ".
    DISPLAY " ".
    DISPLAY "UPDATE is for adding weekly project information for an employee.".
    DISPLAY "COPY is for starting a week's ticket from a prior week's ticket".
    DISPLAY "  on file -- each copied line may be kept, changed or deleted.".
    DISPLAY "REVERSE is for cancelling a job ticket already on file.".
    DISPLAY "INQUIRE is for displaying a job ticket already on file.".
    DISPLAY "ADJUST is for filing a prior-period adjustment (signed hours".

    MOVE 0 TO TOTAL-HRS. 

*	a ticket copied forward starts from the copied name and cost
*	center, cross-checked against the badge master as if keyed.

    IF COPY-IN-PROGRESS
	MOVE COPY-NAME TO NAME
	MOVE COPY-COST-CENTER TO COST-CENTER
	DISPLAY " "
	DISPLAY "Name (copied):        " NAME
	DISPLAY "Cost center (copied): " COST-CENTER
	GO TO CROSS-CHECK-NAME.

    DISPLAY " ".
    DISPLAY "Please enter your full name, as it appears on your check: "
	WITH NO ADVANCING ACCEPT NAME.

GET-COST-CENTER.

    IF COPY-IN-PROGRESS
	GO TO CROSS-CHECK-COST-CENTER.

    DISPLAY " ".
    DISPLAY "Please enter your cost center number: "
	WITH NO ADVANCING ACCEPT COST-CENTER.
    MOVE DY TO DH-DY.
    MOVE WS-DATE-HOLD TO WK-END-DATE.

    IF COPY-IN-PROGRESS AND WK-END-DATE = COPY-FROM-DATE
	DISPLAY "?That is the week being copied.  Enter the new week ending date, form MM/DD/YY: "
	    WITH NO ADVANCING ACCEPT WEEK-ENDING
	GO TO VALIDATE-WEEK-ENDING.

GET-SHIFT-CODE.

*	the shift the hours were worked on prices the shift
*	differential in payroll.  Blank is first shift; any other code
*	is checked by the server against the code reference file.  A
*	copied ticket keeps the copied week's shift.

    IF COPY-IN-PROGRESS
	MOVE COPY-SHIFT-CD TO SHIFT-CD
	DISPLAY "Shift code (copied):  " SHIFT-CD
	GO TO START-DETAIL-LINES.

    DISPLAY " ".
    DISPLAY "Please enter the shift code the hours were worked on, or".
    DISPLAY "leave it blank for first shift: "
	WITH NO ADVANCING.
    MOVE SPACE TO SHIFT-CD.
    ACCEPT SHIFT-CD.

START-DETAIL-LINES.

    MOVE 0 TO KOUNT.
    MOVE 0 TO CONT-SEQ.

    IF COPY-IN-PROGRESS
	GO TO TAKE-DRAFT-LINE.

    DISPLAY " ".
    DISPLAY "Now enter the detail lines for each project you are working on: ".
    DISPLAY " ".

ACCEPT-DETAIL-LINES.

    MOVE "N" TO DRAFT-LINE-FLAG.

    ADD +1 TO KOUNT.

    DISPLAY "Enter the activity code for this project (or an absence".
	MOVE 0 TO DIS-NUM(KOUNT)
	MOVE 0 TO MFG-NUM(KOUNT)
	MOVE SPACES TO OP-CD(KOUNT)
	MOVE SPACES TO CHARGE-CC(KOUNT)
	GO TO GET-LINE-HOURS

    ELSE
	    WITH NO ADVANCING ACCEPT HOURS(KOUNT)
	GO TO VALIDATE-HOURS.

*	a line kept from a copied ticket keeps its operation code and
*	charge-to cost center.

    IF LINE-FROM-DRAFT
	DISPLAY " "
	GO TO CHECK-FOR-DUPLICATE-LINE.

*	an absence line is done here -- it carries no operation code.

    IF PL-NUM(KOUNT) = SPACES
	    WITH NO ADVANCING ACCEPT OP-CD(KOUNT)
	GO TO VALIDATE-OP-CD.

GET-CHARGE-CC.

*	hours worked for another department on loan are charged to
*	that department's cost center; blank means they were not
*	loaned out.  The server checks the cost center against the
*	code reference file.

    DISPLAY " ".
    DISPLAY "If these hours were loaned to another department, enter the".
    DISPLAY "cost center to charge them to; otherwise leave it blank: "
	WITH NO ADVANCING.
    MOVE SPACES TO CHARGE-CC(KOUNT).
    ACCEPT CHARGE-CC(KOUNT).

    DISPLAY " ".

CHECK-FOR-DUPLICATE-LINE.

    COMPUTE TOTAL-HRS = TOTAL-HRS + HOURS(KOUNT).

    IF COPY-IN-PROGRESS AND KOUNT < 10
	GO TO TAKE-DRAFT-LINE.

    IF KOUNT < 10
	DISPLAY "Do you want to add more project detail lines? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS
CONT-REACC.
    IF ANS = "Y"
	PERFORM SEND-CONTINUATION-SEGMENT THRU SEND-CONT-EXIT
	IF COPY-IN-PROGRESS
	    GO TO TAKE-DRAFT-LINE
	ELSE
	    GO TO ACCEPT-DETAIL-LINES
    ELSE
	IF ANS = "N"
	    IF COPY-IN-PROGRESS AND CD-SUB < CD-COUNT
		DISPLAY "%The remaining copied lines are left off this ticket."
		GO TO ACC-DAT-EXIT
	    ELSE
		GO TO ACC-DAT-EXIT
	ELSE DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO CONT-REACC.

TAKE-DRAFT-LINE.

*	the lines of a copied ticket are offered one at a time: kept
*	as they stand with this week's hours, re-keyed in full, or
*	deleted.  Once they are used up, further lines may be added
*	as on any update.

    ADD 1 TO CD-SUB.

    IF CD-SUB > CD-COUNT
	GO TO END-OF-DRAFT.

    MOVE CD-HOURS(CD-SUB) TO IH-LINE-HOURS.
    MOVE CD-DIS-NUM(CD-SUB) TO IH-DIS-NUM.
    MOVE CD-MFG-NUM(CD-SUB) TO IH-MFG-NUM.

    DISPLAY " ".
    DISPLAY "Copied line " CD-SUB ":".
    DISPLAY "ACT   P-L   DISCR  MFG    HOURS  OP    CHG".
    DISPLAY CD-ACTIV-CD(CD-SUB) "  " CD-PL-NUM(CD-SUB) "  " IH-DIS-NUM "  "
	    IH-MFG-NUM "  " IH-LINE-HOURS "  " CD-OP-CD(CD-SUB) "  "
	    CD-CHARGE-CC(CD-SUB).
    DISPLAY "Keep, change or delete this line? (K, C or D): "
	WITH NO ADVANCING ACCEPT ANS.

DRAFT-LINE-REACC.

    IF ANS = "D"
	GO TO TAKE-DRAFT-LINE.

    IF ANS = "C"
	DISPLAY " "
	GO TO ACCEPT-DETAIL-LINES.

    IF ANS NOT = "K"
	DISPLAY "(K, C OR D): " WITH NO ADVANCING ACCEPT ANS
	GO TO DRAFT-LINE-REACC.

*	a kept line takes only this week's hours; its codes stand.

    ADD +1 TO KOUNT.

    MOVE CD-ACTIV-CD(CD-SUB) TO ACTIV-CD(KOUNT).
    MOVE CD-PL-NUM(CD-SUB) TO PL-NUM(KOUNT).
    MOVE CD-DIS-NUM(CD-SUB) TO DIS-NUM(KOUNT).
    MOVE CD-MFG-NUM(CD-SUB) TO MFG-NUM(KOUNT).
    MOVE CD-OP-CD(CD-SUB) TO OP-CD(KOUNT).
    MOVE CD-CHARGE-CC(CD-SUB) TO CHARGE-CC(KOUNT).
    MOVE "Y" TO DRAFT-LINE-FLAG.

    GO TO GET-LINE-HOURS.

END-OF-DRAFT.

*	every copied line has been dealt with; from here the ticket
*	is finished like any other.  A ticket (or continuation
*	segment) still needs at least one line.

    MOVE "N" TO COPY-FLAG.

    DISPLAY " ".
    DISPLAY "End of the copied lines.".

    IF KOUNT = 0
	DISPLAY "No lines are left on this ticket -- enter a detail line: "
	DISPLAY " "
	GO TO ACCEPT-DETAIL-LINES.

    DISPLAY "Do you want to add more project detail lines? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

    GO TO REACC.

SEND-CONTINUATION-SEGMENT.

*	Ship the ten lines collected so far to the server as  one
	MOVE "Y" TO SEG-REJECT-FLAG
	GO TO ACC-DAT-EXIT
    ELSE
    IF MESSAGE-DATA = UPDA-BADJOB
	PERFORM DISPLAY-BAD-JOB THRU DBJ-EXIT
	DISPLAY "?Continuation ticket " CONT-SEQ " not accepted."
	MOVE "Y" TO SEG-REJECT-FLAG
	GO TO ACC-DAT-EXIT
    ELSE
    IF MESSAGE-DATA = UPDA-MAXHRS
	PERFORM DISPLAY-OVER-CEILING THRU DOC-EXIT
	DISPLAY "?Continuation ticket " CONT-SEQ " not accepted."
	    WITH NO ADVANCING ACCEPT COST-CENTER
	GO TO VALIDATE-ADJ-COST-CENTER.

GET-ADJ-SHIFT-CODE.

*	the adjustment's hours are priced at its shift's differential.

    DISPLAY " ".
    DISPLAY "Please enter the corrected shift code, or leave it blank".
    DISPLAY "for first shift: " WITH NO ADVANCING.
    MOVE SPACE TO SHIFT-CD.
    ACCEPT SHIFT-CD.

GET-ADJ-WEEK-ENDING.

    DISPLAY " ".
	GO TO VALIDATE-ADJ-OP-CD.

    DISPLAY " ".
    DISPLAY "Enter the corrected charge-to cost center, or leave it".
    DISPLAY "blank if the hours were not loaned out: "
	WITH NO ADVANCING.
    MOVE SPACES TO CHARGE-CC(KOUNT).
    ACCEPT CHARGE-CC(KOUNT).

    DISPLAY " ".

CHECK-FOR-ADJ-DUPLICATE.


*******************************************************************************

COPY-TICKET SECTION.

*******************************************************************************

*	A copy request fetches the operator's ticket for a prior week
*	through the ordinary inquiry path, holds its lines as a draft,
*	and then files a new week's ticket as an ordinary update under
*	request type 6 -- validated by the server like any update, but
*	logged as a copied ticket.  The copy becomes a new ticket, so
*	unlike an inquiry the badge must be active on the badge master.

ENTER-CPY-BADGE-NUM.

    MOVE "N" TO SEG-REJECT-FLAG.
    MOVE "N" TO COPY-FLAG.

    DISPLAY "Please enter your badge number: "
	WITH NO ADVANCING ACCEPT BADGE-NUM.

VALIDATE-CPY-BADGE-NUM.

    IF BADGE-NUM = 0
	DISPLAY "?Badge number must be greater than zero.  Please enter your badge number: "
	    WITH NO ADVANCING ACCEPT BADGE-NUM
	GO TO VALIDATE-CPY-BADGE-NUM.

    DISPLAY " ".


SEND-CPY-BADGE-TO-SERVER.

    MOVE 3 TO REQTYP1.
    PERFORM SEND-REQ1-TO-SERV THRU 1EXIT.

    IF DIL-SEVERITY = STS-K-SUCCESS
	 DISPLAY " Badge sent to server OK!"

    ELSE
	 DISPLAY "%NFSND Fatal Error while sending badge. Process halted."
	 PERFORM DIL-STATUS-ABEND.


RECEIVE-CPY-BADGE-MESSAGE.

    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.


ANALYZE-CPY-BADGE-RETURN.

    IF MESSAGE-DATA = B-EXIST
       DISPLAY " "
       DISPLAY "Badge number, " BADGE-NUM ", is active on the badge master."
       GO TO ACCEPT-CPY-WEEK-ENDING.

    IF MESSAGE-DATA = B-NOTEXIST
	DISPLAY " "
	DISPLAY "?Badge number, " BADGE-NUM ", is not on the badge master."
	DISPLAY "?See Personnel to have the badge added before filing a ticket."
	GO TO ABANDON-COPY.

    IF MESSAGE-DATA = B-TERMINATED
	DISPLAY " "
	DISPLAY "?Badge number, " BADGE-NUM ", is marked terminated on the badge master."
	DISPLAY "?No tickets may be filed under a terminated badge."
	GO TO ABANDON-COPY.

    IF MESSAGE-DATA = OPR-REFUSED
	DISPLAY " "
	DISPLAY "?The server does not show this session signed on --"
	DISPLAY "?copy refused.  EXIT and start a fresh session."
	GO TO ABANDON-COPY.

    DISPLAY "%Error in return code from server. Process aborted.".
    PERFORM DIL-STATUS-ABEND.

ACCEPT-CPY-WEEK-ENDING.

*	only the badge number and week-ending date identify the ticket
*	being copied -- clear the other fields, as on an inquiry.

    MOVE SPACES TO NAME.
    MOVE SPACES TO COST-CENTER.
    MOVE 0 TO TOTAL-HRS.
    MOVE 0 TO KOUNT.
    MOVE 0 TO CONT-SEQ.

    DISPLAY " ".
    DISPLAY "Please enter the 'week ending' date of the ticket to copy from, that is, the date on".
    DISPLAY "Saturday.  Enter it in the form MM/DD/YY: "
	WITH NO ADVANCING ACCEPT WEEK-ENDING.

VALIDATE-CPY-WEEK-ENDING.

    IF MON < 1 OR MON > 12 OR DY < 1 OR DY > 31
	DISPLAY "?Invalid date.  Enter the week ending date, form MM/DD/YY: "
	    WITH NO ADVANCING ACCEPT WEEK-ENDING
	GO TO VALIDATE-CPY-WEEK-ENDING.

    MOVE YR TO DH-YR.
    MOVE MON TO DH-MO.
    MOVE DY TO DH-DY.
    MOVE WS-DATE-HOLD TO WK-END-DATE.
    MOVE WK-END-DATE TO COPY-FROM-DATE.

SEND-CPY-DATA-TO-SERVER.

    MOVE 0 TO REQTYP2.
    MOVE "N" TO MORE-TO-COME.

    PERFORM SEND-DATA-TO-SERVER.
    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

CHECK-CPY-MSG.

    IF MESSAGE-DATA = REV-NOTEXIST
	DISPLAY "?No ticket on file for that badge number and week -- nothing to copy."
	GO TO CPY-EXIT.

    IF MESSAGE-DATA NOT = UPDA-OK
	DISPLAY "?Invalid return code from server while fetching the ticket to copy."
	GO TO CPY-EXIT.

    MOVE 0 TO CD-COUNT.
    MOVE 0 TO CD-LOST-COUNT.

RECEIVE-CPY-SEGMENT.

*	one data record arrives per continuation segment on file, as
*	on an inquiry; every line of every segment goes on the draft.

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

    IF CONT-SEQ = 0
	MOVE NAME TO COPY-NAME
	MOVE COST-CENTER TO COPY-COST-CENTER
	MOVE SHIFT-CD TO COPY-SHIFT-CD.

    PERFORM HOLD-ONE-DRAFT-LINE THRU HOLD-DRAFT-EXIT
	VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > KOUNT.

    IF MORE-TO-COME = "Y"
	GO TO RECEIVE-CPY-SEGMENT.

SHOW-DRAFT.

    DISPLAY " ".
    DISPLAY "Ticket for week ending " WEEK-ENDING " copied: " CD-COUNT
	    " detail line(s).".

    IF CD-LOST-COUNT NOT = 0
	DISPLAY "%Only the first " CD-LIMIT " lines are held; " CD-LOST-COUNT
		" line(s) are left off the draft.".

    DISPLAY "Each copied line is offered in turn -- keep it with this".
    DISPLAY "week's hours, change it (re-key the line) or delete it.".
    DISPLAY "Lines may be added after the last one.".
    DISPLAY " ".

FILE-COPIED-TICKET.

*	the badge is sent again under the copy request type and the
*	update exchange runs as it does for UPDATE, the draft lines
*	being offered where the operator would key new ones.

    MOVE "Y" TO COPY-FLAG.
    MOVE 0 TO CD-SUB.

    PERFORM SEND-BADGE-TO-SERVER THRU UPDATE-EXIT.

    MOVE "N" TO COPY-FLAG.

    GO TO CPY-EXIT.

HOLD-ONE-DRAFT-LINE.

    IF CD-COUNT = CD-LIMIT
	ADD 1 TO CD-LOST-COUNT
	GO TO HOLD-DRAFT-EXIT.

    ADD 1 TO CD-COUNT.

    MOVE ACTIV-CD(DL-SUB) TO CD-ACTIV-CD(CD-COUNT).
    MOVE PL-NUM(DL-SUB) TO CD-PL-NUM(CD-COUNT).
    MOVE DIS-NUM(DL-SUB) TO CD-DIS-NUM(CD-COUNT).
    MOVE MFG-NUM(DL-SUB) TO CD-MFG-NUM(CD-COUNT).
    MOVE HOURS(DL-SUB) TO CD-HOURS(CD-COUNT).
    MOVE OP-CD(DL-SUB) TO CD-OP-CD(CD-COUNT).
    MOVE CHARGE-CC(DL-SUB) TO CD-CHARGE-CC(CD-COUNT).

HOLD-DRAFT-EXIT.

    EXIT.

ABANDON-COPY.

*	the server is waiting on a data-or-abort record for this badge
*	number; send the abort so the link falls back to awaiting a new
*	badge number, then return to the command prompt.

    MOVE 1 TO REQTYP2.
    MOVE "N" TO MORE-TO-COME.

    PERFORM SEND-DATA-TO-SERVER.
    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

    IF MESSAGE-DATA NOT = UPDA-ABORT
	DISPLAY "?Invalid return code from server while aborting copy".

CPY-EXIT.

*******************************************************************************

INQUIRE-TICKET SECTION.

*******************************************************************************
*	the same layout this program uses to send a ticket in.

    MOVE 36 TO MSG-BYTSIZ.
    MOVE 69 TO MSGLEN.

    ENTER MACRO NFRCV USING NETLN,
			    MSG-BYTSIZ,
	DISPLAY " "
	DISPLAY "Name:             " NAME
	DISPLAY "Cost center:      " COST-CENTER
	DISPLAY "Shift code:       " SHIFT-CD
	DISPLAY "Week ending date: " WEEK-ENDING
    ELSE
	DISPLAY " "
	DISPLAY "Continuation segment " CONT-SEQ ":".

    DISPLAY " ".
    DISPLAY "ACT   P-L   DISCR  MFG    HOURS  OP    CHG".
    DISPLAY "----  ----  -----  -----  -----  ----  ----".

    PERFORM DISPLAY-ONE-INQ-LINE THRU DISPLAY-ONE-INQ-LINE-EXIT
	VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > KOUNT.
    MOVE MFG-NUM(DL-SUB) TO IH-MFG-NUM.

    DISPLAY ACTIV-CD(DL-SUB) "  " PL-NUM(DL-SUB) "  " IH-DIS-NUM "  "
	    IH-MFG-NUM "  " IH-LINE-HOURS "  " OP-CD(DL-SUB) "  "
	    CHARGE-CC(DL-SUB).

DISPLAY-ONE-INQ-LINE-EXIT.

