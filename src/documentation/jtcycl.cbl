IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTCYCL.

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
*	application.  It shows where each week stands in the Monday
*	payroll cycle, from the payroll cycle control file (JOBTICCYC)
*	that every cycle program stamps as it runs: 1 JTMISS, 2 JTAPPR,
*	3 JTPAYR, 4 JTXMIT payroll, 5 JTXMIT GL and 6 JTWKCL.  It first
*	lists every week that is not yet closed or still has a
*	transmission outstanding, with each step's status and date and
*	the step that comes next, then shows the full detail of any
*	week the operator asks for.  It changes nothing.
*
*	Step status:  D done, P partial (tickets still awaiting
*	approval), O JTPAYR rerun by override after a transmission, F
*	transmission failed its read-back, R week reopened, blank not
*	yet run.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. OCTOBER 20, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '20-Oct-86', 'Sandy Clemens')
* %(  Add the payroll cycle status display, listing the weeks still
*     open on the payroll cycle control file (JOBTICCYC) and the
*     step each one is waiting on.  File: JTCYCL.CBL (NEW) )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.
	DECSYSTEM-20.

OBJECT-COMPUTER.
	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT CYC-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS CYC-WK-END-DATE
	   FILE STATUS IS CYC-STATUS.

DATA DIVISION.

FILE SECTION.

FD  CYC-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICCYC".

*	the payroll cycle control record: one per week-ending date,
*	one step entry per program in the Monday cycle -- 1 JTMISS,
*	2 JTAPPR, 3 JTPAYR, 4 JTXMIT payroll, 5 JTXMIT GL, 6 JTWKCL.

01  CYC-REC.
    05  CYC-WK-END-DATE PIC 9(6).
    05  CYC-STEP OCCURS 6.
	10  CYC-STEP-STATUS PIC X.
	    88 CYC-STEP-NOT-RUN VALUE SPACE.
	    88 CYC-STEP-DONE VALUE "D".
	    88 CYC-STEP-PARTIAL VALUE "P".
	    88 CYC-STEP-OVERRIDDEN VALUE "O".
	    88 CYC-STEP-FAILED VALUE "F".
	    88 CYC-STEP-REOPENED VALUE "R".
	10  CYC-STEP-DATE PIC 9(6).
	10  CYC-STEP-TIME PIC 9(8).
	10  CYC-STEP-OPER PIC 9(7).
	10  CYC-STEP-COUNT PIC 9(7).
	10  CYC-STEP-EXC-COUNT PIC 9(7).
	10  CYC-STEP-HOURS PIC S9(7)V99.
	10  CYC-STEP-DOLLARS PIC S9(9)V99.

WORKING-STORAGE SECTION.

01  CYC-STATUS PIC X(2).

01  EOF-FLAG PIC X.
    88 NOT-END-OF-FILE VALUE "N".
    88 END-OF-FILE VALUE "Y".

01  OPEN-WEEK-COUNT PIC 9(5) VALUE 0.

***** operator-entered week ***************************************************

01  WK-DATE-ENTRY.
    05  DE-MON PIC 99.
    05  FILLER PIC X VALUE "/".
    05  DE-DY PIC 99.
    05  FILLER PIC X VALUE "/".
    05  DE-YR PIC 99.

01  DATE-HOLD.
    05  DH-YR PIC 99.
    05  DH-MO PIC 99.
    05  DH-DY PIC 99.

01  DONE-FLAG PIC X.
    88 DISPLAY-DONE VALUE "Y".
    88 DISPLAY-NOT-DONE VALUE "N".

***** listing lines ***********************************************************

*	one line per open week: each step's status letter and the date
*	it was stamped, then the step the week is waiting on.

01  SUMMARY-LINE.
    05  SL-WK-END-DATE PIC 9(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  SL-STEP OCCURS 6.
	10  SL-STATUS PIC X.
	10  FILLER PIC X VALUE SPACE.
	10  SL-DATE PIC 9(6).
	10  FILLER PIC X(2) VALUE SPACES.
    05  SL-NEXT-STEP PIC X(12).

01  DETAIL-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  DL-STEP-NAME PIC X(14).
    05  DL-STATUS PIC X.
    05  FILLER PIC X(2) VALUE SPACES.
    05  DL-DATE PIC 9(6).
    05  FILLER PIC X VALUE SPACE.
    05  DL-TIME PIC 9(8).
    05  FILLER PIC X VALUE SPACE.
    05  DL-OPER PIC 9(7).
    05  FILLER PIC X VALUE SPACE.
    05  DL-COUNT PIC Z(6)9.
    05  FILLER PIC X VALUE SPACE.
    05  DL-EXC-COUNT PIC Z(6)9.
    05  FILLER PIC X VALUE SPACE.
    05  DL-HOURS PIC Z(6)9.99-.
    05  FILLER PIC X VALUE SPACE.
    05  DL-DOLLARS PIC Z(8)9.99-.

*	the step names, in step order.

01  STEP-NAME-VALUES.
    05  FILLER PIC X(14) VALUE "JTMISS".
    05  FILLER PIC X(14) VALUE "JTAPPR".
    05  FILLER PIC X(14) VALUE "JTPAYR".
    05  FILLER PIC X(14) VALUE "JTXMIT PAYROLL".
    05  FILLER PIC X(14) VALUE "JTXMIT GL".
    05  FILLER PIC X(14) VALUE "JTWKCL CLOSE".

01  STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
    05  STEP-NAME PIC X(14) OCCURS 6.

77  CYC-SUB PIC S9(5) COMP.

77  CYC-PAYR-STEP PIC S9(5) COMP VALUE 3.
77  CYC-XPAY-STEP PIC S9(5) COMP VALUE 4.
77  CYC-XGL-STEP PIC S9(5) COMP VALUE 5.
77  CYC-CLOS-STEP PIC S9(5) COMP VALUE 6.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    OPEN INPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	DISPLAY "%Payroll cycle control file JOBTICCYC could not be opened."
	DISPLAY "%No cycle step has been recorded yet."
	STOP RUN.

    PERFORM LIST-OPEN-WEEKS THRU LIST-OPEN-EXIT.

    MOVE "N" TO DONE-FLAG.

    PERFORM SHOW-ONE-WEEK THRU SHOW-ONE-WEEK-EXIT
	UNTIL DISPLAY-DONE.

    CLOSE CYC-FIL.

    STOP RUN.

*******************************************************************************

OPEN-WEEKS SECTION.

*******************************************************************************

LIST-OPEN-WEEKS.

*	a week is open until JTWKCL has closed it, and is listed again
*	after a close if either transmission has since been lost to a
*	JTPAYR rerun or a failed read-back.

    DISPLAY " ".
    DISPLAY "PAYROLL CYCLE -- WEEKS NOT CLOSED OR WITH TRANSMISSIONS PENDING".
    DISPLAY " ".
    DISPLAY "WEEK    MISS         APPR         PAYR         "
	    "XPAY         XGL          CLOS         NEXT STEP".
    DISPLAY " ".

    MOVE "N" TO EOF-FLAG.

    PERFORM LIST-ONE-WEEK THRU LIST-ONE-WEEK-EXIT
	UNTIL END-OF-FILE.

    DISPLAY " ".
    DISPLAY "Weeks listed: " OPEN-WEEK-COUNT.
    DISPLAY "Status: D done, P partial, O override, F failed, R reopened.".
    DISPLAY " ".

LIST-OPEN-EXIT.

LIST-ONE-WEEK.

    READ CYC-FIL NEXT
	AT END MOVE "Y" TO EOF-FLAG
	       GO TO LIST-ONE-WEEK-EXIT.

    IF CYC-STEP-DONE (CYC-CLOS-STEP)
	AND CYC-STEP-DONE (CYC-XPAY-STEP)
	AND CYC-STEP-DONE (CYC-XGL-STEP)
	GO TO LIST-ONE-WEEK-EXIT.

    ADD 1 TO OPEN-WEEK-COUNT.

    MOVE CYC-WK-END-DATE TO SL-WK-END-DATE.

    PERFORM FORMAT-SUMMARY-STEP THRU FORMAT-SUMMARY-EXIT
	VARYING CYC-SUB FROM 1 BY 1 UNTIL CYC-SUB > 6.

*	the next step is the first one not yet done; a JTPAYR rerun by
*	override counts as done.

    MOVE "NONE" TO SL-NEXT-STEP.

    PERFORM FIND-NEXT-STEP THRU FIND-NEXT-EXIT
	VARYING CYC-SUB FROM 6 BY -1 UNTIL CYC-SUB < 1.

    DISPLAY SUMMARY-LINE.

LIST-ONE-WEEK-EXIT.

    EXIT.

FORMAT-SUMMARY-STEP.

    MOVE CYC-STEP-STATUS (CYC-SUB) TO SL-STATUS (CYC-SUB).
    MOVE CYC-STEP-DATE (CYC-SUB) TO SL-DATE (CYC-SUB).

FORMAT-SUMMARY-EXIT.

    EXIT.

FIND-NEXT-STEP.

*	worked from the last step back, so the earliest step not yet
*	done is the one left standing.

    IF CYC-STEP-DONE (CYC-SUB)
	GO TO FIND-NEXT-EXIT.

    IF CYC-SUB = CYC-PAYR-STEP
	AND CYC-STEP-OVERRIDDEN (CYC-SUB)
	GO TO FIND-NEXT-EXIT.

    MOVE STEP-NAME (CYC-SUB) TO SL-NEXT-STEP.

FIND-NEXT-EXIT.

    EXIT.

*******************************************************************************

WEEK-DETAIL SECTION.

*******************************************************************************

SHOW-ONE-WEEK.

    DISPLAY "Show which week-ending date (MM/DD/YY, RETURN to finish): "
	WITH NO ADVANCING ACCEPT WK-DATE-ENTRY.

VALIDATE-WEEK-ENDING.

    IF WK-DATE-ENTRY = SPACES
	MOVE "Y" TO DONE-FLAG
	GO TO SHOW-ONE-WEEK-EXIT.

    IF DE-MON < 1 OR DE-MON > 12 OR DE-DY < 1 OR DE-DY > 31
	DISPLAY "?Invalid date.  Enter the week-ending date, form MM/DD/YY: "
	    WITH NO ADVANCING ACCEPT WK-DATE-ENTRY
	GO TO VALIDATE-WEEK-ENDING.

    MOVE DE-YR TO DH-YR.
    MOVE DE-MON TO DH-MO.
    MOVE DE-DY TO DH-DY.
    MOVE DATE-HOLD TO CYC-WK-END-DATE.

    READ CYC-FIL
	INVALID KEY DISPLAY "%No payroll cycle step is on record for week ending "
			    WK-DATE-ENTRY "."
		    GO TO SHOW-ONE-WEEK-EXIT.

    DISPLAY " ".
    DISPLAY "WEEK ENDING " WK-DATE-ENTRY ":".
    DISPLAY " ".
    DISPLAY "  STEP          ST  DATE   TIME     OPER       "
	    "RECORDS  EXCEPT      HOURS       DOLLARS".

    PERFORM SHOW-ONE-STEP THRU SHOW-ONE-STEP-EXIT
	VARYING CYC-SUB FROM 1 BY 1 UNTIL CYC-SUB > 6.

    DISPLAY " ".

SHOW-ONE-WEEK-EXIT.

    EXIT.

SHOW-ONE-STEP.

    MOVE STEP-NAME (CYC-SUB) TO DL-STEP-NAME.
    MOVE CYC-STEP-STATUS (CYC-SUB) TO DL-STATUS.
    MOVE CYC-STEP-DATE (CYC-SUB) TO DL-DATE.
    MOVE CYC-STEP-TIME (CYC-SUB) TO DL-TIME.
    MOVE CYC-STEP-OPER (CYC-SUB) TO DL-OPER.
    MOVE CYC-STEP-COUNT (CYC-SUB) TO DL-COUNT.
    MOVE CYC-STEP-EXC-COUNT (CYC-SUB) TO DL-EXC-COUNT.
    MOVE CYC-STEP-HOURS (CYC-SUB) TO DL-HOURS.
    MOVE CYC-STEP-DOLLARS (CYC-SUB) TO DL-DOLLARS.

    DISPLAY DETAIL-LINE.

SHOW-ONE-STEP-EXIT.

    EXIT.
