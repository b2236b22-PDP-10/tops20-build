IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTFCAL.

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
*	application.  It maintains the fiscal calendar (JOBTICFCL):
*	one record per accounting period, keyed on the period number
*	(year and period within the year, YYPP), carrying the first and
*	last calendar dates of the period.  Periods may not overlap.
*	JTACCR works from the calendar at each period end to split the
*	labor of the week that straddles the close between the two
*	periods, and stamps the period with the date it was accrued.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. OCTOBER 15, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '15-Oct-86', 'Sandy Clemens')
* %(  Add the fiscal calendar file and its maintenance program, so
*     the month-end labor accrual (JTACCR) knows where each
*     accounting period starts and ends.  Every ADD, CHANGE and
*     DELETE appends a before/after entry to the maintenance audit
*     log (JOBTICMNT).  File: JTFCAL.CBL (NEW) )%
*
* Edit (%O'2', '12-Nov-86', 'Sandy Clemens')
* %(  PROGRAM-ID corrected to JTFCAL.  File: JTFCAL.CBL )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.
	DECSYSTEM-20.

OBJECT-COMPUTER.
	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT FCL-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS FCL-PERIOD
	   FILE STATUS IS FCL-STATUS.

    SELECT MNT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS MNT-STATUS.

DATA DIVISION.

FILE SECTION.

*	the fiscal calendar: the period's first and last dates are
*	year-first (YYMMDD) like every other date in the system.  The
*	accrued date is zero until JTACCR has run for the period.

FD  FCL-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICFCL".

01  FCL-REC.
    05  FCL-PERIOD.
	10  FCL-PER-YR PIC 99.
	10  FCL-PER-NUM PIC 99.
    05  FCL-START-DATE PIC 9(6).
    05  FCL-END-DATE PIC 9(6).
    05  FCL-ACCRUED-DATE PIC 9(6).

FD  MNT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICMNT".

01  MNT-REC.
    05  MNT-DATE PIC 9(6).
    05  MNT-TIME PIC 9(8).
    05  MNT-PROGRAM PIC X(6).
    05  MNT-ACTION PIC X(10).
    05  MNT-KEY PIC X(20).
    05  MNT-BEFORE PIC X(40).
    05  MNT-AFTER PIC X(40).

WORKING-STORAGE SECTION.

01  FCL-STATUS PIC X(2).

01  MNT-STATUS PIC X(2).

*	the before/after image of a period as it goes on the
*	maintenance audit log.

01  FCL-IMAGE.
    05  FILLER PIC X(5) VALUE "FROM ".
    05  FI-START-DATE PIC 9(6).
    05  FILLER PIC X(6) VALUE " THRU ".
    05  FI-END-DATE PIC 9(6).
    05  FILLER PIC X(5) VALUE " ACR ".
    05  FI-ACCRUED-DATE PIC 9(6).

*	the audit entry is staged here and moved to the record area
*	once the log is open.

01  MNT-WORK.
    05  MW-DATE PIC 9(6).
    05  MW-TIME PIC 9(8).
    05  MW-PROGRAM PIC X(6) VALUE "JTFCAL".
    05  MW-ACTION PIC X(10).
    05  MW-KEY PIC X(20).
    05  MW-BEFORE PIC X(40).
    05  MW-AFTER PIC X(40).

01  FCL-EOF-FLAG PIC X.
    88 FCL-NOT-END-OF-FILE VALUE "N".
    88 FCL-END-OF-FILE VALUE "Y".

*	the period number is keyed as four digits, year then period
*	within the year -- 8610 is the tenth period of 1986.

01  WORK-PERIOD.
    05  WP-YR PIC 99.
    05  WP-NUM PIC 99.

*	dates are carried year-first (YYMMDD) on file, like every other
*	date in the system; the clerk keys MM/DD/YY and it is
*	rearranged on entry.

01  FCL-DATE-ENTRY.
    05  FD-MON PIC 99.
    05  FILLER PIC X VALUE "/".
    05  FD-DY PIC 99.
    05  FILLER PIC X VALUE "/".
    05  FD-YR PIC 99.

01  FCL-DATE-HOLD.
    05  FH-YR PIC 99.
    05  FH-MO PIC 99.
    05  FH-DY PIC 99.

01  WORK-DATE PIC 9(6).

01  WORK-START-DATE PIC 9(6).

01  WORK-END-DATE PIC 9(6).

01  OVERLAP-FLAG PIC X.
    88 PERIODS-OVERLAP VALUE "Y".
    88 NO-OVERLAP VALUE "N".

01  OVERLAP-PERIOD PIC X(4).

01  LIST-COUNT PIC 9(5) VALUE 0.

77  WS-COMMAND PIC X(10).
77  ANS PIC XXX.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "Fiscal Calendar Maintenance.".
    DISPLAY " ".
    DISPLAY "Enter each accounting period under its number, year then".
    DISPLAY "period (YYPP), with its first and last dates.  JTACCR".
    DISPLAY "accrues the labor of the week straddling each period end.".
    DISPLAY " ".

    PERFORM OPEN-FCL-FILE THRU OPEN-FCL-EXIT.

    PERFORM COMMAND-PROMPT THRU COMMAND-PROMPT-EXIT.

    CLOSE FCL-FIL.

    STOP RUN.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

OPEN-FCL-FILE.

*	the first time this program is ever run there is no fiscal
*	calendar on disk yet; offer to create an empty one.

    OPEN INPUT-OUTPUT FCL-FIL.

    IF FCL-STATUS = "00"
	GO TO OPEN-FCL-EXIT.

    DISPLAY "%Fiscal calendar file JOBTICFCL could not be opened.".
    DISPLAY "Create a new (empty) fiscal calendar file? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

CREATE-REACC.

    IF ANS = "Y"
	OPEN OUTPUT FCL-FIL
	CLOSE FCL-FIL
	OPEN INPUT-OUTPUT FCL-FIL
	DISPLAY "New fiscal calendar file created."

    ELSE IF ANS = "N"
	     DISPLAY "%Process halted."
	     STOP RUN

	 ELSE DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	      GO TO CREATE-REACC.

    IF FCL-STATUS NOT = "00"
	DISPLAY "%Fiscal calendar file still could not be opened.  Process halted."
	STOP RUN.

OPEN-FCL-EXIT.

*******************************************************************************

COMMAND-PROMPT SECTION.

*******************************************************************************

DISPLAY-PROMPT.

    DISPLAY "JTFCAL>" WITH NO ADVANCING ACCEPT WS-COMMAND.

GET-COMMAND.

    IF WS-COMMAND = "HELP"
	OR WS-COMMAND = "HEL"
	OR WS-COMMAND = "HE"
	OR WS-COMMAND = "H"
	OR WS-COMMAND = "?"
       PERFORM COMMAND-HELP THRU CHELP-EXIT

    ELSE
	 IF WS-COMMAND = "ADD"
	     OR WS-COMMAND = "AD"
	     OR WS-COMMAND = "A"
	   PERFORM ADD-PERIOD THRU ADD-EXIT

	 ELSE
	      IF WS-COMMAND = "CHANGE"
		  OR WS-COMMAND = "CHANG"
		  OR WS-COMMAND = "CHAN"
		  OR WS-COMMAND = "CHA"
		  OR WS-COMMAND = "CH"
		  OR WS-COMMAND = "C"
		 PERFORM CHANGE-PERIOD THRU CHANGE-EXIT

	      ELSE
		   IF WS-COMMAND = "DELETE"
		       OR WS-COMMAND = "DELET"
		       OR WS-COMMAND = "DELE"
		       OR WS-COMMAND = "DEL"
		       OR WS-COMMAND = "DE"
		       OR WS-COMMAND = "D"
		      PERFORM DELETE-PERIOD THRU DELETE-EXIT

		   ELSE
			IF WS-COMMAND = "LIST"
			    OR WS-COMMAND = "LIS"
			    OR WS-COMMAND = "LI"
			    OR WS-COMMAND = "L"
			   PERFORM LIST-PERIODS THRU LIST-EXIT

			ELSE
			     IF WS-COMMAND = "EXIT"
				     OR WS-COMMAND = "EXI"
				     OR WS-COMMAND = "EX"
				     OR WS-COMMAND = "E"
				    GO TO COMMAND-PROMPT-EXIT

			     ELSE DISPLAY "?Command error: does not match keyword.".

    GO TO DISPLAY-PROMPT.

COMMAND-PROMPT-EXIT.

*******************************************************************************

COMMAND-HELP SECTION.

*******************************************************************************

COMMAND-HELP-TXT.

    DISPLAY "The options are:  ADD  CHANGE  DELETE  LIST  HELP  EXIT ".
    DISPLAY " ".
    DISPLAY "ADD is for adding an accounting period: its number (YYPP)".
    DISPLAY "  and its first and last dates.  Periods may not overlap.".
    DISPLAY "CHANGE is for changing a period's first or last date.".
    DISPLAY "DELETE is for removing a period from the calendar.".
    DISPLAY "LIST displays the calendar from a given period onward.".
    DISPLAY "HELP gives you this list of options. ".
    DISPLAY "EXIT is for exiting. ".
    DISPLAY " ".

CHELP-EXIT.

*******************************************************************************

ADD-PERIOD SECTION.

*******************************************************************************

ENTER-ADD-PERIOD.

    PERFORM GET-PERIOD-NUMBER THRU GET-PERIOD-EXIT.

CHECK-NOT-ALREADY-ON-FILE.

    MOVE WORK-PERIOD TO FCL-PERIOD.

    READ FCL-FIL
	INVALID KEY GO TO ENTER-ADD-DATES.

    DISPLAY "?Period " WORK-PERIOD " is already on file, " FCL-START-DATE
	    " through " FCL-END-DATE ".".
    DISPLAY "?Use CHANGE instead.".
    GO TO ADD-EXIT.

ENTER-ADD-DATES.

    PERFORM GET-PERIOD-DATES THRU GET-DATES-EXIT.

    MOVE SPACES TO OVERLAP-PERIOD.
    PERFORM CHECK-FOR-OVERLAP THRU CHECK-OVERLAP-EXIT.

    IF PERIODS-OVERLAP
	DISPLAY "?Those dates overlap period " OVERLAP-PERIOD ".  Period not added."
	GO TO ADD-EXIT.

WRITE-NEW-PERIOD.

    MOVE WORK-PERIOD TO FCL-PERIOD.
    MOVE WORK-START-DATE TO FCL-START-DATE.
    MOVE WORK-END-DATE TO FCL-END-DATE.
    MOVE 0 TO FCL-ACCRUED-DATE.

    WRITE FCL-REC
	INVALID KEY DISPLAY "?Write error -- period not added."
		    GO TO ADD-EXIT.

    DISPLAY "Period " FCL-PERIOD " added.".

    MOVE "ADD" TO MW-ACTION.
    MOVE "(NEW)" TO MW-BEFORE.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

ADD-EXIT.

*******************************************************************************

CHANGE-PERIOD SECTION.

*******************************************************************************

ENTER-CHANGE-PERIOD.

    PERFORM GET-PERIOD-NUMBER THRU GET-PERIOD-EXIT.

READ-PERIOD-FOR-CHANGE.

    MOVE WORK-PERIOD TO FCL-PERIOD.

    READ FCL-FIL
	INVALID KEY DISPLAY "?Period " WORK-PERIOD " is not on file."
		    GO TO CHANGE-EXIT.

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    PERFORM DISPLAY-PERIOD THRU DISPLAY-PER-EXIT.

*	a period already accrued can still be corrected, but the
*	accrual that went to the ledger was split on the old dates.

    IF FCL-ACCRUED-DATE NOT = 0
	DISPLAY "%This period was accrued on " FCL-ACCRUED-DATE ".  Run JTACCR"
	DISPLAY "%again after the change if the split week is affected.".

ENTER-CHANGE-DATES.

    PERFORM GET-PERIOD-DATES THRU GET-DATES-EXIT.

    MOVE WORK-PERIOD TO OVERLAP-PERIOD.
    PERFORM CHECK-FOR-OVERLAP THRU CHECK-OVERLAP-EXIT.

    IF PERIODS-OVERLAP
	DISPLAY "?Those dates overlap period " OVERLAP-PERIOD ".  Period not changed."
	GO TO CHANGE-EXIT.

*	the overlap scan moved on through the file; read the period
*	back before it is rewritten.

    MOVE WORK-PERIOD TO FCL-PERIOD.

    READ FCL-FIL
	INVALID KEY DISPLAY "?Period " WORK-PERIOD " has gone from the file."
		    GO TO CHANGE-EXIT.

    MOVE WORK-START-DATE TO FCL-START-DATE.
    MOVE WORK-END-DATE TO FCL-END-DATE.

REWRITE-CHANGED-PERIOD.

    REWRITE FCL-REC
	INVALID KEY DISPLAY "?Rewrite error -- period not changed."
		    GO TO CHANGE-EXIT.

    DISPLAY "Period " FCL-PERIOD " changed.".

    MOVE "CHANGE" TO MW-ACTION.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

CHANGE-EXIT.

*******************************************************************************

DELETE-PERIOD SECTION.

*******************************************************************************

ENTER-DELETE-PERIOD.

    PERFORM GET-PERIOD-NUMBER THRU GET-PERIOD-EXIT.

READ-PERIOD-FOR-DELETE.

    MOVE WORK-PERIOD TO FCL-PERIOD.

    READ FCL-FIL
	INVALID KEY DISPLAY "?Period " WORK-PERIOD " is not on file."
		    GO TO DELETE-EXIT.

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    PERFORM DISPLAY-PERIOD THRU DISPLAY-PER-EXIT.

    DISPLAY "Delete this period? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

DELETE-REACC.

    IF ANS = "N"
	DISPLAY "OK.  Period left on file."
	GO TO DELETE-EXIT

    ELSE IF ANS NOT = "Y"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO DELETE-REACC.

    DELETE FCL-FIL
	INVALID KEY DISPLAY "?Delete error -- period not removed."
		    GO TO DELETE-EXIT.

    DISPLAY "Period " WORK-PERIOD " deleted.".

    MOVE "DELETE" TO MW-ACTION.
    MOVE "(DELETED)" TO MW-AFTER.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

DELETE-EXIT.

*******************************************************************************

LIST-PERIODS SECTION.

*******************************************************************************

ENTER-LIST-PERIOD.

    DISPLAY "List from which period (YYPP, RETURN for the whole calendar): "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-PERIOD.
    ACCEPT WORK-PERIOD.

    IF WORK-PERIOD = SPACES
	MOVE "0000" TO WORK-PERIOD
	GO TO POSITION-TO-PERIOD.

    PERFORM VALIDATE-PERIOD-NUMBER THRU GET-PERIOD-EXIT.

POSITION-TO-PERIOD.

    MOVE WORK-PERIOD TO FCL-PERIOD.
    MOVE 0 TO LIST-COUNT.
    MOVE "N" TO FCL-EOF-FLAG.

    START FCL-FIL KEY IS NOT LESS THAN FCL-PERIOD
	INVALID KEY DISPLAY "(no periods on file)"
		    GO TO LIST-EXIT.

    DISPLAY " ".
    DISPLAY "PERIOD  START   END     ACCRUED".
    DISPLAY "------  ------  ------  -------".

    PERFORM LIST-ONE-PERIOD THRU LIST-ONE-EXIT
	UNTIL FCL-END-OF-FILE.

    IF LIST-COUNT = 0
	DISPLAY "(no periods on file)".

    DISPLAY " ".

LIST-EXIT.

LIST-ONE-PERIOD.

    READ FCL-FIL NEXT
	AT END MOVE "Y" TO FCL-EOF-FLAG
	       GO TO LIST-ONE-EXIT.

    IF FCL-ACCRUED-DATE = 0
	DISPLAY FCL-PERIOD "    " FCL-START-DATE "  " FCL-END-DATE
    ELSE
	DISPLAY FCL-PERIOD "    " FCL-START-DATE "  " FCL-END-DATE
		"  " FCL-ACCRUED-DATE.

    ADD 1 TO LIST-COUNT.

LIST-ONE-EXIT.

    EXIT.

*******************************************************************************

OVERLAP-CHECK SECTION.

*******************************************************************************

*	A period overlaps another if it starts on or before the other
*	ends and ends on or after the other starts.  The calendar is a
*	dozen or so records a year, so it is simply read end to end.
*	OVERLAP-PERIOD comes in holding the period being changed (it
*	may of course overlap its own old dates) or spaces on an add,
*	and goes out holding the period overlapped, if any.

CHECK-FOR-OVERLAP.

    MOVE "N" TO OVERLAP-FLAG.
    MOVE "N" TO FCL-EOF-FLAG.
    MOVE "0000" TO FCL-PERIOD.

    START FCL-FIL KEY IS NOT LESS THAN FCL-PERIOD
	INVALID KEY GO TO CHECK-OVERLAP-EXIT.

    PERFORM CHECK-ONE-PERIOD THRU CHECK-ONE-EXIT
	UNTIL FCL-END-OF-FILE OR PERIODS-OVERLAP.

CHECK-OVERLAP-EXIT.

    EXIT.

CHECK-ONE-PERIOD.

    READ FCL-FIL NEXT
	AT END MOVE "Y" TO FCL-EOF-FLAG
	       GO TO CHECK-ONE-EXIT.

    IF FCL-PERIOD = OVERLAP-PERIOD
	GO TO CHECK-ONE-EXIT.

    IF WORK-START-DATE NOT > FCL-END-DATE
	    AND WORK-END-DATE NOT < FCL-START-DATE
	MOVE "Y" TO OVERLAP-FLAG
	MOVE FCL-PERIOD TO OVERLAP-PERIOD.

CHECK-ONE-EXIT.

    EXIT.

*******************************************************************************

GET-FIELDS SECTION.

*******************************************************************************

GET-PERIOD-NUMBER.

    DISPLAY "Enter the fiscal period (YYPP, e.g. 8610): "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-PERIOD.
    ACCEPT WORK-PERIOD.

VALIDATE-PERIOD-NUMBER.

*	up to thirteen periods a year, for a four-week calendar.

    IF WP-YR NOT NUMERIC OR WP-NUM NOT NUMERIC
	    OR WP-NUM < 1 OR WP-NUM > 13
	DISPLAY "?Invalid period.  Enter the year and period, form YYPP: "
	    WITH NO ADVANCING ACCEPT WORK-PERIOD
	GO TO VALIDATE-PERIOD-NUMBER.

GET-PERIOD-EXIT.

GET-PERIOD-DATES.

    DISPLAY "Enter the first date of the period (MM/DD/YY): "
	WITH NO ADVANCING.
    PERFORM GET-FCL-DATE THRU GET-DATE-EXIT.
    MOVE WORK-DATE TO WORK-START-DATE.

GET-END-DATE.

    DISPLAY "Enter the last date of the period (MM/DD/YY): "
	WITH NO ADVANCING.
    PERFORM GET-FCL-DATE THRU GET-DATE-EXIT.
    MOVE WORK-DATE TO WORK-END-DATE.

    IF WORK-END-DATE < WORK-START-DATE
	DISPLAY "?The last date is before the first date."
	GO TO GET-END-DATE.

GET-DATES-EXIT.

GET-FCL-DATE.

*	the caller has already displayed the prompt.

    MOVE SPACES TO FCL-DATE-ENTRY.
    ACCEPT FCL-DATE-ENTRY.

VALIDATE-FCL-DATE.

    IF FD-MON NOT NUMERIC OR FD-DY NOT NUMERIC OR FD-YR NOT NUMERIC
	OR FD-MON < 1 OR FD-MON > 12 OR FD-DY < 1 OR FD-DY > 31
	DISPLAY "?Invalid date.  Enter the date, form MM/DD/YY: "
	    WITH NO ADVANCING ACCEPT FCL-DATE-ENTRY
	GO TO VALIDATE-FCL-DATE.

    MOVE FD-YR TO FH-YR.
    MOVE FD-MON TO FH-MO.
    MOVE FD-DY TO FH-DY.
    MOVE FCL-DATE-HOLD TO WORK-DATE.

GET-DATE-EXIT.

DISPLAY-PERIOD.

    DISPLAY " ".
    DISPLAY "Period:        " FCL-PERIOD.
    DISPLAY "First date:    " FCL-START-DATE.
    DISPLAY "Last date:     " FCL-END-DATE.

    IF FCL-ACCRUED-DATE NOT = 0
	DISPLAY "Accrued on:    " FCL-ACCRUED-DATE.

    DISPLAY " ".

DISPLAY-PER-EXIT.

*******************************************************************************

AUDIT-LOG SECTION.

*******************************************************************************

*	Append one before/after entry to the maintenance audit log for
*	every add, change and delete.  The log is opened and closed
*	around each entry, the way JTSERV writes the daily summary.

BUILD-BEFORE-IMAGE.

    MOVE FCL-START-DATE TO FI-START-DATE.
    MOVE FCL-END-DATE TO FI-END-DATE.
    MOVE FCL-ACCRUED-DATE TO FI-ACCRUED-DATE.
    MOVE FCL-IMAGE TO MW-BEFORE.

BUILD-BEFORE-EXIT.

    EXIT.

BUILD-AFTER-IMAGE.

    MOVE FCL-START-DATE TO FI-START-DATE.
    MOVE FCL-END-DATE TO FI-END-DATE.
    MOVE FCL-ACCRUED-DATE TO FI-ACCRUED-DATE.
    MOVE FCL-IMAGE TO MW-AFTER.

BUILD-AFTER-EXIT.

    EXIT.

WRITE-MNT-ENTRY.

    ACCEPT MW-DATE FROM DATE.
    ACCEPT MW-TIME FROM TIME.
    MOVE WORK-PERIOD TO MW-KEY.

    OPEN EXTEND MNT-FIL.

    IF MNT-STATUS NOT = "00"
	OPEN OUTPUT MNT-FIL.

    IF MNT-STATUS NOT = "00"
	DISPLAY "%Maintenance audit log JOBTICMNT could not be opened --"
	DISPLAY "%this change is NOT on the audit trail."
	GO TO WRITE-MNT-EXIT.

    MOVE MNT-WORK TO MNT-REC.
    WRITE MNT-REC.
    CLOSE MNT-FIL.

WRITE-MNT-EXIT.

    EXIT.
