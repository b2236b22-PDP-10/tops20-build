IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTHOLM.

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
*	application.  It maintains the plant holiday calendar
*	(JOBTICHOL): one record per holiday, keyed on the date the
*	plant observes it, carrying the absence code the holiday hours
*	are filed under (a reference type "B" code on JOBTICREF), the
*	standard hours each employee is credited for the day, and a
*	description.  The Saturday ending the holiday's week is worked
*	out here when the holiday is added and carried on the record,
*	so JTHOLP (which files the holiday line for every active badge)
*	and JTMISS (which lowers its minimum-hours test for a holiday
*	week) can pick a week's holidays straight off the file.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. OCTOBER 1, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '01-Oct-86', 'Sandy Clemens')
* %(  Add the plant holiday calendar and its maintenance program, so
*     holiday hours can be filed for every employee by JTHOLP
*     instead of each employee keying the absence line.  Every ADD,
*     CHANGE and DELETE appends a before/after entry to the
*     maintenance audit log (JOBTICMNT).  File: JTHOLM.CBL (NEW) )%
*
* Edit (%O'2', '08-Oct-86', 'Sandy Clemens')
* %(  Code reference record layout.  JOBTICREF records now carry a
*     direct/indirect labor class after the description (set by
*     JTCODE on activity codes, reported by JTUTIL); the record
*     description here is extended to match the file.
*     File: JTHOLM.CBL )%

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
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS HOL-DATE
	   FILE STATUS IS HOL-STATUS.

    SELECT REF-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS REF-KEY
	   FILE STATUS IS REF-STATUS.

    SELECT MNT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS MNT-STATUS.

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

FD  REF-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICREF".

01  REF-REC.
    05  REF-KEY.
	10  REF-CODE-TYPE PIC X.
	10  REF-CODE PIC X(4).
    05  REF-DESC PIC X(30).
    05  REF-LABOR-CLASS PIC X.

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

01  HOL-STATUS PIC X(2).

01  REF-STATUS PIC X(2).

01  MNT-STATUS PIC X(2).

*	the before/after image of a holiday record as it goes on the
*	maintenance audit log: week-ending date, absence code, hours
*	and description (as much as fits).

01  HOL-IMAGE.
    05  HI-WK-END-DATE PIC 9(6).
    05  FILLER PIC X VALUE SPACE.
    05  HI-CODE PIC X(4).
    05  FILLER PIC X VALUE SPACE.
    05  HI-HOURS PIC 99.99.
    05  FILLER PIC X VALUE SPACE.
    05  HI-DESC PIC X(22).

*	the audit entry is staged here and moved to the record area
*	once the log is open.

01  MNT-WORK.
    05  MW-DATE PIC 9(6).
    05  MW-TIME PIC 9(8).
    05  MW-PROGRAM PIC X(6) VALUE "JTHOLM".
    05  MW-ACTION PIC X(10).
    05  MW-KEY PIC X(20).
    05  MW-BEFORE PIC X(40).
    05  MW-AFTER PIC X(40).

01  HOL-EOF-FLAG PIC X.
    88 HOL-NOT-END-OF-FILE VALUE "N".
    88 HOL-END-OF-FILE VALUE "Y".

*	dates are carried year-first (YYMMDD) on file, like every other
*	date in the system; the clerk keys MM/DD/YY and it is
*	rearranged on entry.

01  HOL-DATE-ENTRY.
    05  HD-MON PIC 99.
    05  FILLER PIC X VALUE "/".
    05  HD-DY PIC 99.
    05  FILLER PIC X VALUE "/".
    05  HD-YR PIC 99.

01  HOL-DATE-HOLD.
    05  HH-YR PIC 99.
    05  HH-MO PIC 99.
    05  HH-DY PIC 99.

01  WORK-HOL-DATE PIC 9(6).

01  WORK-WK-END-DATE PIC 9(6).

01  WORK-CODE PIC X(4).

01  WORK-DESC PIC X(30).

*	standard hours are keyed as four digits with the decimal point
*	implied, the way JTBSUB's submission file carries hours.

01  WORK-HOL-HOURS PIC X(4).
01  WORK-HOURS-NUM REDEFINES WORK-HOL-HOURS PIC 99V99.

01  HOURS-EDITED PIC Z9.99.

01  LIST-COUNT PIC 9(5) VALUE 0.

***** day-of-week reckoning for the week-ending date ***************************

*	Zeller's congruence, worked in integer steps the same way
*	JTSERV checks a week-ending date.  ZEL-DOW comes out 0 for
*	Saturday, 1 for Sunday, ... 6 for Friday.

01  ZEL-DATE-SPLIT.
    05  ZD-YY PIC 99.
    05  ZD-MM PIC 99.
    05  ZD-DD PIC 99.

77  ZEL-M PIC S9(5) COMP.
77  ZEL-D PIC S9(5) COMP.
77  ZEL-Y PIC S9(5) COMP.
77  ZEL-J PIC S9(5) COMP.
77  ZEL-K PIC S9(5) COMP.
77  ZEL-T1 PIC S9(5) COMP.
77  ZEL-T2 PIC S9(5) COMP.
77  ZEL-T3 PIC S9(5) COMP.
77  ZEL-T4 PIC S9(5) COMP.
77  ZEL-WORK PIC S9(5) COMP.
77  ZEL-DOW PIC S9(5) COMP.

*	days in each month, February's corrected for leap years below.

01  MONTH-LENGTH-VALUES PIC X(24) VALUE "312831303130313130313031".
01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
    05  MONTH-LENGTH PIC 99 OCCURS 12.

77  DAYS-TO-SATURDAY PIC S9(5) COMP.
77  DAYS-IN-MONTH PIC S9(5) COMP.
77  WE-YY PIC S9(5) COMP.
77  WE-MM PIC S9(5) COMP.
77  WE-DD PIC S9(5) COMP.
77  LEAP-QUOT PIC S9(5) COMP.
77  LEAP-REM PIC S9(5) COMP.

77  WS-COMMAND PIC X(10).
77  ANS PIC XXX.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "Plant Holiday Calendar Maintenance.".
    DISPLAY " ".
    DISPLAY "Enter each holiday under the date the plant observes it.".
    DISPLAY "JTHOLP files the holiday line for every active badge for".
    DISPLAY "the week the holiday falls in.".
    DISPLAY " ".

    PERFORM OPEN-HOL-FILE THRU OPEN-HOL-EXIT.

    PERFORM COMMAND-PROMPT THRU COMMAND-PROMPT-EXIT.

    CLOSE HOL-FIL.
    CLOSE REF-FIL.

    STOP RUN.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

OPEN-HOL-FILE.

*	the holiday code is checked against the code reference file,
*	so it must be there before anything can be added.

    OPEN INPUT REF-FIL.

    IF REF-STATUS NOT = "00"
	DISPLAY "%Code reference file JOBTICREF could not be opened."
	DISPLAY "%Process halted."
	STOP RUN.

*	the first time this program is ever run there is no holiday
*	calendar on disk yet; offer to create an empty one.

    OPEN INPUT-OUTPUT HOL-FIL.

    IF HOL-STATUS = "00"
	GO TO OPEN-HOL-EXIT.

    DISPLAY "%Holiday calendar file JOBTICHOL could not be opened.".
    DISPLAY "Create a new (empty) holiday calendar file? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

CREATE-REACC.

    IF ANS = "Y"
	OPEN OUTPUT HOL-FIL
	CLOSE HOL-FIL
	OPEN INPUT-OUTPUT HOL-FIL
	DISPLAY "New holiday calendar file created."

    ELSE IF ANS = "N"
	     DISPLAY "%Process halted."
	     STOP RUN

	 ELSE DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	      GO TO CREATE-REACC.

    IF HOL-STATUS NOT = "00"
	DISPLAY "%Holiday calendar file still could not be opened.  Process halted."
	STOP RUN.

OPEN-HOL-EXIT.

*******************************************************************************

COMMAND-PROMPT SECTION.

*******************************************************************************

DISPLAY-PROMPT.

    DISPLAY "JTHOLM>" WITH NO ADVANCING ACCEPT WS-COMMAND.

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
	   PERFORM ADD-HOLIDAY THRU ADD-EXIT

	 ELSE
	      IF WS-COMMAND = "CHANGE"
		  OR WS-COMMAND = "CHANG"
		  OR WS-COMMAND = "CHAN"
		  OR WS-COMMAND = "CHA"
		  OR WS-COMMAND = "CH"
		  OR WS-COMMAND = "C"
		 PERFORM CHANGE-HOLIDAY THRU CHANGE-EXIT

	      ELSE
		   IF WS-COMMAND = "DELETE"
		       OR WS-COMMAND = "DELET"
		       OR WS-COMMAND = "DELE"
		       OR WS-COMMAND = "DEL"
		       OR WS-COMMAND = "DE"
		       OR WS-COMMAND = "D"
		      PERFORM DELETE-HOLIDAY THRU DELETE-EXIT

		   ELSE
			IF WS-COMMAND = "LIST"
			    OR WS-COMMAND = "LIS"
			    OR WS-COMMAND = "LI"
			    OR WS-COMMAND = "L"
			   PERFORM LIST-HOLIDAYS THRU LIST-EXIT

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
    DISPLAY "ADD is for adding a holiday: the date the plant observes it,".
    DISPLAY "  its absence code (reference type B), the standard hours".
    DISPLAY "  credited for the day, and a description.".
    DISPLAY "CHANGE is for changing a holiday's code, hours or description.".
    DISPLAY "DELETE is for removing a holiday from the calendar.".
    DISPLAY "LIST displays the calendar from a given date onward.".
    DISPLAY "HELP gives you this list of options. ".
    DISPLAY "EXIT is for exiting. ".
    DISPLAY " ".

CHELP-EXIT.

*******************************************************************************

ADD-HOLIDAY SECTION.

*******************************************************************************

ENTER-ADD-DATE.

    DISPLAY "Enter the date of the holiday (MM/DD/YY): "
	WITH NO ADVANCING.
    PERFORM GET-HOL-DATE THRU GET-DATE-EXIT.

CHECK-NOT-ALREADY-ON-FILE.

    MOVE WORK-HOL-DATE TO HOL-DATE.

    READ HOL-FIL
	INVALID KEY GO TO CHECK-WEEKDAY.

    DISPLAY "?A holiday is already on file for " HOL-DATE ":".
    DISPLAY "?    " HOL-DESC.
    DISPLAY "?Use CHANGE instead.".
    GO TO ADD-EXIT.

CHECK-WEEKDAY.

*	a holiday that falls on a weekend is observed on a weekday;
*	the calendar carries the observed date, since that is the
*	day nobody works.

    PERFORM FIND-WEEK-ENDING-DATE THRU FIND-WE-EXIT.

    IF ZEL-DOW = 0 OR ZEL-DOW = 1
	DISPLAY "?That date is a Saturday or Sunday.  Enter the weekday"
	DISPLAY "?the plant observes the holiday on."
	GO TO ADD-EXIT.

ENTER-ADD-FIELDS.

    PERFORM GET-HOL-CODE THRU GET-CODE-EXIT.
    PERFORM GET-HOL-HOURS THRU GET-HOURS-EXIT.
    PERFORM GET-DESCRIPTION THRU GET-DESC-EXIT.

WRITE-NEW-HOLIDAY.

    MOVE WORK-HOL-DATE TO HOL-DATE.
    MOVE WORK-WK-END-DATE TO HOL-WK-END-DATE.
    MOVE WORK-CODE TO HOL-CODE.
    MOVE WORK-HOURS-NUM TO HOL-HOURS.
    MOVE WORK-DESC TO HOL-DESC.

    WRITE HOL-REC
	INVALID KEY DISPLAY "?Write error -- holiday not added."
		    GO TO ADD-EXIT.

    DISPLAY "Holiday " HOL-DATE " added (week ending " HOL-WK-END-DATE ").".

    MOVE "ADD" TO MW-ACTION.
    MOVE "(NEW)" TO MW-BEFORE.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

ADD-EXIT.

*******************************************************************************

CHANGE-HOLIDAY SECTION.

*******************************************************************************

ENTER-CHANGE-DATE.

    DISPLAY "Enter the date of the holiday (MM/DD/YY): "
	WITH NO ADVANCING.
    PERFORM GET-HOL-DATE THRU GET-DATE-EXIT.

READ-HOLIDAY-FOR-CHANGE.

    MOVE WORK-HOL-DATE TO HOL-DATE.

    READ HOL-FIL
	INVALID KEY DISPLAY "?No holiday is on file for " WORK-HOL-DATE "."
		    GO TO CHANGE-EXIT.

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    PERFORM DISPLAY-HOLIDAY THRU DISPLAY-HOL-EXIT.

ENTER-CHANGE-CODE.

    DISPLAY "Enter the new absence code (or press RETURN to keep it): "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-CODE.
    ACCEPT WORK-CODE.

    IF WORK-CODE = SPACES
	GO TO ENTER-CHANGE-HOURS.

    PERFORM VALIDATE-HOL-CODE THRU GET-CODE-EXIT.

    MOVE WORK-CODE TO HOL-CODE.

ENTER-CHANGE-HOURS.

    DISPLAY "Enter the new standard hours (RETURN to keep them): "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-HOL-HOURS.
    ACCEPT WORK-HOL-HOURS.

    IF WORK-HOL-HOURS = SPACES
	GO TO ENTER-CHANGE-DESC.

    PERFORM VALIDATE-HOL-HOURS THRU GET-HOURS-EXIT.

    MOVE WORK-HOURS-NUM TO HOL-HOURS.

ENTER-CHANGE-DESC.

    DISPLAY "Enter the new description (or press RETURN to keep it): "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-DESC.
    ACCEPT WORK-DESC.

    IF WORK-DESC NOT = SPACES
	MOVE WORK-DESC TO HOL-DESC.

REWRITE-CHANGED-HOLIDAY.

    REWRITE HOL-REC
	INVALID KEY DISPLAY "?Rewrite error -- holiday not changed."
		    GO TO CHANGE-EXIT.

    DISPLAY "Holiday " HOL-DATE " changed.".

    MOVE "CHANGE" TO MW-ACTION.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

CHANGE-EXIT.

*******************************************************************************

DELETE-HOLIDAY SECTION.

*******************************************************************************

ENTER-DELETE-DATE.

    DISPLAY "Enter the date of the holiday (MM/DD/YY): "
	WITH NO ADVANCING.
    PERFORM GET-HOL-DATE THRU GET-DATE-EXIT.

READ-HOLIDAY-FOR-DELETE.

    MOVE WORK-HOL-DATE TO HOL-DATE.

    READ HOL-FIL
	INVALID KEY DISPLAY "?No holiday is on file for " WORK-HOL-DATE "."
		    GO TO DELETE-EXIT.

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    PERFORM DISPLAY-HOLIDAY THRU DISPLAY-HOL-EXIT.

    DISPLAY "Holiday lines JTHOLP has already filed are not removed.".
    DISPLAY "Delete this holiday? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

DELETE-REACC.

    IF ANS = "N"
	DISPLAY "OK.  Holiday left on file."
	GO TO DELETE-EXIT

    ELSE IF ANS NOT = "Y"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO DELETE-REACC.

    DELETE HOL-FIL
	INVALID KEY DISPLAY "?Delete error -- holiday not removed."
		    GO TO DELETE-EXIT.

    DISPLAY "Holiday " WORK-HOL-DATE " deleted.".

    MOVE "DELETE" TO MW-ACTION.
    MOVE "(DELETED)" TO MW-AFTER.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

DELETE-EXIT.

*******************************************************************************

LIST-HOLIDAYS SECTION.

*******************************************************************************

ENTER-LIST-DATE.

    DISPLAY "List from which date (MM/DD/YY, RETURN for the whole calendar): "
	WITH NO ADVANCING.
    MOVE SPACES TO HOL-DATE-ENTRY.
    ACCEPT HOL-DATE-ENTRY.

    IF HOL-DATE-ENTRY = SPACES
	MOVE 0 TO WORK-HOL-DATE
	GO TO POSITION-TO-DATE.

    PERFORM VALIDATE-HOL-DATE THRU GET-DATE-EXIT.

POSITION-TO-DATE.

    MOVE WORK-HOL-DATE TO HOL-DATE.
    MOVE 0 TO LIST-COUNT.
    MOVE "N" TO HOL-EOF-FLAG.

    START HOL-FIL KEY IS NOT LESS THAN HOL-DATE
	INVALID KEY DISPLAY "(no holidays on file)"
		    GO TO LIST-EXIT.

    DISPLAY " ".
    DISPLAY "DATE    WK-END  CODE  HOURS  DESCRIPTION".
    DISPLAY "------  ------  ----  -----  ------------------------------".

    PERFORM LIST-ONE-HOLIDAY THRU LIST-ONE-EXIT
	UNTIL HOL-END-OF-FILE.

    IF LIST-COUNT = 0
	DISPLAY "(no holidays on file)".

    DISPLAY " ".

LIST-EXIT.

LIST-ONE-HOLIDAY.

    READ HOL-FIL NEXT
	AT END MOVE "Y" TO HOL-EOF-FLAG
	       GO TO LIST-ONE-EXIT.

    MOVE HOL-HOURS TO HOURS-EDITED.

    DISPLAY HOL-DATE "  " HOL-WK-END-DATE "  " HOL-CODE "  " HOURS-EDITED
	    "  " HOL-DESC.

    ADD 1 TO LIST-COUNT.

LIST-ONE-EXIT.

    EXIT.

*******************************************************************************

GET-FIELDS SECTION.

*******************************************************************************

GET-HOL-DATE.

*	the caller has already displayed the prompt.

    MOVE SPACES TO HOL-DATE-ENTRY.
    ACCEPT HOL-DATE-ENTRY.

VALIDATE-HOL-DATE.

    IF HD-MON NOT NUMERIC OR HD-DY NOT NUMERIC OR HD-YR NOT NUMERIC
	OR HD-MON < 1 OR HD-MON > 12 OR HD-DY < 1 OR HD-DY > 31
	DISPLAY "?Invalid date.  Enter the date, form MM/DD/YY: "
	    WITH NO ADVANCING ACCEPT HOL-DATE-ENTRY
	GO TO VALIDATE-HOL-DATE.

    MOVE HD-YR TO HH-YR.
    MOVE HD-MON TO HH-MO.
    MOVE HD-DY TO HH-DY.
    MOVE HOL-DATE-HOLD TO WORK-HOL-DATE.

GET-DATE-EXIT.

GET-HOL-CODE.

    DISPLAY "Enter the holiday absence code: "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-CODE.
    ACCEPT WORK-CODE.

VALIDATE-HOL-CODE.

*	the hours are filed as an absence line, and JTSERV refuses
*	an absence line whose code is not a type "B" reference code --
*	catch a bad code here rather than in every employee's ticket.

    IF WORK-CODE = SPACES
	DISPLAY "?Absence code cannot be blank.  Enter the code: "
	    WITH NO ADVANCING ACCEPT WORK-CODE
	GO TO VALIDATE-HOL-CODE.

    MOVE "B" TO REF-CODE-TYPE.
    MOVE WORK-CODE TO REF-CODE.

    READ REF-FIL
	INVALID KEY DISPLAY "?" WORK-CODE " is not an absence code (type B) on the"
		    DISPLAY "?code reference file.  Enter the code: "
			WITH NO ADVANCING ACCEPT WORK-CODE
		    GO TO VALIDATE-HOL-CODE.

    DISPLAY "    " REF-DESC.

GET-CODE-EXIT.

GET-HOL-HOURS.

    DISPLAY "Enter the standard hours, 4 digits, e.g. 0800 = 8.00: "
	WITH NO ADVANCING ACCEPT WORK-HOL-HOURS.

VALIDATE-HOL-HOURS.

    IF WORK-HOL-HOURS NOT NUMERIC
	DISPLAY "?Hours must be 4 digits, e.g. 0800 = 8.00.  Enter the hours: "
	    WITH NO ADVANCING ACCEPT WORK-HOL-HOURS
	GO TO VALIDATE-HOL-HOURS.

    IF WORK-HOURS-NUM = 0 OR WORK-HOURS-NUM > 24
	DISPLAY "?Hours must be more than zero and no more than 24.  Enter the hours: "
	    WITH NO ADVANCING ACCEPT WORK-HOL-HOURS
	GO TO VALIDATE-HOL-HOURS.

GET-HOURS-EXIT.

GET-DESCRIPTION.

    DISPLAY "Enter a description: "
	WITH NO ADVANCING ACCEPT WORK-DESC.

VALIDATE-DESCRIPTION.

    IF WORK-DESC = SPACES
	DISPLAY "?Description cannot be blank.  Enter a description: "
	    WITH NO ADVANCING ACCEPT WORK-DESC
	GO TO VALIDATE-DESCRIPTION.

GET-DESC-EXIT.

DISPLAY-HOLIDAY.

    MOVE HOL-HOURS TO HOURS-EDITED.

    DISPLAY " ".
    DISPLAY "Holiday:       " HOL-DATE "  (week ending " HOL-WK-END-DATE ")".
    DISPLAY "Absence code:  " HOL-CODE.
    DISPLAY "Hours:         " HOURS-EDITED.
    DISPLAY "Description:   " HOL-DESC.
    DISPLAY " ".

DISPLAY-HOL-EXIT.

*******************************************************************************

WEEK-ENDING SECTION.

*******************************************************************************

*	Work out the Saturday that ends the week WORK-HOL-DATE falls
*	in: the day of the week by Zeller's congruence, then forward
*	that many days, carrying into the next month (and year) as
*	needed.  ZEL-DOW is left set for the caller.

FIND-WEEK-ENDING-DATE.

    MOVE WORK-HOL-DATE TO ZEL-DATE-SPLIT.

    MOVE ZD-MM TO ZEL-M.
    MOVE ZD-DD TO ZEL-D.
    COMPUTE ZEL-Y = 1900 + ZD-YY.

    IF ZEL-M < 3
	ADD 12 TO ZEL-M
	SUBTRACT 1 FROM ZEL-Y.

    DIVIDE ZEL-Y BY 100 GIVING ZEL-J REMAINDER ZEL-K.

    COMPUTE ZEL-T1 = 13 * (ZEL-M + 1).
    DIVIDE ZEL-T1 BY 5 GIVING ZEL-T1.
    DIVIDE ZEL-K BY 4 GIVING ZEL-T2.
    DIVIDE ZEL-J BY 4 GIVING ZEL-T3.

    COMPUTE ZEL-WORK = ZEL-D + ZEL-T1 + ZEL-K + ZEL-T2 + ZEL-T3
	+ 5 * ZEL-J.
    DIVIDE ZEL-WORK BY 7 GIVING ZEL-T4 REMAINDER ZEL-DOW.

    IF ZEL-DOW = 0
	MOVE 0 TO DAYS-TO-SATURDAY
    ELSE
	COMPUTE DAYS-TO-SATURDAY = 7 - ZEL-DOW.

    MOVE ZD-YY TO WE-YY.
    MOVE ZD-MM TO WE-MM.
    COMPUTE WE-DD = ZD-DD + DAYS-TO-SATURDAY.

    MOVE MONTH-LENGTH (WE-MM) TO DAYS-IN-MONTH.

    DIVIDE WE-YY BY 4 GIVING LEAP-QUOT REMAINDER LEAP-REM.

    IF WE-MM = 2 AND LEAP-REM = 0
	MOVE 29 TO DAYS-IN-MONTH.

    IF WE-DD NOT > DAYS-IN-MONTH
	GO TO FIND-WE-BUILD.

    SUBTRACT DAYS-IN-MONTH FROM WE-DD.
    ADD 1 TO WE-MM.

    IF WE-MM > 12
	MOVE 1 TO WE-MM
	ADD 1 TO WE-YY.

    IF WE-YY > 99
	MOVE 0 TO WE-YY.

FIND-WE-BUILD.

    MOVE WE-YY TO HH-YR.
    MOVE WE-MM TO HH-MO.
    MOVE WE-DD TO HH-DY.
    MOVE HOL-DATE-HOLD TO WORK-WK-END-DATE.

FIND-WE-EXIT.

    EXIT.

*******************************************************************************

AUDIT-LOG SECTION.

*******************************************************************************

*	Append one before/after entry to the maintenance audit log for
*	every add, change and delete.  The log is opened and closed
*	around each entry, the way JTSERV writes the daily summary.

BUILD-BEFORE-IMAGE.

    MOVE HOL-WK-END-DATE TO HI-WK-END-DATE.
    MOVE HOL-CODE TO HI-CODE.
    MOVE HOL-HOURS TO HI-HOURS.
    MOVE HOL-DESC TO HI-DESC.
    MOVE HOL-IMAGE TO MW-BEFORE.

BUILD-BEFORE-EXIT.

    EXIT.

BUILD-AFTER-IMAGE.

    MOVE HOL-WK-END-DATE TO HI-WK-END-DATE.
    MOVE HOL-CODE TO HI-CODE.
    MOVE HOL-HOURS TO HI-HOURS.
    MOVE HOL-DESC TO HI-DESC.
    MOVE HOL-IMAGE TO MW-AFTER.

BUILD-AFTER-EXIT.

    EXIT.

WRITE-MNT-ENTRY.

    ACCEPT MW-DATE FROM DATE.
    ACCEPT MW-TIME FROM TIME.
    MOVE WORK-HOL-DATE TO MW-KEY.

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
