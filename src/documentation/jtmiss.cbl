*	ticket on file, grouped by home cost center -- plus a second
*	section flagging tickets whose summed weekly hours fall under
*	a minimum or over a maximum, so supervisors can chase both the
*	missing and the suspicious in one pass.  It is the first step
*	of the Monday payroll cycle; each run is stamped, with its
*	counts and the operator who ran it, on the week's payroll
*	cycle control record (JOBTICCYC).

INSTALLATION. DEC-MARLBOROUGH.

*     running server on a JTSNAPRQ request) instead of the live
*     JOBTICRMS the server is actively writing.
*     File: JTMISS.CBL )%
*
* Edit (%O'6', '01-Oct-86', 'Sandy Clemens')
* %(  Holiday weeks.  The week's holidays are read off the plant
*     holiday calendar (JOBTICHOL, maintained by JTHOLM), and each
*     employee's minimum-hours test is lowered by the standard
*     hours of every holiday whose absence line is not yet on the
*     ticket, so a holiday week no longer floods the under-hours
*     section.  A holiday line already filed (by the employee or
*     by JTHOLP) counts in the ticket's hours as before.  No
*     calendar on disk means no holidays.  File: JTMISS.CBL )%
*
* Edit (%O'7', '20-Oct-86', 'Sandy Clemens')
* %(  Payroll cycle control.  The run now takes an operator sign-on
*     (any active operator on JOBTICOPR) and is stamped as the
*     first step of the week's record on the new payroll cycle
*     control file (JOBTICCYC): date and time, badges checked,
*     exceptions found and who ran it.  A week already closed or
*     already through JTPAYR is pointed out before the report runs.
*     File: JTMISS.CBL )%
*
* Edit (%O'10', '03-Nov-86', 'Sandy Clemens')
* %(  Department and division rollups.  Each badge's home cost
*     center is looked up on the new organization file (JOBTICORG,
*     kept by JTORGM) for its department and division as of the
*     report week, and each section now groups its cost centers
*     under their division and department, with a count of the
*     exceptions in each; a cost center with no entry in effect
*     goes under ????.  The operator may select one department or
*     division.  Such a run checks only that part of the plant, so
*     it is not stamped on the payroll cycle.  File: JTMISS.CBL )%
*
* Edit (%O'11', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so the snapshot copy) grew a trailing shift code
*     byte for shift-differential pay.  No logic change: a ticket
*     counts as filed here whatever shift it was worked on.  File:
*     JTMISS.CBL )%
*
* Edit (%O'12', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so the snapshot copy) grew a trailing charge-to
*     cost center on each detail line for loaned labor.  No logic
*     change: a ticket is filed under its employee's own cost
*     center whoever borrowed the hours.  File: JTMISS.CBL )%

ENVIRONMENT DIVISION.

	   RECORD KEY IS SNP-KEY
	   FILE STATUS IS SNP-STATUS.

    SELECT HOL-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS HOL-DATE
	   FILE STATUS IS HOL-STATUS.

    SELECT OPR-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS OPR-OPER-NUM
	   FILE STATUS IS OPR-FIL-STATUS.

    SELECT CYC-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS CYC-WK-END-DATE
	   FILE STATUS IS CYC-STATUS.

    SELECT ORG-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS ORG-KEY
	   FILE STATUS IS ORG-STATUS.

    SELECT MSRT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL.


01  SRT-REC.
    05  SRT-SECTION PIC 9.
    05  SRT-DIVISION PIC X(4).
    05  SRT-DEPARTMENT PIC X(4).
    05  SRT-COST-CENTER PIC X(4).
    05  SRT-BADGE-NUM PIC 9(7).
    05  SRT-NAME PIC X(30).
	15  OPER-CODE PIC X(4).
    05  REC-TYPE PIC X.
    05  APPR-STATUS PIC X.
    05  SHIFT-CD PIC X.
    05  CHARGE-CC PIC X(4) OCCURS 10.

FD  SNP-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICSNP".
	15  SNP-OPER-CODE PIC X(4).
    05  SNP-REC-TYPE PIC X.
    05  SNP-APPR-STATUS PIC X.
    05  SNP-SHIFT-CD PIC X.
    05  SNP-CHARGE-CC PIC X(4) OCCURS 10.

FD  HOL-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICHOL".

01  HOL-REC.
    05  HOL-DATE PIC 9(6).
    05  HOL-WK-END-DATE PIC 9(6).
    05  HOL-CODE PIC X(4).
    05  HOL-HOURS PIC 99V99.
    05  HOL-DESC PIC X(30).

FD  OPR-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICOPR".

01  OPR-REC.
    05  OPR-OPER-NUM PIC 9(7).
    05  OPR-NAME PIC X(30).
    05  OPR-AUTH-CODE PIC X.
	88 OPR-SUPERVISOR VALUE "S".
	88 OPR-ORDINARY VALUE "O".
    05  OPR-STATUS-CODE PIC X.
	88 OPR-ACTIVE VALUE "A".
	88 OPR-DISABLED VALUE "D".

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

*	the organization file, kept by JTORGM: type "C" entries give a
*	cost center's department, type "D" a department's division,
*	each effective from the date in its key.

FD  ORG-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICORG".

01  ORG-REC.
    05  ORG-KEY.
	10  ORG-TYPE PIC X.
	10  ORG-CODE PIC X(4).
	10  ORG-EFF-DATE PIC 9(6).
    05  ORG-PARENT PIC X(4).
    05  ORG-NAME PIC X(30).

FD  MSRT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTMISSRT".

01  MSRT-OUT-REC.
    05  MSO-SECTION PIC 9.
    05  MSO-DIVISION PIC X(4).
    05  MSO-DEPARTMENT PIC X(4).
    05  MSO-COST-CENTER PIC X(4).
    05  MSO-BADGE-NUM PIC 9(7).
    05  MSO-NAME PIC X(30).
    88 NOT-FIRST-GROUP VALUE "N".

01  PREV-SECTION PIC 9 VALUE 0.
01  PREV-DIVISION PIC X(4) VALUE SPACES.
01  PREV-DEPARTMENT PIC X(4) VALUE SPACES.
01  PREV-COST-CENTER PIC X(4) VALUE SPACES.

***** operator-entered selections *********************************************

77  SOURCE-ANS PIC XXX.

***** department and division selection ***************************************

*	a cost center's department and division are those in effect
*	on the report week-ending date; one with no entry in effect
*	rolls up under ????, which sorts after any all-digit code but
*	ahead of every code that begins with a letter.

01  ORG-STATUS PIC X(2).

01  ORG-OPEN-FLAG PIC X VALUE "N".
    88 ORG-FILE-OPEN VALUE "Y".
    88 ORG-FILE-NOT-OPEN VALUE "N".

01  SEL-ORG-TYPE PIC X VALUE SPACE.
    88 SELECTING-ALL-ORGS VALUE SPACE.
    88 SELECTING-DEPARTMENT VALUE "D".
    88 SELECTING-DIVISION VALUE "V".

01  SEL-ORG-CODE PIC X(4) VALUE SPACES.
01  SEL-ORG-DESC PIC X(10) VALUE SPACES.

01  ORG-WANTED-FLAG PIC X.
    88 ORG-WANTED VALUE "Y".
    88 ORG-NOT-WANTED VALUE "N".

01  UNASSIGNED-ORG PIC X(4) VALUE "????".

01  LOOKUP-ORG-TYPE PIC X.
01  LOOKUP-ORG-CODE PIC X(4).
01  FOUND-ORG-PARENT PIC X(4).

01  ORG-AS-OF-FLAG PIC X.
    88 ORG-ENTRY-FOUND VALUE "Y".
    88 ORG-ENTRY-NOT-FOUND VALUE "N".

01  ORG-SCAN-FLAG PIC X.
    88 ORG-SCAN-DONE VALUE "Y".
    88 ORG-SCAN-NOT-DONE VALUE "N".

*	the last cost center resolved, and what it came to.

01  ORG-CACHE-COST-CENTER PIC X(4) VALUE SPACES.
01  ORG-DEPARTMENT PIC X(4) VALUE SPACES.
01  ORG-DIVISION PIC X(4) VALUE SPACES.

01  DEPT-EXC-COUNT PIC 9(6) VALUE 0.
01  DIV-EXC-COUNT PIC 9(6) VALUE 0.

***** the week's holidays *****************************************************

*	one entry per absence code among the report week's holidays,
*	with the standard hours of every holiday under that code added
*	together; a week holds at most five weekday holidays.
*	HT-ON-TICKET is set afresh for each badge.

01  HOL-STATUS PIC X(2).

01  HOL-EOF-FLAG PIC X.
    88 HOL-NOT-END-OF-FILE VALUE "N".
    88 HOL-END-OF-FILE VALUE "Y".

01  HOLIDAY-TABLE.
    05  HT-ENTRY OCCURS 5.
	10  HT-CODE PIC X(4).
	10  HT-HOURS PIC 99V99.
	10  HT-ON-TICKET PIC X.

77  HT-COUNT PIC S9(5) COMP VALUE 0.
77  HT-SUB PIC S9(5) COMP.
77  HT-FOUND PIC S9(5) COMP.
77  HT-LIMIT PIC S9(5) COMP VALUE 5.
77  DL-SUB PIC S9(5) COMP.

01  HOLIDAY-HOURS-TOTAL PIC 99V99 VALUE 0.
01  HOLIDAY-HOURS-DISP PIC Z9.99.

01  BADGE-MIN-HOURS COMP-1.

***** operator sign-on and payroll cycle control ******************************

01  OPR-FIL-STATUS PIC X(2).

01  WORK-OPER-NUM PIC 9(7).

01  CYC-STATUS PIC X(2).

01  CYC-ON-FILE-FLAG PIC X.
    88 CYC-ON-FILE VALUE "Y".
    88 CYC-NOT-ON-FILE VALUE "N".

*	a step entry as it stands before its program has run.

01  EMPTY-CYC-STEP.
    05  FILLER PIC X VALUE SPACE.
    05  FILLER PIC 9(6) VALUE 0.
    05  FILLER PIC 9(8) VALUE 0.
    05  FILLER PIC 9(7) VALUE 0.
    05  FILLER PIC 9(7) VALUE 0.
    05  FILLER PIC 9(7) VALUE 0.
    05  FILLER PIC S9(7)V99 VALUE 0.
    05  FILLER PIC S9(9)V99 VALUE 0.

77  CYC-MISS-STEP PIC S9(5) COMP VALUE 1.
77  CYC-PAYR-STEP PIC S9(5) COMP VALUE 3.
77  CYC-CLOS-STEP PIC S9(5) COMP VALUE 6.
77  CYC-SUB PIC S9(5) COMP.

***** work areas **************************************************************

01  WEEK-HOURS-TOTAL COMP-1.
    DISPLAY "WEEKLY TIMESHEET EXCEPTION REPORT".
    DISPLAY " ".

    PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.

    PERFORM GET-SELECTIONS THRU GET-SELECTIONS-EXIT.

    PERFORM GET-ORG-SELECTION THRU GET-ORG-EXIT.

    PERFORM CHECK-CYCLE-WEEK THRU CHECK-CYCLE-EXIT.

    PERFORM LOAD-WEEK-HOLIDAYS THRU LOAD-HOL-EXIT.

    PERFORM SORT-THE-EXCEPTIONS.

    PERFORM WRITE-THE-REPORT.

    IF SELECTING-ALL-ORGS
	PERFORM STAMP-CYCLE-STEP THRU STAMP-CYCLE-EXIT.

    STOP RUN.

*******************************************************************************

*******************************************************************************

ORGANIZATION-SELECTION SECTION.

*******************************************************************************

*	ask whether the run covers one department or division.  The
*	organization file is needed for the rollups either way; without
*	it everything rolls up under ???? and no selection is possible.

GET-ORG-SELECTION.

    OPEN INPUT ORG-FIL.

    IF ORG-STATUS = "00"
	MOVE "Y" TO ORG-OPEN-FLAG
    ELSE
	DISPLAY "%Organization file JOBTICORG could not be opened --"
	DISPLAY "%every cost center is reported under department ????."
	GO TO GET-ORG-EXIT.

ASK-ORG-TYPE.

    DISPLAY "Select by department or division (D or V, blank for all): "
	WITH NO ADVANCING.
    MOVE SPACE TO SEL-ORG-TYPE.
    ACCEPT SEL-ORG-TYPE.

    IF SELECTING-ALL-ORGS
	GO TO GET-ORG-EXIT.

    IF SELECTING-DEPARTMENT
	MOVE "DEPARTMENT" TO SEL-ORG-DESC
    ELSE IF SELECTING-DIVISION
	     MOVE "DIVISION" TO SEL-ORG-DESC
	 ELSE
	     DISPLAY "?Enter D, V or a blank.  Try again."
	     GO TO ASK-ORG-TYPE.

EDIT-ORG-SELECTION.

    DISPLAY SEL-ORG-DESC " code: " WITH NO ADVANCING.
    MOVE SPACES TO SEL-ORG-CODE.
    ACCEPT SEL-ORG-CODE.

    MOVE SEL-ORG-TYPE TO ORG-TYPE.
    MOVE SEL-ORG-CODE TO ORG-CODE.
    MOVE 0 TO ORG-EFF-DATE.

    START ORG-FIL KEY IS NOT LESS THAN ORG-KEY
	INVALID KEY MOVE SPACES TO ORG-KEY
		    GO TO EDIT-ORG-CHECK.

    READ ORG-FIL NEXT
	AT END MOVE SPACES TO ORG-KEY.

EDIT-ORG-CHECK.

    IF ORG-TYPE NOT = SEL-ORG-TYPE OR ORG-CODE NOT = SEL-ORG-CODE
	DISPLAY "?No " SEL-ORG-DESC " " SEL-ORG-CODE " on JOBTICORG.  Try again."
	GO TO EDIT-ORG-SELECTION.

    DISPLAY "%A run for one " SEL-ORG-DESC " is not recorded on the payroll".
    DISPLAY "%cycle; the week still needs a run for the whole plant.".
    DISPLAY " ".

GET-ORG-EXIT.

CHECK-ORG-SELECTED.

*	called with a badge master record in hand; find its home cost
*	center's department and division for the report week, and
*	decide whether they fall inside the operator's selection.

    PERFORM RESOLVE-COST-CENTER-ORG THRU RESOLVE-ORG-EXIT.

    IF SELECTING-DEPARTMENT AND ORG-DEPARTMENT NOT = SEL-ORG-CODE
	MOVE "N" TO ORG-WANTED-FLAG
    ELSE IF SELECTING-DIVISION AND ORG-DIVISION NOT = SEL-ORG-CODE
	     MOVE "N" TO ORG-WANTED-FLAG
	 ELSE
	     MOVE "Y" TO ORG-WANTED-FLAG.

CHECK-ORG-EXIT.

RESOLVE-COST-CENTER-ORG.

    IF BDG-COST-CENTER = ORG-CACHE-COST-CENTER
	GO TO RESOLVE-ORG-EXIT.

    MOVE BDG-COST-CENTER TO ORG-CACHE-COST-CENTER.
    MOVE UNASSIGNED-ORG TO ORG-DEPARTMENT.
    MOVE UNASSIGNED-ORG TO ORG-DIVISION.

    IF ORG-FILE-NOT-OPEN
	GO TO RESOLVE-ORG-EXIT.

    MOVE "C" TO LOOKUP-ORG-TYPE.
    MOVE BDG-COST-CENTER TO LOOKUP-ORG-CODE.

    PERFORM FIND-ORG-AS-OF THRU FIND-ORG-EXIT.

    IF ORG-ENTRY-NOT-FOUND
	GO TO RESOLVE-ORG-EXIT.

    MOVE FOUND-ORG-PARENT TO ORG-DEPARTMENT.

    MOVE "D" TO LOOKUP-ORG-TYPE.
    MOVE ORG-DEPARTMENT TO LOOKUP-ORG-CODE.

    PERFORM FIND-ORG-AS-OF THRU FIND-ORG-EXIT.

    IF ORG-ENTRY-FOUND
	MOVE FOUND-ORG-PARENT TO ORG-DIVISION.

RESOLVE-ORG-EXIT.

    EXIT.

FIND-ORG-AS-OF.

*	the entry in effect is the last one dated on or before the
*	report week-ending date; the entries of a code collate
*	chronologically under it.

    MOVE "N" TO ORG-AS-OF-FLAG.
    MOVE "N" TO ORG-SCAN-FLAG.

    MOVE LOOKUP-ORG-TYPE TO ORG-TYPE.
    MOVE LOOKUP-ORG-CODE TO ORG-CODE.
    MOVE 0 TO ORG-EFF-DATE.

    START ORG-FIL KEY IS NOT LESS THAN ORG-KEY
	INVALID KEY MOVE "Y" TO ORG-SCAN-FLAG.

    PERFORM SCAN-ONE-ORG THRU SCAN-ORG-EXIT
	UNTIL ORG-SCAN-DONE.

FIND-ORG-EXIT.

    EXIT.

SCAN-ONE-ORG.

    READ ORG-FIL NEXT
	AT END MOVE "Y" TO ORG-SCAN-FLAG
	       GO TO SCAN-ORG-EXIT.

    IF ORG-TYPE NOT = LOOKUP-ORG-TYPE
	OR ORG-CODE NOT = LOOKUP-ORG-CODE
	OR ORG-EFF-DATE > REPORT-WK-END-DATE
	MOVE "Y" TO ORG-SCAN-FLAG
	GO TO SCAN-ORG-EXIT.

    MOVE "Y" TO ORG-AS-OF-FLAG.
    MOVE ORG-PARENT TO FOUND-ORG-PARENT.

SCAN-ORG-EXIT.

    EXIT.

*******************************************************************************

PAYROLL-CYCLE SECTION.

*******************************************************************************

CHECK-OPERATOR.

*	any active operator may run the report; the sign-on is what
*	the week's cycle record shows as having run it.

    OPEN INPUT OPR-FIL.

    IF OPR-FIL-STATUS NOT = "00"
	DISPLAY "%Operator authority file JOBTICOPR could not be opened."
	DISPLAY "%Create it with JTOPER.  Process halted."
	STOP RUN.

    DISPLAY "Please enter your operator number: "
	WITH NO ADVANCING ACCEPT WORK-OPER-NUM.

    MOVE WORK-OPER-NUM TO OPR-OPER-NUM.

    READ OPR-FIL
	INVALID KEY DISPLAY "%Operator " WORK-OPER-NUM " is not on the operator file."
		    DISPLAY "%Process halted."
		    CLOSE OPR-FIL
		    STOP RUN.

    IF OPR-DISABLED
	DISPLAY "%Operator " WORK-OPER-NUM " is disabled.  Process halted."
	CLOSE OPR-FIL
	STOP RUN.

    DISPLAY "Operator " WORK-OPER-NUM " (" OPR-NAME ") signed on.".
    DISPLAY " ".

    CLOSE OPR-FIL.

CHECK-OPERATOR-EXIT.

CHECK-CYCLE-WEEK.

*	the report is still run for a week further along the cycle --
*	it is only a report -- but the operator is told where the week
*	stands first.  No cycle file yet means nothing is on record.

    OPEN INPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	GO TO CHECK-CYCLE-EXIT.

    MOVE REPORT-WK-END-DATE TO CYC-WK-END-DATE.

    READ CYC-FIL
	INVALID KEY CLOSE CYC-FIL
		    GO TO CHECK-CYCLE-EXIT.

    CLOSE CYC-FIL.

    IF CYC-STEP-DONE (CYC-CLOS-STEP)
	DISPLAY "%Week ending " WK-DATE-ENTRY " was closed by JTWKCL on "
		CYC-STEP-DATE (CYC-CLOS-STEP) "; nothing"
	DISPLAY "%filed now reaches payroll except as an adjustment."
	DISPLAY " "
	GO TO CHECK-CYCLE-EXIT.

    IF CYC-STEP-DONE (CYC-PAYR-STEP)
	OR CYC-STEP-OVERRIDDEN (CYC-PAYR-STEP)
	DISPLAY "%JTPAYR was already run for week ending " WK-DATE-ENTRY
		" on " CYC-STEP-DATE (CYC-PAYR-STEP) "."
	DISPLAY " ".

CHECK-CYCLE-EXIT.

STAMP-CYCLE-STEP.

*	record this run as the week's first cycle step.  The first
*	program of the week to run creates the week's record; the
*	first run ever creates the file.

    OPEN INPUT-OUTPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	OPEN OUTPUT CYC-FIL
	CLOSE CYC-FIL
	OPEN INPUT-OUTPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	DISPLAY "%Payroll cycle control file JOBTICCYC could not be opened --"
	DISPLAY "%this run is NOT recorded on the payroll cycle."
	GO TO STAMP-CYCLE-EXIT.

    MOVE REPORT-WK-END-DATE TO CYC-WK-END-DATE.
    MOVE "Y" TO CYC-ON-FILE-FLAG.

    READ CYC-FIL
	INVALID KEY MOVE "N" TO CYC-ON-FILE-FLAG.

    IF CYC-NOT-ON-FILE
	MOVE REPORT-WK-END-DATE TO CYC-WK-END-DATE
	PERFORM CLEAR-ONE-CYCLE-STEP THRU CLEAR-CYCLE-EXIT
	    VARYING CYC-SUB FROM 1 BY 1 UNTIL CYC-SUB > 6.

    MOVE "D" TO CYC-STEP-STATUS (CYC-MISS-STEP).
    ACCEPT CYC-STEP-DATE (CYC-MISS-STEP) FROM DATE.
    ACCEPT CYC-STEP-TIME (CYC-MISS-STEP) FROM TIME.
    MOVE WORK-OPER-NUM TO CYC-STEP-OPER (CYC-MISS-STEP).
    MOVE ACTIVE-COUNT TO CYC-STEP-COUNT (CYC-MISS-STEP).
    COMPUTE CYC-STEP-EXC-COUNT (CYC-MISS-STEP) = MISSING-COUNT
	+ SUSPECT-COUNT.
    MOVE 0 TO CYC-STEP-HOURS (CYC-MISS-STEP).
    MOVE 0 TO CYC-STEP-DOLLARS (CYC-MISS-STEP).

    IF CYC-ON-FILE
	GO TO REWRITE-CYCLE-RECORD.

    WRITE CYC-REC
	INVALID KEY DISPLAY "%Write error on JOBTICCYC -- this run is NOT recorded.".

    GO TO CLOSE-CYCLE-FILE.

REWRITE-CYCLE-RECORD.

    REWRITE CYC-REC
	INVALID KEY DISPLAY "%Rewrite error on JOBTICCYC -- this run is NOT recorded.".

CLOSE-CYCLE-FILE.

    CLOSE CYC-FIL.

STAMP-CYCLE-EXIT.

CLEAR-ONE-CYCLE-STEP.

    MOVE EMPTY-CYC-STEP TO CYC-STEP (CYC-SUB).

CLEAR-CYCLE-EXIT.

    EXIT.

*******************************************************************************

HOLIDAY-CALENDAR SECTION.

*******************************************************************************

LOAD-WEEK-HOLIDAYS.

*	every holiday record carries the Saturday ending its week
*	(worked out by JTHOLM), so the report week's holidays are the
*	records carrying its week-ending date.  The calendar is a few
*	dozen records at most; read it through.  No calendar on disk
*	means an ordinary week.

    MOVE 0 TO HT-COUNT.
    MOVE "N" TO HOL-EOF-FLAG.

    OPEN INPUT HOL-FIL.

    IF HOL-STATUS NOT = "00"
	GO TO LOAD-HOL-EXIT.

    PERFORM READ-ONE-HOLIDAY THRU READ-HOL-EXIT
	UNTIL HOL-END-OF-FILE.

    CLOSE HOL-FIL.

LOAD-HOL-EXIT.

READ-ONE-HOLIDAY.

    READ HOL-FIL NEXT
	AT END MOVE "Y" TO HOL-EOF-FLAG
	       GO TO READ-HOL-EXIT.

    IF HOL-WK-END-DATE NOT = REPORT-WK-END-DATE
	GO TO READ-HOL-EXIT.

    ADD HOL-HOURS TO HOLIDAY-HOURS-TOTAL.

    MOVE 0 TO HT-FOUND.

    PERFORM FIND-HOLIDAY-CODE THRU FIND-HOL-CODE-EXIT
	VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > HT-COUNT.

    IF HT-FOUND NOT = 0
	ADD HOL-HOURS TO HT-HOURS (HT-FOUND)
	GO TO READ-HOL-EXIT.

    IF HT-COUNT = HT-LIMIT
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

*******************************************************************************

SORT-THE-EXCEPTIONS SECTION.

*******************************************************************************
*	hours (across all continuation segments) fall outside the
*	operator's bounds.  Sorting by section, then home cost center,
*	then badge groups each section's employees under their cost
*	center for the supervisors; the cost centers sort under their
*	division and department, which the counts roll up to.

SORT-THE-FILE.

    SORT SORT-WORK
	ON ASCENDING KEY SRT-SECTION SRT-DIVISION SRT-DEPARTMENT
			 SRT-COST-CENTER SRT-BADGE-NUM
	INPUT PROCEDURE IS CHECK-THE-BADGES
	GIVING MSRT-FIL.


    CLOSE BDG-FIL.

    IF ORG-FILE-OPEN
	CLOSE ORG-FIL.

    IF USING-SNAPSHOT
	CLOSE SNP-FIL
    ELSE
    IF NOT BDG-ACTIVE
	GO TO CHECK-ONE-EXIT.

    PERFORM CHECK-ORG-SELECTED THRU CHECK-ORG-EXIT.

    IF ORG-NOT-WANTED
	GO TO CHECK-ONE-EXIT.

    ADD 1 TO ACTIVE-COUNT.

*	sum the week's hours across every continuation segment on
    MOVE 0 TO WEEK-HOURS-TOTAL.
    MOVE "N" TO SEG-FLAG.

    PERFORM CLEAR-ONE-HOLIDAY THRU CLEAR-HOL-EXIT
	VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > HT-COUNT.

    PERFORM SUM-ONE-SEGMENT THRU SUM-ONE-EXIT
	VARYING SEG-NUM FROM 0 BY 1 UNTIL SEG-NOT-FOUND.

    IF SEG-NUM = 1
	ADD 1 TO MISSING-COUNT
	MOVE 1 TO SRT-SECTION
	MOVE ORG-DIVISION TO SRT-DIVISION
	MOVE ORG-DEPARTMENT TO SRT-DEPARTMENT
	MOVE BDG-COST-CENTER TO SRT-COST-CENTER
	MOVE BDG-BADGE-NUM TO SRT-BADGE-NUM
	MOVE BDG-NAME TO SRT-NAME
	RELEASE SRT-REC
	GO TO CHECK-ONE-EXIT.

*	in a holiday week the minimum comes down by the standard hours
*	of each holiday whose absence line is not on the ticket yet; a
*	holiday line already filed is in the ticket's hours.

    MOVE MIN-HOURS TO BADGE-MIN-HOURS.

    PERFORM CREDIT-ONE-HOLIDAY THRU CREDIT-HOL-EXIT
	VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > HT-COUNT.

    IF BADGE-MIN-HOURS < 0
	MOVE 0 TO BADGE-MIN-HOURS.

    IF WEEK-HOURS-TOTAL < BADGE-MIN-HOURS OR WEEK-HOURS-TOTAL > MAX-HOURS
	ADD 1 TO SUSPECT-COUNT
	MOVE 2 TO SRT-SECTION
	MOVE ORG-DIVISION TO SRT-DIVISION
	MOVE ORG-DEPARTMENT TO SRT-DEPARTMENT
	MOVE BDG-COST-CENTER TO SRT-COST-CENTER
	MOVE BDG-BADGE-NUM TO SRT-BADGE-NUM
	MOVE BDG-NAME TO SRT-NAME

    EXIT.

CLEAR-ONE-HOLIDAY.

    MOVE "N" TO HT-ON-TICKET (HT-SUB).

CLEAR-HOL-EXIT.

    EXIT.

CREDIT-ONE-HOLIDAY.

    IF HT-ON-TICKET (HT-SUB) = "N"
	SUBTRACT HT-HOURS (HT-SUB) FROM BADGE-MIN-HOURS.

CREDIT-HOL-EXIT.

    EXIT.

SUM-ONE-SEGMENT.

*	SEG-NUM is left one past the last segment found, so a value of
		    GO TO SUM-ONE-EXIT.

    ADD TOTAL-HRS TO WEEK-HOURS-TOTAL.

    IF HT-COUNT > 0
	PERFORM MARK-HOLIDAY-LINE THRU MARK-HOL-EXIT
	    VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > 10.

    GO TO SUM-ONE-EXIT.

SUM-ONE-SNAPSHOT.

    ADD SNP-TOTAL-HRS TO WEEK-HOURS-TOTAL.

    IF HT-COUNT > 0
	PERFORM MARK-HOLIDAY-SNP-LINE THRU MARK-HOL-SNP-EXIT
	    VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > 10.

SUM-ONE-EXIT.

    EXIT.

MARK-HOLIDAY-LINE.

*	an absence line (blank product line) under a holiday's code
*	means that holiday is already in the ticket's hours.

    IF PROD-LINE (DL-SUB) NOT = SPACES
	OR ACTIV-CODE (DL-SUB) = SPACES
	GO TO MARK-HOL-EXIT.

    PERFORM MATCH-HOLIDAY-LINE THRU MATCH-HOL-EXIT
	VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > HT-COUNT.

MARK-HOL-EXIT.

    EXIT.

MATCH-HOLIDAY-LINE.

    IF HT-CODE (HT-SUB) = ACTIV-CODE (DL-SUB)
	MOVE "Y" TO HT-ON-TICKET (HT-SUB).

MATCH-HOL-EXIT.

    EXIT.

MARK-HOLIDAY-SNP-LINE.

    IF SNP-PROD-LINE (DL-SUB) NOT = SPACES
	OR SNP-ACTIV-CODE (DL-SUB) = SPACES
	GO TO MARK-HOL-SNP-EXIT.

    PERFORM MATCH-HOLIDAY-SNP-LINE THRU MATCH-HOL-SNP-EXIT
	VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > HT-COUNT.

MARK-HOL-SNP-EXIT.

    EXIT.

MATCH-HOLIDAY-SNP-LINE.

    IF HT-CODE (HT-SUB) = SNP-ACTIV-CODE (DL-SUB)
	MOVE "Y" TO HT-ON-TICKET (HT-SUB).

MATCH-HOL-SNP-EXIT.

    EXIT.

*******************************************************************************

REPORT-OUTPUT SECTION.
    DISPLAY "WEEK ENDING " WK-DATE-ENTRY
	    " -- HOURS BOUNDS " MIN-HOURS " TO " MAX-HOURS ".".

    IF HT-COUNT > 0
	MOVE HOLIDAY-HOURS-TOTAL TO HOLIDAY-HOURS-DISP
	DISPLAY "HOLIDAY WEEK -- MINIMUM LOWERED BY UP TO " HOLIDAY-HOURS-DISP
		" HOURS WHERE THE HOLIDAY LINE IS NOT YET FILED.".

    IF NOT SELECTING-ALL-ORGS
	DISPLAY SEL-ORG-DESC " " SEL-ORG-CODE " ONLY.".

    PERFORM READ-SORTED-EXCEPTION.

    PERFORM PROCESS-EXCEPTION THRU PROCESS-EXCEPTION-EXIT
	UNTIL MSRT-END-OF-FILE.

    IF NOT-FIRST-GROUP
	PERFORM WRITE-DEPARTMENT-TOTAL
	PERFORM WRITE-DIVISION-TOTAL.

    CLOSE MSRT-FIL.

    PERFORM WRITE-REPORT-TOTALS.

*	a change of section opens the new section's heading; a change
*	of cost center (or of section) opens a new cost-center group.
*	Cost centers come under their department and departments under
*	their division: a department change counts off the department
*	just finished, and a division (or section) change counts off
*	the division as well.

    IF FIRST-GROUP
	MOVE "N" TO FIRST-GROUP-FLAG
	PERFORM WRITE-SECTION-HEADER
	PERFORM WRITE-DIVISION-HEADER
	PERFORM WRITE-DEPARTMENT-HEADER
	PERFORM WRITE-GROUP-HEADER
    ELSE
	IF MSO-SECTION NOT = PREV-SECTION
	    PERFORM WRITE-DEPARTMENT-TOTAL
	    PERFORM WRITE-DIVISION-TOTAL
	    PERFORM WRITE-SECTION-HEADER
	    PERFORM WRITE-DIVISION-HEADER
	    PERFORM WRITE-DEPARTMENT-HEADER
	    PERFORM WRITE-GROUP-HEADER
	ELSE
	    IF MSO-DIVISION NOT = PREV-DIVISION
		PERFORM WRITE-DEPARTMENT-TOTAL
		PERFORM WRITE-DIVISION-TOTAL
		PERFORM WRITE-DIVISION-HEADER
		PERFORM WRITE-DEPARTMENT-HEADER
		PERFORM WRITE-GROUP-HEADER
	    ELSE
		IF MSO-DEPARTMENT NOT = PREV-DEPARTMENT
		    PERFORM WRITE-DEPARTMENT-TOTAL
		    PERFORM WRITE-DEPARTMENT-HEADER
		    PERFORM WRITE-GROUP-HEADER
		ELSE
		    IF MSO-COST-CENTER NOT = PREV-COST-CENTER
			PERFORM WRITE-GROUP-HEADER.

    MOVE MSO-SECTION TO PREV-SECTION.
    MOVE MSO-DIVISION TO PREV-DIVISION.
    MOVE MSO-DEPARTMENT TO PREV-DEPARTMENT.
    MOVE MSO-COST-CENTER TO PREV-COST-CENTER.

    ADD 1 TO DEPT-EXC-COUNT.
    ADD 1 TO DIV-EXC-COUNT.

WRITE-EXCEPTION-LINE.

    IF MSO-SECTION = 1
	DISPLAY "    " MSO-BADGE-NUM "  " MSO-NAME
    ELSE
	MOVE MSO-HOURS TO RH-HOURS-HOLD
	IF MSO-HOURS > MAX-HOURS
	    DISPLAY "    " MSO-BADGE-NUM "  " MSO-NAME "  "
		    RH-HOURS-HOLD "  (OVER)"
	ELSE
	    DISPLAY "    " MSO-BADGE-NUM "  " MSO-NAME "  "
		    RH-HOURS-HOLD "  (UNDER)".

    PERFORM READ-SORTED-EXCEPTION.

    ELSE
	DISPLAY "TICKETS WITH WEEKLY HOURS OUT OF BOUNDS".

WRITE-DIVISION-HEADER.

    DISPLAY " ".
    DISPLAY "DIVISION " MSO-DIVISION.

WRITE-DEPARTMENT-HEADER.

    DISPLAY " ".
    DISPLAY " DEPARTMENT " MSO-DEPARTMENT.

WRITE-GROUP-HEADER.

    DISPLAY " ".
    DISPLAY "  COST CENTER " MSO-COST-CENTER.

WRITE-DEPARTMENT-TOTAL.

    DISPLAY " ".
    DISPLAY " Department " PREV-DEPARTMENT ": " DEPT-EXC-COUNT
	    " employee(s) listed.".

    MOVE 0 TO DEPT-EXC-COUNT.

WRITE-DIVISION-TOTAL.

    DISPLAY "Division " PREV-DIVISION ": " DIV-EXC-COUNT
	    " employee(s) listed.".

    MOVE 0 TO DIV-EXC-COUNT.

*******************************************************************************

WRITE-REPORT-TOTALS SECTION.
