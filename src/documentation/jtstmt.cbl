* %(  Add the per-employee weekly time statement print, for the
*     auditors' evidence that employees have seen what was filed
*     under their badge.  File: JTSTMT.CBL (NEW) )%
*
* Edit (%O'2', '08-Oct-86', 'Sandy Clemens')
* %(  Code reference record layout.  JOBTICREF records now carry a
*     direct/indirect labor class after the description (set by
*     JTCODE on activity codes, reported by JTUTIL); the record
*     description here is extended to match the file.
*     File: JTSTMT.CBL )%
*
* Edit (%O'3', '03-Nov-86', 'Sandy Clemens')
* %(  Department and division rollups.  Each statement's home cost
*     center is looked up on the new organization file (JOBTICORG,
*     kept by JTORGM) for its department and division as of the
*     statement week; the cost-center bundles now come out under
*     their division and department, each closed by a count of its
*     statements and their hours.  A cost center with no entry in
*     effect goes under ????.  The operator may select one
*     department or division.  File: JTSTMT.CBL )%
*
* Edit (%O'4', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC grew a trailing shift code byte for shift-differential
*     pay.  No logic change; the statement shows hours, not pay.
*     File: JTSTMT.CBL )%
*
* Edit (%O'5', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC grew a trailing charge-to cost center on each detail
*     line for loaned labor.  No logic change; the statement shows
*     the employee's hours, not which department paid for them.
*     File: JTSTMT.CBL )%

ENVIRONMENT DIVISION.

	   RECORD KEY IS REF-KEY
	   FILE STATUS IS REF-STATUS.

    SELECT ORG-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS ORG-KEY
	   FILE STATUS IS ORG-STATUS.

    SELECT TSRT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL.

SD  SORT-WORK.

01  SRT-REC.
    05  SRT-DIVISION PIC X(4).
    05  SRT-DEPARTMENT PIC X(4).
    05  SRT-COST-CENTER PIC X(4).
    05  SRT-BADGE-NUM PIC 9(7).
    05  SRT-REC-TYPE PIC X.
	15  OPER-CODE PIC X(4).
    05  REC-TYPE PIC X.
    05  APPR-STATUS PIC X.
    05  SHIFT-CD PIC X.
    05  CHARGE-CC PIC X(4) OCCURS 10.

FD  BDG-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICBDG".
	10  REF-CODE-TYPE PIC X.
	10  REF-CODE PIC X(4).
    05  REF-DESC PIC X(30).
    05  REF-LABOR-CLASS PIC X.

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

FD  TSRT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTSTMSRT".

01  TSRT-OUT-REC.
    05  TSO-DIVISION PIC X(4).
    05  TSO-DEPARTMENT PIC X(4).
    05  TSO-COST-CENTER PIC X(4).
    05  TSO-BADGE-NUM PIC 9(7).
    05  TSO-REC-TYPE PIC X.

01  REPORT-WK-END-DATE PIC 9(6) VALUE 0.

***** department and division selection ***************************************

*	a cost center's department and division are those in effect
*	on the statement week-ending date; one with no entry in effect
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

***** badge master lookup cache ***********************************************

*	JT-FIL comes past in badge order, so one ticket's segments

***** statement page work *****************************************************

01  PREV-DIVISION PIC X(4) VALUE SPACES.
01  PREV-DEPARTMENT PIC X(4) VALUE SPACES.
01  PREV-COST-CENTER PIC X(4) VALUE SPACES.
01  PREV-BADGE-NUM PIC 9(7) VALUE 0.
01  PREV-NAME PIC X(30).

01  STATEMENT-COUNT PIC 9(5) VALUE 0.

01  DEPT-STMT-COUNT PIC 9(5) VALUE 0.
01  DIV-STMT-COUNT PIC 9(5) VALUE 0.
01  DEPT-HOURS-HOLD COMP-1 VALUE 0.
01  DIV-HOURS-HOLD COMP-1 VALUE 0.

01  LINE-DESC PIC X(30).
01  ABSENCE-MARK PIC X(8).

01  REPORT-HOLD-AREA.
    05  RH-HOURS-HOLD PIC ----9.99.
    05  RH-TOTAL-HOLD PIC ------9.99.
    05  RH-DIS-HOLD PIC 9(5).
    05  RH-MFG-HOLD PIC 9(5).


    PERFORM GET-SELECTIONS THRU GET-SELECTIONS-EXIT.

    PERFORM GET-ORG-SELECTION THRU GET-ORG-EXIT.

    PERFORM OPEN-REFERENCE-FILE THRU OPEN-REF-EXIT.

    PERFORM SORT-THE-STATEMENTS.
    IF REF-FILE-OPEN
	CLOSE REF-FIL.

    IF ORG-FILE-OPEN
	CLOSE ORG-FIL.

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
	DISPLAY "%every cost center is printed under department ????."
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

GET-ORG-EXIT.

CHECK-ORG-SELECTED.

*	called with the badge's home cost center in the cache; find
*	its department and division for the statement week, and
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

    IF CACHE-COST-CENTER = ORG-CACHE-COST-CENTER
	GO TO RESOLVE-ORG-EXIT.

    MOVE CACHE-COST-CENTER TO ORG-CACHE-COST-CENTER.
    MOVE UNASSIGNED-ORG TO ORG-DEPARTMENT.
    MOVE UNASSIGNED-ORG TO ORG-DIVISION.

    IF ORG-FILE-NOT-OPEN
	GO TO RESOLVE-ORG-EXIT.

    MOVE "C" TO LOOKUP-ORG-TYPE.
    MOVE CACHE-COST-CENTER TO LOOKUP-ORG-CODE.

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
*	statement week-ending date; the entries of a code collate
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

SET-UP SECTION.

*******************************************************************************
*	one sort record per JT-FIL record for the chosen week, keyed
*	by home cost center (from the badge master) so the statements
*	burst per supervisor, then badge; a badge's adjustment
*	records (type "A") sort behind its regular segments.  The
*	cost centers sort under their division and department.

SORT-THE-FILE.

    SORT SORT-WORK
	ON ASCENDING KEY SRT-DIVISION SRT-DEPARTMENT
			 SRT-COST-CENTER SRT-BADGE-NUM SRT-REC-TYPE
			 SRT-CONT-SEQ
	INPUT PROCEDURE IS RELEASE-WEEK-TICKETS
	GIVING TSRT-FIL.

    PERFORM LOOK-UP-BADGE-MASTER THRU LOOK-BADGE-EXIT.

    PERFORM CHECK-ORG-SELECTED THRU CHECK-ORG-EXIT.

    IF ORG-NOT-WANTED
	GO TO RELEASE-TICKET-EXIT.

    MOVE ORG-DIVISION TO SRT-DIVISION.
    MOVE ORG-DEPARTMENT TO SRT-DEPARTMENT.
    MOVE CACHE-COST-CENTER TO SRT-COST-CENTER.
    MOVE BADGE-NUM TO SRT-BADGE-NUM.
    MOVE CONT-SEQ TO SRT-CONT-SEQ.
	UNTIL TSRT-END-OF-FILE.

    IF NOT FIRST-GROUP
	PERFORM CLOSE-OUT-STATEMENT
	PERFORM WRITE-DEPARTMENT-TOTAL
	PERFORM WRITE-DIVISION-TOTAL.

    CLOSE TSRT-FIL.

    DISPLAY "Statements printed for week ending " WK-DATE-ENTRY ": "
	    STATEMENT-COUNT.

    IF NOT SELECTING-ALL-ORGS
	DISPLAY "(" SEL-ORG-DESC " " SEL-ORG-CODE " only)".

    IF STATEMENT-COUNT = 0
	DISPLAY "(no tickets on file for that week)".


*	a change of badge closes the prior statement and opens a new
*	page; a change of home cost center also announces the new
*	supervisor bundle.  Bundles come under their department and
*	departments under their division, each counted off when it
*	changes.

    IF FIRST-GROUP
	MOVE "N" TO FIRST-GROUP-FLAG
    ELSE
	IF TSO-BADGE-NUM NOT = PREV-BADGE-NUM
		OR TSO-COST-CENTER NOT = PREV-COST-CENTER
		OR TSO-DEPARTMENT NOT = PREV-DEPARTMENT
		OR TSO-DIVISION NOT = PREV-DIVISION
	    PERFORM CLOSE-OUT-STATEMENT
	    PERFORM CHECK-FOR-ORG-BREAK
	    IF TSO-COST-CENTER NOT = PREV-COST-CENTER
		    OR TSO-DEPARTMENT NOT = PREV-DEPARTMENT
		    OR TSO-DIVISION NOT = PREV-DIVISION
		PERFORM WRITE-BUNDLE-HEADER
		PERFORM WRITE-STATEMENT-HEADER
	    ELSE
		PERFORM WRITE-STATEMENT-HEADER.

    MOVE TSO-DIVISION TO PREV-DIVISION.
    MOVE TSO-DEPARTMENT TO PREV-DEPARTMENT.
    MOVE TSO-COST-CENTER TO PREV-COST-CENTER.
    MOVE TSO-BADGE-NUM TO PREV-BADGE-NUM.
    MOVE TSO-NAME TO PREV-NAME.

    EXIT.

CHECK-FOR-ORG-BREAK.

    IF TSO-DIVISION NOT = PREV-DIVISION
	PERFORM WRITE-DEPARTMENT-TOTAL
	PERFORM WRITE-DIVISION-TOTAL
    ELSE
	IF TSO-DEPARTMENT NOT = PREV-DEPARTMENT
	    PERFORM WRITE-DEPARTMENT-TOTAL.

WRITE-DEPARTMENT-TOTAL.

    MOVE DEPT-HOURS-HOLD TO RH-TOTAL-HOLD.

    DISPLAY " ".
    DISPLAY "DEPARTMENT " PREV-DEPARTMENT " -- " DEPT-STMT-COUNT
	    " statement(s), " RH-TOTAL-HOLD " weekly hours.".

    MOVE 0 TO DEPT-STMT-COUNT.
    MOVE 0 TO DEPT-HOURS-HOLD.

WRITE-DIVISION-TOTAL.

    MOVE DIV-HOURS-HOLD TO RH-TOTAL-HOLD.

    DISPLAY "DIVISION " PREV-DIVISION " -- " DIV-STMT-COUNT
	    " statement(s), " RH-TOTAL-HOLD " weekly hours.".

    MOVE 0 TO DIV-STMT-COUNT.
    MOVE 0 TO DIV-HOURS-HOLD.

WRITE-BUNDLE-HEADER.

    DISPLAY " ".
    DISPLAY "===============================================================================".
    DISPLAY "COST CENTER " TSO-COST-CENTER " -- WEEKLY TIME STATEMENTS, WEEK ENDING "
	    WK-DATE-ENTRY.
    DISPLAY "DIVISION " TSO-DIVISION "  DEPARTMENT " TSO-DEPARTMENT.
    DISPLAY "===============================================================================".

WRITE-STATEMENT-HEADER.

    ADD 1 TO STATEMENT-COUNT.
    ADD 1 TO DEPT-STMT-COUNT.
    ADD 1 TO DIV-STMT-COUNT.
    MOVE 0 TO BADGE-REG-HOURS.
    MOVE 0 TO BADGE-ADJ-HOURS.
    MOVE "N" TO ADJ-SEEN-FLAG.

CLOSE-OUT-STATEMENT.

    ADD BADGE-REG-HOURS TO DEPT-HOURS-HOLD.
    ADD BADGE-REG-HOURS TO DIV-HOURS-HOLD.

    MOVE BADGE-REG-HOURS TO RH-HOURS-HOLD.

    DISPLAY " ".
