IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTORGM.

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
*	application.  It maintains the organization file
*	(JOBTICORG) that rolls the flat list of cost centers up
*	into departments and divisions: each cost center is
*	assigned to a department and each department to a
*	division, and each division carries its name.  Every
*	assignment is effective-dated the way the labor rates are,
*	so a reorganization is keyed as new dated entries and the
*	old ones stay on file -- a rerun of March groups March's
*	hours the way the plant was organized in March.  JTPAYR,
*	JTMISS and JTSTMT print department and division subtotals
*	from this file and select by department or division.  Every
*	ADD, CHANGE and DELETE appends a before/after entry to the
*	maintenance audit log (JOBTICMNT, reported by JTMREP).

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. NOVEMBER 3, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '03-Nov-86', 'Sandy Clemens')
* %(  Add the organization file and its maintenance program, for
*     the department and division rollups in JTPAYR, JTMISS and
*     JTSTMT.  File: JTORGM.CBL (NEW) )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.
	DECSYSTEM-20.

OBJECT-COMPUTER.
	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT ORG-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS ORG-KEY
	   FILE STATUS IS ORG-STATUS.

    SELECT MNT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS MNT-STATUS.

DATA DIVISION.

FILE SECTION.

*	entry types:  C  a cost center, ORG-PARENT its department
*	              D  a department, ORG-PARENT its division
*	              V  a division, no parent
*	The effective date is year-first (YYMMDD) in the key, so a
*	code's history collates chronologically; the entry in
*	effect on a date is the last one dated on or before it.

FD  ORG-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICORG".

01  ORG-REC.
    05  ORG-KEY.
	10  ORG-TYPE PIC X.
	10  ORG-CODE PIC X(4).
	10  ORG-EFF-DATE PIC 9(6).
    05  ORG-PARENT PIC X(4).
    05  ORG-NAME PIC X(30).

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

01  ORG-STATUS PIC X(2).

01  MNT-STATUS PIC X(2).

*	the audit entry is staged here and moved to the record area
*	once the log is open.

01  MNT-WORK.
    05  MW-DATE PIC 9(6).
    05  MW-TIME PIC 9(8).
    05  MW-PROGRAM PIC X(6) VALUE "JTORGM".
    05  MW-ACTION PIC X(10).
    05  MW-KEY PIC X(20).
    05  MW-BEFORE PIC X(40).
    05  MW-AFTER PIC X(40).

*	the audited image of an entry, and the audited key: type,
*	code and effective date.

01  ORG-IMAGE.
    05  OI-PARENT PIC X(4).
    05  FILLER PIC X VALUE SPACE.
    05  OI-NAME PIC X(30).

01  KEY-IMAGE.
    05  KI-ORG-TYPE PIC X.
    05  FILLER PIC X VALUE SPACE.
    05  KI-ORG-CODE PIC X(4).
    05  FILLER PIC X VALUE SPACE.
    05  KI-EFF-DATE PIC 9(6).

01  ORG-EOF-FLAG PIC X.
    88 ORG-NOT-END-OF-FILE VALUE "N".
    88 ORG-END-OF-FILE VALUE "Y".

01  WORK-ORG-TYPE PIC X.
    88 GOOD-ORG-TYPE VALUES "C" "D" "V".
    88 COST-CENTER-ENTRY VALUE "C".
    88 DEPARTMENT-ENTRY VALUE "D".
    88 DIVISION-ENTRY VALUE "V".

01  WORK-ORG-CODE PIC X(4).
01  WORK-PARENT PIC X(4).
01  WORK-NAME PIC X(30).

*	the type of entry a parent must be: a cost center's parent
*	is a department, a department's a division.

01  PARENT-TYPE PIC X.
01  PARENT-WORD PIC X(10).

*	effective dates are carried year-first (YYMMDD) in the key;
*	the clerk keys MM/DD/YY and it is rearranged on entry.

01  EFF-DATE-ENTRY.
    05  EF-MON PIC 99.
    05  FILLER PIC X VALUE "/".
    05  EF-DY PIC 99.
    05  FILLER PIC X VALUE "/".
    05  EF-YR PIC 99.

01  EFF-DATE-HOLD.
    05  EH-YR PIC 99.
    05  EH-MO PIC 99.
    05  EH-DY PIC 99.

01  WORK-EFF-DATE PIC 9(6).

***** as-of lookup ************************************************************

01  LOOKUP-ORG-TYPE PIC X.
01  LOOKUP-ORG-CODE PIC X(4).
01  LOOKUP-AS-OF-DATE PIC 9(6).

01  AS-OF-FLAG PIC X.
    88 AS-OF-ENTRY-FOUND VALUE "Y".
    88 AS-OF-ENTRY-NOT-FOUND VALUE "N".

01  ORG-SCAN-FLAG PIC X.
    88 ORG-SCAN-DONE VALUE "Y".
    88 ORG-SCAN-NOT-DONE VALUE "N".

01  FOUND-ORG-NAME PIC X(30).

01  LIST-COUNT PIC 9(5) VALUE 0.

77  WS-COMMAND PIC X(10).
77  ANS PIC XXX.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "Organization File Maintenance.".
    DISPLAY " ".
    DISPLAY "Entry types are:  C = cost center, assigned to a department".
    DISPLAY "                  D = department, assigned to a division".
    DISPLAY "                  V = division".
    DISPLAY " ".

    PERFORM OPEN-ORG-FILE THRU OPEN-ORG-EXIT.

    PERFORM COMMAND-PROMPT THRU COMMAND-PROMPT-EXIT.

    CLOSE ORG-FIL.

    STOP RUN.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

OPEN-ORG-FILE.

*	the first time this program is ever run there is no
*	organization file on disk yet; offer to create an empty one.

    OPEN INPUT-OUTPUT ORG-FIL.

    IF ORG-STATUS = "00"
	GO TO OPEN-ORG-EXIT.

    DISPLAY "%Organization file JOBTICORG could not be opened.".
    DISPLAY "Create a new (empty) organization file? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

CREATE-REACC.

    IF ANS = "Y"
	OPEN OUTPUT ORG-FIL
	CLOSE ORG-FIL
	OPEN INPUT-OUTPUT ORG-FIL
	DISPLAY "New organization file created."

    ELSE IF ANS = "N"
	     DISPLAY "%Process halted."
	     STOP RUN

	 ELSE DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	      GO TO CREATE-REACC.

    IF ORG-STATUS NOT = "00"
	DISPLAY "%Organization file still could not be opened.  Process halted."
	STOP RUN.

OPEN-ORG-EXIT.

*******************************************************************************

COMMAND-PROMPT SECTION.

*******************************************************************************

DISPLAY-PROMPT.

    DISPLAY "JTORGM>" WITH NO ADVANCING ACCEPT WS-COMMAND.

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
	   PERFORM ADD-ENTRY THRU ADD-EXIT

	 ELSE
	      IF WS-COMMAND = "CHANGE"
		  OR WS-COMMAND = "CHANG"
		  OR WS-COMMAND = "CHAN"
		  OR WS-COMMAND = "CHA"
		  OR WS-COMMAND = "CH"
		  OR WS-COMMAND = "C"
		 PERFORM CHANGE-ENTRY THRU CHANGE-EXIT

	      ELSE
		   IF WS-COMMAND = "DELETE"
		       OR WS-COMMAND = "DELET"
		       OR WS-COMMAND = "DELE"
		       OR WS-COMMAND = "DEL"
		       OR WS-COMMAND = "D"
		      PERFORM DELETE-ENTRY THRU DELETE-EXIT

		   ELSE
			IF WS-COMMAND = "LIST"
			    OR WS-COMMAND = "LIS"
			    OR WS-COMMAND = "LI"
			    OR WS-COMMAND = "L"
			   PERFORM LIST-ENTRIES THRU LIST-EXIT

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
    DISPLAY "ADD is for assigning a cost center to a department, a".
    DISPLAY "  department to a division, or naming a division, effective".
    DISPLAY "  from a date; earlier entries stay on file as history.  To".
    DISPLAY "  reorganize, ADD new entries dated when the change takes".
    DISPLAY "  effect -- do not CHANGE the old ones.".
    DISPLAY "CHANGE is for correcting an entry already on file (by its".
    DISPLAY "  code and effective date).".
    DISPLAY "DELETE is for removing one dated entry keyed in error.".
    DISPLAY "LIST displays the dated history for one entry type.".
    DISPLAY "HELP gives you this list of options. ".
    DISPLAY "EXIT is for exiting. ".
    DISPLAY " ".

CHELP-EXIT.

*******************************************************************************

ADD-ENTRY SECTION.

*******************************************************************************

ENTER-ADD-TYPE.

    PERFORM GET-ORG-TYPE THRU GET-TYPE-EXIT.
    PERFORM GET-ORG-CODE THRU GET-CODE-EXIT.
    PERFORM GET-EFF-DATE THRU GET-EFF-EXIT.

CHECK-NOT-ALREADY-ON-FILE.

*	a code may carry any number of dated entries -- that is the
*	history -- but only one per effective date.

    MOVE WORK-ORG-TYPE TO ORG-TYPE.
    MOVE WORK-ORG-CODE TO ORG-CODE.
    MOVE WORK-EFF-DATE TO ORG-EFF-DATE.

    READ ORG-FIL
	INVALID KEY GO TO ENTER-ADD-FIELDS.

    DISPLAY "?An entry for " ORG-CODE " (type " ORG-TYPE ") effective".
    DISPLAY "?" EFF-DATE-ENTRY " is already on file.  Use CHANGE instead.".
    GO TO ADD-EXIT.

ENTER-ADD-FIELDS.

    PERFORM GET-PARENT THRU GET-PARENT-EXIT.
    PERFORM GET-ORG-NAME THRU GET-NAME-EXIT.

WRITE-NEW-ENTRY.

    MOVE WORK-ORG-TYPE TO ORG-TYPE.
    MOVE WORK-ORG-CODE TO ORG-CODE.
    MOVE WORK-EFF-DATE TO ORG-EFF-DATE.
    MOVE WORK-PARENT TO ORG-PARENT.
    MOVE WORK-NAME TO ORG-NAME.

    WRITE ORG-REC
	INVALID KEY DISPLAY "?Write error -- entry not added."
		    GO TO ADD-EXIT.

    IF DIVISION-ENTRY
	DISPLAY "Division " ORG-CODE " added, effective " EFF-DATE-ENTRY "."
    ELSE
	DISPLAY ORG-CODE " (type " ORG-TYPE ") assigned to " PARENT-WORD
		" " ORG-PARENT ", effective " EFF-DATE-ENTRY ".".

    MOVE "ADD" TO MW-ACTION.
    MOVE "(NEW)" TO MW-BEFORE.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

ADD-EXIT.

*******************************************************************************

CHANGE-ENTRY SECTION.

*******************************************************************************

ENTER-CHANGE-TYPE.

    PERFORM GET-ORG-TYPE THRU GET-TYPE-EXIT.
    PERFORM GET-ORG-CODE THRU GET-CODE-EXIT.
    PERFORM GET-EFF-DATE THRU GET-EFF-EXIT.

READ-ENTRY-FOR-CHANGE.

    MOVE WORK-ORG-TYPE TO ORG-TYPE.
    MOVE WORK-ORG-CODE TO ORG-CODE.
    MOVE WORK-EFF-DATE TO ORG-EFF-DATE.

    READ ORG-FIL
	INVALID KEY DISPLAY "?No entry on file for " WORK-ORG-CODE
			    " (type " WORK-ORG-TYPE ") effective "
			    EFF-DATE-ENTRY "."
		    DISPLAY "?Use LIST to see the dated history."
		    GO TO CHANGE-EXIT.

    DISPLAY "Entry on file: " ORG-PARENT "  " ORG-NAME.

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    PERFORM GET-PARENT THRU GET-PARENT-EXIT.
    PERFORM GET-ORG-NAME THRU GET-NAME-EXIT.

*	the parent check read other entries through the record
*	area; read the one being changed back before rewriting it.

    MOVE WORK-ORG-TYPE TO ORG-TYPE.
    MOVE WORK-ORG-CODE TO ORG-CODE.
    MOVE WORK-EFF-DATE TO ORG-EFF-DATE.

    READ ORG-FIL
	INVALID KEY DISPLAY "?Entry has left the file -- not changed."
		    GO TO CHANGE-EXIT.

    MOVE WORK-PARENT TO ORG-PARENT.
    MOVE WORK-NAME TO ORG-NAME.

    REWRITE ORG-REC
	INVALID KEY DISPLAY "?Rewrite error -- entry not changed."
		    GO TO CHANGE-EXIT.

    DISPLAY "Entry for " ORG-CODE " (type " ORG-TYPE ") changed.".

    MOVE "CHANGE" TO MW-ACTION.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

CHANGE-EXIT.

*******************************************************************************

DELETE-ENTRY SECTION.

*******************************************************************************

ENTER-DELETE-TYPE.

    PERFORM GET-ORG-TYPE THRU GET-TYPE-EXIT.
    PERFORM GET-ORG-CODE THRU GET-CODE-EXIT.
    PERFORM GET-EFF-DATE THRU GET-EFF-EXIT.

READ-ENTRY-FOR-DELETE.

    MOVE WORK-ORG-TYPE TO ORG-TYPE.
    MOVE WORK-ORG-CODE TO ORG-CODE.
    MOVE WORK-EFF-DATE TO ORG-EFF-DATE.

    READ ORG-FIL
	INVALID KEY DISPLAY "?No entry on file for " WORK-ORG-CODE
			    " (type " WORK-ORG-TYPE ") effective "
			    EFF-DATE-ENTRY "."
		    GO TO DELETE-EXIT.

    DISPLAY "Entry on file: " ORG-PARENT "  " ORG-NAME.
    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.
    DISPLAY "Delete this entry? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

DELETE-REACC.

    IF ANS = "N"
	DISPLAY "OK.  Entry left on file."
	GO TO DELETE-EXIT

    ELSE IF ANS NOT = "Y"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO DELETE-REACC.

    DELETE ORG-FIL
	INVALID KEY DISPLAY "?Delete error -- entry not removed."
		    GO TO DELETE-EXIT.

    DISPLAY "Entry for " WORK-ORG-CODE " (type " WORK-ORG-TYPE ") deleted.".

    MOVE "DELETE" TO MW-ACTION.
    MOVE "(DELETED)" TO MW-AFTER.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

DELETE-EXIT.

*******************************************************************************

LIST-ENTRIES SECTION.

*******************************************************************************

ENTER-LIST-TYPE.

    PERFORM GET-ORG-TYPE THRU GET-TYPE-EXIT.

POSITION-TO-TYPE.

    MOVE WORK-ORG-TYPE TO ORG-TYPE.
    MOVE SPACES TO ORG-CODE.
    MOVE 0 TO ORG-EFF-DATE.
    MOVE 0 TO LIST-COUNT.
    MOVE "N" TO ORG-EOF-FLAG.

    START ORG-FIL KEY IS NOT LESS THAN ORG-KEY
	INVALID KEY DISPLAY "(no entries on file for type " WORK-ORG-TYPE ")"
		    GO TO LIST-EXIT.

    DISPLAY " ".
    DISPLAY "CODE  EFFECTIVE  PARENT  NAME".
    DISPLAY "----  ---------  ------  ------------------------------".

    PERFORM LIST-ONE-ENTRY THRU LIST-ONE-EXIT
	UNTIL ORG-END-OF-FILE.

    IF LIST-COUNT = 0
	DISPLAY "(no entries on file for type " WORK-ORG-TYPE ")".

    DISPLAY " ".

LIST-EXIT.

LIST-ONE-ENTRY.

    READ ORG-FIL NEXT
	AT END MOVE "Y" TO ORG-EOF-FLAG
	       GO TO LIST-ONE-EXIT.

    IF ORG-TYPE NOT = WORK-ORG-TYPE
	MOVE "Y" TO ORG-EOF-FLAG
	GO TO LIST-ONE-EXIT.

    DISPLAY ORG-CODE "  " ORG-EFF-DATE "     " ORG-PARENT "    " ORG-NAME.
    ADD 1 TO LIST-COUNT.

LIST-ONE-EXIT.

    EXIT.

*******************************************************************************

GET-FIELDS SECTION.

*******************************************************************************

GET-ORG-TYPE.

    DISPLAY "Enter the entry type (C, D or V): "
	WITH NO ADVANCING ACCEPT WORK-ORG-TYPE.

VALIDATE-ORG-TYPE.

    IF NOT GOOD-ORG-TYPE
	DISPLAY "?Entry type must be C, D or V.  Enter the entry type: "
	    WITH NO ADVANCING ACCEPT WORK-ORG-TYPE
	GO TO VALIDATE-ORG-TYPE.

    IF COST-CENTER-ENTRY
	MOVE "D" TO PARENT-TYPE
	MOVE "department" TO PARENT-WORD
    ELSE
	MOVE "V" TO PARENT-TYPE
	MOVE "division" TO PARENT-WORD.

GET-TYPE-EXIT.

GET-ORG-CODE.

    IF COST-CENTER-ENTRY
	DISPLAY "Enter the cost center (4 digits): "
	    WITH NO ADVANCING ACCEPT WORK-ORG-CODE
    ELSE
	IF DEPARTMENT-ENTRY
	    DISPLAY "Enter the department code (4 characters): "
		WITH NO ADVANCING ACCEPT WORK-ORG-CODE
	ELSE
	    DISPLAY "Enter the division code (4 characters): "
		WITH NO ADVANCING ACCEPT WORK-ORG-CODE.

VALIDATE-ORG-CODE.

*	"????" is what the reports show for a cost center with no
*	department (or a department with no division) on file.

    IF WORK-ORG-CODE = SPACES OR WORK-ORG-CODE = "????"
	DISPLAY "?Code cannot be blank or ????.  Enter the code: "
	    WITH NO ADVANCING ACCEPT WORK-ORG-CODE
	GO TO VALIDATE-ORG-CODE.

    IF COST-CENTER-ENTRY AND WORK-ORG-CODE NOT NUMERIC
	DISPLAY "?Cost center must be a number.  Enter the cost center: "
	    WITH NO ADVANCING ACCEPT WORK-ORG-CODE
	GO TO VALIDATE-ORG-CODE.

GET-CODE-EXIT.

GET-EFF-DATE.

    DISPLAY "Enter the effective date (MM/DD/YY): "
	WITH NO ADVANCING ACCEPT EFF-DATE-ENTRY.

VALIDATE-EFF-DATE.

    IF EF-MON < 1 OR EF-MON > 12 OR EF-DY < 1 OR EF-DY > 31
	DISPLAY "?Invalid date.  Enter the effective date, form MM/DD/YY: "
	    WITH NO ADVANCING ACCEPT EFF-DATE-ENTRY
	GO TO VALIDATE-EFF-DATE.

    MOVE EF-YR TO EH-YR.
    MOVE EF-MON TO EH-MO.
    MOVE EF-DY TO EH-DY.
    MOVE EFF-DATE-HOLD TO WORK-EFF-DATE.

GET-EFF-EXIT.

GET-PARENT.

*	a division has no parent.  A cost center's department, or a
*	department's division, must itself be on file in effect by
*	the date this entry takes effect, so the reports never meet
*	a rollup that leads nowhere.

    MOVE SPACES TO WORK-PARENT.

    IF DIVISION-ENTRY
	GO TO GET-PARENT-EXIT.

    DISPLAY "Enter the " PARENT-WORD " it belongs to (4 characters): "
	WITH NO ADVANCING ACCEPT WORK-PARENT.

VALIDATE-PARENT.

    IF WORK-PARENT = SPACES
	DISPLAY "?Cannot be blank.  Enter the " PARENT-WORD ": "
	    WITH NO ADVANCING ACCEPT WORK-PARENT
	GO TO VALIDATE-PARENT.

    MOVE PARENT-TYPE TO LOOKUP-ORG-TYPE.
    MOVE WORK-PARENT TO LOOKUP-ORG-CODE.
    MOVE WORK-EFF-DATE TO LOOKUP-AS-OF-DATE.

    PERFORM FIND-ORG-AS-OF THRU FIND-AS-OF-EXIT.

    IF AS-OF-ENTRY-NOT-FOUND
	DISPLAY "?No " PARENT-WORD " " WORK-PARENT " is on file effective "
		EFF-DATE-ENTRY "."
	DISPLAY "?ADD it first, or enter another " PARENT-WORD ": "
	    WITH NO ADVANCING ACCEPT WORK-PARENT
	GO TO VALIDATE-PARENT.

    DISPLAY "  " PARENT-WORD " " WORK-PARENT ": " FOUND-ORG-NAME.

GET-PARENT-EXIT.

GET-ORG-NAME.

*	departments and divisions are named; a cost center's name is
*	its description on JOBTICREF, so one here is optional.

    MOVE SPACES TO WORK-NAME.

    IF COST-CENTER-ENTRY
	DISPLAY "Enter a note for this assignment (optional): "
	    WITH NO ADVANCING ACCEPT WORK-NAME
	GO TO GET-NAME-EXIT.

    DISPLAY "Enter the name (up to 30 characters): "
	WITH NO ADVANCING ACCEPT WORK-NAME.

VALIDATE-ORG-NAME.

    IF WORK-NAME = SPACES
	DISPLAY "?Name cannot be blank.  Enter the name: "
	    WITH NO ADVANCING ACCEPT WORK-NAME
	GO TO VALIDATE-ORG-NAME.

GET-NAME-EXIT.

*******************************************************************************

AS-OF-LOOKUP SECTION.

*******************************************************************************

FIND-ORG-AS-OF.

*	position to the code's first dated entry and read forward,
*	keeping the last entry dated on or before the as-of date,
*	the way JTPAYR finds the rate in effect.

    MOVE "N" TO AS-OF-FLAG.
    MOVE "N" TO ORG-SCAN-FLAG.

    MOVE LOOKUP-ORG-TYPE TO ORG-TYPE.
    MOVE LOOKUP-ORG-CODE TO ORG-CODE.
    MOVE 0 TO ORG-EFF-DATE.

    START ORG-FIL KEY IS NOT LESS THAN ORG-KEY
	INVALID KEY MOVE "Y" TO ORG-SCAN-FLAG.

    PERFORM SCAN-ONE-ORG THRU SCAN-ORG-EXIT
	UNTIL ORG-SCAN-DONE.

FIND-AS-OF-EXIT.

    EXIT.

SCAN-ONE-ORG.

    READ ORG-FIL NEXT
	AT END MOVE "Y" TO ORG-SCAN-FLAG
	       GO TO SCAN-ORG-EXIT.

    IF ORG-TYPE NOT = LOOKUP-ORG-TYPE
	OR ORG-CODE NOT = LOOKUP-ORG-CODE
	OR ORG-EFF-DATE > LOOKUP-AS-OF-DATE
	MOVE "Y" TO ORG-SCAN-FLAG
	GO TO SCAN-ORG-EXIT.

    MOVE "Y" TO AS-OF-FLAG.
    MOVE ORG-NAME TO FOUND-ORG-NAME.

SCAN-ORG-EXIT.

    EXIT.

*******************************************************************************

AUDIT-LOG SECTION.

*******************************************************************************

*	Append one before/after entry to the maintenance audit log for
*	every add, change and delete.  The log is opened and closed
*	around each entry, the way JTRATE writes it.

BUILD-BEFORE-IMAGE.

    MOVE ORG-PARENT TO OI-PARENT.
    MOVE ORG-NAME TO OI-NAME.
    MOVE ORG-IMAGE TO MW-BEFORE.

BUILD-BEFORE-EXIT.

    EXIT.

BUILD-AFTER-IMAGE.

    MOVE ORG-PARENT TO OI-PARENT.
    MOVE ORG-NAME TO OI-NAME.
    MOVE ORG-IMAGE TO MW-AFTER.

BUILD-AFTER-EXIT.

    EXIT.

WRITE-MNT-ENTRY.

    ACCEPT MW-DATE FROM DATE.
    ACCEPT MW-TIME FROM TIME.
    MOVE WORK-ORG-TYPE TO KI-ORG-TYPE.
    MOVE WORK-ORG-CODE TO KI-ORG-CODE.
    MOVE WORK-EFF-DATE TO KI-EFF-DATE.
    MOVE KEY-IMAGE TO MW-KEY.

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
