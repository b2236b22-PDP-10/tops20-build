*
*	This program is a portion of the DIL Load Test sample
*	application.  It maintains the code reference file (JOBTICREF)
*	of valid activity codes, product lines, operation codes, cost
*	centers, absence types and shifts.  JTSERV rejects any incoming job ticket whose
*	detail lines or cost center carry a code that is not on this
*	file, so the tables kept here are what stands between the
*	reports and four characters of noise.
* %(  Maintenance audit trail.  Every ADD and DELETE now appends a
*     before/after entry to the maintenance audit log (JOBTICMNT,
*     reported by JTMREP).  File: JTCODE.CBL )%
*
* Edit (%O'4', '08-Oct-86', 'Sandy Clemens')
* %(  Direct/indirect labor class.  JOBTICREF records grow a labor
*     class byte after the description: every activity code is
*     classed D (direct -- real manufacturing work) or I (indirect
*     -- overhead), asked for on ADD and changed with the new CLASS
*     command; LIST shows it.  Other code types leave it blank
*     (absence codes are already their own class).  JTUTIL reports
*     labor utilization from it; JTRFCV converts the existing file.
*     The audit images now carry the class after the description.
*     File: JTCODE.CBL )%
*
* Edit (%O'5', '05-Nov-86', 'Sandy Clemens')
* %(  Add code type S, shifts.  A shift code is one character (the
*     job ticket carries it in a single byte), so anything keyed
*     past the first position is refused.  JTSERV validates each
*     ticket's shift code against this table -- a blank shift code
*     means first shift and is never looked up -- and JTPAYR prices
*     the shift differential from the type S rates on JOBTICRTE.
*     File: JTCODE.CBL )%

ENVIRONMENT DIVISION.

	10  REF-CODE-TYPE PIC X.
	10  REF-CODE PIC X(4).
    05  REF-DESC PIC X(30).
    05  REF-LABOR-CLASS PIC X.
	88 REF-DIRECT-LABOR VALUE "D".
	88 REF-INDIRECT-LABOR VALUE "I".

FD  MNT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICMNT".
    05  MW-BEFORE PIC X(40).
    05  MW-AFTER PIC X(40).

*	the before/after image of a code as it goes on the audit log:
*	the description and, for an activity code, its labor class.

01  REF-IMAGE.
    05  RI-DESC PIC X(30).
    05  FILLER PIC X VALUE SPACE.
    05  RI-LABOR-CLASS PIC X.

01  KEY-IMAGE.
    05  KI-CODE-TYPE PIC X.
    05  FILLER PIC X VALUE SPACE.
    88 REF-END-OF-FILE VALUE "Y".

01  WORK-CODE-TYPE PIC X.
    88 GOOD-CODE-TYPE VALUES "A" "P" "O" "C" "B" "S".

01  WORK-CODE PIC X(4).
01  WORK-CODE-SPLIT REDEFINES WORK-CODE.
    05  WC-FIRST-CHAR PIC X.
    05  WC-REST PIC X(3).

01  WORK-DESC PIC X(30).

01  WORK-LABOR-CLASS PIC X.
    88 GOOD-LABOR-CLASS VALUES "D" "I".

01  LIST-COUNT PIC 9(5) VALUE 0.

77  WS-COMMAND PIC X(10).
    DISPLAY "                 O = operation code    C = cost center".
    DISPLAY "                 B = absence type (vacation, holiday, sick)".
    DISPLAY " ".
    DISPLAY "Activity codes are classed D = direct labor, I = indirect.".
    DISPLAY " ".

    PERFORM OPEN-REF-FILE THRU OPEN-REF-EXIT.

		      PERFORM LIST-CODES THRU LIST-EXIT

		   ELSE
			IF WS-COMMAND = "CLASS"
			    OR WS-COMMAND = "CLAS"
			    OR WS-COMMAND = "CLA"
			    OR WS-COMMAND = "CL"
			   PERFORM CLASS-CODE THRU CLASS-EXIT

			ELSE
			     IF WS-COMMAND = "EXIT"
				     OR WS-COMMAND = "EXI"
				     OR WS-COMMAND = "EX"
				     OR WS-COMMAND = "E"
				    GO TO COMMAND-PROMPT-EXIT

			     ELSE DISPLAY "?Command error: does not match keyword.".

    GO TO DISPLAY-PROMPT.


COMMAND-HELP-TXT.

    DISPLAY "The options are:  ADD  DELETE  LIST  CLASS  HELP  EXIT ".
    DISPLAY " ".
    DISPLAY "ADD is for adding a code to one of the reference tables.".
    DISPLAY "DELETE is for removing a code no longer valid.".
    DISPLAY "LIST displays every code on file for one code type.".
    DISPLAY "CLASS changes an activity code's labor class (direct or".
    DISPLAY "  indirect), which the utilization report goes by.".
    DISPLAY "HELP gives you this list of options. ".
    DISPLAY "EXIT is for exiting. ".
    DISPLAY " ".
    DISPLAY "Enter a description for the code: "
	WITH NO ADVANCING ACCEPT WORK-DESC.

    MOVE SPACE TO WORK-LABOR-CLASS.

    IF WORK-CODE-TYPE = "A"
	PERFORM GET-LABOR-CLASS THRU GET-CLASS-EXIT.

WRITE-NEW-CODE.

    MOVE WORK-CODE-TYPE TO REF-CODE-TYPE.
    MOVE WORK-CODE TO REF-CODE.
    MOVE WORK-DESC TO REF-DESC.
    MOVE WORK-LABOR-CLASS TO REF-LABOR-CLASS.

    WRITE REF-REC
	INVALID KEY DISPLAY "?Write error -- code not added."

    MOVE "ADD" TO MW-ACTION.
    MOVE "(NEW)" TO MW-BEFORE.
    PERFORM BUILD-REF-IMAGE THRU BUILD-IMAGE-EXIT.
    MOVE REF-IMAGE TO MW-AFTER.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

ADD-EXIT.

    DISPLAY "Code:        " REF-CODE " (type " REF-CODE-TYPE ")".
    DISPLAY "Description: " REF-DESC.
    PERFORM BUILD-REF-IMAGE THRU BUILD-IMAGE-EXIT.
    DISPLAY "Delete this code? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

    DISPLAY "Code " WORK-CODE " (type " WORK-CODE-TYPE ") deleted.".

    MOVE "DELETE" TO MW-ACTION.
    MOVE REF-IMAGE TO MW-BEFORE.
    MOVE "(DELETED)" TO MW-AFTER.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

		    GO TO LIST-EXIT.

    DISPLAY " ".
    DISPLAY "CODE  DESCRIPTION                     CLASS".
    DISPLAY "----  ------------------------------  -----".

    PERFORM LIST-ONE-CODE THRU LIST-ONE-EXIT
	UNTIL REF-END-OF-FILE.
	MOVE "Y" TO REF-EOF-FLAG
	GO TO LIST-ONE-EXIT.

    IF REF-CODE-TYPE NOT = "A"
	DISPLAY REF-CODE "  " REF-DESC
    ELSE
	IF REF-DIRECT-LABOR
	    DISPLAY REF-CODE "  " REF-DESC "  DIRECT"
	ELSE
	    IF REF-INDIRECT-LABOR
		DISPLAY REF-CODE "  " REF-DESC "  INDIRECT"
	    ELSE
		DISPLAY REF-CODE "  " REF-DESC "  (not classed)".

    ADD 1 TO LIST-COUNT.

LIST-ONE-EXIT.

*******************************************************************************

CLASS-CODE SECTION.

*******************************************************************************

*	only activity codes carry a labor class; a work line's hours
*	are direct or indirect by the activity it was booked to.

ENTER-CLASS-CODE.

    MOVE "A" TO WORK-CODE-TYPE.
    PERFORM GET-CODE THRU GET-CODE-EXIT.

READ-CODE-FOR-CLASS.

    MOVE WORK-CODE-TYPE TO REF-CODE-TYPE.
    MOVE WORK-CODE TO REF-CODE.

    READ REF-FIL
	INVALID KEY DISPLAY "?Activity code " WORK-CODE " is not on file."
		    GO TO CLASS-EXIT.

    DISPLAY "Code:        " REF-CODE " (type A)".
    DISPLAY "Description: " REF-DESC.

    IF REF-DIRECT-LABOR
	DISPLAY "Class:       DIRECT"
    ELSE
	IF REF-INDIRECT-LABOR
	    DISPLAY "Class:       INDIRECT"
	ELSE
	    DISPLAY "Class:       (not classed)".

    PERFORM BUILD-REF-IMAGE THRU BUILD-IMAGE-EXIT.
    MOVE REF-IMAGE TO MW-BEFORE.

    PERFORM GET-LABOR-CLASS THRU GET-CLASS-EXIT.

    IF WORK-LABOR-CLASS = REF-LABOR-CLASS
	DISPLAY "OK.  Class unchanged."
	GO TO CLASS-EXIT.

REWRITE-CLASSED-CODE.

    MOVE WORK-LABOR-CLASS TO REF-LABOR-CLASS.

    REWRITE REF-REC
	INVALID KEY DISPLAY "?Rewrite error -- class not changed."
		    GO TO CLASS-EXIT.

    DISPLAY "Code " REF-CODE " (type A) reclassed.".

    MOVE "CLASS" TO MW-ACTION.
    PERFORM BUILD-REF-IMAGE THRU BUILD-IMAGE-EXIT.
    MOVE REF-IMAGE TO MW-AFTER.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

CLASS-EXIT.

*******************************************************************************

GET-FIELDS SECTION.

*******************************************************************************

GET-CODE-TYPE.

    DISPLAY "Enter the code type (A, P, O, C, B or S): "
	WITH NO ADVANCING ACCEPT WORK-CODE-TYPE.

VALIDATE-CODE-TYPE.

    IF NOT GOOD-CODE-TYPE
	DISPLAY "?Code type must be A, P, O, C, B or S.  Enter the code type: "
	    WITH NO ADVANCING ACCEPT WORK-CODE-TYPE
	GO TO VALIDATE-CODE-TYPE.

	    WITH NO ADVANCING ACCEPT WORK-CODE
	GO TO VALIDATE-CODE.

*	a shift code rides on the job ticket in a single byte.

    IF WORK-CODE-TYPE = "S"
	AND (WC-FIRST-CHAR = SPACE OR WC-REST NOT = SPACES)
	DISPLAY "?A shift code is one character.  Enter the shift code: "
	    WITH NO ADVANCING ACCEPT WORK-CODE
	GO TO VALIDATE-CODE.

GET-CODE-EXIT.

GET-LABOR-CLASS.

    DISPLAY "Direct or indirect labor? (D or I): "
	WITH NO ADVANCING ACCEPT WORK-LABOR-CLASS.

VALIDATE-LABOR-CLASS.

    IF NOT GOOD-LABOR-CLASS
	DISPLAY "(D OR I): " WITH NO ADVANCING ACCEPT WORK-LABOR-CLASS
	GO TO VALIDATE-LABOR-CLASS.

GET-CLASS-EXIT.

*******************************************************************************

AUDIT-LOG SECTION.
*******************************************************************************

*	Append one before/after entry to the maintenance audit log for
*	every add, delete and reclass.  The log is opened and closed
*	around each entry, the way JTSERV writes the daily summary.

BUILD-REF-IMAGE.

    MOVE REF-DESC TO RI-DESC.
    MOVE REF-LABOR-CLASS TO RI-LABOR-CLASS.

BUILD-IMAGE-EXIT.

    EXIT.

WRITE-MNT-ENTRY.

