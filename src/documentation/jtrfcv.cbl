IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTRFCV.

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
*	This program is the one-time conversion utility for the code
*	reference file's new labor class byte.  Every JOBTICREF record
*	grows one character after the description -- D (direct) or I
*	(indirect) on an activity code, blank on every other code type.
*	It converts:
*
*	    JOBTICREF  ->  JOBTICRFN   (indexed code reference file)
*
*	copying each record with the class left blank, and lists the
*	activity codes so the planners can class each one with the
*	JTCODE CLASS command.  Until an activity code is classed the
*	utilization report counts its hours as indirect and says so.
*	After a clean run the operator renames JOBTICRFN over
*	JOBTICREF.  Run it once, with JTSERV down; every program that
*	reads JOBTICREF expects the longer record from then on.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. OCTOBER 8, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '08-Oct-86', 'Sandy Clemens')
* %(  Add the one-time conversion of JOBTICREF to the record
*     carrying the direct/indirect labor class.
*     File: JTRFCV.CBL (NEW) )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.
	DECSYSTEM-20.

OBJECT-COMPUTER.
	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT REF-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS REF-KEY
	   FILE STATUS IS REF-STATUS.

    SELECT NEW-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS NEW-KEY
	   FILE STATUS IS NEW-STATUS.

DATA DIVISION.

FILE SECTION.

*	the record as it stood before the labor class was added.

FD  REF-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICREF".

01  REF-REC.
    05  REF-KEY.
	10  REF-CODE-TYPE PIC X.
	10  REF-CODE PIC X(4).
    05  REF-DESC PIC X(30).

FD  NEW-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICRFN".

01  NEW-REC.
    05  NEW-KEY.
	10  NEW-CODE-TYPE PIC X.
	10  NEW-CODE PIC X(4).
    05  NEW-DESC PIC X(30).
    05  NEW-LABOR-CLASS PIC X.

WORKING-STORAGE SECTION.

01  REF-STATUS PIC X(2).
01  NEW-STATUS PIC X(2).

01  EOF-FLAG PIC X.
    88 NOT-END-OF-FILE VALUE "N".
    88 END-OF-FILE VALUE "Y".

01  CODE-IN-COUNT PIC 9(5) VALUE 0.
01  CODE-OUT-COUNT PIC 9(5) VALUE 0.
01  ACTIVITY-COUNT PIC 9(5) VALUE 0.

77  ANS PIC XXX.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "Code Reference File Conversion (labor class).".
    DISPLAY "Run this ONCE, with JTSERV down.  Afterwards rename:".
    DISPLAY "    JOBTICRFN over JOBTICREF".
    DISPLAY "then class each activity code listed with JTCODE CLASS.".
    DISPLAY " ".
    DISPLAY "Proceed? (Y or N): " WITH NO ADVANCING ACCEPT ANS.

PROCEED-REACC.

    IF ANS = "N"
	DISPLAY "%Nothing converted."
	STOP RUN

    ELSE IF ANS NOT = "Y"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO PROCEED-REACC.

    PERFORM CONVERT-REF-FILE THRU CRF-EXIT.

    DISPLAY " ".
    DISPLAY "Conversion complete.".
    DISPLAY "Code records converted:    " CODE-OUT-COUNT
	    " of " CODE-IN-COUNT.
    DISPLAY "Activity codes to class:   " ACTIVITY-COUNT.
    DISPLAY " ".

    STOP RUN.

*******************************************************************************

REF-CONVERSION SECTION.

*******************************************************************************

CONVERT-REF-FILE.

*	the old file is read in key order, so the new one loads
*	sequentially in the same order.

    OPEN INPUT REF-FIL.

    IF REF-STATUS NOT = "00"
	DISPLAY "%JOBTICREF could not be opened -- nothing converted."
	GO TO CRF-EXIT.

    OPEN OUTPUT NEW-FIL.

    IF NEW-STATUS NOT = "00"
	DISPLAY "%JOBTICRFN could not be created -- nothing converted."
	CLOSE REF-FIL
	GO TO CRF-EXIT.

    MOVE "N" TO EOF-FLAG.

    DISPLAY " ".
    DISPLAY "ACTIVITY CODES (to be classed D or I):".
    DISPLAY " ".

    PERFORM CONVERT-ONE-CODE THRU CONVERT-CODE-EXIT
	UNTIL END-OF-FILE.

    CLOSE REF-FIL.
    CLOSE NEW-FIL.

CRF-EXIT.

CONVERT-ONE-CODE.

    READ REF-FIL NEXT
	AT END MOVE "Y" TO EOF-FLAG
	       GO TO CONVERT-CODE-EXIT.

    ADD 1 TO CODE-IN-COUNT.

    MOVE REF-KEY TO NEW-KEY.
    MOVE REF-DESC TO NEW-DESC.
    MOVE SPACE TO NEW-LABOR-CLASS.

    WRITE NEW-REC
	INVALID KEY DISPLAY "%Write error: code " REF-CODE " (type "
			    REF-CODE-TYPE ") -- NOT converted."
		    GO TO CONVERT-CODE-EXIT.

    ADD 1 TO CODE-OUT-COUNT.

    IF REF-CODE-TYPE = "A"
	ADD 1 TO ACTIVITY-COUNT
	DISPLAY "    " REF-CODE "  " REF-DESC.

CONVERT-CODE-EXIT.

    EXIT.
