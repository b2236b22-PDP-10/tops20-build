IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTESTM.

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
*	application.  It maintains the job estimate file (JOBTICEST):
*	the planners' estimated hours and dollars for each manufacturing
*	job and discrete number, broken down by operation code, with
*	the planner's current percent-complete for the operation.
*	JTJVAR compares these with the costed actuals every week.  The
*	job and discrete number must be on the job master (JOBTICJOB)
*	and the operation code on the code reference file (JOBTICREF)
*	before an estimate can be filed against them.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. SEPTEMBER 24, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '24-Sep-86', 'Sandy Clemens')
* %(  Add the job estimate file and its maintenance program, so
*     the job budget vs. actual report (JTJVAR) has something to
*     measure the costed hours against.  Every ADD, CHANGE and
*     DELETE appends a before/after entry to the maintenance audit
*     log (JOBTICMNT).  File: JTESTM.CBL (NEW) )%
*
* Edit (%O'2', '08-Oct-86', 'Sandy Clemens')
* %(  Code reference record layout.  JOBTICREF records now carry a
*     direct/indirect labor class after the description (set by
*     JTCODE on activity codes, reported by JTUTIL); the record
*     description here is extended to match the file.
*     File: JTESTM.CBL )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.
	DECSYSTEM-20.

OBJECT-COMPUTER.
	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT EST-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS EST-KEY
	   FILE STATUS IS EST-STATUS.

    SELECT JOB-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS JOB-KEY
	   FILE STATUS IS JOB-STATUS.

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

FD  EST-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICEST".

01  EST-REC.
    05  EST-KEY.
	10  EST-MFG-NUM PIC 9(5).
	10  EST-DISCR-NUM PIC 9(5).
	10  EST-OPER-CODE PIC X(4).
    05  EST-HOURS PIC 9(5)V99.
    05  EST-DOLLARS PIC 9(7)V99.
    05  EST-PCT-COMPLETE PIC 9(3).
    05  EST-DATE PIC 9(6).

FD  JOB-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICJOB".

01  JOB-REC.
    05  JOB-KEY.
	10  JOB-MFG-NUM PIC 9(5).
	10  JOB-DISCR-NUM PIC 9(5).
    05  JOB-DESC PIC X(30).
    05  JOB-STATUS-CODE PIC X.
	88 JOB-OPEN VALUE "O".
	88 JOB-CLOSED VALUE "C".
    05  JOB-RELEASE-DATE PIC 9(6).
    05  JOB-CLOSE-DATE PIC 9(6).

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

01  EST-STATUS PIC X(2).

01  JOB-STATUS PIC X(2).

01  REF-STATUS PIC X(2).

01  MNT-STATUS PIC X(2).

01  JOB-AVAIL-FLAG PIC X VALUE "N".
    88 JOB-FILE-AVAILABLE VALUE "Y".
    88 JOB-FILE-NOT-AVAILABLE VALUE "N".

01  REF-AVAIL-FLAG PIC X VALUE "N".
    88 REF-FILE-AVAILABLE VALUE "Y".
    88 REF-FILE-NOT-AVAILABLE VALUE "N".

*	the audit entry is staged here and moved to the record area
*	once the log is open.

01  MNT-WORK.
    05  MW-DATE PIC 9(6).
    05  MW-TIME PIC 9(8).
    05  MW-PROGRAM PIC X(6) VALUE "JTESTM".
    05  MW-ACTION PIC X(10).
    05  MW-KEY PIC X(20).
    05  MW-BEFORE PIC X(40).
    05  MW-AFTER PIC X(40).

*	the audited image of an estimate record -- hours, dollars,
*	percent complete and the date they were last set -- and the
*	audited key: job, discrete number and operation code.

01  EST-IMAGE.
    05  EI-HOURS PIC 9(5).99.
    05  FILLER PIC X VALUE SPACE.
    05  EI-DOLLARS PIC 9(7).99.
    05  FILLER PIC X VALUE SPACE.
    05  EI-PCT-COMPLETE PIC 9(3).
    05  FILLER PIC X VALUE SPACE.
    05  EI-DATE PIC 9(6).

01  KEY-IMAGE.
    05  KI-MFG-NUM PIC 9(5).
    05  FILLER PIC X VALUE SPACE.
    05  KI-DISCR-NUM PIC 9(5).
    05  FILLER PIC X VALUE SPACE.
    05  KI-OPER-CODE PIC X(4).

01  EST-EOF-FLAG PIC X.
    88 EST-NOT-END-OF-FILE VALUE "N".
    88 EST-END-OF-FILE VALUE "Y".

01  WORK-MFG-NUM PIC 9(5).

01  WORK-DISCR-NUM PIC 9(5).

01  WORK-OPER-CODE PIC X(4).

01  WORK-EST-HOURS PIC X(7).
01  WORK-HOURS-NUM REDEFINES WORK-EST-HOURS PIC 9(5)V99.

01  WORK-EST-DOLLARS PIC X(9).
01  WORK-DOLLARS-NUM REDEFINES WORK-EST-DOLLARS PIC 9(7)V99.

01  WORK-PCT-COMPLETE PIC X(3).
01  WORK-PCT-NUM REDEFINES WORK-PCT-COMPLETE PIC 9(3).

01  HOURS-EDITED PIC ZZZZ9.99.
01  DOLLARS-EDITED PIC ZZZZZZ9.99.

01  LIST-COUNT PIC 9(5) VALUE 0.

77  WS-COMMAND PIC X(10).
77  ANS PIC XXX.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "Job Estimate File Maintenance.".
    DISPLAY " ".
    DISPLAY "One estimate per manufacturing job, discrete number and".
    DISPLAY "operation code: estimated hours, estimated dollars and".
    DISPLAY "the operation's percent complete.".
    DISPLAY " ".

    PERFORM OPEN-EST-FILE THRU OPEN-EST-EXIT.

    PERFORM COMMAND-PROMPT THRU COMMAND-PROMPT-EXIT.

    CLOSE EST-FIL.

    IF JOB-FILE-AVAILABLE
	CLOSE JOB-FIL.

    IF REF-FILE-AVAILABLE
	CLOSE REF-FIL.

    STOP RUN.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

OPEN-EST-FILE.

*	the first time this program is ever run there is no estimate
*	file on disk yet; offer to create an empty one.

    OPEN INPUT-OUTPUT EST-FIL.

    IF EST-STATUS = "00"
	GO TO OPEN-CHECK-FILES.

    DISPLAY "%Estimate file JOBTICEST could not be opened.".
    DISPLAY "Create a new (empty) estimate file? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

CREATE-REACC.

    IF ANS = "Y"
	OPEN OUTPUT EST-FIL
	CLOSE EST-FIL
	OPEN INPUT-OUTPUT EST-FIL
	DISPLAY "New estimate file created."

    ELSE IF ANS = "N"
	     DISPLAY "%Process halted."
	     STOP RUN

	 ELSE DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	      GO TO CREATE-REACC.

    IF EST-STATUS NOT = "00"
	DISPLAY "%Estimate file still could not be opened.  Process halted."
	STOP RUN.

OPEN-CHECK-FILES.

*	the job master and code reference file are only read, to vet
*	the key of a new estimate.  Without them estimates can still
*	be changed and listed, but nothing new can be added.

    OPEN INPUT JOB-FIL.
    IF JOB-STATUS = "00"
	MOVE "Y" TO JOB-AVAIL-FLAG
    ELSE
	DISPLAY "%Job master file JOBTICJOB could not be opened --"
	DISPLAY "%no new estimates can be added this session.".

    OPEN INPUT REF-FIL.
    IF REF-STATUS = "00"
	MOVE "Y" TO REF-AVAIL-FLAG
    ELSE
	DISPLAY "%Code reference file JOBTICREF could not be opened --"
	DISPLAY "%no new estimates can be added this session.".

OPEN-EST-EXIT.

*******************************************************************************

COMMAND-PROMPT SECTION.

*******************************************************************************

DISPLAY-PROMPT.

    DISPLAY "JTESTM>" WITH NO ADVANCING ACCEPT WS-COMMAND.

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
	   PERFORM ADD-ESTIMATE THRU ADD-EXIT

	 ELSE
	      IF WS-COMMAND = "CHANGE"
		  OR WS-COMMAND = "CHANG"
		  OR WS-COMMAND = "CHAN"
		  OR WS-COMMAND = "CHA"
		  OR WS-COMMAND = "CH"
		  OR WS-COMMAND = "C"
		 PERFORM CHANGE-ESTIMATE THRU CHANGE-EXIT

	      ELSE
		   IF WS-COMMAND = "DELETE"
		       OR WS-COMMAND = "DELET"
		       OR WS-COMMAND = "DELE"
		       OR WS-COMMAND = "DEL"
		       OR WS-COMMAND = "DE"
		       OR WS-COMMAND = "D"
		      PERFORM DELETE-ESTIMATE THRU DELETE-EXIT

		   ELSE
			IF WS-COMMAND = "LIST"
			    OR WS-COMMAND = "LIS"
			    OR WS-COMMAND = "LI"
			    OR WS-COMMAND = "L"
			   PERFORM LIST-ESTIMATES THRU LIST-EXIT

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
    DISPLAY "ADD is for filing a new estimate for a job, discrete".
    DISPLAY "  number and operation code.".
    DISPLAY "CHANGE is for revising an estimate or its percent complete.".
    DISPLAY "DELETE is for removing an estimate.".
    DISPLAY "LIST displays the estimates for a job, or for every job.".
    DISPLAY "HELP gives you this list of options. ".
    DISPLAY "EXIT is for exiting. ".
    DISPLAY " ".

CHELP-EXIT.

*******************************************************************************

ADD-ESTIMATE SECTION.

*******************************************************************************

ENTER-ADD-KEY.

    IF JOB-FILE-NOT-AVAILABLE OR REF-FILE-NOT-AVAILABLE
	DISPLAY "?The job master and code reference file are needed"
	DISPLAY "?to add an estimate."
	GO TO ADD-EXIT.

    PERFORM GET-EST-KEY THRU GET-KEY-EXIT.

CHECK-NOT-ALREADY-ON-FILE.

    MOVE WORK-MFG-NUM TO EST-MFG-NUM.
    MOVE WORK-DISCR-NUM TO EST-DISCR-NUM.
    MOVE WORK-OPER-CODE TO EST-OPER-CODE.

    READ EST-FIL
	INVALID KEY GO TO CHECK-JOB-ON-FILE.

    DISPLAY "?An estimate for job " EST-MFG-NUM " discrete "
	    EST-DISCR-NUM " operation " EST-OPER-CODE.
    DISPLAY "?is already on file.  Use CHANGE instead.".
    GO TO ADD-EXIT.

CHECK-JOB-ON-FILE.

*	an estimate is only filed against a discrete number actually
*	released under its job -- the same test JTSERV makes of a
*	work line.

    MOVE WORK-MFG-NUM TO JOB-MFG-NUM.
    MOVE WORK-DISCR-NUM TO JOB-DISCR-NUM.

    READ JOB-FIL
	INVALID KEY DISPLAY "?Job " WORK-MFG-NUM " discrete " WORK-DISCR-NUM
			    " is not on the job master."
		    GO TO ADD-EXIT.

    IF JOB-CLOSED
	DISPLAY "?Job " WORK-MFG-NUM " discrete " WORK-DISCR-NUM
		" is closed."
	GO TO ADD-EXIT.

CHECK-OPER-ON-FILE.

    MOVE "O" TO REF-CODE-TYPE.
    MOVE WORK-OPER-CODE TO REF-CODE.

    READ REF-FIL
	INVALID KEY DISPLAY "?Operation code " WORK-OPER-CODE
			    " is not on the code reference file."
		    GO TO ADD-EXIT.

ENTER-ADD-AMOUNTS.

    PERFORM GET-EST-HOURS THRU GET-HOURS-EXIT.
    PERFORM GET-EST-DOLLARS THRU GET-DOLLARS-EXIT.
    PERFORM GET-PCT-COMPLETE THRU GET-PCT-EXIT.

WRITE-NEW-ESTIMATE.

    MOVE WORK-MFG-NUM TO EST-MFG-NUM.
    MOVE WORK-DISCR-NUM TO EST-DISCR-NUM.
    MOVE WORK-OPER-CODE TO EST-OPER-CODE.
    MOVE WORK-HOURS-NUM TO EST-HOURS.
    MOVE WORK-DOLLARS-NUM TO EST-DOLLARS.
    MOVE WORK-PCT-NUM TO EST-PCT-COMPLETE.
    ACCEPT EST-DATE FROM DATE.

    WRITE EST-REC
	INVALID KEY DISPLAY "?Write error -- estimate not added."
		    GO TO ADD-EXIT.

    MOVE EST-HOURS TO HOURS-EDITED.
    MOVE EST-DOLLARS TO DOLLARS-EDITED.
    DISPLAY "Estimate of " HOURS-EDITED " hours, " DOLLARS-EDITED
	    " dollars added for".
    DISPLAY "job " EST-MFG-NUM " discrete " EST-DISCR-NUM
	    " operation " EST-OPER-CODE ".".

    MOVE "ADD" TO MW-ACTION.
    MOVE "(NEW)" TO MW-BEFORE.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

ADD-EXIT.

*******************************************************************************

CHANGE-ESTIMATE SECTION.

*******************************************************************************

ENTER-CHANGE-KEY.

    PERFORM GET-EST-KEY THRU GET-KEY-EXIT.

READ-EST-FOR-CHANGE.

    MOVE WORK-MFG-NUM TO EST-MFG-NUM.
    MOVE WORK-DISCR-NUM TO EST-DISCR-NUM.
    MOVE WORK-OPER-CODE TO EST-OPER-CODE.

    READ EST-FIL
	INVALID KEY DISPLAY "?No estimate on file for job " WORK-MFG-NUM
			    " discrete " WORK-DISCR-NUM
			    " operation " WORK-OPER-CODE "."
		    GO TO CHANGE-EXIT.

    MOVE EST-HOURS TO HOURS-EDITED.
    MOVE EST-DOLLARS TO DOLLARS-EDITED.
    DISPLAY "Estimate on file: " HOURS-EDITED " hours, " DOLLARS-EDITED
	    " dollars, " EST-PCT-COMPLETE " percent complete.".

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    PERFORM GET-EST-HOURS THRU GET-HOURS-EXIT.
    PERFORM GET-EST-DOLLARS THRU GET-DOLLARS-EXIT.
    PERFORM GET-PCT-COMPLETE THRU GET-PCT-EXIT.

    MOVE WORK-HOURS-NUM TO EST-HOURS.
    MOVE WORK-DOLLARS-NUM TO EST-DOLLARS.
    MOVE WORK-PCT-NUM TO EST-PCT-COMPLETE.
    ACCEPT EST-DATE FROM DATE.

    REWRITE EST-REC
	INVALID KEY DISPLAY "?Rewrite error -- estimate not changed."
		    GO TO CHANGE-EXIT.

    DISPLAY "Estimate for job " EST-MFG-NUM " discrete " EST-DISCR-NUM
	    " operation " EST-OPER-CODE " changed.".

    MOVE "CHANGE" TO MW-ACTION.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

CHANGE-EXIT.

*******************************************************************************

DELETE-ESTIMATE SECTION.

*******************************************************************************

ENTER-DELETE-KEY.

    PERFORM GET-EST-KEY THRU GET-KEY-EXIT.

READ-EST-FOR-DELETE.

    MOVE WORK-MFG-NUM TO EST-MFG-NUM.
    MOVE WORK-DISCR-NUM TO EST-DISCR-NUM.
    MOVE WORK-OPER-CODE TO EST-OPER-CODE.

    READ EST-FIL
	INVALID KEY DISPLAY "?No estimate on file for job " WORK-MFG-NUM
			    " discrete " WORK-DISCR-NUM
			    " operation " WORK-OPER-CODE "."
		    GO TO DELETE-EXIT.

    MOVE EST-HOURS TO HOURS-EDITED.
    MOVE EST-DOLLARS TO DOLLARS-EDITED.
    DISPLAY "Estimate on file: " HOURS-EDITED " hours, " DOLLARS-EDITED
	    " dollars.".
    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.
    DISPLAY "Delete this estimate? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

DELETE-REACC.

    IF ANS = "N"
	DISPLAY "OK.  Estimate left on file."
	GO TO DELETE-EXIT

    ELSE IF ANS NOT = "Y"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO DELETE-REACC.

    DELETE EST-FIL
	INVALID KEY DISPLAY "?Delete error -- estimate not removed."
		    GO TO DELETE-EXIT.

    DISPLAY "Estimate for job " WORK-MFG-NUM " discrete " WORK-DISCR-NUM
	    " operation " WORK-OPER-CODE " deleted.".

    MOVE "DELETE" TO MW-ACTION.
    MOVE "(DELETED)" TO MW-AFTER.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

DELETE-EXIT.

*******************************************************************************

LIST-ESTIMATES SECTION.

*******************************************************************************

ENTER-LIST-JOB.

    DISPLAY "Enter the job number to list (0 for every job): "
	WITH NO ADVANCING ACCEPT WORK-MFG-NUM.

POSITION-TO-JOB.

    MOVE WORK-MFG-NUM TO EST-MFG-NUM.
    MOVE 0 TO EST-DISCR-NUM.
    MOVE SPACES TO EST-OPER-CODE.
    MOVE 0 TO LIST-COUNT.
    MOVE "N" TO EST-EOF-FLAG.

    START EST-FIL KEY IS NOT LESS THAN EST-KEY
	INVALID KEY DISPLAY "(no estimates on file)"
		    GO TO LIST-EXIT.

    DISPLAY " ".
    DISPLAY "JOB    DISCR  OPER   EST-HOURS  EST-DOLLARS  PCT  SET ON".
    DISPLAY "-----  -----  ----  ---------  -----------  ---  ------".

    PERFORM LIST-ONE-ESTIMATE THRU LIST-ONE-EXIT
	UNTIL EST-END-OF-FILE.

    IF LIST-COUNT = 0
	DISPLAY "(no estimates on file)".

    DISPLAY " ".

LIST-EXIT.

LIST-ONE-ESTIMATE.

    READ EST-FIL NEXT
	AT END MOVE "Y" TO EST-EOF-FLAG
	       GO TO LIST-ONE-EXIT.

    IF WORK-MFG-NUM NOT = 0
	AND EST-MFG-NUM NOT = WORK-MFG-NUM
	MOVE "Y" TO EST-EOF-FLAG
	GO TO LIST-ONE-EXIT.

    MOVE EST-HOURS TO HOURS-EDITED.
    MOVE EST-DOLLARS TO DOLLARS-EDITED.
    DISPLAY EST-MFG-NUM "  " EST-DISCR-NUM "  " EST-OPER-CODE "   "
	    HOURS-EDITED "   " DOLLARS-EDITED "  " EST-PCT-COMPLETE
	    "  " EST-DATE.
    ADD 1 TO LIST-COUNT.

LIST-ONE-EXIT.

    EXIT.

*******************************************************************************

GET-FIELDS SECTION.

*******************************************************************************

GET-EST-KEY.

    DISPLAY "Enter the manufacturing job number: "
	WITH NO ADVANCING ACCEPT WORK-MFG-NUM.

VALIDATE-MFG-NUM.

    IF WORK-MFG-NUM = 0
	DISPLAY "?Manufacturing job number must be greater than zero.  Enter the job number: "
	    WITH NO ADVANCING ACCEPT WORK-MFG-NUM
	GO TO VALIDATE-MFG-NUM.

    DISPLAY "Enter the discrete number: "
	WITH NO ADVANCING ACCEPT WORK-DISCR-NUM.

VALIDATE-DISCR-NUM.

    IF WORK-DISCR-NUM = 0
	DISPLAY "?Discrete number must be greater than zero.  Enter the discrete number: "
	    WITH NO ADVANCING ACCEPT WORK-DISCR-NUM
	GO TO VALIDATE-DISCR-NUM.

    DISPLAY "Enter the operation code (4 characters): "
	WITH NO ADVANCING ACCEPT WORK-OPER-CODE.

VALIDATE-OPER-CODE.

    IF WORK-OPER-CODE = SPACES
	DISPLAY "?Operation code cannot be blank.  Enter the operation code: "
	    WITH NO ADVANCING ACCEPT WORK-OPER-CODE
	GO TO VALIDATE-OPER-CODE.

GET-KEY-EXIT.

GET-EST-HOURS.

*	seven digits with an implied decimal point: 0012000 is 120.00
*	hours.

    DISPLAY "Enter the estimated hours, 7 digits, e.g. 0012000 = 120.00: "
	WITH NO ADVANCING ACCEPT WORK-EST-HOURS.

VALIDATE-EST-HOURS.

    IF WORK-EST-HOURS NOT NUMERIC
	DISPLAY "?Seven digits, e.g. 0012000: "
	    WITH NO ADVANCING ACCEPT WORK-EST-HOURS
	GO TO VALIDATE-EST-HOURS.

GET-HOURS-EXIT.

GET-EST-DOLLARS.

*	nine digits with an implied decimal point: 000150000 is
*	1500.00 dollars.  Hours and dollars may not both be zero -- an
*	operation with nothing estimated has no business on this file.

    DISPLAY "Enter the estimated dollars, 9 digits, e.g. 000150000 = 1500.00: "
	WITH NO ADVANCING ACCEPT WORK-EST-DOLLARS.

VALIDATE-EST-DOLLARS.

    IF WORK-EST-DOLLARS NOT NUMERIC
	DISPLAY "?Nine digits, e.g. 000150000: "
	    WITH NO ADVANCING ACCEPT WORK-EST-DOLLARS
	GO TO VALIDATE-EST-DOLLARS.

    IF WORK-HOURS-NUM = 0 AND WORK-DOLLARS-NUM = 0
	DISPLAY "?Hours and dollars cannot both be zero."
	PERFORM GET-EST-HOURS THRU GET-HOURS-EXIT
	GO TO GET-EST-DOLLARS.

GET-DOLLARS-EXIT.

GET-PCT-COMPLETE.

*	the planner's judgment of how far along the operation is;
*	JTJVAR projects the cost at completion from it.  Zero (the
*	default) means not yet judged, and no projection is made.

    DISPLAY "Enter the percent complete, 3 digits, 000 to 100 [000]: "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-PCT-COMPLETE.
    ACCEPT WORK-PCT-COMPLETE.

    IF WORK-PCT-COMPLETE = SPACES
	MOVE "000" TO WORK-PCT-COMPLETE.

VALIDATE-PCT-COMPLETE.

    IF WORK-PCT-COMPLETE NOT NUMERIC OR WORK-PCT-NUM > 100
	DISPLAY "?Three digits, 000 to 100: "
	    WITH NO ADVANCING ACCEPT WORK-PCT-COMPLETE
	GO TO VALIDATE-PCT-COMPLETE.

GET-PCT-EXIT.

*******************************************************************************

AUDIT-LOG SECTION.

*******************************************************************************

*	Append one before/after entry to the maintenance audit log for
*	every add, change and delete.  The log is opened and closed
*	around each entry, the way JTSERV writes the daily summary.

BUILD-BEFORE-IMAGE.

    MOVE EST-HOURS TO EI-HOURS.
    MOVE EST-DOLLARS TO EI-DOLLARS.
    MOVE EST-PCT-COMPLETE TO EI-PCT-COMPLETE.
    MOVE EST-DATE TO EI-DATE.
    MOVE EST-IMAGE TO MW-BEFORE.

BUILD-BEFORE-EXIT.

    EXIT.

BUILD-AFTER-IMAGE.

    MOVE EST-HOURS TO EI-HOURS.
    MOVE EST-DOLLARS TO EI-DOLLARS.
    MOVE EST-PCT-COMPLETE TO EI-PCT-COMPLETE.
    MOVE EST-DATE TO EI-DATE.
    MOVE EST-IMAGE TO MW-AFTER.

BUILD-AFTER-EXIT.

    EXIT.

WRITE-MNT-ENTRY.

    ACCEPT MW-DATE FROM DATE.
    ACCEPT MW-TIME FROM TIME.
    MOVE WORK-MFG-NUM TO KI-MFG-NUM.
    MOVE WORK-DISCR-NUM TO KI-DISCR-NUM.
    MOVE WORK-OPER-CODE TO KI-OPER-CODE.
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
