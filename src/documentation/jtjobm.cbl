IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTJOBM.

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
*	application.  It maintains the manufacturing job master file
*	(JOBTICJOB): one record per manufacturing job -- discrete
*	number zero, the job itself -- and one per discrete number
*	released under it, each with a description, an open/closed
*	status and its release and close dates.  JTSERV refuses any
*	work line charged to a job or discrete number that is not on
*	this file, or that has been closed here, so JTJOBC stops
*	costing hours against jobs that were never released or were
*	finished months ago.  Closing the job record closes every
*	discrete number under it at once.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. SEPTEMBER 22, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '22-Sep-86', 'Sandy Clemens')
* %(  Add the manufacturing job master file and its maintenance
*     program, so JTSERV can validate the discrete and manufacturing
*     job numbers on a work line instead of letting any number
*     through to the job cost report.  Every ADD, CHANGE, CLOSE and
*     REOPEN appends a before/after entry to the maintenance audit
*     log (JOBTICMNT).  File: JTJOBM.CBL (NEW) )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.
	DECSYSTEM-20.

OBJECT-COMPUTER.
	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT JOB-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS JOB-KEY
	   FILE STATUS IS JOB-STATUS.

    SELECT MNT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS MNT-STATUS.

DATA DIVISION.

FILE SECTION.

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

01  JOB-STATUS PIC X(2).

01  MNT-STATUS PIC X(2).

*	the before/after image of a job master record as it goes on
*	the maintenance audit log: description (as much as fits),
*	status, release date and close date.

01  JOB-IMAGE.
    05  JI-DESC PIC X(24).
    05  FILLER PIC X VALUE SPACE.
    05  JI-STATUS-CODE PIC X.
    05  FILLER PIC X VALUE SPACE.
    05  JI-RELEASE-DATE PIC 9(6).
    05  FILLER PIC X VALUE SPACE.
    05  JI-CLOSE-DATE PIC 9(6).

*	the audit entry is staged here and moved to the record area
*	once the log is open.

01  MNT-WORK.
    05  MW-DATE PIC 9(6).
    05  MW-TIME PIC 9(8).
    05  MW-PROGRAM PIC X(6) VALUE "JTJOBM".
    05  MW-ACTION PIC X(10).
    05  MW-KEY PIC X(20).
    05  MW-BEFORE PIC X(40).
    05  MW-AFTER PIC X(40).

01  KEY-IMAGE.
    05  KI-MFG-NUM PIC 9(5).
    05  FILLER PIC X VALUE SPACE.
    05  KI-DISCR-NUM PIC 9(5).

01  JOB-EOF-FLAG PIC X.
    88 JOB-NOT-END-OF-FILE VALUE "N".
    88 JOB-END-OF-FILE VALUE "Y".

01  WORK-MFG-NUM PIC 9(5).

01  WORK-DISCR-NUM PIC 9(5).

01  WORK-DESC PIC X(30).

*	dates are carried year-first (YYMMDD) on file, like every other
*	date in the system; the planner keys MM/DD/YY, or just RETURN
*	for today, and it is rearranged on entry.

01  JOB-DATE-ENTRY.
    05  JD-MON PIC 99.
    05  FILLER PIC X VALUE "/".
    05  JD-DY PIC 99.
    05  FILLER PIC X VALUE "/".
    05  JD-YR PIC 99.

01  JOB-DATE-HOLD.
    05  JH-YR PIC 99.
    05  JH-MO PIC 99.
    05  JH-DY PIC 99.

01  WORK-JOB-DATE PIC 9(6).

01  LIST-COUNT PIC 9(5) VALUE 0.

77  WS-COMMAND PIC X(10).
77  ANS PIC XXX.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "Manufacturing Job Master Maintenance.".
    DISPLAY " ".
    DISPLAY "Discrete number 0 is the job itself; add it before any".
    DISPLAY "discrete number under the job.  Closing the job closes".
    DISPLAY "every discrete number under it.".
    DISPLAY " ".

    PERFORM OPEN-JOB-FILE THRU OPEN-JOB-EXIT.

    PERFORM COMMAND-PROMPT THRU COMMAND-PROMPT-EXIT.

    CLOSE JOB-FIL.

    STOP RUN.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

OPEN-JOB-FILE.

*	the first time this program is ever run there is no job master
*	on disk yet; offer to create an empty one.

    OPEN INPUT-OUTPUT JOB-FIL.

    IF JOB-STATUS = "00"
	GO TO OPEN-JOB-EXIT.

    DISPLAY "%Job master file JOBTICJOB could not be opened.".
    DISPLAY "Create a new (empty) job master file? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

CREATE-REACC.

    IF ANS = "Y"
	OPEN OUTPUT JOB-FIL
	CLOSE JOB-FIL
	OPEN INPUT-OUTPUT JOB-FIL
	DISPLAY "New job master file created."

    ELSE IF ANS = "N"
	     DISPLAY "%Process halted."
	     STOP RUN

	 ELSE DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	      GO TO CREATE-REACC.

    IF JOB-STATUS NOT = "00"
	DISPLAY "%Job master file still could not be opened.  Process halted."
	STOP RUN.

OPEN-JOB-EXIT.

*******************************************************************************

COMMAND-PROMPT SECTION.

*******************************************************************************

DISPLAY-PROMPT.

    DISPLAY "JTJOBM>" WITH NO ADVANCING ACCEPT WS-COMMAND.

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
	   PERFORM ADD-JOB THRU ADD-EXIT

	 ELSE
	      IF WS-COMMAND = "CHANGE"
		  OR WS-COMMAND = "CHANG"
		  OR WS-COMMAND = "CHAN"
		  OR WS-COMMAND = "CHA"
		  OR WS-COMMAND = "CH"
		 PERFORM CHANGE-JOB THRU CHANGE-EXIT

	      ELSE
		   IF WS-COMMAND = "CLOSE"
		       OR WS-COMMAND = "CLOS"
		       OR WS-COMMAND = "CLO"
		       OR WS-COMMAND = "CL"
		      PERFORM CLOSE-JOB THRU CLOSE-EXIT

		   ELSE
			IF WS-COMMAND = "REOPEN"
			    OR WS-COMMAND = "REOPE"
			    OR WS-COMMAND = "REOP"
			    OR WS-COMMAND = "REO"
			    OR WS-COMMAND = "RE"
			    OR WS-COMMAND = "R"
			   PERFORM REOPEN-JOB THRU REOPEN-EXIT

			ELSE
			     IF WS-COMMAND = "LIST"
				 OR WS-COMMAND = "LIS"
				 OR WS-COMMAND = "LI"
				 OR WS-COMMAND = "L"
				PERFORM LIST-JOBS THRU LIST-EXIT

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

    DISPLAY "The options are:  ADD  CHANGE  CLOSE  REOPEN  LIST  HELP  EXIT ".
    DISPLAY " ".
    DISPLAY "ADD is for releasing a new job (discrete number 0) or a new".
    DISPLAY "  discrete number under a job already on file.".
    DISPLAY "CHANGE is for changing the description or release date.".
    DISPLAY "CLOSE marks a job or discrete number closed; no further".
    DISPLAY "  hours may be charged to it.".
    DISPLAY "REOPEN marks a closed job or discrete number open again.".
    DISPLAY "LIST displays a job and its discrete numbers, or every job.".
    DISPLAY "HELP gives you this list of options. ".
    DISPLAY "EXIT is for exiting. ".
    DISPLAY " ".

CHELP-EXIT.

*******************************************************************************

ADD-JOB SECTION.

*******************************************************************************

ENTER-ADD-KEY.

    PERFORM GET-JOB-KEY THRU GET-KEY-EXIT.

CHECK-NOT-ALREADY-ON-FILE.

    MOVE WORK-MFG-NUM TO JOB-MFG-NUM.
    MOVE WORK-DISCR-NUM TO JOB-DISCR-NUM.

    READ JOB-FIL
	INVALID KEY GO TO CHECK-JOB-ON-FILE.

    DISPLAY "?Job " JOB-MFG-NUM " discrete " JOB-DISCR-NUM
	    " is already on file:".
    DISPLAY "?    " JOB-DESC.
    DISPLAY "?Use CHANGE or REOPEN instead.".
    GO TO ADD-EXIT.

CHECK-JOB-ON-FILE.

*	a discrete number is released under a job, so the job itself
*	must be on file -- and open -- first.

    IF WORK-DISCR-NUM = 0
	GO TO ENTER-ADD-DESC.

    MOVE WORK-MFG-NUM TO JOB-MFG-NUM.
    MOVE 0 TO JOB-DISCR-NUM.

    READ JOB-FIL
	INVALID KEY DISPLAY "?Job " WORK-MFG-NUM " is not on file.  Add the"
		    DISPLAY "?job (discrete number 0) first."
		    GO TO ADD-EXIT.

    IF JOB-CLOSED
	DISPLAY "?Job " WORK-MFG-NUM " is closed.  REOPEN it first."
	GO TO ADD-EXIT.

ENTER-ADD-DESC.

    PERFORM GET-DESCRIPTION THRU GET-DESC-EXIT.

    DISPLAY "Enter the release date (MM/DD/YY, RETURN for today): "
	WITH NO ADVANCING.
    PERFORM GET-JOB-DATE THRU GET-DATE-EXIT.

WRITE-NEW-JOB.

    MOVE WORK-MFG-NUM TO JOB-MFG-NUM.
    MOVE WORK-DISCR-NUM TO JOB-DISCR-NUM.
    MOVE WORK-DESC TO JOB-DESC.
    MOVE "O" TO JOB-STATUS-CODE.
    MOVE WORK-JOB-DATE TO JOB-RELEASE-DATE.
    MOVE 0 TO JOB-CLOSE-DATE.

    WRITE JOB-REC
	INVALID KEY DISPLAY "?Write error -- job not added."
		    GO TO ADD-EXIT.

    DISPLAY "Job " JOB-MFG-NUM " discrete " JOB-DISCR-NUM " added (open).".

    MOVE "ADD" TO MW-ACTION.
    MOVE "(NEW)" TO MW-BEFORE.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

ADD-EXIT.

*******************************************************************************

CHANGE-JOB SECTION.

*******************************************************************************

ENTER-CHANGE-KEY.

    PERFORM GET-JOB-KEY THRU GET-KEY-EXIT.

READ-JOB-FOR-CHANGE.

    MOVE WORK-MFG-NUM TO JOB-MFG-NUM.
    MOVE WORK-DISCR-NUM TO JOB-DISCR-NUM.

    READ JOB-FIL
	INVALID KEY DISPLAY "?Job " WORK-MFG-NUM " discrete " WORK-DISCR-NUM
			    " is not on file."
		    GO TO CHANGE-EXIT.

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    PERFORM DISPLAY-JOB THRU DISPLAY-JOB-EXIT.

ENTER-CHANGE-DESC.

    DISPLAY "Enter the new description (or press RETURN to keep it): "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-DESC.
    ACCEPT WORK-DESC.

    IF WORK-DESC NOT = SPACES
	MOVE WORK-DESC TO JOB-DESC.

ENTER-CHANGE-RELEASE.

    DISPLAY "Enter the new release date (MM/DD/YY, RETURN to keep it): "
	WITH NO ADVANCING.
    MOVE SPACES TO JOB-DATE-ENTRY.
    ACCEPT JOB-DATE-ENTRY.

    IF JOB-DATE-ENTRY = SPACES
	GO TO REWRITE-CHANGED-JOB.

    PERFORM VALIDATE-JOB-DATE THRU GET-DATE-EXIT.

    MOVE WORK-JOB-DATE TO JOB-RELEASE-DATE.

REWRITE-CHANGED-JOB.

    REWRITE JOB-REC
	INVALID KEY DISPLAY "?Rewrite error -- job not changed."
		    GO TO CHANGE-EXIT.

    DISPLAY "Job " JOB-MFG-NUM " discrete " JOB-DISCR-NUM " changed.".

    MOVE "CHANGE" TO MW-ACTION.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

CHANGE-EXIT.

*******************************************************************************

CLOSE-JOB SECTION.

*******************************************************************************

ENTER-CLOSE-KEY.

    PERFORM GET-JOB-KEY THRU GET-KEY-EXIT.

READ-JOB-FOR-CLOSE.

    MOVE WORK-MFG-NUM TO JOB-MFG-NUM.
    MOVE WORK-DISCR-NUM TO JOB-DISCR-NUM.

    READ JOB-FIL
	INVALID KEY DISPLAY "?Job " WORK-MFG-NUM " discrete " WORK-DISCR-NUM
			    " is not on file."
		    GO TO CLOSE-EXIT.

    IF JOB-CLOSED
	DISPLAY "?Job " JOB-MFG-NUM " discrete " JOB-DISCR-NUM
		" is already closed."
	GO TO CLOSE-EXIT.

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    PERFORM DISPLAY-JOB THRU DISPLAY-JOB-EXIT.

    IF WORK-DISCR-NUM = 0
	DISPLAY "Closing the job closes every discrete number under it.".

    DISPLAY "Close this job? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

CLOSE-REACC.

    IF ANS = "N"
	DISPLAY "OK.  Job left open."
	GO TO CLOSE-EXIT

    ELSE IF ANS NOT = "Y"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO CLOSE-REACC.

    DISPLAY "Enter the close date (MM/DD/YY, RETURN for today): "
	WITH NO ADVANCING.
    PERFORM GET-JOB-DATE THRU GET-DATE-EXIT.

    MOVE "C" TO JOB-STATUS-CODE.
    MOVE WORK-JOB-DATE TO JOB-CLOSE-DATE.

    REWRITE JOB-REC
	INVALID KEY DISPLAY "?Rewrite error -- job not closed."
		    GO TO CLOSE-EXIT.

    DISPLAY "Job " JOB-MFG-NUM " discrete " JOB-DISCR-NUM " closed.".

    MOVE "CLOSE" TO MW-ACTION.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

CLOSE-EXIT.

*******************************************************************************

REOPEN-JOB SECTION.

*******************************************************************************

ENTER-REOPEN-KEY.

    PERFORM GET-JOB-KEY THRU GET-KEY-EXIT.

READ-JOB-FOR-REOPEN.

    MOVE WORK-MFG-NUM TO JOB-MFG-NUM.
    MOVE WORK-DISCR-NUM TO JOB-DISCR-NUM.

    READ JOB-FIL
	INVALID KEY DISPLAY "?Job " WORK-MFG-NUM " discrete " WORK-DISCR-NUM
			    " is not on file."
		    GO TO REOPEN-EXIT.

    IF JOB-OPEN
	DISPLAY "?Job " JOB-MFG-NUM " discrete " JOB-DISCR-NUM
		" is already open."
	GO TO REOPEN-EXIT.

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    MOVE "O" TO JOB-STATUS-CODE.
    MOVE 0 TO JOB-CLOSE-DATE.

    REWRITE JOB-REC
	INVALID KEY DISPLAY "?Rewrite error -- job not reopened."
		    GO TO REOPEN-EXIT.

    DISPLAY "Job " JOB-MFG-NUM " discrete " JOB-DISCR-NUM " reopened.".

    MOVE "REOPEN" TO MW-ACTION.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

REOPEN-EXIT.

*******************************************************************************

LIST-JOBS SECTION.

*******************************************************************************

ENTER-LIST-JOB.

    DISPLAY "Enter the job number to list (0 for every job): "
	WITH NO ADVANCING ACCEPT WORK-MFG-NUM.

POSITION-TO-JOB.

    MOVE WORK-MFG-NUM TO JOB-MFG-NUM.
    MOVE 0 TO JOB-DISCR-NUM.
    MOVE 0 TO LIST-COUNT.
    MOVE "N" TO JOB-EOF-FLAG.

    START JOB-FIL KEY IS NOT LESS THAN JOB-KEY
	INVALID KEY DISPLAY "(no jobs on file)"
		    GO TO LIST-EXIT.

    DISPLAY " ".
    DISPLAY "JOB    DISCR  DESCRIPTION                     ST  RELEASED  CLOSED".
    DISPLAY "-----  -----  ------------------------------  --  --------  ------".

    PERFORM LIST-ONE-JOB THRU LIST-ONE-EXIT
	UNTIL JOB-END-OF-FILE.

    IF LIST-COUNT = 0
	DISPLAY "(no jobs on file)".

    DISPLAY " ".

LIST-EXIT.

LIST-ONE-JOB.

    READ JOB-FIL NEXT
	AT END MOVE "Y" TO JOB-EOF-FLAG
	       GO TO LIST-ONE-EXIT.

    IF WORK-MFG-NUM NOT = 0
	AND JOB-MFG-NUM NOT = WORK-MFG-NUM
	MOVE "Y" TO JOB-EOF-FLAG
	GO TO LIST-ONE-EXIT.

    IF JOB-CLOSED
	DISPLAY JOB-MFG-NUM "  " JOB-DISCR-NUM "  " JOB-DESC "  "
		JOB-STATUS-CODE "   " JOB-RELEASE-DATE "    " JOB-CLOSE-DATE
    ELSE
	DISPLAY JOB-MFG-NUM "  " JOB-DISCR-NUM "  " JOB-DESC "  "
		JOB-STATUS-CODE "   " JOB-RELEASE-DATE.

    ADD 1 TO LIST-COUNT.

LIST-ONE-EXIT.

    EXIT.

*******************************************************************************

GET-FIELDS SECTION.

*******************************************************************************

GET-JOB-KEY.

    DISPLAY "Enter the manufacturing job number: "
	WITH NO ADVANCING ACCEPT WORK-MFG-NUM.

VALIDATE-MFG-NUM.

*	the same rule JTTERM applies to the number at the terminal.

    IF WORK-MFG-NUM = 0
	DISPLAY "?Manufacturing job number must be greater than zero.  Enter the job number: "
	    WITH NO ADVANCING ACCEPT WORK-MFG-NUM
	GO TO VALIDATE-MFG-NUM.

    DISPLAY "Enter the discrete number (0 for the job itself): "
	WITH NO ADVANCING ACCEPT WORK-DISCR-NUM.

GET-KEY-EXIT.

GET-DESCRIPTION.

    DISPLAY "Enter a description: "
	WITH NO ADVANCING ACCEPT WORK-DESC.

VALIDATE-DESCRIPTION.

    IF WORK-DESC = SPACES
	DISPLAY "?Description cannot be blank.  Enter a description: "
	    WITH NO ADVANCING ACCEPT WORK-DESC
	GO TO VALIDATE-DESCRIPTION.

GET-DESC-EXIT.

GET-JOB-DATE.

*	the caller has already displayed the prompt.

    MOVE SPACES TO JOB-DATE-ENTRY.
    ACCEPT JOB-DATE-ENTRY.

    IF JOB-DATE-ENTRY = SPACES
	ACCEPT WORK-JOB-DATE FROM DATE
	GO TO GET-DATE-EXIT.

VALIDATE-JOB-DATE.

    IF JD-MON < 1 OR JD-MON > 12 OR JD-DY < 1 OR JD-DY > 31
	DISPLAY "?Invalid date.  Enter the date, form MM/DD/YY: "
	    WITH NO ADVANCING ACCEPT JOB-DATE-ENTRY
	GO TO VALIDATE-JOB-DATE.

    MOVE JD-YR TO JH-YR.
    MOVE JD-MON TO JH-MO.
    MOVE JD-DY TO JH-DY.
    MOVE JOB-DATE-HOLD TO WORK-JOB-DATE.

GET-DATE-EXIT.

DISPLAY-JOB.

    DISPLAY " ".
    DISPLAY "Job:          " JOB-MFG-NUM "  discrete " JOB-DISCR-NUM.
    DISPLAY "Description:  " JOB-DESC.
    DISPLAY "Released:     " JOB-RELEASE-DATE.
    IF JOB-OPEN
	DISPLAY "Status:       OPEN"
    ELSE
	DISPLAY "Status:       CLOSED " JOB-CLOSE-DATE.
    DISPLAY " ".

DISPLAY-JOB-EXIT.

*******************************************************************************

AUDIT-LOG SECTION.

*******************************************************************************

*	Append one before/after entry to the maintenance audit log for
*	every add, change, close and reopen.  The log is opened and
*	closed around each entry, the way JTSERV writes the daily
*	summary.

BUILD-BEFORE-IMAGE.

    MOVE JOB-DESC TO JI-DESC.
    MOVE JOB-STATUS-CODE TO JI-STATUS-CODE.
    MOVE JOB-RELEASE-DATE TO JI-RELEASE-DATE.
    MOVE JOB-CLOSE-DATE TO JI-CLOSE-DATE.
    MOVE JOB-IMAGE TO MW-BEFORE.

BUILD-BEFORE-EXIT.

    EXIT.

BUILD-AFTER-IMAGE.

    MOVE JOB-DESC TO JI-DESC.
    MOVE JOB-STATUS-CODE TO JI-STATUS-CODE.
    MOVE JOB-RELEASE-DATE TO JI-RELEASE-DATE.
    MOVE JOB-CLOSE-DATE TO JI-CLOSE-DATE.
    MOVE JOB-IMAGE TO MW-AFTER.

BUILD-AFTER-EXIT.

    EXIT.

WRITE-MNT-ENTRY.

    ACCEPT MW-DATE FROM DATE.
    ACCEPT MW-TIME FROM TIME.
    MOVE WORK-MFG-NUM TO KI-MFG-NUM.
    MOVE WORK-DISCR-NUM TO KI-DISCR-NUM.
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
