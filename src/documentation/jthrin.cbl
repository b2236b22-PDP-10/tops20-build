IDENTIFICATION DIVISION.

PROGRAM-ID.

	JTHRIN.

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
*	application.  It is the inbound personnel feed: it pulls the
*	HR change file from the VAX over DAP -- the reverse of the
*	JTVRPT and JTXMIT transfers -- and applies the new hires,
*	name and cost center changes and terminations it carries to
*	the badge master (JOBTICBDG), so Personnel no longer re-keys
*	the VAX's changes into JTBADG by hand.  Every change applied
*	goes on the maintenance audit log (JOBTICMNT) exactly as a
*	JTBADG change does, under program JTHRIN.  A change that
*	cannot be applied is listed on the exceptions report with the
*	reason and left for Personnel to resolve at JTBADG.
*
*	The file is pulled in full to a local staging file (JTHRCHG)
*	before anything is applied, and its control trailer is checked
*	first: a short or untrailered file is refused outright rather
*	than half applied.
*
*	The change file carries fixed 80-character ASCII rows:
*
*	    col  1      action -- "A" add (new hire or rehire),
*	                "C" change, "T" termination
*	    col  3-  9   badge number, 7 digits
*	    col 11- 40   employee name (blank on a change = no change)
*	    col 42- 45   home cost center (blank on a change = no
*	                change; must be a type "C" code on JOBTICREF)
*	    col 47- 80   unused
*
*	followed by one trailer row: "**TRAILER*" in columns 1-10 and
*	the count of change rows in columns 12-18.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. OCTOBER 6, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '06-Oct-86', 'Sandy Clemens')
* %(  Add the inbound HR feed.  Pulls the VAX change file over DAP,
*     checks its control trailer, and applies adds, name/cost center
*     changes and terminations to JOBTICBDG with JOBTICMNT audit
*     entries; changes it cannot apply go to an exceptions report.
*     File: JTHRIN.CBL (NEW) )%
*
* Edit (%O'2', '08-Oct-86', 'Sandy Clemens')
* %(  Code reference record layout.  JOBTICREF records now carry a
*     direct/indirect labor class after the description (set by
*     JTCODE on activity codes, reported by JTUTIL); the record
*     description here is extended to match the file.
*     File: JTHRIN.CBL )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.

	DECSYSTEM-20.

OBJECT-COMPUTER.

	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT HRC-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS HRC-STATUS.

    SELECT BDG-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS BDG-BADGE-NUM
	   FILE STATUS IS BDG-STATUS.

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

FD  HRC-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTHRCHG".

01  HRC-REC.
    05  HRC-ACTION PIC X.
	88 HRC-ADD VALUE "A".
	88 HRC-CHANGE VALUE "C".
	88 HRC-TERMINATE VALUE "T".
    05  FILLER PIC X.
    05  HRC-BADGE-NUM PIC 9(7).
    05  FILLER PIC X.
    05  HRC-NAME PIC X(30).
    05  FILLER PIC X.
    05  HRC-COST-CENTER PIC X(4).
    05  FILLER PIC X(35).

FD  BDG-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICBDG".

01  BDG-REC.
    05  BDG-BADGE-NUM PIC 9(7).
    05  BDG-NAME PIC X(30).
    05  BDG-COST-CENTER PIC X(4).
    05  BDG-STATUS-CODE PIC X.
	88 BDG-ACTIVE VALUE "A".
	88 BDG-TERMINATED VALUE "T".

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

01  DILINI-PARAMETERS.
    05  DIL-INIT-STATUS PIC S9(10) COMP.
    05  DIL-STATUS PIC S9(10) COMP.
    05  DIL-SEVERITY PIC S9(10) COMP.
    05  DIL-MESSAGE PIC S9(10) COMP.

01  VAX-FILNO PIC S9(10) COMP.
01  VAX-REC-LEN PIC S9(10) COMP.
01  VAX-HR-DFLT PIC X(39) VALUE "SPAGS::JTHR.DAT" USAGE DISPLAY-7.
01  VAX-FILNAM PIC X(39) USAGE DISPLAY-7.
01  VAX-USER-DFLT PIC X(39) VALUE "SCLEMENS" USAGE DISPLAY-7.
01  VAX-USER PIC X(39) USAGE DISPLAY-7.
01  VAX-PSWD PIC X(39) USAGE DISPLAY-7.
01  VAX-ACCNT PIC X(39) USAGE DISPLAY-7.

01  HRC-STATUS PIC X(2).
01  BDG-STATUS PIC X(2).
01  REF-STATUS PIC X(2).
01  MNT-STATUS PIC X(2).

01  EOF-FLAG PIC X.
    88 NOT-END-OF-FILE VALUE "N".
    88 END-OF-FILE VALUE "Y".

01  TRAILER-FLAG PIC X VALUE "N".
    88 TRAILER-SEEN VALUE "Y".
    88 NO-TRAILER-SEEN VALUE "N".

***** the 80-character rows received from the vax *****************************

01  VAX-TRANS-REC PIC X(80) USAGE DISPLAY-7.

01  ROW-FOR-CONVERSION PIC X(80).

*	the control trailer row as the VAX sends it: the marker JTXMIT
*	uses and the count of change rows ahead of it.

01  TRAILER-FOR-CONVERSION REDEFINES ROW-FOR-CONVERSION.
    05  TRL-LITERAL PIC X(10).
    05  FILLER PIC X.
    05  TRL-REC-COUNT PIC 9(7).
    05  FILLER PIC X(62).

01  COPY-DIL-INTERFILS.
    COPY DIX OF "SYS:DIL.LIB".
    COPY DIT OF "SYS:DIL.LIB".
    COPY DIL OF "SYS:DIL.LIB".

*	the before/after image of a badge record as it goes on the
*	maintenance audit log -- the same image JTBADG writes, so
*	JTMREP shows both programs' entries alike.

01  BDG-IMAGE.
    05  BI-NAME PIC X(30).
    05  FILLER PIC X VALUE SPACE.
    05  BI-COST-CENTER PIC X(4).
    05  FILLER PIC X VALUE SPACE.
    05  BI-STATUS-CODE PIC X.

*	the audit entry is staged here and moved to the record area
*	once the log is open.

01  MNT-WORK.
    05  MW-DATE PIC 9(6).
    05  MW-TIME PIC 9(8).
    05  MW-PROGRAM PIC X(6) VALUE "JTHRIN".
    05  MW-ACTION PIC X(10).
    05  MW-KEY PIC X(20).
    05  MW-BEFORE PIC X(40).
    05  MW-AFTER PIC X(40).

01  EXC-REASON PIC X(40).

01  NO-CHANGE-FLAG PIC X.
    88 CHANGE-NEEDED VALUE "N".
    88 NOTHING-TO-CHANGE VALUE "Y".

***** control totals and disposition counters *********************************

01  ROWS-RECEIVED PIC 9(7) VALUE 0.
01  ROWS-PROCESSED PIC 9(7) VALUE 0.
01  BADGES-ADDED PIC 9(5) VALUE 0.
01  BADGES-REHIRED PIC 9(5) VALUE 0.
01  BADGES-CHANGED PIC 9(5) VALUE 0.
01  BADGES-TERMINATED PIC 9(5) VALUE 0.
01  ALREADY-APPLIED PIC 9(5) VALUE 0.
01  EXCEPTION-COUNT PIC 9(5) VALUE 0.

77  ANS PIC X.

*

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "Inbound HR Change Feed.".
    DISPLAY " ".

    PERFORM START-UP.

    PERFORM MAIN THRU GET-VAX-PSWD.
    PERFORM OPEN-REMOTE-FILE.

    PERFORM PULL-RECORD THRU PULL-EXIT UNTIL END-OF-FILE.

    PERFORM CLOSE-REMOTE-FILE.

    PERFORM CHECK-CONTROL-TRAILER THRU CHECK-TRAILER-EXIT.

    PERFORM OPEN-MASTER-FILES THRU OPEN-MASTER-EXIT.

    PERFORM APPLY-CHANGE THRU APPLY-EXIT UNTIL END-OF-FILE.

    PERFORM FINISH-UP.

    STOP RUN.

*

START-UP SECTION.

*******************************************************************************

INITIALIZE-DIL.

    CALL DILINI USING   DIL-INIT-STATUS,
			DIL-STATUS,
			DIL-MESSAGE,
			DIL-SEVERITY.

    IF DIL-INIT-STATUS NOT = 1
	DISPLAY "%Fatal error: Unsuccessful return from DILINI routine."
	DISPLAY "%Process halted."
	STOP RUN.

OPEN-STAGING-FILE.

*	the whole change file lands here before any of it is applied;
*	a prior run's staging file is simply overwritten.

    MOVE "N" TO EOF-FLAG.

    OPEN OUTPUT HRC-FIL.

    IF HRC-STATUS NOT = "00"
	DISPLAY "%Staging file JTHRCHG could not be created."
	DISPLAY "%Process halted."
	STOP RUN.

*

MAIN SECTION.

*******************************************************************************

GET-VAX-SOURCE.

*	the VAX node/file and the account this transfer logs in under
*	are runtime entries, like JTXMIT's; a blank answer keeps the
*	standing default.

    DISPLAY "VAX change file [" VAX-HR-DFLT "]: "
	    WITH NO ADVANCING.

    ACCEPT VAX-FILNAM.

    IF VAX-FILNAM = SPACES
	MOVE VAX-HR-DFLT TO VAX-FILNAM.

    DISPLAY "VAX account [" VAX-USER-DFLT "]: "
	    WITH NO ADVANCING.
    ACCEPT VAX-USER.
    IF VAX-USER = SPACES
	MOVE VAX-USER-DFLT TO VAX-USER.

GET-VAX-PSWD.

    DISPLAY "Enter the password for account: " VAX-USER.
    ACCEPT VAX-PSWD.

OPEN-REMOTE-FILE.

    CALL ROPEN USING	VAX-FILNO, VAX-FILNAM, VAX-USER, VAX-PSWD,
			VAX-ACCNT, DIT-MODE-READ, DIT-TYPE-ASCII,
			DIT-RFM-FIXED, DIT-RAT-ENVELOPE, 80, 7.

    IF DIL-SEVERITY = STS-K-SUCCESS
	 DISPLAY "ROP$OK Open successful."

    ELSE
	 PERFORM ANALYZE-DIL-STATUS
	 STOP RUN.

CLOSE-REMOTE-FILE.

    CALL RCLOSE USING	VAX-FILNO,
			DIT-OPT-NOTHING.

    IF DIL-SEVERITY = STS-K-SUCCESS
	 DISPLAY "RCL$OK Close successful."

    ELSE
	 PERFORM ANALYZE-DIL-STATUS
	 STOP RUN.

    CLOSE HRC-FIL.

*

PULL-RECORD SECTION.

*******************************************************************************

READ-REMOTE-ROW.

    CALL RREAD USING	VAX-FILNO,
			7,
			80,
			VAX-TRANS-REC,
			VAX-REC-LEN.

    IF DIL-SEVERITY = STS-K-SUCCESS
	 NEXT SENTENCE

    ELSE
	 IF DIL-MESSAGE = DIT-C-EOF
	    MOVE "Y" TO EOF-FLAG
	    GO TO PULL-EXIT

	 ELSE
	    PERFORM ANALYZE-DIL-STATUS
	    STOP RUN.

CONVERT-THE-ROW.

    CALL CVGEN USING

	     VAX-TRANS-REC, DIX-SYS-10-20, 7, 0, 0, DIX-DT-ASCII-7, 80, 0,
	ROW-FOR-CONVERSION, DIX-SYS-10-20, 6, 0, 0, DIX-DT-SIXBIT,  80, 0.

    IF DIL-SEVERITY = STS-K-SUCCESS
	 NEXT SENTENCE

    ELSE
	 IF DIL-SEVERITY NOT = STS-K-INFO
	    PERFORM ANALYZE-DIL-STATUS
	    STOP RUN.

CHECK-FOR-TRAILER.

*	the trailer ends the file.  Anything after it means the VAX
*	side appended to a file it had already closed off, and the
*	whole file is suspect.

    IF TRL-LITERAL = "**TRAILER*"
	IF TRAILER-SEEN
	    DISPLAY "%Change file carries more than one control trailer."
	    DISPLAY "%Nothing has been applied to JOBTICBDG.  Process halted."
	    STOP RUN
	ELSE
	    MOVE "Y" TO TRAILER-FLAG
	    GO TO PULL-EXIT.

    IF TRAILER-SEEN
	DISPLAY "%Change rows follow the control trailer."
	DISPLAY "%Nothing has been applied to JOBTICBDG.  Process halted."
	STOP RUN.

WRITE-STAGED-ROW.

    MOVE ROW-FOR-CONVERSION TO HRC-REC.
    WRITE HRC-REC.
    ADD 1 TO ROWS-RECEIVED.

PULL-EXIT.

*

CHECK-CONTROL-TRAILER SECTION.

*******************************************************************************

*	the count on the trailer must match the rows actually received
*	before a single change is applied; a dropped link or a file
*	still being written on the VAX is refused, and the run can
*	simply be repeated once the VAX side is sorted out.

VERIFY-TRAILER.

    IF NO-TRAILER-SEEN
	DISPLAY "%Change file has no control trailer -- it may be"
	DISPLAY "%incomplete.  Nothing has been applied to JOBTICBDG."
	DISPLAY "%Process halted."
	STOP RUN.

    IF TRL-REC-COUNT NOT NUMERIC
	DISPLAY "%Control trailer record count is not numeric."
	DISPLAY "%Nothing has been applied to JOBTICBDG.  Process halted."
	STOP RUN.

    IF TRL-REC-COUNT NOT = ROWS-RECEIVED
	DISPLAY "%Control trailer count " TRL-REC-COUNT
		" does not match the " ROWS-RECEIVED " rows received."
	DISPLAY "%Nothing has been applied to JOBTICBDG.  Process halted."
	STOP RUN.

    DISPLAY "Control trailer verified: " ROWS-RECEIVED " change rows.".

CHECK-TRAILER-EXIT.

*

OPEN-MASTER-FILES SECTION.

*******************************************************************************

OPEN-THE-MASTERS.

*	the badge master must already exist -- JTBADG creates it --
*	and new cost centers are checked against the code reference
*	file, so both must open before anything is applied.

    OPEN INPUT REF-FIL.

    IF REF-STATUS NOT = "00"
	DISPLAY "%Code reference file JOBTICREF could not be opened."
	DISPLAY "%Nothing has been applied to JOBTICBDG.  Process halted."
	STOP RUN.

    OPEN INPUT-OUTPUT BDG-FIL.

    IF BDG-STATUS NOT = "00"
	DISPLAY "%Badge master file JOBTICBDG could not be opened."
	DISPLAY "%Nothing has been applied to JOBTICBDG.  Process halted."
	STOP RUN.

    OPEN INPUT HRC-FIL.

    IF HRC-STATUS NOT = "00"
	DISPLAY "%Staging file JTHRCHG could not be reopened."
	DISPLAY "%Nothing has been applied to JOBTICBDG.  Process halted."
	STOP RUN.

    MOVE "N" TO EOF-FLAG.

    DISPLAY " ".
    DISPLAY "DISPOSITION OF HR CHANGES".
    DISPLAY " ".

OPEN-MASTER-EXIT.

*

APPLY-CHANGE SECTION.

*******************************************************************************

READ-STAGED-CHANGE.

    READ HRC-FIL
	AT END  MOVE "Y" TO EOF-FLAG
		GO TO APPLY-EXIT.

    ADD 1 TO ROWS-PROCESSED.
    MOVE SPACES TO EXC-REASON.

CHECK-BADGE-NUMBER.

    IF HRC-BADGE-NUM NOT NUMERIC OR HRC-BADGE-NUM = 0
	MOVE "BADGE NUMBER MISSING OR NOT NUMERIC" TO EXC-REASON
	GO TO REPORT-EXCEPTION.

    MOVE HRC-BADGE-NUM TO BDG-BADGE-NUM.

    IF HRC-ADD
	GO TO APPLY-ADD.

    IF HRC-CHANGE
	GO TO APPLY-NAME-CC-CHANGE.

    IF HRC-TERMINATE
	GO TO APPLY-TERMINATION.

    MOVE "ACTION CODE NOT A, C OR T" TO EXC-REASON.
    GO TO REPORT-EXCEPTION.

APPLY-ADD.

*	a new hire must carry a name and a cost center on file.  An
*	add for a terminated badge is a rehire and reactivates it with
*	the new name and cost center; an add matching an active badge
*	exactly was applied by an earlier run and is passed over.

    IF HRC-NAME = SPACES
	MOVE "NAME IS BLANK ON AN ADD" TO EXC-REASON
	GO TO REPORT-EXCEPTION.

    PERFORM CHECK-COST-CENTER THRU CHECK-CC-EXIT.

    IF EXC-REASON NOT = SPACES
	GO TO REPORT-EXCEPTION.

    READ BDG-FIL
	INVALID KEY GO TO WRITE-NEW-BADGE.

    IF BDG-ACTIVE
	AND BDG-NAME = HRC-NAME
	AND BDG-COST-CENTER = HRC-COST-CENTER
	GO TO REPORT-ALREADY-APPLIED.

    IF BDG-ACTIVE
	MOVE "ADD FOR A BADGE ALREADY ACTIVE" TO EXC-REASON
	GO TO REPORT-EXCEPTION.

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    MOVE HRC-NAME TO BDG-NAME.
    MOVE HRC-COST-CENTER TO BDG-COST-CENTER.
    MOVE "A" TO BDG-STATUS-CODE.

    REWRITE BDG-REC
	INVALID KEY MOVE "REWRITE ERROR ON THE BADGE MASTER" TO EXC-REASON
		    GO TO REPORT-EXCEPTION.

    MOVE "ACTIVATE" TO MW-ACTION.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

    ADD 1 TO BADGES-REHIRED.
    DISPLAY "REHIRED     " HRC-ACTION " " BDG-BADGE-NUM " " BDG-NAME
	    " " BDG-COST-CENTER.
    GO TO APPLY-EXIT.

WRITE-NEW-BADGE.

    MOVE HRC-BADGE-NUM TO BDG-BADGE-NUM.
    MOVE HRC-NAME TO BDG-NAME.
    MOVE HRC-COST-CENTER TO BDG-COST-CENTER.
    MOVE "A" TO BDG-STATUS-CODE.

    WRITE BDG-REC
	INVALID KEY MOVE "WRITE ERROR ON THE BADGE MASTER" TO EXC-REASON
		    GO TO REPORT-EXCEPTION.

    MOVE "ADD" TO MW-ACTION.
    MOVE "(NEW)" TO MW-BEFORE.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

    ADD 1 TO BADGES-ADDED.
    DISPLAY "ADDED       " HRC-ACTION " " BDG-BADGE-NUM " " BDG-NAME
	    " " BDG-COST-CENTER.
    GO TO APPLY-EXIT.

APPLY-NAME-CC-CHANGE.

*	a blank name or cost center on a change row means that field
*	is not changing.  Changes to a terminated badge are refused;
*	HR sends an add to bring the employee back.

    IF HRC-NAME = SPACES AND HRC-COST-CENTER = SPACES
	MOVE "CHANGE CARRIES NO NAME OR COST CENTER" TO EXC-REASON
	GO TO REPORT-EXCEPTION.

    IF HRC-COST-CENTER NOT = SPACES
	PERFORM CHECK-COST-CENTER THRU CHECK-CC-EXIT.

    IF EXC-REASON NOT = SPACES
	GO TO REPORT-EXCEPTION.

    READ BDG-FIL
	INVALID KEY MOVE "CHANGE FOR A BADGE NOT ON THE MASTER" TO EXC-REASON
		    GO TO REPORT-EXCEPTION.

    IF BDG-TERMINATED
	MOVE "CHANGE FOR A TERMINATED BADGE" TO EXC-REASON
	GO TO REPORT-EXCEPTION.

    MOVE "Y" TO NO-CHANGE-FLAG.

    IF HRC-NAME NOT = SPACES AND HRC-NAME NOT = BDG-NAME
	MOVE "N" TO NO-CHANGE-FLAG.

    IF HRC-COST-CENTER NOT = SPACES
	AND HRC-COST-CENTER NOT = BDG-COST-CENTER
	MOVE "N" TO NO-CHANGE-FLAG.

    IF NOTHING-TO-CHANGE
	GO TO REPORT-ALREADY-APPLIED.

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    IF HRC-NAME NOT = SPACES
	MOVE HRC-NAME TO BDG-NAME.

    IF HRC-COST-CENTER NOT = SPACES
	MOVE HRC-COST-CENTER TO BDG-COST-CENTER.

    REWRITE BDG-REC
	INVALID KEY MOVE "REWRITE ERROR ON THE BADGE MASTER" TO EXC-REASON
		    GO TO REPORT-EXCEPTION.

    MOVE "CHANGE" TO MW-ACTION.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

    ADD 1 TO BADGES-CHANGED.
    DISPLAY "CHANGED     " HRC-ACTION " " BDG-BADGE-NUM " " BDG-NAME
	    " " BDG-COST-CENTER.
    GO TO APPLY-EXIT.

APPLY-TERMINATION.

    READ BDG-FIL
	INVALID KEY MOVE "TERMINATION FOR A BADGE NOT ON THE MASTER"
			TO EXC-REASON
		    GO TO REPORT-EXCEPTION.

    IF BDG-TERMINATED
	GO TO REPORT-ALREADY-APPLIED.

    PERFORM BUILD-BEFORE-IMAGE THRU BUILD-BEFORE-EXIT.

    MOVE "T" TO BDG-STATUS-CODE.

    REWRITE BDG-REC
	INVALID KEY MOVE "REWRITE ERROR ON THE BADGE MASTER" TO EXC-REASON
		    GO TO REPORT-EXCEPTION.

    MOVE "DEACTIVATE" TO MW-ACTION.
    PERFORM BUILD-AFTER-IMAGE THRU BUILD-AFTER-EXIT.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

    ADD 1 TO BADGES-TERMINATED.
    DISPLAY "TERMINATED  " HRC-ACTION " " BDG-BADGE-NUM " " BDG-NAME
	    " " BDG-COST-CENTER.
    GO TO APPLY-EXIT.

REPORT-ALREADY-APPLIED.

*	the master already says what the row says -- typically a
*	change file pulled a second time.  Nothing is written.

    ADD 1 TO ALREADY-APPLIED.
    DISPLAY "NO CHANGE   " HRC-ACTION " " HRC-BADGE-NUM " " HRC-NAME
	    " " HRC-COST-CENTER "  ALREADY ON THE MASTER".
    GO TO APPLY-EXIT.

REPORT-EXCEPTION.

    ADD 1 TO EXCEPTION-COUNT.
    DISPLAY "EXCEPTION   " HRC-ACTION " " HRC-BADGE-NUM " " HRC-NAME
	    " " HRC-COST-CENTER "  " EXC-REASON.

APPLY-EXIT.

    EXIT.

CHECK-COST-CENTER.

*	the same check JTBADG makes at the terminal, and then some: the
*	cost center must be a type "C" code on the reference file, so
*	a transfer into a cost center Accounting hasn't opened yet is
*	caught here instead of on every ticket the employee files.

    IF HRC-COST-CENTER = SPACES OR HRC-COST-CENTER NOT NUMERIC
	MOVE "COST CENTER MISSING OR NOT NUMERIC" TO EXC-REASON
	GO TO CHECK-CC-EXIT.

    MOVE "C" TO REF-CODE-TYPE.
    MOVE HRC-COST-CENTER TO REF-CODE.

    READ REF-FIL
	INVALID KEY MOVE "COST CENTER NOT ON JOBTICREF" TO EXC-REASON.

CHECK-CC-EXIT.

    EXIT.

*

AUDIT-LOG SECTION.

*******************************************************************************

*	Append one before/after entry to the maintenance audit log for
*	every change applied, as JTBADG does.  The log is opened and
*	closed around each entry; an HR change file is a few dozen rows.

BUILD-BEFORE-IMAGE.

    MOVE BDG-NAME TO BI-NAME.
    MOVE BDG-COST-CENTER TO BI-COST-CENTER.
    MOVE BDG-STATUS-CODE TO BI-STATUS-CODE.
    MOVE BDG-IMAGE TO MW-BEFORE.

BUILD-BEFORE-EXIT.

    EXIT.

BUILD-AFTER-IMAGE.

    MOVE BDG-NAME TO BI-NAME.
    MOVE BDG-COST-CENTER TO BI-COST-CENTER.
    MOVE BDG-STATUS-CODE TO BI-STATUS-CODE.
    MOVE BDG-IMAGE TO MW-AFTER.

BUILD-AFTER-EXIT.

    EXIT.

WRITE-MNT-ENTRY.

    ACCEPT MW-DATE FROM DATE.
    ACCEPT MW-TIME FROM TIME.
    MOVE BDG-BADGE-NUM TO MW-KEY.

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

*

FINISH-UP SECTION.

*******************************************************************************

CLOSE-LOCAL-FILES.

    CLOSE HRC-FIL.
    CLOSE BDG-FIL.
    CLOSE REF-FIL.

DISPLAY-CONTROL-TOTALS.

*	every row received is accounted for exactly once below.

    DISPLAY " ".
    DISPLAY "Change rows received:        " ROWS-RECEIVED.
    DISPLAY "Change rows processed:       " ROWS-PROCESSED.
    DISPLAY "Badges added:                " BADGES-ADDED.
    DISPLAY "Badges rehired:              " BADGES-REHIRED.
    DISPLAY "Badges changed:              " BADGES-CHANGED.
    DISPLAY "Badges terminated:           " BADGES-TERMINATED.
    DISPLAY "Already on the master:       " ALREADY-APPLIED.
    DISPLAY "Exceptions (not applied):    " EXCEPTION-COUNT.

    IF EXCEPTION-COUNT NOT = 0
	DISPLAY "Resolve each exception with Personnel and key it at JTBADG.".

    DISPLAY " ".

*

ANALYZE-DIL-STATUS SECTION.

*******************************************************************************

ANALYZE-STAT.

    IF DIL-MESSAGE = DIT-C-TOOMANY
	DISPLAY "%Error: too many files open, can't open another"

    ELSE
    IF DIL-MESSAGE = DIT-C-INVARG
	DISPLAY "%Error: argument type or invalid arguement "

    ELSE
    IF DIL-MESSAGE = DIT-C-NETOPRFAIL
	DISPLAY "?Network operation could not be done "

    ELSE
    IF DIL-MESSAGE = DIT-C-CHECKSUM
	DISPLAY "?Checksum error "

    ELSE
    IF DIL-MESSAGE = DIT-C-UNSFILETYPE
	DISPLAY "%Error: cannot read specified file type"

    ELSE
    IF DIL-MESSAGE = DIT-C-FILEINUSE
	DISPLAY "%Error: file activity precludes this operation"

    ELSE
    IF DIL-MESSAGE = DIT-C-NOFILE
	DISPLAY "?File does not exist or is not available"

    ELSE
    IF DIL-MESSAGE = DIT-C-HORRIBLE
	DISPLAY "%Internal or system error."

    ELSE DISPLAY "?Error not recognized... "
	 DISPLAY "Dil-Status was " DIL-STATUS
	 DISPLAY "Dil-Severity was " DIL-SEVERITY
	 DISPLAY "Dil-Message was " DIL-MESSAGE.

    DISPLAY " ".

    DISPLAY "%Process halted.  Nothing has been applied to JOBTICBDG.".
