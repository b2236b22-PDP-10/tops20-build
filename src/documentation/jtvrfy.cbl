IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTVRFY.

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
*	This program is the structural verification and repair utility
*	for the job ticket file.  JTRECON proves the file against the
*	server's log; this proves the file against itself and against
*	the reference files.  It walks JOBTICRMS, or a JOBTICSNP
*	snapshot taken with JTSNAPRQ, in key order and reports, by
*	badge, week and segment:
*
*	    - a regular segment missing from a ticket (segments 0
*	      through 49 are always written contiguously from 0);
*	    - a segment total that is not the sum of its lines' hours;
*	    - a badge that is not on JOBTICBDG, or a name that no longer
*	      matches the badge master;
*	    - a cost center, shift, absence, activity, product line
*	      or operation code that is not on JOBTICREF;
*	    - an adjustment record below segment 50, or a regular one
*	      at 50 or above;
*	    - a ticket whose regular segments do not all carry the same
*	      approval status.
*
*	A verify run changes nothing and may read either file.  A
*	repair run is against the live file only, takes supervisor
*	authority and an explicit confirmation, and fixes the exceptions
*	that have a mechanical answer:
*
*	    - the record type byte is set from the segment number, the
*	      key being the one thing RMS guarantees;
*	    - the segment total is recomputed from its lines;
*	    - the name is copied from the badge master;
*	    - every regular segment of a ticket with mixed approval is
*	      set back to awaiting approval, so the ticket goes through
*	      JTAPPR again rather than have this program guess which
*	      stamp was right.
*
*	Missing segments, unknown badges and unknown codes are reported
*	only -- they need a person.  Every rewritten segment is journaled
*	to JOBTICJNB as JTAPPR's stamps are, and every repair is logged
*	to the maintenance audit log JOBTICMNT with its before and after
*	values and the operator who ran the repair.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. OCTOBER 27, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '27-Oct-86', 'Sandy Clemens')
* %(  Add the structural verification and repair utility for the
*     job ticket file.  File: JTVRFY.CBL (NEW) )%
*
* Edit (%O'2', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so the snapshot, journal and VR- copies) grew a
*     trailing shift code byte for shift-differential pay.  A
*     non-blank shift code is looked up on JOBTICREF (type S) with
*     the other codes and reported, not repaired, when it is not on
*     file; blank means first shift and is never looked up.
*     File: JTVRFY.CBL )%
*
* Edit (%O'3', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so the snapshot, journal and VR- copies) grew a
*     trailing charge-to cost center on each detail line for loaned
*     labor.  A work line's charge-to, when it names a cost center
*     other than the ticket's own, is looked up on JOBTICREF (type
*     C) with the line's other codes and reported, not repaired,
*     when it is not on file.  File: JTVRFY.CBL )%
*
* Edit (%O'4', '13-Nov-86', 'Sandy Clemens')
* %(  Repair mode opens JOBTICRMS INPUT-OUTPUT, written the way
*     every other program writes it.  No logic change.
*     File: JTVRFY.CBL )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.
	DECSYSTEM-20.

OBJECT-COMPUTER.
	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT JT-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS JT-KEY
	   FILE STATUS IS JT-STATUS.

    SELECT SNP-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS SNP-KEY
	   FILE STATUS IS SNP-STATUS.

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

    SELECT OPR-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS OPR-OPER-NUM
	   FILE STATUS IS OPR-FIL-STATUS.

    SELECT JNB-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS JNB-STATUS.

    SELECT MNT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS MNT-STATUS.

DATA DIVISION.

FILE SECTION.

FD  JT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICRMS".

01  JT-REC.
    05  JT-KEY.
	10  BADGE-NUM PIC 9(7).
	10  WK-END-DATE PIC 9(6).
	10  CONT-SEQ PIC 9(2).
    05  NAME PIC X(30).
    05  COST-CENTER PIC X(4).
    05  TOTAL-HRS COMP-1.
    05  DETAIL-LINE OCCURS 10.
	15  ACTIV-CODE PIC X(4).
	15  PROD-LINE PIC X(4).
	15  DISCR-NUM PIC 9(5) COMP.
	15  MFG-NUM PIC 9(5) COMP.
	15  HOURS COMP-1.
	15  OPER-CODE PIC X(4).
    05  REC-TYPE PIC X.
    05  APPR-STATUS PIC X.
    05  SHIFT-CD PIC X.
    05  CHARGE-CC PIC X(4) OCCURS 10.

FD  SNP-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICSNP".

01  SNP-REC.
    05  SNP-KEY.
	10  SNP-BADGE-NUM PIC 9(7).
	10  SNP-WK-END-DATE PIC 9(6).
	10  SNP-CONT-SEQ PIC 9(2).
    05  SNP-NAME PIC X(30).
    05  SNP-COST-CENTER PIC X(4).
    05  SNP-TOTAL-HRS COMP-1.
    05  SNP-DETAIL-LINE OCCURS 10.
	15  SNP-ACTIV-CODE PIC X(4).
	15  SNP-PROD-LINE PIC X(4).
	15  SNP-DISCR-NUM PIC 9(5) COMP.
	15  SNP-MFG-NUM PIC 9(5) COMP.
	15  SNP-HOURS COMP-1.
	15  SNP-OPER-CODE PIC X(4).
    05  SNP-REC-TYPE PIC X.
    05  SNP-APPR-STATUS PIC X.
    05  SNP-SHIFT-CD PIC X.
    05  SNP-CHARGE-CC PIC X(4) OCCURS 10.

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
	88 REF-DIRECT-LABOR VALUE "D".
	88 REF-INDIRECT-LABOR VALUE "I".

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

*	a repaired segment's after-image goes on the batch journal, so
*	a JTRCVR rebuild from backup plus journals carries the repair.

FD  JNB-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICJNB".

01  JNB-REC.
    05  JNB-STAMP.
	10  JNB-DATE PIC 9(6).
	10  JNB-TIME PIC 9(8).
	10  JNB-SEQ PIC 9(7).
    05  JNB-ACTION PIC X.
    05  JNB-SOURCE PIC X(6).
    05  JNB-OPER-ID PIC 9(7).
    05  JNB-IMAGE.
	10  JNB-KEY.
	    15  JNB-BADGE-NUM PIC 9(7).
	    15  JNB-WK-END-DATE PIC 9(6).
	    15  JNB-CONT-SEQ PIC 9(2).
	10  JNB-NAME PIC X(30).
	10  JNB-COST-CENTER PIC X(4).
	10  JNB-TOTAL-HRS COMP-1.
	10  JNB-DETAIL-LINE OCCURS 10.
	    15  JNB-ACTIV-CODE PIC X(4).
	    15  JNB-PROD-LINE PIC X(4).
	    15  JNB-DISCR-NUM PIC 9(5) COMP.
	    15  JNB-MFG-NUM PIC 9(5) COMP.
	    15  JNB-HOURS COMP-1.
	    15  JNB-OPER-CODE PIC X(4).
	10  JNB-REC-TYPE PIC X.
	10  JNB-APPR-STATUS PIC X.
	10  JNB-SHIFT-CD PIC X.
	10  JNB-CHARGE-CC PIC X(4) OCCURS 10.

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

01  JT-STATUS PIC X(2).
01  SNP-STATUS PIC X(2).
01  BDG-STATUS PIC X(2).
01  REF-STATUS PIC X(2).
01  OPR-FIL-STATUS PIC X(2).
01  JNB-STATUS PIC X(2).
01  MNT-STATUS PIC X(2).

01  JNB-SEQ-COUNT PIC 9(7) VALUE 0.

01  WORK-OPER-NUM PIC 9(7) VALUE 0.

01  EOF-FLAG PIC X.
    88 NOT-END-OF-FILE VALUE "N".
    88 END-OF-FILE VALUE "Y".

***** run selections **********************************************************

01  SOURCE-FLAG PIC X VALUE "N".
    88 USING-SNAPSHOT VALUE "Y".
    88 USING-LIVE-FILE VALUE "N".

01  RUN-MODE-FLAG PIC X VALUE "V".
    88 VERIFY-ONLY VALUE "V".
    88 REPAIR-MODE VALUE "R".

77  SOURCE-ANS PIC XXX.
77  MODE-ANS PIC XXX.

***** the segment being checked ***********************************************

*	each segment is read into this copy, whichever file it came
*	from; repairs are made here and written back from here.

01  VR-REC.
    05  VR-KEY.
	10  VR-BADGE-NUM PIC 9(7).
	10  VR-WK-END-DATE PIC 9(6).
	10  VR-CONT-SEQ PIC 9(2).
    05  VR-NAME PIC X(30).
    05  VR-COST-CENTER PIC X(4).
    05  VR-TOTAL-HRS COMP-1.
    05  VR-DETAIL-LINE OCCURS 10.
	15  VR-ACTIV-CODE PIC X(4).
	15  VR-PROD-LINE PIC X(4).
	15  VR-DISCR-NUM PIC 9(5) COMP.
	15  VR-MFG-NUM PIC 9(5) COMP.
	15  VR-HOURS COMP-1.
	15  VR-OPER-CODE PIC X(4).
    05  VR-REC-TYPE PIC X.
	88 VR-ADJUSTMENT VALUE "A".
    05  VR-APPR-STATUS PIC X.
    05  VR-SHIFT-CD PIC X.
    05  VR-CHARGE-CC PIC X(4) OCCURS 10.

01  FIX-TYPE-FLAG PIC X.
    88 FIX-TYPE VALUE "Y".
01  FIX-TOTAL-FLAG PIC X.
    88 FIX-TOTAL VALUE "Y".
01  FIX-NAME-FLAG PIC X.
    88 FIX-NAME VALUE "Y".

01  OLD-REC-TYPE PIC X.
01  OLD-TOTAL-HRS COMP-1.
01  OLD-NAME PIC X(30).
01  OLD-APPR-STATUS PIC X.

01  LINE-HOURS-SUM COMP-1.
01  HOURS-DIFF COMP-1.

77  LINE-SUB PIC S9(5) COMP.

***** the ticket being checked ************************************************

01  CUR-BADGE-NUM PIC 9(7) VALUE 0.
01  CUR-WK-END-DATE PIC 9(6) VALUE 0.

01  TICKET-FLAG PIC X VALUE "N".
    88 TICKET-OPEN VALUE "Y".
    88 NO-TICKET-OPEN VALUE "N".

01  NEXT-REG-SEQ PIC 99.
01  REG-SEG-COUNT PIC 99.
01  TICKET-APPR-STATUS PIC X.

01  APPR-MIXED-FLAG PIC X.
    88 APPR-MIXED VALUE "Y".
    88 APPR-CONSISTENT VALUE "N".

***** tickets whose approval is to be reset ***********************************

*	the walk is sequential, and a mixed ticket is not known to be
*	mixed until its last regular segment has gone by, so those
*	tickets are held here and reset afterwards by key.

01  AR-TABLE.
    05  AR-ENTRY OCCURS 200.
	10  AR-BADGE-NUM PIC 9(7).
	10  AR-WK-END-DATE PIC 9(6).
	10  AR-HIGH-SEQ PIC 99.

01  AR-COUNT PIC 9(5) VALUE 0.
01  AR-LIMIT PIC 9(5) VALUE 200.
01  AR-LOST-COUNT PIC 9(5) VALUE 0.

01  RESET-SEQ PIC 99.

77  AR-SUB PIC S9(5) COMP.

***** exception report ********************************************************

01  EXC-NAME-VALUES.
    05  FILLER PIC X(21) VALUE "SEGMENT MISSING".
    05  FILLER PIC X VALUE "N".
    05  FILLER PIC X(21) VALUE "SEGMENT TYPE WRONG".
    05  FILLER PIC X VALUE "Y".
    05  FILLER PIC X(21) VALUE "TOTAL HOURS WRONG".
    05  FILLER PIC X VALUE "Y".
    05  FILLER PIC X(21) VALUE "BADGE NOT ON MASTER".
    05  FILLER PIC X VALUE "N".
    05  FILLER PIC X(21) VALUE "NAME NOT AS ON MASTER".
    05  FILLER PIC X VALUE "Y".
    05  FILLER PIC X(21) VALUE "CODE NOT ON JOBTICREF".
    05  FILLER PIC X VALUE "N".
    05  FILLER PIC X(21) VALUE "APPROVAL DIFFERS".
    05  FILLER PIC X VALUE "Y".

01  EXC-NAME-TABLE REDEFINES EXC-NAME-VALUES.
    05  EXC-ENTRY OCCURS 7.
	10  EXC-NAME PIC X(21).
	10  EXC-FIXABLE PIC X.
	    88 EXC-IS-FIXABLE VALUE "Y".

01  EXC-COUNT-TABLE.
    05  EXC-COUNT PIC 9(5) OCCURS 7.

01  EXC-SEG PIC X(2).
01  EXC-DETAIL PIC X(26).

01  EXC-LINE.
    05  EL-BADGE-NUM PIC 9(7).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-WK-END-DATE PIC 9(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-SEG PIC X(2).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-EXCEPTION PIC X(21).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-DETAIL PIC X(26).
    05  FILLER PIC X VALUE SPACE.
    05  EL-ACTION PIC X(8).

01  GAP-DETAIL.
    05  FILLER PIC X(9) VALUE "SEGMENTS ".
    05  GD-FROM PIC 99.
    05  FILLER PIC X VALUE "-".
    05  GD-TO PIC 99.
    05  FILLER PIC X(12) VALUE " NOT ON FILE".

01  ONE-GAP-DETAIL.
    05  FILLER PIC X(8) VALUE "SEGMENT ".
    05  OG-SEG PIC 99.
    05  FILLER PIC X(12) VALUE " NOT ON FILE".

01  TOTAL-DETAIL.
    05  FILLER PIC X(5) VALUE "FILE ".
    05  TD-ON-FILE PIC -ZZ9.99.
    05  FILLER PIC X(7) VALUE " LINES ".
    05  TD-LINES PIC -ZZ9.99.

01  CODE-DETAIL.
    05  FILLER PIC X(5) VALUE "LINE ".
    05  CD-LINE-NUM PIC 99.
    05  FILLER PIC X VALUE SPACE.
    05  CD-KIND PIC X(10).
    05  FILLER PIC X VALUE SPACE.
    05  CD-CODE PIC X(4).

01  CC-DETAIL.
    05  FILLER PIC X(12) VALUE "COST CENTER ".
    05  CC-CODE PIC X(4).

01  SHIFT-DETAIL.
    05  FILLER PIC X(11) VALUE "SHIFT CODE ".
    05  SD-CODE PIC X.

01  LOOKUP-TYPE PIC X.

77  EXC-NUM PIC S9(5) COMP.
77  EXC-SUB PIC S9(5) COMP.

01  RECORD-COUNT PIC 9(7) VALUE 0.
01  TICKET-COUNT PIC 9(7) VALUE 0.
01  REPAIR-COUNT PIC 9(7) VALUE 0.
01  REWRITE-ERR-COUNT PIC 9(7) VALUE 0.

***** maintenance audit log entry *********************************************

01  MNT-WORK.
    05  MW-DATE PIC 9(6).
    05  MW-TIME PIC 9(8).
    05  MW-PROGRAM PIC X(6) VALUE "JTVRFY".
    05  MW-ACTION PIC X(10).
    05  MW-KEY PIC X(20).
    05  MW-BEFORE PIC X(40).
    05  MW-AFTER PIC X(40).

01  KEY-IMAGE.
    05  KI-BADGE-NUM PIC 9(7).
    05  FILLER PIC X VALUE SPACE.
    05  KI-WK-END-DATE PIC 9(6).
    05  FILLER PIC X VALUE SPACE.
    05  KI-CONT-SEQ PIC 99.

01  REPAIR-IMAGE.
    05  RI-VALUE PIC X(29).
    05  FILLER PIC X(4) VALUE " BY ".
    05  RI-OPER-NUM PIC 9(7).

01  TYPE-IMAGE.
    05  FILLER PIC X(9) VALUE "REC-TYPE ".
    05  TI-TYPE PIC X.

01  APPR-IMAGE.
    05  FILLER PIC X(12) VALUE "APPR-STATUS ".
    05  AI-STATUS PIC X.

01  HOURS-IMAGE PIC -ZZ9.99.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "JOB TICKET FILE STRUCTURAL VERIFICATION".
    DISPLAY " ".

    PERFORM GET-RUN-OPTIONS THRU GET-OPTIONS-EXIT.

    IF REPAIR-MODE
	PERFORM CHECK-OPERATOR-AUTHORITY THRU CHECK-AUTH-EXIT.

    PERFORM OPEN-FILES THRU OPEN-FILES-EXIT.

    PERFORM WALK-TICKET-FILE THRU WALK-EXIT.

    IF REPAIR-MODE AND AR-COUNT > 0
	PERFORM RESET-APPROVALS THRU RESET-APPROVALS-EXIT.

    PERFORM CLOSE-FILES THRU CLOSE-FILES-EXIT.

    PERFORM PRINT-TOTALS THRU PRINT-TOTALS-EXIT.

    STOP RUN.

*******************************************************************************

RUN-SETUP SECTION.

*******************************************************************************

GET-RUN-OPTIONS.

*	the snapshot is a point-in-time copy the server took; it can be
*	checked with JTSERV up, but repairs go to the live file only.

    DISPLAY "Read the snapshot copy JOBTICSNP instead of the live".
    DISPLAY "file? (Y or N): " WITH NO ADVANCING ACCEPT SOURCE-ANS.

SOURCE-REACC.

    IF SOURCE-ANS = "Y"
	MOVE "Y" TO SOURCE-FLAG

    ELSE IF SOURCE-ANS NOT = "N"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT SOURCE-ANS
	     GO TO SOURCE-REACC.

    MOVE "V" TO RUN-MODE-FLAG.

    IF USING-SNAPSHOT
	DISPLAY "Snapshot runs verify only -- nothing will be repaired."
	GO TO GET-OPTIONS-EXIT.

    DISPLAY "Repair the mechanically fixable exceptions as they".
    DISPLAY "are found? (Y or N): " WITH NO ADVANCING ACCEPT MODE-ANS.

MODE-REACC.

    IF MODE-ANS = "N"
	GO TO GET-OPTIONS-EXIT

    ELSE IF MODE-ANS NOT = "Y"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT MODE-ANS
	     GO TO MODE-REACC.

    DISPLAY " ".
    DISPLAY "Repair rewrites JOBTICRMS in place.  Every repair is".
    DISPLAY "journaled to JOBTICJNB and logged to JOBTICMNT, and a".
    DISPLAY "ticket with mixed approval goes back to awaiting approval.".
    DISPLAY "Proceed with repairs? (Y or N): "
	WITH NO ADVANCING ACCEPT MODE-ANS.

CONFIRM-REACC.

    IF MODE-ANS = "N"
	DISPLAY "%No repairs will be made -- verifying only."

    ELSE IF MODE-ANS NOT = "Y"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT MODE-ANS
	     GO TO CONFIRM-REACC

	 ELSE MOVE "R" TO RUN-MODE-FLAG.

GET-OPTIONS-EXIT.

    EXIT.

CHECK-OPERATOR-AUTHORITY.

*	rewriting tickets -- approval stamps included -- takes the same
*	supervisor authority JTAPPR demands for stamping them.

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

    IF NOT OPR-SUPERVISOR
	DISPLAY "%Repairing the job ticket file takes supervisor authority."
	DISPLAY "%Process halted."
	CLOSE OPR-FIL
	STOP RUN.

    DISPLAY "Operator " WORK-OPER-NUM " (" OPR-NAME ") signed on.".

    CLOSE OPR-FIL.

    MOVE WORK-OPER-NUM TO RI-OPER-NUM.

CHECK-AUTH-EXIT.

    EXIT.

OPEN-FILES.

    OPEN INPUT BDG-FIL.

    IF BDG-STATUS NOT = "00"
	DISPLAY "%Badge master file JOBTICBDG could not be opened."
	DISPLAY "%Process halted."
	STOP RUN.

    OPEN INPUT REF-FIL.

    IF REF-STATUS NOT = "00"
	DISPLAY "%Code reference file JOBTICREF could not be opened."
	DISPLAY "%Process halted."
	CLOSE BDG-FIL
	STOP RUN.

    IF USING-SNAPSHOT
	GO TO OPEN-SNAPSHOT-FILE.

    IF REPAIR-MODE
	OPEN INPUT-OUTPUT JT-FIL
    ELSE
	OPEN INPUT JT-FIL.

    IF JT-STATUS NOT = "00"
	DISPLAY "%Job ticket file JOBTICRMS could not be opened."
	DISPLAY "%Process halted."
	CLOSE BDG-FIL REF-FIL
	STOP RUN.

    IF VERIFY-ONLY
	GO TO OPEN-FILES-EXIT.

*	a repair with no journal entry behind it is undone if JOBTICRMS
*	ever has to be rebuilt, so no journal, no repairing.

    OPEN EXTEND JNB-FIL.
    IF JNB-STATUS NOT = "00"
	OPEN OUTPUT JNB-FIL.

    IF JNB-STATUS NOT = "00"
	DISPLAY "%Batch journal file JOBTICJNB could not be opened."
	DISPLAY "%Process halted."
	CLOSE BDG-FIL REF-FIL JT-FIL
	STOP RUN.

    GO TO OPEN-FILES-EXIT.

OPEN-SNAPSHOT-FILE.

    OPEN INPUT SNP-FIL.

    IF SNP-STATUS NOT = "00"
	DISPLAY "%Snapshot file JOBTICSNP could not be opened.  Ask the"
	DISPLAY "%server for one with JTSNAPRQ.  Process halted."
	CLOSE BDG-FIL REF-FIL
	STOP RUN.

OPEN-FILES-EXIT.

    EXIT.

CLOSE-FILES.

    CLOSE BDG-FIL REF-FIL.

    IF USING-SNAPSHOT
	CLOSE SNP-FIL
    ELSE
	CLOSE JT-FIL.

    IF REPAIR-MODE
	CLOSE JNB-FIL.

CLOSE-FILES-EXIT.

    EXIT.

*******************************************************************************

TICKET-WALK SECTION.

*******************************************************************************

WALK-TICKET-FILE.

    MOVE "N" TO EOF-FLAG.
    MOVE ZEROS TO EXC-COUNT-TABLE.

    DISPLAY " ".
    DISPLAY "BADGE    WEEK    SEG EXCEPTION              DETAIL".
    DISPLAY " ".

    PERFORM CHECK-ONE-SEGMENT THRU CHECK-SEGMENT-EXIT
	UNTIL END-OF-FILE.

    IF TICKET-OPEN
	PERFORM CLOSE-OUT-TICKET THRU CLOSE-OUT-EXIT.

WALK-EXIT.

    EXIT.

CHECK-ONE-SEGMENT.

    IF USING-SNAPSHOT
	GO TO READ-SNAPSHOT-SEGMENT.

    READ JT-FIL NEXT INTO VR-REC
	AT END MOVE "Y" TO EOF-FLAG
	       GO TO CHECK-SEGMENT-EXIT.

    GO TO CHECK-SEGMENT-READ.

READ-SNAPSHOT-SEGMENT.

    READ SNP-FIL NEXT INTO VR-REC
	AT END MOVE "Y" TO EOF-FLAG
	       GO TO CHECK-SEGMENT-EXIT.

CHECK-SEGMENT-READ.

    ADD 1 TO RECORD-COUNT.

    IF NO-TICKET-OPEN
       OR VR-BADGE-NUM NOT = CUR-BADGE-NUM
       OR VR-WK-END-DATE NOT = CUR-WK-END-DATE
	PERFORM START-NEW-TICKET THRU START-TICKET-EXIT.

    MOVE VR-CONT-SEQ TO EXC-SEG.

    MOVE "N" TO FIX-TYPE-FLAG.
    MOVE "N" TO FIX-TOTAL-FLAG.
    MOVE "N" TO FIX-NAME-FLAG.

    PERFORM CHECK-SEGMENT-NUMBER THRU CHECK-NUMBER-EXIT.
    PERFORM CHECK-TOTAL-HOURS THRU CHECK-TOTAL-EXIT.
    PERFORM CHECK-BADGE-NAME THRU CHECK-NAME-EXIT.
    PERFORM CHECK-CODES THRU CHECK-CODES-EXIT.

*	the checks correct the work copy as they go; only a repair run
*	writes it back.

    IF REPAIR-MODE
	IF FIX-TYPE OR FIX-TOTAL OR FIX-NAME
	    PERFORM REWRITE-SEGMENT THRU REWRITE-SEGMENT-EXIT.

CHECK-SEGMENT-EXIT.

    EXIT.

START-NEW-TICKET.

    IF TICKET-OPEN
	PERFORM CLOSE-OUT-TICKET THRU CLOSE-OUT-EXIT.

    MOVE "Y" TO TICKET-FLAG.
    ADD 1 TO TICKET-COUNT.

    MOVE VR-BADGE-NUM TO CUR-BADGE-NUM.
    MOVE VR-WK-END-DATE TO CUR-WK-END-DATE.

    MOVE 0 TO NEXT-REG-SEQ.
    MOVE 0 TO REG-SEG-COUNT.
    MOVE SPACE TO TICKET-APPR-STATUS.
    MOVE "N" TO APPR-MIXED-FLAG.

START-TICKET-EXIT.

    EXIT.

CLOSE-OUT-TICKET.

*	approval is stamped on every regular segment of a ticket at
*	once, so regular segments that disagree mean a stamp was lost
*	part way.  Adjustments are approved on their own and are not
*	compared.

    IF APPR-CONSISTENT
	GO TO CLOSE-OUT-EXIT.

    MOVE "--" TO EXC-SEG.
    MOVE SPACES TO EXC-DETAIL.
    MOVE 7 TO EXC-NUM.
    PERFORM REPORT-EXCEPTION THRU REPORT-EXC-EXIT.

    IF VERIFY-ONLY
	GO TO CLOSE-OUT-EXIT.

    IF AR-COUNT NOT < AR-LIMIT
	ADD 1 TO AR-LOST-COUNT
	GO TO CLOSE-OUT-EXIT.

    ADD 1 TO AR-COUNT.
    MOVE CUR-BADGE-NUM TO AR-BADGE-NUM (AR-COUNT).
    MOVE CUR-WK-END-DATE TO AR-WK-END-DATE (AR-COUNT).
    COMPUTE AR-HIGH-SEQ (AR-COUNT) = NEXT-REG-SEQ - 1.

CLOSE-OUT-EXIT.

    EXIT.

*******************************************************************************

SEGMENT-CHECKS SECTION.

*******************************************************************************

CHECK-SEGMENT-NUMBER.

*	segments 0 through 49 are the ticket as entered, 50 and up are
*	JTSERV's prior-period adjustments.  The key is what RMS files
*	the record under, so where the type byte disagrees with it the
*	type byte is the one that is wrong.

    IF VR-CONT-SEQ NOT < 50
	GO TO CHECK-ADJUSTMENT-NUMBER.

    IF VR-ADJUSTMENT
	MOVE VR-REC-TYPE TO OLD-REC-TYPE
	MOVE SPACE TO VR-REC-TYPE
	MOVE "Y" TO FIX-TYPE-FLAG
	MOVE "ADJUSTMENT BELOW SEG 50" TO EXC-DETAIL
	MOVE 2 TO EXC-NUM
	PERFORM REPORT-EXCEPTION THRU REPORT-EXC-EXIT.

    IF VR-CONT-SEQ > NEXT-REG-SEQ
	PERFORM REPORT-SEGMENT-GAP THRU REPORT-GAP-EXIT.

    COMPUTE NEXT-REG-SEQ = VR-CONT-SEQ + 1.

    ADD 1 TO REG-SEG-COUNT.

    IF REG-SEG-COUNT = 1
	MOVE VR-APPR-STATUS TO TICKET-APPR-STATUS

    ELSE IF VR-APPR-STATUS NOT = TICKET-APPR-STATUS
	     MOVE "Y" TO APPR-MIXED-FLAG.

    GO TO CHECK-NUMBER-EXIT.

CHECK-ADJUSTMENT-NUMBER.

    IF NOT VR-ADJUSTMENT
	MOVE VR-REC-TYPE TO OLD-REC-TYPE
	MOVE "A" TO VR-REC-TYPE
	MOVE "Y" TO FIX-TYPE-FLAG
	MOVE "REGULAR AT SEG 50 OR UP" TO EXC-DETAIL
	MOVE 2 TO EXC-NUM
	PERFORM REPORT-EXCEPTION THRU REPORT-EXC-EXIT.

CHECK-NUMBER-EXIT.

    EXIT.

REPORT-SEGMENT-GAP.

    IF VR-CONT-SEQ = NEXT-REG-SEQ + 1
	MOVE NEXT-REG-SEQ TO OG-SEG
	MOVE ONE-GAP-DETAIL TO EXC-DETAIL

    ELSE MOVE NEXT-REG-SEQ TO GD-FROM
	 COMPUTE GD-TO = VR-CONT-SEQ - 1
	 MOVE GAP-DETAIL TO EXC-DETAIL.

    MOVE 1 TO EXC-NUM.
    PERFORM REPORT-EXCEPTION THRU REPORT-EXC-EXIT.

REPORT-GAP-EXIT.

    EXIT.

CHECK-TOTAL-HOURS.

*	the terminal totals a segment's lines as they are entered; a
*	difference of under a hundredth is floating point, not damage.

    MOVE 0 TO LINE-HOURS-SUM.

    PERFORM ADD-LINE-HOURS THRU ADD-LINE-EXIT
	VARYING LINE-SUB FROM 1 BY 1 UNTIL LINE-SUB > 10.

    COMPUTE HOURS-DIFF = VR-TOTAL-HRS - LINE-HOURS-SUM.

    IF HOURS-DIFF < 0.01 AND HOURS-DIFF > -0.01
	GO TO CHECK-TOTAL-EXIT.

    MOVE VR-TOTAL-HRS TO TD-ON-FILE.
    MOVE LINE-HOURS-SUM TO TD-LINES.
    MOVE TOTAL-DETAIL TO EXC-DETAIL.

    MOVE VR-TOTAL-HRS TO OLD-TOTAL-HRS.
    MOVE LINE-HOURS-SUM TO VR-TOTAL-HRS.
    MOVE "Y" TO FIX-TOTAL-FLAG.

    MOVE 3 TO EXC-NUM.
    PERFORM REPORT-EXCEPTION THRU REPORT-EXC-EXIT.

CHECK-TOTAL-EXIT.

    EXIT.

ADD-LINE-HOURS.

    IF VR-ACTIV-CODE (LINE-SUB) NOT = SPACES
	ADD VR-HOURS (LINE-SUB) TO LINE-HOURS-SUM.

ADD-LINE-EXIT.

    EXIT.

CHECK-BADGE-NAME.

    MOVE VR-BADGE-NUM TO BDG-BADGE-NUM.

    READ BDG-FIL
	INVALID KEY MOVE SPACES TO EXC-DETAIL
		    MOVE 4 TO EXC-NUM
		    PERFORM REPORT-EXCEPTION THRU REPORT-EXC-EXIT
		    GO TO CHECK-NAME-EXIT.

    IF VR-NAME = BDG-NAME
	GO TO CHECK-NAME-EXIT.

    MOVE BDG-NAME TO EXC-DETAIL.

    MOVE VR-NAME TO OLD-NAME.
    MOVE BDG-NAME TO VR-NAME.
    MOVE "Y" TO FIX-NAME-FLAG.

    MOVE 5 TO EXC-NUM.
    PERFORM REPORT-EXCEPTION THRU REPORT-EXC-EXIT.

CHECK-NAME-EXIT.

    EXIT.

CHECK-CODES.

*	the same reference lookups JTSERV makes when a ticket is filed,
*	so a code deleted from JOBTICREF since shows up here.

    MOVE "C" TO REF-CODE-TYPE.
    MOVE VR-COST-CENTER TO REF-CODE.

    READ REF-FIL
	INVALID KEY MOVE VR-COST-CENTER TO CC-CODE
		    MOVE CC-DETAIL TO EXC-DETAIL
		    MOVE 6 TO EXC-NUM
		    PERFORM REPORT-EXCEPTION THRU REPORT-EXC-EXIT.

*	a blank shift code is first shift, and is not on the file.

    IF VR-SHIFT-CD = SPACE
	GO TO CHECK-CODES-LINES.

    MOVE "S" TO REF-CODE-TYPE.
    MOVE VR-SHIFT-CD TO REF-CODE.

    READ REF-FIL
	INVALID KEY MOVE VR-SHIFT-CD TO SD-CODE
		    MOVE SHIFT-DETAIL TO EXC-DETAIL
		    MOVE 6 TO EXC-NUM
		    PERFORM REPORT-EXCEPTION THRU REPORT-EXC-EXIT.

CHECK-CODES-LINES.

    PERFORM CHECK-LINE-CODES THRU CHECK-LINE-EXIT
	VARYING LINE-SUB FROM 1 BY 1 UNTIL LINE-SUB > 10.

CHECK-CODES-EXIT.

    EXIT.

CHECK-LINE-CODES.

*	an absence line carries an absence code (type "B") in its
*	activity field; anything else is a work line, and its activity,
*	product line and operation must all be on file.

    IF VR-ACTIV-CODE (LINE-SUB) = SPACES
	GO TO CHECK-LINE-EXIT.

    MOVE LINE-SUB TO CD-LINE-NUM.

    MOVE "B" TO REF-CODE-TYPE.
    MOVE VR-ACTIV-CODE (LINE-SUB) TO REF-CODE.

    READ REF-FIL
	INVALID KEY GO TO CHECK-WORK-LINE-CODES.

    GO TO CHECK-LINE-EXIT.

CHECK-WORK-LINE-CODES.

    MOVE "A" TO LOOKUP-TYPE.
    MOVE "ACTIVITY" TO CD-KIND.
    MOVE VR-ACTIV-CODE (LINE-SUB) TO CD-CODE.
    PERFORM LOOK-UP-CODE THRU LOOK-UP-EXIT.

    MOVE "P" TO LOOKUP-TYPE.
    MOVE "PROD LINE" TO CD-KIND.
    MOVE VR-PROD-LINE (LINE-SUB) TO CD-CODE.
    PERFORM LOOK-UP-CODE THRU LOOK-UP-EXIT.

    MOVE "O" TO LOOKUP-TYPE.
    MOVE "OPERATION" TO CD-KIND.
    MOVE VR-OPER-CODE (LINE-SUB) TO CD-CODE.
    PERFORM LOOK-UP-CODE THRU LOOK-UP-EXIT.

*	a blank charge-to, or the ticket's own cost center, means the
*	hours were not loaned out; a loaned line names the borrowing
*	cost center, which must be on file.

    IF VR-CHARGE-CC (LINE-SUB) = SPACES
       OR VR-CHARGE-CC (LINE-SUB) = VR-COST-CENTER
	GO TO CHECK-LINE-EXIT.

    MOVE "C" TO LOOKUP-TYPE.
    MOVE "CHARGE-TO" TO CD-KIND.
    MOVE VR-CHARGE-CC (LINE-SUB) TO CD-CODE.
    PERFORM LOOK-UP-CODE THRU LOOK-UP-EXIT.

CHECK-LINE-EXIT.

    EXIT.

LOOK-UP-CODE.

    MOVE LOOKUP-TYPE TO REF-CODE-TYPE.
    MOVE CD-CODE TO REF-CODE.

    READ REF-FIL
	INVALID KEY MOVE CODE-DETAIL TO EXC-DETAIL
		    MOVE 6 TO EXC-NUM
		    PERFORM REPORT-EXCEPTION THRU REPORT-EXC-EXIT.

LOOK-UP-EXIT.

    EXIT.

REPORT-EXCEPTION.

    ADD 1 TO EXC-COUNT (EXC-NUM).

    MOVE CUR-BADGE-NUM TO EL-BADGE-NUM.
    MOVE CUR-WK-END-DATE TO EL-WK-END-DATE.
    MOVE EXC-SEG TO EL-SEG.
    MOVE EXC-NAME (EXC-NUM) TO EL-EXCEPTION.
    MOVE EXC-DETAIL TO EL-DETAIL.
    MOVE SPACES TO EL-ACTION.

    IF EXC-IS-FIXABLE (EXC-NUM)
	IF REPAIR-MODE
	    MOVE "REPAIRED" TO EL-ACTION
	ELSE
	    MOVE "FIXABLE" TO EL-ACTION.

    DISPLAY EXC-LINE.

REPORT-EXC-EXIT.

    EXIT.

*******************************************************************************

REPAIRS SECTION.

*******************************************************************************

REWRITE-SEGMENT.

    REWRITE JT-REC FROM VR-REC
	INVALID KEY DISPLAY "%Rewrite error, status " JT-STATUS
			    " -- the repairs listed above for segment "
			    VR-CONT-SEQ " were NOT made."
		    ADD 1 TO REWRITE-ERR-COUNT
		    GO TO REWRITE-SEGMENT-EXIT.

    ADD 1 TO REPAIR-COUNT.

    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT.

    IF FIX-TYPE
	MOVE OLD-REC-TYPE TO TI-TYPE
	MOVE TYPE-IMAGE TO RI-VALUE
	MOVE REPAIR-IMAGE TO MW-BEFORE
	MOVE VR-REC-TYPE TO TI-TYPE
	MOVE TYPE-IMAGE TO RI-VALUE
	MOVE REPAIR-IMAGE TO MW-AFTER
	MOVE "FIX TYPE" TO MW-ACTION
	PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

    IF FIX-TOTAL
	MOVE OLD-TOTAL-HRS TO HOURS-IMAGE
	MOVE HOURS-IMAGE TO RI-VALUE
	MOVE REPAIR-IMAGE TO MW-BEFORE
	MOVE VR-TOTAL-HRS TO HOURS-IMAGE
	MOVE HOURS-IMAGE TO RI-VALUE
	MOVE REPAIR-IMAGE TO MW-AFTER
	MOVE "FIX TOTAL" TO MW-ACTION
	PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

    IF FIX-NAME
	MOVE OLD-NAME TO RI-VALUE
	MOVE REPAIR-IMAGE TO MW-BEFORE
	MOVE VR-NAME TO RI-VALUE
	MOVE REPAIR-IMAGE TO MW-AFTER
	MOVE "FIX NAME" TO MW-ACTION
	PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

REWRITE-SEGMENT-EXIT.

    EXIT.

RESET-APPROVALS.

    DISPLAY " ".
    DISPLAY "Setting " AR-COUNT " ticket(s) with mixed approval back to"
	    " awaiting approval.".

    PERFORM RESET-ONE-TICKET THRU RESET-TICKET-EXIT
	VARYING AR-SUB FROM 1 BY 1 UNTIL AR-SUB > AR-COUNT.

RESET-APPROVALS-EXIT.

    EXIT.

RESET-ONE-TICKET.

    PERFORM RESET-ONE-SEGMENT THRU RESET-SEGMENT-EXIT
	VARYING RESET-SEQ FROM 0 BY 1
	UNTIL RESET-SEQ > AR-HIGH-SEQ (AR-SUB).

    DISPLAY "    " AR-BADGE-NUM (AR-SUB) "  " AR-WK-END-DATE (AR-SUB)
	    "  reset -- run JTAPPR for it again.".

RESET-TICKET-EXIT.

    EXIT.

RESET-ONE-SEGMENT.

    MOVE AR-BADGE-NUM (AR-SUB) TO BADGE-NUM.
    MOVE AR-WK-END-DATE (AR-SUB) TO WK-END-DATE.
    MOVE RESET-SEQ TO CONT-SEQ.

    READ JT-FIL INTO VR-REC
	INVALID KEY GO TO RESET-SEGMENT-EXIT.

    IF VR-APPR-STATUS = SPACE
	GO TO RESET-SEGMENT-EXIT.

    MOVE VR-APPR-STATUS TO OLD-APPR-STATUS.
    MOVE SPACE TO VR-APPR-STATUS.

    REWRITE JT-REC FROM VR-REC
	INVALID KEY DISPLAY "%Rewrite error, status " JT-STATUS
			    " -- approval on segment " RESET-SEQ
			    " was NOT reset."
		    ADD 1 TO REWRITE-ERR-COUNT
		    GO TO RESET-SEGMENT-EXIT.

    ADD 1 TO REPAIR-COUNT.

    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT.

    MOVE OLD-APPR-STATUS TO AI-STATUS.
    MOVE APPR-IMAGE TO RI-VALUE.
    MOVE REPAIR-IMAGE TO MW-BEFORE.
    MOVE VR-APPR-STATUS TO AI-STATUS.
    MOVE APPR-IMAGE TO RI-VALUE.
    MOVE REPAIR-IMAGE TO MW-AFTER.
    MOVE "FIX APPR" TO MW-ACTION.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

RESET-SEGMENT-EXIT.

    EXIT.

WRITE-JOURNAL-ENTRY.

    ACCEPT JNB-DATE FROM DATE.
    ACCEPT JNB-TIME FROM TIME.

    ADD 1 TO JNB-SEQ-COUNT.
    MOVE JNB-SEQ-COUNT TO JNB-SEQ.

    MOVE "R" TO JNB-ACTION.
    MOVE "JTVRFY" TO JNB-SOURCE.
    MOVE WORK-OPER-NUM TO JNB-OPER-ID.
    MOVE VR-REC TO JNB-IMAGE.

    WRITE JNB-REC.

    IF JNB-STATUS NOT = "00"
	DISPLAY "%Journal write error, status " JNB-STATUS
		" -- segment " VR-CONT-SEQ " is repaired but NOT journaled.".

WRITE-JOURNAL-EXIT.

    EXIT.

WRITE-MNT-ENTRY.

    ACCEPT MW-DATE FROM DATE.
    ACCEPT MW-TIME FROM TIME.

    MOVE VR-BADGE-NUM TO KI-BADGE-NUM.
    MOVE VR-WK-END-DATE TO KI-WK-END-DATE.
    MOVE VR-CONT-SEQ TO KI-CONT-SEQ.
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

*******************************************************************************

RUN-TOTALS SECTION.

*******************************************************************************

PRINT-TOTALS.

    DISPLAY " ".

    IF USING-SNAPSHOT
	DISPLAY "Source:                    JOBTICSNP (snapshot)"
    ELSE
	DISPLAY "Source:                    JOBTICRMS (live file)".

    DISPLAY "Segments checked:          " RECORD-COUNT.
    DISPLAY "Tickets checked:           " TICKET-COUNT.
    DISPLAY " ".
    DISPLAY "Exceptions by type:".

    PERFORM PRINT-ONE-COUNT THRU PRINT-ONE-EXIT
	VARYING EXC-SUB FROM 1 BY 1 UNTIL EXC-SUB > 7.

    DISPLAY " ".

    IF VERIFY-ONLY
	DISPLAY "Verify only -- nothing was changed."
	DISPLAY " "
	GO TO PRINT-TOTALS-EXIT.

    DISPLAY "Segments rewritten:        " REPAIR-COUNT.
    DISPLAY "Rewrite errors:            " REWRITE-ERR-COUNT.

    IF AR-LOST-COUNT > 0
	DISPLAY "%" AR-LOST-COUNT " ticket(s) with mixed approval were not reset --"
	DISPLAY "%the table holds " AR-LIMIT ".  Run the repair again.".

    DISPLAY " ".

PRINT-TOTALS-EXIT.

    EXIT.

PRINT-ONE-COUNT.

    DISPLAY "    " EXC-NAME (EXC-SUB) "  " EXC-COUNT (EXC-SUB).

PRINT-ONE-EXIT.

    EXIT.
