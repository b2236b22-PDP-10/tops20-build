IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTRCVR.

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
*	application.  It is the roll-forward recovery program for the
*	job ticket file.  It starts from a JOBTICSNP snapshot -- the
*	one on disk, or a backup copy of it restored together with the
*	JTSNAPCT control record taken with it -- and proves the copy
*	against that control record.  It then merges the after-image
*	journals (JOBTICJNL from JTSERV, JOBTICJNB from the batch
*	programs) into time order and applies every entry made since
*	the snapshot started, up to a date and time the operator
*	chooses, onto a new indexed file JOBTICRCV.  The live JOBTICRMS
*	is never touched.  A control-total report closes the run;
*	when it balances, the rebuilt file is renamed into service
*	with the server down, and a fresh snapshot taken.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. SEPTEMBER 29, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '29-Sep-86', 'Sandy Clemens')
* %(  Add the roll-forward recovery program: snapshot plus journals
*     onto JOBTICRCV, with a control-total report to balance before
*     the rebuilt file goes into service.  File: JTRCVR.CBL (NEW) )%
*
* Edit (%O'2', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC grew a trailing shift code byte for shift-differential
*     pay, and with it the snapshot, journal images, sort record
*     and recovered file.  No logic change.  NOTE: roll forward
*     only from a snapshot and journals written by the same version
*     of JTSERV.  File: JTRCVR.CBL )%
*
* Edit (%O'3', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC grew a trailing charge-to cost center on each detail
*     line for loaned labor, and with it the snapshot, journal
*     images, sort record and recovered file.  No logic change.
*     NOTE: roll forward only from a snapshot and journals written
*     by the same version of JTSERV.  File: JTRCVR.CBL )%
*
* Edit (%O'4', '12-Nov-86', 'Sandy Clemens')
* %(  The sort input procedure no longer falls out of RELEASE-DONE
*     into the per-entry paragraphs; it leaves through its own exit
*     paragraph.  JTARCH now journals its purge (D) and restore (W)
*     entries to JOBTICJNB; they apply like any other delete and
*     write, so the NOTE about snapshotting after each archive run
*     is gone.  File: JTRCVR.CBL )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.
	DECSYSTEM-20.

OBJECT-COMPUTER.
	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT SNAP-CTL-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS SCT-STATUS.

    SELECT SNP-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS SNP-KEY
	   FILE STATUS IS SNP-STATUS.

    SELECT RCV-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS RCV-KEY
	   ALTERNATE RECORD KEY IS RCV-BADGE-NUM WITH DUPLICATES
	   FILE STATUS IS RCV-STATUS.

    SELECT JNL-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS JNL-STATUS.

    SELECT JNB-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS JNB-STATUS.

    SELECT JSRT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL.

    SELECT SORT-WORK ASSIGN TO DSK.

DATA DIVISION.

FILE SECTION.

SD  SORT-WORK.

01  SRT-REC.
    05  SRT-STAMP.
	10  SRT-DATE PIC 9(6).
	10  SRT-TIME PIC 9(8).
	10  SRT-SEQ PIC 9(7).
    05  SRT-ACTION PIC X.
    05  SRT-SOURCE PIC X(6).
    05  SRT-OPER-ID PIC 9(7).
    05  SRT-IMAGE.
	10  SRT-KEY.
	    15  SRT-BADGE-NUM PIC 9(7).
	    15  SRT-WK-END-DATE PIC 9(6).
	    15  SRT-CONT-SEQ PIC 9(2).
	10  SRT-NAME PIC X(30).
	10  SRT-COST-CENTER PIC X(4).
	10  SRT-TOTAL-HRS COMP-1.
	10  SRT-DETAIL-LINES OCCURS 10.
	    15  SRT-ACTIV-CD PIC X(4).
	    15  SRT-PL-NUM PIC X(4).
	    15  SRT-DIS-NUM PIC 9(5) COMP.
	    15  SRT-MFG-NUM PIC 9(5) COMP.
	    15  SRT-HOURS COMP-1.
	    15  SRT-OP-CD PIC X(4).
	10  SRT-REC-TYPE PIC X.
	10  SRT-APPR-STATUS PIC X.
	10  SRT-SHIFT-CD PIC X.
	10  SRT-CHARGE-CC PIC X(4) OCCURS 10.

FD  SNAP-CTL-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTSNAPCT".

01  SNAP-CTL-REC.
    05  SCT-DATE PIC 9(6).
    05  SCT-TIME PIC 9(8).
    05  SCT-REC-COUNT PIC 9(7).
    05  SCT-TOTAL-HRS PIC 9(7)V99.
    05  SCT-START-DATE PIC 9(6).
    05  SCT-START-TIME PIC 9(8).

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
    05  SNP-DETAIL-LINES OCCURS 10.
	10  SNP-ACTIV-CD PIC X(4).
	10  SNP-PL-NUM PIC X(4).
	10  SNP-DIS-NUM PIC 9(5) COMP.
	10  SNP-MFG-NUM PIC 9(5) COMP.
	10  SNP-HOURS COMP-1.
	10  SNP-OP-CD PIC X(4).
    05  SNP-REC-TYPE PIC X.
    05  SNP-APPR-STATUS PIC X.
    05  SNP-SHIFT-CD PIC X.
    05  SNP-CHARGE-CC PIC X(4) OCCURS 10.

FD  RCV-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICRCV".

01  RCV-REC.
    05  RCV-KEY.
	10  RCV-BADGE-NUM PIC 9(7).
	10  RCV-WK-END-DATE PIC 9(6).
	10  RCV-CONT-SEQ PIC 9(2).
    05  RCV-NAME PIC X(30).
    05  RCV-COST-CENTER PIC X(4).
    05  RCV-TOTAL-HRS COMP-1.
    05  RCV-DETAIL-LINES OCCURS 10.
	10  RCV-ACTIV-CD PIC X(4).
	10  RCV-PL-NUM PIC X(4).
	10  RCV-DIS-NUM PIC 9(5) COMP.
	10  RCV-MFG-NUM PIC 9(5) COMP.
	10  RCV-HOURS COMP-1.
	10  RCV-OP-CD PIC X(4).
    05  RCV-REC-TYPE PIC X.
	88 RCV-ADJUSTMENT VALUE "A".
    05  RCV-APPR-STATUS PIC X.
	88 RCV-APPROVED VALUE "A".
	88 RCV-HELD VALUE "H".
    05  RCV-SHIFT-CD PIC X.
    05  RCV-CHARGE-CC PIC X(4) OCCURS 10.

FD  JNL-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICJNL".

01  JNL-REC.
    05  JNL-STAMP.
	10  JNL-DATE PIC 9(6).
	10  JNL-TIME PIC 9(8).
	10  JNL-SEQ PIC 9(7).
    05  JNL-ACTION PIC X.
    05  JNL-SOURCE PIC X(6).
    05  JNL-OPER-ID PIC 9(7).
    05  JNL-IMAGE.
	10  JNL-KEY.
	    15  JNL-BADGE-NUM PIC 9(7).
	    15  JNL-WK-END-DATE PIC 9(6).
	    15  JNL-CONT-SEQ PIC 9(2).
	10  JNL-NAME PIC X(30).
	10  JNL-COST-CENTER PIC X(4).
	10  JNL-TOTAL-HRS COMP-1.
	10  JNL-DETAIL-LINES OCCURS 10.
	    15  JNL-ACTIV-CD PIC X(4).
	    15  JNL-PL-NUM PIC X(4).
	    15  JNL-DIS-NUM PIC 9(5) COMP.
	    15  JNL-MFG-NUM PIC 9(5) COMP.
	    15  JNL-HOURS COMP-1.
	    15  JNL-OP-CD PIC X(4).
	10  JNL-REC-TYPE PIC X.
	10  JNL-APPR-STATUS PIC X.
	10  JNL-SHIFT-CD PIC X.
	10  JNL-CHARGE-CC PIC X(4) OCCURS 10.

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
	10  JNB-DETAIL-LINES OCCURS 10.
	    15  JNB-ACTIV-CD PIC X(4).
	    15  JNB-PL-NUM PIC X(4).
	    15  JNB-DIS-NUM PIC 9(5) COMP.
	    15  JNB-MFG-NUM PIC 9(5) COMP.
	    15  JNB-HOURS COMP-1.
	    15  JNB-OP-CD PIC X(4).
	10  JNB-REC-TYPE PIC X.
	10  JNB-APPR-STATUS PIC X.
	10  JNB-SHIFT-CD PIC X.
	10  JNB-CHARGE-CC PIC X(4) OCCURS 10.

FD  JSRT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTRCVSRT".

01  JSRT-REC.
    05  JSO-STAMP.
	10  JSO-DATE PIC 9(6).
	10  JSO-TIME PIC 9(8).
	10  JSO-SEQ PIC 9(7).
    05  JSO-ACTION PIC X.
	88 JSO-WRITE VALUE "W".
	88 JSO-REWRITE VALUE "R".
	88 JSO-DELETE VALUE "D".
    05  JSO-SOURCE PIC X(6).
    05  JSO-OPER-ID PIC 9(7).
    05  JSO-IMAGE.
	10  JSO-KEY.
	    15  JSO-BADGE-NUM PIC 9(7).
	    15  JSO-WK-END-DATE PIC 9(6).
	    15  JSO-CONT-SEQ PIC 9(2).
	10  JSO-NAME PIC X(30).
	10  JSO-COST-CENTER PIC X(4).
	10  JSO-TOTAL-HRS COMP-1.
	10  JSO-DETAIL-LINES OCCURS 10.
	    15  JSO-ACTIV-CD PIC X(4).
	    15  JSO-PL-NUM PIC X(4).
	    15  JSO-DIS-NUM PIC 9(5) COMP.
	    15  JSO-MFG-NUM PIC 9(5) COMP.
	    15  JSO-HOURS COMP-1.
	    15  JSO-OP-CD PIC X(4).
	10  JSO-REC-TYPE PIC X.
	10  JSO-APPR-STATUS PIC X.
	10  JSO-SHIFT-CD PIC X.
	10  JSO-CHARGE-CC PIC X(4) OCCURS 10.

WORKING-STORAGE SECTION.

01  SCT-STATUS PIC X(2).
01  SNP-STATUS PIC X(2).
01  RCV-STATUS PIC X(2).
01  JNL-STATUS PIC X(2).
01  JNB-STATUS PIC X(2).

01  SNP-EOF-FLAG PIC X.
    88 SNP-NOT-END-OF-FILE VALUE "N".
    88 SNP-END-OF-FILE VALUE "Y".

01  JNL-EOF-FLAG PIC X.
    88 JNL-NOT-END-OF-FILE VALUE "N".
    88 JNL-END-OF-FILE VALUE "Y".

01  JNB-EOF-FLAG PIC X.
    88 JNB-NOT-END-OF-FILE VALUE "N".
    88 JNB-END-OF-FILE VALUE "Y".

01  JSRT-EOF-FLAG PIC X.
    88 JSRT-NOT-END-OF-FILE VALUE "N".
    88 JSRT-END-OF-FILE VALUE "Y".

01  RCV-EOF-FLAG PIC X.
    88 RCV-NOT-END-OF-FILE VALUE "N".
    88 RCV-END-OF-FILE VALUE "Y".

01  ON-FILE-FLAG PIC X.
    88 RECORD-ON-FILE VALUE "Y".
    88 RECORD-NOT-ON-FILE VALUE "N".

01  WINDOW-FLAG PIC X.
    88 ENTRY-BEFORE-SNAPSHOT VALUE "B".
    88 ENTRY-IN-WINDOW VALUE "I".
    88 ENTRY-AFTER-TARGET VALUE "A".

***** where the roll-forward starts and stops *********************************

*	entries stamped at or after the time the snapshot copy began
*	are applied, through the end of the minute the operator asks
*	for.

01  FROM-DATE PIC 9(6).
01  FROM-TIME PIC 9(8).

01  THRU-DATE PIC 9(6) VALUE 999999.
01  THRU-TIME PIC 9(8) VALUE 99999999.

01  CHECK-DATE PIC 9(6).
01  CHECK-TIME PIC 9(8).

***** operator-entered stopping point *****************************************

01  THRU-DATE-ENTRY PIC X(8).
01  THRU-DATE-SPLIT REDEFINES THRU-DATE-ENTRY.
    05  DE-MON PIC 99.
    05  FILLER PIC X.
    05  DE-DY PIC 99.
    05  FILLER PIC X.
    05  DE-YR PIC 99.

01  THRU-TIME-ENTRY PIC X(5).
01  THRU-TIME-SPLIT REDEFINES THRU-TIME-ENTRY.
    05  TE-HH PIC 99.
    05  FILLER PIC X.
    05  TE-MM PIC 99.

01  DATE-HOLD.
    05  DH-YR PIC 99.
    05  DH-MO PIC 99.
    05  DH-DY PIC 99.

01  TIME-HOLD.
    05  TH-HH PIC 99.
    05  TH-MM PIC 99.
    05  TH-SS PIC 99.
    05  TH-CC PIC 99.

***** control totals **********************************************************

01  SNP-COPY-COUNT PIC 9(7) VALUE 0.
01  SNP-COPY-HOURS COMP-1 VALUE 0.
01  SNP-CHECK-HOURS PIC 9(7)V99.

01  JNL-READ-COUNT PIC 9(7) VALUE 0.
01  JNB-READ-COUNT PIC 9(7) VALUE 0.
01  BEFORE-SNAP-COUNT PIC 9(7) VALUE 0.
01  AFTER-THRU-COUNT PIC 9(7) VALUE 0.
01  RELEASED-COUNT PIC 9(7) VALUE 0.

01  APPLIED-WRITE-COUNT PIC 9(7) VALUE 0.
01  APPLIED-REWRITE-COUNT PIC 9(7) VALUE 0.
01  APPLIED-DELETE-COUNT PIC 9(7) VALUE 0.
01  EXCEPTION-COUNT PIC 9(7) VALUE 0.
01  FAILED-COUNT PIC 9(7) VALUE 0.

01  LAST-APPLIED-DATE PIC 9(6) VALUE 0.
01  LAST-APPLIED-TIME PIC 9(8) VALUE 0.

*	what the rebuilt file ought to hold, carried entry by entry:
*	the snapshot's totals, plus each record added, less each
*	record removed, with a rewrite swapping old hours for new.

01  EXPECTED-COUNT PIC S9(7) VALUE 0.
01  EXPECTED-HOURS COMP-1 VALUE 0.

01  OLD-HOURS COMP-1.

01  RBLT-REC-COUNT PIC 9(7) VALUE 0.
01  RBLT-TICKET-COUNT PIC 9(7) VALUE 0.
01  RBLT-ADJUST-COUNT PIC 9(7) VALUE 0.
01  RBLT-APPROVED-COUNT PIC 9(7) VALUE 0.
01  RBLT-HELD-COUNT PIC 9(7) VALUE 0.
01  RBLT-AWAITING-COUNT PIC 9(7) VALUE 0.
01  RBLT-HOURS COMP-1 VALUE 0.
01  RBLT-ADJUST-HOURS COMP-1 VALUE 0.

01  BALANCE-FLAG PIC X VALUE "Y".
    88 TOTALS-BALANCE VALUE "Y".
    88 TOTALS-DO-NOT-BALANCE VALUE "N".

01  REPORT-HOLD-AREA.
    05  RH-HOURS-HOLD PIC -------9.99.
    05  RH-EXPECT-HOLD PIC -------9.99.
    05  RH-COUNT-HOLD PIC -------9.
    05  RH-CHECK-ROUND PIC S9(7)V99.
    05  RH-EXPECT-ROUND PIC S9(7)V99.

77  ANS PIC XXX.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "JOBTICRMS ROLL-FORWARD RECOVERY".
    DISPLAY " ".

    PERFORM READ-SNAPSHOT-CONTROL THRU READ-CONTROL-EXIT.

    PERFORM GET-STOPPING-POINT THRU GET-STOPPING-EXIT.

    PERFORM LOAD-FROM-SNAPSHOT THRU LOAD-SNAPSHOT-EXIT.

    PERFORM SORT-THE-JOURNALS.

    PERFORM APPLY-THE-JOURNALS THRU APPLY-JOURNALS-EXIT.

    PERFORM COUNT-REBUILT-FILE THRU COUNT-REBUILT-EXIT.

    PERFORM WRITE-CONTROL-REPORT THRU WRITE-CONTROL-EXIT.

    STOP RUN.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

READ-SNAPSHOT-CONTROL.

*	the control record identifies the snapshot being started from
*	-- the one on disk, or a backup copy restored along with the
*	control record that was written with it.

    OPEN INPUT SNAP-CTL-FIL.

    IF SCT-STATUS NOT = "00"
	DISPLAY "%Snapshot control file JTSNAPCT could not be opened."
	DISPLAY "%Restore the snapshot and its control record together."
	DISPLAY "%Process halted."
	STOP RUN.

    READ SNAP-CTL-FIL
	AT END DISPLAY "%Snapshot control file JTSNAPCT is empty."
	       DISPLAY "%Process halted."
	       CLOSE SNAP-CTL-FIL
	       STOP RUN.

    CLOSE SNAP-CTL-FIL.

*	a control record from before the copy start was stamped on it
*	has only the finish time.  Starting there is safe for anything
*	the server journaled; a JTAPPR stamp made during such a copy
*	could be missed, so say so.

    IF SCT-START-DATE NOT NUMERIC OR SCT-START-DATE = 0
	MOVE SCT-DATE TO FROM-DATE
	MOVE SCT-TIME TO FROM-TIME
	DISPLAY "%Control record carries no copy start time; rolling"
	DISPLAY "%forward from the time the copy finished."
    ELSE
	MOVE SCT-START-DATE TO FROM-DATE
	MOVE SCT-START-TIME TO FROM-TIME.

    MOVE SCT-DATE TO DATE-HOLD.
    MOVE SCT-TIME TO TIME-HOLD.

    DISPLAY "Snapshot taken " DH-MO "/" DH-DY "/" DH-YR " at "
	    TH-HH ":" TH-MM ":" TH-SS ", " SCT-REC-COUNT " record(s).".

READ-CONTROL-EXIT.

GET-STOPPING-POINT.

    DISPLAY "Roll forward through date (MM/DD/YY, blank for the whole"
    DISPLAY "journal): " WITH NO ADVANCING.
    MOVE SPACES TO THRU-DATE-ENTRY.
    ACCEPT THRU-DATE-ENTRY.

    IF THRU-DATE-ENTRY = SPACES
	MOVE 999999 TO THRU-DATE
	MOVE 99999999 TO THRU-TIME
	GO TO CHECK-STOPPING-POINT.

    IF DE-MON NOT NUMERIC OR DE-DY NOT NUMERIC OR DE-YR NOT NUMERIC
	DISPLAY "?Invalid date.  Form MM/DD/YY."
	GO TO GET-STOPPING-POINT.

    IF DE-MON < 1 OR DE-MON > 12 OR DE-DY < 1 OR DE-DY > 31
	DISPLAY "?Invalid date.  Form MM/DD/YY."
	GO TO GET-STOPPING-POINT.

    MOVE DE-YR TO DH-YR.
    MOVE DE-MON TO DH-MO.
    MOVE DE-DY TO DH-DY.
    MOVE DATE-HOLD TO THRU-DATE.

GET-STOPPING-TIME.

    DISPLAY "                 and time (HH:MM, blank for end of day): "
	WITH NO ADVANCING.
    MOVE SPACES TO THRU-TIME-ENTRY.
    ACCEPT THRU-TIME-ENTRY.

    IF THRU-TIME-ENTRY = SPACES
	MOVE 99999999 TO THRU-TIME
	GO TO CHECK-STOPPING-POINT.

    IF TE-HH NOT NUMERIC OR TE-MM NOT NUMERIC
	DISPLAY "?Invalid time.  Form HH:MM, 24-hour clock."
	GO TO GET-STOPPING-TIME.

    IF TE-HH > 23 OR TE-MM > 59
	DISPLAY "?Invalid time.  Form HH:MM, 24-hour clock."
	GO TO GET-STOPPING-TIME.

*	through the end of the minute asked for.

    MOVE TE-HH TO TH-HH.
    MOVE TE-MM TO TH-MM.
    MOVE 59 TO TH-SS.
    MOVE 99 TO TH-CC.
    MOVE TIME-HOLD TO THRU-TIME.

CHECK-STOPPING-POINT.

    IF THRU-DATE < FROM-DATE
	OR (THRU-DATE = FROM-DATE AND THRU-TIME < FROM-TIME)
	DISPLAY "?That is before the snapshot was taken.  A snapshot"
	DISPLAY "?can only be rolled forward.  Try again."
	GO TO GET-STOPPING-POINT.

GET-STOPPING-EXIT.

*******************************************************************************

LOAD-SNAPSHOT SECTION.

*******************************************************************************

LOAD-FROM-SNAPSHOT.

*	copy the snapshot onto the recovery file and prove the copy
*	against the control record before a single journal entry is
*	applied -- a snapshot that does not match its control record
*	is not the point in time the journal is rolled forward from.

    OPEN INPUT SNP-FIL.

    IF SNP-STATUS NOT = "00"
	DISPLAY "%Snapshot file JOBTICSNP could not be opened."
	DISPLAY "%Process halted."
	STOP RUN.

    OPEN OUTPUT RCV-FIL.

    IF RCV-STATUS NOT = "00"
	DISPLAY "%Recovery file JOBTICRCV could not be created."
	DISPLAY "%Process halted."
	CLOSE SNP-FIL
	STOP RUN.

    MOVE "N" TO SNP-EOF-FLAG.

    PERFORM COPY-ONE-SNAPSHOT-RECORD THRU COPY-SNAP-EXIT
	UNTIL SNP-END-OF-FILE.

    CLOSE SNP-FIL.
    CLOSE RCV-FIL.

    MOVE SNP-COPY-HOURS TO SNP-CHECK-HOURS.

    IF SNP-COPY-COUNT NOT = SCT-REC-COUNT
	OR SNP-CHECK-HOURS NOT = SCT-TOTAL-HRS
	DISPLAY "%JOBTICSNP does not match its control record:"
	DISPLAY "%  control record " SCT-REC-COUNT " record(s), "
		SCT-TOTAL-HRS " hours"
	DISPLAY "%  snapshot copy  " SNP-COPY-COUNT " record(s), "
		SNP-CHECK-HOURS " hours"
	DISPLAY "%Restore the snapshot and control record that were taken"
	DISPLAY "%together.  Process halted."
	STOP RUN.

    MOVE SNP-COPY-COUNT TO EXPECTED-COUNT.
    MOVE SNP-COPY-HOURS TO EXPECTED-HOURS.

    DISPLAY "Snapshot copied to JOBTICRCV and agrees with JTSNAPCT.".

LOAD-SNAPSHOT-EXIT.

COPY-ONE-SNAPSHOT-RECORD.

    READ SNP-FIL NEXT
	AT END MOVE "Y" TO SNP-EOF-FLAG
	       GO TO COPY-SNAP-EXIT.

    MOVE SNP-REC TO RCV-REC.

    WRITE RCV-REC
	INVALID KEY DISPLAY "%Write error on JOBTICRCV, status " RCV-STATUS
			    " -- badge " SNP-BADGE-NUM ".  Process halted."
		    CLOSE SNP-FIL
		    CLOSE RCV-FIL
		    STOP RUN.

    ADD 1 TO SNP-COPY-COUNT.
    ADD SNP-TOTAL-HRS TO SNP-COPY-HOURS.

COPY-SNAP-EXIT.

    EXIT.

*******************************************************************************

SORT-THE-JOURNALS SECTION.

*******************************************************************************

*	the server's journal and the batch journal are merged into one
*	time-ordered stream.  Only entries inside the roll-forward
*	window are released; the rest are just counted.

SORT-BY-TIME.

    SORT SORT-WORK
	ON ASCENDING KEY SRT-DATE SRT-TIME SRT-SEQ
	INPUT PROCEDURE IS RELEASE-JOURNAL-ENTRIES
	GIVING JSRT-FIL.

*******************************************************************************

RELEASE-JOURNAL-ENTRIES SECTION.

*******************************************************************************

READ-SERVER-JOURNAL.

    MOVE "N" TO JNL-EOF-FLAG.
    OPEN INPUT JNL-FIL.

    IF JNL-STATUS NOT = "00"
	DISPLAY "%Journal file JOBTICJNL could not be opened -- no server"
	DISPLAY "%activity will be rolled forward."
	GO TO READ-BATCH-JOURNAL.

    PERFORM RELEASE-ONE-JNL-ENTRY THRU RELEASE-JNL-EXIT
	UNTIL JNL-END-OF-FILE.

    CLOSE JNL-FIL.

READ-BATCH-JOURNAL.

*	no batch journal just means no batch program has written
*	JOBTICRMS since journaling began.

    MOVE "N" TO JNB-EOF-FLAG.
    OPEN INPUT JNB-FIL.

    IF JNB-STATUS NOT = "00"
	GO TO RELEASE-DONE.

    PERFORM RELEASE-ONE-JNB-ENTRY THRU RELEASE-JNB-EXIT
	UNTIL JNB-END-OF-FILE.

    CLOSE JNB-FIL.

RELEASE-DONE.

    GO TO RELEASE-JOURNAL-EXIT.

RELEASE-ONE-JNL-ENTRY.

    READ JNL-FIL
	AT END MOVE "Y" TO JNL-EOF-FLAG
	       GO TO RELEASE-JNL-EXIT.

    ADD 1 TO JNL-READ-COUNT.

    MOVE JNL-DATE TO CHECK-DATE.
    MOVE JNL-TIME TO CHECK-TIME.
    PERFORM PLACE-IN-WINDOW THRU PLACE-WINDOW-EXIT.

    IF ENTRY-IN-WINDOW
	MOVE JNL-REC TO SRT-REC
	RELEASE SRT-REC
	ADD 1 TO RELEASED-COUNT.

RELEASE-JNL-EXIT.

    EXIT.

RELEASE-ONE-JNB-ENTRY.

    READ JNB-FIL
	AT END MOVE "Y" TO JNB-EOF-FLAG
	       GO TO RELEASE-JNB-EXIT.

    ADD 1 TO JNB-READ-COUNT.

    MOVE JNB-DATE TO CHECK-DATE.
    MOVE JNB-TIME TO CHECK-TIME.
    PERFORM PLACE-IN-WINDOW THRU PLACE-WINDOW-EXIT.

    IF ENTRY-IN-WINDOW
	MOVE JNB-REC TO SRT-REC
	RELEASE SRT-REC
	ADD 1 TO RELEASED-COUNT.

RELEASE-JNB-EXIT.

    EXIT.

PLACE-IN-WINDOW.

    MOVE "I" TO WINDOW-FLAG.

    IF CHECK-DATE < FROM-DATE
	OR (CHECK-DATE = FROM-DATE AND CHECK-TIME < FROM-TIME)
	MOVE "B" TO WINDOW-FLAG
	ADD 1 TO BEFORE-SNAP-COUNT
	GO TO PLACE-WINDOW-EXIT.

    IF CHECK-DATE > THRU-DATE
	OR (CHECK-DATE = THRU-DATE AND CHECK-TIME > THRU-TIME)
	MOVE "A" TO WINDOW-FLAG
	ADD 1 TO AFTER-THRU-COUNT.

PLACE-WINDOW-EXIT.

    EXIT.

RELEASE-JOURNAL-EXIT.

    EXIT.

*******************************************************************************

APPLY-JOURNAL SECTION.

*******************************************************************************

APPLY-THE-JOURNALS.

    OPEN INPUT-OUTPUT RCV-FIL.

    IF RCV-STATUS NOT = "00"
	DISPLAY "%Recovery file JOBTICRCV could not be reopened."
	DISPLAY "%Process halted."
	STOP RUN.

    OPEN INPUT JSRT-FIL.
    MOVE "N" TO JSRT-EOF-FLAG.

    PERFORM APPLY-ONE-ENTRY THRU APPLY-ONE-EXIT
	UNTIL JSRT-END-OF-FILE.

    CLOSE JSRT-FIL.
    CLOSE RCV-FIL.

APPLY-JOURNALS-EXIT.

APPLY-ONE-ENTRY.

*	every entry is a whole after-image, so applying one is just a
*	matter of making the recovery file's record look like it.  An
*	entry that finds the file not as expected -- a write whose
*	record is already there, a rewrite or delete whose record is
*	not -- is applied as well as it can be and listed.

    READ JSRT-FIL
	AT END MOVE "Y" TO JSRT-EOF-FLAG
	       GO TO APPLY-ONE-EXIT.

    MOVE JSO-KEY TO RCV-KEY.
    MOVE 0 TO OLD-HOURS.
    MOVE "Y" TO ON-FILE-FLAG.

    READ RCV-FIL KEY IS RCV-KEY
	INVALID KEY MOVE "N" TO ON-FILE-FLAG.

    IF RECORD-ON-FILE
	MOVE RCV-TOTAL-HRS TO OLD-HOURS.

    IF JSO-DELETE
	GO TO APPLY-DELETE.

    IF RECORD-ON-FILE
	GO TO APPLY-REWRITE.

APPLY-WRITE.

    IF JSO-REWRITE
	DISPLAY "%" JSO-SOURCE " rewrite of badge " JSO-BADGE-NUM
		" week " JSO-WK-END-DATE " seg " JSO-CONT-SEQ
		" found no record -- written."
	ADD 1 TO EXCEPTION-COUNT.

    MOVE JSO-IMAGE TO RCV-REC.

    WRITE RCV-REC
	INVALID KEY PERFORM REPORT-APPLY-FAILURE
		    GO TO APPLY-ONE-EXIT.

    ADD 1 TO APPLIED-WRITE-COUNT.
    ADD 1 TO EXPECTED-COUNT.
    ADD JSO-TOTAL-HRS TO EXPECTED-HOURS.

    GO TO APPLY-APPLIED.

APPLY-REWRITE.

    IF JSO-WRITE
	DISPLAY "%" JSO-SOURCE " write of badge " JSO-BADGE-NUM
		" week " JSO-WK-END-DATE " seg " JSO-CONT-SEQ
		" found the record on file -- rewritten."
	ADD 1 TO EXCEPTION-COUNT.

    MOVE JSO-IMAGE TO RCV-REC.

    REWRITE RCV-REC
	INVALID KEY PERFORM REPORT-APPLY-FAILURE
		    GO TO APPLY-ONE-EXIT.

    ADD 1 TO APPLIED-REWRITE-COUNT.
    SUBTRACT OLD-HOURS FROM EXPECTED-HOURS.
    ADD JSO-TOTAL-HRS TO EXPECTED-HOURS.

    GO TO APPLY-APPLIED.

APPLY-DELETE.

    IF RECORD-NOT-ON-FILE
	DISPLAY "%" JSO-SOURCE " delete of badge " JSO-BADGE-NUM
		" week " JSO-WK-END-DATE " seg " JSO-CONT-SEQ
		" found no record -- nothing to do."
	ADD 1 TO EXCEPTION-COUNT
	GO TO APPLY-APPLIED.

    DELETE RCV-FIL
	INVALID KEY PERFORM REPORT-APPLY-FAILURE
		    GO TO APPLY-ONE-EXIT.

    ADD 1 TO APPLIED-DELETE-COUNT.
    SUBTRACT 1 FROM EXPECTED-COUNT.
    SUBTRACT OLD-HOURS FROM EXPECTED-HOURS.

APPLY-APPLIED.

    MOVE JSO-DATE TO LAST-APPLIED-DATE.
    MOVE JSO-TIME TO LAST-APPLIED-TIME.

APPLY-ONE-EXIT.

    EXIT.

REPORT-APPLY-FAILURE.

    DISPLAY "?I/O error " RCV-STATUS " applying " JSO-ACTION
	    " for badge " JSO-BADGE-NUM " week " JSO-WK-END-DATE
	    " seg " JSO-CONT-SEQ " -- NOT applied.".
    ADD 1 TO FAILED-COUNT.

*******************************************************************************

COUNT-REBUILT SECTION.

*******************************************************************************

COUNT-REBUILT-FILE.

*	read the rebuilt file end to end: these are the totals that
*	must agree with the snapshot-plus-journal arithmetic, and the
*	ones to hold JTRECON and the reports to afterward.

    OPEN INPUT RCV-FIL.
    MOVE "N" TO RCV-EOF-FLAG.

    MOVE 0 TO RCV-BADGE-NUM.
    MOVE 0 TO RCV-WK-END-DATE.
    MOVE 0 TO RCV-CONT-SEQ.

    START RCV-FIL KEY IS NOT LESS THAN RCV-KEY
	INVALID KEY MOVE "Y" TO RCV-EOF-FLAG.

    PERFORM COUNT-ONE-RECORD THRU COUNT-ONE-EXIT
	UNTIL RCV-END-OF-FILE.

    CLOSE RCV-FIL.

COUNT-REBUILT-EXIT.

COUNT-ONE-RECORD.

    READ RCV-FIL NEXT
	AT END MOVE "Y" TO RCV-EOF-FLAG
	       GO TO COUNT-ONE-EXIT.

    ADD 1 TO RBLT-REC-COUNT.
    ADD RCV-TOTAL-HRS TO RBLT-HOURS.

    IF RCV-ADJUSTMENT
	ADD 1 TO RBLT-ADJUST-COUNT
	ADD RCV-TOTAL-HRS TO RBLT-ADJUST-HOURS
    ELSE
	IF RCV-CONT-SEQ = 0
	    ADD 1 TO RBLT-TICKET-COUNT.

    IF RCV-APPROVED
	ADD 1 TO RBLT-APPROVED-COUNT
    ELSE
	IF RCV-HELD
	    ADD 1 TO RBLT-HELD-COUNT
	ELSE
	    ADD 1 TO RBLT-AWAITING-COUNT.

COUNT-ONE-EXIT.

    EXIT.

*******************************************************************************

CONTROL-REPORT SECTION.

*******************************************************************************

WRITE-CONTROL-REPORT.

    DISPLAY " ".
    DISPLAY "ROLL-FORWARD RECOVERY CONTROL REPORT".
    DISPLAY " ".

    MOVE SCT-DATE TO DATE-HOLD.
    MOVE SCT-TIME TO TIME-HOLD.
    DISPLAY "STARTING POINT -- JOBTICSNP taken " DH-MO "/" DH-DY "/"
	    DH-YR " " TH-HH ":" TH-MM ":" TH-SS.
    MOVE SNP-COPY-HOURS TO RH-HOURS-HOLD.
    DISPLAY "  Records copied from snapshot:   " SNP-COPY-COUNT.
    DISPLAY "  Hours copied from snapshot:  " RH-HOURS-HOLD.

    DISPLAY " ".
    IF THRU-DATE = 999999
	DISPLAY "ROLLED FORWARD THROUGH -- end of journal"
    ELSE
	MOVE THRU-DATE TO DATE-HOLD
	MOVE THRU-TIME TO TIME-HOLD
	DISPLAY "ROLLED FORWARD THROUGH -- " DH-MO "/" DH-DY "/" DH-YR
		" " TH-HH ":" TH-MM.

    IF LAST-APPLIED-DATE = 0
	DISPLAY "  (no journal entries applied)"
    ELSE
	MOVE LAST-APPLIED-DATE TO DATE-HOLD
	MOVE LAST-APPLIED-TIME TO TIME-HOLD
	DISPLAY "  Last entry applied:  " DH-MO "/" DH-DY "/" DH-YR
		" " TH-HH ":" TH-MM ":" TH-SS.

    DISPLAY " ".
    DISPLAY "JOURNAL ENTRIES".
    DISPLAY "  Read from JOBTICJNL (server):   " JNL-READ-COUNT.
    DISPLAY "  Read from JOBTICJNB (batch):    " JNB-READ-COUNT.
    DISPLAY "  Older than the snapshot:        " BEFORE-SNAP-COUNT.
    DISPLAY "  Later than the stopping point:  " AFTER-THRU-COUNT.
    DISPLAY "  Applied as writes:              " APPLIED-WRITE-COUNT.
    DISPLAY "  Applied as rewrites:            " APPLIED-REWRITE-COUNT.
    DISPLAY "  Applied as deletes:             " APPLIED-DELETE-COUNT.
    DISPLAY "  Exceptions (listed above):      " EXCEPTION-COUNT.
    DISPLAY "  NOT applied (I/O errors):       " FAILED-COUNT.

    DISPLAY " ".
    DISPLAY "REBUILT FILE JOBTICRCV".
    DISPLAY "  Records:                        " RBLT-REC-COUNT.
    DISPLAY "    tickets (segment 0):          " RBLT-TICKET-COUNT.
    DISPLAY "    adjustment records:           " RBLT-ADJUST-COUNT.
    DISPLAY "    approved:                     " RBLT-APPROVED-COUNT.
    DISPLAY "    held:                         " RBLT-HELD-COUNT.
    DISPLAY "    awaiting approval:            " RBLT-AWAITING-COUNT.
    MOVE RBLT-HOURS TO RH-HOURS-HOLD.
    DISPLAY "  Hours:                       " RH-HOURS-HOLD.
    MOVE RBLT-ADJUST-HOURS TO RH-HOURS-HOLD.
    DISPLAY "    of which adjustment deltas:" RH-HOURS-HOLD.

BALANCE-THE-TOTALS.

*	snapshot plus journal must equal what was read back.

    DISPLAY " ".
    MOVE EXPECTED-COUNT TO RH-COUNT-HOLD.
    MOVE EXPECTED-HOURS TO RH-EXPECT-HOLD.
    DISPLAY "SNAPSHOT + JOURNAL  records " RH-COUNT-HOLD
	    "  hours " RH-EXPECT-HOLD.
    MOVE RBLT-REC-COUNT TO RH-COUNT-HOLD.
    MOVE RBLT-HOURS TO RH-HOURS-HOLD.
    DISPLAY "READ BACK           records " RH-COUNT-HOLD
	    "  hours " RH-HOURS-HOLD.

    COMPUTE RH-EXPECT-ROUND ROUNDED = EXPECTED-HOURS.
    COMPUTE RH-CHECK-ROUND ROUNDED = RBLT-HOURS.

    IF EXPECTED-COUNT NOT = RBLT-REC-COUNT
	OR RH-EXPECT-ROUND NOT = RH-CHECK-ROUND
	OR FAILED-COUNT NOT = 0
	MOVE "N" TO BALANCE-FLAG.

    DISPLAY " ".

    IF TOTALS-BALANCE
	DISPLAY "*** TOTALS BALANCE ***"
	DISPLAY "With JTSERV shut down, rename JOBTICRCV to JOBTICRMS,"
	DISPLAY "restart the server and take a fresh snapshot (JTSNAPRQ)."
    ELSE
	DISPLAY "*** TOTALS DO NOT BALANCE -- DO NOT PUT JOBTICRCV INTO SERVICE ***".

    IF EXCEPTION-COUNT NOT = 0
	DISPLAY "%Review the exceptions listed above before going on.".

    DISPLAY " ".

WRITE-CONTROL-EXIT.
