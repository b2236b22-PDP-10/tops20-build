*	every continuation segment of the ticket.  JTPAYR extracts
*	only approved tickets, so the initialled printout that never
*	matched the file is replaced by a sign-off that is the file.
*	Each session ends by stamping the week's approval position --
*	tickets approved and still awaiting a decision, across every
*	cost center -- on the week's payroll cycle control record
*	(JOBTICCYC).

INSTALLATION. DEC-MARLBOROUGH.

*     made the decision re-accept loop re-accept on its short
*     prompt instead of falling back through the full one.
*     File: JTAPPR.CBL )%
*
* Edit (%O'3', '29-Sep-86', 'Sandy Clemens')
* %(  Journal every approval stamp.  Each segment rewritten with a
*     new approval status is appended, as a full after-image, to the
*     batch journal JOBTICJNB -- JTSERV holds its own journal
*     (JOBTICJNL) open while it runs, so the batch programs that
*     write JOBTICRMS keep theirs separately and JTRCVR merges the
*     two by time.  No approving is done unless the journal can be
*     opened.  File: JTAPPR.CBL )%
*
* Edit (%O'4', '20-Oct-86', 'Sandy Clemens')
* %(  Payroll cycle control.  The week is looked up on the new
*     payroll cycle control file (JOBTICCYC) first: a week closed by
*     JTWKCL presents only its prior-period adjustments, and a week
*     JTPAYR has already been run for takes a Y/N before anything is
*     approved.  Every session ends by counting the week's tickets,
*     all cost centers, and stamping the approval step with the
*     approved count and hours, the count still awaiting approval
*     and the supervisor -- done once nothing is awaiting, partial
*     until then.  File: JTAPPR.CBL )%
*
* Edit (%O'5', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so the journal image) grew a trailing shift code
*     byte for shift-differential pay.  No logic change; the shift
*     code is carried through the approval rewrite and journaled
*     with the record.  File: JTAPPR.CBL )%
*
* Edit (%O'6', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so the journal image) grew a trailing charge-to
*     cost center on each detail line for loaned labor.  No logic
*     change; the charge-to fields are carried through the approval
*     rewrite and journaled with the record.  File: JTAPPR.CBL )%

ENVIRONMENT DIVISION.

	   RECORD KEY IS OPR-OPER-NUM
	   FILE STATUS IS OPR-FIL-STATUS.

    SELECT CYC-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS CYC-WK-END-DATE
	   FILE STATUS IS CYC-STATUS.

    SELECT JNB-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS JNB-STATUS.

DATA DIVISION.

FILE SECTION.
    05  APPR-STATUS PIC X.
	88 JT-APPROVED VALUE "A".
	88 JT-HELD VALUE "H".
    05  SHIFT-CD PIC X.
    05  CHARGE-CC PIC X(4) OCCURS 10.

FD  OPR-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICOPR".
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

FD  JNB-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICJNB".

*	the batch after-image journal, same layout as JTSERV's JOBTICJNL.

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

WORKING-STORAGE SECTION.

01  JT-STATUS PIC X(2).

01  JNB-STATUS PIC X(2).

01  JNB-SEQ-COUNT PIC 9(7) VALUE 0.

01  OPR-FIL-STATUS PIC X(2).

01  WORK-OPER-NUM PIC 9(7).
01  REPORT-HOLD-AREA.
    05  RH-HOURS-HOLD PIC ----9.99.

***** payroll cycle control ***************************************************

01  CYC-STATUS PIC X(2).

01  CYC-ON-FILE-FLAG PIC X.
    88 CYC-ON-FILE VALUE "Y".
    88 CYC-NOT-ON-FILE VALUE "N".

01  WEEK-CLOSED-FLAG PIC X VALUE "N".
    88 WEEK-IS-CLOSED VALUE "Y".
    88 WEEK-IS-OPEN VALUE "N".

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

*	the week's approval position, every cost center, counted
*	afresh at the end of the session.

01  WEEK-APPROVED-COUNT PIC 9(7) VALUE 0.
01  WEEK-HELD-COUNT PIC 9(7) VALUE 0.
01  WEEK-AWAITING-COUNT PIC 9(7) VALUE 0.
01  WEEK-APPROVED-HRS COMP-1 VALUE 0.

77  CYC-APPR-STEP PIC S9(5) COMP VALUE 2.
77  CYC-PAYR-STEP PIC S9(5) COMP VALUE 3.
77  CYC-XPAY-STEP PIC S9(5) COMP VALUE 4.
77  CYC-CLOS-STEP PIC S9(5) COMP VALUE 6.
77  CYC-SUB PIC S9(5) COMP.

77  AP-SUB PIC S9(5) COMP.
77  SEG-NUM PIC S9(5) COMP.
77  ANS PIC XXX.

    PERFORM GET-SELECTIONS THRU GET-SELECTIONS-EXIT.

    PERFORM CHECK-CYCLE-WEEK THRU CHECK-CYCLE-EXIT.

    PERFORM OPEN-TICKET-FILE THRU OPEN-TICKET-EXIT.

    PERFORM BUILD-APPROVAL-TABLE THRU BUILD-TABLE-EXIT.

    PERFORM WORK-THE-TABLE THRU WORK-TABLE-EXIT.

    PERFORM COUNT-WEEK-APPROVALS THRU COUNT-WEEK-EXIT.

    CLOSE JT-FIL.
    CLOSE JNB-FIL.

    PERFORM WRITE-SESSION-TOTALS.

    PERFORM STAMP-CYCLE-STEP THRU STAMP-CYCLE-EXIT.

    STOP RUN.

*******************************************************************************
	DISPLAY "%Process halted."
	STOP RUN.

*	a stamp with no journal entry behind it is lost if JOBTICRMS
*	ever has to be rebuilt, so no journal, no approving.

    OPEN EXTEND JNB-FIL.
    IF JNB-STATUS NOT = "00"
	OPEN OUTPUT JNB-FIL.

    IF JNB-STATUS NOT = "00"
	DISPLAY "%Batch journal file JOBTICJNB could not be opened."
	DISPLAY "%Process halted."
	CLOSE JT-FIL
	STOP RUN.

OPEN-TICKET-EXIT.

*******************************************************************************
    IF COST-CENTER NOT = SEL-COST-CENTER
	GO TO SCAN-ONE-EXIT.

*	a closed week's tickets are what payroll was paid from; only
*	the adjustments filed against it since are still to decide.

    IF WEEK-IS-CLOSED AND REC-TYPE NOT = "A"
	GO TO SCAN-ONE-EXIT.

*	a normal ticket is entered once, at its segment 0; the hours
*	of its later continuation segments are folded into that entry
*	below.  An adjustment record stands alone.
    REWRITE JT-REC
	INVALID KEY DISPLAY "?Rewrite error on segment " SEG-NUM
			    " of badge " AP-BADGE-NUM (AP-SUB) "."
		    MOVE "Y" TO SEG-FLAG
		    GO TO STAMP-NEXT-EXIT.

    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT.

STAMP-NEXT-EXIT.


    REWRITE JT-REC
	INVALID KEY DISPLAY "?Rewrite error on adjustment for badge "
			    AP-BADGE-NUM (AP-SUB) "."
		    GO TO STAMP-ONE-EXIT.

    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT.

STAMP-ONE-EXIT.

    EXIT.

WRITE-JOURNAL-ENTRY.

*	the after-image of the segment just rewritten.

    ACCEPT JNB-DATE FROM DATE.
    ACCEPT JNB-TIME FROM TIME.

    ADD 1 TO JNB-SEQ-COUNT.
    MOVE JNB-SEQ-COUNT TO JNB-SEQ.

    MOVE "R" TO JNB-ACTION.
    MOVE "JTAPPR" TO JNB-SOURCE.
    MOVE WORK-OPER-NUM TO JNB-OPER-ID.
    MOVE JT-REC TO JNB-IMAGE.

    WRITE JNB-REC.

    IF JNB-STATUS NOT = "00"
	DISPLAY "%Journal write error, status " JNB-STATUS
		" -- badge " BADGE-NUM " segment " CONT-SEQ ".".

WRITE-JOURNAL-EXIT.

    EXIT.

*******************************************************************************

WRITE-SESSION-TOTALS SECTION.
    DISPLAY "Tickets held this session:     " HELD-COUNT.
    DISPLAY "Tickets left as they were:     " SKIPPED-COUNT.
    DISPLAY " ".
    DISPLAY "WEEK ENDING " WK-DATE-ENTRY ", ALL COST CENTERS.".
    DISPLAY "Tickets approved:              " WEEK-APPROVED-COUNT.
    DISPLAY "Tickets held:                  " WEEK-HELD-COUNT.
    DISPLAY "Tickets awaiting approval:     " WEEK-AWAITING-COUNT.
    DISPLAY " ".

*******************************************************************************

PAYROLL-CYCLE SECTION.

*******************************************************************************

CHECK-CYCLE-WEEK.

*	where the week stands on the payroll cycle.  A closed week
*	presents only its adjustments.  Once JTPAYR has been run for
*	the week, a decision made now reaches payroll only through a
*	JTPAYR rerun -- which takes a supervisor override once the
*	extract has gone to the VAX -- so the supervisor confirms first.

    OPEN INPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	GO TO CHECK-CYCLE-EXIT.

    MOVE SEL-WK-END-DATE TO CYC-WK-END-DATE.

    READ CYC-FIL
	INVALID KEY CLOSE CYC-FIL
		    GO TO CHECK-CYCLE-EXIT.

    CLOSE CYC-FIL.

    IF CYC-STEP-DONE (CYC-CLOS-STEP)
	MOVE "Y" TO WEEK-CLOSED-FLAG
	DISPLAY " "
	DISPLAY "%Week ending " WK-DATE-ENTRY " was closed by JTWKCL on "
		CYC-STEP-DATE (CYC-CLOS-STEP) "."
	DISPLAY "%Only its prior-period adjustments are presented."
	GO TO CHECK-CYCLE-EXIT.

    IF CYC-STEP-NOT-RUN (CYC-PAYR-STEP)
	GO TO CHECK-CYCLE-EXIT.

    DISPLAY " ".
    DISPLAY "%JTPAYR was already run for week ending " WK-DATE-ENTRY
	    " on " CYC-STEP-DATE (CYC-PAYR-STEP) ".".

    IF NOT CYC-STEP-NOT-RUN (CYC-XPAY-STEP)
	DISPLAY "%Its payroll extract went to the VAX on "
		CYC-STEP-DATE (CYC-XPAY-STEP) ".".

    DISPLAY "%Decisions made now reach payroll only when JTPAYR is rerun.".
    DISPLAY "Continue? (Y or N): " WITH NO ADVANCING ACCEPT ANS.

CYCLE-REACC.

    IF ANS = "N"
	DISPLAY "%Nothing approved."
	STOP RUN.

    IF ANS NOT = "Y"
	DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	GO TO CYCLE-REACC.

CHECK-CYCLE-EXIT.

COUNT-WEEK-APPROVALS.

*	one more pass down JOBTICRMS for the week's standing across
*	every cost center -- the session above saw only one.  A ticket
*	counts once, at its segment 0; an adjustment record counts on
*	its own.  Approved hours take in every approved segment.

    MOVE "N" TO JT-EOF-FLAG.

    MOVE 0 TO BADGE-NUM.
    MOVE 0 TO WK-END-DATE.
    MOVE 0 TO CONT-SEQ.

    START JT-FIL KEY IS NOT LESS THAN JT-KEY
	INVALID KEY MOVE "Y" TO JT-EOF-FLAG.

    PERFORM COUNT-ONE-RECORD THRU COUNT-ONE-EXIT
	UNTIL JT-END-OF-FILE.

COUNT-WEEK-EXIT.

COUNT-ONE-RECORD.

    READ JT-FIL NEXT
	AT END MOVE "Y" TO JT-EOF-FLAG
	       GO TO COUNT-ONE-EXIT.

    IF WK-END-DATE NOT = SEL-WK-END-DATE
	GO TO COUNT-ONE-EXIT.

    IF JT-APPROVED
	ADD TOTAL-HRS TO WEEK-APPROVED-HRS.

    IF REC-TYPE NOT = "A" AND CONT-SEQ NOT = 0
	GO TO COUNT-ONE-EXIT.

    IF JT-APPROVED
	ADD 1 TO WEEK-APPROVED-COUNT
    ELSE
	IF JT-HELD
	    ADD 1 TO WEEK-HELD-COUNT
	ELSE
	    ADD 1 TO WEEK-AWAITING-COUNT.

COUNT-ONE-EXIT.

    EXIT.

STAMP-CYCLE-STEP.

*	the approval step is done once nothing in the week is left
*	awaiting a decision -- a held ticket is a decision -- and
*	partial until then.

    OPEN INPUT-OUTPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	OPEN OUTPUT CYC-FIL
	CLOSE CYC-FIL
	OPEN INPUT-OUTPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	DISPLAY "%Payroll cycle control file JOBTICCYC could not be opened --"
	DISPLAY "%this session is NOT recorded on the payroll cycle."
	GO TO STAMP-CYCLE-EXIT.

    MOVE SEL-WK-END-DATE TO CYC-WK-END-DATE.
    MOVE "Y" TO CYC-ON-FILE-FLAG.

    READ CYC-FIL
	INVALID KEY MOVE "N" TO CYC-ON-FILE-FLAG.

    IF CYC-NOT-ON-FILE
	MOVE SEL-WK-END-DATE TO CYC-WK-END-DATE
	PERFORM CLEAR-ONE-CYCLE-STEP THRU CLEAR-CYCLE-EXIT
	    VARYING CYC-SUB FROM 1 BY 1 UNTIL CYC-SUB > 6.

    IF WEEK-AWAITING-COUNT = 0
	MOVE "D" TO CYC-STEP-STATUS (CYC-APPR-STEP)
    ELSE
	MOVE "P" TO CYC-STEP-STATUS (CYC-APPR-STEP).

    ACCEPT CYC-STEP-DATE (CYC-APPR-STEP) FROM DATE.
    ACCEPT CYC-STEP-TIME (CYC-APPR-STEP) FROM TIME.
    MOVE WORK-OPER-NUM TO CYC-STEP-OPER (CYC-APPR-STEP).
    MOVE WEEK-APPROVED-COUNT TO CYC-STEP-COUNT (CYC-APPR-STEP).
    MOVE WEEK-AWAITING-COUNT TO CYC-STEP-EXC-COUNT (CYC-APPR-STEP).
    MOVE WEEK-APPROVED-HRS TO CYC-STEP-HOURS (CYC-APPR-STEP).
    MOVE 0 TO CYC-STEP-DOLLARS (CYC-APPR-STEP).

    IF CYC-ON-FILE
	GO TO REWRITE-CYCLE-RECORD.

    WRITE CYC-REC
	INVALID KEY DISPLAY "%Write error on JOBTICCYC -- this session is NOT recorded.".

    GO TO CLOSE-CYCLE-FILE.

REWRITE-CYCLE-RECORD.

    REWRITE CYC-REC
	INVALID KEY DISPLAY "%Rewrite error on JOBTICCYC -- this session is NOT recorded.".

CLOSE-CYCLE-FILE.

    CLOSE CYC-FIL.

STAMP-CYCLE-EXIT.

CLEAR-ONE-CYCLE-STEP.

    MOVE EMPTY-CYC-STEP TO CYC-STEP (CYC-SUB).

CLEAR-CYCLE-EXIT.

    EXIT.
