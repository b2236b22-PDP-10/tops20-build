*	is possible, but only here and only after an explicit
*	confirmation: a week is never reopened by accident at a
*	terminal.
*
*	Closing a week also posts it to the permanent labor history
*	file (JOBTICHST): one record per week, badge and cost center
*	with the straight, overtime and absence hours and dollars
*	payroll was paid from, and the prior-period adjustments filed
*	against the week since.  The POST command posts a closed week
*	again -- or every closed week still on JOBTICRMS -- to pick up
*	adjustments that have landed since it was closed.  JTLHST
*	reports the history file by week, quarter and year to date.
*
*	A week is closed only when the payroll cycle control file
*	(JOBTICCYC) shows JTPAYR run for it and both of its extracts
*	transmitted by JTXMIT and confirmed by reading them back from
*	the VAX.  The close, and any reopen, is stamped there as the
*	last step of the week's cycle.

INSTALLATION. DEC-MARLBOROUGH.

*     a before/after entry to the maintenance audit log (JOBTICMNT,
*     reported by JTMREP), carrying the operator who did it.
*     File: JTWKCL.CBL )%
*
* Edit (%O'4', '13-Oct-86', 'Sandy Clemens')
* %(  Labor history.  CLOSE now posts the week to the new labor
*     history file (JOBTICHST): per week, badge and cost center,
*     the approved tickets' straight, overtime and absence hours,
*     split and priced as JTPAYR does, and the week's adjustments
*     as signed hours and dollars.  A new POST command re-posts one
*     closed week, or every closed week still on JOBTICRMS, so
*     adjustments filed after the close reach the history before
*     JTARCH moves the week off the live file.  Each badge's week is
*     rebuilt whole from JOBTICRMS every time it is posted, so
*     posting twice never counts anything twice.
*     File: JTWKCL.CBL )%
*
* Edit (%O'5', '20-Oct-86', 'Sandy Clemens')
* %(  Payroll cycle control.  CLOSE now refuses a week unless the
*     new cycle control file (JOBTICCYC) shows JTPAYR run for it
*     and both the payroll and GL extract transmissions confirmed
*     by JTXMIT's read-back of the VAX copy; a JTPAYR rerun clears
*     the transmissions, so a week rerun after it went must be sent
*     again before it can close.  The close (and a reopen) is
*     stamped on the week's cycle record with the operator.
*     File: JTWKCL.CBL )%
*
* Edit (%O'6', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC grew a trailing shift code byte for shift-differential
*     pay.  No logic change: the labor history is posted from the
*     week's approved hours as before, and the differential dollars
*     reach the ledger on JTPAYR's GL extract.  File: JTWKCL.CBL )%
*
* Edit (%O'7', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC grew a trailing charge-to cost center on each detail
*     line for loaned labor.  No logic change: the labor history is
*     posted under the employee's own cost center as before, and
*     the loaned hours reach the borrowing cost center on JTPAYR's
*     GL extract.  File: JTWKCL.CBL )%

ENVIRONMENT DIVISION.

	   RECORD KEY IS OPR-OPER-NUM
	   FILE STATUS IS OPR-FIL-STATUS.

    SELECT CYC-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS CYC-WK-END-DATE
	   FILE STATUS IS CYC-STATUS.

    SELECT MNT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS MNT-STATUS.

    SELECT JT-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS JT-KEY
	   FILE STATUS IS JT-FIL-STATUS.

    SELECT HST-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS HST-KEY
	   FILE STATUS IS HST-FIL-STATUS.

    SELECT RATE-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS RATE-KEY
	   FILE STATUS IS RATE-STATUS.

    SELECT REF-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS REF-KEY
	   FILE STATUS IS REF-STATUS.

DATA DIVISION.

FILE SECTION.
    05  WKC-ACTION-DATE PIC 9(6).
    05  WKC-ACTION-TIME PIC 9(8).

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

FD  OPR-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICOPR".

    05  MNT-BEFORE PIC X(40).
    05  MNT-AFTER PIC X(40).

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

*	the labor history file: one record per week, badge and cost
*	center, keyed week first.  Hours and dollars are as paid from
*	the approved tickets at posting; the adjustment figures are the
*	signed total of the approved adjustments filed against the
*	week.  Work hours with no rate on file are carried, unpriced,
*	apart.

FD  HST-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICHST".

01  HST-REC.
    05  HST-KEY.
	10  HST-WK-END-DATE PIC 9(6).
	10  HST-BADGE-NUM PIC 9(7).
	10  HST-COST-CENTER PIC X(4).
    05  HST-NAME PIC X(30).
    05  HST-STRAIGHT-HRS PIC S9(5)V99.
    05  HST-OT-HRS PIC S9(5)V99.
    05  HST-ABSENCE-HRS PIC S9(5)V99.
    05  HST-DOLLARS PIC S9(7)V99.
    05  HST-ADJ-HRS PIC S9(5)V99.
    05  HST-ADJ-DOLLARS PIC S9(7)V99.
    05  HST-UNPRICED-HRS PIC S9(5)V99.
    05  HST-POST-DATE PIC 9(6).

FD  RATE-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICRTE".

01  RATE-REC.
    05  RATE-KEY.
	10  RATE-TYPE PIC X.
	10  RATE-CODE PIC X(4).
	10  RATE-EFF-DATE PIC 9(6).
    05  RATE-AMOUNT PIC 9(3)V99.
    05  RATE-OT-FACTOR PIC 9V99.

FD  REF-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICREF".

01  REF-REC.
    05  REF-KEY.
	10  REF-CODE-TYPE PIC X.
	10  REF-CODE PIC X(4).
    05  REF-DESC PIC X(30).
    05  REF-LABOR-CLASS PIC X.

WORKING-STORAGE SECTION.

01  WKC-FIL-STATUS PIC X(2).

01  MNT-STATUS PIC X(2).

***** payroll cycle control ***************************************************

01  CYC-STATUS PIC X(2).

01  CYC-READY-FLAG PIC X.
    88 CYCLE-READY-TO-CLOSE VALUE "Y".
    88 CYCLE-NOT-READY VALUE "N".

01  CYC-NEW-STATUS PIC X.

77  CYC-APPR-STEP PIC S9(5) COMP VALUE 2.
77  CYC-PAYR-STEP PIC S9(5) COMP VALUE 3.
77  CYC-XPAY-STEP PIC S9(5) COMP VALUE 4.
77  CYC-XGL-STEP PIC S9(5) COMP VALUE 5.
77  CYC-CLOS-STEP PIC S9(5) COMP VALUE 6.

*	the audit entry is staged here and moved to the record area
*	once the log is open; the images carry the acting operator.

77  ZEL-WORK PIC S9(5) COMP.
77  ZEL-DOW PIC S9(5) COMP.

***** labor history posting ***************************************************

01  JT-FIL-STATUS PIC X(2).
01  HST-FIL-STATUS PIC X(2).
01  RATE-STATUS PIC X(2).
01  REF-STATUS PIC X(2).

01  JT-EOF-FLAG PIC X.
    88 JT-NOT-END-OF-FILE VALUE "N".
    88 JT-END-OF-FILE VALUE "Y".

01  HST-SCAN-FLAG PIC X.
    88 HST-SCAN-DONE VALUE "Y".
    88 HST-SCAN-NOT-DONE VALUE "N".

01  RATES-OPEN-FLAG PIC X.
    88 RATES-FILE-OPEN VALUE "Y".
    88 RATES-FILE-NOT-OPEN VALUE "N".

01  REF-OPEN-FLAG PIC X.
    88 REF-FILE-OPEN VALUE "Y".
    88 REF-FILE-NOT-OPEN VALUE "N".

*	POST-WEEK-DATE is the one week being posted, or zero for every
*	closed week still on JOBTICRMS.

01  POST-WEEK-DATE PIC 9(6).

01  WEEK-POSTABLE-FLAG PIC X.
    88 WEEK-POSTABLE VALUE "Y".
    88 WEEK-NOT-POSTABLE VALUE "N".

01  LAST-CHECKED-WEEK PIC 9(6).
01  LAST-CHECKED-FLAG PIC X.

*	JOBTICRMS is read in key order, so a badge's week arrives
*	together -- regular segments, then its adjustments.  It is
*	gathered here, one entry per cost center charged, and posted
*	whole when the badge or week changes.

01  GROUP-BADGE-NUM PIC 9(7).
01  GROUP-WK-END-DATE PIC 9(6).
01  GROUP-NAME PIC X(30).

01  GROUP-OPEN-FLAG PIC X.
    88 GROUP-IS-OPEN VALUE "Y".
    88 GROUP-NOT-OPEN VALUE "N".

01  HG-TABLE.
    05  HG-ENTRY OCCURS 10.
	10  HG-COST-CENTER PIC X(4).
	10  HG-TOTAL-HRS COMP-1.
	10  HG-ABSENCE-HRS COMP-1.
	10  HG-DOLLARS COMP-1.
	10  HG-ADJ-HRS COMP-1.
	10  HG-ADJ-DOLLARS COMP-1.
	10  HG-UNPRICED-HRS COMP-1.

01  HG-COUNT PIC S9(5) COMP VALUE 0.
01  HG-LIMIT PIC S9(5) COMP VALUE 10.

01  HG-FOUND-FLAG PIC X.
    88 HG-KEY-FOUND VALUE "Y".
    88 HG-KEY-NOT-FOUND VALUE "N".

*	each cost center's regular hours split at 40 the way JTPAYR
*	splits them for the payroll extract; the overtime premium is
*	priced from the cost center rate and factor, as there.

01  OT-BREAK-HOURS PIC 9(3) VALUE 40.

01  OT-HRS-HOLD COMP-1.
01  STRAIGHT-HRS-HOLD COMP-1.
01  OT-PREM-DOLLARS COMP-1.

01  LINE-RATE PIC 9(3)V99.
01  LINE-DOLLARS COMP-1.

01  RATE-FOUND-FLAG PIC X.
    88 RATE-WAS-FOUND VALUE "Y".
    88 RATE-NOT-FOUND VALUE "N".

01  ABS-LINE-FLAG PIC X.
    88 ABSENCE-LINE VALUE "Y".
    88 NOT-ABSENCE-LINE VALUE "N".

01  LOOKUP-RATE-TYPE PIC X.
01  LOOKUP-RATE-CODE PIC X(4).
01  LOOKUP-AS-OF-DATE PIC 9(6).

01  FOUND-RATE-AMOUNT PIC 9(3)V99.
01  FOUND-OT-FACTOR PIC 9V99.

01  AS-OF-FLAG PIC X.
    88 AS-OF-RATE-FOUND VALUE "Y".
    88 AS-OF-RATE-NOT-FOUND VALUE "N".

01  RATE-SCAN-FLAG PIC X.
    88 RATE-SCAN-DONE VALUE "Y".
    88 RATE-SCAN-NOT-DONE VALUE "N".

01  POST-COUNTS.
    05  PC-BADGE-COUNT PIC 9(5).
    05  PC-HST-COUNT PIC 9(5).
    05  PC-UNAPPR-COUNT PIC 9(5).
    05  PC-LOST-COUNT PIC 9(5).

01  PC-UNPRICED-HRS COMP-1.

01  POST-HOLD-AREA.
    05  PH-HOURS-HOLD PIC ----9.99.

77  HG-SUB PIC S9(5) COMP.
77  HG-SUB2 PIC S9(5) COMP.
77  JP-SUB PIC S9(5) COMP.

77  WS-COMMAND PIC X(10).
77  ANS PIC XXX.

		      PERFORM LIST-WEEKS THRU LIST-EXIT

		   ELSE
			IF WS-COMMAND = "POST"
			    OR WS-COMMAND = "POS"
			    OR WS-COMMAND = "PO"
			    OR WS-COMMAND = "P"
			   PERFORM POST-WEEK THRU POST-WEEK-EXIT

			ELSE
			     IF WS-COMMAND = "EXIT"
				     OR WS-COMMAND = "EXI"
				     OR WS-COMMAND = "EX"
				     OR WS-COMMAND = "E"
				    GO TO COMMAND-PROMPT-EXIT

			     ELSE DISPLAY "?Command error: does not match keyword.".

    GO TO DISPLAY-PROMPT.


COMMAND-HELP-TXT.

    DISPLAY "The options are:  CLOSE  REOPEN  LIST  POST  HELP  EXIT ".
    DISPLAY " ".
    DISPLAY "CLOSE marks a week-ending date closed for payroll; JTSERV".
    DISPLAY "  then refuses any ticket update or reversal for that week.".
    DISPLAY "  JTPAYR must have been run for the week and both extracts".
    DISPLAY "  confirmed by JTXMIT (see JTCYCL for where the week stands).".
    DISPLAY "  The week is posted to the labor history file JOBTICHST.".
    DISPLAY "REOPEN marks a closed week open again, after confirmation.".
    DISPLAY "LIST displays every week on the control file.".
    DISPLAY "POST posts a closed week to JOBTICHST again, or (RETURN for".
    DISPLAY "  the date) every closed week still on JOBTICRMS, to pick up".
    DISPLAY "  adjustments filed since the close.  Run it before JTARCH.".
    DISPLAY "HELP gives you this list of options. ".
    DISPLAY "EXIT is for exiting. ".
    DISPLAY " ".
    MOVE WORK-WK-END-DATE TO WKC-WK-END-DATE.

    READ WKC-FIL
	INVALID KEY GO TO CHECK-CYCLE-STEPS.

    IF WKC-CLOSED
	DISPLAY "?Week ending " WK-DATE-ENTRY " is already closed."
	GO TO CLOSE-WEEK-EXIT.

CHECK-CYCLE-STEPS.

    PERFORM CHECK-CYCLE-FOR-CLOSE THRU CHECK-CYCLE-EXIT.

    IF CYCLE-NOT-READY
	DISPLAY "?Week left open."
	GO TO CLOSE-WEEK-EXIT.

CONFIRM-CLOSE.

    DISPLAY "Close week ending " WK-DATE-ENTRY " to further tickets? (Y or N): "
    MOVE WKC-IMAGE TO MW-AFTER.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

    MOVE "D" TO CYC-NEW-STATUS.
    PERFORM STAMP-CYCLE-CLOSE THRU STAMP-CYCLE-EXIT.

POST-THE-CLOSED-WEEK.

*	the week is now exactly what payroll was paid from; post it to
*	the labor history file.

    MOVE WORK-WK-END-DATE TO POST-WEEK-DATE.
    PERFORM POST-LABOR-HISTORY THRU POST-HISTORY-EXIT.

CLOSE-WEEK-EXIT.

*******************************************************************************
    MOVE WKC-IMAGE TO MW-AFTER.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

    MOVE "R" TO CYC-NEW-STATUS.
    PERFORM STAMP-CYCLE-CLOSE THRU STAMP-CYCLE-EXIT.

REOPEN-EXIT.

*******************************************************************************

*******************************************************************************

POST-WEEK SECTION.

*******************************************************************************

*	post a closed week to the labor history file again, or every
*	closed week still on JOBTICRMS.  Adjustments filed against a
*	closed week reach the history this way; a week JTARCH has moved
*	to JOBTICARC keeps what was last posted for it.

ENTER-POST-DATE.

    DISPLAY "Week-ending date to post (MM/DD/YY, RETURN for every closed week): "
	WITH NO ADVANCING.
    MOVE SPACES TO WK-DATE-ENTRY.
    ACCEPT WK-DATE-ENTRY.

    IF WK-DATE-ENTRY = SPACES
	MOVE 0 TO WORK-WK-END-DATE
	MOVE 0 TO POST-WEEK-DATE
	GO TO CONFIRM-POST.

    PERFORM VALIDATE-WEEK-ENDING-DATE THRU GET-WEEK-EXIT.

    MOVE WORK-WK-END-DATE TO WKC-WK-END-DATE.

    READ WKC-FIL
	INVALID KEY DISPLAY "?Week ending " WK-DATE-ENTRY
			    " is not closed -- only closed weeks are posted."
		    GO TO POST-WEEK-EXIT.

    IF NOT WKC-CLOSED
	DISPLAY "?Week ending " WK-DATE-ENTRY " is not closed -- only closed"
	DISPLAY "?weeks are posted."
	GO TO POST-WEEK-EXIT.

    MOVE WORK-WK-END-DATE TO POST-WEEK-DATE.

CONFIRM-POST.

    IF POST-WEEK-DATE = 0
	DISPLAY "Post every closed week on JOBTICRMS to the labor history? (Y or N): "
	    WITH NO ADVANCING ACCEPT ANS
    ELSE
	DISPLAY "Post week ending " WK-DATE-ENTRY " to the labor history? (Y or N): "
	    WITH NO ADVANCING ACCEPT ANS.

POST-REACC.

    IF ANS = "N"
	DISPLAY "OK.  Nothing posted."
	GO TO POST-WEEK-EXIT

    ELSE IF ANS NOT = "Y"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO POST-REACC.

    PERFORM POST-LABOR-HISTORY THRU POST-HISTORY-EXIT.

    MOVE "POST" TO MW-ACTION.
    MOVE "CLOSED" TO WI-STATUS.
    MOVE WKC-IMAGE TO MW-BEFORE.
    MOVE "POSTED" TO WI-STATUS.
    MOVE WKC-IMAGE TO MW-AFTER.
    PERFORM WRITE-MNT-ENTRY THRU WRITE-MNT-EXIT.

POST-WEEK-EXIT.

*******************************************************************************

LABOR-HISTORY SECTION.

*******************************************************************************

*	Post closed weeks from JOBTICRMS to the labor history file.
*	JOBTICRMS is read in key order, so each badge's week -- its
*	regular segments and then its adjustments -- arrives together;
*	it is gathered by cost center and, when the badge or week
*	changes, the badge's history records for that week are deleted
*	and written afresh.  A week is therefore rebuilt whole each
*	time it is posted, and posting it twice never counts anything
*	twice.  Only approved records are posted, as only approved
*	records are paid.

POST-LABOR-HISTORY.

    OPEN INPUT JT-FIL.

    IF JT-FIL-STATUS NOT = "00"
	DISPLAY "%Ticket file JOBTICRMS could not be opened -- the labor"
	DISPLAY "%history was NOT posted.  Use POST once it is available."
	GO TO POST-HISTORY-EXIT.

    OPEN INPUT-OUTPUT HST-FIL.

    IF HST-FIL-STATUS NOT = "00"
	OPEN OUTPUT HST-FIL
	CLOSE HST-FIL
	OPEN INPUT-OUTPUT HST-FIL
	DISPLAY "New labor history file JOBTICHST created.".

    IF HST-FIL-STATUS NOT = "00"
	DISPLAY "%Labor history file JOBTICHST could not be opened -- the"
	DISPLAY "%history was NOT posted.  Use POST once it is available."
	CLOSE JT-FIL
	GO TO POST-HISTORY-EXIT.

*	the rates and code reference files price the week as JTPAYR
*	does; without them the hours still post, unpriced.

    MOVE "N" TO RATES-OPEN-FLAG.
    OPEN INPUT RATE-FIL.

    IF RATE-STATUS = "00"
	MOVE "Y" TO RATES-OPEN-FLAG
    ELSE
	DISPLAY "%Rates file JOBTICRTE could not be opened -- hours will"
	DISPLAY "%be posted without dollars.".

    MOVE "N" TO REF-OPEN-FLAG.
    OPEN INPUT REF-FIL.

    IF REF-STATUS = "00"
	MOVE "Y" TO REF-OPEN-FLAG
    ELSE
	DISPLAY "%Code reference file JOBTICREF could not be opened --"
	DISPLAY "%absence lines (if any) will be posted as work lines.".

    MOVE 0 TO PC-BADGE-COUNT.
    MOVE 0 TO PC-HST-COUNT.
    MOVE 0 TO PC-UNAPPR-COUNT.
    MOVE 0 TO PC-LOST-COUNT.
    MOVE 0 TO PC-UNPRICED-HRS.
    MOVE 0 TO LAST-CHECKED-WEEK.
    MOVE "N" TO GROUP-OPEN-FLAG.
    MOVE "N" TO JT-EOF-FLAG.

    PERFORM POST-ONE-TICKET THRU POST-ONE-EXIT
	UNTIL JT-END-OF-FILE.

    IF GROUP-IS-OPEN
	PERFORM WRITE-GROUP-HISTORY THRU WRITE-GROUP-EXIT.

    CLOSE JT-FIL.
    CLOSE HST-FIL.

    IF RATES-FILE-OPEN
	CLOSE RATE-FIL.

    IF REF-FILE-OPEN
	CLOSE REF-FIL.

    DISPLAY "Labor history posted: " PC-BADGE-COUNT " badge week(s), "
	    PC-HST-COUNT " history record(s).".

    IF PC-UNAPPR-COUNT NOT = 0
	DISPLAY "%" PC-UNAPPR-COUNT " ticket record(s) not yet approved were"
	DISPLAY "%left out; POST the week again once they are approved.".

    IF PC-UNPRICED-HRS NOT = 0
	MOVE PC-UNPRICED-HRS TO PH-HOURS-HOLD
	DISPLAY "%" PH-HOURS-HOLD " work hour(s) had no rate on file and are"
	DISPLAY "%carried unpriced.".

    IF PC-LOST-COUNT NOT = 0
	DISPLAY "%" PC-LOST-COUNT " ticket record(s) charged a badge's week to more"
	DISPLAY "%than ten cost centers; the excess is posted under the tenth.".

POST-HISTORY-EXIT.

    EXIT.

POST-ONE-TICKET.

    READ JT-FIL NEXT
	AT END MOVE "Y" TO JT-EOF-FLAG
	       GO TO POST-ONE-EXIT.

    PERFORM CHECK-WEEK-POSTABLE THRU CHECK-POSTABLE-EXIT.

    IF WEEK-NOT-POSTABLE
	GO TO POST-ONE-EXIT.

    IF GROUP-IS-OPEN
	IF BADGE-NUM NOT = GROUP-BADGE-NUM
		OR WK-END-DATE NOT = GROUP-WK-END-DATE
	    PERFORM WRITE-GROUP-HISTORY THRU WRITE-GROUP-EXIT.

    IF GROUP-NOT-OPEN
	MOVE "Y" TO GROUP-OPEN-FLAG
	MOVE BADGE-NUM TO GROUP-BADGE-NUM
	MOVE WK-END-DATE TO GROUP-WK-END-DATE
	MOVE NAME TO GROUP-NAME
	MOVE 0 TO HG-COUNT.

    IF APPR-STATUS NOT = "A"
	ADD 1 TO PC-UNAPPR-COUNT
	GO TO POST-ONE-EXIT.

    PERFORM FIND-HG-ENTRY THRU FIND-HG-EXIT.

*	an adjustment is a signed delta to a week already split, so it
*	is carried whole in the adjustment figures and never split.

    IF REC-TYPE = "A"
	ADD TOTAL-HRS TO HG-ADJ-HRS (HG-SUB2)
    ELSE
	ADD TOTAL-HRS TO HG-TOTAL-HRS (HG-SUB2).

    PERFORM POST-ONE-LINE THRU POST-LINE-EXIT
	VARYING JP-SUB FROM 1 BY 1 UNTIL JP-SUB > 10.

POST-ONE-EXIT.

    EXIT.

POST-ONE-LINE.

*	an absence line is paid but not priced, as in JTPAYR; a work
*	line prices at the rate in effect for the week.

    IF ACTIV-CODE (JP-SUB) = SPACES
	GO TO POST-LINE-EXIT.

    PERFORM CHECK-ABSENCE-LINE THRU CHECK-ABS-EXIT.

    IF ABSENCE-LINE
	IF REC-TYPE NOT = "A"
	    ADD HOURS (JP-SUB) TO HG-ABSENCE-HRS (HG-SUB2)
	    GO TO POST-LINE-EXIT
	ELSE
	    GO TO POST-LINE-EXIT.

    PERFORM FIND-LINE-RATE THRU FIND-RATE-EXIT.

    IF RATE-NOT-FOUND
	ADD HOURS (JP-SUB) TO HG-UNPRICED-HRS (HG-SUB2)
	ADD HOURS (JP-SUB) TO PC-UNPRICED-HRS
	GO TO POST-LINE-EXIT.

    COMPUTE LINE-DOLLARS = HOURS (JP-SUB) * LINE-RATE.

    IF REC-TYPE = "A"
	ADD LINE-DOLLARS TO HG-ADJ-DOLLARS (HG-SUB2)
    ELSE
	ADD LINE-DOLLARS TO HG-DOLLARS (HG-SUB2).

POST-LINE-EXIT.

    EXIT.

CHECK-WEEK-POSTABLE.

*	a single-week post takes only that week; a post of every
*	closed week asks the control file about each week it meets,
*	remembering the last answer.

    IF POST-WEEK-DATE NOT = 0
	IF WK-END-DATE = POST-WEEK-DATE
	    MOVE "Y" TO WEEK-POSTABLE-FLAG
	    GO TO CHECK-POSTABLE-EXIT
	ELSE
	    MOVE "N" TO WEEK-POSTABLE-FLAG
	    GO TO CHECK-POSTABLE-EXIT.

    IF WK-END-DATE = LAST-CHECKED-WEEK
	MOVE LAST-CHECKED-FLAG TO WEEK-POSTABLE-FLAG
	GO TO CHECK-POSTABLE-EXIT.

    MOVE WK-END-DATE TO LAST-CHECKED-WEEK.
    MOVE "N" TO LAST-CHECKED-FLAG.
    MOVE WK-END-DATE TO WKC-WK-END-DATE.

    READ WKC-FIL
	INVALID KEY GO TO SET-POSTABLE-FLAG.

    IF WKC-CLOSED
	MOVE "Y" TO LAST-CHECKED-FLAG.

SET-POSTABLE-FLAG.

    MOVE LAST-CHECKED-FLAG TO WEEK-POSTABLE-FLAG.

CHECK-POSTABLE-EXIT.

    EXIT.

FIND-HG-ENTRY.

    MOVE "N" TO HG-FOUND-FLAG.

    PERFORM LOOK-FOR-HG-KEY THRU LOOK-HG-EXIT
	VARYING HG-SUB FROM 1 BY 1
	UNTIL HG-SUB > HG-COUNT OR HG-KEY-FOUND.

    IF HG-KEY-FOUND
	GO TO FIND-HG-EXIT.

    IF HG-COUNT = HG-LIMIT
	ADD 1 TO PC-LOST-COUNT
	MOVE HG-LIMIT TO HG-SUB2
	GO TO FIND-HG-EXIT.

    ADD 1 TO HG-COUNT.
    MOVE HG-COUNT TO HG-SUB2.
    MOVE COST-CENTER TO HG-COST-CENTER (HG-SUB2).
    MOVE 0 TO HG-TOTAL-HRS (HG-SUB2).
    MOVE 0 TO HG-ABSENCE-HRS (HG-SUB2).
    MOVE 0 TO HG-DOLLARS (HG-SUB2).
    MOVE 0 TO HG-ADJ-HRS (HG-SUB2).
    MOVE 0 TO HG-ADJ-DOLLARS (HG-SUB2).
    MOVE 0 TO HG-UNPRICED-HRS (HG-SUB2).

FIND-HG-EXIT.

    EXIT.

LOOK-FOR-HG-KEY.

    IF HG-COST-CENTER (HG-SUB) = COST-CENTER
	MOVE "Y" TO HG-FOUND-FLAG
	MOVE HG-SUB TO HG-SUB2.

LOOK-HG-EXIT.

    EXIT.

WRITE-GROUP-HISTORY.

*	a badge whose week is all unapproved records still has its old
*	history removed: what is on file is no longer what was paid.

    PERFORM DELETE-OLD-HISTORY THRU DELETE-OLD-EXIT.

    PERFORM WRITE-ONE-HISTORY THRU WRITE-ONE-HST-EXIT
	VARYING HG-SUB FROM 1 BY 1 UNTIL HG-SUB > HG-COUNT.

    IF HG-COUNT NOT = 0
	ADD 1 TO PC-BADGE-COUNT.

    MOVE "N" TO GROUP-OPEN-FLAG.

WRITE-GROUP-EXIT.

    EXIT.

DELETE-OLD-HISTORY.

    MOVE GROUP-WK-END-DATE TO HST-WK-END-DATE.
    MOVE GROUP-BADGE-NUM TO HST-BADGE-NUM.
    MOVE LOW-VALUES TO HST-COST-CENTER.
    MOVE "N" TO HST-SCAN-FLAG.

    START HST-FIL KEY IS NOT LESS THAN HST-KEY
	INVALID KEY MOVE "Y" TO HST-SCAN-FLAG.

    PERFORM DELETE-ONE-HISTORY THRU DELETE-ONE-EXIT
	UNTIL HST-SCAN-DONE.

DELETE-OLD-EXIT.

    EXIT.

DELETE-ONE-HISTORY.

    READ HST-FIL NEXT
	AT END MOVE "Y" TO HST-SCAN-FLAG
	       GO TO DELETE-ONE-EXIT.

    IF HST-WK-END-DATE NOT = GROUP-WK-END-DATE
	OR HST-BADGE-NUM NOT = GROUP-BADGE-NUM
	MOVE "Y" TO HST-SCAN-FLAG
	GO TO DELETE-ONE-EXIT.

    DELETE HST-FIL
	INVALID KEY DISPLAY "%Delete error on history for badge " HST-BADGE-NUM
			    " week " HST-WK-END-DATE
		    MOVE "Y" TO HST-SCAN-FLAG.

DELETE-ONE-EXIT.

    EXIT.

WRITE-ONE-HISTORY.

*	the regular hours split at the overtime break; straight time is
*	what is left of the week after overtime and absence.  The
*	overtime premium prices from the cost center's rate and factor
*	in effect for the week.

    IF HG-TOTAL-HRS (HG-SUB) > OT-BREAK-HOURS
	COMPUTE OT-HRS-HOLD = HG-TOTAL-HRS (HG-SUB) - OT-BREAK-HOURS
    ELSE
	MOVE 0 TO OT-HRS-HOLD.

    COMPUTE STRAIGHT-HRS-HOLD = HG-TOTAL-HRS (HG-SUB) - OT-HRS-HOLD
	- HG-ABSENCE-HRS (HG-SUB).

    MOVE 0 TO OT-PREM-DOLLARS.

    IF OT-HRS-HOLD > 0 AND RATES-FILE-OPEN
	MOVE "C" TO LOOKUP-RATE-TYPE
	MOVE HG-COST-CENTER (HG-SUB) TO LOOKUP-RATE-CODE
	MOVE GROUP-WK-END-DATE TO LOOKUP-AS-OF-DATE
	PERFORM FIND-RATE-AS-OF THRU FIND-AS-OF-EXIT
	IF AS-OF-RATE-FOUND
	    COMPUTE OT-PREM-DOLLARS = OT-HRS-HOLD * FOUND-RATE-AMOUNT
		* (FOUND-OT-FACTOR - 1.00).

    MOVE GROUP-WK-END-DATE TO HST-WK-END-DATE.
    MOVE GROUP-BADGE-NUM TO HST-BADGE-NUM.
    MOVE HG-COST-CENTER (HG-SUB) TO HST-COST-CENTER.
    MOVE GROUP-NAME TO HST-NAME.

    COMPUTE HST-STRAIGHT-HRS ROUNDED = STRAIGHT-HRS-HOLD.
    COMPUTE HST-OT-HRS ROUNDED = OT-HRS-HOLD.
    COMPUTE HST-ABSENCE-HRS ROUNDED = HG-ABSENCE-HRS (HG-SUB).
    COMPUTE HST-DOLLARS ROUNDED = HG-DOLLARS (HG-SUB) + OT-PREM-DOLLARS.
    COMPUTE HST-ADJ-HRS ROUNDED = HG-ADJ-HRS (HG-SUB).
    COMPUTE HST-ADJ-DOLLARS ROUNDED = HG-ADJ-DOLLARS (HG-SUB).
    COMPUTE HST-UNPRICED-HRS ROUNDED = HG-UNPRICED-HRS (HG-SUB).
    ACCEPT HST-POST-DATE FROM DATE.

    WRITE HST-REC
	INVALID KEY DISPLAY "%Write error on history for badge " HST-BADGE-NUM
			    " week " HST-WK-END-DATE " cost center "
			    HST-COST-CENTER
		    GO TO WRITE-ONE-HST-EXIT.

    ADD 1 TO PC-HST-COUNT.

WRITE-ONE-HST-EXIT.

    EXIT.

*	price one work line: an override rate filed for the line's
*	activity code wins; otherwise the ticket's cost center rate;
*	either way the rate in effect for the week, as JTPAYR prices.

FIND-LINE-RATE.

    IF RATES-FILE-NOT-OPEN
	MOVE "N" TO RATE-FOUND-FLAG
	MOVE 0 TO LINE-RATE
	GO TO FIND-RATE-EXIT.

    MOVE "A" TO LOOKUP-RATE-TYPE.
    MOVE ACTIV-CODE (JP-SUB) TO LOOKUP-RATE-CODE.
    MOVE WK-END-DATE TO LOOKUP-AS-OF-DATE.

    PERFORM FIND-RATE-AS-OF THRU FIND-AS-OF-EXIT.

    IF AS-OF-RATE-FOUND
	MOVE "Y" TO RATE-FOUND-FLAG
	MOVE FOUND-RATE-AMOUNT TO LINE-RATE
	GO TO FIND-RATE-EXIT.

    MOVE "C" TO LOOKUP-RATE-TYPE.
    MOVE COST-CENTER TO LOOKUP-RATE-CODE.

    PERFORM FIND-RATE-AS-OF THRU FIND-AS-OF-EXIT.

    IF AS-OF-RATE-FOUND
	MOVE "Y" TO RATE-FOUND-FLAG
	MOVE FOUND-RATE-AMOUNT TO LINE-RATE
    ELSE
	MOVE "N" TO RATE-FOUND-FLAG
	MOVE 0 TO LINE-RATE.

FIND-RATE-EXIT.

    EXIT.

FIND-RATE-AS-OF.

*	position to the code's first dated entry and read forward,
*	keeping the last entry dated on or before the as-of date.

    MOVE "N" TO AS-OF-FLAG.
    MOVE "N" TO RATE-SCAN-FLAG.

    MOVE LOOKUP-RATE-TYPE TO RATE-TYPE.
    MOVE LOOKUP-RATE-CODE TO RATE-CODE.
    MOVE 0 TO RATE-EFF-DATE.

    START RATE-FIL KEY IS NOT LESS THAN RATE-KEY
	INVALID KEY MOVE "Y" TO RATE-SCAN-FLAG.

    PERFORM SCAN-ONE-RATE THRU SCAN-RATE-EXIT
	UNTIL RATE-SCAN-DONE.

FIND-AS-OF-EXIT.

    EXIT.

SCAN-ONE-RATE.

    READ RATE-FIL NEXT
	AT END MOVE "Y" TO RATE-SCAN-FLAG
	       GO TO SCAN-RATE-EXIT.

    IF RATE-TYPE NOT = LOOKUP-RATE-TYPE
	OR RATE-CODE NOT = LOOKUP-RATE-CODE
	OR RATE-EFF-DATE > LOOKUP-AS-OF-DATE
	MOVE "Y" TO RATE-SCAN-FLAG
	GO TO SCAN-RATE-EXIT.

    MOVE "Y" TO AS-OF-FLAG.
    MOVE RATE-AMOUNT TO FOUND-RATE-AMOUNT.

*	a rate record keyed before the overtime factor existed reads
*	back unpredictable; fall back to time and a half.

    IF RATE-OT-FACTOR NOT NUMERIC
	MOVE 1.50 TO FOUND-OT-FACTOR
    ELSE
	IF RATE-OT-FACTOR < 1.00
	    MOVE 1.50 TO FOUND-OT-FACTOR
	ELSE
	    MOVE RATE-OT-FACTOR TO FOUND-OT-FACTOR.

SCAN-RATE-EXIT.

    EXIT.

CHECK-ABSENCE-LINE.

    MOVE "N" TO ABS-LINE-FLAG.

    IF REF-FILE-NOT-OPEN
	GO TO CHECK-ABS-EXIT.

    MOVE "B" TO REF-CODE-TYPE.
    MOVE ACTIV-CODE (JP-SUB) TO REF-CODE.

    READ REF-FIL
	INVALID KEY GO TO CHECK-ABS-EXIT.

    MOVE "Y" TO ABS-LINE-FLAG.

CHECK-ABS-EXIT.

    EXIT.

*******************************************************************************

PAYROLL-CYCLE SECTION.

*******************************************************************************

CHECK-CYCLE-FOR-CLOSE.

*	a week is closed only once JTPAYR has been run for it and both
*	of its extracts have been transmitted and read back from the
*	VAX intact -- JTXMIT stamps a transmission done only when the
*	read-back matched row for row, control trailer included.  A
*	JTPAYR rerun clears both transmissions, so a week rerun after
*	its extract went cannot close until it has been sent again.

    MOVE "N" TO CYC-READY-FLAG.

    OPEN INPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	DISPLAY "?Payroll cycle control file JOBTICCYC could not be opened --"
	DISPLAY "?no JTPAYR or JTXMIT run is on record."
	GO TO CHECK-CYCLE-EXIT.

    MOVE WORK-WK-END-DATE TO CYC-WK-END-DATE.

    READ CYC-FIL
	INVALID KEY DISPLAY "?No JTPAYR run is on record for week ending "
			    WK-DATE-ENTRY "."
		    CLOSE CYC-FIL
		    GO TO CHECK-CYCLE-EXIT.

    CLOSE CYC-FIL.

    MOVE "Y" TO CYC-READY-FLAG.

    IF NOT CYC-STEP-DONE (CYC-PAYR-STEP)
	AND NOT CYC-STEP-OVERRIDDEN (CYC-PAYR-STEP)
	DISPLAY "?No JTPAYR run is on record for week ending "
		WK-DATE-ENTRY "."
	MOVE "N" TO CYC-READY-FLAG.

    IF CYC-STEP-FAILED (CYC-XPAY-STEP)
	DISPLAY "?The payroll extract transmission of " CYC-STEP-DATE (CYC-XPAY-STEP)
		" did not verify at the VAX."
	MOVE "N" TO CYC-READY-FLAG
    ELSE
	IF NOT CYC-STEP-DONE (CYC-XPAY-STEP)
	    DISPLAY "?The payroll extract has not been transmitted since the"
	    DISPLAY "?last JTPAYR run."
	    MOVE "N" TO CYC-READY-FLAG.

    IF CYC-STEP-FAILED (CYC-XGL-STEP)
	DISPLAY "?The GL extract transmission of " CYC-STEP-DATE (CYC-XGL-STEP)
		" did not verify at the VAX."
	MOVE "N" TO CYC-READY-FLAG
    ELSE
	IF NOT CYC-STEP-DONE (CYC-XGL-STEP)
	    DISPLAY "?The GL extract has not been transmitted since the"
	    DISPLAY "?last JTPAYR run."
	    MOVE "N" TO CYC-READY-FLAG.

*	tickets still awaiting approval are not a bar to the close --
*	payroll has been paid without them, and they can follow as
*	adjustments -- but the clerk should know before closing.

    IF CYCLE-READY-TO-CLOSE
	AND NOT CYC-STEP-DONE (CYC-APPR-STEP)
	DISPLAY "%Note: JTAPPR last left " CYC-STEP-EXC-COUNT (CYC-APPR-STEP)
		" ticket(s) awaiting approval for this week.".

CHECK-CYCLE-EXIT.

STAMP-CYCLE-CLOSE.

*	the close (CYC-NEW-STATUS D) or reopen (R) becomes the week's
*	last cycle step.  A week closed before the cycle file was kept
*	has no record to stamp.

    OPEN INPUT-OUTPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	GO TO STAMP-CYCLE-EXIT.

    MOVE WORK-WK-END-DATE TO CYC-WK-END-DATE.

    READ CYC-FIL
	INVALID KEY CLOSE CYC-FIL
		    GO TO STAMP-CYCLE-EXIT.

    MOVE CYC-NEW-STATUS TO CYC-STEP-STATUS (CYC-CLOS-STEP).
    ACCEPT CYC-STEP-DATE (CYC-CLOS-STEP) FROM DATE.
    ACCEPT CYC-STEP-TIME (CYC-CLOS-STEP) FROM TIME.
    MOVE WORK-OPER-NUM TO CYC-STEP-OPER (CYC-CLOS-STEP).

    REWRITE CYC-REC
	INVALID KEY DISPLAY "%Rewrite error -- the payroll cycle record for"
			    " this week was not updated.".

    CLOSE CYC-FIL.

STAMP-CYCLE-EXIT.

*******************************************************************************

GET-FIELDS SECTION.

*******************************************************************************

    ACCEPT MW-DATE FROM DATE.
    ACCEPT MW-TIME FROM TIME.

    IF WORK-WK-END-DATE = 0
	MOVE "ALL CLOSED WEEKS" TO MW-KEY
    ELSE
	MOVE WORK-WK-END-DATE TO MW-KEY.

    MOVE WORK-OPER-NUM TO WI-OPER-NUM.

    OPEN EXTEND MNT-FIL.
