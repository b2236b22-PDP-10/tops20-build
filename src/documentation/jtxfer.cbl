IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTXFER.

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
*	application.  It is the monthly inter-department labor
*	transfer report.  For the accounting period the operator
*	names (from the fiscal calendar, JOBTICFCL, maintained by
*	JTFCAL), it lists every approved detail line charged to a
*	cost center other than the ticket's own -- labor one
*	department lent another -- for the weeks whose Saturday falls
*	in the period.  Each line is priced as JTPAYR prices it for
*	the GL transfer (activity override, else the home cost
*	center's rate, as of the week), and the report runs by
*	lending department and cost center, then borrowing department
*	and cost center, badge and week, with a subtotal for each
*	lender-to-borrower pair, a total lent for each department, a
*	department-to-department summary and a grand total.  The
*	departments are the ones in effect for each week on the
*	organization file, JOBTICORG.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. NOVEMBER 10, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '10-Nov-86', 'Sandy Clemens')
* %(  Add the monthly inter-department labor transfer report over
*     the detail lines charged to another cost center, in hours
*     and dollars, by lending and borrowing department for a fiscal
*     period.  File: JTXFER.CBL (NEW) )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.
	DECSYSTEM-20.

OBJECT-COMPUTER.
	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT FCL-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS FCL-PERIOD
	   FILE STATUS IS FCL-STATUS.

    SELECT JT-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS JT-KEY
	   FILE STATUS IS JT-FIL-STATUS.

    SELECT SNP-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS SNP-KEY
	   FILE STATUS IS SNP-STATUS.

    SELECT ARCH-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS ARCH-STATUS.

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

    SELECT ORG-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS ORG-KEY
	   FILE STATUS IS ORG-STATUS.

    SELECT XSRT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL.

    SELECT SORT-WORK ASSIGN TO DSK.

DATA DIVISION.

FILE SECTION.

SD  SORT-WORK.

*	one sort record per loaned detail line, keyed lender first so
*	each lending department's transfers come out together.

01  SRT-REC.
    05  SRT-LEND-DEPT PIC X(4).
    05  SRT-LEND-CC PIC X(4).
    05  SRT-BORROW-DEPT PIC X(4).
    05  SRT-BORROW-CC PIC X(4).
    05  SRT-BADGE-NUM PIC 9(7).
    05  SRT-WK-END-DATE PIC 9(6).
    05  SRT-REC-TYPE PIC X.
    05  SRT-NAME PIC X(30).
    05  SRT-HOURS PIC S9(5)V99.
    05  SRT-DOLLARS PIC S9(7)V99.
    05  SRT-PRICED-FLAG PIC X.

FD  FCL-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICFCL".

01  FCL-REC.
    05  FCL-PERIOD.
	10  FCL-PER-YR PIC 99.
	10  FCL-PER-NUM PIC 99.
    05  FCL-START-DATE PIC 9(6).
    05  FCL-END-DATE PIC 9(6).
    05  FCL-ACCRUED-DATE PIC 9(6).

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

FD  ARCH-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICARC".

01  ARCH-REC.
    05  ARCH-KEY.
	10  ARCH-BADGE-NUM PIC 9(7).
	10  ARCH-WK-END-DATE PIC 9(6).
	10  ARCH-CONT-SEQ PIC 9(2).
    05  ARCH-NAME PIC X(30).
    05  ARCH-COST-CENTER PIC X(4).
    05  ARCH-TOTAL-HRS COMP-1.
    05  ARCH-DETAIL-LINE OCCURS 10.
	15  ARCH-ACTIV-CODE PIC X(4).
	15  ARCH-PROD-LINE PIC X(4).
	15  ARCH-DISCR-NUM PIC 9(5) COMP.
	15  ARCH-MFG-NUM PIC 9(5) COMP.
	15  ARCH-HOURS COMP-1.
	15  ARCH-OPER-CODE PIC X(4).
    05  ARCH-REC-TYPE PIC X.
    05  ARCH-APPR-STATUS PIC X.
    05  ARCH-SHIFT-CD PIC X.
    05  ARCH-CHARGE-CC PIC X(4) OCCURS 10.

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

FD  ORG-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICORG".

01  ORG-REC.
    05  ORG-KEY.
	10  ORG-TYPE PIC X.
	10  ORG-CODE PIC X(4).
	10  ORG-EFF-DATE PIC 9(6).
    05  ORG-PARENT PIC X(4).
    05  ORG-NAME PIC X(30).

FD  XSRT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTXFRSRT".

01  XSRT-OUT-REC.
    05  XSO-LEND-DEPT PIC X(4).
    05  XSO-LEND-CC PIC X(4).
    05  XSO-BORROW-DEPT PIC X(4).
    05  XSO-BORROW-CC PIC X(4).
    05  XSO-BADGE-NUM PIC 9(7).
    05  XSO-WK-END-DATE PIC 9(6).
    05  XSO-REC-TYPE PIC X.
	88 XSO-ADJUSTMENT VALUE "A".
    05  XSO-NAME PIC X(30).
    05  XSO-HOURS PIC S9(5)V99.
    05  XSO-DOLLARS PIC S9(7)V99.
    05  XSO-PRICED-FLAG PIC X.
	88 XSO-PRICED VALUE "Y".
	88 XSO-NOT-PRICED VALUE "N".

WORKING-STORAGE SECTION.

01  FCL-STATUS PIC X(2).
01  JT-FIL-STATUS PIC X(2).
01  SNP-STATUS PIC X(2).
01  ARCH-STATUS PIC X(2).
01  RATE-STATUS PIC X(2).
01  REF-STATUS PIC X(2).
01  ORG-STATUS PIC X(2).

01  RATES-OPEN-FLAG PIC X VALUE "N".
    88 RATES-FILE-OPEN VALUE "Y".
    88 RATES-FILE-NOT-OPEN VALUE "N".

01  REF-OPEN-FLAG PIC X VALUE "N".
    88 REF-FILE-OPEN VALUE "Y".
    88 REF-FILE-NOT-OPEN VALUE "N".

01  ORG-OPEN-FLAG PIC X VALUE "N".
    88 ORG-FILE-OPEN VALUE "Y".
    88 ORG-FILE-NOT-OPEN VALUE "N".

01  ARCH-EOF-FLAG PIC X.
    88 ARCH-NOT-END-OF-FILE VALUE "N".
    88 ARCH-END-OF-FILE VALUE "Y".

01  XSRT-EOF-FLAG PIC X.
    88 XSRT-NOT-END-OF-FILE VALUE "N".
    88 XSRT-END-OF-FILE VALUE "Y".

01  FIRST-GROUP-FLAG PIC X VALUE "Y".
    88 FIRST-GROUP VALUE "Y".
    88 NOT-FIRST-GROUP VALUE "N".

01  INCLUDE-ARCH-FLAG PIC X VALUE "N".
    88 INCLUDING-ARCHIVE VALUE "Y".
    88 NOT-INCLUDING-ARCHIVE VALUE "N".

***** the period being reported ***********************************************

*	the period number is keyed as four digits, year then period
*	within the year, as JTFCAL files it.  Dates are carried
*	year-first (YYMMDD), so the period test is a plain numeric
*	comparison on the week-ending date.

01  WORK-PERIOD.
    05  WP-YR PIC 99.
    05  WP-NUM PIC 99.

01  PERIOD-START-DATE PIC 9(6).
01  PERIOD-END-DATE PIC 9(6).

***** snapshot source selection ***********************************************

01  SOURCE-FLAG PIC X VALUE "N".
    88 USING-SNAPSHOT VALUE "Y".
    88 USING-LIVE-FILE VALUE "N".

01  SOURCE-ANS PIC X.

01  TI-EOF-FLAG PIC X.
    88 TICKET-INPUT-ENDED VALUE "Y".
    88 TICKET-INPUT-NOT-ENDED VALUE "N".

***** the line being priced ***************************************************

01  LINE-RATE PIC 9(3)V99.

01  RATE-FOUND-FLAG PIC X.
    88 RATE-WAS-FOUND VALUE "Y".
    88 RATE-NOT-FOUND VALUE "N".

01  ABS-LINE-FLAG PIC X.
    88 ABSENCE-LINE VALUE "Y".
    88 NOT-ABSENCE-LINE VALUE "N".

***** effective-dated rate lookup (same scan as JTPAYR) ***********************

01  LOOKUP-RATE-TYPE PIC X.
01  LOOKUP-RATE-CODE PIC X(4).
01  LOOKUP-AS-OF-DATE PIC 9(6).

01  FOUND-RATE-AMOUNT PIC 9(3)V99.

01  AS-OF-FLAG PIC X.
    88 AS-OF-RATE-FOUND VALUE "Y".
    88 AS-OF-RATE-NOT-FOUND VALUE "N".

01  RATE-SCAN-FLAG PIC X.
    88 RATE-SCAN-DONE VALUE "Y".
    88 RATE-SCAN-NOT-DONE VALUE "N".

***** effective-dated organization lookup (same scan as JTPAYR) ***************

*	a cost center with no entry in effect on JOBTICORG is
*	reported under "????", which JTORGM will not file as a code.

01  UNASSIGNED-ORG PIC X(4) VALUE "????".

01  LOOKUP-ORG-TYPE PIC X.
01  LOOKUP-ORG-CODE PIC X(4).
01  ORG-AS-OF-DATE PIC 9(6).
01  FOUND-ORG-PARENT PIC X(4).

01  ORG-AS-OF-FLAG PIC X.
    88 ORG-ENTRY-FOUND VALUE "Y".
    88 ORG-ENTRY-NOT-FOUND VALUE "N".

01  ORG-SCAN-FLAG PIC X.
    88 ORG-SCAN-DONE VALUE "Y".
    88 ORG-SCAN-NOT-DONE VALUE "N".

01  ORG-DEPARTMENT PIC X(4).

***** control break holds *****************************************************

01  PREV-LEND-DEPT PIC X(4) VALUE SPACES.

01  PREV-PAIR-KEY.
    05  PP-LEND-CC PIC X(4).
    05  PP-BORROW-DEPT PIC X(4).
    05  PP-BORROW-CC PIC X(4).

01  CURR-PAIR-KEY.
    05  CP-LEND-CC PIC X(4).
    05  CP-BORROW-DEPT PIC X(4).
    05  CP-BORROW-CC PIC X(4).

01  PREV-LINE-KEY.
    05  PL-BADGE-NUM PIC 9(7).
    05  PL-WK-END-DATE PIC 9(6).
    05  PL-REC-TYPE PIC X.

01  CURR-LINE-KEY.
    05  CL-BADGE-NUM PIC 9(7).
    05  CL-WK-END-DATE PIC 9(6).
    05  CL-REC-TYPE PIC X.

01  PREV-NAME PIC X(30).

*	one set of accumulators per level: the badge's week being
*	built, the lender-to-borrower pair, the lending department and
*	the whole report.  Each line was rounded to the cent when it
*	was priced, as JTPAYR rounds it for the GL.

01  LINE-TOTALS.
    05  LN-HOURS PIC S9(5)V99.
    05  LN-DOLLARS PIC S9(7)V99.
    05  LN-PRICED-FLAG PIC X.
	88 LN-ALL-PRICED VALUE "Y".
	88 LN-NOT-ALL-PRICED VALUE "N".

01  PAIR-TOTALS.
    05  PR-HOURS PIC S9(7)V99.
    05  PR-DOLLARS PIC S9(9)V99.

01  DEPT-TOTALS.
    05  DT-HOURS PIC S9(7)V99.
    05  DT-DOLLARS PIC S9(9)V99.

01  GRAND-TOTALS.
    05  GRAND-HOURS PIC S9(7)V99 VALUE 0.
    05  GRAND-DOLLARS PIC S9(9)V99 VALUE 0.

01  REPORT-COUNTS.
    05  RC-TICKET-COUNT PIC 9(6) VALUE 0.
    05  RC-LINE-COUNT PIC 9(6) VALUE 0.
    05  RC-PAIR-COUNT PIC 9(5) VALUE 0.
    05  RC-DEPT-COUNT PIC 9(5) VALUE 0.
    05  RC-HELD-COUNT PIC 9(5) VALUE 0.
    05  RC-UNAPPR-COUNT PIC 9(5) VALUE 0.
    05  RC-UNPRICED-COUNT PIC 9(5) VALUE 0.

01  RC-UNPRICED-HOURS PIC S9(7)V99 VALUE 0.

***** department-to-department summary ****************************************

*	the whole period's transfers between departments, kept in
*	lender-then-borrower order for the summary at the end: the
*	first entry not below the pair is found, and if it is not the
*	pair itself the entries from there up are moved along one and
*	the pair put in the gap.

01  DP-TABLE.
    05  DP-ENTRY OCCURS 200.
	10  DP-KEY.
	    15  DP-LEND-DEPT PIC X(4).
	    15  DP-BORROW-DEPT PIC X(4).
	10  DP-HOURS PIC S9(7)V99.
	10  DP-DOLLARS PIC S9(9)V99.

01  DP-COUNT PIC S9(5) COMP VALUE 0.
01  DP-LIMIT PIC S9(5) COMP VALUE 200.
01  DP-LOST-COUNT PIC 9(5) VALUE 0.

01  DP-LOOKUP-KEY.
    05  DL-LEND-DEPT PIC X(4).
    05  DL-BORROW-DEPT PIC X(4).

01  DP-POSITION-FLAG PIC X.
    88 DP-POSITION-FOUND VALUE "Y".
    88 DP-POSITION-NOT-FOUND VALUE "N".

***** edited report fields (signed -- adjustments carry deltas) ***************

01  REPORT-HOLD-AREA.
    05  RH-HOURS-HOLD PIC -----9.99.
    05  RH-DOLLARS-HOLD PIC --------9.99.

01  LINE-FLAG PIC X(16).

77  JX-SUB PIC S9(5) COMP.
77  DP-SUB PIC S9(5) COMP.
77  DP-SUB2 PIC S9(5) COMP.
77  DP-SUB3 PIC S9(5) COMP.

77  ANS PIC XXX.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "INTER-DEPARTMENT LABOR TRANSFER REPORT".
    DISPLAY " ".

    PERFORM GET-TRANSFER-PERIOD THRU GET-PERIOD-EXIT.

    PERFORM GET-SOURCE-SELECTION THRU GET-SOURCE-EXIT.

    PERFORM GET-ARCHIVE-CHOICE THRU GET-ARCHIVE-EXIT.

    PERFORM OPEN-LOOKUP-FILES THRU OPEN-LOOKUP-EXIT.

    PERFORM SORT-BY-LENDER.

    PERFORM WRITE-THE-REPORT THRU WRITE-REPORT-EXIT.

    IF RATES-FILE-OPEN
	CLOSE RATE-FIL.

    IF REF-FILE-OPEN
	CLOSE REF-FIL.

    IF ORG-FILE-OPEN
	CLOSE ORG-FIL.

    STOP RUN.

*******************************************************************************

OPERATOR-SELECTIONS SECTION.

*******************************************************************************

GET-TRANSFER-PERIOD.

*	the calendar is only read here; the report stamps nothing, so
*	it may be run for a period as often as wanted.

    OPEN INPUT FCL-FIL.

    IF FCL-STATUS NOT = "00"
	DISPLAY "%Fiscal calendar file JOBTICFCL could not be opened."
	DISPLAY "%Set up the calendar with JTFCAL.  Process halted."
	STOP RUN.

ASK-TRANSFER-PERIOD.

    DISPLAY "Enter the fiscal period to report (YYPP, e.g. 8610): "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-PERIOD.
    ACCEPT WORK-PERIOD.

VALIDATE-TRANSFER-PERIOD.

    IF WP-YR NOT NUMERIC OR WP-NUM NOT NUMERIC
	    OR WP-NUM < 1 OR WP-NUM > 13
	DISPLAY "?Invalid period.  Enter the year and period, form YYPP: "
	    WITH NO ADVANCING ACCEPT WORK-PERIOD
	GO TO VALIDATE-TRANSFER-PERIOD.

    MOVE WORK-PERIOD TO FCL-PERIOD.

    READ FCL-FIL
	INVALID KEY DISPLAY "?Period " WORK-PERIOD " is not on the fiscal calendar."
		    GO TO ASK-TRANSFER-PERIOD.

    MOVE FCL-START-DATE TO PERIOD-START-DATE.
    MOVE FCL-END-DATE TO PERIOD-END-DATE.

    CLOSE FCL-FIL.

GET-PERIOD-EXIT.

    EXIT.

GET-SOURCE-SELECTION.

*	a run against the snapshot copy (taken by the running server
*	on a JTSNAPRQ request) reads a consistent point in time while
*	JTSERV stays up; the live file is still the default.

    DISPLAY "Read the snapshot copy JOBTICSNP instead of the live".
    DISPLAY "file? (Y or N): " WITH NO ADVANCING ACCEPT SOURCE-ANS.

SOURCE-REACC.

    IF SOURCE-ANS = "Y"
	MOVE "Y" TO SOURCE-FLAG

    ELSE IF SOURCE-ANS NOT = "N"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT SOURCE-ANS
	     GO TO SOURCE-REACC.

GET-SOURCE-EXIT.

    EXIT.

GET-ARCHIVE-CHOICE.

*	a period reported again after JTARCH has aged its weeks off
*	the live file needs the archive to come out the same.

    DISPLAY "Include archived tickets from JOBTICARC? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

ARCH-REACC.

    IF ANS = "Y"
	MOVE "Y" TO INCLUDE-ARCH-FLAG

    ELSE IF ANS NOT = "N"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO ARCH-REACC.

GET-ARCHIVE-EXIT.

    EXIT.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

OPEN-LOOKUP-FILES.

    OPEN INPUT RATE-FIL.

    IF RATE-STATUS = "00"
	MOVE "Y" TO RATES-OPEN-FLAG
    ELSE
	DISPLAY "%Rates file JOBTICRTE could not be opened -- hours will"
	DISPLAY "%be reported but nothing will be priced.".

*	the code reference file only tells absence lines apart, which
*	JTSERV never lets carry a charge-to of their own.

    OPEN INPUT REF-FIL.

    IF REF-STATUS = "00"
	MOVE "Y" TO REF-OPEN-FLAG.

    OPEN INPUT ORG-FIL.

    IF ORG-STATUS = "00"
	MOVE "Y" TO ORG-OPEN-FLAG
    ELSE
	DISPLAY "%Organization file JOBTICORG could not be opened --"
	DISPLAY "%every cost center will be reported under department "
		UNASSIGNED-ORG ".".

OPEN-LOOKUP-EXIT.

    EXIT.

*******************************************************************************

SORT-BY-LENDER SECTION.

*******************************************************************************

*	the loaned lines go into one sort by lending department and
*	cost center, borrowing department and cost center, badge, week
*	and record type, so each lender-to-borrower pair comes out of
*	the sort together and a badge's week is one line of it.

SORT-THE-FILE.

    SORT SORT-WORK
	ON ASCENDING KEY SRT-LEND-DEPT SRT-LEND-CC SRT-BORROW-DEPT
			 SRT-BORROW-CC SRT-BADGE-NUM SRT-WK-END-DATE
			 SRT-REC-TYPE
	INPUT PROCEDURE IS RELEASE-TRANSFER-LINES
	GIVING XSRT-FIL.

*******************************************************************************

RELEASE-TRANSFER-LINES SECTION.

*******************************************************************************

READ-THE-TICKET-FILE.

    PERFORM OPEN-TICKET-INPUT THRU OTI-EXIT.

    MOVE "N" TO TI-EOF-FLAG.

    PERFORM RELEASE-ONE-TICKET THRU RELEASE-TICKET-EXIT
	UNTIL TICKET-INPUT-ENDED.

    PERFORM CLOSE-TICKET-INPUT THRU CTI-EXIT.

READ-THE-ARCHIVE-FILE.

    IF NOT-INCLUDING-ARCHIVE
	GO TO RELEASE-DONE.

    MOVE "N" TO ARCH-EOF-FLAG.
    OPEN INPUT ARCH-FIL.

    IF ARCH-STATUS NOT = "00"
	DISPLAY "%Archive file JOBTICARC could not be opened -- the"
	DISPLAY "%report covers the ticket file only."
	MOVE "N" TO INCLUDE-ARCH-FLAG
	GO TO RELEASE-DONE.

    PERFORM RELEASE-ONE-ARCHIVED THRU RELEASE-ARCH-EXIT
	UNTIL ARCH-END-OF-FILE.

    CLOSE ARCH-FIL.

    GO TO RELEASE-DONE.

RELEASE-ONE-TICKET.

    PERFORM READ-TICKET-INPUT THRU RTI-EXIT.

    IF TICKET-INPUT-ENDED
	GO TO RELEASE-TICKET-EXIT.

    PERFORM RELEASE-TICKET-LINES THRU RELEASE-LINES-EXIT.

RELEASE-TICKET-EXIT.

    EXIT.

RELEASE-ONE-ARCHIVED.

*	an archived record is laid out as a ticket record, so it is
*	taken into the JT-REC area and released the same way.

    READ ARCH-FIL
	AT END MOVE "Y" TO ARCH-EOF-FLAG
	       GO TO RELEASE-ARCH-EXIT.

    MOVE ARCH-REC TO JT-REC.

    PERFORM RELEASE-TICKET-LINES THRU RELEASE-LINES-EXIT.

RELEASE-ARCH-EXIT.

    EXIT.

RELEASE-TICKET-LINES.

*	the same records JTPAYR extracts: weeks ending in the period,
*	approved in JTAPPR.  The rest are counted for the footing.
*	Adjustments carry signed hours, so they price to signed
*	dollars and net against the ticket they correct.

    IF WK-END-DATE < PERIOD-START-DATE
	OR WK-END-DATE > PERIOD-END-DATE
	GO TO RELEASE-LINES-EXIT.

    IF APPR-STATUS = "H"
	ADD 1 TO RC-HELD-COUNT
	GO TO RELEASE-LINES-EXIT.

    IF APPR-STATUS NOT = "A"
	ADD 1 TO RC-UNAPPR-COUNT
	GO TO RELEASE-LINES-EXIT.

    ADD 1 TO RC-TICKET-COUNT.

    PERFORM RELEASE-ONE-LINE THRU RELEASE-LINE-EXIT
	VARYING JX-SUB FROM 1 BY 1 UNTIL JX-SUB > 10.

RELEASE-LINES-EXIT.

    EXIT.

RELEASE-ONE-LINE.

*	a blank charge-to (a ticket filed before lines carried one)
*	or the ticket's own cost center means the hours were not
*	loaned out.

    IF ACTIV-CODE (JX-SUB) = SPACES
	GO TO RELEASE-LINE-EXIT.

    IF CHARGE-CC (JX-SUB) = SPACES
	OR CHARGE-CC (JX-SUB) = COST-CENTER
	GO TO RELEASE-LINE-EXIT.

    PERFORM CHECK-ABSENCE-LINE THRU CHECK-ABS-EXIT.

    IF ABSENCE-LINE
	GO TO RELEASE-LINE-EXIT.

    MOVE COST-CENTER TO LOOKUP-ORG-CODE.
    PERFORM RESOLVE-DEPARTMENT THRU RESOLVE-DEPT-EXIT.
    MOVE ORG-DEPARTMENT TO SRT-LEND-DEPT.

    MOVE CHARGE-CC (JX-SUB) TO LOOKUP-ORG-CODE.
    PERFORM RESOLVE-DEPARTMENT THRU RESOLVE-DEPT-EXIT.
    MOVE ORG-DEPARTMENT TO SRT-BORROW-DEPT.

    MOVE COST-CENTER TO SRT-LEND-CC.
    MOVE CHARGE-CC (JX-SUB) TO SRT-BORROW-CC.
    MOVE BADGE-NUM TO SRT-BADGE-NUM.
    MOVE WK-END-DATE TO SRT-WK-END-DATE.
    MOVE NAME TO SRT-NAME.

*	anything not explicitly marked as an adjustment is an ordinary
*	ticket record, as JTPAYR takes it.

    IF REC-TYPE = "A"
	MOVE "A" TO SRT-REC-TYPE
    ELSE
	MOVE SPACE TO SRT-REC-TYPE.

    COMPUTE SRT-HOURS ROUNDED = HOURS (JX-SUB).

    PERFORM FIND-LINE-RATE THRU FIND-RATE-EXIT.

    IF RATE-WAS-FOUND
	COMPUTE SRT-DOLLARS ROUNDED = HOURS (JX-SUB) * LINE-RATE
	MOVE "Y" TO SRT-PRICED-FLAG
    ELSE
	MOVE 0 TO SRT-DOLLARS
	MOVE "N" TO SRT-PRICED-FLAG.

    RELEASE SRT-REC.

RELEASE-LINE-EXIT.

    EXIT.

RELEASE-DONE.

    EXIT.

*******************************************************************************

REPORT-OUTPUT SECTION.

*******************************************************************************

WRITE-THE-REPORT.

    MOVE "N" TO XSRT-EOF-FLAG.
    OPEN INPUT XSRT-FIL.

    DISPLAY " ".
    DISPLAY "LABOR LENT BETWEEN COST CENTERS, PERIOD " WORK-PERIOD
	    ":  " PERIOD-START-DATE " THROUGH " PERIOD-END-DATE.

    IF USING-SNAPSHOT
	DISPLAY "(snapshot copy JOBTICSNP)"
    ELSE
	DISPLAY "(live file JOBTICRMS)".

    IF INCLUDING-ARCHIVE
	DISPLAY "(plus JOBTICARC archive)".

    PERFORM READ-SORTED-RECORD.

    PERFORM PROCESS-TRANSFER-RECORD THRU PROCESS-RECORD-EXIT
	UNTIL XSRT-END-OF-FILE.

    PERFORM CLOSE-OUT-LAST-DEPT.

    PERFORM WRITE-DEPT-SUMMARY THRU WRITE-SUMMARY-EXIT.

    PERFORM WRITE-GRAND-TOTALS.

    CLOSE XSRT-FIL.

WRITE-REPORT-EXIT.

READ-SORTED-RECORD.

    READ XSRT-FIL
	AT END MOVE "Y" TO XSRT-EOF-FLAG.

*******************************************************************************

PROCESS-TRANSFER-RECORD SECTION.

*******************************************************************************

CHECK-FOR-BREAKS.

*	a change of lending department rolls the line, pair and
*	department totals; a change of lending cost center or of
*	borrower rolls the line and pair; a change of badge, week or
*	record type rolls just the line.

    MOVE XSO-LEND-CC TO CP-LEND-CC.
    MOVE XSO-BORROW-DEPT TO CP-BORROW-DEPT.
    MOVE XSO-BORROW-CC TO CP-BORROW-CC.
    MOVE XSO-BADGE-NUM TO CL-BADGE-NUM.
    MOVE XSO-WK-END-DATE TO CL-WK-END-DATE.
    MOVE XSO-REC-TYPE TO CL-REC-TYPE.

    IF FIRST-GROUP
	MOVE "N" TO FIRST-GROUP-FLAG
	PERFORM WRITE-DEPT-HEADER
	PERFORM WRITE-PAIR-HEADER
	PERFORM CLEAR-LINE
    ELSE
	IF XSO-LEND-DEPT NOT = PREV-LEND-DEPT
	    PERFORM WRITE-TRANSFER-LINE
	    PERFORM WRITE-PAIR-TOTAL
	    PERFORM WRITE-DEPT-TOTAL
	    PERFORM WRITE-DEPT-HEADER
	    PERFORM WRITE-PAIR-HEADER
	    PERFORM CLEAR-LINE
	ELSE
	    IF CURR-PAIR-KEY NOT = PREV-PAIR-KEY
		PERFORM WRITE-TRANSFER-LINE
		PERFORM WRITE-PAIR-TOTAL
		PERFORM WRITE-PAIR-HEADER
		PERFORM CLEAR-LINE
	    ELSE
		IF CURR-LINE-KEY NOT = PREV-LINE-KEY
		    PERFORM WRITE-TRANSFER-LINE
		    PERFORM CLEAR-LINE.

    MOVE XSO-LEND-DEPT TO PREV-LEND-DEPT.
    MOVE CURR-PAIR-KEY TO PREV-PAIR-KEY.
    MOVE CURR-LINE-KEY TO PREV-LINE-KEY.
    MOVE XSO-NAME TO PREV-NAME.

ACCUMULATE-RECORD.

    ADD 1 TO RC-LINE-COUNT.
    ADD XSO-HOURS TO LN-HOURS.
    ADD XSO-DOLLARS TO LN-DOLLARS.

    IF XSO-NOT-PRICED
	MOVE "N" TO LN-PRICED-FLAG
	ADD 1 TO RC-UNPRICED-COUNT
	ADD XSO-HOURS TO RC-UNPRICED-HOURS.

    MOVE XSO-LEND-DEPT TO DL-LEND-DEPT.
    MOVE XSO-BORROW-DEPT TO DL-BORROW-DEPT.

    PERFORM FIND-DP-ENTRY THRU FIND-DP-EXIT.

    IF DP-POSITION-FOUND
	ADD XSO-HOURS TO DP-HOURS (DP-SUB2)
	ADD XSO-DOLLARS TO DP-DOLLARS (DP-SUB2).

    PERFORM READ-SORTED-RECORD.

PROCESS-RECORD-EXIT.

    EXIT.

CLEAR-LINE.

    MOVE 0 TO LN-HOURS.
    MOVE 0 TO LN-DOLLARS.
    MOVE "Y" TO LN-PRICED-FLAG.

WRITE-DEPT-HEADER.

    MOVE 0 TO DT-HOURS.
    MOVE 0 TO DT-DOLLARS.

    DISPLAY " ".
    DISPLAY "LENDING DEPARTMENT " XSO-LEND-DEPT.

WRITE-PAIR-HEADER.

    MOVE 0 TO PR-HOURS.
    MOVE 0 TO PR-DOLLARS.

    DISPLAY " ".
    DISPLAY "  COST CENTER " XSO-LEND-CC " LENT TO COST CENTER "
	    XSO-BORROW-CC " (DEPARTMENT " XSO-BORROW-DEPT ")".
    DISPLAY "    BADGE    NAME                            WK-END"
	    "      HOURS       DOLLARS".
    DISPLAY "    -------  ------------------------------  ------"
	    "  ---------  ------------".

WRITE-TRANSFER-LINE.

*	one line per badge, week and record type: the badge's lines
*	charged to the borrower that week, summed.  Hours with no rate
*	on file are in the hours but in none of the dollars, and are
*	in no GL transfer JTPAYR writes either.

    MOVE LN-HOURS TO RH-HOURS-HOLD.
    MOVE LN-DOLLARS TO RH-DOLLARS-HOLD.

    MOVE SPACES TO LINE-FLAG.

    IF PL-REC-TYPE = "A"
	IF LN-NOT-ALL-PRICED
	    MOVE "ADJ  NO RATE" TO LINE-FLAG
	ELSE
	    MOVE "ADJ" TO LINE-FLAG
    ELSE
	IF LN-NOT-ALL-PRICED
	    MOVE "     NO RATE" TO LINE-FLAG.

    DISPLAY "    " PL-BADGE-NUM "  " PREV-NAME "  " PL-WK-END-DATE
	    "  " RH-HOURS-HOLD "  " RH-DOLLARS-HOLD "  " LINE-FLAG.

    ADD LN-HOURS TO PR-HOURS.
    ADD LN-DOLLARS TO PR-DOLLARS.

WRITE-PAIR-TOTAL.

    MOVE PR-HOURS TO RH-HOURS-HOLD.
    MOVE PR-DOLLARS TO RH-DOLLARS-HOLD.

    DISPLAY "    -------  ------------------------------  ------"
	    "  ---------  ------------".
    DISPLAY "    " PP-LEND-CC " TO " PP-BORROW-CC
	    "                                     "
	    RH-HOURS-HOLD "  " RH-DOLLARS-HOLD.

    ADD 1 TO RC-PAIR-COUNT.
    ADD PR-HOURS TO DT-HOURS.
    ADD PR-DOLLARS TO DT-DOLLARS.

WRITE-DEPT-TOTAL.

    MOVE DT-HOURS TO RH-HOURS-HOLD.
    MOVE DT-DOLLARS TO RH-DOLLARS-HOLD.

    DISPLAY " ".
    DISPLAY "DEPARTMENT " PREV-LEND-DEPT " TOTAL LENT:"
	    "                          "
	    RH-HOURS-HOLD "  " RH-DOLLARS-HOLD.

    ADD 1 TO RC-DEPT-COUNT.
    ADD DT-HOURS TO GRAND-HOURS.
    ADD DT-DOLLARS TO GRAND-DOLLARS.

*	find the department pair's place in the summary table.

FIND-DP-ENTRY.

    MOVE "N" TO DP-POSITION-FLAG.
    COMPUTE DP-SUB2 = DP-COUNT + 1.

    PERFORM LOOK-FOR-DP-KEY THRU LOOK-DP-EXIT
	VARYING DP-SUB FROM 1 BY 1
	UNTIL DP-SUB > DP-COUNT OR DP-POSITION-FOUND.

    IF DP-POSITION-FOUND
	IF DP-KEY (DP-SUB2) = DP-LOOKUP-KEY
	    GO TO FIND-DP-EXIT.

    IF DP-COUNT = DP-LIMIT
	ADD 1 TO DP-LOST-COUNT
	MOVE "N" TO DP-POSITION-FLAG
	GO TO FIND-DP-EXIT.

    PERFORM SHIFT-ONE-DP-ENTRY THRU SHIFT-DP-EXIT
	VARYING DP-SUB FROM DP-COUNT BY -1 UNTIL DP-SUB < DP-SUB2.

    ADD 1 TO DP-COUNT.
    MOVE "Y" TO DP-POSITION-FLAG.
    MOVE DP-LOOKUP-KEY TO DP-KEY (DP-SUB2).
    MOVE 0 TO DP-HOURS (DP-SUB2).
    MOVE 0 TO DP-DOLLARS (DP-SUB2).

FIND-DP-EXIT.

    EXIT.

LOOK-FOR-DP-KEY.

    IF DP-KEY (DP-SUB) NOT < DP-LOOKUP-KEY
	MOVE "Y" TO DP-POSITION-FLAG
	MOVE DP-SUB TO DP-SUB2.

LOOK-DP-EXIT.

    EXIT.

SHIFT-ONE-DP-ENTRY.

    COMPUTE DP-SUB3 = DP-SUB + 1.
    MOVE DP-ENTRY (DP-SUB) TO DP-ENTRY (DP-SUB3).

SHIFT-DP-EXIT.

    EXIT.

*******************************************************************************

REPORT-TOTALS SECTION.

*******************************************************************************

CLOSE-OUT-LAST-DEPT.

*	the last department read never got its totals rolled by the
*	break check -- there was no following record to trigger it.

    IF NOT-FIRST-GROUP
	PERFORM WRITE-TRANSFER-LINE
	PERFORM WRITE-PAIR-TOTAL
	PERFORM WRITE-DEPT-TOTAL.

WRITE-DEPT-SUMMARY.

*	who lent what to whom, department to department, for the
*	whole period.

    IF DP-COUNT = 0
	GO TO WRITE-SUMMARY-EXIT.

    DISPLAY " ".
    DISPLAY "DEPARTMENT SUMMARY, PERIOD " WORK-PERIOD.
    DISPLAY "LENDER  BORROWER      HOURS       DOLLARS".
    DISPLAY "------  --------  ---------  ------------".

    PERFORM WRITE-ONE-DP-SUMMARY THRU WRITE-DPS-EXIT
	VARYING DP-SUB FROM 1 BY 1 UNTIL DP-SUB > DP-COUNT.

    IF DP-LOST-COUNT NOT = 0
	DISPLAY "%Department summary table overflowed; " DP-LOST-COUNT
		" line(s) are in the detail above but not in the summary.".

WRITE-SUMMARY-EXIT.

WRITE-ONE-DP-SUMMARY.

    MOVE DP-HOURS (DP-SUB) TO RH-HOURS-HOLD.
    MOVE DP-DOLLARS (DP-SUB) TO RH-DOLLARS-HOLD.

    DISPLAY DP-LEND-DEPT (DP-SUB) "    " DP-BORROW-DEPT (DP-SUB)
	    "      " RH-HOURS-HOLD "  " RH-DOLLARS-HOLD.

WRITE-DPS-EXIT.

    EXIT.

WRITE-GRAND-TOTALS.

    MOVE GRAND-HOURS TO RH-HOURS-HOLD.
    MOVE GRAND-DOLLARS TO RH-DOLLARS-HOLD.

    DISPLAY " ".
    DISPLAY "GRAND TOTAL -- " RC-DEPT-COUNT " lending department(s), "
	    RC-PAIR-COUNT " cost center pair(s):".
    DISPLAY "        hours lent " RH-HOURS-HOLD ",  dollars "
	    RH-DOLLARS-HOLD.
    DISPLAY "Approved ticket records in the period: " RC-TICKET-COUNT
	    " (" RC-LINE-COUNT " loaned line(s)).".

    IF RC-LINE-COUNT = 0
	DISPLAY "(no labor was lent between cost centers in the period)".

    IF RC-HELD-COUNT NOT = 0
	DISPLAY "%" RC-HELD-COUNT " ticket record(s) held by a supervisor were left out.".

    IF RC-UNAPPR-COUNT NOT = 0
	DISPLAY "%" RC-UNAPPR-COUNT " ticket record(s) awaiting approval were left out.".

    IF RC-UNPRICED-COUNT NOT = 0
	MOVE RC-UNPRICED-HOURS TO RH-HOURS-HOLD
	DISPLAY "%" RC-UNPRICED-COUNT " line(s) (" RH-HOURS-HOLD
		" hours) had no rate on file and carry zero dollars."
	DISPLAY "%JTPAYR posts no transfer for them.".

    DISPLAY " ".

*******************************************************************************

RATE-LOOKUP SECTION.

*******************************************************************************

*	price one line: an override rate filed for the line's activity
*	code wins; otherwise the ticket's own cost center rate applies
*	-- the lender's rate, which is what JTPAYR transfers at.
*	Either way the rate is the one in effect for the line's
*	week-ending date.

FIND-LINE-RATE.

    IF RATES-FILE-NOT-OPEN
	MOVE "N" TO RATE-FOUND-FLAG
	MOVE 0 TO LINE-RATE
	GO TO FIND-RATE-EXIT.

    MOVE "A" TO LOOKUP-RATE-TYPE.
    MOVE ACTIV-CODE (JX-SUB) TO LOOKUP-RATE-CODE.
    MOVE WK-END-DATE TO LOOKUP-AS-OF-DATE.

    PERFORM FIND-RATE-AS-OF THRU FIND-AS-OF-EXIT.

    IF AS-OF-RATE-FOUND
	MOVE "Y" TO RATE-FOUND-FLAG
	MOVE FOUND-RATE-AMOUNT TO LINE-RATE
	GO TO FIND-RATE-EXIT.

TRY-COST-CENTER-RATE.

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

SCAN-RATE-EXIT.

    EXIT.

CHECK-ABSENCE-LINE.

    MOVE "N" TO ABS-LINE-FLAG.

    IF REF-FILE-NOT-OPEN
	GO TO CHECK-ABS-EXIT.

    MOVE "B" TO REF-CODE-TYPE.
    MOVE ACTIV-CODE (JX-SUB) TO REF-CODE.

    READ REF-FIL
	INVALID KEY GO TO CHECK-ABS-EXIT.

    MOVE "Y" TO ABS-LINE-FLAG.

CHECK-ABS-EXIT.

    EXIT.

*******************************************************************************

ORG-LOOKUP SECTION.

*******************************************************************************

*	the department of the cost center in LOOKUP-ORG-CODE for the
*	ticket's week, found as JTPAYR finds it.

RESOLVE-DEPARTMENT.

    MOVE UNASSIGNED-ORG TO ORG-DEPARTMENT.

    IF ORG-FILE-NOT-OPEN
	GO TO RESOLVE-DEPT-EXIT.

    MOVE "C" TO LOOKUP-ORG-TYPE.
    MOVE WK-END-DATE TO ORG-AS-OF-DATE.

    PERFORM FIND-ORG-AS-OF THRU FIND-ORG-EXIT.

    IF ORG-ENTRY-FOUND
	MOVE FOUND-ORG-PARENT TO ORG-DEPARTMENT.

RESOLVE-DEPT-EXIT.

    EXIT.

FIND-ORG-AS-OF.

*	the entry in effect is the last one dated on or before the
*	as-of date, found the way FIND-RATE-AS-OF finds a rate.

    MOVE "N" TO ORG-AS-OF-FLAG.
    MOVE "N" TO ORG-SCAN-FLAG.

    MOVE LOOKUP-ORG-TYPE TO ORG-TYPE.
    MOVE LOOKUP-ORG-CODE TO ORG-CODE.
    MOVE 0 TO ORG-EFF-DATE.

    START ORG-FIL KEY IS NOT LESS THAN ORG-KEY
	INVALID KEY MOVE "Y" TO ORG-SCAN-FLAG.

    PERFORM SCAN-ONE-ORG THRU SCAN-ORG-EXIT
	UNTIL ORG-SCAN-DONE.

FIND-ORG-EXIT.

    EXIT.

SCAN-ONE-ORG.

    READ ORG-FIL NEXT
	AT END MOVE "Y" TO ORG-SCAN-FLAG
	       GO TO SCAN-ORG-EXIT.

    IF ORG-TYPE NOT = LOOKUP-ORG-TYPE
	OR ORG-CODE NOT = LOOKUP-ORG-CODE
	OR ORG-EFF-DATE > ORG-AS-OF-DATE
	MOVE "Y" TO ORG-SCAN-FLAG
	GO TO SCAN-ORG-EXIT.

    MOVE "Y" TO ORG-AS-OF-FLAG.
    MOVE ORG-PARENT TO FOUND-ORG-PARENT.

SCAN-ORG-EXIT.

    EXIT.

*******************************************************************************

TICKET-INPUT SECTION.

*******************************************************************************

*	all ticket input funnels through here so the period is read
*	from either the live JOBTICRMS or the snapshot copy without
*	the rest of the program knowing which; a snapshot record is
*	moved into the JT-REC area.

OPEN-TICKET-INPUT.

    IF USING-SNAPSHOT
	OPEN INPUT SNP-FIL
    ELSE
	OPEN INPUT JT-FIL.

    IF USING-SNAPSHOT AND SNP-STATUS NOT = "00"
	DISPLAY "%Snapshot file JOBTICSNP could not be opened.  Ask the"
	DISPLAY "%server for one with JTSNAPRQ.  Process halted."
	STOP RUN.

    IF USING-LIVE-FILE AND JT-FIL-STATUS NOT = "00"
	DISPLAY "%Ticket file JOBTICRMS could not be opened.  Process halted."
	STOP RUN.

OTI-EXIT.

READ-TICKET-INPUT.

    MOVE "N" TO TI-EOF-FLAG.

    IF USING-SNAPSHOT
	GO TO READ-SNAPSHOT-RECORD.

    READ JT-FIL NEXT
	AT END MOVE "Y" TO TI-EOF-FLAG.

    GO TO RTI-EXIT.

READ-SNAPSHOT-RECORD.

    READ SNP-FIL NEXT
	AT END MOVE "Y" TO TI-EOF-FLAG
	       GO TO RTI-EXIT.

    MOVE SNP-REC TO JT-REC.

RTI-EXIT.

    EXIT.

CLOSE-TICKET-INPUT.

    IF USING-SNAPSHOT
	CLOSE SNP-FIL
    ELSE
	CLOSE JT-FIL.

CTI-EXIT.
