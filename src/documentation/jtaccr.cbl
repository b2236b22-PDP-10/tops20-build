IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTACCR.

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
*	application.  It is the month-end labor accrual.  For the
*	accounting period the operator names (from the fiscal calendar,
*	JOBTICFCL, maintained by JTFCAL), it finds the payroll week
*	that straddles the period end -- the week whose Saturday falls
*	after the period's last date -- and splits each cost center's
*	labor for that week between the two periods in proportion to
*	the working days (Monday through Friday, less plant holidays
*	on JOBTICHOL) on each side of the close.  The week's tickets
*	are priced as JTPAYR prices them, overtime premium and shift
*	differential included, and hours loaned to another cost center
*	are carried by the cost center that borrowed them.
*	The closing period's share goes to the accrual extract
*	(JTACREXT, in the JTGLEXT record layout) dated the period's
*	last day, followed by the same postings reversed, dated the
*	first day of the next period, so the ledger takes the week's
*	actual labor when JTPAYR's GL extract for it arrives.  JTXMIT
*	sends the accrual extract to the VAX like the other extracts.
*	A period that ends on a Saturday has no straddling week and
*	nothing to accrue.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. OCTOBER 15, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '15-Oct-86', 'Sandy Clemens')
* %(  Add the month-end labor accrual run: the labor of the week
*     straddling a fiscal period end is split by working days and
*     written, with its automatic reversal for the next period, to
*     the accrual extract JTACREXT for transmission by JTXMIT.
*     File: JTACCR.CBL (NEW) )%
*
* Edit (%O'2', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so the snapshot copy) grew a trailing shift code
*     byte for shift-differential pay.  Each work line on a ticket
*     worked on another shift is priced with the differential in
*     effect for its week (rate type "S", found as JTPAYR finds
*     it), added to its own cost center's dollars, so the accrual
*     carries the labor JTPAYR posts as type "S".  Work hours with
*     no differential on file are listed, not priced.  The working
*     day split is the same whatever the shift.
*     File: JTACCR.CBL )%
*
* Edit (%O'3', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so the snapshot copy) grew a trailing charge-to
*     cost center on each detail line for loaned labor.  A priced
*     work line charged to another cost center accrues, hours and
*     dollars, to the cost center that borrowed it, as JTPAYR's
*     type "T" pair moves it on the ledger.  The overtime premium
*     and shift differential stay with the ticket's own cost
*     center, as in JTPAYR.  File: JTACCR.CBL )%
*
* Edit (%O'4', '12-Nov-86', 'Sandy Clemens')
* %(  PROGRAM-ID corrected to JTACCR.  File: JTACCR.CBL )%

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
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS FCL-PERIOD
	   FILE STATUS IS FCL-STATUS.

    SELECT HOL-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS HOL-DATE
	   FILE STATUS IS HOL-STATUS.

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

    SELECT ACREXT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS ACREXT-STATUS.

DATA DIVISION.

FILE SECTION.

FD  FCL-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICFCL".

01  FCL-REC.
    05  FCL-PERIOD.
	10  FCL-PER-YR PIC 99.
	10  FCL-PER-NUM PIC 99.
    05  FCL-START-DATE PIC 9(6).
    05  FCL-END-DATE PIC 9(6).
    05  FCL-ACCRUED-DATE PIC 9(6).

FD  HOL-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICHOL".

01  HOL-REC.
    05  HOL-DATE PIC 9(6).
    05  HOL-WK-END-DATE PIC 9(6).
    05  HOL-CODE PIC X(4).
    05  HOL-HOURS PIC 99V99.
    05  HOL-DESC PIC X(30).

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

*	the accrual extract is laid out exactly as JTPAYR's GL extract
*	(JTGLEXT), so the ledger loads it the same way.  The date is
*	the ledger posting date rather than a week-ending date: the
*	period's last day on an accrual ("M"), the next period's first
*	day on a reversal ("V").  The rate is the cost center's
*	average for the week, dollars over hours.

FD  ACREXT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTACREXT".

01  ACREXT-REC.
    05  ACREXT-COST-CENTER PIC X(4).
    05  ACREXT-POST-DATE PIC 9(6).
    05  ACREXT-HOURS PIC S9(5)V99.
    05  ACREXT-RATE PIC 9(3)V99.
    05  ACREXT-DOLLARS PIC S9(7)V99.
    05  ACREXT-REC-TYPE PIC X.

WORKING-STORAGE SECTION.

01  FCL-STATUS PIC X(2).
01  HOL-STATUS PIC X(2).
01  JT-FIL-STATUS PIC X(2).
01  SNP-STATUS PIC X(2).
01  RATE-STATUS PIC X(2).
01  REF-STATUS PIC X(2).
01  ACREXT-STATUS PIC X(2).

01  HOL-OPEN-FLAG PIC X VALUE "N".
    88 HOLIDAYS-FILE-OPEN VALUE "Y".
    88 HOLIDAYS-FILE-NOT-OPEN VALUE "N".

01  REF-OPEN-FLAG PIC X VALUE "N".
    88 REF-FILE-OPEN VALUE "Y".
    88 REF-FILE-NOT-OPEN VALUE "N".

***** the period being accrued ************************************************

*	the period number is keyed as four digits, year then period
*	within the year, as JTFCAL files it.

01  WORK-PERIOD.
    05  WP-YR PIC 99.
    05  WP-NUM PIC 99.

01  PERIOD-START-DATE PIC 9(6).
01  PERIOD-END-DATE PIC 9(6).
01  PERIOD-ACCRUED-DATE PIC 9(6).

01  NEXT-PERIOD PIC X(4).
01  NEXT-START-DATE PIC 9(6).

*	the Saturday ending the week the period's last day falls in.

01  STRADDLE-WK-END-DATE PIC 9(6).

01  ACCRUE-FLAG PIC X VALUE "Y".
    88 SOMETHING-TO-ACCRUE VALUE "Y".
    88 NOTHING-TO-ACCRUE VALUE "N".

*	the working days of the straddling week, and how many of them
*	fall on or before the period end.

01  WEEK-WORK-DAYS PIC 9 VALUE 0.
01  PERIOD-WORK-DAYS PIC 9 VALUE 0.
01  HOLIDAY-COUNT PIC 9 VALUE 0.

***** day-of-week reckoning ****************************************************

*	Zeller's congruence, worked in integer steps the same way
*	JTSERV checks a week-ending date.  ZEL-DOW comes out 0 for
*	Saturday, 1 for Sunday, ... 6 for Friday.

01  ZEL-DATE-SPLIT.
    05  ZD-YY PIC 99.
    05  ZD-MM PIC 99.
    05  ZD-DD PIC 99.

77  ZEL-M PIC S9(5) COMP.
77  ZEL-D PIC S9(5) COMP.
77  ZEL-Y PIC S9(5) COMP.
77  ZEL-J PIC S9(5) COMP.
77  ZEL-K PIC S9(5) COMP.
77  ZEL-T1 PIC S9(5) COMP.
77  ZEL-T2 PIC S9(5) COMP.
77  ZEL-T3 PIC S9(5) COMP.
77  ZEL-T4 PIC S9(5) COMP.
77  ZEL-WORK PIC S9(5) COMP.
77  ZEL-DOW PIC S9(5) COMP.

***** date work ****************************************************************

*	dates are carried year-first (YYMMDD), so the period tests are
*	plain numeric comparisons; the operator keys MM/DD/YY.

01  STEP-DATE.
    05  SD-YY PIC 99.
    05  SD-MM PIC 99.
    05  SD-DD PIC 99.

01  STEP-DATE-NUM REDEFINES STEP-DATE PIC 9(6).

77  SB-YY PIC S9(5) COMP.
77  SB-MM PIC S9(5) COMP.
77  SB-DD PIC S9(5) COMP.

01  MONTH-LENGTH-VALUES PIC X(24) VALUE "312831303130313130313031".
01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
    05  MONTH-LENGTH PIC 99 OCCURS 12.

77  DAYS-TO-SATURDAY PIC S9(5) COMP.
77  DAYS-IN-MONTH PIC S9(5) COMP.
77  LEAP-QUOT PIC S9(5) COMP.
77  LEAP-REM PIC S9(5) COMP.

***** snapshot source selection ***********************************************

01  SOURCE-FLAG PIC X VALUE "N".
    88 USING-SNAPSHOT VALUE "Y".
    88 USING-LIVE-FILE VALUE "N".

01  SOURCE-ANS PIC X.

01  TI-EOF-FLAG PIC X.
    88 TICKET-INPUT-ENDED VALUE "Y".
    88 TICKET-INPUT-NOT-ENDED VALUE "N".

***** pricing the straddling week *********************************************

*	JOBTICRMS is read in key order, so a badge's segments for the
*	week arrive together.  They are gathered here, one entry per
*	cost center charged -- the ticket's own, or the one a work line
*	was loaned to -- and folded into the cost center totals when
*	the badge changes.  The overtime split is per badge, week and
*	ticket cost center, as in JTPAYR; hours loaned out carry no
*	ticket hours to the borrower, so the premium stays at home.

01  GROUP-BADGE-NUM PIC 9(7).

01  GROUP-OPEN-FLAG PIC X VALUE "N".
    88 GROUP-IS-OPEN VALUE "Y".
    88 GROUP-NOT-OPEN VALUE "N".

01  BG-TABLE.
    05  BG-ENTRY OCCURS 10.
	10  BG-COST-CENTER PIC X(4).
	10  BG-TOTAL-HRS COMP-1.
	10  BG-WORK-HRS COMP-1.
	10  BG-DOLLARS COMP-1.

01  BG-COUNT PIC S9(5) COMP VALUE 0.
01  BG-LIMIT PIC S9(5) COMP VALUE 10.

01  BG-FOUND-FLAG PIC X.
    88 BG-KEY-FOUND VALUE "Y".
    88 BG-KEY-NOT-FOUND VALUE "N".

01  BG-LOOKUP-CC PIC X(4).

*	the week's priced labor per cost center, kept in cost center
*	order for the listing and the extract: the hours are the priced
*	work hours, the dollars those hours priced plus the overtime
*	premium and shift differential.

01  CA-TABLE.
    05  CA-ENTRY OCCURS 200.
	10  CA-COST-CENTER PIC X(4).
	10  CA-HOURS COMP-1.
	10  CA-DOLLARS COMP-1.

01  CA-COUNT PIC S9(5) COMP VALUE 0.
01  CA-LIMIT PIC S9(5) COMP VALUE 200.

01  CA-POSITION-FLAG PIC X.
    88 CA-POSITION-FOUND VALUE "Y".
    88 CA-POSITION-NOT-FOUND VALUE "N".

01  OT-BREAK-HOURS PIC 9(3) VALUE 40.

01  OT-HRS-HOLD COMP-1.
01  OT-PREM-DOLLARS COMP-1.

01  LINE-RATE PIC 9(3)V99.
01  LINE-DOLLARS COMP-1.

01  SHIFT-RATE-FLAG PIC X.
    88 SHIFT-RATE-FOUND VALUE "Y".
    88 SHIFT-RATE-NOT-FOUND VALUE "N".

01  SHIFT-DIFF-AMOUNT PIC 9(3)V99.
01  SHIFT-DIFF-FACTOR PIC 9V99.
01  SHIFT-DIFF-RATE PIC 9(3)V99.
01  SHIFT-DIFF-DOLLARS COMP-1.

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

***** the extract *************************************************************

01  WRITE-TYPE PIC X.
    88 WRITING-ACCRUALS VALUE "M".
    88 WRITING-REVERSALS VALUE "V".

01  ACCR-HOURS PIC S9(5)V99.
01  ACCR-DOLLARS PIC S9(7)V99.

01  ACCRUAL-COUNTS.
    05  AC-TICKET-COUNT PIC 9(5) VALUE 0.
    05  AC-BADGE-COUNT PIC 9(5) VALUE 0.
    05  AC-HELD-COUNT PIC 9(5) VALUE 0.
    05  AC-LOST-COUNT PIC 9(5) VALUE 0.
    05  AC-EXTRACT-COUNT PIC 9(5) VALUE 0.

01  AC-UNPRICED-HRS COMP-1 VALUE 0.
01  AC-NODIFF-HRS COMP-1 VALUE 0.
01  AC-WEEK-HOURS COMP-1 VALUE 0.
01  AC-WEEK-DOLLARS COMP-1 VALUE 0.
01  AC-ACCR-HOURS PIC S9(7)V99 VALUE 0.
01  AC-ACCR-DOLLARS PIC S9(9)V99 VALUE 0.

01  ACCRUAL-LINE.
    05  AL-COST-CENTER PIC X(4).
    05  FILLER PIC X(4) VALUE SPACES.
    05  AL-WEEK-HOURS PIC -----9.99.
    05  FILLER PIC X(2) VALUE SPACES.
    05  AL-WEEK-DOLLARS PIC --------9.99.
    05  FILLER PIC X(2) VALUE SPACES.
    05  AL-ACCR-HOURS PIC -----9.99.
    05  FILLER PIC X(2) VALUE SPACES.
    05  AL-ACCR-DOLLARS PIC --------9.99.

01  ACCR-HOLD-AREA.
    05  AH-HOURS-HOLD PIC -----9.99.

77  BG-SUB PIC S9(5) COMP.
77  BG-SUB2 PIC S9(5) COMP.
77  BG-HOME-SUB PIC S9(5) COMP.
77  CA-SUB PIC S9(5) COMP.
77  CA-SUB2 PIC S9(5) COMP.
77  CA-SUB3 PIC S9(5) COMP.
77  JP-SUB PIC S9(5) COMP.

77  ANS PIC XXX.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "Month-End Labor Accrual.".
    DISPLAY " ".
    DISPLAY "The labor of the week straddling the period end is split".
    DISPLAY "between the periods by working days and written, with its".
    DISPLAY "reversal for the next period, to JTACREXT.  Send it to the".
    DISPLAY "VAX with JTXMIT.".
    DISPLAY " ".

    PERFORM OPEN-CALENDAR THRU OPEN-CALENDAR-EXIT.

    PERFORM GET-ACCRUAL-PERIOD THRU GET-ACCRUAL-EXIT.

    PERFORM FIND-STRADDLING-WEEK THRU FIND-STRADDLE-EXIT.

    IF SOMETHING-TO-ACCRUE
	PERFORM COUNT-WORKING-DAYS THRU COUNT-DAYS-EXIT.

    PERFORM CONFIRM-THE-RUN THRU CONFIRM-EXIT.

    IF SOMETHING-TO-ACCRUE
	PERFORM GET-SOURCE-SELECTION THRU GET-SOURCE-EXIT
	PERFORM GATHER-WEEK-LABOR THRU GATHER-EXIT.

    PERFORM WRITE-ACCRUAL-EXTRACT THRU WRITE-ACCRUAL-EXIT.

    PERFORM STAMP-PERIOD-ACCRUED THRU STAMP-EXIT.

    CLOSE FCL-FIL.

    IF HOLIDAYS-FILE-OPEN
	CLOSE HOL-FIL.

    STOP RUN.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

OPEN-CALENDAR.

    OPEN INPUT-OUTPUT FCL-FIL.

    IF FCL-STATUS NOT = "00"
	DISPLAY "%Fiscal calendar file JOBTICFCL could not be opened."
	DISPLAY "%Set up the calendar with JTFCAL.  Process halted."
	STOP RUN.

*	without the holiday calendar every weekday counts as a working
*	day; the split is still made, but say so.

    OPEN INPUT HOL-FIL.

    IF HOL-STATUS = "00"
	MOVE "Y" TO HOL-OPEN-FLAG
    ELSE
	DISPLAY "%Holiday calendar file JOBTICHOL could not be opened --"
	DISPLAY "%every weekday will be counted as a working day.".

OPEN-CALENDAR-EXIT.

    EXIT.

GET-ACCRUAL-PERIOD.

    DISPLAY "Enter the fiscal period to accrue (YYPP, e.g. 8610): "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-PERIOD.
    ACCEPT WORK-PERIOD.

VALIDATE-ACCRUAL-PERIOD.

    IF WP-YR NOT NUMERIC OR WP-NUM NOT NUMERIC
	    OR WP-NUM < 1 OR WP-NUM > 13
	DISPLAY "?Invalid period.  Enter the year and period, form YYPP: "
	    WITH NO ADVANCING ACCEPT WORK-PERIOD
	GO TO VALIDATE-ACCRUAL-PERIOD.

    MOVE WORK-PERIOD TO FCL-PERIOD.

    READ FCL-FIL
	INVALID KEY DISPLAY "?Period " WORK-PERIOD " is not on the fiscal calendar."
		    GO TO GET-ACCRUAL-PERIOD.

    MOVE FCL-START-DATE TO PERIOD-START-DATE.
    MOVE FCL-END-DATE TO PERIOD-END-DATE.
    MOVE FCL-ACCRUED-DATE TO PERIOD-ACCRUED-DATE.

FIND-NEXT-PERIOD.

*	the reversal is dated the first day of the next period, so the
*	next period must be on the calendar before this one is accrued.

    START FCL-FIL KEY IS GREATER THAN FCL-PERIOD
	INVALID KEY GO TO NO-NEXT-PERIOD.

    READ FCL-FIL NEXT
	AT END GO TO NO-NEXT-PERIOD.

    MOVE FCL-PERIOD TO NEXT-PERIOD.
    MOVE FCL-START-DATE TO NEXT-START-DATE.

    GO TO GET-ACCRUAL-EXIT.

NO-NEXT-PERIOD.

    DISPLAY "?The period after " WORK-PERIOD " is not on the fiscal calendar;".
    DISPLAY "?the reversal has no date to go under.  Add it with JTFCAL.".
    DISPLAY "%Process halted.".
    STOP RUN.

GET-ACCRUAL-EXIT.

    EXIT.

CONFIRM-THE-RUN.

    DISPLAY " ".
    DISPLAY "Period " WORK-PERIOD ":  " PERIOD-START-DATE " through "
	    PERIOD-END-DATE.
    DISPLAY "Reversal dated " NEXT-START-DATE " (period " NEXT-PERIOD ").".

    IF SOMETHING-TO-ACCRUE
	DISPLAY "Straddling week ending " STRADDLE-WK-END-DATE ":  "
		PERIOD-WORK-DAYS " of " WEEK-WORK-DAYS
		" working day(s) fall in period " WORK-PERIOD
	IF HOLIDAY-COUNT NOT = 0
	    DISPLAY "    (" HOLIDAY-COUNT " holiday(s) in the week not counted)".

    IF PERIOD-ACCRUED-DATE NOT = 0
	DISPLAY " "
	DISPLAY "%This period was already accrued on " PERIOD-ACCRUED-DATE "."
	DISPLAY "%Running it again replaces JTACREXT; if the earlier extract"
	DISPLAY "%has already gone to the VAX the ledger must back it out.".

    DISPLAY " ".
    DISPLAY "Proceed? (Y or N): " WITH NO ADVANCING ACCEPT ANS.

CONFIRM-REACC.

    IF ANS = "N"
	DISPLAY "%Nothing accrued."
	CLOSE FCL-FIL
	STOP RUN

    ELSE IF ANS NOT = "Y"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO CONFIRM-REACC.

CONFIRM-EXIT.

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

*******************************************************************************

WORKING-DAYS SECTION.

*******************************************************************************

*	Find the Saturday ending the week the period's last day falls
*	in: the day of the week by Zeller's congruence, then forward
*	that many days, carrying into the next month (and year) as
*	needed.  A period ending on a Saturday closes with its last
*	week, and there is nothing to split.

FIND-STRADDLING-WEEK.

    MOVE PERIOD-END-DATE TO ZEL-DATE-SPLIT.

    MOVE ZD-MM TO ZEL-M.
    MOVE ZD-DD TO ZEL-D.
    COMPUTE ZEL-Y = 1900 + ZD-YY.

    IF ZEL-M < 3
	ADD 12 TO ZEL-M
	SUBTRACT 1 FROM ZEL-Y.

    DIVIDE ZEL-Y BY 100 GIVING ZEL-J REMAINDER ZEL-K.

    COMPUTE ZEL-T1 = 13 * (ZEL-M + 1).
    DIVIDE ZEL-T1 BY 5 GIVING ZEL-T1.
    DIVIDE ZEL-K BY 4 GIVING ZEL-T2.
    DIVIDE ZEL-J BY 4 GIVING ZEL-T3.

    COMPUTE ZEL-WORK = ZEL-D + ZEL-T1 + ZEL-K + ZEL-T2 + ZEL-T3
	+ 5 * ZEL-J.
    DIVIDE ZEL-WORK BY 7 GIVING ZEL-T4 REMAINDER ZEL-DOW.

    IF ZEL-DOW = 0
	MOVE "N" TO ACCRUE-FLAG
	DISPLAY "Period " WORK-PERIOD " ends on a Saturday -- no week straddles"
	DISPLAY "the close and there is nothing to accrue."
	GO TO FIND-STRADDLE-EXIT.

    COMPUTE DAYS-TO-SATURDAY = 7 - ZEL-DOW.

    MOVE ZD-YY TO SB-YY.
    MOVE ZD-MM TO SB-MM.
    COMPUTE SB-DD = ZD-DD + DAYS-TO-SATURDAY.

    MOVE MONTH-LENGTH (SB-MM) TO DAYS-IN-MONTH.

    DIVIDE SB-YY BY 4 GIVING LEAP-QUOT REMAINDER LEAP-REM.

    IF SB-MM = 2 AND LEAP-REM = 0
	MOVE 29 TO DAYS-IN-MONTH.

    IF SB-DD NOT > DAYS-IN-MONTH
	GO TO FIND-STRADDLE-BUILD.

    SUBTRACT DAYS-IN-MONTH FROM SB-DD.
    ADD 1 TO SB-MM.

    IF SB-MM > 12
	MOVE 1 TO SB-MM
	ADD 1 TO SB-YY.

    IF SB-YY > 99
	MOVE 0 TO SB-YY.

FIND-STRADDLE-BUILD.

    MOVE SB-YY TO SD-YY.
    MOVE SB-MM TO SD-MM.
    MOVE SB-DD TO SD-DD.
    MOVE STEP-DATE-NUM TO STRADDLE-WK-END-DATE.

FIND-STRADDLE-EXIT.

    EXIT.

*	Count the straddling week's working days -- Monday through
*	Friday, less any day on the holiday calendar -- stepping back
*	from the Saturday one day at a time, and how many of them fall
*	on or before the period's last day.

COUNT-WORKING-DAYS.

    MOVE STRADDLE-WK-END-DATE TO STEP-DATE-NUM.
    MOVE 0 TO WEEK-WORK-DAYS.
    MOVE 0 TO PERIOD-WORK-DAYS.
    MOVE 0 TO HOLIDAY-COUNT.

    PERFORM COUNT-ONE-DAY THRU COUNT-ONE-EXIT 5 TIMES.

*	a period ending on a Sunday, or a week of holidays, leaves the
*	closing period no working day of the week to carry.

    IF PERIOD-WORK-DAYS = 0
	MOVE "N" TO ACCRUE-FLAG
	DISPLAY "No working day of the week ending " STRADDLE-WK-END-DATE
		" falls in period " WORK-PERIOD
	DISPLAY "-- there is nothing to accrue.".

COUNT-DAYS-EXIT.

    EXIT.

COUNT-ONE-DAY.

    PERFORM STEP-BACK-ONE-DAY THRU STEP-BACK-EXIT.

    IF HOLIDAYS-FILE-NOT-OPEN
	GO TO COUNT-WORKING-DAY.

    MOVE STEP-DATE-NUM TO HOL-DATE.

    READ HOL-FIL
	INVALID KEY GO TO COUNT-WORKING-DAY.

    ADD 1 TO HOLIDAY-COUNT.
    GO TO COUNT-ONE-EXIT.

COUNT-WORKING-DAY.

    ADD 1 TO WEEK-WORK-DAYS.

    IF STEP-DATE-NUM NOT > PERIOD-END-DATE
	ADD 1 TO PERIOD-WORK-DAYS.

COUNT-ONE-EXIT.

    EXIT.

STEP-BACK-ONE-DAY.

    MOVE SD-YY TO SB-YY.
    MOVE SD-MM TO SB-MM.
    MOVE SD-DD TO SB-DD.

    SUBTRACT 1 FROM SB-DD.

    IF SB-DD > 0
	GO TO STEP-BACK-BUILD.

    SUBTRACT 1 FROM SB-MM.

    IF SB-MM < 1
	MOVE 12 TO SB-MM
	SUBTRACT 1 FROM SB-YY.

    IF SB-YY < 0
	MOVE 99 TO SB-YY.

    MOVE MONTH-LENGTH (SB-MM) TO DAYS-IN-MONTH.

    DIVIDE SB-YY BY 4 GIVING LEAP-QUOT REMAINDER LEAP-REM.

    IF SB-MM = 2 AND LEAP-REM = 0
	MOVE 29 TO DAYS-IN-MONTH.

    MOVE DAYS-IN-MONTH TO SB-DD.

STEP-BACK-BUILD.

    MOVE SB-YY TO SD-YY.
    MOVE SB-MM TO SD-MM.
    MOVE SB-DD TO SD-DD.

STEP-BACK-EXIT.

    EXIT.

*******************************************************************************

WEEK-LABOR SECTION.

*******************************************************************************

*	Price the straddling week's tickets per cost center.  Regular
*	tickets are taken whether approved yet or not -- an accrual is
*	an estimate made before the week is paid -- but a ticket a
*	supervisor has held is left out, as JTPAYR leaves it out.
*	Adjustments are filed only against closed weeks and so never
*	belong to the open week.  Absence lines are paid but never
*	reach the ledger, so they are not accrued.

GATHER-WEEK-LABOR.

*	an accrual without dollars is no use to the ledger, so the
*	rates file must be there; the code reference file only tells
*	absence lines apart.

    OPEN INPUT RATE-FIL.

    IF RATE-STATUS NOT = "00"
	DISPLAY "%Rates file JOBTICRTE could not be opened.  Process halted."
	STOP RUN.

    OPEN INPUT REF-FIL.

    IF REF-STATUS = "00"
	MOVE "Y" TO REF-OPEN-FLAG
    ELSE
	DISPLAY "%Code reference file JOBTICREF could not be opened --"
	DISPLAY "%absence lines (if any) will be accrued as work lines.".

    PERFORM OPEN-TICKET-INPUT THRU OTI-EXIT.

    MOVE "N" TO TI-EOF-FLAG.
    MOVE "N" TO GROUP-OPEN-FLAG.
    MOVE 0 TO CA-COUNT.

    PERFORM GATHER-ONE-TICKET THRU GATHER-ONE-EXIT
	UNTIL TICKET-INPUT-ENDED.

    IF GROUP-IS-OPEN
	PERFORM FOLD-BADGE-WEEK THRU FOLD-BADGE-EXIT.

    PERFORM CLOSE-TICKET-INPUT THRU CTI-EXIT.

    CLOSE RATE-FIL.

    IF REF-FILE-OPEN
	CLOSE REF-FIL.

GATHER-EXIT.

    EXIT.

GATHER-ONE-TICKET.

    PERFORM READ-TICKET-INPUT THRU RTI-EXIT.

    IF TICKET-INPUT-ENDED
	GO TO GATHER-ONE-EXIT.

    IF WK-END-DATE NOT = STRADDLE-WK-END-DATE
	OR REC-TYPE = "A"
	GO TO GATHER-ONE-EXIT.

    IF APPR-STATUS = "H"
	ADD 1 TO AC-HELD-COUNT
	GO TO GATHER-ONE-EXIT.

    IF GROUP-IS-OPEN
	IF BADGE-NUM NOT = GROUP-BADGE-NUM
	    PERFORM FOLD-BADGE-WEEK THRU FOLD-BADGE-EXIT.

    IF GROUP-NOT-OPEN
	MOVE "Y" TO GROUP-OPEN-FLAG
	MOVE BADGE-NUM TO GROUP-BADGE-NUM
	MOVE 0 TO BG-COUNT
	ADD 1 TO AC-BADGE-COUNT.

    ADD 1 TO AC-TICKET-COUNT.

    MOVE COST-CENTER TO BG-LOOKUP-CC.
    PERFORM FIND-BG-ENTRY THRU FIND-BG-EXIT.
    MOVE BG-SUB2 TO BG-HOME-SUB.

    ADD TOTAL-HRS TO BG-TOTAL-HRS (BG-HOME-SUB).

*	first shift carries no differential.

    MOVE "N" TO SHIFT-RATE-FLAG.

    IF SHIFT-CD NOT = SPACE
	PERFORM FIND-SHIFT-DIFF-RATE THRU FIND-SDR-EXIT.

    PERFORM PRICE-ONE-LINE THRU PRICE-LINE-EXIT
	VARYING JP-SUB FROM 1 BY 1 UNTIL JP-SUB > 10.

GATHER-ONE-EXIT.

    EXIT.

PRICE-ONE-LINE.

    IF ACTIV-CODE (JP-SUB) = SPACES
	GO TO PRICE-LINE-EXIT.

    PERFORM CHECK-ABSENCE-LINE THRU CHECK-ABS-EXIT.

    IF ABSENCE-LINE
	GO TO PRICE-LINE-EXIT.

*	the differential is paid on every work line of the ticket,
*	priced or not, and stays with the ticket's own cost center.

    IF SHIFT-CD NOT = SPACE
	IF SHIFT-RATE-FOUND
	    COMPUTE SHIFT-DIFF-DOLLARS = HOURS (JP-SUB) * SHIFT-DIFF-RATE
	    ADD SHIFT-DIFF-DOLLARS TO BG-DOLLARS (BG-HOME-SUB)
	ELSE
	    ADD HOURS (JP-SUB) TO AC-NODIFF-HRS.

    PERFORM FIND-LINE-RATE THRU FIND-RATE-EXIT.

    IF RATE-NOT-FOUND
	ADD HOURS (JP-SUB) TO AC-UNPRICED-HRS
	GO TO PRICE-LINE-EXIT.

    COMPUTE LINE-DOLLARS = HOURS (JP-SUB) * LINE-RATE.

*	a line charged to a cost center other than the ticket's own
*	was worked on loan to it: its hours and dollars, priced as
*	above, go to the borrower, as JTPAYR's type "T" pair moves
*	them on the ledger.  A blank charge-to was not loaned out.

    MOVE BG-HOME-SUB TO BG-SUB2.

    IF CHARGE-CC (JP-SUB) NOT = SPACES
	AND CHARGE-CC (JP-SUB) NOT = COST-CENTER
	MOVE CHARGE-CC (JP-SUB) TO BG-LOOKUP-CC
	PERFORM FIND-BG-ENTRY THRU FIND-BG-EXIT.

    ADD HOURS (JP-SUB) TO BG-WORK-HRS (BG-SUB2).
    ADD LINE-DOLLARS TO BG-DOLLARS (BG-SUB2).

PRICE-LINE-EXIT.

    EXIT.

FIND-BG-ENTRY.

    MOVE "N" TO BG-FOUND-FLAG.

    PERFORM LOOK-FOR-BG-KEY THRU LOOK-BG-EXIT
	VARYING BG-SUB FROM 1 BY 1
	UNTIL BG-SUB > BG-COUNT OR BG-KEY-FOUND.

    IF BG-KEY-FOUND
	GO TO FIND-BG-EXIT.

*	more than ten cost centers in one badge's week: the excess is
*	carried under the tenth, as the labor history posting does.

    IF BG-COUNT = BG-LIMIT
	MOVE BG-LIMIT TO BG-SUB2
	GO TO FIND-BG-EXIT.

    ADD 1 TO BG-COUNT.
    MOVE BG-COUNT TO BG-SUB2.
    MOVE BG-LOOKUP-CC TO BG-COST-CENTER (BG-SUB2).
    MOVE 0 TO BG-TOTAL-HRS (BG-SUB2).
    MOVE 0 TO BG-WORK-HRS (BG-SUB2).
    MOVE 0 TO BG-DOLLARS (BG-SUB2).

FIND-BG-EXIT.

    EXIT.

LOOK-FOR-BG-KEY.

    IF BG-COST-CENTER (BG-SUB) = BG-LOOKUP-CC
	MOVE "Y" TO BG-FOUND-FLAG
	MOVE BG-SUB TO BG-SUB2.

LOOK-BG-EXIT.

    EXIT.

FOLD-BADGE-WEEK.

    PERFORM FOLD-ONE-COST-CENTER THRU FOLD-ONE-EXIT
	VARYING BG-SUB FROM 1 BY 1 UNTIL BG-SUB > BG-COUNT.

    MOVE "N" TO GROUP-OPEN-FLAG.

FOLD-BADGE-EXIT.

    EXIT.

FOLD-ONE-COST-CENTER.

*	the regular hours split at the overtime break, and the
*	overtime premium prices from the cost center's rate and factor
*	in effect for the week, as JTPAYR prices it for the ledger.
*	The shift differential and any hours loaned in or out are
*	already in the entry's dollars and work hours.

    IF BG-TOTAL-HRS (BG-SUB) > OT-BREAK-HOURS
	COMPUTE OT-HRS-HOLD = BG-TOTAL-HRS (BG-SUB) - OT-BREAK-HOURS
    ELSE
	MOVE 0 TO OT-HRS-HOLD.

    MOVE 0 TO OT-PREM-DOLLARS.

    IF OT-HRS-HOLD > 0
	MOVE "C" TO LOOKUP-RATE-TYPE
	MOVE BG-COST-CENTER (BG-SUB) TO LOOKUP-RATE-CODE
	MOVE STRADDLE-WK-END-DATE TO LOOKUP-AS-OF-DATE
	PERFORM FIND-RATE-AS-OF THRU FIND-AS-OF-EXIT
	IF AS-OF-RATE-FOUND
	    COMPUTE OT-PREM-DOLLARS = OT-HRS-HOLD * FOUND-RATE-AMOUNT
		* (FOUND-OT-FACTOR - 1.00).

    PERFORM FIND-CA-ENTRY THRU FIND-CA-EXIT.

    IF CA-POSITION-NOT-FOUND
	GO TO FOLD-ONE-EXIT.

    ADD BG-WORK-HRS (BG-SUB) TO CA-HOURS (CA-SUB2).
    COMPUTE CA-DOLLARS (CA-SUB2) = CA-DOLLARS (CA-SUB2)
	+ BG-DOLLARS (BG-SUB) + OT-PREM-DOLLARS.

FOLD-ONE-EXIT.

    EXIT.

*	find the cost center's place in the cost center table, which
*	is kept in order: the first entry not below it.  If that entry
*	is not the cost center itself, the entries from there up are
*	moved along one and the cost center put in the gap.

FIND-CA-ENTRY.

    MOVE "N" TO CA-POSITION-FLAG.
    COMPUTE CA-SUB2 = CA-COUNT + 1.

    PERFORM LOOK-FOR-CA-KEY THRU LOOK-CA-EXIT
	VARYING CA-SUB FROM 1 BY 1
	UNTIL CA-SUB > CA-COUNT OR CA-POSITION-FOUND.

    IF CA-POSITION-FOUND
	IF CA-COST-CENTER (CA-SUB2) = BG-COST-CENTER (BG-SUB)
	    GO TO FIND-CA-EXIT.

    IF CA-COUNT = CA-LIMIT
	ADD 1 TO AC-LOST-COUNT
	MOVE "N" TO CA-POSITION-FLAG
	GO TO FIND-CA-EXIT.

    PERFORM SHIFT-ONE-CA-ENTRY THRU SHIFT-CA-EXIT
	VARYING CA-SUB FROM CA-COUNT BY -1 UNTIL CA-SUB < CA-SUB2.

    ADD 1 TO CA-COUNT.
    MOVE "Y" TO CA-POSITION-FLAG.
    MOVE BG-COST-CENTER (BG-SUB) TO CA-COST-CENTER (CA-SUB2).
    MOVE 0 TO CA-HOURS (CA-SUB2).
    MOVE 0 TO CA-DOLLARS (CA-SUB2).

FIND-CA-EXIT.

    EXIT.

LOOK-FOR-CA-KEY.

    IF CA-COST-CENTER (CA-SUB) NOT < BG-COST-CENTER (BG-SUB)
	MOVE "Y" TO CA-POSITION-FLAG
	MOVE CA-SUB TO CA-SUB2.

LOOK-CA-EXIT.

    EXIT.

SHIFT-ONE-CA-ENTRY.

    COMPUTE CA-SUB3 = CA-SUB + 1.
    MOVE CA-ENTRY (CA-SUB) TO CA-ENTRY (CA-SUB3).

SHIFT-CA-EXIT.

    EXIT.

*	price one work line: an override rate filed for the line's
*	activity code wins; otherwise the ticket's cost center rate;
*	either way the rate in effect for the week, as JTPAYR prices.

FIND-LINE-RATE.

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

FIND-SHIFT-DIFF-RATE.

*	the differential in effect for the ticket's shift and week,
*	as JTPAYR finds it: a flat amount per hour, plus the ticket's
*	cost-center rate times the factor over 1.00.  A factor over
*	1.00 needs that cost-center rate on file too.

    MOVE "S" TO LOOKUP-RATE-TYPE.
    MOVE SHIFT-CD TO LOOKUP-RATE-CODE.
    MOVE WK-END-DATE TO LOOKUP-AS-OF-DATE.

    PERFORM FIND-RATE-AS-OF THRU FIND-AS-OF-EXIT.

    IF AS-OF-RATE-NOT-FOUND
	MOVE "N" TO SHIFT-RATE-FLAG
	GO TO FIND-SDR-EXIT.

    MOVE FOUND-RATE-AMOUNT TO SHIFT-DIFF-AMOUNT.
    MOVE FOUND-OT-FACTOR TO SHIFT-DIFF-FACTOR.

    IF SHIFT-DIFF-FACTOR NOT > 1.00
	MOVE "Y" TO SHIFT-RATE-FLAG
	MOVE SHIFT-DIFF-AMOUNT TO SHIFT-DIFF-RATE
	GO TO FIND-SDR-EXIT.

    MOVE "C" TO LOOKUP-RATE-TYPE.
    MOVE COST-CENTER TO LOOKUP-RATE-CODE.

    PERFORM FIND-RATE-AS-OF THRU FIND-AS-OF-EXIT.

    IF AS-OF-RATE-NOT-FOUND
	MOVE "N" TO SHIFT-RATE-FLAG
	GO TO FIND-SDR-EXIT.

    MOVE "Y" TO SHIFT-RATE-FLAG.
    COMPUTE SHIFT-DIFF-RATE ROUNDED = SHIFT-DIFF-AMOUNT
		+ FOUND-RATE-AMOUNT * (SHIFT-DIFF-FACTOR - 1.00).

FIND-SDR-EXIT.

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

TICKET-INPUT SECTION.

*******************************************************************************

*	all ticket input funnels through here so the week is read
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

*******************************************************************************

ACCRUAL-EXTRACT SECTION.

*******************************************************************************

*	The extract is written on every run that gets this far, even
*	when there is nothing to accrue, so an earlier period's
*	accrual left on disk can never be sent again under this one.
*	All the accruals go first, then all the reversals; each
*	reversal is its accrual's rounded figures with the sign
*	turned, so the two net to exactly nothing.

WRITE-ACCRUAL-EXTRACT.

    OPEN OUTPUT ACREXT-FIL.

    IF ACREXT-STATUS NOT = "00"
	DISPLAY "%Accrual extract JTACREXT could not be created.  Process halted."
	STOP RUN.

    IF NOTHING-TO-ACCRUE
	CLOSE ACREXT-FIL
	DISPLAY "JTACREXT written empty."
	GO TO WRITE-ACCRUAL-EXIT.

    DISPLAY " ".
    DISPLAY "ACCRUAL FOR PERIOD " WORK-PERIOD ", WEEK ENDING "
	    STRADDLE-WK-END-DATE.
    DISPLAY " ".
    DISPLAY "CC        WEEK HOURS  WEEK DOLLARS   ACCR HOURS  ACCR DOLLARS".
    DISPLAY "----      ----------  ------------   ----------  ------------".

    MOVE "M" TO WRITE-TYPE.

    PERFORM WRITE-ONE-ACCRUAL THRU WRITE-ONE-ACCR-EXIT
	VARYING CA-SUB FROM 1 BY 1 UNTIL CA-SUB > CA-COUNT.

    MOVE "V" TO WRITE-TYPE.

    PERFORM WRITE-ONE-ACCRUAL THRU WRITE-ONE-ACCR-EXIT
	VARYING CA-SUB FROM 1 BY 1 UNTIL CA-SUB > CA-COUNT.

    CLOSE ACREXT-FIL.

    MOVE AC-WEEK-HOURS TO AL-WEEK-HOURS.
    MOVE AC-WEEK-DOLLARS TO AL-WEEK-DOLLARS.
    MOVE AC-ACCR-HOURS TO AL-ACCR-HOURS.
    MOVE AC-ACCR-DOLLARS TO AL-ACCR-DOLLARS.
    MOVE "TOTL" TO AL-COST-CENTER.

    DISPLAY "----      ----------  ------------   ----------  ------------".
    DISPLAY ACCRUAL-LINE.
    DISPLAY " ".
    DISPLAY "Ticket records read for the week: " AC-TICKET-COUNT
	    " (" AC-BADGE-COUNT " badge(s)).".
    DISPLAY "Extract records written:          " AC-EXTRACT-COUNT
	    " (accruals and reversals).".

    IF AC-HELD-COUNT NOT = 0
	DISPLAY "%" AC-HELD-COUNT " ticket record(s) held by a supervisor were left out.".

    IF AC-UNPRICED-HRS NOT = 0
	MOVE AC-UNPRICED-HRS TO AH-HOURS-HOLD
	DISPLAY "%" AH-HOURS-HOLD " work hour(s) had no rate on file and were"
	DISPLAY "%not accrued.".

    IF AC-NODIFF-HRS NOT = 0
	MOVE AC-NODIFF-HRS TO AH-HOURS-HOLD
	DISPLAY "%" AH-HOURS-HOLD " shift hour(s) had no differential on file;"
	DISPLAY "%their differential was not accrued.".

    IF AC-LOST-COUNT NOT = 0
	DISPLAY "%" AC-LOST-COUNT " badge/cost center total(s) would not fit the"
	DISPLAY "%200-entry cost center table and were NOT accrued.".

WRITE-ACCRUAL-EXIT.

    EXIT.

WRITE-ONE-ACCRUAL.

    COMPUTE ACCR-HOURS ROUNDED = CA-HOURS (CA-SUB) * PERIOD-WORK-DAYS
	/ WEEK-WORK-DAYS.
    COMPUTE ACCR-DOLLARS ROUNDED = CA-DOLLARS (CA-SUB) * PERIOD-WORK-DAYS
	/ WEEK-WORK-DAYS.

    IF ACCR-HOURS = 0 AND ACCR-DOLLARS = 0
	GO TO WRITE-ONE-ACCR-EXIT.

    MOVE CA-COST-CENTER (CA-SUB) TO ACREXT-COST-CENTER.
    MOVE WRITE-TYPE TO ACREXT-REC-TYPE.

    IF CA-HOURS (CA-SUB) = 0
	MOVE 0 TO ACREXT-RATE
    ELSE
	COMPUTE ACREXT-RATE ROUNDED = CA-DOLLARS (CA-SUB) / CA-HOURS (CA-SUB).

    IF WRITING-REVERSALS
	MOVE NEXT-START-DATE TO ACREXT-POST-DATE
	COMPUTE ACREXT-HOURS = 0 - ACCR-HOURS
	COMPUTE ACREXT-DOLLARS = 0 - ACCR-DOLLARS
	GO TO WRITE-ACCRUAL-RECORD.

    MOVE PERIOD-END-DATE TO ACREXT-POST-DATE.
    MOVE ACCR-HOURS TO ACREXT-HOURS.
    MOVE ACCR-DOLLARS TO ACREXT-DOLLARS.

    ADD CA-HOURS (CA-SUB) TO AC-WEEK-HOURS.
    ADD CA-DOLLARS (CA-SUB) TO AC-WEEK-DOLLARS.
    ADD ACCR-HOURS TO AC-ACCR-HOURS.
    ADD ACCR-DOLLARS TO AC-ACCR-DOLLARS.

    MOVE CA-COST-CENTER (CA-SUB) TO AL-COST-CENTER.
    MOVE CA-HOURS (CA-SUB) TO AL-WEEK-HOURS.
    MOVE CA-DOLLARS (CA-SUB) TO AL-WEEK-DOLLARS.
    MOVE ACCR-HOURS TO AL-ACCR-HOURS.
    MOVE ACCR-DOLLARS TO AL-ACCR-DOLLARS.
    DISPLAY ACCRUAL-LINE.

WRITE-ACCRUAL-RECORD.

    WRITE ACREXT-REC.
    ADD 1 TO AC-EXTRACT-COUNT.

WRITE-ONE-ACCR-EXIT.

    EXIT.

STAMP-PERIOD-ACCRUED.

*	the period is stamped with the run date, which JTFCAL lists
*	and a second run of the period warns about.

    MOVE WORK-PERIOD TO FCL-PERIOD.

    READ FCL-FIL
	INVALID KEY DISPLAY "%Period " WORK-PERIOD " has gone from the fiscal"
		    DISPLAY "%calendar -- it is not marked accrued."
		    GO TO STAMP-EXIT.

    ACCEPT FCL-ACCRUED-DATE FROM DATE.

    REWRITE FCL-REC
	INVALID KEY DISPLAY "%Rewrite error -- period " WORK-PERIOD
			    " is not marked accrued.".

    DISPLAY "Period " WORK-PERIOD " marked accrued on " FCL-ACCRUED-DATE ".".

STAMP-EXIT.

    EXIT.
