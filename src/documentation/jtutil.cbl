IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTUTIL.

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
*	application.  It is the direct/indirect labor utilization
*	report plant management asked for: for one week-ending date or
*	a range of weeks, each badge's filed hours split three ways --
*	direct (work lines whose activity code is classed D on
*	JOBTICREF), indirect (work lines classed I) and absence
*	(absence lines, whose type "B" codes are their own class) --
*	with utilization, direct hours as a percentage of all three,
*	beside the same figure for the prior period of the same length
*	and the change between the two.  Badges are grouped by home
*	cost center from the badge master, as JTSTMT bursts its
*	statements, with a total line per cost center and for the
*	plant.  Anyone under the utilization target entered at run time
*	is flagged.
*
*	Prior-period adjustments count in the week they correct, as
*	signed hours.  An activity code not yet classed with JTCODE
*	CLASS counts as indirect, and the total of such hours is shown
*	at the end so the planners can finish the classing.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. OCTOBER 8, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '08-Oct-86', 'Sandy Clemens')
* %(  Add the direct/indirect labor utilization report by badge
*     and home cost center, with the change from the prior period
*     and a run-time utilization target.
*     File: JTUTIL.CBL (NEW) )%
*
* Edit (%O'2', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so ARCH-REC) grew a trailing shift code byte for
*     shift-differential pay.  No logic change; utilization is
*     hours whatever the shift.  File: JTUTIL.CBL )%
*
* Edit (%O'3', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so ARCH-REC) grew a trailing charge-to cost
*     center on each detail line for loaned labor.  No logic
*     change; utilization is reported for the employee's own cost
*     center.  File: JTUTIL.CBL )%
*
* Edit (%O'4', '13-Nov-86', 'Sandy Clemens')
* %(  A badge missing from the badge master now takes the ticket's
*     cost center and name only when its master record is looked
*     up, as JTSTMT does.  They had been moved in ahead of the
*     lookup for every segment, so every segment after a badge's
*     first -- its prior-period and archived segments included --
*     grouped under the ticket's cost center instead of the home
*     one.  File: JTUTIL.CBL )%

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
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS JT-KEY.

    SELECT ARCH-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS ARCH-STATUS.

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

    SELECT USRT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL.

    SELECT SORT-WORK ASSIGN TO DSK.

DATA DIVISION.

FILE SECTION.

SD  SORT-WORK.

*	one sort record per ticket segment in either period, its lines
*	already split into the three classes of hours.

01  SRT-REC.
    05  SRT-COST-CENTER PIC X(4).
    05  SRT-BADGE-NUM PIC 9(7).
    05  SRT-NAME PIC X(30).
    05  SRT-MASTER-FLAG PIC X.
    05  SRT-PERIOD PIC X.
    05  SRT-DIRECT-HRS COMP-1.
    05  SRT-INDIRECT-HRS COMP-1.
    05  SRT-ABSENCE-HRS COMP-1.
    05  SRT-UNCLASSED-HRS COMP-1.

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

FD  USRT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTUTLSRT".

01  USRT-OUT-REC.
    05  USO-COST-CENTER PIC X(4).
    05  USO-BADGE-NUM PIC 9(7).
    05  USO-NAME PIC X(30).
    05  USO-MASTER-FLAG PIC X.
    05  USO-PERIOD PIC X.
	88 USO-CURRENT-PERIOD VALUE "C".
	88 USO-PRIOR-PERIOD VALUE "P".
    05  USO-DIRECT-HRS COMP-1.
    05  USO-INDIRECT-HRS COMP-1.
    05  USO-ABSENCE-HRS COMP-1.
    05  USO-UNCLASSED-HRS COMP-1.

WORKING-STORAGE SECTION.

01  ARCH-STATUS PIC X(2).
01  BDG-STATUS PIC X(2).
01  REF-STATUS PIC X(2).

01  JT-EOF-FLAG PIC X.
    88 JT-NOT-END-OF-FILE VALUE "N".
    88 JT-END-OF-FILE VALUE "Y".

01  ARCH-EOF-FLAG PIC X.
    88 ARCH-NOT-END-OF-FILE VALUE "N".
    88 ARCH-END-OF-FILE VALUE "Y".

01  USRT-EOF-FLAG PIC X.
    88 USRT-NOT-END-OF-FILE VALUE "N".
    88 USRT-END-OF-FILE VALUE "Y".

01  FIRST-GROUP-FLAG PIC X VALUE "Y".
    88 FIRST-GROUP VALUE "Y".
    88 NOT-FIRST-GROUP VALUE "N".

01  INCLUDE-ARCH-FLAG PIC X VALUE "N".
    88 INCLUDING-ARCHIVE VALUE "Y".
    88 NOT-INCLUDING-ARCHIVE VALUE "N".

01  RELEASE-SOURCE-FLAG PIC X.
    88 RELEASING-TICKET VALUE "T".
    88 RELEASING-ARCHIVE VALUE "A".

01  REF-OPEN-FLAG PIC X VALUE "N".
    88 REF-FILE-OPEN VALUE "Y".
    88 REF-FILE-NOT-OPEN VALUE "N".

***** operator-entered selections *********************************************

01  WK-DATE-ENTRY.
    05  DE-MON PIC 99.
    05  FILLER PIC X VALUE "/".
    05  DE-DY PIC 99.
    05  FILLER PIC X VALUE "/".
    05  DE-YR PIC 99.

01  DATE-HOLD.
    05  DH-YR PIC 99.
    05  DH-MO PIC 99.
    05  DH-DY PIC 99.

01  FROM-WK-END-DATE PIC 9(6) VALUE 0.
01  THRU-WK-END-DATE PIC 9(6) VALUE 0.
01  PRIOR-FROM-DATE PIC 9(6) VALUE 0.
01  PRIOR-THRU-DATE PIC 9(6) VALUE 0.

01  PERIOD-WEEKS PIC 9(3) VALUE 0.

*	the utilization target, a whole percentage; zero means no
*	target and nobody is flagged.

01  UTIL-TARGET PIC 9(3) VALUE 0.

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

77  DAYS-IN-MONTH PIC S9(5) COMP.
77  LEAP-QUOT PIC S9(5) COMP.
77  LEAP-REM PIC S9(5) COMP.

*	a week-ending date entered for the report is refused unless it
*	is a Saturday, checked by Zeller's congruence the same way
*	JTSERV checks one.  ZEL-DOW comes out 0 for Saturday.

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

01  PRINT-DATE.
    05  PD-MON PIC 99.
    05  FILLER PIC X VALUE "/".
    05  PD-DY PIC 99.
    05  FILLER PIC X VALUE "/".
    05  PD-YR PIC 99.

01  PRINT-DATE-2 PIC X(8).

***** segment being released ***************************************************

01  SEGMENT-PERIOD PIC X.

01  LINE-ACTIV-CODE PIC X(4).
01  LINE-PROD-LINE PIC X(4).
01  LINE-HOURS COMP-1.

*	REF-FIL lookups are cached on the last activity code seen; a
*	badge's week tends to repeat the same two or three codes.

01  CACHE-ACTIV-CODE PIC X(4) VALUE SPACES.
01  CACHE-LABOR-CLASS PIC X VALUE SPACE.

01  CACHE-BADGE-NUM PIC 9(7) VALUE 0.
01  CACHE-COST-CENTER PIC X(4).
01  CACHE-NAME PIC X(30).
01  CACHE-MASTER-FLAG PIC X.

***** control break holds and accumulators ************************************

01  PREV-COST-CENTER PIC X(4) VALUE SPACES.
01  PREV-BADGE-NUM PIC 9(7) VALUE 0.
01  PREV-NAME PIC X(30).
01  PREV-MASTER-FLAG PIC X.

*	one set of accumulators per level: the badge, its home cost
*	center and the plant.  Each carries the current and the prior
*	period's direct, indirect and absence hours.

01  BADGE-TOTALS.
    05  BT-CUR-DIRECT COMP-1.
    05  BT-CUR-INDIRECT COMP-1.
    05  BT-CUR-ABSENCE COMP-1.
    05  BT-PRI-DIRECT COMP-1.
    05  BT-PRI-INDIRECT COMP-1.
    05  BT-PRI-ABSENCE COMP-1.

01  CC-TOTALS.
    05  CT-CUR-DIRECT COMP-1.
    05  CT-CUR-INDIRECT COMP-1.
    05  CT-CUR-ABSENCE COMP-1.
    05  CT-PRI-DIRECT COMP-1.
    05  CT-PRI-INDIRECT COMP-1.
    05  CT-PRI-ABSENCE COMP-1.

01  PLANT-TOTALS.
    05  PT-CUR-DIRECT COMP-1.
    05  PT-CUR-INDIRECT COMP-1.
    05  PT-CUR-ABSENCE COMP-1.
    05  PT-PRI-DIRECT COMP-1.
    05  PT-PRI-INDIRECT COMP-1.
    05  PT-PRI-ABSENCE COMP-1.

01  PLANT-UNCLASSED-HRS COMP-1 VALUE 0.

*	the line being printed is worked from here, whichever level
*	it totals.

01  LINE-TOTALS.
    05  LT-CUR-DIRECT COMP-1.
    05  LT-CUR-INDIRECT COMP-1.
    05  LT-CUR-ABSENCE COMP-1.
    05  LT-PRI-DIRECT COMP-1.
    05  LT-PRI-INDIRECT COMP-1.
    05  LT-PRI-ABSENCE COMP-1.

01  LT-CUR-TOTAL COMP-1.
01  LT-PRI-TOTAL COMP-1.

01  LT-CUR-UTIL PIC S9(5)V9.
01  LT-PRI-UTIL PIC S9(5)V9.
01  LT-CHANGE PIC S9(5)V9.

01  LINE-KIND PIC X.
    88 BADGE-LINE VALUE "B".
    88 TOTAL-LINE VALUE "T".

01  BADGE-COUNT PIC 9(5) VALUE 0.
01  UNDER-TARGET-COUNT PIC 9(5) VALUE 0.

01  REPORT-LINE.
    05  RL-IDENT PIC X(24).
    05  RL-BADGE-IDENT REDEFINES RL-IDENT.
	10  RL-BADGE-NUM PIC 9(7).
	10  FILLER PIC X.
	10  RL-NAME PIC X(16).
    05  FILLER PIC X.
    05  RL-DIRECT PIC -ZZZZ9.9.
    05  FILLER PIC X.
    05  RL-INDIRECT PIC -ZZZZ9.9.
    05  FILLER PIC X.
    05  RL-ABSENCE PIC -ZZZZ9.9.
    05  FILLER PIC X.
    05  RL-CUR-UTIL PIC -ZZ9.9.
    05  RL-CUR-UTIL-X REDEFINES RL-CUR-UTIL PIC X(6).
    05  FILLER PIC X.
    05  RL-PRI-UTIL PIC -ZZ9.9.
    05  RL-PRI-UTIL-X REDEFINES RL-PRI-UTIL PIC X(6).
    05  FILLER PIC X.
    05  RL-CHANGE PIC +ZZ9.9.
    05  RL-CHANGE-X REDEFINES RL-CHANGE PIC X(6).
    05  FILLER PIC X.
    05  RL-FLAG PIC X(5).

01  REPORT-HOLD-AREA.
    05  RH-HOURS-HOLD PIC -ZZZZ9.9.

77  UT-SUB PIC S9(5) COMP.
77  ANS PIC XXX.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "DIRECT/INDIRECT LABOR UTILIZATION REPORT".
    DISPLAY " ".

    PERFORM GET-SELECTIONS THRU GET-SELECTIONS-EXIT.

    PERFORM OPEN-REFERENCE-FILE THRU OPEN-REF-EXIT.

    PERFORM SORT-BY-COST-CENTER.

    PERFORM WRITE-THE-REPORT THRU WRITE-REPORT-EXIT.

    IF REF-FILE-OPEN
	CLOSE REF-FIL.

    STOP RUN.

*******************************************************************************

OPERATOR-SELECTIONS SECTION.

*******************************************************************************

GET-SELECTIONS.

    DISPLAY "Report from week-ending date (MM/DD/YY): "
	WITH NO ADVANCING ACCEPT WK-DATE-ENTRY.

    PERFORM VALIDATE-WEEK-ENDING THRU VALIDATE-WE-EXIT.
    MOVE DATE-HOLD TO FROM-WK-END-DATE.

GET-THRU-DATE.

    DISPLAY "   through week-ending date (MM/DD/YY, RETURN for the one week): "
	WITH NO ADVANCING ACCEPT WK-DATE-ENTRY.

    IF WK-DATE-ENTRY = SPACES
	MOVE FROM-WK-END-DATE TO THRU-WK-END-DATE
	GO TO COUNT-PERIOD-WEEKS.

    PERFORM VALIDATE-WEEK-ENDING THRU VALIDATE-WE-EXIT.
    MOVE DATE-HOLD TO THRU-WK-END-DATE.

    IF THRU-WK-END-DATE < FROM-WK-END-DATE
	DISPLAY "?Through date is before the from date.  Try again."
	GO TO GET-THRU-DATE.

COUNT-PERIOD-WEEKS.

*	both ends are Saturdays, so stepping back a week at a time from
*	the through date lands exactly on the from date.

    MOVE 1 TO PERIOD-WEEKS.
    MOVE THRU-WK-END-DATE TO STEP-DATE-NUM.

    PERFORM COUNT-BACK-ONE-WEEK THRU COUNT-BACK-EXIT
	UNTIL STEP-DATE-NUM NOT > FROM-WK-END-DATE.

FIND-PRIOR-PERIOD.

*	the prior period is the same number of weeks, ending the week
*	before the from date.

    MOVE FROM-WK-END-DATE TO STEP-DATE-NUM.
    PERFORM STEP-BACK-A-WEEK THRU STEP-BACK-EXIT.
    MOVE STEP-DATE-NUM TO PRIOR-THRU-DATE.

    MOVE FROM-WK-END-DATE TO STEP-DATE-NUM.
    PERFORM STEP-BACK-A-WEEK THRU STEP-BACK-EXIT PERIOD-WEEKS TIMES.
    MOVE STEP-DATE-NUM TO PRIOR-FROM-DATE.

GET-ARCHIVE-CHOICE.

*	a range reaching back past the archive cutoff -- or a prior
*	period that does -- needs JOBTICARC too.

    DISPLAY "Include archived tickets from JOBTICARC? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

ARCH-REACC.

    IF ANS = "Y"
	MOVE "Y" TO INCLUDE-ARCH-FLAG

    ELSE IF ANS NOT = "N"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO ARCH-REACC.

GET-UTILIZATION-TARGET.

    DISPLAY "Utilization target percent (0 for none): "
	WITH NO ADVANCING ACCEPT UTIL-TARGET.

TARGET-REACC.

    IF UTIL-TARGET NOT NUMERIC OR UTIL-TARGET > 100
	DISPLAY "?Target must be 0 to 100.  Enter the target percent: "
	    WITH NO ADVANCING ACCEPT UTIL-TARGET
	GO TO TARGET-REACC.

GET-SELECTIONS-EXIT.

VALIDATE-WEEK-ENDING.

    IF DE-MON < 1 OR DE-MON > 12 OR DE-DY < 1 OR DE-DY > 31
	DISPLAY "?Invalid date.  Enter the week-ending date, form MM/DD/YY: "
	    WITH NO ADVANCING ACCEPT WK-DATE-ENTRY
	GO TO VALIDATE-WEEK-ENDING.

    MOVE DE-YR TO DH-YR.
    MOVE DE-MON TO DH-MO.
    MOVE DE-DY TO DH-DY.

    PERFORM FIND-DAY-OF-WEEK THRU FIND-DOW-EXIT.

    IF ZEL-DOW NOT = 0
	DISPLAY "?" WK-DATE-ENTRY " is not a Saturday.  Enter the week-ending date: "
	    WITH NO ADVANCING ACCEPT WK-DATE-ENTRY
	GO TO VALIDATE-WEEK-ENDING.

VALIDATE-WE-EXIT.

    EXIT.

COUNT-BACK-ONE-WEEK.

    PERFORM STEP-BACK-A-WEEK THRU STEP-BACK-EXIT.

    IF STEP-DATE-NUM NOT < FROM-WK-END-DATE
	ADD 1 TO PERIOD-WEEKS.

COUNT-BACK-EXIT.

    EXIT.

*******************************************************************************

DATE-ARITHMETIC SECTION.

*******************************************************************************

*	Zeller's congruence, worked in integer steps the same way
*	JTSERV checks a week-ending date, on the date in DATE-HOLD.

FIND-DAY-OF-WEEK.

    MOVE DATE-HOLD TO ZEL-DATE-SPLIT.

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

FIND-DOW-EXIT.

    EXIT.

*	back STEP-DATE up seven days, borrowing from the month before
*	(and the year before) as needed.

STEP-BACK-A-WEEK.

    MOVE SD-YY TO SB-YY.
    MOVE SD-MM TO SB-MM.
    MOVE SD-DD TO SB-DD.

    SUBTRACT 7 FROM SB-DD.

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

    ADD DAYS-IN-MONTH TO SB-DD.

STEP-BACK-BUILD.

    MOVE SB-YY TO SD-YY.
    MOVE SB-MM TO SD-MM.
    MOVE SB-DD TO SD-DD.

STEP-BACK-EXIT.

    EXIT.

*	turn the year-first date in STEP-DATE into MM/DD/YY for print.

FORMAT-PRINT-DATE.

    MOVE SD-MM TO PD-MON.
    MOVE SD-DD TO PD-DY.
    MOVE SD-YY TO PD-YR.

FORMAT-DATE-EXIT.

    EXIT.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

OPEN-REFERENCE-FILE.

*	without the code reference file there is no telling direct
*	work from indirect; every work line would count as indirect.

    OPEN INPUT REF-FIL.

    IF REF-STATUS = "00"
	MOVE "Y" TO REF-OPEN-FLAG
    ELSE
	DISPLAY "%Code reference file JOBTICREF could not be opened."
	DISPLAY "%Process halted."
	STOP RUN.

OPEN-REF-EXIT.

*******************************************************************************

SORT-BY-COST-CENTER SECTION.

*******************************************************************************

*	one sort record per segment in either period, keyed by home
*	cost center (from the badge master) and badge.

SORT-THE-FILE.

    SORT SORT-WORK
	ON ASCENDING KEY SRT-COST-CENTER SRT-BADGE-NUM
	INPUT PROCEDURE IS RELEASE-PERIOD-TICKETS
	GIVING USRT-FIL.

*******************************************************************************

RELEASE-PERIOD-TICKETS SECTION.

*******************************************************************************

READ-THE-TICKET-FILE.

    MOVE "N" TO JT-EOF-FLAG.
    OPEN INPUT JT-FIL.
    OPEN INPUT BDG-FIL.

    PERFORM RELEASE-ONE-TICKET THRU RELEASE-TICKET-EXIT
	UNTIL JT-END-OF-FILE.

    CLOSE JT-FIL.

READ-THE-ARCHIVE-FILE.

    IF NOT-INCLUDING-ARCHIVE
	GO TO RELEASE-DONE.

    MOVE "N" TO ARCH-EOF-FLAG.
    OPEN INPUT ARCH-FIL.

    IF ARCH-STATUS NOT = "00"
	DISPLAY "%Archive file JOBTICARC could not be opened -- the"
	DISPLAY "%report covers the live file only."
	GO TO RELEASE-DONE.

    PERFORM RELEASE-ONE-ARCHIVED THRU RELEASE-ARCH-EXIT
	UNTIL ARCH-END-OF-FILE.

    CLOSE ARCH-FIL.

RELEASE-DONE.

    CLOSE BDG-FIL.
    GO TO RELEASE-PERIOD-EXIT.

RELEASE-ONE-TICKET.

    READ JT-FIL NEXT
	AT END MOVE "Y" TO JT-EOF-FLAG
	       GO TO RELEASE-TICKET-EXIT.

    MOVE WK-END-DATE TO STEP-DATE-NUM.
    PERFORM FIND-SEGMENT-PERIOD THRU FIND-PERIOD-EXIT.

    IF SEGMENT-PERIOD = SPACE
	GO TO RELEASE-TICKET-EXIT.

    MOVE BADGE-NUM TO SRT-BADGE-NUM.
    MOVE "T" TO RELEASE-SOURCE-FLAG.
    PERFORM LOOK-UP-BADGE-MASTER THRU LOOK-BADGE-EXIT.
    PERFORM START-SORT-RECORD.

    PERFORM CLASS-ONE-TICKET-LINE THRU CLASS-TICKET-LINE-EXIT
	VARYING UT-SUB FROM 1 BY 1 UNTIL UT-SUB > 10.

    RELEASE SRT-REC.

RELEASE-TICKET-EXIT.

    EXIT.

CLASS-ONE-TICKET-LINE.

    MOVE ACTIV-CODE (UT-SUB) TO LINE-ACTIV-CODE.
    MOVE PROD-LINE (UT-SUB) TO LINE-PROD-LINE.
    MOVE HOURS (UT-SUB) TO LINE-HOURS.

    PERFORM ADD-LINE-TO-CLASS THRU ADD-LINE-EXIT.

CLASS-TICKET-LINE-EXIT.

    EXIT.

RELEASE-ONE-ARCHIVED.

    READ ARCH-FIL
	AT END MOVE "Y" TO ARCH-EOF-FLAG
	       GO TO RELEASE-ARCH-EXIT.

    MOVE ARCH-WK-END-DATE TO STEP-DATE-NUM.
    PERFORM FIND-SEGMENT-PERIOD THRU FIND-PERIOD-EXIT.

    IF SEGMENT-PERIOD = SPACE
	GO TO RELEASE-ARCH-EXIT.

    MOVE ARCH-BADGE-NUM TO SRT-BADGE-NUM.
    MOVE "A" TO RELEASE-SOURCE-FLAG.
    PERFORM LOOK-UP-BADGE-MASTER THRU LOOK-BADGE-EXIT.
    PERFORM START-SORT-RECORD.

    PERFORM CLASS-ONE-ARCH-LINE THRU CLASS-ARCH-LINE-EXIT
	VARYING UT-SUB FROM 1 BY 1 UNTIL UT-SUB > 10.

    RELEASE SRT-REC.

RELEASE-ARCH-EXIT.

    EXIT.

CLASS-ONE-ARCH-LINE.

    MOVE ARCH-ACTIV-CODE (UT-SUB) TO LINE-ACTIV-CODE.
    MOVE ARCH-PROD-LINE (UT-SUB) TO LINE-PROD-LINE.
    MOVE ARCH-HOURS (UT-SUB) TO LINE-HOURS.

    PERFORM ADD-LINE-TO-CLASS THRU ADD-LINE-EXIT.

CLASS-ARCH-LINE-EXIT.

    EXIT.

FIND-SEGMENT-PERIOD.

*	C for a week in the reporting period, P for one in the prior
*	period, blank for anything else.

    MOVE SPACE TO SEGMENT-PERIOD.

    IF STEP-DATE-NUM NOT < FROM-WK-END-DATE
	AND STEP-DATE-NUM NOT > THRU-WK-END-DATE
	MOVE "C" TO SEGMENT-PERIOD
	GO TO FIND-PERIOD-EXIT.

    IF STEP-DATE-NUM NOT < PRIOR-FROM-DATE
	AND STEP-DATE-NUM NOT > PRIOR-THRU-DATE
	MOVE "P" TO SEGMENT-PERIOD.

FIND-PERIOD-EXIT.

    EXIT.

START-SORT-RECORD.

    MOVE CACHE-COST-CENTER TO SRT-COST-CENTER.
    MOVE CACHE-NAME TO SRT-NAME.
    MOVE CACHE-MASTER-FLAG TO SRT-MASTER-FLAG.
    MOVE SEGMENT-PERIOD TO SRT-PERIOD.
    MOVE 0 TO SRT-DIRECT-HRS.
    MOVE 0 TO SRT-INDIRECT-HRS.
    MOVE 0 TO SRT-ABSENCE-HRS.
    MOVE 0 TO SRT-UNCLASSED-HRS.

LOOK-UP-BADGE-MASTER.

*	the report groups by the badge master's HOME cost center, not
*	whatever cost center the ticket charged.  A badge missing from
*	the master is grouped under the cost center and name on the
*	segment that first brought it here, and flagged.

    IF SRT-BADGE-NUM = CACHE-BADGE-NUM
	GO TO LOOK-BADGE-EXIT.

    MOVE SRT-BADGE-NUM TO CACHE-BADGE-NUM.
    MOVE SRT-BADGE-NUM TO BDG-BADGE-NUM.

    READ BDG-FIL
	INVALID KEY PERFORM TAKE-SEGMENT-NAME
		    MOVE "N" TO CACHE-MASTER-FLAG
		    GO TO LOOK-BADGE-EXIT.

    MOVE BDG-COST-CENTER TO CACHE-COST-CENTER.
    MOVE BDG-NAME TO CACHE-NAME.
    MOVE "Y" TO CACHE-MASTER-FLAG.

LOOK-BADGE-EXIT.

    EXIT.

TAKE-SEGMENT-NAME.

    IF RELEASING-ARCHIVE
	MOVE ARCH-COST-CENTER TO CACHE-COST-CENTER
	MOVE ARCH-NAME TO CACHE-NAME
    ELSE
	MOVE COST-CENTER TO CACHE-COST-CENTER
	MOVE NAME TO CACHE-NAME.

ADD-LINE-TO-CLASS.

*	unused slots are blank; an absence line (blank product line)
*	is absence whatever its code; a work line goes by its activity
*	code's labor class, indirect if it has none.

    IF LINE-ACTIV-CODE = SPACES
	GO TO ADD-LINE-EXIT.

    IF LINE-PROD-LINE = SPACES
	ADD LINE-HOURS TO SRT-ABSENCE-HRS
	GO TO ADD-LINE-EXIT.

    IF LINE-ACTIV-CODE NOT = CACHE-ACTIV-CODE
	PERFORM LOOK-UP-LABOR-CLASS THRU LOOK-CLASS-EXIT.

    IF CACHE-LABOR-CLASS = "D"
	ADD LINE-HOURS TO SRT-DIRECT-HRS
	GO TO ADD-LINE-EXIT.

    ADD LINE-HOURS TO SRT-INDIRECT-HRS.

    IF CACHE-LABOR-CLASS NOT = "I"
	ADD LINE-HOURS TO SRT-UNCLASSED-HRS.

ADD-LINE-EXIT.

    EXIT.

LOOK-UP-LABOR-CLASS.

    MOVE LINE-ACTIV-CODE TO CACHE-ACTIV-CODE.
    MOVE SPACE TO CACHE-LABOR-CLASS.

    MOVE "A" TO REF-CODE-TYPE.
    MOVE LINE-ACTIV-CODE TO REF-CODE.

    READ REF-FIL
	INVALID KEY GO TO LOOK-CLASS-EXIT.

    MOVE REF-LABOR-CLASS TO CACHE-LABOR-CLASS.

LOOK-CLASS-EXIT.

    EXIT.

RELEASE-PERIOD-EXIT.

    EXIT.

*******************************************************************************

REPORT-OUTPUT SECTION.

*******************************************************************************

WRITE-THE-REPORT.

    MOVE "N" TO USRT-EOF-FLAG.
    OPEN INPUT USRT-FIL.

    PERFORM WRITE-REPORT-HEADING.

    MOVE 0 TO PT-CUR-DIRECT.
    MOVE 0 TO PT-CUR-INDIRECT.
    MOVE 0 TO PT-CUR-ABSENCE.
    MOVE 0 TO PT-PRI-DIRECT.
    MOVE 0 TO PT-PRI-INDIRECT.
    MOVE 0 TO PT-PRI-ABSENCE.

    PERFORM READ-SORTED-RECORD.

    PERFORM CHECK-FOR-BREAKS THRU PROCESS-RECORD-EXIT
	UNTIL USRT-END-OF-FILE.

    IF NOT-FIRST-GROUP
	PERFORM CLOSE-OUT-BADGE
	PERFORM CLOSE-OUT-COST-CENTER.

    PERFORM WRITE-PLANT-TOTALS.

    CLOSE USRT-FIL.

WRITE-REPORT-EXIT.

READ-SORTED-RECORD.

    READ USRT-FIL
	AT END MOVE "Y" TO USRT-EOF-FLAG.

WRITE-REPORT-HEADING.

    MOVE FROM-WK-END-DATE TO STEP-DATE-NUM.
    PERFORM FORMAT-PRINT-DATE THRU FORMAT-DATE-EXIT.
    MOVE PRINT-DATE TO PRINT-DATE-2.
    MOVE THRU-WK-END-DATE TO STEP-DATE-NUM.
    PERFORM FORMAT-PRINT-DATE THRU FORMAT-DATE-EXIT.

    IF PERIOD-WEEKS = 1
	DISPLAY "PERIOD:       WEEK ENDING " PRINT-DATE
    ELSE
	DISPLAY "PERIOD:       WEEKS ENDING " PRINT-DATE-2 " THROUGH "
		PRINT-DATE " (" PERIOD-WEEKS " WEEKS)".

    MOVE PRIOR-FROM-DATE TO STEP-DATE-NUM.
    PERFORM FORMAT-PRINT-DATE THRU FORMAT-DATE-EXIT.
    MOVE PRINT-DATE TO PRINT-DATE-2.
    MOVE PRIOR-THRU-DATE TO STEP-DATE-NUM.
    PERFORM FORMAT-PRINT-DATE THRU FORMAT-DATE-EXIT.

    IF PERIOD-WEEKS = 1
	DISPLAY "PRIOR PERIOD: WEEK ENDING " PRINT-DATE
    ELSE
	DISPLAY "PRIOR PERIOD: WEEKS ENDING " PRINT-DATE-2 " THROUGH "
		PRINT-DATE.

    IF UTIL-TARGET = 0
	DISPLAY "TARGET:       (none)"
    ELSE
	DISPLAY "TARGET:       " UTIL-TARGET "% -- badges under it flagged UNDER".

    IF INCLUDING-ARCHIVE
	DISPLAY "(live file plus JOBTICARC archive)"
    ELSE
	DISPLAY "(live file only)".

    DISPLAY " ".
    DISPLAY "UTIL% IS DIRECT HOURS AS A PERCENTAGE OF DIRECT + INDIRECT + ABSENCE.".

*******************************************************************************

PROCESS-UTILIZATION-RECORD SECTION.

*******************************************************************************

CHECK-FOR-BREAKS.

*	a change of badge closes the prior badge's line; a change of
*	home cost center also closes the cost center total and opens
*	the next cost center's heading.

    IF FIRST-GROUP
	MOVE "N" TO FIRST-GROUP-FLAG
	PERFORM OPEN-COST-CENTER
	PERFORM OPEN-BADGE
    ELSE
	IF USO-BADGE-NUM NOT = PREV-BADGE-NUM
		OR USO-COST-CENTER NOT = PREV-COST-CENTER
	    PERFORM CLOSE-OUT-BADGE
	    IF USO-COST-CENTER NOT = PREV-COST-CENTER
		PERFORM CLOSE-OUT-COST-CENTER
		PERFORM OPEN-COST-CENTER
		PERFORM OPEN-BADGE
	    ELSE
		PERFORM OPEN-BADGE.

    MOVE USO-COST-CENTER TO PREV-COST-CENTER.
    MOVE USO-BADGE-NUM TO PREV-BADGE-NUM.
    MOVE USO-NAME TO PREV-NAME.
    MOVE USO-MASTER-FLAG TO PREV-MASTER-FLAG.

ACCUMULATE-SEGMENT.

    IF USO-CURRENT-PERIOD
	ADD USO-DIRECT-HRS TO BT-CUR-DIRECT
	ADD USO-INDIRECT-HRS TO BT-CUR-INDIRECT
	ADD USO-ABSENCE-HRS TO BT-CUR-ABSENCE
	ADD USO-UNCLASSED-HRS TO PLANT-UNCLASSED-HRS
    ELSE
	ADD USO-DIRECT-HRS TO BT-PRI-DIRECT
	ADD USO-INDIRECT-HRS TO BT-PRI-INDIRECT
	ADD USO-ABSENCE-HRS TO BT-PRI-ABSENCE.

    PERFORM READ-SORTED-RECORD.

PROCESS-RECORD-EXIT.

    EXIT.

OPEN-COST-CENTER.

    MOVE 0 TO CT-CUR-DIRECT.
    MOVE 0 TO CT-CUR-INDIRECT.
    MOVE 0 TO CT-CUR-ABSENCE.
    MOVE 0 TO CT-PRI-DIRECT.
    MOVE 0 TO CT-PRI-INDIRECT.
    MOVE 0 TO CT-PRI-ABSENCE.

    DISPLAY " ".
    DISPLAY "COST CENTER " USO-COST-CENTER.
    DISPLAY " ".
    DISPLAY "BADGE   NAME               DIRECT INDIRECT  ABSENCE  UTIL%  PRIOR CHANGE".
    DISPLAY "------- ---------------- -------- -------- -------- ------ ------ ------ -----".

OPEN-BADGE.

    MOVE 0 TO BT-CUR-DIRECT.
    MOVE 0 TO BT-CUR-INDIRECT.
    MOVE 0 TO BT-CUR-ABSENCE.
    MOVE 0 TO BT-PRI-DIRECT.
    MOVE 0 TO BT-PRI-INDIRECT.
    MOVE 0 TO BT-PRI-ABSENCE.

CLOSE-OUT-BADGE.

    ADD 1 TO BADGE-COUNT.

    MOVE BADGE-TOTALS TO LINE-TOTALS.
    MOVE "B" TO LINE-KIND.
    PERFORM FORMAT-UTILIZATION-LINE THRU FORMAT-LINE-EXIT.

    MOVE PREV-BADGE-NUM TO RL-BADGE-NUM.
    MOVE PREV-NAME TO RL-NAME.

    DISPLAY REPORT-LINE.

    IF PREV-MASTER-FLAG NOT = "Y"
	DISPLAY "        (badge not on the badge master -- see Personnel)".

    ADD BT-CUR-DIRECT TO CT-CUR-DIRECT.
    ADD BT-CUR-INDIRECT TO CT-CUR-INDIRECT.
    ADD BT-CUR-ABSENCE TO CT-CUR-ABSENCE.
    ADD BT-PRI-DIRECT TO CT-PRI-DIRECT.
    ADD BT-PRI-INDIRECT TO CT-PRI-INDIRECT.
    ADD BT-PRI-ABSENCE TO CT-PRI-ABSENCE.

CLOSE-OUT-COST-CENTER.

    MOVE CC-TOTALS TO LINE-TOTALS.
    MOVE "T" TO LINE-KIND.
    PERFORM FORMAT-UTILIZATION-LINE THRU FORMAT-LINE-EXIT.

    MOVE SPACES TO RL-IDENT.
    MOVE "  COST CENTER TOTAL" TO RL-IDENT.

    DISPLAY "------- ---------------- -------- -------- -------- ------ ------ ------".
    DISPLAY REPORT-LINE.

    ADD CT-CUR-DIRECT TO PT-CUR-DIRECT.
    ADD CT-CUR-INDIRECT TO PT-CUR-INDIRECT.
    ADD CT-CUR-ABSENCE TO PT-CUR-ABSENCE.
    ADD CT-PRI-DIRECT TO PT-PRI-DIRECT.
    ADD CT-PRI-INDIRECT TO PT-PRI-INDIRECT.
    ADD CT-PRI-ABSENCE TO PT-PRI-ABSENCE.

WRITE-PLANT-TOTALS.

    DISPLAY " ".

    IF FIRST-GROUP
	DISPLAY "(no tickets on file for the period or the prior period)"
	DISPLAY " "
	GO TO WRITE-PLANT-EXIT.

    MOVE PLANT-TOTALS TO LINE-TOTALS.
    MOVE "T" TO LINE-KIND.
    PERFORM FORMAT-UTILIZATION-LINE THRU FORMAT-LINE-EXIT.

    MOVE SPACES TO RL-IDENT.
    MOVE "PLANT TOTAL" TO RL-IDENT.

    DISPLAY "=============================================================================".
    DISPLAY REPORT-LINE.
    DISPLAY " ".
    DISPLAY "Badges reported:           " BADGE-COUNT.

    IF UTIL-TARGET NOT = 0
	DISPLAY "Badges under the target:   " UNDER-TARGET-COUNT.

    IF PLANT-UNCLASSED-HRS NOT = 0
	MOVE PLANT-UNCLASSED-HRS TO RH-HOURS-HOLD
	DISPLAY " "
	DISPLAY "%" RH-HOURS-HOLD " hours this period were on activity codes not"
	DISPLAY "%yet classed direct or indirect, and are counted as indirect."
	DISPLAY "%Class them with the JTCODE CLASS command.".

    DISPLAY " ".

WRITE-PLANT-EXIT.

    EXIT.

FORMAT-UTILIZATION-LINE.

*	utilization is direct hours over all hours paid -- direct,
*	indirect and absence.  A period with no hours has no
*	utilization; the change needs both periods.  Only a badge line
*	is held to the target, and only when it has hours this period.

    MOVE SPACES TO REPORT-LINE.

    MOVE LT-CUR-DIRECT TO RL-DIRECT.
    MOVE LT-CUR-INDIRECT TO RL-INDIRECT.
    MOVE LT-CUR-ABSENCE TO RL-ABSENCE.

    COMPUTE LT-CUR-TOTAL = LT-CUR-DIRECT + LT-CUR-INDIRECT
	+ LT-CUR-ABSENCE.
    COMPUTE LT-PRI-TOTAL = LT-PRI-DIRECT + LT-PRI-INDIRECT
	+ LT-PRI-ABSENCE.

    IF LT-CUR-TOTAL = 0
	MOVE "   N/A" TO RL-CUR-UTIL-X
    ELSE
	COMPUTE LT-CUR-UTIL ROUNDED = LT-CUR-DIRECT * 100 / LT-CUR-TOTAL
	MOVE LT-CUR-UTIL TO RL-CUR-UTIL.

    IF LT-PRI-TOTAL = 0
	MOVE "   N/A" TO RL-PRI-UTIL-X
    ELSE
	COMPUTE LT-PRI-UTIL ROUNDED = LT-PRI-DIRECT * 100 / LT-PRI-TOTAL
	MOVE LT-PRI-UTIL TO RL-PRI-UTIL.

    IF LT-CUR-TOTAL = 0 OR LT-PRI-TOTAL = 0
	MOVE SPACES TO RL-CHANGE-X
    ELSE
	COMPUTE LT-CHANGE = LT-CUR-UTIL - LT-PRI-UTIL
	MOVE LT-CHANGE TO RL-CHANGE.

    IF TOTAL-LINE OR UTIL-TARGET = 0 OR LT-CUR-TOTAL = 0
	GO TO FORMAT-LINE-EXIT.

    IF LT-CUR-UTIL < UTIL-TARGET
	MOVE "UNDER" TO RL-FLAG
	ADD 1 TO UNDER-TARGET-COUNT.

FORMAT-LINE-EXIT.

    EXIT.
