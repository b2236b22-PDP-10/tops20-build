IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTLHST.

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
*	application.  It is the labor history report.  It reads only
*	the permanent labor history file (JOBTICHST) that JTWKCL posts
*	as each week is closed -- never JOBTICRMS or the archive -- so
*	weeks long since archived report the same as last week.  For a
*	week-ending date the operator enters, it gives each badge's
*	straight, overtime and absence hours, adjustment hours and
*	dollars for that week, the quarter to date and the year to
*	date; then the same three figures by cost center, with plant
*	totals.  Quarters are calendar quarters of the week-ending
*	date, and a week belongs to the year of its week-ending date.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. OCTOBER 13, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '13-Oct-86', 'Sandy Clemens')
* %(  Add the labor history report: week, quarter-to-date and
*     year-to-date hours and dollars by badge and by cost center,
*     read from the labor history file JTWKCL posts.
*     File: JTLHST.CBL (NEW) )%

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.
	DECSYSTEM-20.

OBJECT-COMPUTER.
	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT HST-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS HST-KEY
	   FILE STATUS IS HST-FIL-STATUS.

    SELECT LSRT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL.

    SELECT SORT-WORK ASSIGN TO DSK.

DATA DIVISION.

FILE SECTION.

SD  SORT-WORK.

*	one sort record per history record in the year to date, marked
*	for the week and the quarter it also falls in.  The same
*	records are sorted twice: by badge, then by cost center.

01  SRT-REC.
    05  SRT-BADGE-NUM PIC 9(7).
    05  SRT-COST-CENTER PIC X(4).
    05  SRT-WK-END-DATE PIC 9(6).
    05  SRT-NAME PIC X(30).
    05  SRT-IN-WEEK PIC X.
    05  SRT-IN-QTD PIC X.
    05  SRT-STRAIGHT-HRS PIC S9(5)V99.
    05  SRT-OT-HRS PIC S9(5)V99.
    05  SRT-ABSENCE-HRS PIC S9(5)V99.
    05  SRT-ADJ-HRS PIC S9(5)V99.
    05  SRT-DOLLARS PIC S9(7)V99.
    05  SRT-UNPRICED-HRS PIC S9(5)V99.

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

FD  LSRT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTLHSSRT".

01  LSRT-OUT-REC.
    05  LSO-BADGE-NUM PIC 9(7).
    05  LSO-COST-CENTER PIC X(4).
    05  LSO-WK-END-DATE PIC 9(6).
    05  LSO-NAME PIC X(30).
    05  LSO-IN-WEEK PIC X.
    05  LSO-IN-QTD PIC X.
    05  LSO-STRAIGHT-HRS PIC S9(5)V99.
    05  LSO-OT-HRS PIC S9(5)V99.
    05  LSO-ABSENCE-HRS PIC S9(5)V99.
    05  LSO-ADJ-HRS PIC S9(5)V99.
    05  LSO-DOLLARS PIC S9(7)V99.
    05  LSO-UNPRICED-HRS PIC S9(5)V99.

WORKING-STORAGE SECTION.

01  HST-FIL-STATUS PIC X(2).

01  HST-EOF-FLAG PIC X.
    88 HST-NOT-END-OF-FILE VALUE "N".
    88 HST-END-OF-FILE VALUE "Y".

01  LSRT-EOF-FLAG PIC X.
    88 LSRT-NOT-END-OF-FILE VALUE "N".
    88 LSRT-END-OF-FILE VALUE "Y".

01  FIRST-GROUP-FLAG PIC X.
    88 FIRST-GROUP VALUE "Y".
    88 NOT-FIRST-GROUP VALUE "N".

*	which of the two passes is being printed: B by badge, C by
*	cost center.

01  PASS-FLAG PIC X.
    88 BADGE-PASS VALUE "B".
    88 COST-CENTER-PASS VALUE "C".

***** operator-entered week-ending date ***************************************

01  WK-DATE-ENTRY.
    05  DE-MON PIC 99.
    05  FILLER PIC X VALUE "/".
    05  DE-DY PIC 99.
    05  FILLER PIC X VALUE "/".
    05  DE-YR PIC 99.

*	week-ending dates are carried year-first (YYMMDD) on file; the
*	operator's MM/DD/YY entry is rearranged to match.

01  DATE-HOLD.
    05  DH-YR PIC 99.
    05  DH-MO PIC 99.
    05  DH-DY PIC 99.

01  AS-OF-DATE PIC 9(6).

*	the year to date runs from the first week ending in the as-of
*	year; the quarter to date from the first week ending in the
*	as-of quarter.

01  YEAR-START-DATE.
    05  YS-YR PIC 99.
    05  YS-MO PIC 99 VALUE 1.
    05  YS-DY PIC 99 VALUE 1.

01  YEAR-START-NUM REDEFINES YEAR-START-DATE PIC 9(6).

01  QTR-START-DATE.
    05  QS-YR PIC 99.
    05  QS-MO PIC 99.
    05  QS-DY PIC 99 VALUE 1.

01  QTR-START-NUM REDEFINES QTR-START-DATE PIC 9(6).

77  QTR-NUM PIC S9(5) COMP.

*	a week-ending date entered for the report is refused unless it
*	is a Saturday, checked by Zeller's congruence as JTSERV checks
*	one.  ZEL-DOW comes out 0 for Saturday.

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

***** control break holds and accumulators ************************************

01  PREV-BADGE-NUM PIC 9(7).
01  PREV-COST-CENTER PIC X(4).
01  PREV-NAME PIC X(30).

*	one set of week / quarter-to-date / year-to-date figures for
*	the group being gathered, and one for the plant.  Entry 1 is
*	the week, 2 the quarter to date, 3 the year to date.

01  GROUP-ACCUM.
    05  GA-ENTRY OCCURS 3.
	10  GA-STRAIGHT-HRS PIC S9(7)V99.
	10  GA-OT-HRS PIC S9(7)V99.
	10  GA-ABSENCE-HRS PIC S9(7)V99.
	10  GA-ADJ-HRS PIC S9(7)V99.
	10  GA-DOLLARS PIC S9(9)V99.

01  PLANT-ACCUM.
    05  PA-ENTRY OCCURS 3.
	10  PA-STRAIGHT-HRS PIC S9(7)V99.
	10  PA-OT-HRS PIC S9(7)V99.
	10  PA-ABSENCE-HRS PIC S9(7)V99.
	10  PA-ADJ-HRS PIC S9(7)V99.
	10  PA-DOLLARS PIC S9(9)V99.

01  PERIOD-LABELS PIC X(12) VALUE "WEEKQTD YTD ".
01  PERIOD-LABEL-TABLE REDEFINES PERIOD-LABELS.
    05  PERIOD-LABEL PIC X(4) OCCURS 3.

01  GROUP-COUNT PIC 9(5) VALUE 0.
01  HST-READ-COUNT PIC 9(6) VALUE 0.
01  UNPRICED-HRS-TOTAL PIC S9(7)V99 VALUE 0.

01  REPORT-LINE.
    05  RL-IDENT PIC X(24).
    05  RL-BADGE-IDENT REDEFINES RL-IDENT.
	10  RL-BADGE-NUM PIC 9(7).
	10  FILLER PIC X.
	10  RL-NAME PIC X(16).
    05  FILLER PIC X.
    05  RL-PERIOD PIC X(4).
    05  FILLER PIC X.
    05  RL-STRAIGHT PIC -ZZZZZ9.9.
    05  FILLER PIC X.
    05  RL-OT PIC -ZZZZ9.9.
    05  FILLER PIC X.
    05  RL-ABSENCE PIC -ZZZZ9.9.
    05  FILLER PIC X.
    05  RL-ADJ PIC -ZZZZ9.9.
    05  FILLER PIC X.
    05  RL-DOLLARS PIC -ZZZZZZZ9.99.

01  REPORT-HOLD-AREA.
    05  RH-HOURS-HOLD PIC -ZZZZZ9.99.

77  PA-SUB PIC S9(5) COMP.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "LABOR HISTORY REPORT -- WEEK, QUARTER AND YEAR TO DATE".
    DISPLAY " ".

    PERFORM GET-AS-OF-DATE THRU GET-AS-OF-EXIT.

    PERFORM CHECK-HISTORY-FILE THRU CHECK-HST-EXIT.

    PERFORM WRITE-REPORT-HEADING.

    MOVE ZEROES TO PLANT-ACCUM.

    MOVE "B" TO PASS-FLAG.
    PERFORM SORT-BY-BADGE.
    PERFORM WRITE-ONE-PASS THRU WRITE-PASS-EXIT.

    MOVE "C" TO PASS-FLAG.
    PERFORM SORT-BY-COST-CENTER.
    PERFORM WRITE-ONE-PASS THRU WRITE-PASS-EXIT.

    PERFORM WRITE-PLANT-TOTALS THRU WRITE-PLANT-EXIT.

    STOP RUN.

*******************************************************************************

OPERATOR-SELECTIONS SECTION.

*******************************************************************************

GET-AS-OF-DATE.

    DISPLAY "Report as of week-ending date (MM/DD/YY): "
	WITH NO ADVANCING ACCEPT WK-DATE-ENTRY.

VALIDATE-AS-OF-DATE.

    IF DE-MON < 1 OR DE-MON > 12 OR DE-DY < 1 OR DE-DY > 31
	DISPLAY "?Invalid date.  Enter the week-ending date, form MM/DD/YY: "
	    WITH NO ADVANCING ACCEPT WK-DATE-ENTRY
	GO TO VALIDATE-AS-OF-DATE.

    MOVE DE-MON TO ZEL-M.
    MOVE DE-DY TO ZEL-D.
    COMPUTE ZEL-Y = 1900 + DE-YR.

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

    IF ZEL-DOW NOT = 0
	DISPLAY "?That date is not a Saturday.  Enter the week-ending date: "
	    WITH NO ADVANCING ACCEPT WK-DATE-ENTRY
	GO TO VALIDATE-AS-OF-DATE.

    MOVE DE-YR TO DH-YR.
    MOVE DE-MON TO DH-MO.
    MOVE DE-DY TO DH-DY.
    MOVE DATE-HOLD TO AS-OF-DATE.

FIND-PERIOD-STARTS.

*	quarter 1 starts in January, 2 in April, 3 in July, 4 in
*	October.

    MOVE DE-YR TO YS-YR.
    MOVE DE-YR TO QS-YR.

    COMPUTE QTR-NUM = (DE-MON + 2) / 3.
    COMPUTE QS-MO = QTR-NUM * 3 - 2.

GET-AS-OF-EXIT.

    EXIT.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

CHECK-HISTORY-FILE.

*	the history file exists once JTWKCL has closed (or posted) a
*	week; before then there is nothing to report.

    OPEN INPUT HST-FIL.

    IF HST-FIL-STATUS NOT = "00"
	DISPLAY "%Labor history file JOBTICHST could not be opened.  It is"
	DISPLAY "%created when JTWKCL closes or posts a week.  Process halted."
	STOP RUN.

    CLOSE HST-FIL.

CHECK-HST-EXIT.

    EXIT.

*******************************************************************************

SORT-BY-BADGE SECTION.

*******************************************************************************

SORT-THE-BADGES.

    SORT SORT-WORK
	ON ASCENDING KEY SRT-BADGE-NUM SRT-WK-END-DATE SRT-COST-CENTER
	INPUT PROCEDURE IS RELEASE-YEAR-HISTORY
	GIVING LSRT-FIL.

*******************************************************************************

SORT-BY-COST-CENTER SECTION.

*******************************************************************************

SORT-THE-COST-CENTERS.

    SORT SORT-WORK
	ON ASCENDING KEY SRT-COST-CENTER SRT-BADGE-NUM SRT-WK-END-DATE
	INPUT PROCEDURE IS RELEASE-YEAR-HISTORY
	GIVING LSRT-FIL.

*******************************************************************************

RELEASE-YEAR-HISTORY SECTION.

*******************************************************************************

*	every history record from the start of the as-of year through
*	the as-of week goes to the sort, marked for the week and the
*	quarter.  The file is keyed week first, so the read starts at
*	the year and stops past the as-of week.

READ-THE-HISTORY-FILE.

    MOVE "N" TO HST-EOF-FLAG.
    MOVE 0 TO HST-READ-COUNT.
    OPEN INPUT HST-FIL.

    MOVE YEAR-START-NUM TO HST-WK-END-DATE.
    MOVE 0 TO HST-BADGE-NUM.
    MOVE SPACES TO HST-COST-CENTER.

    START HST-FIL KEY IS NOT LESS THAN HST-KEY
	INVALID KEY MOVE "Y" TO HST-EOF-FLAG.

    PERFORM RELEASE-ONE-HISTORY THRU RELEASE-HST-EXIT
	UNTIL HST-END-OF-FILE.

    CLOSE HST-FIL.
    GO TO RELEASE-YEAR-EXIT.

RELEASE-ONE-HISTORY.

    READ HST-FIL NEXT
	AT END MOVE "Y" TO HST-EOF-FLAG
	       GO TO RELEASE-HST-EXIT.

    IF HST-WK-END-DATE > AS-OF-DATE
	MOVE "Y" TO HST-EOF-FLAG
	GO TO RELEASE-HST-EXIT.

    ADD 1 TO HST-READ-COUNT.

    MOVE HST-BADGE-NUM TO SRT-BADGE-NUM.
    MOVE HST-COST-CENTER TO SRT-COST-CENTER.
    MOVE HST-WK-END-DATE TO SRT-WK-END-DATE.
    MOVE HST-NAME TO SRT-NAME.
    MOVE HST-STRAIGHT-HRS TO SRT-STRAIGHT-HRS.
    MOVE HST-OT-HRS TO SRT-OT-HRS.
    MOVE HST-ABSENCE-HRS TO SRT-ABSENCE-HRS.
    MOVE HST-ADJ-HRS TO SRT-ADJ-HRS.
    MOVE HST-UNPRICED-HRS TO SRT-UNPRICED-HRS.

*	dollars are reported net of the week's adjustments.

    COMPUTE SRT-DOLLARS = HST-DOLLARS + HST-ADJ-DOLLARS.

    IF HST-WK-END-DATE = AS-OF-DATE
	MOVE "Y" TO SRT-IN-WEEK
    ELSE
	MOVE "N" TO SRT-IN-WEEK.

    IF HST-WK-END-DATE NOT < QTR-START-NUM
	MOVE "Y" TO SRT-IN-QTD
    ELSE
	MOVE "N" TO SRT-IN-QTD.

    RELEASE SRT-REC.

RELEASE-HST-EXIT.

    EXIT.

RELEASE-YEAR-EXIT.

    EXIT.

*******************************************************************************

REPORT-OUTPUT SECTION.

*******************************************************************************

WRITE-REPORT-HEADING.

    DISPLAY "AS OF WEEK ENDING " WK-DATE-ENTRY
	    "   (QUARTER " QS-MO "/01/" QS-YR ", YEAR 01/01/" YS-YR ")".
    DISPLAY " ".
    DISPLAY "Straight, overtime and absence hours are as paid at week close;".
    DISPLAY "ADJ is the signed adjustment hours filed against the weeks".
    DISPLAY "since.  Dollars are net of adjustments.".

WRITE-ONE-PASS.

    MOVE "N" TO LSRT-EOF-FLAG.
    MOVE "Y" TO FIRST-GROUP-FLAG.
    MOVE 0 TO GROUP-COUNT.
    OPEN INPUT LSRT-FIL.

    DISPLAY " ".

    IF BADGE-PASS
	DISPLAY "BY EMPLOYEE"
    ELSE
	DISPLAY "BY COST CENTER".

    DISPLAY " ".
    DISPLAY "BADGE / COST CENTER      PERD  STRAIGHT OVERTIME  ABSENCE      ADJ      DOLLARS".
    DISPLAY "------------------------ ---- --------- -------- -------- -------- ------------".

    PERFORM READ-SORTED-RECORD.

    PERFORM CHECK-FOR-BREAK THRU PROCESS-RECORD-EXIT
	UNTIL LSRT-END-OF-FILE.

    IF NOT-FIRST-GROUP
	PERFORM CLOSE-OUT-GROUP THRU CLOSE-GROUP-EXIT.

    CLOSE LSRT-FIL.

    IF GROUP-COUNT = 0
	DISPLAY "(no labor history on file for the year to date)".

WRITE-PASS-EXIT.

    EXIT.

READ-SORTED-RECORD.

    READ LSRT-FIL
	AT END MOVE "Y" TO LSRT-EOF-FLAG.

*******************************************************************************

PROCESS-HISTORY-RECORD SECTION.

*******************************************************************************

CHECK-FOR-BREAK.

    IF FIRST-GROUP
	MOVE "N" TO FIRST-GROUP-FLAG
	PERFORM OPEN-GROUP
	GO TO ACCUMULATE-RECORD.

    IF BADGE-PASS AND LSO-BADGE-NUM NOT = PREV-BADGE-NUM
	PERFORM CLOSE-OUT-GROUP THRU CLOSE-GROUP-EXIT
	PERFORM OPEN-GROUP
	GO TO ACCUMULATE-RECORD.

    IF COST-CENTER-PASS AND LSO-COST-CENTER NOT = PREV-COST-CENTER
	PERFORM CLOSE-OUT-GROUP THRU CLOSE-GROUP-EXIT
	PERFORM OPEN-GROUP.

ACCUMULATE-RECORD.

*	every record released is in the year to date; the week and
*	quarter marks add it to those figures too.  The plant totals
*	and the unpriced hours are gathered on the cost center pass
*	only, so nothing is counted twice.

    MOVE 3 TO PA-SUB.
    PERFORM ADD-TO-GROUP.

    IF LSO-IN-QTD = "Y"
	MOVE 2 TO PA-SUB
	PERFORM ADD-TO-GROUP.

    IF LSO-IN-WEEK = "Y"
	MOVE 1 TO PA-SUB
	PERFORM ADD-TO-GROUP.

    IF COST-CENTER-PASS
	ADD LSO-UNPRICED-HRS TO UNPRICED-HRS-TOTAL.

    PERFORM READ-SORTED-RECORD.

PROCESS-RECORD-EXIT.

    EXIT.

ADD-TO-GROUP.

    ADD LSO-STRAIGHT-HRS TO GA-STRAIGHT-HRS (PA-SUB).
    ADD LSO-OT-HRS TO GA-OT-HRS (PA-SUB).
    ADD LSO-ABSENCE-HRS TO GA-ABSENCE-HRS (PA-SUB).
    ADD LSO-ADJ-HRS TO GA-ADJ-HRS (PA-SUB).
    ADD LSO-DOLLARS TO GA-DOLLARS (PA-SUB).

OPEN-GROUP.

    MOVE LSO-BADGE-NUM TO PREV-BADGE-NUM.
    MOVE LSO-COST-CENTER TO PREV-COST-CENTER.
    MOVE LSO-NAME TO PREV-NAME.
    MOVE ZEROES TO GROUP-ACCUM.

CLOSE-OUT-GROUP.

    ADD 1 TO GROUP-COUNT.

    PERFORM WRITE-GROUP-PERIOD THRU WRITE-PERIOD-EXIT
	VARYING PA-SUB FROM 1 BY 1 UNTIL PA-SUB > 3.

    DISPLAY " ".

CLOSE-GROUP-EXIT.

    EXIT.

WRITE-GROUP-PERIOD.

    MOVE SPACES TO REPORT-LINE.

    IF PA-SUB = 1 AND BADGE-PASS
	MOVE PREV-BADGE-NUM TO RL-BADGE-NUM
	MOVE PREV-NAME TO RL-NAME.

    IF PA-SUB = 1 AND COST-CENTER-PASS
	MOVE PREV-COST-CENTER TO RL-IDENT.

    MOVE PERIOD-LABEL (PA-SUB) TO RL-PERIOD.
    MOVE GA-STRAIGHT-HRS (PA-SUB) TO RL-STRAIGHT.
    MOVE GA-OT-HRS (PA-SUB) TO RL-OT.
    MOVE GA-ABSENCE-HRS (PA-SUB) TO RL-ABSENCE.
    MOVE GA-ADJ-HRS (PA-SUB) TO RL-ADJ.
    MOVE GA-DOLLARS (PA-SUB) TO RL-DOLLARS.

    DISPLAY REPORT-LINE.

    IF COST-CENTER-PASS
	ADD GA-STRAIGHT-HRS (PA-SUB) TO PA-STRAIGHT-HRS (PA-SUB)
	ADD GA-OT-HRS (PA-SUB) TO PA-OT-HRS (PA-SUB)
	ADD GA-ABSENCE-HRS (PA-SUB) TO PA-ABSENCE-HRS (PA-SUB)
	ADD GA-ADJ-HRS (PA-SUB) TO PA-ADJ-HRS (PA-SUB)
	ADD GA-DOLLARS (PA-SUB) TO PA-DOLLARS (PA-SUB).

WRITE-PERIOD-EXIT.

    EXIT.

*******************************************************************************

PLANT-TOTALS SECTION.

*******************************************************************************

WRITE-PLANT-TOTALS.

    DISPLAY "=============================================================================".

    PERFORM WRITE-PLANT-PERIOD THRU WRITE-PLANT-PERIOD-EXIT
	VARYING PA-SUB FROM 1 BY 1 UNTIL PA-SUB > 3.

    DISPLAY " ".
    DISPLAY "History records read for the year to date: " HST-READ-COUNT.

    IF UNPRICED-HRS-TOTAL NOT = 0
	MOVE UNPRICED-HRS-TOTAL TO RH-HOURS-HOLD
	DISPLAY "%" RH-HOURS-HOLD " work hour(s) in the year to date had no rate"
	DISPLAY "%on file when posted and are in none of the dollar figures.".

    DISPLAY " ".

WRITE-PLANT-EXIT.

    EXIT.

WRITE-PLANT-PERIOD.

    MOVE SPACES TO REPORT-LINE.

    IF PA-SUB = 1
	MOVE "PLANT TOTAL" TO RL-IDENT.

    MOVE PERIOD-LABEL (PA-SUB) TO RL-PERIOD.
    MOVE PA-STRAIGHT-HRS (PA-SUB) TO RL-STRAIGHT.
    MOVE PA-OT-HRS (PA-SUB) TO RL-OT.
    MOVE PA-ABSENCE-HRS (PA-SUB) TO RL-ABSENCE.
    MOVE PA-ADJ-HRS (PA-SUB) TO RL-ADJ.
    MOVE PA-DOLLARS (PA-SUB) TO RL-DOLLARS.

    DISPLAY REPORT-LINE.

WRITE-PLANT-PERIOD-EXIT.

    EXIT.
