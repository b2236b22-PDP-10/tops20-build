IDENTIFICATION DIVISION.

PROGRAM-ID.
	JTJVAR.

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
*	application.  It is the job budget vs. actual report.  The
*	actuals are the ones JTJOBC builds -- every detail line with
*	a manufacturing job number on JOBTICRMS (and, on request, the
*	JOBTICARC archive), priced from JOBTICRTE at the rate in
*	effect for the line's week-ending date -- summed by job,
*	discrete number and operation code and set against the
*	planners' estimates on JOBTICEST (kept with JTESTM).  Each
*	operation, discrete number and job shows estimated and actual
*	hours and dollars, percent of the estimate consumed, the
*	variance, the projected cost at completion, and a flag when
*	it is over budget, projected to overrun, or has no estimate
*	at all.  Run weekly, estimating hears how a job is going
*	while there is still time to do something about it.

INSTALLATION. DEC-MARLBOROUGH.

DATE-WRITTEN. SEPTEMBER 24, 1986.

* Facility: DIL-SAMPLE
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '24-Sep-86', 'Sandy Clemens')
* %(  Add the job budget vs. actual variance report over the
*     JTJOBC actuals and the JOBTICEST estimates.  The projected
*     cost at completion is the actual dollars divided by the
*     planner's percent complete on the estimate; an operation not
*     yet judged (zero percent) projects at the greater of its
*     estimate and its actual.  File: JTJVAR.CBL (NEW) )%
*
* Edit (%O'2', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so ARCH-REC) grew a trailing shift code byte for
*     shift-differential pay.  No logic change; actuals are costed
*     as JTJOBC costs them.  File: JTJVAR.CBL )%
*
* Edit (%O'3', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so ARCH-REC) grew a trailing charge-to cost
*     center on each detail line for loaned labor.  No logic
*     change; actuals are costed as JTJOBC costs them.  File:
*     JTJVAR.CBL )%
*
* Edit (%O'4', '12-Nov-86', 'Sandy Clemens')
* %(  The sort input procedure no longer falls out of RELEASE-DONE
*     into the per-record paragraphs; it leaves through its own
*     exit paragraph.  File: JTJVAR.CBL )%

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

    SELECT EST-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS EST-KEY
	   FILE STATUS IS EST-STATUS.

    SELECT JOB-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS JOB-KEY
	   FILE STATUS IS JOB-STATUS.

    SELECT RATE-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS RATE-KEY
	   FILE STATUS IS RATE-STATUS.

    SELECT VSRT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL.

    SELECT SORT-WORK ASSIGN TO DSK.

DATA DIVISION.

FILE SECTION.

SD  SORT-WORK.

*	one sort record per costed detail line ("L") and one per
*	estimate ("E"); the two meet at the operation code break.

01  SRT-REC.
    05  SRT-MFG-NUM PIC 9(5).
    05  SRT-DISCR-NUM PIC 9(5).
    05  SRT-OPER-CODE PIC X(4).
    05  SRT-KIND PIC X.
    05  SRT-HOURS COMP-1.
    05  SRT-DOLLARS COMP-1.
    05  SRT-PCT-COMPLETE PIC 9(3).
    05  SRT-PRICED-FLAG PIC X.

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

FD  EST-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICEST".

01  EST-REC.
    05  EST-KEY.
	10  EST-MFG-NUM PIC 9(5).
	10  EST-DISCR-NUM PIC 9(5).
	10  EST-OPER-CODE PIC X(4).
    05  EST-HOURS PIC 9(5)V99.
    05  EST-DOLLARS PIC 9(7)V99.
    05  EST-PCT-COMPLETE PIC 9(3).
    05  EST-DATE PIC 9(6).

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

FD  RATE-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICRTE".

01  RATE-REC.
    05  RATE-KEY.
	10  RATE-TYPE PIC X.
	10  RATE-CODE PIC X(4).
	10  RATE-EFF-DATE PIC 9(6).
    05  RATE-AMOUNT PIC 9(3)V99.
    05  RATE-OT-FACTOR PIC 9V99.

FD  VSRT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTJVASRT".

01  VSRT-OUT-REC.
    05  VSO-MFG-NUM PIC 9(5).
    05  VSO-DISCR-NUM PIC 9(5).
    05  VSO-OPER-CODE PIC X(4).
    05  VSO-KIND PIC X.
	88 VSO-ESTIMATE VALUE "E".
	88 VSO-ACTUAL VALUE "L".
    05  VSO-HOURS COMP-1.
    05  VSO-DOLLARS COMP-1.
    05  VSO-PCT-COMPLETE PIC 9(3).
    05  VSO-PRICED-FLAG PIC X.

WORKING-STORAGE SECTION.

01  ARCH-STATUS PIC X(2).
01  EST-STATUS PIC X(2).
01  JOB-STATUS PIC X(2).
01  RATE-STATUS PIC X(2).

01  JT-EOF-FLAG PIC X.
    88 JT-NOT-END-OF-FILE VALUE "N".
    88 JT-END-OF-FILE VALUE "Y".

01  ARCH-EOF-FLAG PIC X.
    88 ARCH-NOT-END-OF-FILE VALUE "N".
    88 ARCH-END-OF-FILE VALUE "Y".

01  EST-EOF-FLAG PIC X.
    88 EST-NOT-END-OF-FILE VALUE "N".
    88 EST-END-OF-FILE VALUE "Y".

01  VSRT-EOF-FLAG PIC X.
    88 VSRT-NOT-END-OF-FILE VALUE "N".
    88 VSRT-END-OF-FILE VALUE "Y".

01  FIRST-GROUP-FLAG PIC X VALUE "Y".
    88 FIRST-GROUP VALUE "Y".
    88 NOT-FIRST-GROUP VALUE "N".

01  INCLUDE-ARCH-FLAG PIC X VALUE "N".
    88 INCLUDING-ARCHIVE VALUE "Y".
    88 NOT-INCLUDING-ARCHIVE VALUE "N".

01  RATES-OPEN-FLAG PIC X VALUE "N".
    88 RATES-FILE-OPEN VALUE "Y".
    88 RATES-FILE-NOT-OPEN VALUE "N".

01  JOBS-OPEN-FLAG PIC X VALUE "N".
    88 JOBS-FILE-OPEN VALUE "Y".
    88 JOBS-FILE-NOT-OPEN VALUE "N".

01  EXCEPTIONS-FLAG PIC X VALUE "N".
    88 EXCEPTIONS-ONLY VALUE "Y".
    88 ALL-OPERATIONS VALUE "N".

***** job number selection ****************************************************

01  FROM-MFG-NUM PIC 9(5) VALUE 0.
01  TO-MFG-NUM PIC 9(5) VALUE 99999.

01  SELECT-ALL-FLAG PIC X VALUE "Y".
    88 SELECTING-ALL-JOBS VALUE "Y".
    88 SELECTING-A-RANGE VALUE "N".

***** control break holds *****************************************************

01  PREV-MFG-NUM PIC 9(5) VALUE 0.
01  PREV-DISCR-NUM PIC 9(5) VALUE 0.
01  PREV-OPER-CODE PIC X(4) VALUE SPACES.

*	one set of accumulators per level: the operation being built,
*	its discrete number, its job, and the whole report.  EAC is
*	the projected dollars at completion.

01  OP-TOTALS.
    05  OP-EST-HOURS COMP-1.
    05  OP-EST-DOLLARS COMP-1.
    05  OP-ACT-HOURS COMP-1.
    05  OP-ACT-DOLLARS COMP-1.
    05  OP-EAC-DOLLARS COMP-1.
    05  OP-PCT-COMPLETE PIC 9(3).
    05  OP-EST-FLAG PIC X.
	88 OP-HAS-ESTIMATE VALUE "Y".
	88 OP-HAS-NO-ESTIMATE VALUE "N".

01  DIS-TOTALS.
    05  DIS-EST-HOURS COMP-1.
    05  DIS-EST-DOLLARS COMP-1.
    05  DIS-ACT-HOURS COMP-1.
    05  DIS-ACT-DOLLARS COMP-1.
    05  DIS-EAC-DOLLARS COMP-1.

01  JOB-TOTALS.
    05  JOB-EST-HOURS COMP-1.
    05  JOB-EST-DOLLARS COMP-1.
    05  JOB-ACT-HOURS COMP-1.
    05  JOB-ACT-DOLLARS COMP-1.
    05  JOB-EAC-DOLLARS COMP-1.

01  GRAND-TOTALS.
    05  GRAND-EST-HOURS COMP-1.
    05  GRAND-EST-DOLLARS COMP-1.
    05  GRAND-ACT-HOURS COMP-1.
    05  GRAND-ACT-DOLLARS COMP-1.
    05  GRAND-EAC-DOLLARS COMP-1.

*	the line being printed is built from one of the levels above.

01  PRINT-TOTALS.
    05  PT-EST-HOURS COMP-1.
    05  PT-EST-DOLLARS COMP-1.
    05  PT-ACT-HOURS COMP-1.
    05  PT-ACT-DOLLARS COMP-1.
    05  PT-EAC-DOLLARS COMP-1.

01  PT-VARIANCE COMP-1.
01  PT-PCT-USED COMP-1.

01  VARIANCE-FLAG PIC X(12).

01  LINE-COUNT PIC 9(6) VALUE 0.
01  UNPRICED-COUNT PIC 9(6) VALUE 0.
01  UNPRICED-HOURS COMP-1 VALUE 0.
01  OVER-JOB-COUNT PIC 9(5) VALUE 0.
01  PROJ-JOB-COUNT PIC 9(5) VALUE 0.
01  JOB-COUNT PIC 9(5) VALUE 0.

01  LINE-RATE PIC 9(3)V99.

01  RATE-FOUND-FLAG PIC X.
    88 RATE-WAS-FOUND VALUE "Y".
    88 RATE-NOT-FOUND VALUE "N".

***** the line being priced ***************************************************

01  PRICE-ACTIV-CODE PIC X(4).
01  PRICE-COST-CENTER PIC X(4).
01  PRICE-WK-END-DATE PIC 9(6).

***** edited report fields (signed -- adjustments carry deltas) ***************

01  REPORT-HOLD-AREA.
    05  RH-EST-HOURS PIC -----9.99.
    05  RH-ACT-HOURS PIC -----9.99.
    05  RH-EST-DOLLARS PIC --------9.99.
    05  RH-ACT-DOLLARS PIC --------9.99.
    05  RH-VARIANCE PIC --------9.99.
    05  RH-EAC-DOLLARS PIC --------9.99.
    05  RH-PCT-USED PIC ---9.
    05  RH-HOURS-HOLD PIC ----9.99.

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

77  JC-SUB PIC S9(5) COMP.
77  ANS PIC XXX.

*******************************************************************************

PROCEDURE DIVISION.

*******************************************************************************

THE-TOP SECTION.

    DISPLAY " ".
    DISPLAY "JOB BUDGET VS. ACTUAL REPORT".
    DISPLAY " ".

    PERFORM GET-SELECTIONS THRU GET-SELECTIONS-EXIT.

    PERFORM OPEN-RATE-FILE THRU OPEN-RATE-EXIT.

    PERFORM SORT-BY-OPERATION.

    PERFORM WRITE-THE-REPORT THRU WRITE-REPORT-EXIT.

    IF RATES-FILE-OPEN
	CLOSE RATE-FIL.

    IF JOBS-FILE-OPEN
	CLOSE JOB-FIL.

    STOP RUN.

*******************************************************************************

OPERATOR-SELECTIONS SECTION.

*******************************************************************************

GET-SELECTIONS.

    DISPLAY "Report from manufacturing job number (0 for all jobs): "
	WITH NO ADVANCING ACCEPT FROM-MFG-NUM.

    IF FROM-MFG-NUM = 0
	GO TO GET-ARCHIVE-CHOICE.

    MOVE "N" TO SELECT-ALL-FLAG.

    DISPLAY "        through job number (0 = just the one job): "
	WITH NO ADVANCING ACCEPT TO-MFG-NUM.

    IF TO-MFG-NUM = 0
	MOVE FROM-MFG-NUM TO TO-MFG-NUM.

    IF FROM-MFG-NUM > TO-MFG-NUM
	DISPLAY "?From job is after through job.  Try again."
	MOVE "Y" TO SELECT-ALL-FLAG
	MOVE 0 TO FROM-MFG-NUM
	MOVE 99999 TO TO-MFG-NUM
	GO TO GET-SELECTIONS.

GET-ARCHIVE-CHOICE.

*	a job's actuals to date include whatever has aged onto the
*	archive; leaving it out understates every job older than the
*	archive cutoff.

    DISPLAY "Include archived tickets from JOBTICARC? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

ARCH-REACC.

    IF ANS = "Y"
	MOVE "Y" TO INCLUDE-ARCH-FLAG

    ELSE IF ANS NOT = "N"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO ARCH-REACC.

GET-EXCEPTIONS-CHOICE.

*	the weekly run for estimating usually only wants the trouble:
*	operations over budget, projected to overrun or unestimated.

    DISPLAY "Print flagged operations only? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

EXC-REACC.

    IF ANS = "Y"
	MOVE "Y" TO EXCEPTIONS-FLAG

    ELSE IF ANS NOT = "N"
	     DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	     GO TO EXC-REACC.

GET-SELECTIONS-EXIT.

*******************************************************************************

SET-UP SECTION.

*******************************************************************************

OPEN-RATE-FILE.

    OPEN INPUT RATE-FIL.

    IF RATE-STATUS = "00"
	MOVE "Y" TO RATES-OPEN-FLAG
    ELSE
	DISPLAY "%Rates file JOBTICRTE could not be opened -- hours will"
	DISPLAY "%be reported but nothing will be priced.".

*	the job master only supplies the descriptions in the headings.

    OPEN INPUT JOB-FIL.

    IF JOB-STATUS = "00"
	MOVE "Y" TO JOBS-OPEN-FLAG.

OPEN-RATE-EXIT.

*******************************************************************************

SORT-BY-OPERATION SECTION.

*******************************************************************************

*	the costed detail lines and the estimates go into one sort by
*	job, discrete number and operation code, so each operation's
*	estimate and actuals come out of the sort together.

SORT-THE-FILE.

    SORT SORT-WORK
	ON ASCENDING KEY SRT-MFG-NUM SRT-DISCR-NUM SRT-OPER-CODE
			 SRT-KIND
	INPUT PROCEDURE IS RELEASE-VARIANCE-RECORDS
	GIVING VSRT-FIL.

*******************************************************************************

RELEASE-VARIANCE-RECORDS SECTION.

*******************************************************************************

READ-THE-ESTIMATE-FILE.

    MOVE "N" TO EST-EOF-FLAG.
    OPEN INPUT EST-FIL.

    IF EST-STATUS NOT = "00"
	DISPLAY "%Estimate file JOBTICEST could not be opened -- every"
	DISPLAY "%operation will be reported as having no estimate."
	GO TO READ-THE-TICKET-FILE.

    PERFORM RELEASE-ONE-ESTIMATE THRU RELEASE-EST-EXIT
	UNTIL EST-END-OF-FILE.

    CLOSE EST-FIL.

READ-THE-TICKET-FILE.

    MOVE "N" TO JT-EOF-FLAG.
    OPEN INPUT JT-FIL.

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

    GO TO RELEASE-VARIANCE-EXIT.

RELEASE-ONE-ESTIMATE.

    READ EST-FIL
	AT END MOVE "Y" TO EST-EOF-FLAG
	       GO TO RELEASE-EST-EXIT.

    IF SELECTING-A-RANGE
	IF EST-MFG-NUM < FROM-MFG-NUM
	    OR EST-MFG-NUM > TO-MFG-NUM
	    GO TO RELEASE-EST-EXIT.

    MOVE EST-MFG-NUM TO SRT-MFG-NUM.
    MOVE EST-DISCR-NUM TO SRT-DISCR-NUM.
    MOVE EST-OPER-CODE TO SRT-OPER-CODE.
    MOVE "E" TO SRT-KIND.
    MOVE EST-HOURS TO SRT-HOURS.
    MOVE EST-DOLLARS TO SRT-DOLLARS.
    MOVE EST-PCT-COMPLETE TO SRT-PCT-COMPLETE.
    MOVE "Y" TO SRT-PRICED-FLAG.

    RELEASE SRT-REC.

RELEASE-EST-EXIT.

    EXIT.

RELEASE-ONE-TICKET.

    READ JT-FIL NEXT
	AT END MOVE "Y" TO JT-EOF-FLAG
	       GO TO RELEASE-TICKET-EXIT.

    PERFORM RELEASE-ONE-LINE THRU RELEASE-LINE-EXIT
	VARYING JC-SUB FROM 1 BY 1 UNTIL JC-SUB > 10.

RELEASE-TICKET-EXIT.

    EXIT.

RELEASE-ONE-LINE.

*	the same lines JTJOBC costs: unused slots are blank, and a
*	line with no manufacturing job number is not work on any job.

    IF ACTIV-CODE (JC-SUB) = SPACES
	GO TO RELEASE-LINE-EXIT.

    IF MFG-NUM (JC-SUB) = 0
	GO TO RELEASE-LINE-EXIT.

    IF SELECTING-A-RANGE
	IF MFG-NUM (JC-SUB) < FROM-MFG-NUM
	    OR MFG-NUM (JC-SUB) > TO-MFG-NUM
	    GO TO RELEASE-LINE-EXIT.

    MOVE MFG-NUM (JC-SUB) TO SRT-MFG-NUM.
    MOVE DISCR-NUM (JC-SUB) TO SRT-DISCR-NUM.
    MOVE OPER-CODE (JC-SUB) TO SRT-OPER-CODE.
    MOVE HOURS (JC-SUB) TO SRT-HOURS.

    MOVE ACTIV-CODE (JC-SUB) TO PRICE-ACTIV-CODE.
    MOVE COST-CENTER TO PRICE-COST-CENTER.
    MOVE WK-END-DATE TO PRICE-WK-END-DATE.

    PERFORM RELEASE-PRICED-LINE THRU RELEASE-PRICED-EXIT.

RELEASE-LINE-EXIT.

    EXIT.

RELEASE-ONE-ARCHIVED.

    READ ARCH-FIL
	AT END MOVE "Y" TO ARCH-EOF-FLAG
	       GO TO RELEASE-ARCH-EXIT.

    PERFORM RELEASE-ONE-ARCH-LINE THRU RELEASE-ARCH-LINE-EXIT
	VARYING JC-SUB FROM 1 BY 1 UNTIL JC-SUB > 10.

RELEASE-ARCH-EXIT.

    EXIT.

RELEASE-ONE-ARCH-LINE.

    IF ARCH-ACTIV-CODE (JC-SUB) = SPACES
	GO TO RELEASE-ARCH-LINE-EXIT.

    IF ARCH-MFG-NUM (JC-SUB) = 0
	GO TO RELEASE-ARCH-LINE-EXIT.

    IF SELECTING-A-RANGE
	IF ARCH-MFG-NUM (JC-SUB) < FROM-MFG-NUM
	    OR ARCH-MFG-NUM (JC-SUB) > TO-MFG-NUM
	    GO TO RELEASE-ARCH-LINE-EXIT.

    MOVE ARCH-MFG-NUM (JC-SUB) TO SRT-MFG-NUM.
    MOVE ARCH-DISCR-NUM (JC-SUB) TO SRT-DISCR-NUM.
    MOVE ARCH-OPER-CODE (JC-SUB) TO SRT-OPER-CODE.
    MOVE ARCH-HOURS (JC-SUB) TO SRT-HOURS.

    MOVE ARCH-ACTIV-CODE (JC-SUB) TO PRICE-ACTIV-CODE.
    MOVE ARCH-COST-CENTER TO PRICE-COST-CENTER.
    MOVE ARCH-WK-END-DATE TO PRICE-WK-END-DATE.

    PERFORM RELEASE-PRICED-LINE THRU RELEASE-PRICED-EXIT.

RELEASE-ARCH-LINE-EXIT.

    EXIT.

RELEASE-PRICED-LINE.

*	price the line at the rate in effect for its week-ending date
*	and release it.  Adjustment lines carry signed hours, so they
*	price to signed dollars and net against the ticket they
*	correct.

    MOVE "L" TO SRT-KIND.
    MOVE 0 TO SRT-PCT-COMPLETE.

    PERFORM FIND-LINE-RATE THRU FIND-RATE-EXIT.

    IF RATE-WAS-FOUND
	COMPUTE SRT-DOLLARS = SRT-HOURS * LINE-RATE
	MOVE "Y" TO SRT-PRICED-FLAG
    ELSE
	MOVE 0 TO SRT-DOLLARS
	MOVE "N" TO SRT-PRICED-FLAG.

    RELEASE SRT-REC.

RELEASE-PRICED-EXIT.

    EXIT.

RELEASE-VARIANCE-EXIT.

    EXIT.

*******************************************************************************

REPORT-OUTPUT SECTION.

*******************************************************************************

WRITE-THE-REPORT.

    MOVE "N" TO VSRT-EOF-FLAG.
    OPEN INPUT VSRT-FIL.

    IF SELECTING-ALL-JOBS
	DISPLAY "MANUFACTURING JOBS SELECTED: ALL"
    ELSE
	DISPLAY "MANUFACTURING JOBS SELECTED: " FROM-MFG-NUM
		" THROUGH " TO-MFG-NUM.

    IF INCLUDING-ARCHIVE
	DISPLAY "(live file plus JOBTICARC archive)"
    ELSE
	DISPLAY "(live file only)".

    IF EXCEPTIONS-ONLY
	DISPLAY "(flagged operations only)".

    MOVE 0 TO GRAND-EST-HOURS.
    MOVE 0 TO GRAND-EST-DOLLARS.
    MOVE 0 TO GRAND-ACT-HOURS.
    MOVE 0 TO GRAND-ACT-DOLLARS.
    MOVE 0 TO GRAND-EAC-DOLLARS.

    PERFORM READ-SORTED-RECORD.

    PERFORM PROCESS-VARIANCE-RECORD THRU PROCESS-RECORD-EXIT
	UNTIL VSRT-END-OF-FILE.

    PERFORM CLOSE-OUT-LAST-JOB.

    PERFORM WRITE-GRAND-TOTALS.

    CLOSE VSRT-FIL.

WRITE-REPORT-EXIT.

READ-SORTED-RECORD.

    READ VSRT-FIL
	AT END MOVE "Y" TO VSRT-EOF-FLAG.

*******************************************************************************

PROCESS-VARIANCE-RECORD SECTION.

*******************************************************************************

CHECK-FOR-BREAKS.

*	a change of job rolls the operation, discrete and job totals;
*	a change of discrete number rolls the operation and discrete
*	totals; a change of operation code rolls just the operation.

    IF FIRST-GROUP
	MOVE "N" TO FIRST-GROUP-FLAG
	PERFORM WRITE-JOB-HEADER
	PERFORM WRITE-DISCRETE-HEADER
	PERFORM CLEAR-OPERATION
    ELSE
	IF VSO-MFG-NUM NOT = PREV-MFG-NUM
	    PERFORM WRITE-OPERATION-LINE
	    PERFORM WRITE-DISCRETE-TOTAL
	    PERFORM WRITE-JOB-TOTAL
	    PERFORM WRITE-JOB-HEADER
	    PERFORM WRITE-DISCRETE-HEADER
	    PERFORM CLEAR-OPERATION
	ELSE
	    IF VSO-DISCR-NUM NOT = PREV-DISCR-NUM
		PERFORM WRITE-OPERATION-LINE
		PERFORM WRITE-DISCRETE-TOTAL
		PERFORM WRITE-DISCRETE-HEADER
		PERFORM CLEAR-OPERATION
	    ELSE
		IF VSO-OPER-CODE NOT = PREV-OPER-CODE
		    PERFORM WRITE-OPERATION-LINE
		    PERFORM CLEAR-OPERATION.

    MOVE VSO-MFG-NUM TO PREV-MFG-NUM.
    MOVE VSO-DISCR-NUM TO PREV-DISCR-NUM.
    MOVE VSO-OPER-CODE TO PREV-OPER-CODE.

ACCUMULATE-RECORD.

    IF VSO-ESTIMATE
	MOVE "Y" TO OP-EST-FLAG
	ADD VSO-HOURS TO OP-EST-HOURS
	ADD VSO-DOLLARS TO OP-EST-DOLLARS
	MOVE VSO-PCT-COMPLETE TO OP-PCT-COMPLETE
    ELSE
	ADD 1 TO LINE-COUNT
	ADD VSO-HOURS TO OP-ACT-HOURS
	ADD VSO-DOLLARS TO OP-ACT-DOLLARS
	IF VSO-PRICED-FLAG = "N"
	    ADD 1 TO UNPRICED-COUNT
	    ADD VSO-HOURS TO UNPRICED-HOURS.

    PERFORM READ-SORTED-RECORD.

PROCESS-RECORD-EXIT.

    EXIT.

CLEAR-OPERATION.

    MOVE 0 TO OP-EST-HOURS.
    MOVE 0 TO OP-EST-DOLLARS.
    MOVE 0 TO OP-ACT-HOURS.
    MOVE 0 TO OP-ACT-DOLLARS.
    MOVE 0 TO OP-EAC-DOLLARS.
    MOVE 0 TO OP-PCT-COMPLETE.
    MOVE "N" TO OP-EST-FLAG.

WRITE-JOB-HEADER.

    MOVE 0 TO JOB-EST-HOURS.
    MOVE 0 TO JOB-EST-DOLLARS.
    MOVE 0 TO JOB-ACT-HOURS.
    MOVE 0 TO JOB-ACT-DOLLARS.
    MOVE 0 TO JOB-EAC-DOLLARS.

    MOVE SPACES TO JOB-DESC.
    MOVE SPACE TO JOB-STATUS-CODE.

    IF JOBS-FILE-OPEN
	MOVE VSO-MFG-NUM TO JOB-MFG-NUM
	MOVE 0 TO JOB-DISCR-NUM
	READ JOB-FIL
	    INVALID KEY MOVE "(not on job master)" TO JOB-DESC.

    DISPLAY " ".
    IF JOB-CLOSED
	DISPLAY "MANUFACTURING JOB " VSO-MFG-NUM "  " JOB-DESC "  (CLOSED)"
    ELSE
	DISPLAY "MANUFACTURING JOB " VSO-MFG-NUM "  " JOB-DESC.

WRITE-DISCRETE-HEADER.

    MOVE 0 TO DIS-EST-HOURS.
    MOVE 0 TO DIS-EST-DOLLARS.
    MOVE 0 TO DIS-ACT-HOURS.
    MOVE 0 TO DIS-ACT-DOLLARS.
    MOVE 0 TO DIS-EAC-DOLLARS.

    DISPLAY " ".
    DISPLAY "  DISCRETE " VSO-DISCR-NUM.
    DISPLAY "  OPER   EST-HOURS  ACT-HOURS   EST-DOLLARS   ACT-DOLLARS  USED%"
	    "     VARIANCE     PROJECTED  FLAG".
    DISPLAY "  ----  ---------  ---------  ------------  ------------  -----"
	    "  ------------  ------------  ------------".

WRITE-OPERATION-LINE.

*	the projected cost at completion: actual dollars scaled up by
*	the planner's percent complete, or -- not yet judged -- the
*	greater of estimate and actual.  An operation nobody estimated
*	projects at what it has cost so far.

    IF OP-HAS-ESTIMATE AND OP-PCT-COMPLETE > 0
	COMPUTE OP-EAC-DOLLARS = OP-ACT-DOLLARS * 100 / OP-PCT-COMPLETE
    ELSE
	IF OP-ACT-DOLLARS > OP-EST-DOLLARS
	    MOVE OP-ACT-DOLLARS TO OP-EAC-DOLLARS
	ELSE
	    MOVE OP-EST-DOLLARS TO OP-EAC-DOLLARS.

    MOVE OP-EST-HOURS TO PT-EST-HOURS.
    MOVE OP-EST-DOLLARS TO PT-EST-DOLLARS.
    MOVE OP-ACT-HOURS TO PT-ACT-HOURS.
    MOVE OP-ACT-DOLLARS TO PT-ACT-DOLLARS.
    MOVE OP-EAC-DOLLARS TO PT-EAC-DOLLARS.

    PERFORM COMPUTE-VARIANCE.

    IF OP-HAS-NO-ESTIMATE
	MOVE "NO ESTIMATE" TO VARIANCE-FLAG.

    IF EXCEPTIONS-ONLY AND VARIANCE-FLAG = SPACES
	NEXT SENTENCE
    ELSE
	DISPLAY "  " PREV-OPER-CODE "  " RH-EST-HOURS "  " RH-ACT-HOURS
		"  " RH-EST-DOLLARS "  " RH-ACT-DOLLARS "  " RH-PCT-USED
		"  " RH-VARIANCE "  " RH-EAC-DOLLARS "  " VARIANCE-FLAG.

    ADD OP-EST-HOURS TO DIS-EST-HOURS.
    ADD OP-EST-DOLLARS TO DIS-EST-DOLLARS.
    ADD OP-ACT-HOURS TO DIS-ACT-HOURS.
    ADD OP-ACT-DOLLARS TO DIS-ACT-DOLLARS.
    ADD OP-EAC-DOLLARS TO DIS-EAC-DOLLARS.

WRITE-DISCRETE-TOTAL.

    MOVE DIS-EST-HOURS TO PT-EST-HOURS.
    MOVE DIS-EST-DOLLARS TO PT-EST-DOLLARS.
    MOVE DIS-ACT-HOURS TO PT-ACT-HOURS.
    MOVE DIS-ACT-DOLLARS TO PT-ACT-DOLLARS.
    MOVE DIS-EAC-DOLLARS TO PT-EAC-DOLLARS.

    PERFORM COMPUTE-VARIANCE.

    DISPLAY "  DISC  " RH-EST-HOURS "  " RH-ACT-HOURS
	    "  " RH-EST-DOLLARS "  " RH-ACT-DOLLARS "  " RH-PCT-USED
	    "  " RH-VARIANCE "  " RH-EAC-DOLLARS "  " VARIANCE-FLAG.

    ADD DIS-EST-HOURS TO JOB-EST-HOURS.
    ADD DIS-EST-DOLLARS TO JOB-EST-DOLLARS.
    ADD DIS-ACT-HOURS TO JOB-ACT-HOURS.
    ADD DIS-ACT-DOLLARS TO JOB-ACT-DOLLARS.
    ADD DIS-EAC-DOLLARS TO JOB-EAC-DOLLARS.

WRITE-JOB-TOTAL.

    MOVE JOB-EST-HOURS TO PT-EST-HOURS.
    MOVE JOB-EST-DOLLARS TO PT-EST-DOLLARS.
    MOVE JOB-ACT-HOURS TO PT-ACT-HOURS.
    MOVE JOB-ACT-DOLLARS TO PT-ACT-DOLLARS.
    MOVE JOB-EAC-DOLLARS TO PT-EAC-DOLLARS.

    PERFORM COMPUTE-VARIANCE.

    DISPLAY " ".
    DISPLAY "JOB " PREV-MFG-NUM " TOTAL:".
    DISPLAY "        " RH-EST-HOURS "  " RH-ACT-HOURS
	    "  " RH-EST-DOLLARS "  " RH-ACT-DOLLARS "  " RH-PCT-USED
	    "  " RH-VARIANCE "  " RH-EAC-DOLLARS "  " VARIANCE-FLAG.

    ADD 1 TO JOB-COUNT.

    IF VARIANCE-FLAG = "OVER BUDGET"
	ADD 1 TO OVER-JOB-COUNT
    ELSE
	IF VARIANCE-FLAG = "PROJ OVERRUN"
	    ADD 1 TO PROJ-JOB-COUNT.

    ADD JOB-EST-HOURS TO GRAND-EST-HOURS.
    ADD JOB-EST-DOLLARS TO GRAND-EST-DOLLARS.
    ADD JOB-ACT-HOURS TO GRAND-ACT-HOURS.
    ADD JOB-ACT-DOLLARS TO GRAND-ACT-DOLLARS.
    ADD JOB-EAC-DOLLARS TO GRAND-EAC-DOLLARS.

COMPUTE-VARIANCE.

*	variance is estimate less actual, so an overrun shows negative.
*	Percent used is of the dollar estimate, or of the hour
*	estimate when no dollars were estimated; with neither there is
*	nothing to be a percent of.

    COMPUTE PT-VARIANCE = PT-EST-DOLLARS - PT-ACT-DOLLARS.

    IF PT-EST-DOLLARS > 0
	COMPUTE PT-PCT-USED ROUNDED = PT-ACT-DOLLARS * 100 / PT-EST-DOLLARS
    ELSE
	IF PT-EST-HOURS > 0
	    COMPUTE PT-PCT-USED ROUNDED = PT-ACT-HOURS * 100 / PT-EST-HOURS
	ELSE
	    MOVE 0 TO PT-PCT-USED.

    IF PT-PCT-USED > 999
	MOVE 999 TO PT-PCT-USED.

    MOVE SPACES TO VARIANCE-FLAG.

    IF PT-ACT-DOLLARS > PT-EST-DOLLARS
	OR (PT-EST-DOLLARS = 0 AND PT-ACT-HOURS > PT-EST-HOURS)
	MOVE "OVER BUDGET" TO VARIANCE-FLAG
    ELSE
	IF PT-EAC-DOLLARS > PT-EST-DOLLARS
	    MOVE "PROJ OVERRUN" TO VARIANCE-FLAG.

    MOVE PT-EST-HOURS TO RH-EST-HOURS.
    MOVE PT-ACT-HOURS TO RH-ACT-HOURS.
    MOVE PT-EST-DOLLARS TO RH-EST-DOLLARS.
    MOVE PT-ACT-DOLLARS TO RH-ACT-DOLLARS.
    MOVE PT-VARIANCE TO RH-VARIANCE.
    MOVE PT-EAC-DOLLARS TO RH-EAC-DOLLARS.
    MOVE PT-PCT-USED TO RH-PCT-USED.

*******************************************************************************

REPORT-TOTALS SECTION.

*******************************************************************************

CLOSE-OUT-LAST-JOB.

*	the last job read never got its totals rolled by the break
*	check -- there was no following record to trigger it.

    IF NOT FIRST-GROUP
	PERFORM WRITE-OPERATION-LINE
	PERFORM WRITE-DISCRETE-TOTAL
	PERFORM WRITE-JOB-TOTAL.

WRITE-GRAND-TOTALS.

    MOVE GRAND-EST-HOURS TO PT-EST-HOURS.
    MOVE GRAND-EST-DOLLARS TO PT-EST-DOLLARS.
    MOVE GRAND-ACT-HOURS TO PT-ACT-HOURS.
    MOVE GRAND-ACT-DOLLARS TO PT-ACT-DOLLARS.
    MOVE GRAND-EAC-DOLLARS TO PT-EAC-DOLLARS.

    PERFORM COMPUTE-VARIANCE.

    DISPLAY " ".
    DISPLAY "GRAND TOTAL -- " JOB-COUNT " job(s), " LINE-COUNT
	    " detail line(s):".
    DISPLAY "        " RH-EST-HOURS "  " RH-ACT-HOURS
	    "  " RH-EST-DOLLARS "  " RH-ACT-DOLLARS "  " RH-PCT-USED
	    "  " RH-VARIANCE "  " RH-EAC-DOLLARS.
    DISPLAY OVER-JOB-COUNT " job(s) over budget, " PROJ-JOB-COUNT
	    " more projected to overrun.".

    IF JOB-COUNT = 0
	DISPLAY "(no estimates or detail lines matched the selection)".

    IF UNPRICED-COUNT NOT = 0
	MOVE UNPRICED-HOURS TO RH-HOURS-HOLD
	DISPLAY "%" UNPRICED-COUNT " line(s) (" RH-HOURS-HOLD
		" hours) had no rate on file and carry zero dollars.".

    DISPLAY " ".

*******************************************************************************

RATE-LOOKUP SECTION.

*******************************************************************************

*	price one line: an override rate filed for the line's activity
*	code wins; otherwise the line's cost center rate applies.
*	Either way the rate is the one in effect for the line's
*	week-ending date, the same dated scan JTPAYR and JTJOBC make.

FIND-LINE-RATE.

    IF RATES-FILE-NOT-OPEN
	MOVE "N" TO RATE-FOUND-FLAG
	MOVE 0 TO LINE-RATE
	GO TO FIND-RATE-EXIT.

    MOVE "A" TO LOOKUP-RATE-TYPE.
    MOVE PRICE-ACTIV-CODE TO LOOKUP-RATE-CODE.
    MOVE PRICE-WK-END-DATE TO LOOKUP-AS-OF-DATE.

    PERFORM FIND-RATE-AS-OF THRU FIND-AS-OF-EXIT.

    IF AS-OF-RATE-FOUND
	MOVE "Y" TO RATE-FOUND-FLAG
	MOVE FOUND-RATE-AMOUNT TO LINE-RATE
	GO TO FIND-RATE-EXIT.

TRY-COST-CENTER-RATE.

    MOVE "C" TO LOOKUP-RATE-TYPE.
    MOVE PRICE-COST-CENTER TO LOOKUP-RATE-CODE.

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
