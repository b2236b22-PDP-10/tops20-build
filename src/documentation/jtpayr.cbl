*	producing a payroll extract report: a printed listing with a
*	subtotal for each cost center and a grand total, plus a
*	sequential extract file for the payroll system to pick up.
*	The same priced work hours go to the general ledger extract
*	by cost center and to a work-in-process extract by
*	manufacturing job, discrete number and operation for the VAX
*	manufacturing system, and the three are balanced at the end.
*	Each run is stamped, week by week, on the payroll cycle
*	control file (JOBTICCYC); a week whose extract has already
*	been transmitted is rerun only under a supervisor override.

INSTALLATION. DEC-MARLBOROUGH.

*     one set of open/read/close paragraphs that pick the file;
*     snapshot records are moved into the JT-REC area so the rest
*     of the program is unchanged.  File: JTPAYR.CBL )%
*
* Edit (%O'15', '08-Oct-86', 'Sandy Clemens')
* %(  Code reference record layout.  JOBTICREF records now carry a
*     direct/indirect labor class after the description (set by
*     JTCODE on activity codes, reported by JTUTIL); the record
*     description here is extended to match the file.
*     File: JTPAYR.CBL )%
*
* Edit (%O'16', '20-Oct-86', 'Sandy Clemens')
* %(  Payroll cycle control.  The run now takes an operator sign-on
*     and is stamped on the new payroll cycle control file
*     (JOBTICCYC) for every week it extracts: date and time, the
*     payroll extract records and hours, the GL extract dollars,
*     the tickets left out unapproved and who ran it.  Stamping a
*     week clears its JTXMIT steps, since the extract on disk is
*     new.  A selection that takes in a week whose extract JTXMIT
*     has already sent is listed first and refused unless a
*     supervisor types OVERRIDE; such a week is stamped as rerun
*     under override.  File: JTPAYR.CBL )%
*
* Edit (%O'17', '29-Oct-86', 'Sandy Clemens')
* %(  Work-in-process labor extract.  Each priced work line is also
*     written to a work file, which is sorted by manufacturing job,
*     discrete number and operation and summed into the new
*     JTWIPEXT -- one record per job, discrete number, operation,
*     week and record type, adjustments signed as in the GL
*     extract -- for JTXMIT to send to the VAX manufacturing system.
*     The overtime premium is not work on any one job; it goes to
*     JTWIPEXT as a type "O" record under its cost center, as it
*     goes to the GL.  Line hours and dollars are now rounded to the
*     cent once, per line, and the GL postings sum those, so the GL
*     and WIP extracts -- which group the same lines differently --
*     carry identical dollars.  A closing balance section reconciles
*     payroll hours (less absence and unpriced hours) to the GL and
*     WIP hours, and GL dollars to WIP dollars.  File: JTPAYR.CBL )%
*
* Edit (%O'20', '03-Nov-86', 'Sandy Clemens')
* %(  Department and division rollups.  Each cost center's
*     department, and that department's division, are looked up
*     on the new organization file (JOBTICORG, kept by JTORGM) as
*     of the ticket's week-ending date, so a reorganization does
*     not move past weeks.  The report now sorts and subtotals by
*     division, then department, then cost center; a cost center
*     or department with no entry in effect goes under ????.  The
*     operator may select one department or division; such a run
*     is a report only -- it writes no extract files and is not
*     stamped on the payroll cycle, since a partial extract would
*     replace the whole week's.  File: JTPAYR.CBL )%
*
* Edit (%O'21', '05-Nov-86', 'Sandy Clemens')
* %(  Shift differential.  JT-REC grew a trailing shift code (blank
*     for first shift).  A ticket worked on another shift is paid
*     the differential carried on the rates file under the shift
*     code (rate type "S") in effect for its week: the flat amount
*     per hour plus the cost-center rate times the factor over
*     1.00.  It is paid on the ticket's work hours -- absence lines
*     carry none -- which the ticket pass now totals as it
*     releases each record.  JTPAYEXT grew the shift code and
*     those shift hours; JTGLEXT gets one differential posting per
*     cost center, week and shift (record type "S"), and JTWIPEXT
*     a type "S" record under the cost center, as the overtime
*     premium is posted.  A new shift differential section shows
*     the hours and dollars per cost center, week and shift; shift
*     hours with no differential or cost-center rate on file are
*     flagged instead of being priced at zero.  The extract
*     balance leaves the "S" hours out as it does the "O" hours.
*     File: JTPAYR.CBL )%
*
* Edit (%O'22', '10-Nov-86', 'Sandy Clemens')
* %(  Loaned labor.  JT-REC grew a charge-to cost center on each
*     detail line, naming the department that borrowed the hours
*     (blank, or the ticket's own cost center, when they were not
*     loaned out).  A priced work line charged to another cost
*     center still posts to its own cost center as before, and the
*     loan is posted on top of it: JTGLEXT gets, per home cost
*     center, borrowing cost center, week and rate, a pair of type
*     "T" records -- the hours and dollars charged to the borrower
*     and the same amounts credited back to the home cost center.
*     Each pair nets to zero, so the extract balance and JTWIPEXT
*     are unchanged.  The overtime premium and shift differential
*     stay with the home cost center.  A new loaned labor section
*     lists the transfers.  File: JTPAYR.CBL )%

ENVIRONMENT DIVISION.

    SELECT GLEXT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL.

    SELECT WIPWRK-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL.

    SELECT WIPEXT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL.

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

    SELECT CYC-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS CYC-WK-END-DATE
	   FILE STATUS IS CYC-STATUS.

    SELECT ORG-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS ORG-KEY
	   FILE STATUS IS ORG-STATUS.

    SELECT SORT-WORK ASSIGN TO DSK.

    SELECT SORT-WORK2 ASSIGN TO DSK.

    SELECT SORT-WORK3 ASSIGN TO DSK.

DATA DIVISION.

FILE SECTION.
    05  SRT-CONT-SEQ PIC 9(2).
    05  SRT-NAME PIC X(30).
    05  SRT-TOTAL-HRS COMP-1.
    05  SRT-SHIFT-CD PIC X.
    05  SRT-SHIFT-HRS COMP-1.

SD  SORT-WORK2.

01  SRT2-REC.
    05  SRT2-REC-TYPE PIC X.
    05  SRT2-DIVISION PIC X(4).
    05  SRT2-DEPARTMENT PIC X(4).
    05  SRT2-COST-CENTER PIC X(4).
    05  SRT2-ACTIV-CODE PIC X(4).
    05  SRT2-PROD-LINE PIC X(4).
    05  SRT2-CONT-SEQ PIC 9(2).
    05  SRT2-NAME PIC X(30).
    05  SRT2-HOURS COMP-1.
    05  SRT2-MFG-NUM PIC 9(5).
    05  SRT2-DISCR-NUM PIC 9(5).
    05  SRT2-OPER-CODE PIC X(4).
    05  SRT2-CHARGE-CC PIC X(4).

*	a priced work line on its way to the WIP extract; laid out
*	exactly as JTWIPWRK, which the sort takes USING.

SD  SORT-WORK3.

01  SRT3-REC.
    05  SRT3-KEY.
	10  SRT3-MFG-NUM PIC 9(5).
	10  SRT3-DISCR-NUM PIC 9(5).
	10  SRT3-OPER-CODE PIC X(4).
	10  SRT3-WK-END-DATE PIC 9(6).
	10  SRT3-REC-TYPE PIC X.
	10  SRT3-COST-CENTER PIC X(4).
    05  SRT3-HOURS PIC S9(5)V99.
    05  SRT3-DOLLARS PIC S9(7)V99.

FD  JT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICRMS".
	15  OPER-CODE PIC X(4).
    05  REC-TYPE PIC X.
    05  APPR-STATUS PIC X.
    05  SHIFT-CD PIC X.
    05  CHARGE-CC PIC X(4) OCCURS 10.

FD  SNP-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICSNP".
	15  SNP-OPER-CODE PIC X(4).
    05  SNP-REC-TYPE PIC X.
    05  SNP-APPR-STATUS PIC X.
    05  SNP-SHIFT-CD PIC X.
    05  SNP-CHARGE-CC PIC X(4) OCCURS 10.

FD  SRT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTPAYSRT".
    05  SRO-CONT-SEQ PIC 9(2).
    05  SRO-NAME PIC X(30).
    05  SRO-TOTAL-HRS COMP-1.
    05  SRO-SHIFT-CD PIC X.
    05  SRO-SHIFT-HRS COMP-1.

FD  SRT2-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTPAYSR2".

01  SRT2-OUT-REC.
    05  SR2O-REC-TYPE PIC X.
    05  SR2O-DIVISION PIC X(4).
    05  SR2O-DEPARTMENT PIC X(4).
    05  SR2O-COST-CENTER PIC X(4).
    05  SR2O-ACTIV-CODE PIC X(4).
    05  SR2O-PROD-LINE PIC X(4).
    05  SR2O-CONT-SEQ PIC 9(2).
    05  SR2O-NAME PIC X(30).
    05  SR2O-HOURS COMP-1.
    05  SR2O-MFG-NUM PIC 9(5).
    05  SR2O-DISCR-NUM PIC 9(5).
    05  SR2O-OPER-CODE PIC X(4).
    05  SR2O-CHARGE-CC PIC X(4).

FD  PAYEXT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTPAYEXT".
    05  PAYEXT-REC-TYPE PIC X.
    05  PAYEXT-STRAIGHT-HRS COMP-1.
    05  PAYEXT-OT-HRS COMP-1.
    05  PAYEXT-SHIFT-CD PIC X.
    05  PAYEXT-SHIFT-HRS COMP-1.

FD  RATE-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICRTE".
	10  REF-CODE-TYPE PIC X.
	10  REF-CODE PIC X(4).
    05  REF-DESC PIC X(30).
    05  REF-LABOR-CLASS PIC X.

FD  GLEXT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTGLEXT".
    05  GLEXT-DOLLARS PIC S9(7)V99.
    05  GLEXT-REC-TYPE PIC X.

FD  WIPWRK-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTWIPWRK".

01  WIPWRK-REC.
    05  WWK-KEY.
	10  WWK-MFG-NUM PIC 9(5).
	10  WWK-DISCR-NUM PIC 9(5).
	10  WWK-OPER-CODE PIC X(4).
	10  WWK-WK-END-DATE PIC 9(6).
	10  WWK-REC-TYPE PIC X.
	10  WWK-COST-CENTER PIC X(4).
    05  WWK-HOURS PIC S9(5)V99.
    05  WWK-DOLLARS PIC S9(7)V99.

*	the WIP extract: record type blank for the week's work, "A" for
*	a prior-period adjustment (signed), "O" for a cost center's
*	overtime premium and "S" for its shift differential, which
*	carry the cost center and no job.

FD  WIPEXT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTWIPEXT".

01  WIPEXT-REC.
    05  WIPEXT-MFG-NUM PIC 9(5).
    05  WIPEXT-DISCR-NUM PIC 9(5).
    05  WIPEXT-OPER-CODE PIC X(4).
    05  WIPEXT-WK-END-DATE PIC 9(6).
    05  WIPEXT-HOURS PIC S9(5)V99.
    05  WIPEXT-DOLLARS PIC S9(7)V99.
    05  WIPEXT-REC-TYPE PIC X.
    05  WIPEXT-COST-CENTER PIC X(4).

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

*	the organization file, kept by JTORGM: type "C" entries give a
*	cost center's department, type "D" a department's division,
*	each effective from the date in its key.

FD  ORG-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICORG".

01  ORG-REC.
    05  ORG-KEY.
	10  ORG-TYPE PIC X.
	10  ORG-CODE PIC X(4).
	10  ORG-EFF-DATE PIC 9(6).
    05  ORG-PARENT PIC X(4).
    05  ORG-NAME PIC X(30).

WORKING-STORAGE SECTION.

01  EOF-FLAG PIC X.
01  PREV-TICKET-WK-END-DATE PIC 9(6) VALUE 0.
01  PREV-TICKET-REC-TYPE PIC X VALUE SPACE.
01  PREV-TICKET-NAME PIC X(30) VALUE SPACES.
01  PREV-TICKET-SHIFT-CD PIC X VALUE SPACE.

01  TICKET-TOTAL-HOLD COMP-1 VALUE 0.
01  TICKET-SHIFT-HOLD COMP-1 VALUE 0.

01  PREV-REC-TYPE PIC X VALUE SPACE.
01  PREV-DIVISION PIC X(4) VALUE SPACES.
01  PREV-DEPARTMENT PIC X(4) VALUE SPACES.
01  PREV-COST-CENTER PIC X(4) VALUE SPACES.
01  PREV-ACTIV-CODE PIC X(4) VALUE SPACES.
01  PREV-PROD-LINE PIC X(4) VALUE SPACES.

01  ACT-TOTAL-HOLD COMP-1 VALUE 0.
01  CC-TOTAL-HOLD COMP-1 VALUE 0.
01  DEPT-TOTAL-HOLD COMP-1 VALUE 0.
01  DIV-TOTAL-HOLD COMP-1 VALUE 0.
01  GRAND-TOTAL-HOLD COMP-1 VALUE 0.

*	the hours and dollars edit fields carry a floating sign, since
01  SEL-HOLD-AREA.
    05  SH-HOURS-HOLD PIC -----9.99.

***** department and division selection ***************************************

*	a cost center's department and division are those in effect
*	on the ticket's week-ending date; one with no entry in effect
*	rolls up under ????, which sorts after any all-digit code but
*	ahead of every code that begins with a letter.

01  ORG-STATUS PIC X(2).

01  ORG-OPEN-FLAG PIC X VALUE "N".
    88 ORG-FILE-OPEN VALUE "Y".
    88 ORG-FILE-NOT-OPEN VALUE "N".

01  SEL-ORG-TYPE PIC X VALUE SPACE.
    88 SELECTING-ALL-ORGS VALUE SPACE.
    88 SELECTING-DEPARTMENT VALUE "D".
    88 SELECTING-DIVISION VALUE "V".

01  SEL-ORG-CODE PIC X(4) VALUE SPACES.
01  SEL-ORG-DESC PIC X(10) VALUE SPACES.

01  ORG-WANTED-FLAG PIC X.
    88 ORG-WANTED VALUE "Y".
    88 ORG-NOT-WANTED VALUE "N".

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

*	the last cost center and week resolved, and what they came to;
*	the ticket file is in badge order, so a badge's weeks repeat.

01  ORG-CACHE-COST-CENTER PIC X(4) VALUE SPACES.
01  ORG-CACHE-WK-END-DATE PIC 9(6) VALUE 0.
01  ORG-DEPARTMENT PIC X(4) VALUE SPACES.
01  ORG-DIVISION PIC X(4) VALUE SPACES.

*	a run selected by department or division prints the report
*	only; the extract files stand as the last full run left them.

01  EXTRACT-FLAG PIC X VALUE "Y".
    88 WRITING-EXTRACTS VALUE "Y".
    88 REPORT-ONLY VALUE "N".

***** labor cost valuation ****************************************************

01  RATE-STATUS PIC X(2).
01  LINE-RATE PIC 9(3)V99.
01  LINE-DOLLARS COMP-1.

*	a line's hours and dollars as they go to the GL and WIP
*	extracts, rounded to the cent once so both add up the same.

01  LINE-EXT-HOURS PIC S9(5)V99.
01  LINE-EXT-DOLLARS PIC S9(7)V99.

01  ACT-DOLLARS-HOLD COMP-1 VALUE 0.
01  CC-DOLLARS-HOLD COMP-1 VALUE 0.
01  DEPT-DOLLARS-HOLD COMP-1 VALUE 0.
01  DIV-DOLLARS-HOLD COMP-1 VALUE 0.
01  GRAND-DOLLARS-HOLD COMP-1 VALUE 0.

01  RH-DOLLARS-HOLD PIC -------9.99.
    05  GL-ENTRY OCCURS 100.
	10  GT-WK-END-DATE PIC 9(6).
	10  GT-RATE PIC 9(3)V99.
	10  GT-HOURS PIC S9(5)V99.
	10  GT-DOLLARS PIC S9(7)V99.

01  GL-COUNT PIC S9(5) COMP VALUE 0.
01  GL-LIMIT PIC S9(5) COMP VALUE 100.

01  NORM-REC-TYPE PIC X.

***** work-in-process labor extract *******************************************

*	each priced work line goes to JTWIPWRK as it is priced; the
*	work file is then sorted by manufacturing job, discrete number
*	and operation and summed into JTWIPEXT.  A line keyed with no
*	manufacturing job goes as job zero rather than being dropped,
*	so WIP carries every dollar the GL does.

01  WIP-EOF-FLAG PIC X.
    88 WIP-NOT-END-OF-FILE VALUE "N".
    88 WIP-END-OF-FILE VALUE "Y".

01  FIRST-WIP-FLAG PIC X.
    88 FIRST-WIP VALUE "Y".
    88 NOT-FIRST-WIP VALUE "N".

01  WIP-HOLD-KEY.
    05  WH-MFG-NUM PIC 9(5).
    05  WH-DISCR-NUM PIC 9(5).
    05  WH-OPER-CODE PIC X(4).
    05  WH-WK-END-DATE PIC 9(6).
    05  WH-REC-TYPE PIC X.
    05  WH-COST-CENTER PIC X(4).

01  WIP-HOURS-HOLD PIC S9(5)V99 VALUE 0.
01  WIP-DOLLARS-HOLD PIC S9(7)V99 VALUE 0.

***** extract balance *********************************************************

*	the figures each extract was written with, for the closing
*	balance of payroll hours against the GL and WIP hours, and of
*	the GL dollars against the WIP dollars.

01  BAL-PAY-HOURS PIC S9(7)V99 VALUE 0.
01  BAL-ABS-HOURS PIC S9(7)V99 VALUE 0.
01  BAL-NORATE-HOURS PIC S9(7)V99 VALUE 0.
01  BAL-PRICED-HOURS PIC S9(7)V99 VALUE 0.
01  BAL-GL-COUNT PIC 9(7) VALUE 0.
01  BAL-GL-HOURS PIC S9(7)V99 VALUE 0.
01  BAL-GL-DOLLARS PIC S9(9)V99 VALUE 0.
01  BAL-WIP-COUNT PIC 9(7) VALUE 0.
01  BAL-WIP-HOURS PIC S9(7)V99 VALUE 0.
01  BAL-WIP-DOLLARS PIC S9(9)V99 VALUE 0.

01  BAL-DIFF PIC S9(9)V99.
01  BAL-TOLERANCE PIC S9(7)V99.

01  BAL-FLAG PIC X.
    88 EXTRACTS-BALANCE VALUE "Y".
    88 EXTRACTS-OUT-OF-BALANCE VALUE "N".

01  BAL-DOLLARS-HOLD PIC ---------9.99.

***** overtime splitting and premium pricing **********************************

*	each ordinary ticket's week splits at 40 hours; the overtime
77  OS-SUB PIC S9(5) COMP.
77  OS-SUB2 PIC S9(5) COMP.

***** shift differential pricing **********************************************

*	a ticket worked on a shift other than first (blank) is paid
*	the differential on file for its shift code as of its week:
*	the flat amount per hour plus the cost-center rate times the
*	factor over 1.00.  It is paid on the ticket's work hours --
*	absence lines carry none -- and adjustments, being signed
*	deltas, carry it on their signed work hours.  Hours and
*	dollars accumulate per cost center, week and shift for the
*	summary section and the type "S" GL postings.

01  SEG-SHIFT-HOLD COMP-1.

01  SHIFT-RATE-FLAG PIC X.
    88 SHIFT-RATE-FOUND VALUE "Y".
    88 SHIFT-RATE-NOT-FOUND VALUE "N".

01  SHIFT-DIFF-AMOUNT PIC 9(3)V99.
01  SHIFT-DIFF-FACTOR PIC 9V99.
01  SHIFT-DIFF-RATE PIC 9(3)V99.
01  SHIFT-DIFF-DOLLARS COMP-1.

01  SFT-TABLE.
    05  SFT-ENTRY OCCURS 100.
	10  SS-COST-CENTER PIC X(4).
	10  SS-WK-END-DATE PIC 9(6).
	10  SS-SHIFT-CD PIC X.
	10  SS-DIFF-RATE PIC 9(3)V99.
	10  SS-HOURS COMP-1.
	10  SS-DIFF-DOLLARS COMP-1.

01  SFT-COUNT PIC S9(5) COMP VALUE 0.
01  SFT-LIMIT PIC S9(5) COMP VALUE 100.
01  SFT-LOST-COUNT PIC 9(5) VALUE 0.

01  SFT-FOUND-FLAG PIC X.
    88 SFT-KEY-FOUND VALUE "Y".
    88 SFT-KEY-NOT-FOUND VALUE "N".

01  SHIFT-NORATE-HOURS COMP-1 VALUE 0.

01  GRAND-SHIFT-HOLD COMP-1 VALUE 0.
01  GRAND-DIFF-HOLD COMP-1 VALUE 0.

77  SS-SUB PIC S9(5) COMP.
77  SS-SUB2 PIC S9(5) COMP.

***** loaned labor transfers **************************************************

*	a priced work line charged to a cost center other than the
*	ticket's own was worked on loan to that cost center.  Its
*	hours and dollars accumulate per home cost center, borrowing
*	cost center, week and rate, and each entry is posted to the
*	GL extract as a pair of type "T" records: charged to the
*	borrower and credited back to the home cost center.

01  LOAN-TABLE.
    05  LOAN-ENTRY OCCURS 100.
	10  LT-HOME-CC PIC X(4).
	10  LT-CHARGE-CC PIC X(4).
	10  LT-WK-END-DATE PIC 9(6).
	10  LT-RATE PIC 9(3)V99.
	10  LT-HOURS PIC S9(5)V99.
	10  LT-DOLLARS PIC S9(7)V99.

01  LOAN-COUNT PIC S9(5) COMP VALUE 0.
01  LOAN-LIMIT PIC S9(5) COMP VALUE 100.
01  LOAN-LOST-COUNT PIC 9(5) VALUE 0.

01  LOAN-FOUND-FLAG PIC X.
    88 LOAN-KEY-FOUND VALUE "Y".
    88 LOAN-KEY-NOT-FOUND VALUE "N".

01  GRAND-LOAN-HOURS PIC S9(7)V99 VALUE 0.
01  GRAND-LOAN-DOLLARS PIC S9(9)V99 VALUE 0.

77  LT-SUB PIC S9(5) COMP.
77  LT-SUB2 PIC S9(5) COMP.

***** effective-dated rate lookup *********************************************

*	a code's dated rate entries collate chronologically under its

01  REF-STATUS PIC X(2).

01  ABS-LOOKUP-CODE PIC X(4).

01  REF-OPEN-FLAG PIC X VALUE "N".
    88 REF-FILE-OPEN VALUE "Y".
    88 REF-FILE-NOT-OPEN VALUE "N".

77  SOURCE-ANS PIC XXX.

***** operator sign-on and payroll cycle control ******************************

01  OPR-FIL-STATUS PIC X(2).

01  WORK-OPER-NUM PIC 9(7).

01  OPER-AUTH-FLAG PIC X.
    88 OPER-IS-SUPERVISOR VALUE "Y".
    88 OPER-NOT-SUPERVISOR VALUE "N".

01  CYC-STATUS PIC X(2).

01  CYC-EOF-FLAG PIC X.
    88 CYC-NOT-END-OF-FILE VALUE "N".
    88 CYC-END-OF-FILE VALUE "Y".

01  CYC-ON-FILE-FLAG PIC X.
    88 CYC-ON-FILE VALUE "Y".
    88 CYC-NOT-ON-FILE VALUE "N".

01  SENT-WEEK-COUNT PIC 9(5) VALUE 0.

01  OVERRIDE-ENTRY PIC X(10).

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

*	the run's figures for each week it extracted, for the week's
*	cycle record: payroll extract records and hours, GL extract
*	dollars, and tickets left out unapproved.  The hours and
*	dollars are added up exactly as JTXMIT adds the extract
*	records, so the two programs' figures for a week agree.

01  PW-TABLE.
    05  PW-ENTRY OCCURS 100.
	10  PW-WK-END-DATE PIC 9(6).
	10  PW-PAY-COUNT PIC 9(7).
	10  PW-PAY-HOURS PIC S9(7)V99.
	10  PW-GL-DOLLARS PIC S9(9)V99.
	10  PW-UNA-COUNT PIC 9(7).

01  PW-COUNT PIC S9(5) COMP VALUE 0.
01  PW-LIMIT PIC S9(5) COMP VALUE 100.
01  PW-LOST-COUNT PIC 9(5) VALUE 0.

01  PW-LOOKUP-DATE PIC 9(6).

01  PW-FOUND-FLAG PIC X.
    88 PW-KEY-FOUND VALUE "Y".
    88 PW-KEY-NOT-FOUND VALUE "N".

77  PW-SUB PIC S9(5) COMP.
77  PW-SUB2 PIC S9(5) COMP.
77  CYC-SUB PIC S9(5) COMP.

77  CYC-PAYR-STEP PIC S9(5) COMP VALUE 3.
77  CYC-XPAY-STEP PIC S9(5) COMP VALUE 4.
77  CYC-XGL-STEP PIC S9(5) COMP VALUE 5.

77  JP-SUB PIC S9(5) COMP.
77  GL-SUB PIC S9(5) COMP.
77  GL-SUB2 PIC S9(5) COMP.

*******************************************************************************

    PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.

    PERFORM GET-WEEK-SELECTION THRU GWS-EXIT.

    PERFORM GET-ORG-SELECTION THRU GET-ORG-EXIT.

    IF WRITING-EXTRACTS
	PERFORM CHECK-CYCLE-FOR-RERUN THRU CHECK-RERUN-EXIT.

    PERFORM GET-SOURCE-SELECTION THRU GET-SOURCE-EXIT.

    PERFORM OPEN-RATE-FILE THRU OPEN-RATE-EXIT.

    PERFORM OPEN-REPORT-FILE.

    IF REPORT-ONLY
	DISPLAY " "
	DISPLAY "Report only -- no extract files written; the payroll cycle"
	DISPLAY "is not stamped."
	STOP RUN.

    PERFORM SORT-BY-WIP-JOB.

    PERFORM WRITE-EXTRACT-BALANCE THRU BALANCE-EXIT.

    PERFORM STAMP-CYCLE-WEEKS THRU STAMP-WEEKS-EXIT.

    STOP RUN.

*

*

ORGANIZATION-SELECTION SECTION.

*******************************************************************************

*	ask whether the run covers one department or division.  The
*	organization file is needed for the rollups either way; without
*	it everything rolls up under ???? and no selection is possible.

GET-ORG-SELECTION.

    OPEN INPUT ORG-FIL.

    IF ORG-STATUS = "00"
	MOVE "Y" TO ORG-OPEN-FLAG
    ELSE
	DISPLAY "%Organization file JOBTICORG could not be opened --"
	DISPLAY "%every cost center is reported under department ????."
	GO TO GET-ORG-EXIT.

ASK-ORG-TYPE.

    DISPLAY "Select by department or division (D or V, blank for all): "
	WITH NO ADVANCING.
    MOVE SPACE TO SEL-ORG-TYPE.
    ACCEPT SEL-ORG-TYPE.

    IF SELECTING-ALL-ORGS
	GO TO GET-ORG-EXIT.

    IF SELECTING-DEPARTMENT
	MOVE "DEPARTMENT" TO SEL-ORG-DESC
    ELSE IF SELECTING-DIVISION
	     MOVE "DIVISION" TO SEL-ORG-DESC
	 ELSE
	     DISPLAY "?Enter D, V or a blank.  Try again."
	     GO TO ASK-ORG-TYPE.

EDIT-ORG-SELECTION.

    DISPLAY SEL-ORG-DESC " code: " WITH NO ADVANCING.
    MOVE SPACES TO SEL-ORG-CODE.
    ACCEPT SEL-ORG-CODE.

    MOVE SEL-ORG-TYPE TO ORG-TYPE.
    MOVE SEL-ORG-CODE TO ORG-CODE.
    MOVE 0 TO ORG-EFF-DATE.

    START ORG-FIL KEY IS NOT LESS THAN ORG-KEY
	INVALID KEY MOVE SPACES TO ORG-KEY
		    GO TO EDIT-ORG-CHECK.

    READ ORG-FIL NEXT
	AT END MOVE SPACES TO ORG-KEY.

EDIT-ORG-CHECK.

    IF ORG-TYPE NOT = SEL-ORG-TYPE OR ORG-CODE NOT = SEL-ORG-CODE
	DISPLAY "?No " SEL-ORG-DESC " " SEL-ORG-CODE " on JOBTICORG.  Try again."
	GO TO EDIT-ORG-SELECTION.

    MOVE "N" TO EXTRACT-FLAG.

    DISPLAY "%A run for one " SEL-ORG-DESC " is a report only: no extract".
    DISPLAY "%files are written and the payroll cycle is not stamped.".

GET-ORG-EXIT.

CHECK-ORG-SELECTED.

*	called with a JT-FIL record in hand; find its cost center's
*	department and division for its week, and decide whether they
*	fall inside the operator's selection.

    PERFORM RESOLVE-COST-CENTER-ORG THRU RESOLVE-ORG-EXIT.

    IF SELECTING-DEPARTMENT AND ORG-DEPARTMENT NOT = SEL-ORG-CODE
	MOVE "N" TO ORG-WANTED-FLAG
    ELSE IF SELECTING-DIVISION AND ORG-DIVISION NOT = SEL-ORG-CODE
	     MOVE "N" TO ORG-WANTED-FLAG
	 ELSE
	     MOVE "Y" TO ORG-WANTED-FLAG.

CHECK-ORG-EXIT.

RESOLVE-COST-CENTER-ORG.

    IF COST-CENTER = ORG-CACHE-COST-CENTER
	AND WK-END-DATE = ORG-CACHE-WK-END-DATE
	GO TO RESOLVE-ORG-EXIT.

    MOVE COST-CENTER TO ORG-CACHE-COST-CENTER.
    MOVE WK-END-DATE TO ORG-CACHE-WK-END-DATE.
    MOVE UNASSIGNED-ORG TO ORG-DEPARTMENT.
    MOVE UNASSIGNED-ORG TO ORG-DIVISION.

    IF ORG-FILE-NOT-OPEN
	GO TO RESOLVE-ORG-EXIT.

    MOVE "C" TO LOOKUP-ORG-TYPE.
    MOVE COST-CENTER TO LOOKUP-ORG-CODE.
    MOVE WK-END-DATE TO ORG-AS-OF-DATE.

    PERFORM FIND-ORG-AS-OF THRU FIND-ORG-EXIT.

    IF ORG-ENTRY-NOT-FOUND
	GO TO RESOLVE-ORG-EXIT.

    MOVE FOUND-ORG-PARENT TO ORG-DEPARTMENT.

    MOVE "D" TO LOOKUP-ORG-TYPE.
    MOVE ORG-DEPARTMENT TO LOOKUP-ORG-CODE.

    PERFORM FIND-ORG-AS-OF THRU FIND-ORG-EXIT.

    IF ORG-ENTRY-FOUND
	MOVE FOUND-ORG-PARENT TO ORG-DIVISION.

RESOLVE-ORG-EXIT.

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

*

TICKET-INPUT SECTION.

*******************************************************************************
    IF WEEK-NOT-WANTED
	GO TO RAR-TICKET-EXIT.

    PERFORM CHECK-ORG-SELECTED THRU CHECK-ORG-EXIT.

    IF ORG-NOT-WANTED
	GO TO RAR-TICKET-EXIT.

*	only records a supervisor has approved in JTAPPR go to the
*	sort (and so to the extract and the control totals); the rest
*	collect for the approval exception page.
    MOVE CONT-SEQ TO SRT-CONT-SEQ.
    MOVE NAME TO SRT-NAME.
    MOVE TOTAL-HRS TO SRT-TOTAL-HRS.
    MOVE SHIFT-CD TO SRT-SHIFT-CD.

*	the hours a shift differential is paid on: the record's work
*	lines, absence lines left out.  First shift carries none.

    MOVE 0 TO SEG-SHIFT-HOLD.

    IF SHIFT-CD NOT = SPACE
	PERFORM ADD-SHIFT-LINE-HOURS THRU ADD-SHIFT-LINE-EXIT
	    VARYING JP-SUB FROM 1 BY 1 UNTIL JP-SUB > 10.

    MOVE SEG-SHIFT-HOLD TO SRT-SHIFT-HRS.

    RELEASE SRT-REC.


    EXIT.

ADD-SHIFT-LINE-HOURS.

    IF ACTIV-CODE (JP-SUB) = SPACES
	GO TO ADD-SHIFT-LINE-EXIT.

    MOVE ACTIV-CODE (JP-SUB) TO ABS-LOOKUP-CODE.
    PERFORM CHECK-ABSENCE-LINE THRU CHECK-ABS-EXIT.

    IF NOT-ABSENCE-LINE
	ADD HOURS (JP-SUB) TO SEG-SHIFT-HOLD.

ADD-SHIFT-LINE-EXIT.

    EXIT.

POST-UNAPPROVED.

    IF REC-TYPE = "A"
	ADD TOTAL-HRS TO UT-HOURS (UT-SUB2)
	GO TO POST-UNA-EXIT.

    MOVE WK-END-DATE TO PW-LOOKUP-DATE.
    PERFORM FIND-PW-ENTRY THRU FIND-PW-EXIT.

    IF PW-SUB2 NOT = 0
	ADD 1 TO PW-UNA-COUNT (PW-SUB2).

    IF UNA-COUNT = UNA-LIMIT
	ADD 1 TO UNA-LOST-COUNT
	GO TO POST-UNA-EXIT.
*	ticket.  Explode each ticket's (up to ten) detail lines out here
*	and sort them by cost center, then activity code and product
*	line, then badge number and week-ending date to keep things
*	deterministic within an activity/product-line group.  The cost
*	centers themselves sort under their division and department,
*	which the subtotals roll up to.

SORT-THE-ACTIVITY-FILE.

*	groups and print as their own closing section.

    SORT SORT-WORK2
	ON ASCENDING KEY SRT2-REC-TYPE SRT2-DIVISION SRT2-DEPARTMENT
			 SRT2-COST-CENTER SRT2-ACTIV-CODE SRT2-PROD-LINE
			 SRT2-BADGE-NUM SRT2-WK-END-DATE
	INPUT PROCEDURE IS OPEN-JT-FOR-DETAIL-SORT
    IF WEEK-NOT-WANTED
	GO TO RTD-EXIT.

    PERFORM CHECK-ORG-SELECTED THRU CHECK-ORG-EXIT.

    IF ORG-NOT-WANTED
	GO TO RTD-EXIT.

*	unapproved records were already collected for the exception
*	page by the ticket pass; the report proper covers approved
*	records only, like the extract.
    ELSE
	MOVE SPACE TO SRT2-REC-TYPE.

    MOVE ORG-DIVISION TO SRT2-DIVISION.
    MOVE ORG-DEPARTMENT TO SRT2-DEPARTMENT.
    MOVE COST-CENTER TO SRT2-COST-CENTER.
    MOVE ACTIV-CODE (JP-SUB) TO SRT2-ACTIV-CODE.
    MOVE PROD-LINE (JP-SUB) TO SRT2-PROD-LINE.
    MOVE CONT-SEQ TO SRT2-CONT-SEQ.
    MOVE NAME TO SRT2-NAME.
    MOVE HOURS (JP-SUB) TO SRT2-HOURS.
    MOVE MFG-NUM (JP-SUB) TO SRT2-MFG-NUM.
    MOVE DISCR-NUM (JP-SUB) TO SRT2-DISCR-NUM.
    MOVE OPER-CODE (JP-SUB) TO SRT2-OPER-CODE.
    MOVE CHARGE-CC (JP-SUB) TO SRT2-CHARGE-CC.
    RELEASE SRT2-REC.

RELEASE-ONE-DETAIL-LINE-EXIT.
    MOVE "N" TO EOF-FLAG.
    MOVE "Y" TO FIRST-TICKET-FLAG.
    OPEN INPUT SRT-FIL.

    IF WRITING-EXTRACTS
	OPEN OUTPUT PAYEXT-FIL.

    PERFORM READ-SORTED-TICKET.

	PERFORM WRITE-TICKET-EXTRACT.

    CLOSE SRT-FIL.

    IF WRITING-EXTRACTS
	CLOSE PAYEXT-FIL.

READ-SORTED-TICKET.

    MOVE SRO-WK-END-DATE TO PREV-TICKET-WK-END-DATE.
    MOVE SRO-REC-TYPE TO PREV-TICKET-REC-TYPE.
    MOVE SRO-NAME TO PREV-TICKET-NAME.
    MOVE SRO-SHIFT-CD TO PREV-TICKET-SHIFT-CD.

ACCUMULATE-TICKET-HOURS.

    ADD SRO-TOTAL-HRS TO TICKET-TOTAL-HOLD.
    ADD SRO-SHIFT-HRS TO TICKET-SHIFT-HOLD.

    PERFORM READ-SORTED-TICKET.


    MOVE STRAIGHT-HRS-HOLD TO PAYEXT-STRAIGHT-HRS.
    MOVE OT-HRS-HOLD TO PAYEXT-OT-HRS.
    MOVE PREV-TICKET-SHIFT-CD TO PAYEXT-SHIFT-CD.
    MOVE TICKET-SHIFT-HOLD TO PAYEXT-SHIFT-HRS.

    PERFORM POST-SHIFT-SUMMARY THRU POST-SHIFT-EXIT.

    IF WRITING-EXTRACTS
	WRITE PAYEXT-REC.

    ADD PAYEXT-TOTAL-HRS TO BAL-PAY-HOURS.

    MOVE PREV-TICKET-WK-END-DATE TO PW-LOOKUP-DATE.
    PERFORM FIND-PW-ENTRY THRU FIND-PW-EXIT.

    IF PW-SUB2 NOT = 0
	ADD 1 TO PW-PAY-COUNT (PW-SUB2)
	ADD PAYEXT-TOTAL-HRS TO PW-PAY-HOURS (PW-SUB2).

    MOVE 0 TO TICKET-TOTAL-HOLD.
    MOVE 0 TO TICKET-SHIFT-HOLD.

SPLIT-TICKET-OVERTIME.


    EXIT.

POST-SHIFT-SUMMARY.

*	accumulate this ticket's shift hours, and its differential
*	dollars, under its cost center, week and shift.  First shift
*	is paid no differential and is not summarized.

    IF PREV-TICKET-SHIFT-CD = SPACE OR TICKET-SHIFT-HOLD = 0
	GO TO POST-SHIFT-EXIT.

    PERFORM FIND-SHIFT-DIFF-RATE THRU FIND-SDR-EXIT.

    IF SHIFT-RATE-FOUND
	COMPUTE SHIFT-DIFF-DOLLARS = TICKET-SHIFT-HOLD * SHIFT-DIFF-RATE
    ELSE
	MOVE 0 TO SHIFT-DIFF-RATE
	MOVE 0 TO SHIFT-DIFF-DOLLARS
	ADD TICKET-SHIFT-HOLD TO SHIFT-NORATE-HOURS.

    MOVE "N" TO SFT-FOUND-FLAG.

    PERFORM LOOK-FOR-SFT-KEY THRU LOOK-SFT-EXIT
	VARYING SS-SUB FROM 1 BY 1
	UNTIL SS-SUB > SFT-COUNT OR SFT-KEY-FOUND.

    IF SFT-KEY-FOUND
	GO TO ADD-SFT-AMOUNTS.

    IF SFT-COUNT = SFT-LIMIT
	ADD 1 TO SFT-LOST-COUNT
	MOVE SFT-LIMIT TO SS-SUB2
	GO TO ADD-SFT-AMOUNTS.

    ADD 1 TO SFT-COUNT.
    MOVE SFT-COUNT TO SS-SUB2.
    MOVE PREV-TICKET-COST-CENTER TO SS-COST-CENTER (SS-SUB2).
    MOVE PREV-TICKET-WK-END-DATE TO SS-WK-END-DATE (SS-SUB2).
    MOVE PREV-TICKET-SHIFT-CD TO SS-SHIFT-CD (SS-SUB2).
    MOVE SHIFT-DIFF-RATE TO SS-DIFF-RATE (SS-SUB2).
    MOVE 0 TO SS-HOURS (SS-SUB2).
    MOVE 0 TO SS-DIFF-DOLLARS (SS-SUB2).

ADD-SFT-AMOUNTS.

    ADD TICKET-SHIFT-HOLD TO SS-HOURS (SS-SUB2).
    ADD SHIFT-DIFF-DOLLARS TO SS-DIFF-DOLLARS (SS-SUB2).

    ADD TICKET-SHIFT-HOLD TO GRAND-SHIFT-HOLD.
    ADD SHIFT-DIFF-DOLLARS TO GRAND-DIFF-HOLD.

POST-SHIFT-EXIT.

    EXIT.

LOOK-FOR-SFT-KEY.

    IF SS-COST-CENTER (SS-SUB) = PREV-TICKET-COST-CENTER
	AND SS-WK-END-DATE (SS-SUB) = PREV-TICKET-WK-END-DATE
	AND SS-SHIFT-CD (SS-SUB) = PREV-TICKET-SHIFT-CD
	MOVE "Y" TO SFT-FOUND-FLAG
	MOVE SS-SUB TO SS-SUB2.

LOOK-SFT-EXIT.

    EXIT.

FIND-TICKET-CC-RATE.

*	the overtime premium always works from the ticket's

    EXIT.

FIND-SHIFT-DIFF-RATE.

*	the differential in effect for the ticket's shift and week.
*	A factor over 1.00 works from the ticket's cost-center rate,
*	as the overtime premium does, so it needs that rate on file
*	too; a flat amount alone does not.

    IF RATES-FILE-NOT-OPEN
	MOVE "N" TO SHIFT-RATE-FLAG
	GO TO FIND-SDR-EXIT.

    MOVE "S" TO LOOKUP-RATE-TYPE.
    MOVE PREV-TICKET-SHIFT-CD TO LOOKUP-RATE-CODE.
    MOVE PREV-TICKET-WK-END-DATE TO LOOKUP-AS-OF-DATE.

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

    PERFORM FIND-TICKET-CC-RATE THRU FIND-TCR-EXIT.

    IF TICKET-RATE-NOT-FOUND
	MOVE "N" TO SHIFT-RATE-FLAG
	GO TO FIND-SDR-EXIT.

    MOVE "Y" TO SHIFT-RATE-FLAG.
    COMPUTE SHIFT-DIFF-RATE ROUNDED = SHIFT-DIFF-AMOUNT
		+ TICKET-CC-RATE * (SHIFT-DIFF-FACTOR - 1.00).

FIND-SDR-EXIT.

    EXIT.

*

WRITE-REPORT SECTION.

    MOVE "N" TO EOF-FLAG.
    OPEN INPUT SRT2-FIL.

    IF WRITING-EXTRACTS
	OPEN OUTPUT GLEXT-FIL
	OPEN OUTPUT WIPWRK-FIL.

    PERFORM READ-SORTED-DETAIL.

	DISPLAY "WEEK-ENDING DATES SELECTED: " SEL-FROM-DISP
		" THROUGH " SEL-TO-DISP.

    IF SELECTING-ALL-ORGS
	DISPLAY "DEPARTMENTS AND DIVISIONS SELECTED: ALL"
    ELSE
	DISPLAY SEL-ORG-DESC " SELECTED: " SEL-ORG-CODE
		" -- REPORT ONLY, NO EXTRACTS WRITTEN".

    DISPLAY " ".
    DISPLAY "C-C   ACT   P-L   BADGE-NUM  NAME                            WK-END-DATE  HOURS".
    DISPLAY "----  ----  ----  ---------  ------------------------------  -----------  ------".
*	cost center, an activity/product-line change rolls just the
*	activity subtotal.  The very first record read has no prior
*	group to close.
*
*	Cost centers sort within their department and departments
*	within their division, so a department change closes the
*	cost center and then the department, and a division change
*	(or the record type changing) closes all of them.

    IF FIRST-GROUP
	MOVE "N" TO FIRST-GROUP-FLAG
    ELSE
	IF SR2O-REC-TYPE NOT = PREV-REC-TYPE
		OR SR2O-DIVISION NOT = PREV-DIVISION
	    PERFORM WRITE-ACTIVITY-TOTAL
	    PERFORM WRITE-COST-CENTER-TOTAL THRU FLUSH-GL-GROUP
	    PERFORM WRITE-DEPARTMENT-TOTAL
	    PERFORM WRITE-DIVISION-TOTAL
	ELSE
	    IF SR2O-DEPARTMENT NOT = PREV-DEPARTMENT
		PERFORM WRITE-ACTIVITY-TOTAL
		PERFORM WRITE-COST-CENTER-TOTAL THRU FLUSH-GL-GROUP
		PERFORM WRITE-DEPARTMENT-TOTAL
	    ELSE
		IF SR2O-COST-CENTER NOT = PREV-COST-CENTER
		    PERFORM WRITE-ACTIVITY-TOTAL
		    PERFORM WRITE-COST-CENTER-TOTAL THRU FLUSH-GL-GROUP
		ELSE
		    IF SR2O-ACTIV-CODE NOT = PREV-ACTIV-CODE
			    OR SR2O-PROD-LINE NOT = PREV-PROD-LINE
			PERFORM WRITE-ACTIVITY-TOTAL.

CHECK-FOR-ADJUSTMENT-SECTION.

    IF SR2O-REC-TYPE = "A" AND PREV-REC-TYPE NOT = "A"
	PERFORM WRITE-ADJUSTMENT-HEADER.

    IF SR2O-REC-TYPE NOT = PREV-REC-TYPE
	OR SR2O-DIVISION NOT = PREV-DIVISION
	OR SR2O-DEPARTMENT NOT = PREV-DEPARTMENT
	DISPLAY "  Division " SR2O-DIVISION " / department " SR2O-DEPARTMENT
	DISPLAY " ".

    MOVE SR2O-REC-TYPE TO PREV-REC-TYPE.
    MOVE SR2O-DIVISION TO PREV-DIVISION.
    MOVE SR2O-DEPARTMENT TO PREV-DEPARTMENT.
    MOVE SR2O-COST-CENTER TO PREV-COST-CENTER.
    MOVE SR2O-ACTIV-CODE TO PREV-ACTIV-CODE.
    MOVE SR2O-PROD-LINE TO PREV-PROD-LINE.

    ADD SR2O-HOURS TO ACT-TOTAL-HOLD.
    ADD SR2O-HOURS TO CC-TOTAL-HOLD.
    ADD SR2O-HOURS TO DEPT-TOTAL-HOLD.
    ADD SR2O-HOURS TO DIV-TOTAL-HOLD.
    ADD SR2O-HOURS TO GRAND-TOTAL-HOLD.
    ADD 1 TO REC-COUNT.

*	no dollars, no GL posting and no rate exception -- it is not
*	work on anything.

    COMPUTE LINE-EXT-HOURS ROUNDED = SR2O-HOURS.

    MOVE SR2O-ACTIV-CODE TO ABS-LOOKUP-CODE.
    PERFORM CHECK-ABSENCE-LINE THRU CHECK-ABS-EXIT.

    IF ABSENCE-LINE
	ADD LINE-EXT-HOURS TO BAL-ABS-HOURS
	PERFORM READ-SORTED-DETAIL
	GO TO PROCESS-EXIT.

    PERFORM FIND-LINE-RATE THRU FIND-RATE-EXIT.

    IF RATE-WAS-FOUND
	COMPUTE LINE-EXT-DOLLARS ROUNDED = SR2O-HOURS * LINE-RATE
	MOVE LINE-EXT-DOLLARS TO LINE-DOLLARS
	ADD LINE-DOLLARS TO ACT-DOLLARS-HOLD
	ADD LINE-DOLLARS TO CC-DOLLARS-HOLD
	ADD LINE-DOLLARS TO DEPT-DOLLARS-HOLD
	ADD LINE-DOLLARS TO DIV-DOLLARS-HOLD
	ADD LINE-DOLLARS TO GRAND-DOLLARS-HOLD
	PERFORM POST-GL-LINE THRU POST-GL-EXIT
	PERFORM WRITE-WIP-WORK-LINE THRU WRITE-WIP-WORK-EXIT
	PERFORM POST-LOAN-TRANSFER THRU POST-LOAN-EXIT
    ELSE
	ADD LINE-EXT-HOURS TO BAL-NORATE-HOURS
	PERFORM POST-RATE-EXCEPTION THRU POST-EXC-EXIT.

    PERFORM READ-SORTED-DETAIL.

*

WRITE-DEPARTMENT-TOTAL.

*******************************************************************************

    MOVE DEPT-TOTAL-HOLD TO RH-HOURS-HOLD.
    MOVE RH-HOURS-HOLD TO CONV-HOURS-FLD.
    MOVE DEPT-DOLLARS-HOLD TO RH-DOLLARS-HOLD.

    DISPLAY "        Department " PREV-DEPARTMENT
	    " subtotal hours: " CONV-HOURS-FLD
	    "  dollars: " RH-DOLLARS-HOLD.
    DISPLAY " ".

    MOVE 0 TO DEPT-TOTAL-HOLD.
    MOVE 0 TO DEPT-DOLLARS-HOLD.

*

WRITE-DIVISION-TOTAL.

*******************************************************************************

    MOVE DIV-TOTAL-HOLD TO RH-HOURS-HOLD.
    MOVE RH-HOURS-HOLD TO CONV-HOURS-FLD.
    MOVE DIV-DOLLARS-HOLD TO RH-DOLLARS-HOLD.

    DISPLAY "          Division " PREV-DIVISION
	    " subtotal hours: " CONV-HOURS-FLD
	    "  dollars: " RH-DOLLARS-HOLD.
    DISPLAY " ".

    MOVE 0 TO DIV-TOTAL-HOLD.
    MOVE 0 TO DIV-DOLLARS-HOLD.

*

FINISH-UP SECTION.

*******************************************************************************

    IF NOT FIRST-GROUP
	PERFORM WRITE-ACTIVITY-TOTAL
	PERFORM WRITE-COST-CENTER-TOTAL THRU FLUSH-GL-GROUP
	PERFORM WRITE-DEPARTMENT-TOTAL
	PERFORM WRITE-DIVISION-TOTAL.

WRITE-GRAND-TOTAL.

	DISPLAY "%No cost-center rate on file for " RH-HOURS-HOLD
		" overtime hour(s); no premium was priced or posted.".

WRITE-SHIFT-SUMMARY.

*	work hours on shifts other than first, per cost center, week
*	and shift, with the differential dollars posted to the GL
*	extract as type "S" records.

    IF SFT-COUNT = 0 AND SHIFT-NORATE-HOURS = 0
	GO TO WRITE-LOAN-SUMMARY.

    DISPLAY " ".
    DISPLAY "SHIFT DIFFERENTIAL SUMMARY".
    DISPLAY "C-C   WK-END  SHIFT  SHIFT-HRS  DIFF-RATE  DIFFERENTIAL-$".
    DISPLAY "----  ------  -----  ---------  ---------  --------------".

    PERFORM WRITE-ONE-SHIFT-SUMMARY THRU WRITE-SFS-EXIT
	VARYING SS-SUB FROM 1 BY 1 UNTIL SS-SUB > SFT-COUNT.

    PERFORM WRITE-ONE-SHIFT-GL-RECORD THRU WRITE-SFGL-EXIT
	VARYING SS-SUB FROM 1 BY 1 UNTIL SS-SUB > SFT-COUNT.

    MOVE GRAND-SHIFT-HOLD TO RH-HOURS-HOLD.
    MOVE RH-HOURS-HOLD TO CONV-HOURS-FLD.
    MOVE GRAND-DIFF-HOLD TO RH-DOLLARS-HOLD.

    DISPLAY "TOTAL SHIFT HOURS " CONV-HOURS-FLD
	    ", DIFFERENTIAL DOLLARS " RH-DOLLARS-HOLD ".".

    IF SFT-LOST-COUNT NOT = 0
	DISPLAY "%Shift summary table overflowed; " SFT-LOST-COUNT
		" ticket(s) were lumped into its last entry.".

    IF SHIFT-NORATE-HOURS NOT = 0
	MOVE SHIFT-NORATE-HOURS TO RH-HOURS-HOLD
	DISPLAY "%No differential or cost-center rate on file for "
		RH-HOURS-HOLD " shift hour(s);"
	DISPLAY "%no differential was priced or posted for them.".

WRITE-LOAN-SUMMARY.

*	priced work hours loaned to another cost center, per home
*	cost center, borrowing cost center, week and rate, with the
*	transfers posted to the GL extract as type "T" pairs.

    IF LOAN-COUNT = 0
	GO TO WRITE-RATE-EXCEPTION-PAGE.

    DISPLAY " ".
    DISPLAY "LOANED LABOR TRANSFERS".
    DISPLAY "HOME  CHG-TO  WK-END  HOURS     RATE    DOLLARS-$".
    DISPLAY "----  ------  ------  --------  ------  ------------".

    PERFORM WRITE-ONE-LOAN-SUMMARY THRU WRITE-LNS-EXIT
	VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LOAN-COUNT.

    PERFORM WRITE-ONE-LOAN-GL-PAIR THRU WRITE-LNGL-EXIT
	VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LOAN-COUNT.

    MOVE GRAND-LOAN-HOURS TO RH-HOURS-HOLD.
    MOVE RH-HOURS-HOLD TO CONV-HOURS-FLD.
    MOVE GRAND-LOAN-DOLLARS TO RH-DOLLARS-HOLD.

    DISPLAY "TOTAL LOANED HOURS " CONV-HOURS-FLD
	    ", DOLLARS " RH-DOLLARS-HOLD ".".

    IF LOAN-LOST-COUNT NOT = 0
	DISPLAY "%Loaned labor table overflowed; " LOAN-LOST-COUNT
		" line(s) were lumped into its last entry.".

WRITE-RATE-EXCEPTION-PAGE.

*	tickets that could not be priced because no rate is on file
CLOSE-FILES.

    CLOSE SRT2-FIL.

    IF WRITING-EXTRACTS
	CLOSE GLEXT-FIL
	CLOSE WIPWRK-FIL.

    IF ORG-FILE-OPEN
	CLOSE ORG-FIL.

    IF RATES-FILE-OPEN
	CLOSE RATE-FIL.
	GO TO CHECK-ABS-EXIT.

    MOVE "B" TO REF-CODE-TYPE.
    MOVE ABS-LOOKUP-CODE TO REF-CODE.

    READ REF-FIL
	INVALID KEY GO TO CHECK-ABS-EXIT.

ADD-GL-AMOUNTS.

    ADD LINE-EXT-HOURS TO GT-HOURS (GL-SUB2).
    ADD LINE-EXT-DOLLARS TO GT-DOLLARS (GL-SUB2).

POST-GL-EXIT.

    EXIT.

WRITE-WIP-WORK-LINE.

*	the same priced line, hours and dollars as posted to the GL,
*	under its manufacturing job, discrete number and operation.

    IF REPORT-ONLY
	GO TO WRITE-WIP-WORK-EXIT.

    MOVE SR2O-MFG-NUM TO WWK-MFG-NUM.
    MOVE SR2O-DISCR-NUM TO WWK-DISCR-NUM.
    MOVE SR2O-OPER-CODE TO WWK-OPER-CODE.
    MOVE SR2O-WK-END-DATE TO WWK-WK-END-DATE.
    MOVE SR2O-REC-TYPE TO WWK-REC-TYPE.
    MOVE SPACES TO WWK-COST-CENTER.
    MOVE LINE-EXT-HOURS TO WWK-HOURS.
    MOVE LINE-EXT-DOLLARS TO WWK-DOLLARS.

    WRITE WIPWRK-REC.

WRITE-WIP-WORK-EXIT.

    EXIT.

LOOK-FOR-GL-KEY.

    IF GT-WK-END-DATE (GL-SUB) = SR2O-WK-END-DATE
*	it leads the sort key -- an adjustment group's postings are
*	all type "A".

    IF REPORT-ONLY
	GO TO WRITE-GL-EXIT.

    MOVE PREV-COST-CENTER TO GLEXT-COST-CENTER.
    MOVE GT-WK-END-DATE (GL-SUB) TO GLEXT-WK-END-DATE.
    MOVE GT-HOURS (GL-SUB) TO GLEXT-HOURS.

    WRITE GLEXT-REC.

    PERFORM ADD-GL-TO-WEEK THRU ADD-GL-WEEK-EXIT.

WRITE-GL-EXIT.

    EXIT.
    IF OS-OT-HRS (OS-SUB) NOT > 0 OR OS-PREM-RATE (OS-SUB) NOT > 0
	GO TO WRITE-OTGL-EXIT.

    IF REPORT-ONLY
	GO TO WRITE-OTGL-EXIT.

    MOVE OS-COST-CENTER (OS-SUB) TO GLEXT-COST-CENTER.
    MOVE OS-WK-END-DATE (OS-SUB) TO GLEXT-WK-END-DATE.
    MOVE OS-OT-HRS (OS-SUB) TO GLEXT-HOURS.

    WRITE GLEXT-REC.

    PERFORM ADD-GL-TO-WEEK THRU ADD-GL-WEEK-EXIT.

*	and the same premium to WIP, under the cost center, no job.

    MOVE 0 TO WWK-MFG-NUM.
    MOVE 0 TO WWK-DISCR-NUM.
    MOVE SPACES TO WWK-OPER-CODE.
    MOVE GLEXT-WK-END-DATE TO WWK-WK-END-DATE.
    MOVE "O" TO WWK-REC-TYPE.
    MOVE GLEXT-COST-CENTER TO WWK-COST-CENTER.
    MOVE GLEXT-HOURS TO WWK-HOURS.
    MOVE GLEXT-DOLLARS TO WWK-DOLLARS.

    WRITE WIPWRK-REC.

WRITE-OTGL-EXIT.

    EXIT.

WRITE-ONE-SHIFT-SUMMARY.

    MOVE SS-HOURS (SS-SUB) TO RH-HOURS-HOLD.
    MOVE RH-HOURS-HOLD TO CONV-HOURS-FLD.
    MOVE SS-DIFF-RATE (SS-SUB) TO RH-RATE-HOLD.
    MOVE SS-DIFF-DOLLARS (SS-SUB) TO RH-DOLLARS-HOLD.

    DISPLAY SS-COST-CENTER (SS-SUB) "  " SS-WK-END-DATE (SS-SUB) "  "
	    SS-SHIFT-CD (SS-SUB) "      " CONV-HOURS-FLD "   "
	    RH-RATE-HOLD "     " RH-DOLLARS-HOLD.

WRITE-SFS-EXIT.

    EXIT.

WRITE-ONE-SHIFT-GL-RECORD.

*	one differential posting per cost center, week and shift
*	priced from the rates file; the straight-rate postings for
*	the same hours come from the detail pass.  An adjustment can
*	leave a shift's hours negative, and posts as it stands.

    IF SS-HOURS (SS-SUB) = 0 OR SS-DIFF-RATE (SS-SUB) NOT > 0
	GO TO WRITE-SFGL-EXIT.

    IF REPORT-ONLY
	GO TO WRITE-SFGL-EXIT.

    MOVE SS-COST-CENTER (SS-SUB) TO GLEXT-COST-CENTER.
    MOVE SS-WK-END-DATE (SS-SUB) TO GLEXT-WK-END-DATE.
    MOVE SS-HOURS (SS-SUB) TO GLEXT-HOURS.
    MOVE SS-DIFF-RATE (SS-SUB) TO GLEXT-RATE.
    MOVE SS-DIFF-DOLLARS (SS-SUB) TO GLEXT-DOLLARS.
    MOVE "S" TO GLEXT-REC-TYPE.

    WRITE GLEXT-REC.

    PERFORM ADD-GL-TO-WEEK THRU ADD-GL-WEEK-EXIT.

*	and the same differential to WIP, under the cost center, no
*	job.

    MOVE 0 TO WWK-MFG-NUM.
    MOVE 0 TO WWK-DISCR-NUM.
    MOVE SPACES TO WWK-OPER-CODE.
    MOVE GLEXT-WK-END-DATE TO WWK-WK-END-DATE.
    MOVE "S" TO WWK-REC-TYPE.
    MOVE GLEXT-COST-CENTER TO WWK-COST-CENTER.
    MOVE GLEXT-HOURS TO WWK-HOURS.
    MOVE GLEXT-DOLLARS TO WWK-DOLLARS.

    WRITE WIPWRK-REC.

WRITE-SFGL-EXIT.

    EXIT.

POST-LOAN-TRANSFER.

*	a blank charge-to (a ticket filed before lines carried one)
*	or the ticket's own cost center means the hours were not
*	loaned out.  The line's own GL posting has already gone to
*	the home cost center above.

    IF SR2O-CHARGE-CC = SPACES
	OR SR2O-CHARGE-CC = SR2O-COST-CENTER
	GO TO POST-LOAN-EXIT.

    MOVE "N" TO LOAN-FOUND-FLAG.

    PERFORM LOOK-FOR-LOAN-KEY THRU LOOK-LOAN-EXIT
	VARYING LT-SUB FROM 1 BY 1
	UNTIL LT-SUB > LOAN-COUNT OR LOAN-KEY-FOUND.

    IF LOAN-KEY-FOUND
	GO TO ADD-LOAN-AMOUNTS.

    IF LOAN-COUNT = LOAN-LIMIT
	ADD 1 TO LOAN-LOST-COUNT
	MOVE LOAN-LIMIT TO LT-SUB2
	GO TO ADD-LOAN-AMOUNTS.

    ADD 1 TO LOAN-COUNT.
    MOVE LOAN-COUNT TO LT-SUB2.
    MOVE SR2O-COST-CENTER TO LT-HOME-CC (LT-SUB2).
    MOVE SR2O-CHARGE-CC TO LT-CHARGE-CC (LT-SUB2).
    MOVE SR2O-WK-END-DATE TO LT-WK-END-DATE (LT-SUB2).
    MOVE LINE-RATE TO LT-RATE (LT-SUB2).
    MOVE 0 TO LT-HOURS (LT-SUB2).
    MOVE 0 TO LT-DOLLARS (LT-SUB2).

ADD-LOAN-AMOUNTS.

    ADD LINE-EXT-HOURS TO LT-HOURS (LT-SUB2).
    ADD LINE-EXT-DOLLARS TO LT-DOLLARS (LT-SUB2).

    ADD LINE-EXT-HOURS TO GRAND-LOAN-HOURS.
    ADD LINE-EXT-DOLLARS TO GRAND-LOAN-DOLLARS.

POST-LOAN-EXIT.

    EXIT.

LOOK-FOR-LOAN-KEY.

    IF LT-HOME-CC (LT-SUB) = SR2O-COST-CENTER
	AND LT-CHARGE-CC (LT-SUB) = SR2O-CHARGE-CC
	AND LT-WK-END-DATE (LT-SUB) = SR2O-WK-END-DATE
	AND LT-RATE (LT-SUB) = LINE-RATE
	MOVE "Y" TO LOAN-FOUND-FLAG
	MOVE LT-SUB TO LT-SUB2.

LOOK-LOAN-EXIT.

    EXIT.

WRITE-ONE-LOAN-SUMMARY.

    MOVE LT-HOURS (LT-SUB) TO RH-HOURS-HOLD.
    MOVE RH-HOURS-HOLD TO CONV-HOURS-FLD.
    MOVE LT-RATE (LT-SUB) TO RH-RATE-HOLD.
    MOVE LT-DOLLARS (LT-SUB) TO RH-DOLLARS-HOLD.

    DISPLAY LT-HOME-CC (LT-SUB) "  " LT-CHARGE-CC (LT-SUB) "    "
	    LT-WK-END-DATE (LT-SUB) "  " CONV-HOURS-FLD "  "
	    RH-RATE-HOLD "  " RH-DOLLARS-HOLD.

WRITE-LNS-EXIT.

    EXIT.

WRITE-ONE-LOAN-GL-PAIR.

*	the borrowing cost center is charged the hours and dollars at
*	the rate they were priced at, and the home cost center, which
*	the detail pass already charged, is credited the same.  The
*	two records cancel, so the GL totals and the extract balance
*	are what they would be without the loan.  The job's WIP
*	costing does not depend on which department did the work, so
*	nothing goes to WIP.

    IF LT-HOURS (LT-SUB) = 0 AND LT-DOLLARS (LT-SUB) = 0
	GO TO WRITE-LNGL-EXIT.

    IF REPORT-ONLY
	GO TO WRITE-LNGL-EXIT.

    MOVE LT-CHARGE-CC (LT-SUB) TO GLEXT-COST-CENTER.
    MOVE LT-WK-END-DATE (LT-SUB) TO GLEXT-WK-END-DATE.
    MOVE LT-HOURS (LT-SUB) TO GLEXT-HOURS.
    MOVE LT-RATE (LT-SUB) TO GLEXT-RATE.
    MOVE LT-DOLLARS (LT-SUB) TO GLEXT-DOLLARS.
    MOVE "T" TO GLEXT-REC-TYPE.

    WRITE GLEXT-REC.

    PERFORM ADD-GL-TO-WEEK THRU ADD-GL-WEEK-EXIT.

    MOVE LT-HOME-CC (LT-SUB) TO GLEXT-COST-CENTER.
    COMPUTE GLEXT-HOURS = 0 - LT-HOURS (LT-SUB).
    COMPUTE GLEXT-DOLLARS = 0 - LT-DOLLARS (LT-SUB).

    WRITE GLEXT-REC.

    PERFORM ADD-GL-TO-WEEK THRU ADD-GL-WEEK-EXIT.

WRITE-LNGL-EXIT.

    EXIT.

ADD-GL-TO-WEEK.

*	the dollars as written to the extract, not the unrounded
*	accumulation, so they add up the way JTXMIT adds them.

    ADD 1 TO BAL-GL-COUNT.
    ADD GLEXT-DOLLARS TO BAL-GL-DOLLARS.

    IF GLEXT-REC-TYPE NOT = "O" AND GLEXT-REC-TYPE NOT = "S"
	ADD GLEXT-HOURS TO BAL-GL-HOURS.

    MOVE GLEXT-WK-END-DATE TO PW-LOOKUP-DATE.
    PERFORM FIND-PW-ENTRY THRU FIND-PW-EXIT.

    IF PW-SUB2 NOT = 0
	ADD GLEXT-DOLLARS TO PW-GL-DOLLARS (PW-SUB2).

ADD-GL-WEEK-EXIT.

    EXIT.

FIND-PW-ENTRY.

*	find (or start) the run's entry for PW-LOOKUP-DATE; PW-SUB2
*	comes back zero if the table is full and the week is new.

    MOVE "N" TO PW-FOUND-FLAG.

    PERFORM LOOK-FOR-PW-KEY THRU LOOK-PW-EXIT
	VARYING PW-SUB FROM 1 BY 1
	UNTIL PW-SUB > PW-COUNT OR PW-KEY-FOUND.

    IF PW-KEY-FOUND
	GO TO FIND-PW-EXIT.

    IF PW-COUNT = PW-LIMIT
	ADD 1 TO PW-LOST-COUNT
	MOVE 0 TO PW-SUB2
	GO TO FIND-PW-EXIT.

    ADD 1 TO PW-COUNT.
    MOVE PW-COUNT TO PW-SUB2.
    MOVE PW-LOOKUP-DATE TO PW-WK-END-DATE (PW-SUB2).
    MOVE 0 TO PW-PAY-COUNT (PW-SUB2).
    MOVE 0 TO PW-PAY-HOURS (PW-SUB2).
    MOVE 0 TO PW-GL-DOLLARS (PW-SUB2).
    MOVE 0 TO PW-UNA-COUNT (PW-SUB2).

FIND-PW-EXIT.

    EXIT.

LOOK-FOR-PW-KEY.

    IF PW-WK-END-DATE (PW-SUB) = PW-LOOKUP-DATE
	MOVE "Y" TO PW-FOUND-FLAG
	MOVE PW-SUB TO PW-SUB2.

LOOK-PW-EXIT.

    EXIT.

*

SORT-BY-WIP-JOB SECTION.

*******************************************************************************

*	the priced lines come off the report pass in cost-center
*	order; the manufacturing system loads WIP by job.  The sort
*	takes the work file as it stands (SRT3-REC is laid out exactly
*	as WIPWRK-REC) and its output procedure sums each job,
*	discrete number, operation, week and record type into one
*	JTWIPEXT record.

SORT-THE-WIP-FILE.

    SORT SORT-WORK3
	ON ASCENDING KEY SRT3-MFG-NUM SRT3-DISCR-NUM SRT3-OPER-CODE
			 SRT3-WK-END-DATE SRT3-REC-TYPE SRT3-COST-CENTER
	USING WIPWRK-FIL
	OUTPUT PROCEDURE IS WRITE-WIP-EXTRACT.

*

WIP-EXTRACT-RECORDS SECTION.

*******************************************************************************

WRITE-WIP-EXTRACT.

    OPEN OUTPUT WIPEXT-FIL.

    MOVE "N" TO WIP-EOF-FLAG.
    MOVE "Y" TO FIRST-WIP-FLAG.

    PERFORM RETURN-WIP-LINE THRU RETURN-WIP-EXIT
	UNTIL WIP-END-OF-FILE.

    IF NOT-FIRST-WIP
	PERFORM WRITE-ONE-WIP-RECORD THRU WRITE-WIP-EXIT.

    CLOSE WIPEXT-FIL.

RETURN-WIP-LINE.

    RETURN SORT-WORK3
	AT END MOVE "Y" TO WIP-EOF-FLAG
	       GO TO RETURN-WIP-EXIT.

    IF FIRST-WIP
	MOVE "N" TO FIRST-WIP-FLAG
    ELSE
	IF SRT3-KEY NOT = WIP-HOLD-KEY
	    PERFORM WRITE-ONE-WIP-RECORD THRU WRITE-WIP-EXIT.

    MOVE SRT3-KEY TO WIP-HOLD-KEY.

    ADD SRT3-HOURS TO WIP-HOURS-HOLD.
    ADD SRT3-DOLLARS TO WIP-DOLLARS-HOLD.

RETURN-WIP-EXIT.

    EXIT.

WRITE-ONE-WIP-RECORD.

    MOVE WH-MFG-NUM TO WIPEXT-MFG-NUM.
    MOVE WH-DISCR-NUM TO WIPEXT-DISCR-NUM.
    MOVE WH-OPER-CODE TO WIPEXT-OPER-CODE.
    MOVE WH-WK-END-DATE TO WIPEXT-WK-END-DATE.
    MOVE WIP-HOURS-HOLD TO WIPEXT-HOURS.
    MOVE WIP-DOLLARS-HOLD TO WIPEXT-DOLLARS.
    MOVE WH-REC-TYPE TO WIPEXT-REC-TYPE.
    MOVE WH-COST-CENTER TO WIPEXT-COST-CENTER.

    WRITE WIPEXT-REC.

    ADD 1 TO BAL-WIP-COUNT.
    ADD WIPEXT-DOLLARS TO BAL-WIP-DOLLARS.

    IF WIPEXT-REC-TYPE NOT = "O" AND WIPEXT-REC-TYPE NOT = "S"
	ADD WIPEXT-HOURS TO BAL-WIP-HOURS.

    MOVE 0 TO WIP-HOURS-HOLD.
    MOVE 0 TO WIP-DOLLARS-HOLD.

WRITE-WIP-EXIT.

    EXIT.

*

EXTRACT-BALANCE SECTION.

*******************************************************************************

WRITE-EXTRACT-BALANCE.

*	payroll is paid on every approved hour; the GL and WIP carry
*	the priced work hours only.  Payroll hours less the absence
*	hours and the hours with no rate on file must come to the GL
*	hours, to within the cent each line's hours were rounded to;
*	the GL and WIP extracts hold the same lines, so their hours
*	and dollars must agree exactly.

    MOVE "Y" TO BAL-FLAG.

    COMPUTE BAL-PRICED-HOURS = BAL-PAY-HOURS - BAL-ABS-HOURS
			     - BAL-NORATE-HOURS.

    DISPLAY " ".
    DISPLAY "EXTRACT BALANCE -- PAYROLL / GL / WIP".
    DISPLAY " ".

    MOVE BAL-PAY-HOURS TO SH-HOURS-HOLD.
    DISPLAY "Payroll extract hours (JTPAYEXT):     " SH-HOURS-HOLD.
    MOVE BAL-ABS-HOURS TO SH-HOURS-HOLD.
    DISPLAY "  less absence hours (not priced):    " SH-HOURS-HOLD.
    MOVE BAL-NORATE-HOURS TO SH-HOURS-HOLD.
    DISPLAY "  less hours with no rate on file:    " SH-HOURS-HOLD.
    MOVE BAL-PRICED-HOURS TO SH-HOURS-HOLD.
    DISPLAY "  priced work hours:                  " SH-HOURS-HOLD.
    MOVE BAL-GL-HOURS TO SH-HOURS-HOLD.
    DISPLAY "GL extract hours, overtime premium and".
    DISPLAY "  shift differential postings excluded".
    DISPLAY "  (JTGLEXT):                          " SH-HOURS-HOLD.
    MOVE BAL-WIP-HOURS TO SH-HOURS-HOLD.
    DISPLAY "WIP extract job hours (JTWIPEXT):     " SH-HOURS-HOLD.
    DISPLAY " ".
    MOVE BAL-GL-DOLLARS TO BAL-DOLLARS-HOLD.
    DISPLAY "GL extract dollars:               " BAL-DOLLARS-HOLD
	    "  (" BAL-GL-COUNT " records)".
    MOVE BAL-WIP-DOLLARS TO BAL-DOLLARS-HOLD.
    DISPLAY "WIP extract dollars:              " BAL-DOLLARS-HOLD
	    "  (" BAL-WIP-COUNT " records)".
    DISPLAY " ".

    COMPUTE BAL-TOLERANCE = REC-COUNT * 0.01.
    COMPUTE BAL-DIFF = BAL-PRICED-HOURS - BAL-GL-HOURS.

    IF BAL-DIFF < 0
	COMPUTE BAL-DIFF = 0 - BAL-DIFF.

    IF BAL-DIFF > BAL-TOLERANCE
	MOVE "N" TO BAL-FLAG
	MOVE BAL-DIFF TO SH-HOURS-HOLD
	DISPLAY "%Priced work hours and GL hours differ by " SH-HOURS-HOLD "."
	DISPLAY "%A ticket total does not match its lines -- run JTVRFY.".

    IF BAL-GL-HOURS NOT = BAL-WIP-HOURS
	OR BAL-GL-DOLLARS NOT = BAL-WIP-DOLLARS
	MOVE "N" TO BAL-FLAG
	DISPLAY "%The WIP extract does NOT balance to the GL extract.".

    IF EXTRACTS-BALANCE
	DISPLAY "Payroll, GL and WIP extracts balance."
    ELSE
	DISPLAY "%Extracts are OUT OF BALANCE -- do not transmit them.".

    DISPLAY " ".

BALANCE-EXIT.

    EXIT.

*

PAYROLL-CYCLE SECTION.

*******************************************************************************

CHECK-OPERATOR.

*	any active operator may run the extract; a rerun of a week
*	already transmitted takes a supervisor's override below.

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

    IF OPR-SUPERVISOR
	MOVE "Y" TO OPER-AUTH-FLAG
    ELSE
	MOVE "N" TO OPER-AUTH-FLAG.

    DISPLAY "Operator " WORK-OPER-NUM " (" OPR-NAME ") signed on.".

    CLOSE OPR-FIL.

CHECK-OPERATOR-EXIT.

CHECK-CYCLE-FOR-RERUN.

*	a week whose extract JTXMIT has already sent (whether or not
*	the read-back confirmed it) may have been loaded by payroll;
*	extracting it again is refused unless a supervisor overrides.
*	No cycle file yet means nothing has been sent.

    OPEN INPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	GO TO CHECK-RERUN-EXIT.

    MOVE "N" TO CYC-EOF-FLAG.

    IF SELECTING-ALL-WEEKS
	MOVE 0 TO CYC-WK-END-DATE
    ELSE
	MOVE SEL-FROM-YEAR-FIRST TO CYC-WK-END-DATE.

    START CYC-FIL KEY IS NOT LESS THAN CYC-WK-END-DATE
	INVALID KEY MOVE "Y" TO CYC-EOF-FLAG.

    PERFORM CHECK-ONE-CYCLE-WEEK THRU CHECK-ONE-CYCLE-EXIT
	UNTIL CYC-END-OF-FILE.

    CLOSE CYC-FIL.

    IF SENT-WEEK-COUNT = 0
	GO TO CHECK-RERUN-EXIT.

    DISPLAY "%Extracting again replaces what payroll may already have".
    DISPLAY "%loaded for these weeks; it takes a supervisor override.".

    IF OPER-NOT-SUPERVISOR
	DISPLAY "%Operator " WORK-OPER-NUM " is not a supervisor.  Process halted."
	STOP RUN.

    DISPLAY "Type OVERRIDE to extract them again, RETURN to stop: "
	WITH NO ADVANCING.
    MOVE SPACES TO OVERRIDE-ENTRY.
    ACCEPT OVERRIDE-ENTRY.

    IF OVERRIDE-ENTRY NOT = "OVERRIDE"
	DISPLAY "%Nothing extracted."
	STOP RUN.

    DISPLAY "Override accepted for " SENT-WEEK-COUNT " week(s).".

CHECK-RERUN-EXIT.

CHECK-ONE-CYCLE-WEEK.

    READ CYC-FIL NEXT
	AT END MOVE "Y" TO CYC-EOF-FLAG
	       GO TO CHECK-ONE-CYCLE-EXIT.

    IF SELECTING-A-RANGE
	AND CYC-WK-END-DATE > SEL-TO-YEAR-FIRST
	MOVE "Y" TO CYC-EOF-FLAG
	GO TO CHECK-ONE-CYCLE-EXIT.

    IF CYC-STEP-NOT-RUN (CYC-XPAY-STEP)
	AND CYC-STEP-NOT-RUN (CYC-XGL-STEP)
	GO TO CHECK-ONE-CYCLE-EXIT.

    IF SENT-WEEK-COUNT = 0
	DISPLAY " "
	DISPLAY "%Already transmitted by JTXMIT:".

    ADD 1 TO SENT-WEEK-COUNT.

    IF NOT CYC-STEP-NOT-RUN (CYC-XPAY-STEP)
	DISPLAY "%  week ending " CYC-WK-END-DATE ": payroll extract sent "
		CYC-STEP-DATE (CYC-XPAY-STEP) " by operator "
		CYC-STEP-OPER (CYC-XPAY-STEP).

    IF NOT CYC-STEP-NOT-RUN (CYC-XGL-STEP)
	DISPLAY "%  week ending " CYC-WK-END-DATE ": GL extract sent      "
		CYC-STEP-DATE (CYC-XGL-STEP) " by operator "
		CYC-STEP-OPER (CYC-XGL-STEP).

CHECK-ONE-CYCLE-EXIT.

    EXIT.

STAMP-CYCLE-WEEKS.

*	stamp the run on each week it extracted.  The extract files on
*	disk are new, so the week's transmissions are cleared: JTXMIT
*	must send them again before JTWKCL will close the week.  A
*	week that had been sent is stamped as rerun under override.

    IF PW-COUNT = 0
	GO TO STAMP-WEEKS-EXIT.

    OPEN INPUT-OUTPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	OPEN OUTPUT CYC-FIL
	CLOSE CYC-FIL
	OPEN INPUT-OUTPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	DISPLAY "%Payroll cycle control file JOBTICCYC could not be opened --"
	DISPLAY "%this run is NOT recorded on the payroll cycle."
	GO TO STAMP-WEEKS-EXIT.

    PERFORM STAMP-ONE-WEEK THRU STAMP-ONE-WEEK-EXIT
	VARYING PW-SUB FROM 1 BY 1 UNTIL PW-SUB > PW-COUNT.

    CLOSE CYC-FIL.

    IF PW-LOST-COUNT NOT = 0
	DISPLAY "%Week table overflowed; weeks past the first " PW-LIMIT
		" are NOT recorded on the payroll cycle.".

STAMP-WEEKS-EXIT.

STAMP-ONE-WEEK.

    MOVE PW-WK-END-DATE (PW-SUB) TO CYC-WK-END-DATE.
    MOVE "Y" TO CYC-ON-FILE-FLAG.

    READ CYC-FIL
	INVALID KEY MOVE "N" TO CYC-ON-FILE-FLAG.

    IF CYC-NOT-ON-FILE
	MOVE PW-WK-END-DATE (PW-SUB) TO CYC-WK-END-DATE
	PERFORM CLEAR-ONE-CYCLE-STEP THRU CLEAR-CYCLE-EXIT
	    VARYING CYC-SUB FROM 1 BY 1 UNTIL CYC-SUB > 6.

    IF CYC-STEP-NOT-RUN (CYC-XPAY-STEP)
	AND CYC-STEP-NOT-RUN (CYC-XGL-STEP)
	MOVE "D" TO CYC-STEP-STATUS (CYC-PAYR-STEP)
    ELSE
	MOVE "O" TO CYC-STEP-STATUS (CYC-PAYR-STEP).

    ACCEPT CYC-STEP-DATE (CYC-PAYR-STEP) FROM DATE.
    ACCEPT CYC-STEP-TIME (CYC-PAYR-STEP) FROM TIME.
    MOVE WORK-OPER-NUM TO CYC-STEP-OPER (CYC-PAYR-STEP).
    MOVE PW-PAY-COUNT (PW-SUB) TO CYC-STEP-COUNT (CYC-PAYR-STEP).
    MOVE PW-UNA-COUNT (PW-SUB) TO CYC-STEP-EXC-COUNT (CYC-PAYR-STEP).
    MOVE PW-PAY-HOURS (PW-SUB) TO CYC-STEP-HOURS (CYC-PAYR-STEP).
    MOVE PW-GL-DOLLARS (PW-SUB) TO CYC-STEP-DOLLARS (CYC-PAYR-STEP).

    MOVE EMPTY-CYC-STEP TO CYC-STEP (CYC-XPAY-STEP).
    MOVE EMPTY-CYC-STEP TO CYC-STEP (CYC-XGL-STEP).

    IF CYC-ON-FILE
	GO TO REWRITE-ONE-WEEK.

    WRITE CYC-REC
	INVALID KEY DISPLAY "%Write error on JOBTICCYC -- week " CYC-WK-END-DATE
			    " is NOT recorded.".

    GO TO STAMP-ONE-WEEK-EXIT.

REWRITE-ONE-WEEK.

    REWRITE CYC-REC
	INVALID KEY DISPLAY "%Rewrite error on JOBTICCYC -- week " CYC-WK-END-DATE
			    " is NOT recorded.".

STAMP-ONE-WEEK-EXIT.

    EXIT.

CLEAR-ONE-CYCLE-STEP.

    MOVE EMPTY-CYC-STEP TO CYC-STEP (CYC-SUB).

CLEAR-CYCLE-EXIT.

    EXIT.
