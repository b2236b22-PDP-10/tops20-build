*	This program is a portion of the DIL Load Test sample
*	application.  It reports on the maintenance audit log
*	(JOBTICMNT) that the reference file maintenance programs --
*	JTBADG, JTCODE, JTRATE, JTOPER, JTWKCL, JTJOBM, JTESTM, JTHOLM,
*	JTFCAL and JTORGM, the ticket file repair utility JTVRFY and
*	the inbound HR feed JTHRIN -- append before/after entries to:
*	the operator chooses a date range, program, action and/or key,
*	the matching entries are printed with their before and after
*	images, and summary counts by program and action close the
*	report.  "When did cost center 4410's rate become 012.50" is
*	one run, in the JTLOGR style.

INSTALLATION. DEC-MARLBOROUGH.

* Edit (%O'1', '16-Sep-86', 'Sandy Clemens')
* %(  Add the maintenance audit log query/report program over
*     JOBTICMNT.  File: JTMREP.CBL (NEW) )%
*
* Edit (%O'2', '22-Sep-86', 'Sandy Clemens')
* %(  Accept JTJOBM, the new job master maintenance program, as a
*     program selection.  File: JTMREP.CBL )%
*
* Edit (%O'3', '24-Sep-86', 'Sandy Clemens')
* %(  Accept JTESTM, the new job estimate maintenance program, as
*     a program selection.  File: JTMREP.CBL )%
*
* Edit (%O'4', '01-Oct-86', 'Sandy Clemens')
* %(  Accept JTHOLM, the new holiday calendar maintenance program,
*     as a program selection.  File: JTMREP.CBL )%
*
* Edit (%O'5', '06-Oct-86', 'Sandy Clemens')
* %(  Accept JTHRIN, the new inbound HR feed, which logs the badge
*     changes it applies, as a program selection.
*     File: JTMREP.CBL )%
*
* Edit (%O'6', '15-Oct-86', 'Sandy Clemens')
* %(  Accept JTFCAL, the new fiscal calendar maintenance program,
*     as a program selection.  File: JTMREP.CBL )%
*
* Edit (%O'7', '27-Oct-86', 'Sandy Clemens')
* %(  Accept JTVRFY, the job ticket file verification and repair
*     utility, as a program selection.  File: JTMREP.CBL )%
*
* Edit (%O'10', '03-Nov-86', 'Sandy Clemens')
* %(  Accept JTORGM, the new organization file maintenance
*     program, as a program selection.  File: JTMREP.CBL )%

ENVIRONMENT DIVISION.


01  SEL-PROGRAM PIC X(6) VALUE SPACES.
    88 GOOD-SEL-PROGRAM VALUES SPACES "JTBADG" "JTCODE" "JTRATE"
	"JTOPER" "JTWKCL" "JTJOBM" "JTESTM" "JTHOLM" "JTHRIN"
	"JTFCAL" "JTVRFY" "JTORGM".

01  SEL-ACTION PIC X(10) VALUE SPACES.


GET-PROGRAM-SELECTION.

    DISPLAY "Program (JTBADG, JTCODE, JTRATE, JTOPER, JTWKCL,".
    DISPLAY "JTJOBM, JTESTM, JTHOLM, JTHRIN, JTFCAL, JTVRFY or".
    DISPLAY "JTORGM; blank for all): "
	WITH NO ADVANCING.
    MOVE SPACES TO SEL-PROGRAM.
    ACCEPT SEL-PROGRAM.
