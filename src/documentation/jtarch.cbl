*	and prints a control report of tickets and hours archived per
*	week.  In RESTORE mode it loads selected badge/week records
*	from the archive back into JOBTICRMS so old tickets stay
*	retrievable for audits.  Every record purged or restored is
*	journaled to the batch journal JOBTICJNB, so a JTRCVR roll-
*	forward takes the archive run into account.

INSTALLATION. DEC-MARLBOROUGH.

*     for the new supervisor approval step (JTAPPR).  No logic
*     change; the status archives and restores with the record.
*     File: JTARCH.CBL )%
*
* Edit (%O'5', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so ARCH-REC) grew a trailing shift code byte for
*     shift-differential pay.  No logic change; the shift code
*     archives and restores with the record.  NOTE: start a fresh
*     JOBTICARC (keep the old one on tape) the first time this
*     version runs, so short and long records don't mix in one
*     archive.  File: JTARCH.CBL )%
*
* Edit (%O'6', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so ARCH-REC) grew a trailing charge-to cost
*     center on each detail line for loaned labor.  No logic
*     change; the charge-to fields archive and restore with the
*     record.  NOTE: start a fresh JOBTICARC (keep the old one on
*     tape) the first time this version runs, so short and long
*     records don't mix in one archive.  File: JTARCH.CBL )%
*
* Edit (%O'7', '12-Nov-86', 'Sandy Clemens')
* %(  Journal the purge and the restore.  Each record deleted from
*     JOBTICRMS is appended to the batch journal JOBTICJNB as a
*     delete (action D), and each record restored as a write
*     (action W), so JTRCVR no longer brings archived weeks back
*     when it rolls an older snapshot forward past an archive run.
*     Nothing is archived or restored unless the journal can be
*     opened.  File: JTARCH.CBL )%

ENVIRONMENT DIVISION.

	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS ARCH-STATUS.

    SELECT JNB-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS JNB-STATUS.

DATA DIVISION.

FILE SECTION.
	15  OPER-CODE PIC X(4).
    05  REC-TYPE PIC X.
    05  APPR-STATUS PIC X.
    05  SHIFT-CD PIC X.
    05  CHARGE-CC PIC X(4) OCCURS 10.

FD  ARCH-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICARC".
	15  ARCH-OPER-CODE PIC X(4).
    05  ARCH-REC-TYPE PIC X.
    05  ARCH-APPR-STATUS PIC X.
    05  ARCH-SHIFT-CD PIC X.
    05  ARCH-CHARGE-CC PIC X(4) OCCURS 10.

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

01  ARCH-STATUS PIC X(2).

01  JNB-STATUS PIC X(2).

01  JNB-SEQ-COUNT PIC 9(7) VALUE 0.

01  JT-EOF-FLAG PIC X.
    88 JT-NOT-END-OF-FILE VALUE "N".
    88 JT-END-OF-FILE VALUE "Y".
	CLOSE JT-FIL
	STOP RUN.

*	a purge with no journal entry behind it comes back if
*	JOBTICRMS is ever rolled forward from an older snapshot, so
*	no journal, no archiving.

    PERFORM OPEN-JOURNAL THRU OPEN-JOURNAL-EXIT.

    IF JNB-STATUS NOT = "00"
	DISPLAY "%Nothing archived.  Process halted."
	CLOSE JT-FIL
	CLOSE ARCH-FIL
	STOP RUN.

WALK-THE-FILE.

    PERFORM ARCHIVE-ONE-RECORD THRU ARCHIVE-ONE-EXIT

    CLOSE JT-FIL.
    CLOSE ARCH-FIL.
    CLOSE JNB-FIL.

    PERFORM WRITE-CONTROL-REPORT THRU WRITE-CONTROL-EXIT.

	DISPLAY "%Record left on JOBTICRMS.  Process halted."
	CLOSE JT-FIL
	CLOSE ARCH-FIL
	CLOSE JNB-FIL
	STOP RUN.

    DELETE JT-FIL
		    DISPLAY "%but still on JOBTICRMS."
		    GO TO ARCHIVE-ONE-EXIT.

    MOVE "D" TO JNB-ACTION.
    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT.

    ADD 1 TO ARCHIVED-RECORDS.
    IF CONT-SEQ = 0
	ADD 1 TO ARCHIVED-TICKETS.

    OPEN INPUT-OUTPUT JT-FIL.

    PERFORM OPEN-JOURNAL THRU OPEN-JOURNAL-EXIT.

    IF JNB-STATUS NOT = "00"
	DISPLAY "%Nothing restored.  Process halted."
	CLOSE ARCH-FIL
	CLOSE JT-FIL
	STOP RUN.

READ-THE-ARCHIVE.

    PERFORM RESTORE-ONE-RECORD THRU RESTORE-ONE-EXIT

    CLOSE ARCH-FIL.
    CLOSE JT-FIL.
    CLOSE JNB-FIL.

    DISPLAY " ".
    DISPLAY "Records restored to JOBTICRMS: " RESTORED-RECORDS.
	INVALID KEY ADD 1 TO SKIPPED-RECORDS
		    GO TO RESTORE-ONE-EXIT.

    MOVE "W" TO JNB-ACTION.
    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT.

    ADD 1 TO RESTORED-RECORDS.

RESTORE-ONE-EXIT.

    EXIT.

*******************************************************************************

JOURNAL SECTION.

*******************************************************************************

OPEN-JOURNAL.

    OPEN EXTEND JNB-FIL.
    IF JNB-STATUS NOT = "00"
	OPEN OUTPUT JNB-FIL.

    IF JNB-STATUS NOT = "00"
	DISPLAY "%Batch journal file JOBTICJNB could not be opened.".

OPEN-JOURNAL-EXIT.

    EXIT.

WRITE-JOURNAL-ENTRY.

*	the image of the record just purged or restored, taken from
*	the archive record (the JOBTICRMS record area is not
*	available after the DELETE or WRITE).  The action is set by
*	the caller: D for a purge, W for a restore.  There is no
*	operator sign-on here, so the operator number is zero.

    ACCEPT JNB-DATE FROM DATE.
    ACCEPT JNB-TIME FROM TIME.

    ADD 1 TO JNB-SEQ-COUNT.
    MOVE JNB-SEQ-COUNT TO JNB-SEQ.

    MOVE "JTARCH" TO JNB-SOURCE.
    MOVE 0 TO JNB-OPER-ID.
    MOVE ARCH-REC TO JNB-IMAGE.

    WRITE JNB-REC.

    IF JNB-STATUS NOT = "00"
	DISPLAY "%Journal write error, status " JNB-STATUS
		" -- badge " ARCH-BADGE-NUM " week " ARCH-WK-END-DATE
		" segment " ARCH-CONT-SEQ " is NOT journaled.".

WRITE-JOURNAL-EXIT.

    EXIT.
