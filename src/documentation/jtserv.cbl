*    afterward, and -- as with JTSHUTDN -- nudges an idle server by
*    connecting a JTTERM session and EXITing, since the loop only
*    comes around on a network event.  File: JTSERV.CBL )%
*
* Edit (%O'34', '22-Sep-86', 'Sandy Clemens')
* %( Manufacturing job master.  Any discrete and manufacturing job
*    number JTTERM would take used to go straight into JOBTICRMS,
*    and JTJOBC went on costing hours against jobs that were never
*    released or were finished months ago.  Every work line of an
*    update is now checked against the new job master file
*    (JOBTICJOB, maintained by JTJOBM): the job (discrete number
*    zero) and the discrete number under it must both be on file
*    and open, or the update is rejected with new message code
*    UPDA-BADJOB, followed on 10/20 links by a locator word like
*    the bad-code one (see BADJOB-MESSAGE).  Absence lines carry no
*    job and are not checked.  Adjustments are not checked either
*    -- they correct a closed week whose job may well have closed
*    since.  The job master is held open and cycled with the other
*    permanent files; like the week-close control file it need not
*    exist, and with no job master on disk job numbers simply go
*    unchecked (the server says so at startup).
*    File: JTSERV.CBL )%
*
* Edit (%O'35', '29-Sep-86', 'Sandy Clemens')
* %( After-image journal.  JOBTICLOG says an update happened, not
*    what was filed, so a damaged JOBTICRMS could only be restored
*    from the last backup and the tickets keyed again.  Every
*    segment the server writes, rewrites or deletes -- updates,
*    reversals and adjustments -- now also goes to the new journal
*    file JOBTICJNL as a full after-image (a delete journals the
*    record as it stood), stamped with date, time, a sequence
*    number and the operator.  The journal is held open with the
*    other permanent files and flushed with them, so it is never
*    behind the data file; the server refuses to start without it.
*    The snapshot control record (JTSNAPCT) grew trailing fields
*    for the time the copy started, which is where JTRCVR begins
*    rolling the journal forward onto the snapshot.
*    File: JTSERV.CBL )%
*
* Edit (%O'36', '08-Oct-86', 'Sandy Clemens')
* %( Code reference record layout.  JOBTICREF records now carry a
*    direct/indirect labor class after the description (set by
*    JTCODE on activity codes, reported by JTUTIL); the record
*    description here is extended to match the file.
*    File: JTSERV.CBL )%
*
* Edit (%O'37', '22-Oct-86', 'Sandy Clemens')
* %( Copied tickets.  JTTERM's new COPY command fetches a prior
*    week's ticket with an ordinary inquiry and files the edited
*    draft under a new request type (reqtyp1 = 6, link mode "C").
*    A copied ticket is handled exactly like an update -- badge
*    info, validation, journal -- but its log entries carry
*    transaction type COPY, so the log shows how much the command
*    is used.  The daily activity summary counts copied tickets
*    with the updates.  File: JTSERV.CBL )%
*
* Edit (%O'40', '05-Nov-86', 'Sandy Clemens')
* %( Shift code.  A ticket now says which shift its hours were
*    worked on, so JTPAYR can price the shift differential instead
*    of payroll adding it by hand from the shift roster.  The data
*    record from the remotes carries a one-character shift code
*    after more-to-come (on a 10/20 link it rides in the same word,
*    so the message length is unchanged; from the VAX it is one
*    more longword after the detail lines, converted like the other
*    fields).  A non-blank shift code must be on JOBTICREF as type
*    S, or the update or adjustment is rejected with UPDA-BADCD and
*    new locator 4; blank means first shift.  The shift code is
*    filed in a new trailing byte of JT-REC and sent back on an
*    inquiry.  NOTE: JT-REC grew a byte (and with it the snapshot
*    and journal images) -- reload JOBTICRMS, and start fresh
*    JOBTICJNL and JOBTICSNP files, before first running this
*    version; JTTERM, JTBSUB and JTHOLP must go in with it.
*    File: JTSERV.CBL )%
*
* Edit (%O'41', '10-Nov-86', 'Sandy Clemens')
* %( Loaned labor.  Each detail line may now name a charge-to cost
*    center, the department that borrowed the employee for those
*    hours; JTPAYR posts the hours there with a transfer credit to
*    the ticket's own cost center.  The data record carries ten
*    four-character charge-to fields after the shift code (six more
*    words on a 10/20 link, forty more bytes from the VAX).  A
*    charge-to other than the ticket's cost center must be on
*    JOBTICREF as type C, and an absence line may not name one;
*    either failure rejects the update or adjustment with
*    UPDA-BADCD and locator (line * 10) + 4.  A blank charge-to is
*    filed as the ticket's own cost center, and one equal to it is
*    sent back blank on an inquiry, so a copied ticket follows the
*    employee's current department.  NOTE: JT-REC grew forty bytes
*    -- reload JOBTICRMS, and start fresh JOBTICJNL and JOBTICSNP
*    files, before first running this version; JTTERM, JTBSUB and
*    JTHOLP must go in with it.  File: JTSERV.CBL )%
ENVIRONMENT DIVISION.

CONFIGURATION SECTION.
	   RECORD KEY IS WKC-WK-END-DATE
	   FILE STATUS IS WKC-FIL-STATUS.

    SELECT JOB-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS JOB-KEY
	   FILE STATUS IS JOB-FIL-STATUS.

    SELECT OPR-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
    SELECT SNAP-CTL-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL.

    SELECT JNL-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS JNL-FIL-STATUS.

DATA DIVISION.

FILE SECTION.
    05  JT-APPR-STATUS PIC X.
	88 JT-APPROVED VALUE "A".
	88 JT-HELD VALUE "H".
    05  JT-SHIFT-CD PIC X.
    05  JT-CHARGE-CC PIC X(4) OCCURS 10.

FD  BDG-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICBDG".
	10  REF-CODE-TYPE PIC X.
	10  REF-CODE PIC X(4).
    05  REF-DESC PIC X(30).
    05  REF-LABOR-CLASS PIC X.

FD  JT-LOG-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICLOG".
    05  WKC-ACTION-DATE PIC 9(6).
    05  WKC-ACTION-TIME PIC 9(8).

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

FD  OPR-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICOPR".

	10  SNP-OP-CD PIC X(4).
    05  SNP-REC-TYPE PIC X.
    05  SNP-APPR-STATUS PIC X.
    05  SNP-SHIFT-CD PIC X.
    05  SNP-CHARGE-CC PIC X(4) OCCURS 10.

FD  SNAP-CTL-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTSNAPCT".
    05  SCT-TIME PIC 9(8).
    05  SCT-REC-COUNT PIC 9(7).
    05  SCT-TOTAL-HRS PIC 9(7)V99.
    05  SCT-START-DATE PIC 9(6).
    05  SCT-START-TIME PIC 9(8).

FD  JNL-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICJNL".

*	one after-image per segment written, rewritten or deleted.  The
*	image is the whole JT-REC; for a delete it is the record as it
*	stood just before it was deleted.

01  JNL-REC.
    05  JNL-STAMP.
	10  JNL-DATE PIC 9(6).
	10  JNL-TIME PIC 9(8).
	10  JNL-SEQ PIC 9(7).
    05  JNL-ACTION PIC X.
	88 JNL-WRITE VALUE "W".
	88 JNL-REWRITE VALUE "R".
	88 JNL-DELETE VALUE "D".
    05  JNL-SOURCE PIC X(6).
    05  JNL-OPER-ID PIC 9(7).
    05  JNL-IMAGE.
	10  JNL-KEY.
	    15  JNL-BADGE-NUM PIC 9(7).
	    15  JNL-WK-END-DATE PIC 9(6).
	    15  JNL-CONT-SEQ PIC 9(2).
	10  JNL-NAME PIC X(30).
	10  JNL-COST-CENTER PIC X(4).
	10  JNL-TOTAL-HRS COMP-1.
	10  JNL-DETAIL-LINES OCCURS 10.
	    15  JNL-ACTIV-CD PIC X(4).
	    15  JNL-PL-NUM PIC X(4).
	    15  JNL-DIS-NUM PIC 9(5) COMP.
	    15  JNL-MFG-NUM PIC 9(5) COMP.
	    15  JNL-HOURS COMP-1.
	    15  JNL-OP-CD PIC X(4).
	10  JNL-REC-TYPE PIC X.
	10  JNL-APPR-STATUS PIC X.
	10  JNL-SHIFT-CD PIC X.
	10  JNL-CHARGE-CC PIC X(4) OCCURS 10.

WORKING-STORAGE SECTION.

***** data-or-stop-update records ********************************************

***** from the vax
*	one 32-bit VAX longword per word: the ticket through the tenth
*	detail line is 73 of them, the shift code is the 74th, and the
*	ten lines' charge-to cost centers take ten more.
01  REMOTE-DATA-REC.
    05  REMOTE-DATA-WORD PIC S9(10) COMP OCCURS 84.

***** from the 20
01  DATA-RECORD.
	    15  WS-OP-CD PIC X(4).
	10  WS-CONT-SEQ PIC S9(10) COMP.
	10  WS-MORE-TO-COME PIC X(1).
*	the shift the hours were worked on (JOBTICREF type S); blank
*	is first shift.  It shares the last word with more-to-come.
	10  WS-SHIFT-CD PIC X(1).
*	the cost center that borrowed each line's hours (JOBTICREF
*	type C); blank is the ticket's own cost center.
	10  WS-CHARGE-CC PIC X(4) OCCURS 10.

***** table of link status names **********************************************
01  NETWORK-LINK-STATUS-TABLE.
*	already on file, "I" = the remote is inquiring after a ticket
*	already on file so it can be displayed at the terminal, "A" =
*	the remote is filing a prior-period adjustment against a
*	closed week, "C" = the remote is filing a ticket copied from a
*	prior week (an update in every respect but the log entry).
*	Set from reqtyp1 when the badge number comes in,
*	and used when the matching data record arrives to decide
*	whether to write it, delete the ticket it refers to, send the
*	ticket back, or file the adjustment.
*	badge number is on the badge master but is marked terminated;
*	no tickets may be filed under it.
    05  UPDA-BADCD PIC S9(10) COMP VALUE 9.
*	update rejected -- the ticket's cost center or shift code, or a
*	detail line's activity, product line or operation code, is not
*	on the code reference file.  On 10/20 links this message is followed by a
*	locator word (see BADCD-MESSAGE below).
    05  UPDA-MAXHRS PIC S9(10) COMP VALUE 10.
*	update rejected -- filing this segment would push the badge's
    05  OPR-NOAUTH PIC S9(10) COMP VALUE 16.
*	request refused -- a reversal or adjustment was asked for by
*	an operator without supervisor authority.
    05  UPDA-BADJOB PIC S9(10) COMP VALUE 17.
*	update rejected -- a work line's manufacturing job or discrete
*	number is not on the job master file, or is closed there.  On
*	10/20 links this message is followed by a locator word (see
*	BADJOB-MESSAGE below).


***** over-ceiling weekly total sent to a 10/20 remote after upda-maxhrs ******
***** bad-code locator sent to a 10/20 remote after upda-badcd ****************

*	ten times the detail line number, plus 1 for the activity code,
*	2 for the product line, 3 for the operation code or 4 for the
*	charge-to cost center -- or zero when it is the ticket header's
*	cost center that is not on file, 4 when it is the header's
*	shift code.

01  BADCD-MESSAGE.
    05  BADCD-LOC PIC S9(10) COMP.


***** bad-job locator sent to a 10/20 remote after upda-badjob ****************

*	ten times the detail line number, plus 1 when the manufacturing
*	job is not on the job master, 2 when the discrete number is not
*	on file under that job, or 3 when either one is closed.

01  BADJOB-MESSAGE.
    05  BADJOB-LOC PIC S9(10) COMP.


***** badge master info sent to a 10/20 remote on an update *******************

01  BDG-INFO-REC.
	10  HRS-DST-DSCR PIC S9(10) COMP OCCURS 3.
	10  OPC-SRC-DSCR PIC S9(10) COMP OCCURS 3.
	10  OPC-DST-DSCR PIC S9(10) COMP OCCURS 3.
    05  SFT-SRC-DSCR PIC S9(10) COMP OCCURS 3.
    05  SFT-DST-DSCR PIC S9(10) COMP OCCURS 3.
    05  CHARGE-CC-FLD-FFDS OCCURS 10.
	10  CHG-SRC-DSCR PIC S9(10) COMP OCCURS 3.
	10  CHG-DST-DSCR PIC S9(10) COMP OCCURS 3.

01  BYTE-SIZES.
    05  BYTSZ6 PIC S9(10) COMP VALUE 6.

01  OPR-FIL-STATUS PIC X(2).

01  JOB-FIL-STATUS PIC X(2).

01  JOB-AVAIL-FLAG PIC X VALUE "N".
    88 JOB-FILE-AVAILABLE VALUE "Y".
    88 JOB-FILE-NOT-AVAILABLE VALUE "N".

01  WKC-AVAIL-FLAG PIC X VALUE "N".
    88 WKC-FILE-AVAILABLE VALUE "Y".
    88 WKC-FILE-NOT-AVAILABLE VALUE "N".

01  SNAP-REC-COUNT PIC 9(7) VALUE 0.
01  SNAP-HOURS-TOTAL COMP-1.
01  SNAP-START-DATE PIC 9(6).
01  SNAP-START-TIME PIC 9(8).

01  JNL-FIL-STATUS PIC X(2).

01  JNL-SEQ-COUNT PIC 9(7) VALUE 0.

77  OPEN-LINK-COUNT PIC S9(5) COMP.

    88 BAD-CODE-FOUND VALUE "Y".
    88 NO-BAD-CODE-FOUND VALUE "N".

01  BADJOB-FLAG PIC X VALUE "N".
    88 BAD-JOB-FOUND VALUE "Y".
    88 NO-BAD-JOB-FOUND VALUE "N".

01  CEIL-SEG-FLAG PIC X VALUE "N".
    88 CEIL-SEG-NOT-FOUND VALUE "Y".
    88 CEIL-SEG-WAS-FOUND VALUE "N".

    PERFORM OPEN-PERMANENT-FILES THRU OPF-EXIT.

    IF JOB-FILE-NOT-AVAILABLE
	DISPLAY "%Job master file JOBTICJOB could not be opened --"
	DISPLAY "%job and discrete numbers will not be checked.".

MAIN-STUFF.

    PERFORM CHECK-FOR-SHUTDOWN THRU CFS-EXIT.

    PERFORM FLUSH-PERMANENT-FILES THRU FLUSH-EXIT.

*	the time the copy starts is where a roll-forward onto this
*	snapshot begins: nothing the server journals can fall inside
*	the copy, and a JTAPPR stamp that does is a whole after-image,
*	so applying it again is harmless.

    ACCEPT SNAP-START-DATE FROM DATE.
    ACCEPT SNAP-START-TIME FROM TIME.

    OPEN OUTPUT SNP-FIL.

    MOVE 0 TO SNAP-REC-COUNT.
    ACCEPT SCT-TIME FROM TIME.
    MOVE SNAP-REC-COUNT TO SCT-REC-COUNT.
    MOVE SNAP-HOURS-TOTAL TO SCT-TOTAL-HRS.
    MOVE SNAP-START-DATE TO SCT-START-DATE.
    MOVE SNAP-START-TIME TO SCT-START-TIME.

    OPEN OUTPUT SNAP-CTL-FIL.
    WRITE SNAP-CTL-REC.
*	is processing the badge number for an inquiry, so the ticket
*	on file can be displayed at the remote terminal.  If reqtyp1
*	= 4 then the remote program is filing a prior-period
*	adjustment against a closed week.  If reqtyp1 = 6 then the
*	remote is filing a ticket copied forward from a prior week.
*	If processing of badge-num
*	is requested (0, 2, 3, 4 or 6), then save the badge-num, and
*	which kind of request it is, in the
*	Network-Link-Status-Table for further use.  If disconnect is
*	requested then close the link.
    ELSE IF REQTYP1 = 4 MOVE BADGE-NUM TO LINK-BADGE-NUM(NETIDX)
			MOVE "A" TO LINK-REQ-MODE(NETIDX)

    ELSE IF REQTYP1 = 6 MOVE BADGE-NUM TO LINK-BADGE-NUM(NETIDX)
			MOVE "C" TO LINK-REQ-MODE(NETIDX)

    ELSE IF REQTYP1 = 5 PERFORM PROCESS-SIGN-ON THRU SIGN-ON-EXIT
			GO TO BDGORCLS-EXIT


SEND-BADGE-INFO.

*	On an update, copy or adjustment request from a 10/20 remote, follow
*	a badge-exists reply with the employee's name and home cost
*	center from the badge master, so JTTERM can cross-check what
*	the operator keys in.  The VAX remote's message exchange has
*	no room for this record, so it is only sent on 10/20 links.

    IF MESSAGE-DATA = B-EXIST
	AND (LINK-REQ-MODE(NETIDX) = "U" OR LINK-REQ-MODE(NETIDX) = "A"
	     OR LINK-REQ-MODE(NETIDX) = "C")
	AND LINK-SYS-ORIG(NETIDX) = DIX-SYS-10-20

	MOVE 36 TO MSG-BYTSIZ
    ELSE
    IF LINK-REQ-MODE(NETIDX) = "I"
	MOVE "INQUIRE" TO JTLOG-TRANS-TYPE
    ELSE
    IF LINK-REQ-MODE(NETIDX) = "C"
	MOVE "COPY" TO JTLOG-TRANS-TYPE
    ELSE
	MOVE "ADJUST" TO JTLOG-TRANS-TYPE.

*	continue past a not-found reply.  Never file a ticket under a
*	badge the master doesn't vouch for.

*	a copied ticket is logged as COPY, an ordinary one as UPDATE.

    PERFORM SET-MODE-LOG-TYPE THRU SET-MODE-EXIT.
    MOVE LINK-BADGE-NUM(NETIDX) TO JTLOG-BADGE-NUM.
    MOVE WS-WK-END-DATE TO JTLOG-WK-END-DATE.

    READ REF-FIL
	INVALID KEY MOVE "Y" TO BADCD-FLAG.

    IF NO-BAD-CODE-FOUND
	PERFORM VALIDATE-SHIFT-CODE THRU VALIDATE-SHIFT-EXIT.

    IF NO-BAD-CODE-FOUND
	PERFORM VALIDATE-ONE-LINE-CODES THRU VALIDATE-LINE-EXIT
	    VARYING DL-SUB FROM 1 BY 1
	    UNTIL DL-SUB > WS-COUNT OR BAD-CODE-FOUND.

    IF NO-BAD-CODE-FOUND
	GO TO VALIDATE-TICKET-JOBS.

    DISPLAY "INFO-JTSERV: Code not on reference file -- update rejected."
	    " Locator " BADCD-LOC ".".
    READ REF-FIL
	INVALID KEY GO TO VALIDATE-WORK-LINE-CODES.

*	absence hours are always the employee's own department's to
*	carry; they cannot be loaned out.

    IF WS-CHARGE-CC(DL-SUB) NOT = SPACES
       AND WS-CHARGE-CC(DL-SUB) NOT = WS-COST-CENTER
	MOVE "Y" TO BADCD-FLAG
	COMPUTE BADCD-LOC = DL-SUB * 10 + 4.

    GO TO VALIDATE-LINE-EXIT.

VALIDATE-WORK-LINE-CODES.
		    COMPUTE BADCD-LOC = DL-SUB * 10 + 3
		    GO TO VALIDATE-LINE-EXIT.

*	a line's hours loaned to another department name that
*	department's cost center as the charge-to; blank, or the
*	ticket's own cost center, means the hours were not loaned.

    IF WS-CHARGE-CC(DL-SUB) = SPACES
       OR WS-CHARGE-CC(DL-SUB) = WS-COST-CENTER
	GO TO VALIDATE-LINE-EXIT.

    MOVE "C" TO REF-CODE-TYPE.
    MOVE WS-CHARGE-CC(DL-SUB) TO REF-CODE.

    READ REF-FIL
	INVALID KEY MOVE "Y" TO BADCD-FLAG
		    COMPUTE BADCD-LOC = DL-SUB * 10 + 4.

VALIDATE-LINE-EXIT.

    EXIT.

VALIDATE-SHIFT-CODE.

*	the shift the ticket's hours were worked on prices the shift
*	differential in JTPAYR.  A blank shift code is first shift,
*	which pays no differential and is not on the reference file.

    IF WS-SHIFT-CD = SPACE
	GO TO VALIDATE-SHIFT-EXIT.

    MOVE "S" TO REF-CODE-TYPE.
    MOVE WS-SHIFT-CD TO REF-CODE.

    READ REF-FIL
	INVALID KEY MOVE "Y" TO BADCD-FLAG
		    MOVE 4 TO BADCD-LOC.

VALIDATE-SHIFT-EXIT.

    EXIT.

VALIDATE-TICKET-JOBS.

*	a work line's hours are costed to its manufacturing job and
*	discrete number by JTJOBC, so both must be on the job master
*	and open.  BADJOB-LOC records which line failed, and why, the
*	same way BADCD-LOC does for the codes.

    MOVE "N" TO BADJOB-FLAG.
    MOVE 0 TO BADJOB-LOC.

    IF JOB-FILE-NOT-AVAILABLE
	GO TO CHECK-WEEKLY-CEILING.

    PERFORM VALIDATE-ONE-LINE-JOB THRU VALIDATE-JOB-EXIT
	VARYING DL-SUB FROM 1 BY 1
	UNTIL DL-SUB > WS-COUNT OR BAD-JOB-FOUND.

    IF NO-BAD-JOB-FOUND
	GO TO CHECK-WEEKLY-CEILING.

    DISPLAY "INFO-JTSERV: Job not on job master or closed -- update rejected."
	    " Locator " BADJOB-LOC ".".
    MOVE UPDA-BADJOB TO MESSAGE-DATA.
    MOVE "BAD JOB" TO JTLOG-RESULT.
    PERFORM WRITE-LOG-ENTRY THRU WRITE-LOG-EXIT.
    GO TO SEND-STATUS-TO-REMOTE.

VALIDATE-ONE-LINE-JOB.

*	an absence line charges no job at all.

    MOVE "B" TO REF-CODE-TYPE.
    MOVE WS-ACTIV-CD(DL-SUB) TO REF-CODE.

    READ REF-FIL
	INVALID KEY GO TO VALIDATE-LINE-JOB-NUMBERS.

    GO TO VALIDATE-JOB-EXIT.

VALIDATE-LINE-JOB-NUMBERS.

*	the job itself is filed under discrete number zero; closing it
*	closes every discrete number under it.

    MOVE WS-MFG-NUM(DL-SUB) TO JOB-MFG-NUM.
    MOVE 0 TO JOB-DISCR-NUM.

    READ JOB-FIL
	INVALID KEY MOVE "Y" TO BADJOB-FLAG
		    COMPUTE BADJOB-LOC = DL-SUB * 10 + 1
		    GO TO VALIDATE-JOB-EXIT.

    IF JOB-CLOSED
	MOVE "Y" TO BADJOB-FLAG
	COMPUTE BADJOB-LOC = DL-SUB * 10 + 3
	GO TO VALIDATE-JOB-EXIT.

    MOVE WS-DIS-NUM(DL-SUB) TO JOB-DISCR-NUM.

    READ JOB-FIL
	INVALID KEY MOVE "Y" TO BADJOB-FLAG
		    COMPUTE BADJOB-LOC = DL-SUB * 10 + 2
		    GO TO VALIDATE-JOB-EXIT.

    IF JOB-CLOSED
	MOVE "Y" TO BADJOB-FLAG
	COMPUTE BADJOB-LOC = DL-SUB * 10 + 3.

VALIDATE-JOB-EXIT.

    EXIT.

CHECK-WEEKLY-CEILING.

*	JTTERM bounds each detail line at 99.99 hours, but nothing
    MOVE WS-WK-END-DATE TO JT-WK-END-DATE.
    MOVE WS-CONT-SEQ TO JT-CONT-SEQ.

    PERFORM SET-MODE-LOG-TYPE THRU SET-MODE-EXIT.
    MOVE JT-BADGE-NUM TO JTLOG-BADGE-NUM.
    MOVE JT-WK-END-DATE TO JTLOG-WK-END-DATE.


    MOVE WS-NAME TO JT-NAME.
    MOVE WS-COST-CENTER TO JT-COST-CENTER.
    MOVE WS-SHIFT-CD TO JT-SHIFT-CD.
    MOVE WS-TOTAL-HRS TO JT-TOTAL-HRS.
    PERFORM MOVE-DETAIL-LINES THRU MOVE-DL-EXIT
	VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > WS-COUNT.
				 MOVE "WRITE ERROR" TO JTLOG-RESULT
				 GO TO UPDATE-WRAP-UP.

    IF BDG-FLAG = B-EXIST
	MOVE "R" TO JNL-ACTION
    ELSE
	MOVE "W" TO JNL-ACTION.

    MOVE JT-REC TO JNL-IMAGE.
    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT.

*	if update ok, move upda-ok value to message-data to be sent to
*	remote

	INVALID KEY MOVE "Y" TO REV-SEG-FLAG
		    GO TO DELETE-ONE-SEGMENT-EXIT.

    MOVE JT-REC TO JNL-IMAGE.

    DELETE JT-FIL INVALID KEY DISPLAY "INVALID KEY ON DELETE."
			      MOVE "Y" TO REV-ERR-FLAG
			      GO TO DELETE-ONE-SEGMENT-EXIT.

    MOVE "D" TO JNL-ACTION.
    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT.

    ADD 1 TO REV-SEG-COUNT.

DELETE-ONE-SEGMENT-EXIT.
    READ REF-FIL
	INVALID KEY MOVE "Y" TO BADCD-FLAG.

    IF NO-BAD-CODE-FOUND
	PERFORM VALIDATE-SHIFT-CODE THRU VALIDATE-SHIFT-EXIT.

    IF NO-BAD-CODE-FOUND
	PERFORM VALIDATE-ONE-LINE-CODES THRU VALIDATE-LINE-EXIT
	    VARYING DL-SUB FROM 1 BY 1

    MOVE WS-NAME TO JT-NAME.
    MOVE WS-COST-CENTER TO JT-COST-CENTER.
    MOVE WS-SHIFT-CD TO JT-SHIFT-CD.
    MOVE WS-TOTAL-HRS TO JT-TOTAL-HRS.
    PERFORM MOVE-DETAIL-LINES THRU MOVE-DL-EXIT
	VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > WS-COUNT.
		    PERFORM WRITE-LOG-ENTRY THRU WRITE-LOG-EXIT
		    GO TO SEND-STATUS-TO-REMOTE.

    MOVE "W" TO JNL-ACTION.
    MOVE JT-REC TO JNL-IMAGE.
    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT.

    MOVE UPDA-OK TO MESSAGE-DATA.
    MOVE "OK" TO JTLOG-RESULT.
    DISPLAY " Adjustment record written to RMS indexed file ok!! ".
    MOVE JT-COST-CENTER TO WS-COST-CENTER.
    MOVE JT-WK-END-DATE TO WS-WK-END-DATE.
    MOVE JT-TOTAL-HRS TO WS-TOTAL-HRS.
    MOVE JT-SHIFT-CD TO WS-SHIFT-CD.
    MOVE INQ-SEG TO WS-CONT-SEQ.

    MOVE 0 TO WS-COUNT.
	MOVE "N" TO WS-MORE-TO-COME.

    MOVE 36 TO MSG-BYTSIZ.
    MOVE 69 TO MSGLEN.
    ENTER MACRO NFSND USING NETLN(NETIDX), MSG-BYTSIZ, MSGLEN,
			    DATA-RECORD, DIT-MSG-MSG.

	MOVE JT-DIS-NUM(DL-SUB) TO WS-DIS-NUM(DL-SUB)
	MOVE JT-MFG-NUM(DL-SUB) TO WS-MFG-NUM(DL-SUB)
	MOVE JT-HOURS(DL-SUB) TO WS-HOURS(DL-SUB)
	MOVE JT-OP-CD(DL-SUB) TO WS-OP-CD(DL-SUB)
	MOVE JT-CHARGE-CC(DL-SUB) TO WS-CHARGE-CC(DL-SUB)
	IF JT-CHARGE-CC(DL-SUB) = JT-COST-CENTER
	    MOVE SPACES TO WS-CHARGE-CC(DL-SUB).

MOVE-BACK-DL-EXIT.

	ELSE
	    PERFORM DIT-STAT-CHECK.

SEND-BADJOB-LOCATOR.

*	a bad-job rejection is followed by its locator word the same
*	way, 10/20 links only.

    IF MESSAGE-DATA = UPDA-BADJOB
	AND LINK-SYS-ORIG(NETIDX) = DIX-SYS-10-20

	MOVE 36 TO MSG-BYTSIZ
	MOVE 1 TO MSGLEN
	ENTER MACRO NFSND USING NETLN(NETIDX), MSG-BYTSIZ, MSGLEN,
				BADJOB-MESSAGE, DIT-MSG-MSG

	IF DIL-SEVERITY = STS-K-SUCCESS
	    DISPLAY "INFO-NFSND: Locator send successful on link " NETIDX
	ELSE
	    PERFORM DIT-STAT-CHECK.

SEND-MAXHRS-TOTAL.

*	an over-ceiling rejection is followed by the would-be weekly
*	directly into the data-rec.

    MOVE 36 TO MSG-BYTSIZ.
    MOVE 69 TO MSGLEN.
    ENTER MACRO NFRCV USING NETLN(NETIDX), MSG-BYTSIZ, MSGLEN,
			    DATA-RECORD, DIT-MSG-MSG, DIT-WAIT-YES.

*	the data-rec.

    MOVE 32 TO MSG-BYTSIZ.
    MOVE 84 TO MSGLEN.

    ENTER MACRO NFRCV USING NETLN(NETIDX), MSG-BYTSIZ, MSGLEN, REMOTE-DATA-REC,
		      DIT-MSG-MSG, DIT-WAIT-YES.
    MOVE WS-MFG-NUM(DL-SUB) TO JT-MFG-NUM(DL-SUB).
    MOVE WS-HOURS(DL-SUB) TO JT-HOURS(DL-SUB).
    MOVE WS-OP-CD(DL-SUB) TO JT-OP-CD(DL-SUB).
    MOVE WS-CHARGE-CC(DL-SUB) TO JT-CHARGE-CC(DL-SUB).

*	a line not loaned out is filed charged to the ticket's own
*	cost center, so the hours' department is always on file.

    IF JT-CHARGE-CC(DL-SUB) = SPACES
	MOVE WS-COST-CENTER TO JT-CHARGE-CC(DL-SUB).

MOVE-DL-EXIT.

    OPEN INPUT REF-FIL.
    OPEN EXTEND JT-LOG-FIL.

*	the after-image journal is NOT optional: a ticket filed with
*	no journal entry behind it is one JTRCVR cannot bring back.
*	The first run creates it.

    OPEN EXTEND JNL-FIL.
    IF JNL-FIL-STATUS NOT = "00"
	OPEN OUTPUT JNL-FIL.

    IF JNL-FIL-STATUS NOT = "00"
	DISPLAY "%Journal file JOBTICJNL could not be opened."
	DISPLAY "%Process halted."
	STOP RUN.

*	the week-close control file need not exist -- no control file
*	just means no week has ever been closed.  Reopening it on the
*	flush cycle picks up closes the payroll clerk does with JTWKCL
    IF WKC-FIL-STATUS = "00"
	MOVE "Y" TO WKC-AVAIL-FLAG.

*	the job master need not exist either -- without it job and
*	discrete numbers go unchecked, as they did before it was
*	introduced.  Cycling it picks up jobs released or closed with
*	JTJOBM while the server is up.

    MOVE "N" TO JOB-AVAIL-FLAG.
    OPEN INPUT JOB-FIL.
    IF JOB-FIL-STATUS = "00"
	MOVE "Y" TO JOB-AVAIL-FLAG.

*	the operator authority file is NOT optional: with no one able
*	to sign on, the server could do nothing anyway.  Personnel
*	creates and maintains it with JTOPER.
    CLOSE BDG-FIL.
    CLOSE REF-FIL.
    CLOSE JT-LOG-FIL.
    CLOSE JNL-FIL.

    IF WKC-FILE-AVAILABLE
	CLOSE WKC-FIL
	MOVE "N" TO WKC-AVAIL-FLAG.

    IF JOB-FILE-AVAILABLE
	CLOSE JOB-FIL
	MOVE "N" TO JOB-AVAIL-FLAG.

    CLOSE OPR-FIL.

CPF-EXIT.

    ELSE
    IF JTLOG-TRANS-TYPE = "UPDATE"
	OR JTLOG-TRANS-TYPE = "COPY"
	ADD 1 TO DA-UPDATE-COUNT
	IF JTLOG-RESULT = "OK"
	    ADD 1 TO DA-UPDATE-OK-COUNT

*******************************************************************************

JOURNAL SECTION.

*******************************************************************************

*	Append one after-image to the journal, JNL-FIL (held open
*	EXTEND for the life of the server, flushed with JT-FIL so the
*	two never drift apart).  The caller moves JNL-ACTION and the
*	record image to JNL-IMAGE before coming here -- for a delete,
*	before the DELETE, while the record is still in hand.

WRITE-JOURNAL-ENTRY.

    ACCEPT JNL-DATE FROM DATE.
    ACCEPT JNL-TIME FROM TIME.

*	the sequence number orders entries made within the same
*	hundredth of a second, as a reversal's segment deletes can be.

    ADD 1 TO JNL-SEQ-COUNT.
    MOVE JNL-SEQ-COUNT TO JNL-SEQ.

    MOVE "JTSERV" TO JNL-SOURCE.
    MOVE LINK-OPER-NUM(NETIDX) TO JNL-OPER-ID.

    WRITE JNL-REC.

    IF JNL-FIL-STATUS NOT = "00"
	DISPLAY "%JTSERV: journal write error, status " JNL-FIL-STATUS
		" -- badge " JNL-BADGE-NUM " week " JNL-WK-END-DATE
		" segment " JNL-CONT-SEQ.

WRITE-JOURNAL-EXIT.

*******************************************************************************

DAILY-SUMMARY SECTION.

*******************************************************************************
    PERFORM CONVERT-DETAIL-LINES THROUGH CONV-EXIT
			VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > WS-COUNT.

CONVERT-SHIFT-CODE.
*	convert shift code field

    ENTER MACRO XCGEN USING SFT-SRC-DSCR(1), SFT-DST-DSCR(1).

    IF DIL-SEVERITY = STS-K-SUCCESS NEXT SENTENCE
    ELSE PERFORM DCR-STATUS-CHECK THRU DCR-STATUS-EXIT.
	DISPLAY " Conversion of shift code is : " WS-SHIFT-CD.

FORCE-NO-CONTINUATION.

*	The VAX side of this link has no notion of continuation
    ELSE PERFORM DCR-STATUS-CHECK THRU DCR-STATUS-EXIT.
	DISPLAY " Conversion of op-cd is : " WS-OP-CD(DL-SUB).

CONVERT-CHARGE-CC-FLD.
*	convert charge-to cost center field

    ENTER MACRO XCGEN USING CHG-SRC-DSCR(DL-SUB,1), CHG-DST-DSCR(DL-SUB,1).

    IF DIL-SEVERITY = STS-K-SUCCESS NEXT SENTENCE
    ELSE PERFORM DCR-STATUS-CHECK THRU DCR-STATUS-EXIT.
	DISPLAY " Conversion of charge-to is : " WS-CHARGE-CC(DL-SUB).

CONV-EXIT.

*******************************************************************************
    PERFORM MAKE-DETAIL-LINES-FFDS THRU MDLFFDS-EXIT
		VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > 10.

*	make shift code field ffds.  On the VAX it follows the tenth
*	detail line; on the 20 it follows more-to-come, in the word
*	after ws-cont-seq.  Both offsets pick up where the tenth
*	line's operation code left them.

    ADD +4 TO SRC-BYO.
    ENTER MACRO XDESCR USING SFT-SRC-DSCR(1), REMOTE-DATA-REC, DIX-SYS-VAX,
			BYTSZ8, SRC-BYO, 0, DIX-DT-ASCII-8, 1, 0.

    IF DIL-SEVERITY = STS-K-SUCCESS NEXT SENTENCE
    ELSE PERFORM DCR-STATUS-CHECK THRU DCR-STATUS-EXIT.

    ADD +11 TO DST-BYO.
    ENTER MACRO XDESCR USING SFT-DST-DSCR(1), DATA-RECORD, DIX-SYS-10-20,
			BYTSZ6, DST-BYO, 0, DIX-DT-SIXBIT, 1, 0.

    IF DIL-SEVERITY = STS-K-SUCCESS NEXT SENTENCE
    ELSE PERFORM DCR-STATUS-CHECK THRU DCR-STATUS-EXIT.

*	make charge-to cost center field ffds.  The ten of them follow
*	the shift code on both sides, packed four characters apiece:
*	from byte 293 on the VAX and from byte 428 on the 20.

    MOVE 289 TO SRC-BYO.
    MOVE 424 TO DST-BYO.
    PERFORM MAKE-CHARGE-CC-FFDS THRU MCCFFDS-EXIT
		VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > 10.

MFFDS-EXIT.

MAKE-CHARGE-CC-FFDS.

    ADD +4 TO SRC-BYO.
    ENTER MACRO XDESCR USING CHG-SRC-DSCR(DL-SUB,1), REMOTE-DATA-REC,
			DIX-SYS-VAX, BYTSZ8, SRC-BYO, 0, DIX-DT-ASCII-8, 4, 0.

    IF DIL-SEVERITY = STS-K-SUCCESS NEXT SENTENCE
    ELSE PERFORM DCR-STATUS-CHECK THRU DCR-STATUS-EXIT.

    ADD +4 TO DST-BYO.
    ENTER MACRO XDESCR USING CHG-DST-DSCR(DL-SUB,1), DATA-RECORD,
			DIX-SYS-10-20, BYTSZ6, DST-BYO, 0, DIX-DT-SIXBIT, 4, 0.

    IF DIL-SEVERITY = STS-K-SUCCESS NEXT SENTENCE
    ELSE PERFORM DCR-STATUS-CHECK THRU DCR-STATUS-EXIT.

MCCFFDS-EXIT.

MAKE-DETAIL-LINES-FFDS.

*	make activity code field ffds
