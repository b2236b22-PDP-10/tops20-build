*	ITS SOFTWARE ON EQUIPMENT THAT IS NOT SUPPLIED BY DIGITAL.
*
*	This program is a portion of the DIL Load Test sample
*	application.  It transmits the payroll extract (JTPAYEXT),
*	the general ledger extract (JTGLEXT), the work-in-process
*	extract (JTWIPEXT) or the month-end labor accrual extract
*	(JTACREXT, written by JTACCR in the general ledger extract's
*	layout) to the VAX over DAP,
*	with the same discipline JTVRPT gives the raw ticket report:
*	runtime node/account/filename, a checkpoint file (JTXCKPT)
*	so a dropped link resumes where it left off instead of
*	record count and hours/dollars totals the receiving side
*	verifies before loading.  The Monday payroll feed becomes a
*	program run instead of a tape carried across the machine
*	room.  Each record goes as one fixed 90-character ASCII row;
*	the trailer row is marked **TRAILER*.  Once the file is closed
*	it is read back from the VAX and compared row for row, trailer
*	included, with the extract; the payroll and GL transmissions
*	are stamped on the payroll cycle control file (JOBTICCYC) as
*	confirmed only when the read-back matched.

INSTALLATION. DEC-MARLBOROUGH.

* %(  Add the extract transmission program for JTPAYEXT and
*     JTGLEXT, modeled on JTVRPT's DAP transfer, checkpoint and
*     control trailer.  File: JTXMIT.CBL (NEW) )%
*
* Edit (%O'2', '15-Oct-86', 'Sandy Clemens')
* %(  Month-end accrual.  A third run mode (A) transmits the
*     accrual extract JTACREXT written by the new JTACCR program.
*     Its records have the GL extract's layout and go as GL rows;
*     since each accrual is followed in the file by its reversal,
*     the trailer's hours and dollars in this mode total the
*     accrual records alone -- the count still covers every row.
*     File: JTXMIT.CBL )%
*
* Edit (%O'3', '20-Oct-86', 'Sandy Clemens')
* %(  Payroll cycle control and read-back.  After the control
*     trailer is sent and the file closed, the VAX copy is opened
*     for read and compared row for row, trailer included, with
*     the rows rebuilt from the extract (row formatting is split
*     out of the send loop so both passes build the same row).  A
*     payroll or GL run now takes an operator sign-on and checks
*     the new payroll cycle control file (JOBTICCYC) first: every
*     week in the extract must show a JTPAYR run whose records,
*     hours (payroll) or dollars (GL) match the file on disk, and a
*     week already confirmed is sent again only after a Y/N.  Each
*     week is then stamped transmitted, confirmed if the read-back
*     matched and failed if not -- JTWKCL will close only a week
*     whose transmissions were both confirmed.  The accrual mode is
*     read back too but is not part of the weekly cycle.
*     File: JTXMIT.CBL )%
*
* Edit (%O'4', '29-Oct-86', 'Sandy Clemens')
* %(  Work-in-process extract.  A fourth run mode (W) transmits
*     JTWIPEXT, now written by JTPAYR, as a WIP row per job,
*     discrete number, operation, week and record type, under the
*     same checkpoint, control trailer and read-back.  Every week
*     in it must show a JTPAYR run whose GL dollars it matches --
*     JTPAYR writes the WIP and GL extracts from the same priced
*     lines -- but WIP is not a step of the weekly cycle, so the
*     weeks are not stamped and a resend is not asked about.
*     File: JTXMIT.CBL )%
*
* Edit (%O'5', '05-Nov-86', 'Sandy Clemens')
* %(  Shift differential.  JTPAYEXT grew a trailing shift code and
*     the hours the shift differential is paid on, and the payroll
*     row had no room left for them, so every row -- payroll, GL,
*     WIP, accrual and the control trailer -- now goes as a fixed
*     90-character row, the existing columns where they were and
*     the new ten at the end (blank but for the payroll row's
*     shift code and signed shift hours).  The VAX loaders take
*     the wider rows in the same release.  GL and WIP rows may now
*     carry record type "S", the differential postings.  NOTE:
*     finish or clear any interrupted transfer before this
*     version goes in -- the checkpoint counts rows, and a resumed
*     transfer must not mix row widths in one VAX file.
*     File: JTXMIT.CBL )%

ENVIRONMENT DIVISION.

	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS GLEXT-STATUS.

    SELECT WIPEXT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS WIPEXT-STATUS.

    SELECT ACREXT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS ACREXT-STATUS.

    SELECT CKPT-FIL ASSIGN TO DSK
	   ORGANIZATION IS SEQUENTIAL
	   FILE STATUS IS CKPT-STATUS.

    SELECT OPR-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS OPR-OPER-NUM
	   FILE STATUS IS OPR-FIL-STATUS.

    SELECT CYC-FIL ASSIGN TO DSK
	   ORGANIZATION IS RMS INDEXED
	   ACCESS MODE IS RANDOM
	   RECORD KEY IS CYC-WK-END-DATE
	   FILE STATUS IS CYC-STATUS.

DATA DIVISION.

FILE SECTION.
    05  PAYEXT-REC-TYPE PIC X.
    05  PAYEXT-STRAIGHT-HRS COMP-1.
    05  PAYEXT-OT-HRS COMP-1.
    05  PAYEXT-SHIFT-CD PIC X.
    05  PAYEXT-SHIFT-HRS COMP-1.

FD  GLEXT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTGLEXT".
    05  GLEXT-DOLLARS PIC S9(7)V99.
    05  GLEXT-REC-TYPE PIC X.

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

FD  ACREXT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTACREXT".

01  ACREXT-REC.
    05  ACREXT-COST-CENTER PIC X(4).
    05  ACREXT-POST-DATE PIC 9(6).
    05  ACREXT-HOURS PIC S9(5)V99.
    05  ACREXT-RATE PIC 9(3)V99.
    05  ACREXT-DOLLARS PIC S9(7)V99.
    05  ACREXT-REC-TYPE PIC X.

FD  CKPT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTXCKPT".

    05  CKPT-TOTAL-HRS PIC S9(7)V99.
    05  CKPT-TOTAL-DOLS PIC S9(9)V99.

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

WORKING-STORAGE SECTION.

01  DILINI-PARAMETERS.
    05  DIL-MESSAGE PIC S9(10) COMP.

01  VAX-FILNO PIC S9(10) COMP.
01  VAX-REC-LEN PIC S9(10) COMP.
01  VAX-PAY-DFLT PIC X(39) VALUE "SPAGS::JTPAY.DAT" USAGE DISPLAY-7.
01  VAX-GL-DFLT PIC X(39) VALUE "SPAGS::JTGL.DAT" USAGE DISPLAY-7.
01  VAX-WIP-DFLT PIC X(39) VALUE "SPAGS::JTWIP.DAT" USAGE DISPLAY-7.
01  VAX-ACR-DFLT PIC X(39) VALUE "SPAGS::JTACR.DAT" USAGE DISPLAY-7.
01  VAX-FILNAM PIC X(39) USAGE DISPLAY-7.
01  VAX-USER-DFLT PIC X(39) VALUE "SCLEMENS" USAGE DISPLAY-7.
01  VAX-USER PIC X(39) USAGE DISPLAY-7.
01  RUN-MODE PIC X.
    88 PAYROLL-MODE VALUE "P".
    88 GL-MODE VALUE "G".
    88 WIP-MODE VALUE "W".
    88 ACCRUAL-MODE VALUE "A".

01  PAYEXT-STATUS PIC X(2).
01  GLEXT-STATUS PIC X(2).
01  WIPEXT-STATUS PIC X(2).
01  ACREXT-STATUS PIC X(2).
01  CKPT-STATUS PIC X(2).

01  EOF-FLAG PIC X.
    88 NOT-END-OF-FILE VALUE "N".
    88 END-OF-FILE VALUE "Y".

***** the 90-character rows sent to the vax ***********************************

01  PAY-ROW-FOR-CONVERSION.
    05  PRC-COST-CENTER PIC X(4).
    05  PRC-STRAIGHT-HRS PIC 9(4).99.
    05  FILLER PIC X VALUE SPACE.
    05  PRC-OT-HRS PIC 9(4).99.
    05  FILLER PIC X VALUE SPACE.
    05  PRC-SHIFT-CD PIC X.
    05  FILLER PIC X VALUE SPACE.
    05  PRC-SHIFT-HRS PIC -9(4).99.
    05  FILLER PIC X(2) VALUE SPACES.

01  GL-ROW-FOR-CONVERSION.
    05  GRC-COST-CENTER PIC X(4).
    05  GRC-DOLLARS PIC -9(7).99.
    05  FILLER PIC X VALUE SPACE.
    05  GRC-REC-TYPE PIC X.
    05  FILLER PIC X(48) VALUE SPACES.

01  WIP-ROW-FOR-CONVERSION.
    05  WRC-MFG-NUM PIC 9(5).
    05  FILLER PIC X VALUE SPACE.
    05  WRC-DISCR-NUM PIC 9(5).
    05  FILLER PIC X VALUE SPACE.
    05  WRC-OPER-CODE PIC X(4).
    05  FILLER PIC X VALUE SPACE.
    05  WRC-WK-END-DATE PIC 9(6).
    05  FILLER PIC X VALUE SPACE.
    05  WRC-HOURS PIC -9(5).99.
    05  FILLER PIC X VALUE SPACE.
    05  WRC-DOLLARS PIC -9(7).99.
    05  FILLER PIC X VALUE SPACE.
    05  WRC-REC-TYPE PIC X.
    05  FILLER PIC X VALUE SPACE.
    05  WRC-COST-CENTER PIC X(4).
    05  FILLER PIC X(38) VALUE SPACES.

*	the control trailer row: a marker the VAX side can recognize,
    05  TRL-TOTAL-HRS PIC -9(7).99.
    05  FILLER PIC X VALUE SPACE.
    05  TRL-TOTAL-DOLS PIC -9(9).99.
    05  FILLER PIC X(46) VALUE SPACES.

01  VAX-TRANS-REC PIC X(90) USAGE DISPLAY-7.

01  ROW-FOR-CONVERSION PIC X(90).

***** running control totals (ride in the checkpoint) *************************

01  TRANS-DOL-TOTAL PIC S9(9)V99 VALUE 0.

01  SKIP-REMAINING PIC 9(7) VALUE 0.
01  RESTART-SKIP-COUNT PIC 9(7) VALUE 0.

***** read-back of the vax copy ***********************************************

*	each row read back is converted into READBACK-ROW and compared
*	with the row rebuilt from the extract; a restarted run's VAX
*	copy holds only the rows sent since the restart.

01  READBACK-ROW.
    05  RB-MARKER PIC X(10).
    05  FILLER PIC X(80).

01  READBACK-FLAG PIC X.
    88 READBACK-CONFIRMED VALUE "Y".
    88 READBACK-FAILED VALUE "N".

01  RB-EOF-FLAG PIC X.
    88 RB-NOT-END-OF-FILE VALUE "N".
    88 RB-END-OF-FILE VALUE "Y".

01  TRAILER-SEEN-FLAG PIC X.
    88 TRAILER-WAS-SEEN VALUE "Y".
    88 TRAILER-NOT-SEEN VALUE "N".

01  READBACK-ROW-COUNT PIC 9(7) VALUE 0.

***** operator sign-on and payroll cycle control ******************************

01  OPR-FIL-STATUS PIC X(2).

01  WORK-OPER-NUM PIC 9(7).

01  CYC-STATUS PIC X(2).

01  CYC-REFUSE-COUNT PIC 9(5) VALUE 0.
01  CYC-RESEND-COUNT PIC 9(5) VALUE 0.

*	the extract's figures for each week in it, gathered before
*	anything is sent: checked against the week's JTPAYR step, and
*	stamped on the week's transmission step afterwards.

01  XW-TABLE.
    05  XW-ENTRY OCCURS 100.
	10  XW-WK-END-DATE PIC 9(6).
	10  XW-REC-COUNT PIC 9(7).
	10  XW-HOURS PIC S9(7)V99.
	10  XW-DOLLARS PIC S9(9)V99.

01  XW-COUNT PIC S9(5) COMP VALUE 0.
01  XW-LIMIT PIC S9(5) COMP VALUE 100.
01  XW-LOST-COUNT PIC 9(5) VALUE 0.

01  XW-LOOKUP-DATE PIC 9(6).

01  XW-FOUND-FLAG PIC X.
    88 XW-KEY-FOUND VALUE "Y".
    88 XW-KEY-NOT-FOUND VALUE "N".

77  XW-SUB PIC S9(5) COMP.
77  XW-SUB2 PIC S9(5) COMP.
77  CYC-STEP-NUM PIC S9(5) COMP.

77  CYC-PAYR-STEP PIC S9(5) COMP VALUE 3.
77  CYC-XPAY-STEP PIC S9(5) COMP VALUE 4.
77  CYC-XGL-STEP PIC S9(5) COMP VALUE 5.
77  CYC-CLOS-STEP PIC S9(5) COMP VALUE 6.

01  COPY-DIL-INTERFILS.
    COPY DIX OF "SYS:DIL.LIB".

    PERFORM START-UP.

    IF NOT ACCRUAL-MODE
	PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
	PERFORM PRESCAN-EXTRACT THRU PRESCAN-EXIT
	PERFORM CHECK-CYCLE-WEEKS THRU CHECK-CYCLE-EXIT.

    PERFORM MAIN THRU GET-VAX-PSWD.
    PERFORM OPEN-REMOTE-FILE.


    PERFORM FINISH-UP.

    PERFORM VERIFY-TRANSMISSION.

    IF NOT ACCRUAL-MODE AND NOT WIP-MODE
	PERFORM STAMP-CYCLE-WEEKS THRU STAMP-CYCLE-EXIT.

    STOP RUN.

*

GET-RUN-MODE.

    DISPLAY "Transmit which extract -- PAYROLL (JTPAYEXT), GL".
    DISPLAY "(JTGLEXT), WIP (JTWIPEXT) or ACCRUAL (JTACREXT)?".
    DISPLAY "(P, G, W or A): " WITH NO ADVANCING ACCEPT RUN-MODE.

MODE-REACC.

    IF RUN-MODE NOT = "P" AND RUN-MODE NOT = "G"
	AND RUN-MODE NOT = "W" AND RUN-MODE NOT = "A"
	DISPLAY "(P, G, W OR A): " WITH NO ADVANCING ACCEPT RUN-MODE
	GO TO MODE-REACC.

OPEN-EXTRACT-INPUT.
    IF PAYROLL-MODE
	OPEN INPUT PAYEXT-FIL
    ELSE
	IF GL-MODE
	    OPEN INPUT GLEXT-FIL
	ELSE
	    IF WIP-MODE
		OPEN INPUT WIPEXT-FIL
	    ELSE
		OPEN INPUT ACREXT-FIL.

    IF PAYROLL-MODE AND PAYEXT-STATUS NOT = "00"
	DISPLAY "%Payroll extract JTPAYEXT could not be opened."
	DISPLAY "%Run JTPAYR first.  Process halted."
	STOP RUN.

    IF WIP-MODE AND WIPEXT-STATUS NOT = "00"
	DISPLAY "%WIP extract JTWIPEXT could not be opened."
	DISPLAY "%Run JTPAYR first.  Process halted."
	STOP RUN.

    IF ACCRUAL-MODE AND ACREXT-STATUS NOT = "00"
	DISPLAY "%Accrual extract JTACREXT could not be opened."
	DISPLAY "%Run JTACCR first.  Process halted."
	STOP RUN.

CHECK-FOR-CHECKPOINT.

*	If a prior run died partway through, CKPT-FIL holds the count
	    GO TO CHKPT-EXIT.

    IF CKPT-MODE NOT = RUN-MODE
	DISPLAY "%JTXCKPT was written by a run of another extract."
	DISPLAY "%Finish or abandon that run (delete JTXCKPT) first."
	CLOSE CKPT-FIL
	STOP RUN.

    MOVE CKPT-REC-COUNT TO TRANS-REC-COUNT.
    MOVE CKPT-REC-COUNT TO SKIP-REMAINING.
    MOVE CKPT-REC-COUNT TO RESTART-SKIP-COUNT.
    MOVE CKPT-TOTAL-HRS TO TRANS-HRS-TOTAL.
    MOVE CKPT-TOTAL-DOLS TO TRANS-DOL-TOTAL.

	DISPLAY "VAX destination file [" VAX-PAY-DFLT "]: "
		WITH NO ADVANCING
    ELSE
	IF GL-MODE
	    DISPLAY "VAX destination file [" VAX-GL-DFLT "]: "
		    WITH NO ADVANCING
	ELSE
	    IF WIP-MODE
		DISPLAY "VAX destination file [" VAX-WIP-DFLT "]: "
			WITH NO ADVANCING
	    ELSE
		DISPLAY "VAX destination file [" VAX-ACR-DFLT "]: "
			WITH NO ADVANCING.

    ACCEPT VAX-FILNAM.

	IF PAYROLL-MODE
	    MOVE VAX-PAY-DFLT TO VAX-FILNAM
	ELSE
	    IF GL-MODE
		MOVE VAX-GL-DFLT TO VAX-FILNAM
	    ELSE
		IF WIP-MODE
		    MOVE VAX-WIP-DFLT TO VAX-FILNAM
		ELSE
		    MOVE VAX-ACR-DFLT TO VAX-FILNAM.

    DISPLAY "VAX account [" VAX-USER-DFLT "]: "
	    WITH NO ADVANCING.

    CALL ROPEN USING	VAX-FILNO, VAX-FILNAM, VAX-USER, VAX-PSWD,
			VAX-ACCNT, DIT-MODE-WRITE, DIT-TYPE-ASCII,
			DIT-RFM-FIXED, DIT-RAT-ENVELOPE, 90, 7.

    IF DIL-SEVERITY = STS-K-SUCCESS
	 DISPLAY "ROP$OK Open successful."
    IF PAYROLL-MODE
	CLOSE PAYEXT-FIL
    ELSE
	IF GL-MODE
	    CLOSE GLEXT-FIL
	ELSE
	    IF WIP-MODE
		CLOSE WIPEXT-FIL
	    ELSE
		CLOSE ACREXT-FIL.

CLOSE-REMOTE-FILE.


READ-EXTRACT-RECORD.

    PERFORM READ-NEXT-EXTRACT THRU READ-NEXT-EXIT.

    IF END-OF-FILE
	GO TO PROCESS-EXIT.

CHECK-RESTART-SKIP.


BUILD-THE-ROW.

    PERFORM FORMAT-EXTRACT-ROW THRU FORMAT-ROW-EXIT.

ADD-ROW-TO-TOTALS.

*	only an accrual run's accruals count toward the trailer
*	totals; each reversal simply undoes one.

    IF PAYROLL-MODE
	ADD PAYEXT-TOTAL-HRS TO TRANS-HRS-TOTAL

    ELSE IF GL-MODE
	     ADD GLEXT-HOURS TO TRANS-HRS-TOTAL
	     ADD GLEXT-DOLLARS TO TRANS-DOL-TOTAL

	 ELSE IF WIP-MODE
		  ADD WIPEXT-HOURS TO TRANS-HRS-TOTAL
		  ADD WIPEXT-DOLLARS TO TRANS-DOL-TOTAL

	 ELSE IF ACREXT-REC-TYPE = "M"
		  ADD ACREXT-HOURS TO TRANS-HRS-TOTAL
		  ADD ACREXT-DOLLARS TO TRANS-DOL-TOTAL.

SEND-THE-ROW.

    PERFORM CONVERT-AND-SEND-ROW THRU SEND-ROW-EXIT.

UPDATE-CHECKPOINT.

*	record the row just transmitted as the new restart point.
*	OPEN OUTPUT truncates CKPT-FIL, so it always holds exactly
*	one record.

    ADD 1 TO TRANS-REC-COUNT.

    MOVE RUN-MODE TO CKPT-MODE.
    MOVE TRANS-REC-COUNT TO CKPT-REC-COUNT.
    MOVE TRANS-HRS-TOTAL TO CKPT-TOTAL-HRS.
    MOVE TRANS-DOL-TOTAL TO CKPT-TOTAL-DOLS.

    OPEN OUTPUT CKPT-FIL.
    WRITE CKPT-REC.
    CLOSE CKPT-FIL.

PROCESS-EXIT.

*

EXTRACT-ROWS SECTION.

*******************************************************************************

*	reading the chosen extract and building its 90-character row
*	are shared by the send loop, the pre-send scan and the
*	read-back comparison, so every pass sees the same rows.

READ-NEXT-EXTRACT.

    IF PAYROLL-MODE
	GO TO READ-PAYROLL-RECORD.

    IF ACCRUAL-MODE
	GO TO READ-ACCRUAL-RECORD.

    IF WIP-MODE
	GO TO READ-WIP-RECORD.

    READ GLEXT-FIL
	AT END  MOVE "Y" TO EOF-FLAG.

    GO TO READ-NEXT-EXIT.

READ-WIP-RECORD.

    READ WIPEXT-FIL
	AT END  MOVE "Y" TO EOF-FLAG.

    GO TO READ-NEXT-EXIT.

READ-PAYROLL-RECORD.

    READ PAYEXT-FIL
	AT END  MOVE "Y" TO EOF-FLAG.

    GO TO READ-NEXT-EXIT.

READ-ACCRUAL-RECORD.

    READ ACREXT-FIL
	AT END  MOVE "Y" TO EOF-FLAG.

READ-NEXT-EXIT.

    EXIT.

FORMAT-EXTRACT-ROW.

    IF ACCRUAL-MODE
	GO TO FORMAT-ACCRUAL-ROW.

    IF WIP-MODE
	GO TO FORMAT-WIP-ROW.

    IF PAYROLL-MODE
	MOVE PAYEXT-COST-CENTER TO PRC-COST-CENTER
	MOVE PAYEXT-BADGE-NUM TO PRC-BADGE-NUM
	MOVE PAYEXT-REC-TYPE TO PRC-REC-TYPE
	MOVE PAYEXT-STRAIGHT-HRS TO PRC-STRAIGHT-HRS
	MOVE PAYEXT-OT-HRS TO PRC-OT-HRS
	MOVE PAYEXT-SHIFT-CD TO PRC-SHIFT-CD
	MOVE PAYEXT-SHIFT-HRS TO PRC-SHIFT-HRS
	MOVE PAY-ROW-FOR-CONVERSION TO ROW-FOR-CONVERSION
    ELSE
	MOVE GLEXT-COST-CENTER TO GRC-COST-CENTER
	MOVE GLEXT-WK-END-DATE TO GRC-WK-END-DATE
	MOVE GLEXT-RATE TO GRC-RATE
	MOVE GLEXT-DOLLARS TO GRC-DOLLARS
	MOVE GLEXT-REC-TYPE TO GRC-REC-TYPE
	MOVE GL-ROW-FOR-CONVERSION TO ROW-FOR-CONVERSION.

    GO TO FORMAT-ROW-EXIT.

FORMAT-ACCRUAL-ROW.

*	an accrual record goes as a GL row, its posting date where the
*	GL row carries the week-ending date.

    MOVE ACREXT-COST-CENTER TO GRC-COST-CENTER.
    MOVE ACREXT-POST-DATE TO GRC-WK-END-DATE.
    MOVE ACREXT-HOURS TO GRC-HOURS.
    MOVE ACREXT-RATE TO GRC-RATE.
    MOVE ACREXT-DOLLARS TO GRC-DOLLARS.
    MOVE ACREXT-REC-TYPE TO GRC-REC-TYPE.
    MOVE GL-ROW-FOR-CONVERSION TO ROW-FOR-CONVERSION.

    GO TO FORMAT-ROW-EXIT.

FORMAT-WIP-ROW.

    MOVE WIPEXT-MFG-NUM TO WRC-MFG-NUM.
    MOVE WIPEXT-DISCR-NUM TO WRC-DISCR-NUM.
    MOVE WIPEXT-OPER-CODE TO WRC-OPER-CODE.
    MOVE WIPEXT-WK-END-DATE TO WRC-WK-END-DATE.
    MOVE WIPEXT-HOURS TO WRC-HOURS.
    MOVE WIPEXT-DOLLARS TO WRC-DOLLARS.
    MOVE WIPEXT-REC-TYPE TO WRC-REC-TYPE.
    MOVE WIPEXT-COST-CENTER TO WRC-COST-CENTER.
    MOVE WIP-ROW-FOR-CONVERSION TO ROW-FOR-CONVERSION.

FORMAT-ROW-EXIT.

    EXIT.

*

VERIFY-TRANSMISSION SECTION.

*******************************************************************************

*	the file just written is opened on the VAX for read and every
*	row that comes back is compared with the row rebuilt from the
*	extract, the control trailer last.  Only an exact match, with
*	nothing missing or left over, confirms the transmission.

OPEN-READ-BACK.

    MOVE "Y" TO READBACK-FLAG.
    MOVE "N" TO RB-EOF-FLAG.
    MOVE "N" TO TRAILER-SEEN-FLAG.
    MOVE 0 TO READBACK-ROW-COUNT.

    PERFORM OPEN-EXTRACT-INPUT.

*	after a restart the VAX copy begins at the restart point.

    MOVE RESTART-SKIP-COUNT TO SKIP-REMAINING.

    PERFORM SKIP-SENT-BEFORE-RESTART THRU SKIP-SENT-EXIT
	UNTIL SKIP-REMAINING = 0 OR END-OF-FILE.

    CALL ROPEN USING	VAX-FILNO, VAX-FILNAM, VAX-USER, VAX-PSWD,
			VAX-ACCNT, DIT-MODE-READ, DIT-TYPE-ASCII,
			DIT-RFM-FIXED, DIT-RAT-ENVELOPE, 90, 7.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
	DISPLAY "%The VAX copy could not be opened to read it back --"
	DISPLAY "%DIL message " DIL-MESSAGE "."
	MOVE "N" TO READBACK-FLAG
	PERFORM CLOSE-LOCAL-FILES
	GO TO REPORT-READ-BACK.

    PERFORM READ-BACK-ONE-ROW THRU READ-BACK-EXIT
	UNTIL RB-END-OF-FILE.

CHECK-READ-BACK-COMPLETE.

    IF READBACK-CONFIRMED AND TRAILER-NOT-SEEN
	DISPLAY "%No control trailer came back from the VAX."
	MOVE "N" TO READBACK-FLAG.

    IF READBACK-CONFIRMED
	PERFORM READ-NEXT-EXTRACT THRU READ-NEXT-EXIT
	IF NOT END-OF-FILE
	    DISPLAY "%Fewer rows came back from the VAX than were sent."
	    MOVE "N" TO READBACK-FLAG.

    CALL RCLOSE USING	VAX-FILNO,
			DIT-OPT-NOTHING.

    PERFORM CLOSE-LOCAL-FILES.

REPORT-READ-BACK.

    IF READBACK-CONFIRMED
	DISPLAY "Read-back matches: " READBACK-ROW-COUNT
		" row(s), control trailer included."
    ELSE
	DISPLAY "%The VAX copy does NOT match what was sent.  Transmit"
	DISPLAY "%this extract again.".

    GO TO VERIFY-EXIT.

SKIP-SENT-BEFORE-RESTART.

    PERFORM READ-NEXT-EXTRACT THRU READ-NEXT-EXIT.
    SUBTRACT 1 FROM SKIP-REMAINING.

SKIP-SENT-EXIT.

    EXIT.

READ-BACK-ONE-ROW.

    CALL RREAD USING	VAX-FILNO,
			7,
			90,
			VAX-TRANS-REC,
			VAX-REC-LEN.

    IF DIL-SEVERITY = STS-K-SUCCESS
	GO TO CONVERT-READ-BACK-ROW.

    MOVE "Y" TO RB-EOF-FLAG.

    IF DIL-MESSAGE NOT = DIT-C-EOF
	DISPLAY "%Read-back stopped by DIL message " DIL-MESSAGE "."
	MOVE "N" TO READBACK-FLAG.

    GO TO READ-BACK-EXIT.

CONVERT-READ-BACK-ROW.

    CALL CVGEN USING

	     VAX-TRANS-REC, DIX-SYS-10-20, 7, 0, 0, DIX-DT-ASCII-7, 90, 0,
	      READBACK-ROW, DIX-SYS-10-20, 6, 0, 0, DIX-DT-SIXBIT,  90, 0.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
	AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "%A row read back could not be converted."
	MOVE "N" TO READBACK-FLAG
	MOVE "Y" TO RB-EOF-FLAG
	GO TO READ-BACK-EXIT.

    ADD 1 TO READBACK-ROW-COUNT.

    IF TRAILER-WAS-SEEN
	DISPLAY "%Rows came back after the control trailer."
	MOVE "N" TO READBACK-FLAG
	MOVE "Y" TO RB-EOF-FLAG
	GO TO READ-BACK-EXIT.

    IF RB-MARKER NOT = TRL-LITERAL
	GO TO COMPARE-READ-BACK-ROW.

    MOVE "Y" TO TRAILER-SEEN-FLAG.

    IF READBACK-ROW NOT = TRAILER-FOR-CONVERSION
	DISPLAY "%The control trailer read back does not match the one sent."
	MOVE "N" TO READBACK-FLAG.

    GO TO READ-BACK-EXIT.

COMPARE-READ-BACK-ROW.

    PERFORM READ-NEXT-EXTRACT THRU READ-NEXT-EXIT.

    IF END-OF-FILE
	DISPLAY "%More rows came back from the VAX than were sent."
	MOVE "N" TO READBACK-FLAG
	MOVE "Y" TO RB-EOF-FLAG
	GO TO READ-BACK-EXIT.

    PERFORM FORMAT-EXTRACT-ROW THRU FORMAT-ROW-EXIT.

    IF READBACK-ROW NOT = ROW-FOR-CONVERSION
	DISPLAY "%Row " READBACK-ROW-COUNT " read back does not match the row sent."
	MOVE "N" TO READBACK-FLAG
	MOVE "Y" TO RB-EOF-FLAG.

READ-BACK-EXIT.

    EXIT.

VERIFY-EXIT.

*

PAYROLL-CYCLE SECTION.

*******************************************************************************

CHECK-OPERATOR.

*	any active operator may transmit; the sign-on is what the
*	week's cycle record shows as having sent the extract.

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

    DISPLAY "Operator " WORK-OPER-NUM " (" OPR-NAME ") signed on.".

    CLOSE OPR-FIL.

CHECK-OPERATOR-EXIT.

PRESCAN-EXTRACT.

*	one pass down the extract for each week's records, hours and
*	dollars, added up the way the send loop adds the trailer's;
*	then the extract is reopened for the transfer itself.

    PERFORM PRESCAN-ONE-RECORD THRU PRESCAN-ONE-EXIT
	UNTIL END-OF-FILE.

    PERFORM CLOSE-LOCAL-FILES.
    PERFORM OPEN-EXTRACT-INPUT.

    IF XW-LOST-COUNT NOT = 0
	DISPLAY "%The extract holds more than " XW-LIMIT " weeks -- too"
	DISPLAY "%many to check against the payroll cycle.  Process halted."
	STOP RUN.

PRESCAN-EXIT.

PRESCAN-ONE-RECORD.

    PERFORM READ-NEXT-EXTRACT THRU READ-NEXT-EXIT.

    IF END-OF-FILE
	GO TO PRESCAN-ONE-EXIT.

    IF PAYROLL-MODE
	MOVE PAYEXT-WK-END-DATE TO XW-LOOKUP-DATE
    ELSE
	IF WIP-MODE
	    MOVE WIPEXT-WK-END-DATE TO XW-LOOKUP-DATE
	ELSE
	    MOVE GLEXT-WK-END-DATE TO XW-LOOKUP-DATE.

    MOVE "N" TO XW-FOUND-FLAG.

    PERFORM LOOK-FOR-XW-KEY THRU LOOK-XW-EXIT
	VARYING XW-SUB FROM 1 BY 1
	UNTIL XW-SUB > XW-COUNT OR XW-KEY-FOUND.

    IF XW-KEY-FOUND
	GO TO ADD-XW-AMOUNTS.

    IF XW-COUNT = XW-LIMIT
	ADD 1 TO XW-LOST-COUNT
	GO TO PRESCAN-ONE-EXIT.

    ADD 1 TO XW-COUNT.
    MOVE XW-COUNT TO XW-SUB2.
    MOVE XW-LOOKUP-DATE TO XW-WK-END-DATE (XW-SUB2).
    MOVE 0 TO XW-REC-COUNT (XW-SUB2).
    MOVE 0 TO XW-HOURS (XW-SUB2).
    MOVE 0 TO XW-DOLLARS (XW-SUB2).

ADD-XW-AMOUNTS.

    ADD 1 TO XW-REC-COUNT (XW-SUB2).

    IF PAYROLL-MODE
	ADD PAYEXT-TOTAL-HRS TO XW-HOURS (XW-SUB2)
    ELSE
	IF WIP-MODE
	    ADD WIPEXT-HOURS TO XW-HOURS (XW-SUB2)
	    ADD WIPEXT-DOLLARS TO XW-DOLLARS (XW-SUB2)
	ELSE
	    ADD GLEXT-HOURS TO XW-HOURS (XW-SUB2)
	    ADD GLEXT-DOLLARS TO XW-DOLLARS (XW-SUB2).

PRESCAN-ONE-EXIT.

    EXIT.

LOOK-FOR-XW-KEY.

    IF XW-WK-END-DATE (XW-SUB) = XW-LOOKUP-DATE
	MOVE "Y" TO XW-FOUND-FLAG
	MOVE XW-SUB TO XW-SUB2.

LOOK-XW-EXIT.

    EXIT.

CHECK-CYCLE-WEEKS.

*	every week in the extract must show a JTPAYR run on the cycle
*	file, and the extract on disk must be the one that run wrote:
*	its records and hours (payroll) or its dollars (GL and WIP)
*	for the week must match the run's.  A week whose transmission
*	of this extract was already confirmed is sent again only on a
*	Y.  WIP has no transmission step of its own on the cycle; it is
*	only checked against the JTPAYR run.

    IF PAYROLL-MODE
	MOVE CYC-XPAY-STEP TO CYC-STEP-NUM
    ELSE
	MOVE CYC-XGL-STEP TO CYC-STEP-NUM.

    IF XW-COUNT = 0
	GO TO CHECK-CYCLE-EXIT.

    OPEN INPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	DISPLAY "%Payroll cycle control file JOBTICCYC could not be opened --"
	DISPLAY "%no JTPAYR run is on record.  Run JTPAYR first.  Process halted."
	STOP RUN.

    PERFORM CHECK-ONE-CYCLE-WEEK THRU CHECK-ONE-CYCLE-EXIT
	VARYING XW-SUB FROM 1 BY 1 UNTIL XW-SUB > XW-COUNT.

    CLOSE CYC-FIL.

    IF CYC-REFUSE-COUNT NOT = 0
	DISPLAY "%Nothing transmitted.  Rerun JTPAYR for the week(s) above."
	STOP RUN.

    IF CYC-RESEND-COUNT = 0
	GO TO CHECK-CYCLE-EXIT.

    DISPLAY "Send " CYC-RESEND-COUNT " confirmed week(s) again? (Y or N): "
	WITH NO ADVANCING ACCEPT ANS.

RESEND-REACC.

    IF ANS = "N"
	DISPLAY "%Nothing transmitted."
	STOP RUN.

    IF ANS NOT = "Y"
	DISPLAY "(Y OR N): " WITH NO ADVANCING ACCEPT ANS
	GO TO RESEND-REACC.

CHECK-CYCLE-EXIT.

CHECK-ONE-CYCLE-WEEK.

    MOVE XW-WK-END-DATE (XW-SUB) TO CYC-WK-END-DATE.

    READ CYC-FIL
	INVALID KEY DISPLAY "%Week ending " XW-WK-END-DATE (XW-SUB)
			    ": no JTPAYR run is on record."
		    ADD 1 TO CYC-REFUSE-COUNT
		    GO TO CHECK-ONE-CYCLE-EXIT.

    IF NOT CYC-STEP-DONE (CYC-PAYR-STEP)
	AND NOT CYC-STEP-OVERRIDDEN (CYC-PAYR-STEP)
	DISPLAY "%Week ending " XW-WK-END-DATE (XW-SUB)
		": no JTPAYR run is on record."
	ADD 1 TO CYC-REFUSE-COUNT
	GO TO CHECK-ONE-CYCLE-EXIT.

    IF PAYROLL-MODE
	AND (XW-REC-COUNT (XW-SUB) NOT = CYC-STEP-COUNT (CYC-PAYR-STEP)
	     OR XW-HOURS (XW-SUB) NOT = CYC-STEP-HOURS (CYC-PAYR-STEP))
	DISPLAY "%Week ending " XW-WK-END-DATE (XW-SUB)
		": JTPAYEXT does not match the JTPAYR run of "
		CYC-STEP-DATE (CYC-PAYR-STEP) "."
	ADD 1 TO CYC-REFUSE-COUNT
	GO TO CHECK-ONE-CYCLE-EXIT.

    IF GL-MODE
	AND XW-DOLLARS (XW-SUB) NOT = CYC-STEP-DOLLARS (CYC-PAYR-STEP)
	DISPLAY "%Week ending " XW-WK-END-DATE (XW-SUB)
		": JTGLEXT does not match the JTPAYR run of "
		CYC-STEP-DATE (CYC-PAYR-STEP) "."
	ADD 1 TO CYC-REFUSE-COUNT
	GO TO CHECK-ONE-CYCLE-EXIT.

    IF WIP-MODE
	AND XW-DOLLARS (XW-SUB) NOT = CYC-STEP-DOLLARS (CYC-PAYR-STEP)
	DISPLAY "%Week ending " XW-WK-END-DATE (XW-SUB)
		": JTWIPEXT does not match the JTPAYR run of "
		CYC-STEP-DATE (CYC-PAYR-STEP) "."
	ADD 1 TO CYC-REFUSE-COUNT
	GO TO CHECK-ONE-CYCLE-EXIT.

    IF WIP-MODE
	GO TO CHECK-ONE-CYCLE-EXIT.

    IF CYC-STEP-DONE (CYC-STEP-NUM)
	DISPLAY "%Week ending " XW-WK-END-DATE (XW-SUB)
		": already sent and confirmed on "
		CYC-STEP-DATE (CYC-STEP-NUM) "."
	ADD 1 TO CYC-RESEND-COUNT.

    IF CYC-STEP-DONE (CYC-CLOS-STEP)
	DISPLAY "%Week ending " XW-WK-END-DATE (XW-SUB)
		" is closed; this extract carries its rerun.".

CHECK-ONE-CYCLE-EXIT.

    EXIT.

STAMP-CYCLE-WEEKS.

*	each week in the extract is stamped transmitted: done if the
*	read-back matched, failed if not, with the week's records,
*	hours and dollars as sent and the operator.

    IF XW-COUNT = 0
	GO TO STAMP-CYCLE-EXIT.

    OPEN INPUT-OUTPUT CYC-FIL.

    IF CYC-STATUS NOT = "00"
	DISPLAY "%Payroll cycle control file JOBTICCYC could not be opened --"
	DISPLAY "%this transmission is NOT recorded on the payroll cycle."
	GO TO STAMP-CYCLE-EXIT.

    PERFORM STAMP-ONE-WEEK THRU STAMP-ONE-WEEK-EXIT
	VARYING XW-SUB FROM 1 BY 1 UNTIL XW-SUB > XW-COUNT.

    CLOSE CYC-FIL.

STAMP-CYCLE-EXIT.

STAMP-ONE-WEEK.

    MOVE XW-WK-END-DATE (XW-SUB) TO CYC-WK-END-DATE.

    READ CYC-FIL
	INVALID KEY DISPLAY "%Week ending " XW-WK-END-DATE (XW-SUB)
			    " has left the payroll cycle file -- NOT recorded."
		    GO TO STAMP-ONE-WEEK-EXIT.

    IF READBACK-CONFIRMED
	MOVE "D" TO CYC-STEP-STATUS (CYC-STEP-NUM)
    ELSE
	MOVE "F" TO CYC-STEP-STATUS (CYC-STEP-NUM).

    ACCEPT CYC-STEP-DATE (CYC-STEP-NUM) FROM DATE.
    ACCEPT CYC-STEP-TIME (CYC-STEP-NUM) FROM TIME.
    MOVE WORK-OPER-NUM TO CYC-STEP-OPER (CYC-STEP-NUM).
    MOVE XW-REC-COUNT (XW-SUB) TO CYC-STEP-COUNT (CYC-STEP-NUM).
    MOVE 0 TO CYC-STEP-EXC-COUNT (CYC-STEP-NUM).
    MOVE XW-HOURS (XW-SUB) TO CYC-STEP-HOURS (CYC-STEP-NUM).
    MOVE XW-DOLLARS (XW-SUB) TO CYC-STEP-DOLLARS (CYC-STEP-NUM).

    REWRITE CYC-REC
	INVALID KEY DISPLAY "%Rewrite error on JOBTICCYC -- week "
			    XW-WK-END-DATE (XW-SUB) " is NOT recorded.".

STAMP-ONE-WEEK-EXIT.

    EXIT.

*


    CALL CVGEN USING

	ROW-FOR-CONVERSION, DIX-SYS-10-20, 6, 0, 0, DIX-DT-SIXBIT,  90, 0,
	     VAX-TRANS-REC, DIX-SYS-10-20, 7, 0, 0, DIX-DT-ASCII-7, 90, 0.

    IF DIL-SEVERITY = STS-K-SUCCESS
	 NEXT SENTENCE

    CALL RWRITE USING	VAX-FILNO,
			7,
			90,
			VAX-TRANS-REC.

    IF DIL-SEVERITY = STS-K-SUCCESS
