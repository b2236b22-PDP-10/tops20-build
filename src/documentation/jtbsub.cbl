*	    col  9- 38   employee name
*	    col 39- 42   cost center, 4 digits
*	    col 43- 48   week-ending date, MMDDYY (a Saturday)
*	    col 49       shift code (reference type "S"), blank for
*			 first shift
*	    col 50- 80   unused
*
*	  "D" detail, up to 50 per ticket, following its header:
*	    col  1      "D"
*	    col 15- 19   manufacturing job number, 5 digits
*	    col 20- 23   hours, 99V99 (e.g. 0850 = 8.50)
*	    col 24- 27   operation code
*	    col 28- 31   charge-to cost center (reference type "C")
*			 when the hours were loaned to another
*			 department, blank when they were not
*	    col 32- 80   unused
*
*	  "A" absence detail (vacation, holiday, sick):
*	    col  1      "A"
*     with a blank product line -- the internal absence mark -- and
*     reproduced as an "A" record on the reject file.
*     File: JTBSUB.CBL )%
*
* Edit (%O'10', '22-Sep-86', 'Sandy Clemens')
* %(  The server now checks each work line's manufacturing job and
*     discrete number against the job master file (JOBTICJOB,
*     maintained by JTJOBM).  Decode the new UPDA-BADJOB rejection
*     and its locator word into a reject reason naming the line,
*     and whether its job is unknown or closed.
*     File: JTBSUB.CBL )%
*
* Edit (%O'11', '05-Nov-86', 'Sandy Clemens')
* %(  Shift code.  The header record carries the shift the ticket's
*     hours were worked on in column 49 (blank for first shift),
*     formerly unused, so existing submission files read as first
*     shift.  It is sent to the server with the ticket and carried
*     onto the reject file; an unknown shift code comes back as
*     UPDA-BADCD locator 4 and is reported as such.
*     File: JTBSUB.CBL )%
*
* Edit (%O'12', '10-Nov-86', 'Sandy Clemens')
* %(  Loaned labor.  A detail record carries, in columns 28-31,
*     formerly unused, the cost center that borrowed the line's
*     hours (blank when they were not loaned out); an absence
*     record carries none.  The charge-to is sent to the server
*     with the line, in the six more words of data record, and
*     carried onto the reject file; one the server refuses comes
*     back as UPDA-BADCD locator (line * 10) + 4 and is reported
*     against its line.  File: JTBSUB.CBL )%

ENVIRONMENT DIVISION.

	10  SH-WK-MON PIC 99.
	10  SH-WK-DY PIC 99.
	10  SH-WK-YR PIC 99.
    05  SH-SHIFT-CD PIC X.
    05  FILLER PIC X(31).

01  SUB-DTL-REC.
    05  SD-REC-TYPE PIC X.
    05  SD-MFG-NUM PIC 9(5).
    05  SD-HOURS PIC 99V99.
    05  SD-OP-CD PIC X(4).
    05  SD-CHARGE-CC PIC X(4).
    05  FILLER PIC X(49).

FD  REJ-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICREJ".
	    15  OP-CD PIC X(4).
	10  CONT-SEQ PIC S9(10) COMP.
	10  MORE-TO-COME PIC X(1).
	10  SHIFT-CD PIC X(1).
	10  CHARGE-CC PIC X(4) OCCURS 10.

***** message records *********************************************************

    05  OPR-OK PIC S9(10) COMP VALUE 14.
    05  OPR-REFUSED PIC S9(10) COMP VALUE 15.
    05  OPR-NOAUTH PIC S9(10) COMP VALUE 16.
    05  UPDA-BADJOB PIC S9(10) COMP VALUE 17.

***** dil interface files *****************************************************

    05  TW-NAME PIC X(30).
    05  TW-COST-CENTER PIC X(4).
    05  TW-WK-END-DATE PIC 9(6).
    05  TW-SHIFT-CD PIC X.
    05  TW-WK-END-DISP.
	10  TWD-MO PIC XX.
	10  FILLER PIC X VALUE "/".
	10  TW-MFG-NUM PIC 9(5).
	10  TW-HOURS PIC 99V99.
	10  TW-OP-CD PIC X(4).
	10  TW-CHARGE-CC PIC X(4).

01  TW-LINE-LIMIT PIC S9(5) COMP VALUE 50.

	10  RH-WK-MON PIC XX.
	10  RH-WK-DY PIC XX.
	10  RH-WK-YR PIC XX.
    05  RH-SHIFT-CD PIC X.
    05  FILLER PIC X(31) VALUE SPACES.

01  REJ-DTL-REC.
    05  RD-REC-TYPE PIC X VALUE "D".
    05  RD-MFG-NUM PIC 9(5).
    05  RD-HOURS PIC 99V99.
    05  RD-OP-CD PIC X(4).
    05  RD-CHARGE-CC PIC X(4).
    05  FILLER PIC X(49) VALUE SPACES.

01  REJ-ABS-REC.
    05  RA-REC-TYPE PIC X VALUE "A".
    MOVE SH-BADGE-NUM TO TW-BADGE-NUM.
    MOVE SH-NAME TO TW-NAME.
    MOVE SH-COST-CENTER TO TW-COST-CENTER.
    MOVE SH-SHIFT-CD TO TW-SHIFT-CD.
    MOVE 0 TO TW-WK-END-DATE.

*	the disposition report shows the date the way the clerk keyed
    MOVE 0 TO TW-MFG-NUM (DL-SUB2).
    MOVE SD-HOURS TO TW-HOURS (DL-SUB2).
    MOVE SPACES TO TW-OP-CD (DL-SUB2).
    MOVE SPACES TO TW-CHARGE-CC (DL-SUB2).

STORE-ABS-EXIT.

    MOVE SD-MFG-NUM TO TW-MFG-NUM (DL-SUB2).
    MOVE SD-HOURS TO TW-HOURS (DL-SUB2).
    MOVE SD-OP-CD TO TW-OP-CD (DL-SUB2).
    MOVE SD-CHARGE-CC TO TW-CHARGE-CC (DL-SUB2).

STORE-LINE-EXIT.

    MOVE TWD-MO TO RH-WK-MON.
    MOVE TWD-DY TO RH-WK-DY.
    MOVE TWD-YR TO RH-WK-YR.
    MOVE TW-SHIFT-CD TO RH-SHIFT-CD.
    MOVE REJ-HDR-REC TO REJ-OUT-REC.
    WRITE REJ-OUT-REC.

    MOVE TW-MFG-NUM (DL-SUB) TO RD-MFG-NUM.
    MOVE TW-HOURS (DL-SUB) TO RD-HOURS.
    MOVE TW-OP-CD (DL-SUB) TO RD-OP-CD.
    MOVE TW-CHARGE-CC (DL-SUB) TO RD-CHARGE-CC.

    MOVE REJ-DTL-REC TO REJ-OUT-REC.
    WRITE REJ-OUT-REC.
    MOVE TW-NAME TO NAME.
    MOVE TW-COST-CENTER TO COST-CENTER.
    MOVE TW-WK-END-DATE TO WK-END-DATE.
    MOVE TW-SHIFT-CD TO SHIFT-CD.
    MOVE SEG-NUM TO CONT-SEQ.

    COMPUTE SEG-BASE = SEG-NUM * 10.
	PERFORM DECODE-BAD-CODE THRU DECODE-EXIT
	GO TO SEND-ONE-SEGMENT-EXIT.

    IF MESSAGE-DATA = UPDA-BADJOB
	PERFORM DECODE-BAD-JOB THRU DECODE-BJ-EXIT
	GO TO SEND-ONE-SEGMENT-EXIT.

    IF MESSAGE-DATA = UPDA-MAXHRS
	PERFORM DECODE-OVER-CEILING THRU DECODE-OC-EXIT
	GO TO SEND-ONE-SEGMENT-EXIT.
    MOVE TW-MFG-NUM (ABS-LINE) TO MFG-NUM (DL-SUB).
    MOVE TW-HOURS (ABS-LINE) TO HOURS (DL-SUB).
    MOVE TW-OP-CD (ABS-LINE) TO OP-CD (DL-SUB).
    MOVE TW-CHARGE-CC (ABS-LINE) TO CHARGE-CC (DL-SUB).

    ADD TW-HOURS (ABS-LINE) TO SEGMENT-HOURS.


*	an UPDA-BADCD rejection is followed by a locator word: ten
*	times the line number within the rejected segment, plus 1
*	(activity), 2 (product line), 3 (operation) or 4 (charge-to
*	cost center) -- or zero for the header cost center, 4 for the
*	header shift code.

    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

	MOVE "COST CENTER NOT ON CODE REFERENCE FILE" TO REJ-REASON
	GO TO DECODE-EXIT.

    IF BAD-LINE = 0 AND BAD-FIELD = 4
	MOVE "SHIFT CODE NOT ON CODE REFERENCE FILE" TO REJ-REASON
	GO TO DECODE-EXIT.

    COMPUTE ABS-LINE = SEG-BASE + BAD-LINE.

    MOVE ABS-LINE TO XLF-LINE.
	IF BAD-FIELD = 2
	    MOVE "PRODUCT LINE NOT ON FILE, SEE LINE" TO REJ-REASON
	ELSE
	    IF BAD-FIELD = 4
		MOVE "CHARGE-TO COST CENTER REFUSED, SEE LINE" TO REJ-REASON
	    ELSE
		MOVE "OPERATION CODE NOT ON FILE, SEE LINE" TO REJ-REASON.

    DISPLAY "%Detail line " ABS-LINE " of badge " TW-BADGE-NUM
	    " was refused by the code reference check.".

    EXIT.

DECODE-BAD-JOB.

*	an UPDA-BADJOB rejection is followed by a locator word: ten
*	times the line number within the rejected segment, plus 1 (job
*	not on the job master), 2 (discrete number not on file under
*	the job) or 3 (job or discrete number closed).

    PERFORM GET-MESSAGE-FROM-SERVER THRU 2EXIT.

    DIVIDE MESSAGE-DATA BY 10 GIVING BAD-LINE REMAINDER BAD-FIELD.

    COMPUTE ABS-LINE = SEG-BASE + BAD-LINE.

    MOVE ABS-LINE TO XLF-LINE.
    MOVE EXTRA-LINE-FMT TO REJ-EXTRA.

    IF BAD-FIELD = 1
	MOVE "MFG JOB NOT ON JOB MASTER, SEE LINE" TO REJ-REASON
    ELSE
	IF BAD-FIELD = 2
	    MOVE "DISCRETE NOT ON JOB MASTER, SEE LINE" TO REJ-REASON
	ELSE
	    MOVE "JOB OR DISCRETE CLOSED, SEE LINE" TO REJ-REASON.

    DISPLAY "%Detail line " ABS-LINE " of badge " TW-BADGE-NUM
	    " was refused by the job master check.".

DECODE-BJ-EXIT.

    EXIT.

DECODE-OVER-CEILING.

*	an UPDA-MAXHRS rejection is followed by the would-be weekly
SEND-DATA-TO-SERVER.

    MOVE 36 TO MSG-BYTSIZ.
    MOVE 69 TO MSGLEN.

    ENTER MACRO NFSND USING NETLN,
			    MSG-BYTSIZ,
