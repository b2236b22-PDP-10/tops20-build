*     session sign-on.  No logic change; SIGNON entries are neither
*     updates nor reversals and fall out of the replay on their
*     transaction type.  File: JTRECON.CBL )%
*
* Edit (%O'5', '22-Oct-86', 'Sandy Clemens')
* %(  JTSERV logs a ticket filed from JTTERM's new COPY command as
*     transaction type COPY rather than UPDATE.  A copied ticket is
*     written exactly like an update, so COPY entries logged OK are
*     replayed as updates.  File: JTRECON.CBL )%
*
* Edit (%O'6', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC grew a trailing shift code byte for shift-differential
*     pay.  No logic change: the shift code is not on the log, and
*     a ticket reconciles against the log whatever its shift.
*     File: JTRECON.CBL )%
*
* Edit (%O'7', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC grew a trailing charge-to cost center on each detail
*     line for loaned labor.  No logic change: the charge-to is not
*     on the log, and a ticket reconciles against the log as
*     before.  File: JTRECON.CBL )%

ENVIRONMENT DIVISION.

	15  OPER-CODE PIC X(4).
    05  REC-TYPE PIC X.
    05  APPR-STATUS PIC X.
    05  SHIFT-CD PIC X.
    05  CHARGE-CC PIC X(4) OCCURS 10.

FD  JT-LOG-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICLOG".

    ADD 1 TO LOG-RANGE-COUNT.

    IF (JTLOG-TRANS-TYPE = "UPDATE" OR JTLOG-TRANS-TYPE = "COPY")
	AND JTLOG-RESULT = "OK"
	PERFORM POST-TABLE-ENTRY THRU POST-TABLE-EXIT
    ELSE
	IF JTLOG-TRANS-TYPE = "REVERSE" AND JTLOG-RESULT = "REVERSED"

SET-TABLE-STATE.

    IF JTLOG-TRANS-TYPE = "REVERSE"
	MOVE "R" TO RT-STATE (RC-SUB2)
    ELSE
	MOVE "U" TO RT-STATE (RC-SUB2).

POST-TABLE-EXIT.

