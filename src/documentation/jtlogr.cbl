*     accept SIGNON (and ADJUST) as transaction types.  "Whose
*     session reversed that ticket" is now one run.
*     File: JTLOGR.CBL )%
*
* Edit (%O'3', '22-Oct-86', 'Sandy Clemens')
* %(  JTSERV logs tickets filed with JTTERM's new COPY command
*     (a prior week's ticket carried forward) as transaction type
*     COPY.  Accept it as a transaction type; the closing counts
*     by type show how much the command is used.
*     File: JTLOGR.CBL )%

ENVIRONMENT DIVISION.


GET-TYPE-SELECTION.

    DISPLAY "Transaction type (LOOKUP, UPDATE, COPY, REVERSE, INQUIRE,".
    DISPLAY "ADJUST or SIGNON; blank for all): "
	WITH NO ADVANCING.
    MOVE SPACES TO SEL-TRANS-TYPE.
    IF SEL-TRANS-TYPE = SPACES
	OR SEL-TRANS-TYPE = "LOOKUP"
	OR SEL-TRANS-TYPE = "UPDATE"
	OR SEL-TRANS-TYPE = "COPY"
	OR SEL-TRANS-TYPE = "REVERSE"
	OR SEL-TRANS-TYPE = "INQUIRE"
	OR SEL-TRANS-TYPE = "ADJUST"
