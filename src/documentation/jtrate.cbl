*	reported detail line from this file -- activity override
*	first, the line's cost center rate otherwise -- so finance
*	stops re-pricing every week by hand from a typed rate sheet.
*	Shift differentials are kept here too, by shift code.

INSTALLATION. DEC-MARLBOROUGH.

*     4410's rate become 012.50" is one query now, and a mistyped
*     rate that mispriced a JTPAYR run can be traced to its keying.
*     File: JTRATE.CBL )%
*
* Edit (%O'5', '05-Nov-86', 'Sandy Clemens')
* %(  Shift differentials.  New rate type S, keyed by the one-
*     character shift code (JOBTICREF type S) and effective-dated
*     like the other rates.  On a type S record the amount is a
*     flat differential per hour (zero allowed) and the factor is
*     applied to the hour's base rate (default 1.00, no premium);
*     JTPAYR adds both, so a shift may be paid by the hour, by
*     percentage, or a little of each.  No record layout change.
*     File: JTRATE.CBL )%

ENVIRONMENT DIVISION.

    88 RATE-END-OF-FILE VALUE "Y".

01  WORK-RATE-TYPE PIC X.
    88 GOOD-RATE-TYPE VALUES "C" "A" "S".

01  WORK-RATE-CODE PIC X(4).
01  WORK-RATE-CODE-SPLIT REDEFINES WORK-RATE-CODE.
    05  WRC-FIRST-CHAR PIC X.
    05  WRC-REST PIC X(3).

01  WORK-RATE-AMOUNT PIC X(5).
01  WORK-RATE-NUM REDEFINES WORK-RATE-AMOUNT PIC 9(3)V99.

GET-RATE-TYPE.

    DISPLAY "Enter the rate type (C, A or S): "
	WITH NO ADVANCING ACCEPT WORK-RATE-TYPE.

VALIDATE-RATE-TYPE.

    IF NOT GOOD-RATE-TYPE
	DISPLAY "?Rate type must be C, A or S.  Enter the rate type: "
	    WITH NO ADVANCING ACCEPT WORK-RATE-TYPE
	GO TO VALIDATE-RATE-TYPE.


GET-RATE-CODE.

    DISPLAY "Enter the cost center, activity code or shift code: "
	WITH NO ADVANCING ACCEPT WORK-RATE-CODE.

VALIDATE-RATE-CODE.
	    WITH NO ADVANCING ACCEPT WORK-RATE-CODE
	GO TO VALIDATE-RATE-CODE.

    IF WORK-RATE-TYPE = "S" AND WRC-REST NOT = SPACES
	DISPLAY "?A shift code is one character.  Enter the shift code: "
	    WITH NO ADVANCING ACCEPT WORK-RATE-CODE
	GO TO VALIDATE-RATE-CODE.

GET-CODE-EXIT.

GET-EFF-DATE.
*	hour.  A zero rate is refused -- a cost center that should not
*	be priced belongs on the exception page, not priced at zero.

    IF WORK-RATE-TYPE = "S"
	GO TO GET-SHIFT-AMOUNT.

    DISPLAY "Enter the hourly rate, 5 digits, e.g. 01250 = 12.50: "
	WITH NO ADVANCING ACCEPT WORK-RATE-AMOUNT.

	    WITH NO ADVANCING ACCEPT WORK-RATE-AMOUNT
	GO TO VALIDATE-RATE-AMOUNT.

    GO TO GET-AMOUNT-EXIT.

GET-SHIFT-AMOUNT.

*	a shift's flat differential is added to every hour worked on
*	that shift.  Zero is allowed here: a shift paid purely by
*	factor carries no flat amount.

    DISPLAY "Enter the flat differential per hour, 5 digits, e.g. 00045".
    DISPLAY "= 0.45 [00000]: " WITH NO ADVANCING.
    MOVE SPACES TO WORK-RATE-AMOUNT.
    ACCEPT WORK-RATE-AMOUNT.

    IF WORK-RATE-AMOUNT = SPACES
	MOVE "00000" TO WORK-RATE-AMOUNT.

VALIDATE-SHIFT-AMOUNT.

    IF WORK-RATE-AMOUNT NOT NUMERIC
	DISPLAY "?Five digits, e.g. 00045: "
	    WITH NO ADVANCING ACCEPT WORK-RATE-AMOUNT
	GO TO VALIDATE-SHIFT-AMOUNT.

GET-AMOUNT-EXIT.

GET-OT-FACTOR.
*	factor under 1.00 would price overtime below straight time,
*	so it is refused; exactly 100 means no premium.

    IF WORK-RATE-TYPE = "S"
	GO TO GET-SHIFT-FACTOR.

    DISPLAY "Enter the overtime factor, 3 digits, e.g. 150 = 1.50 [150]: "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-OT-FACTOR.
	    WITH NO ADVANCING ACCEPT WORK-OT-FACTOR
	GO TO VALIDATE-OT-FACTOR.

    GO TO GET-FACTOR-EXIT.

GET-SHIFT-FACTOR.

*	on a shift rate the factor is applied to the hour's base rate:
*	110 pays the shift 10 percent over its base rate, on top of
*	any flat amount.  A shift rate that pays no differential at
*	all -- no flat amount and a factor of exactly 100 -- is
*	refused; leave the shift off JOBTICRTE instead.

    DISPLAY "Enter the shift factor, 3 digits, e.g. 110 = 1.10 [100]: "
	WITH NO ADVANCING.
    MOVE SPACES TO WORK-OT-FACTOR.
    ACCEPT WORK-OT-FACTOR.

    IF WORK-OT-FACTOR = SPACES
	MOVE "100" TO WORK-OT-FACTOR.

VALIDATE-SHIFT-FACTOR.

    IF WORK-OT-FACTOR NOT NUMERIC OR WORK-OT-NUM < 1.00
	DISPLAY "?Three digits, at least 100, e.g. 110: "
	    WITH NO ADVANCING ACCEPT WORK-OT-FACTOR
	GO TO VALIDATE-SHIFT-FACTOR.

    IF WORK-RATE-NUM = 0 AND WORK-OT-NUM = 1.00
	DISPLAY "?No flat amount and no factor pays no differential at all."
	DISPLAY "Enter a shift factor over 100: "
	    WITH NO ADVANCING ACCEPT WORK-OT-FACTOR
	GO TO VALIDATE-SHIFT-FACTOR.

GET-FACTOR-EXIT.

*******************************************************************************
