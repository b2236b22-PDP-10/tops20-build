*     (there are none today, but nothing in the record forbids one)
*     are left out -- they are not work on any job.
*     File: JTJOBC.CBL (NEW) )%
*
* Edit (%O'2', '05-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so ARCH-REC) grew a trailing shift code byte for
*     shift-differential pay.  No logic change: a job is costed at
*     the straight rates; the differential is posted to the ledger
*     by JTPAYR, not charged to the job.  File: JTJOBC.CBL )%
*
* Edit (%O'3', '10-Nov-86', 'Sandy Clemens')
* %(  JT-REC (and so ARCH-REC) grew a trailing charge-to cost
*     center on each detail line for loaned labor.  No logic
*     change: a job is costed its hours whichever department lent
*     them.  File: JTJOBC.CBL )%

ENVIRONMENT DIVISION.

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

FD  RATE-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JOBTICRTE".
