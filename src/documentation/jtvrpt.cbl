*    JOBTICRMS; snapshot records are moved into the JT-REC area so
*    the conversion, checkpoint and trailer logic are unchanged.
*    File: JTVRPT.CBL )%
*
* Edit (%O'22', '05-Nov-86', 'Sandy Clemens')
* %( JT-REC grew a trailing shift code byte for shift-differential
*    pay.  The transmitted row is unchanged.  File: JTVRPT.CBL )%
*
* Edit (%O'23', '10-Nov-86', 'Sandy Clemens')
* %( JT-REC grew a trailing charge-to cost center on each detail
*    line for loaned labor.  The transmitted row is unchanged.
*    File: JTVRPT.CBL )%
ENVIRONMENT DIVISION.

CONFIGURATION SECTION.
	15  OPER-CODE PIC X(4).
    05  REC-TYPE PIC X.
    05  APPR-STATUS PIC X.
    05  SHIFT-CD PIC X.
    05  CHARGE-CC PIC X(4) OCCURS 10.

FD  CKPT-FIL LABEL RECORDS ARE STANDARD
	VALUE OF IDENTIFICATION IS "JTVCKPT".
	15  SNP-OPER-CODE PIC X(4).
    05  SNP-REC-TYPE PIC X.
    05  SNP-APPR-STATUS PIC X.
    05  SNP-SHIFT-CD PIC X.
    05  SNP-CHARGE-CC PIC X(4) OCCURS 10.

WORKING-STORAGE SECTION.

