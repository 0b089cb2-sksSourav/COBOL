01  WA-GSTSUSP-REC.
    02 GS-GSTIN     PIC X(15).
    02 FILLER       PIC X(01).
    02 GS-CUSTID    PIC X(08).
    02 FILLER       PIC X(01).
    02 GS-STATE     PIC X(02).
    02 FILLER       PIC X(01).
    02 GS-REASON    PIC X(02).
        88 GS-PAN-CHANGED   VALUE "PM".
        88 GS-OWNER-ARCHIVED VALUE "AR".
        88 GS-OWNER-UNKNOWN VALUE "NF".
        88 GS-PAN-DEAD      VALUE "PI".
    02 FILLER       PIC X(01).
    02 GS-RUN-DATE  PIC X(08).
    02 FILLER       PIC X(01).
