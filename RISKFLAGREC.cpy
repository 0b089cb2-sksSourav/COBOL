01  WA-RISKFLAG-REC.
    02 RF-CUSTID        PIC X(08).
    02 FILLER           PIC X(01).
    02 RF-SHARED-MOBILE PIC X(01).
        88 RF-MOBILE-SHARED    VALUE "Y".
    02 RF-SHARED-DATE   PIC X(08).
    02 FILLER           PIC X(01).
    02 RF-DUPLICATE     PIC X(01).
        88 RF-POSSIBLE-DUP     VALUE "Y".
    02 RF-DUP-DATE      PIC X(08).
    02 FILLER           PIC X(02).
