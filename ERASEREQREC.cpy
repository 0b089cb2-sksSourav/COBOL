01  WA-ERASEREQ-REC.
    02 ER-REQ-ID        PIC X(12).
    02 FILLER           PIC X(01).
    02 ER-CUSTID        PIC X(08).
    02 FILLER           PIC X(01).
    02 ER-RECEIVED-DATE PIC X(08).
    02 FILLER           PIC X(01).
    02 ER-VERIFIED-BY   PIC X(08).
    02 FILLER           PIC X(01).
    02 ER-VERIFY-REF    PIC X(20).
