01  WA-CRM-KYC-REC.
    02 CRMK-CUSTID      PIC X(08).
    02 FILLER           PIC X(01).
    02 CRMK-STATUS      PIC X(01).
        88 CRMK-OVERDUE VALUE "O".
        88 CRMK-DUE     VALUE "D".
    02 FILLER           PIC X(01).
    02 CRMK-RATING      PIC X(01).
    02 FILLER           PIC X(01).
    02 CRMK-FACTORS     PIC X(04).
    02 FILLER           PIC X(01).
    02 CRMK-STATE       PIC X(02).
    02 FILLER           PIC X(01).
    02 CRMK-LAST-KYC    PIC X(08).
    02 FILLER           PIC X(01).
    02 CRMK-DUE-DATE    PIC X(08).
    02 FILLER           PIC X(01).
    02 CRMK-SEQ         PIC 9(07).
    02 FILLER           PIC X(54).
01  WA-CRMK-HDR-REC.
    02 CRMKH-ID      PIC X(08).
    02 FILLER        PIC X(01).
    02 CRMKH-BUSDATE PIC X(08).
    02 FILLER        PIC X(83).
01  WA-CRMK-TRL-REC.
    02 CRMKT-ID        PIC X(08).
    02 FILLER          PIC X(01).
    02 CRMKT-REC-COUNT PIC 9(07).
    02 FILLER          PIC X(84).
