    02 CRM-EMAIL     PIC X(40).
    02 FILLER        PIC X(01).
    02 CRM-SEQ       PIC 9(07).
    02 FILLER        PIC X(01).
    02 CRM-MOBILE-USE    PIC X(01).
        88 CRM-MOBILE-MARKETING VALUE "M".
        88 CRM-MOBILE-TXN-ONLY  VALUE "T".
    02 CRM-MOBILE-REASON PIC X(01).
        88 CRM-REASON-DND       VALUE "D".
        88 CRM-REASON-CONSENT   VALUE "C".
        88 CRM-REASON-BOTH      VALUE "B".
        88 CRM-REASON-NO-DNDREG VALUE "U".
    02 FILLER        PIC X(01).
01  WA-CRM-HDR-REC.
    02 CRMH-ID       PIC X(08).
    02 FILLER        PIC X(01).
