01  WA-CUSTKYC-REC.
    02 KYC-CUSTID       PIC X(08).
    02 FILLER           PIC X(01).
    02 KYC-RISK-RATING  PIC X(01).
        88 KYC-RISK-HIGH   VALUE "H".
        88 KYC-RISK-MEDIUM VALUE "M".
        88 KYC-RISK-LOW    VALUE "L".
    02 KYC-RISK-FACTORS.
        03 KYC-FACTOR-ENTITY PIC X(01).
            88 KYC-ENTITY-TYPE    VALUE "E".
        03 KYC-FACTOR-VERIFY PIC X(01).
            88 KYC-PAN-UNVERIFIED VALUE "V".
        03 KYC-FACTOR-MOBILE PIC X(01).
            88 KYC-SHARED-MOBILE  VALUE "M".
        03 KYC-FACTOR-DUP    PIC X(01).
            88 KYC-POSSIBLE-DUP   VALUE "D".
    02 FILLER           PIC X(01).
    02 KYC-RATED-DATE   PIC X(08).
    02 FILLER           PIC X(01).
    02 KYC-LAST-DATE    PIC X(08).
    02 FILLER           PIC X(01).
    02 KYC-VERIFIED-BY  PIC X(08).
    02 FILLER           PIC X(01).
    02 KYC-REFERENCE    PIC X(12).
    02 FILLER           PIC X(01).
