01  WA-RELPARTY-REC.
    02 RP-KEY.
        03 RP-ENTITY-CUSTID PIC X(08).
        03 RP-PAN           PIC X(10).
        03 RP-ROLE          PIC X(01).
            88 RP-KARTA     VALUE "K".
            88 RP-PARTNER   VALUE "P".
            88 RP-DIRECTOR  VALUE "D".
            88 RP-TRUSTEE   VALUE "T".
            88 RP-SIGNATORY VALUE "S".
    02 RP-PERSON-CUSTID PIC X(08).
    02 RP-SHARE-PCT     PIC 9(03)V99.
    02 RP-EFF-FROM      PIC X(08).
    02 RP-EFF-TO        PIC X(08).
    02 RP-LAST-DATE     PIC X(08).
    02 FILLER           PIC X(24).
