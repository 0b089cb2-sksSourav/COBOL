01  WA-CHGNOTC-REC.
    02 CN-CUSTID        PIC X(08).
    02 FILLER           PIC X(01).
    02 CN-NAME          PIC X(30).
    02 FILLER           PIC X(01).
    02 CN-NOTICE-TYPE   PIC X(01).
        88 CN-CHANGE-NOTICE    VALUE "C".
        88 CN-REINSTATE-NOTICE VALUE "R".
    02 CN-CHG-PAN       PIC X(01).
    02 CN-CHG-MOBILE    PIC X(01).
    02 CN-CHG-EMAIL     PIC X(01).
    02 CN-CHG-ADDR      PIC X(01).
    02 FILLER           PIC X(01).
    02 CN-OLD-PAN       PIC X(10).
    02 CN-NEW-PAN       PIC X(10).
    02 CN-OLD-MOBILE    PIC X(10).
    02 CN-NEW-MOBILE    PIC X(10).
    02 CN-OLD-EMAIL     PIC X(40).
    02 CN-NEW-EMAIL     PIC X(40).
    02 CN-OLD-CITY      PIC X(20).
    02 CN-OLD-STATE     PIC X(02).
    02 CN-NEW-CITY      PIC X(20).
    02 CN-NEW-STATE     PIC X(02).
    02 FILLER           PIC X(01).
    02 CN-SEND-MOBILE   PIC X(10).
    02 CN-SEND-EMAIL    PIC X(40).
    02 CN-SEND-OLD-MOBILE PIC X(10).
    02 CN-SEND-OLD-EMAIL  PIC X(40).
    02 CN-NOTICE-DATE   PIC X(08).
    02 FILLER           PIC X(01).
01  WA-CHGNOTC-HDR-REC.
    02 CNH-ID           PIC X(08).
    02 FILLER           PIC X(01).
    02 CNH-BUSDATE      PIC X(08).
    02 FILLER           PIC X(303).
01  WA-CHGNOTC-TRL-REC.
    02 CNT-ID           PIC X(08).
    02 FILLER           PIC X(01).
    02 CNT-REC-COUNT    PIC 9(07).
    02 FILLER           PIC X(01).
    02 CNT-OLD-CONTACT-COUNT PIC 9(07).
    02 FILLER           PIC X(296).
