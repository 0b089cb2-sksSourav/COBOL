01  WA-CRM-ERASE-REC.
    02 CRME-CUSTID     PIC X(08).
    02 FILLER          PIC X(01).
    02 CRME-REQ-ID     PIC X(12).
    02 FILLER          PIC X(01).
    02 CRME-ACTION     PIC X(01).
        88 CRME-ERASE  VALUE "E".
    02 FILLER          PIC X(01).
    02 CRME-ERASE-DATE PIC X(08).
    02 FILLER          PIC X(01).
    02 CRME-SEQ        PIC 9(07).
    02 FILLER          PIC X(60).
01  WA-CRME-HDR-REC.
    02 CRMEH-ID      PIC X(08).
    02 FILLER        PIC X(01).
    02 CRMEH-BUSDATE PIC X(08).
    02 FILLER        PIC X(83).
01  WA-CRME-TRL-REC.
    02 CRMET-ID        PIC X(08).
    02 FILLER          PIC X(01).
    02 CRMET-REC-COUNT PIC 9(07).
    02 FILLER          PIC X(84).
