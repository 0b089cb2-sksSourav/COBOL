01  WA-CRM-CONTACT-REC.
    02 CRMC-CUSTID   PIC X(08).
    02 FILLER        PIC X(01).
    02 CRMC-SEQ      PIC 9(03).
    02 FILLER        PIC X(01).
    02 CRMC-TYPE     PIC X(01).
    02 FILLER        PIC X(01).
    02 CRMC-STD-CODE PIC X(05).
    02 FILLER        PIC X(01).
    02 CRMC-VALUE    PIC X(40).
    02 FILLER        PIC X(01).
    02 CRMC-PRIMARY  PIC X(01).
    02 FILLER        PIC X(01).
    02 CRMC-USAGE    PIC X(08).
    02 FILLER        PIC X(01).
    02 CRMC-EFF-FROM PIC X(08).
    02 FILLER        PIC X(01).
    02 CRMC-EFF-TO   PIC X(08).
    02 FILLER        PIC X(10).
01  WA-CRMC-HDR-REC.
    02 CRMCH-ID      PIC X(08).
    02 FILLER        PIC X(01).
    02 CRMCH-BUSDATE PIC X(08).
    02 FILLER        PIC X(83).
01  WA-CRMC-TRL-REC.
    02 CRMCT-ID        PIC X(08).
    02 FILLER          PIC X(01).
    02 CRMCT-REC-COUNT PIC 9(07).
    02 FILLER          PIC X(84).
