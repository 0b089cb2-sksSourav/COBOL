01  WA-PORTHIST-REC.
    02 PH-MONTH        PIC X(06).
    02 FILLER          PIC X(01).
    02 PH-KIND         PIC X(01).
        88 PH-KIND-CATEGORY VALUE "C".
        88 PH-KIND-STATE    VALUE "S".
        88 PH-KIND-TOTAL    VALUE "T".
    02 FILLER          PIC X(01).
    02 PH-KEY          PIC X(02).
    02 FILLER          PIC X(01).
    02 PH-ACTIVE       PIC 9(09).
    02 FILLER          PIC X(01).
    02 PH-ARCHIVED     PIC 9(09).
    02 FILLER          PIC X(01).
    02 PH-ADDED        PIC 9(07).
    02 FILLER          PIC X(01).
    02 PH-CLOSED       PIC 9(07).
    02 FILLER          PIC X(01).
    02 PH-REINSTATED   PIC 9(07).
    02 FILLER          PIC X(01).
    02 PH-ARCH-IN-MTH  PIC 9(07).
    02 FILLER          PIC X(01).
