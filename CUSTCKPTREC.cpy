01  WA-CUSTCKPT-REC.
    02 CK-RUN-DATE     PIC X(08).
    02 CK-RUN-MODE     PIC X(04).
    02 CK-PHASE        PIC X(01).
        88 CK-PHASE-PENDING  VALUE "P".
        88 CK-PHASE-CUSTTRAN VALUE "T".
        88 CK-PHASE-RECYCLE  VALUE "R".
        88 CK-END-OF-JOB     VALUE "E".
    02 CK-POSITION     PIC 9(09).
    02 CK-INTERVAL     PIC 9(05).
    02 CK-JRN-BASE     PIC 9(09).
    02 CK-JRN-WRITTEN  PIC 9(09).
    02 CK-HELD-BASE    PIC 9(09).
    02 CK-CNT-HELD     PIC 9(07).
    02 CK-CRM-SEQ      PIC 9(07).
    02 CK-PENDNEW-RECS PIC 9(07).
    02 CK-BAL-COUNT    PIC 9(07).
    02 CK-BAL-HASH     PIC 9(09).
    02 CK-COUNTS       PIC X(140).
    02 FILLER          PIC X(19).
