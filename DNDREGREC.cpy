01  WA-DNDREG-REC.
    02 DND-MOBILE    PIC X(10).
    02 DND-PREF      PIC X(02).
    02 DND-REG-DATE  PIC X(08).
    02 DND-LOAD-DATE PIC X(08).
    02 FILLER        PIC X(02).
