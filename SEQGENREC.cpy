01  WA-SEQGEN-REC.
    02 SG-RUN-DATE      PIC X(08).
    02 FILLER           PIC X(01).
    02 SG-RUN-MODE      PIC X(04).
    02 FILLER           PIC X(01).
    02 SG-STATE         PIC X(01).
        88 SG-RUNNING       VALUE "R".
        88 SG-PENDING       VALUE "P".
        88 SG-FAILED        VALUE "F".
        88 SG-INSTALLED     VALUE "I".
        88 SG-DISCARDED     VALUE "D".
    02 FILLER           PIC X(05).
