01  WA-LEGALHLD-REC.
    02 LH-CUSTID     PIC X(08).
    02 FILLER        PIC X(01).
    02 LH-CASE-REF   PIC X(12).
    02 FILLER        PIC X(01).
    02 LH-FROM-DATE  PIC X(08).
    02 FILLER        PIC X(01).
    02 LH-TO-DATE    PIC X(08).
    02 FILLER        PIC X(01).
    02 LH-SET-BY     PIC X(08).
