01  WA-CONTPNT-REC.
    02 CP-KEY.
        03 CP-CUSTID    PIC X(08).
        03 CP-SEQ       PIC 9(03).
    02 CP-TYPE          PIC X(01).
        88 CP-MOBILE    VALUE "M".
        88 CP-LANDLINE  VALUE "L".
        88 CP-EMAIL     VALUE "E".
    02 CP-STD-CODE      PIC X(05).
    02 CP-VALUE         PIC X(40).
    02 CP-CITY          PIC X(20).
    02 CP-PRIMARY       PIC X(01).
        88 CP-IS-PRIMARY VALUE "Y".
    02 CP-USAGE         PIC X(08).
    02 CP-EFF-FROM      PIC X(08).
    02 CP-EFF-TO        PIC X(08).
    02 FILLER           PIC X(18).
