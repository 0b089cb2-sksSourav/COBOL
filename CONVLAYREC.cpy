01  WA-CONVLAY-REC.
    02 CL-SOURCE-NO  PIC X(01).
    02 FILLER        PIC X(01).
    02 CL-REC-TYPE   PIC X(01).
        88 CL-TYPE-ID      VALUE "I".
        88 CL-TYPE-HEADER  VALUE "H".
        88 CL-TYPE-DETAIL  VALUE "D".
        88 CL-TYPE-TRAILER VALUE "T".
    02 FILLER        PIC X(01).
    02 CL-FIELD-NAME PIC X(12).
    02 FILLER        PIC X(01).
    02 CL-SRC-POS    PIC X(04).
    02 FILLER        PIC X(01).
    02 CL-SRC-LEN    PIC X(03).
    02 FILLER        PIC X(01).
    02 CL-FIELD-TYPE PIC X(01).
        88 CL-EBCDIC-TEXT VALUE "C".
        88 CL-PACKED      VALUE "P".
        88 CL-BINARY      VALUE "B".
    02 FILLER        PIC X(01).
    02 CL-TGT-POS    PIC X(03).
    02 FILLER        PIC X(01).
    02 CL-TGT-LEN    PIC X(03).
    02 FILLER        PIC X(45).
