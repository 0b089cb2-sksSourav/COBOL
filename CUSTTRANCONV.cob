IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTTRANCONV.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CTL-CARD-STATUS.
    SELECT LAYOUT-FILE ASSIGN TO "CONVLAYOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-LAYOUT-STATUS.
    SELECT EBCDIC-SOURCE-FILE ASSIGN DYNAMIC WA-EBC-DSN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WA-EBC-STATUS.
    SELECT CONVERTED-WORK-FILE ASSIGN TO "CUSTCONVWK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-WORK-STATUS.
    SELECT RELEASED-TRAN-OUT ASSIGN DYNAMIC WA-TRAN-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-TRAN-STATUS.
    SELECT CONVERSION-ERROR-OUT ASSIGN DYNAMIC WA-CONVERR-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CONVERR-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  LAYOUT-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY CONVLAYREC.

FD  EBCDIC-SOURCE-FILE
    RECORD IS VARYING IN SIZE FROM 1 TO 500 CHARACTERS
        DEPENDING ON WA-EBC-RECLEN.
01  WA-EBC-REC PIC X(500).

FD  CONVERTED-WORK-FILE
    RECORD CONTAINS 198 CHARACTERS.
COPY CUSTTRANREC.

FD  RELEASED-TRAN-OUT
    RECORD CONTAINS 198 CHARACTERS.
01  WA-TRAN-OUT-REC PIC X(198).

FD  CONVERSION-ERROR-OUT
    RECORD CONTAINS 80 CHARACTERS.
01  WA-CONVERR-REC PIC X(80).

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-LAYOUT-STATUS   PIC X(02) VALUE "00".
01 WA-EBC-STATUS      PIC X(02) VALUE "00".
01 WA-WORK-STATUS     PIC X(02) VALUE "00".
01 WA-TRAN-STATUS     PIC X(02) VALUE "00".
01 WA-CONVERR-STATUS  PIC X(02) VALUE "00".
01 WA-EBC-DSN         PIC X(30) VALUE SPACES.
01 WA-TRAN-DSN        PIC X(30) VALUE SPACES.
01 WA-CONVERR-DSN     PIC X(30) VALUE "CONVERR".
01 WA-CONVRPT-DSN     PIC X(30) VALUE "CONVRPT".
01 WA-EBC-RECLEN      PIC 9(04) BINARY VALUE 0.

01 WA-RPT-LINE       PIC X(80) VALUE SPACES.
01 WA-RPT-FUNCTION   PIC X(01) VALUE SPACE.
01 WA-RPT-PROGRAM    PIC X(16) VALUE "CUSTTRANCONV".
01 WA-RPT-OK-SW      PIC X(01) VALUE "N".

01 WA-LAYOUT-EOF-SW PIC X(01) VALUE "N".
    88 WA-LAYOUT-EOF VALUE "Y".
01 WA-EBC-EOF-SW PIC X(01) VALUE "N".
    88 WA-EBC-EOF VALUE "Y".
01 WA-WORK-EOF-SW PIC X(01) VALUE "N".
    88 WA-WORK-EOF VALUE "Y".
01 WA-LAYOUT-BAD-SW PIC X(01) VALUE "N".
    88 WA-LAYOUT-BAD VALUE "Y".
01 WA-REJECT-SW PIC X(01) VALUE "N".
    88 WA-REJECTED VALUE "Y".
01 WA-HDR-SEEN-SW PIC X(01) VALUE "N".
    88 WA-HDR-SEEN VALUE "Y".
01 WA-TRL-SEEN-SW PIC X(01) VALUE "N".
    88 WA-TRL-SEEN VALUE "Y".
01 WA-BALANCED-SW PIC X(01) VALUE "N".
    88 WA-BALANCED VALUE "Y".
01 WA-REC-TYPE PIC X(01) VALUE SPACE.
    88 WA-REC-HEADER  VALUE "H".
    88 WA-REC-TRAILER VALUE "T".
    88 WA-REC-DETAIL  VALUE "D".
01 WA-REJECT-REASON PIC X(40) VALUE SPACES.
01 WA-REJECT-FIELD  PIC X(12) VALUE SPACES.
01 WA-REJECT-POS    PIC 9(04) VALUE 0.
01 WA-REJECT-LEN    PIC 9(03) VALUE 0.

01 WA-LAYOUT-TABLE.
    02 WA-LAY-ENTRY OCCURS 300 TIMES.
        03 WA-LAY-SOURCE  PIC 9(01).
        03 WA-LAY-TYPE    PIC X(01).
        03 WA-LAY-NAME    PIC X(12).
        03 WA-LAY-SRC-POS PIC 9(04).
        03 WA-LAY-SRC-LEN PIC 9(03).
        03 WA-LAY-FMT     PIC X(01).
        03 WA-LAY-TGT-POS PIC 9(03).
        03 WA-LAY-TGT-LEN PIC 9(03).
01 WA-LAY-MAX   PIC 9(05) VALUE 300.
01 WA-LAY-COUNT PIC 9(05) VALUE 0.
01 WA-LAY-IDX   PIC 9(05) BINARY.
01 WA-LAY-LINE  PIC 9(05) VALUE 0.
01 WA-LAY-END   PIC 9(05) BINARY.

01 WA-SOURCE-LAYOUTS.
    02 WA-SRC-LAYOUT OCCURS 5 TIMES.
        03 WA-SRC-ID-POS  PIC 9(04).
        03 WA-SRC-HDR-CNT PIC 9(03).
        03 WA-SRC-DTL-CNT PIC 9(03).
        03 WA-SRC-TRL-CNT PIC 9(03).

01 WA-SRC-NO     PIC 9(01) VALUE 0.
01 WA-SRC-MAX    PIC 9(01) VALUE 5.
01 WA-SRC-TYPE   PIC X(01) VALUE SPACE.

01 WA-FLD-POS     PIC 9(04) BINARY.
01 WA-FLD-LEN     PIC 9(04) BINARY.
01 WA-FLD-FMT     PIC X(01).
01 WA-FLD-TGT-POS PIC 9(04) BINARY.
01 WA-FLD-TGT-LEN PIC 9(04) BINARY.
01 WA-FLD-BYTES   PIC X(500).
01 WA-FLD-HEX     PIC X(1000).
01 WA-FLD-OUT     PIC X(500).
01 WA-FLD-DIGITS  PIC X(19).
01 WA-DIGIT-CNT   PIC 9(02) BINARY.
01 WA-DIGIT-SKIP  PIC 9(02) BINARY.
01 WA-BYTE-IDX    PIC 9(04) BINARY.
01 WA-HEX-IDX     PIC 9(04) BINARY.
01 WA-GRP-START   PIC 9(04) BINARY.
01 WA-BYTE-ORD    PIC 9(03) BINARY.
01 WA-NIB-CHAR    PIC X(01).
01 WA-NIB-VALUE   PIC 9(02) BINARY.
01 WA-NIB-IDX     PIC 9(02) BINARY.
01 WA-HEX-DIGITS  PIC X(16) VALUE "0123456789ABCDEF".
01 WA-SIGN-NIBBLE PIC X(01).

01 DBH-DIRECTION    PIC X(01) VALUE "V".
01 DBH-INPUT-VALUE  PIC X(18) VALUE SPACES.
01 DBH-OUTPUT-FIELD PIC X(18) VALUE SPACES.

01 WA-EBC-LIST.
    02 FILLER PIC X(30) VALUE "40 4B.4C<4D(4E+4F|50&5A!5B$5C*".
    02 FILLER PIC X(30) VALUE "5D)5E;60-61/6B,6C%6D_6E>6F?79`".
    02 FILLER PIC X(30) VALUE "7A:7B#7C@7D'7E=7F""81a82b83c84d".
    02 FILLER PIC X(30) VALUE "85e86f87g88h89i91j92k93l94m95n".
    02 FILLER PIC X(30) VALUE "96o97p98q99rA1~A2sA3tA4uA5vA6w".
    02 FILLER PIC X(30) VALUE "A7xA8yA9zB0^BA[BB]C0{C1AC2BC3C".
    02 FILLER PIC X(30) VALUE "C4DC5EC6FC7GC8HC9ID0}D1JD2KD3L".
    02 FILLER PIC X(30) VALUE "D4MD5ND6OD7PD8QD9RE0\E2SE3TE4U".
    02 FILLER PIC X(30) VALUE "E5VE6WE7XE8YE9ZF00F11F22F33F44".
    02 FILLER PIC X(15) VALUE "F55F66F77F88F99".
01 WA-EBC-TABLE REDEFINES WA-EBC-LIST.
    02 WA-EBC-ENTRY OCCURS 95 TIMES.
        03 WA-EBC-HEX  PIC X(02).
        03 WA-EBC-CHAR PIC X(01).
01 WA-EBC-IDX PIC 9(03) BINARY.

01 WA-XLATE-TABLE.
    02 WA-XLATE-ENTRY OCCURS 256 TIMES.
        03 WA-XLATE-CHAR PIC X(01).
        03 WA-XLATE-OK   PIC X(01).

01 WA-DUMP-AREA PIC X(500) VALUE SPACES.
01 WA-DUMP-LEN  PIC 9(04) VALUE 0.
01 WA-DUMP-BASE PIC 9(04) VALUE 0.
01 WA-LINE-OFF  PIC 9(04) VALUE 0.
01 WA-GRP-IDX   PIC 9(02) BINARY.
01 WA-GRP-OFF   PIC 9(04) BINARY.
01 WA-CHR-IDX   PIC 9(03) BINARY.
01 WA-CHR-OFF   PIC 9(04) BINARY.
01 WA-HEX-PART  PIC X(08) VALUE SPACES.
01 WA-HEX-LINE  PIC X(36) VALUE SPACES.
01 WA-CHR-LINE  PIC X(16) VALUE SPACES.
01 WA-OFF-DISP  PIC 9(04) VALUE 0.

01 WA-HASH-IDX PIC 9(02) BINARY.
01 WA-DIGIT-X  PIC X(01).
01 WA-DIGIT-9 REDEFINES WA-DIGIT-X PIC 9(01).

01 WA-SRC-COUNTS.
    02 WA-SRC-CNT-READ      PIC 9(07) VALUE 0.
    02 WA-SRC-CNT-DETAIL    PIC 9(07) VALUE 0.
    02 WA-SRC-CNT-CONVERTED PIC 9(07) VALUE 0.
    02 WA-SRC-CNT-REJECTED  PIC 9(07) VALUE 0.
    02 WA-SRC-CNT-WRITTEN   PIC 9(07) VALUE 0.
01 WA-CONV-HASH  PIC 9(09) VALUE 0.
01 WA-TRL-COUNT  PIC 9(07) VALUE 0.
01 WA-TRL-HASH   PIC 9(09) VALUE 0.

01 WA-COUNTS.
    02 WA-CNT-CONFIGURED PIC 9(03) VALUE 0.
    02 WA-CNT-NO-FEED    PIC 9(03) VALUE 0.
    02 WA-CNT-RELEASED   PIC 9(03) VALUE 0.
    02 WA-CNT-HELD       PIC 9(03) VALUE 0.
    02 WA-CNT-REJECTS    PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM CONVERT-SOURCE-PARA
        VARYING WA-SRC-NO FROM 1 BY 1
        UNTIL WA-SRC-NO > WA-SRC-MAX.
    PERFORM WRITE-GRAND-TOTALS-PARA.
    PERFORM TERMINATE-PARA.
    IF WA-CNT-CONFIGURED = 0
        DISPLAY "CUSTTRANCONV - NO SOURCE LAYOUTS IN CONVLAYOUT -"
            " NOTHING TO CONVERT"
        MOVE 16 TO RETURN-CODE
    END-IF.
    IF WA-CNT-HELD > 0 AND RETURN-CODE < 8
        MOVE 8 TO RETURN-CODE
    END-IF.
    IF WA-CNT-NO-FEED > 0 AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

    INITIALIZE-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    PERFORM BUILD-XLATE-TABLE-PARA.
    PERFORM LOAD-LAYOUT-PARA.
    IF WA-LAYOUT-BAD
        DISPLAY "CUSTTRANCONV - CONVLAYOUT IN ERROR - NO SOURCE"
            " CONVERTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT CONVERSION-ERROR-OUT.
    IF WA-CONVERR-STATUS NOT = "00"
        DISPLAY "CUSTTRANCONV - UNABLE TO OPEN CONVERSION-ERROR-OUT,"
            " STATUS=" WA-CONVERR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "O" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-CONVRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    IF WA-RPT-OK-SW NOT = "Y"
        DISPLAY "CUSTTRANCONV - UNABLE TO OPEN CONVERSION REPORT "
            WA-CONVRPT-DSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "EBCDIC CUSTTRAN FEED CONVERSION" TO WA-RPT-LINE.
    PERFORM WRITE-CONV-LINE-PARA.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            MOVE SPACES TO WA-CONVERR-DSN
            STRING "CONVERR." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-CONVERR-DSN
            MOVE SPACES TO WA-CONVRPT-DSN
            STRING "CONVRPT." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-CONVRPT-DSN
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    BUILD-XLATE-TABLE-PARA.
    PERFORM VARYING WA-EBC-IDX FROM 1 BY 1 UNTIL WA-EBC-IDX > 256
        MOVE SPACE TO WA-XLATE-CHAR(WA-EBC-IDX)
        MOVE "N" TO WA-XLATE-OK(WA-EBC-IDX)
    END-PERFORM.
    PERFORM VARYING WA-EBC-IDX FROM 1 BY 1 UNTIL WA-EBC-IDX > 95
        MOVE WA-EBC-HEX(WA-EBC-IDX) TO WA-FLD-HEX(1:2)
        MOVE 1 TO WA-HEX-IDX
        PERFORM HEX-PAIR-ORDINAL-PARA
        MOVE WA-EBC-CHAR(WA-EBC-IDX) TO WA-XLATE-CHAR(WA-BYTE-ORD + 1)
        MOVE "Y" TO WA-XLATE-OK(WA-BYTE-ORD + 1)
    END-PERFORM.

    LOAD-LAYOUT-PARA.
    PERFORM VARYING WA-SRC-NO FROM 1 BY 1 UNTIL WA-SRC-NO > WA-SRC-MAX
        MOVE 1 TO WA-SRC-ID-POS(WA-SRC-NO)
        MOVE 0 TO WA-SRC-HDR-CNT(WA-SRC-NO)
        MOVE 0 TO WA-SRC-DTL-CNT(WA-SRC-NO)
        MOVE 0 TO WA-SRC-TRL-CNT(WA-SRC-NO)
    END-PERFORM.
    OPEN INPUT LAYOUT-FILE.
    IF WA-LAYOUT-STATUS NOT = "00"
        DISPLAY "CUSTTRANCONV - UNABLE TO OPEN LAYOUT-FILE, STATUS="
            WA-LAYOUT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-LAYOUT-PARA.
    PERFORM STORE-LAYOUT-PARA UNTIL WA-LAYOUT-EOF.
    CLOSE LAYOUT-FILE.
    PERFORM VARYING WA-SRC-NO FROM 1 BY 1 UNTIL WA-SRC-NO > WA-SRC-MAX
        IF WA-SRC-DTL-CNT(WA-SRC-NO) > 0
            IF WA-SRC-HDR-CNT(WA-SRC-NO) = 0
            OR WA-SRC-TRL-CNT(WA-SRC-NO) = 0
                DISPLAY "CUSTTRANCONV - SOURCE " WA-SRC-NO
                    " NEEDS HEADER, DETAIL AND TRAILER LAYOUTS"
                MOVE "Y" TO WA-LAYOUT-BAD-SW
            END-IF
        END-IF
    END-PERFORM.

    READ-LAYOUT-PARA.
    READ LAYOUT-FILE
        AT END MOVE "Y" TO WA-LAYOUT-EOF-SW
    END-READ.
    IF NOT WA-LAYOUT-EOF
        ADD 1 TO WA-LAY-LINE
    END-IF.

    STORE-LAYOUT-PARA.
    IF WA-CONVLAY-REC = SPACES OR WA-CONVLAY-REC(1:1) = "*"
        PERFORM READ-LAYOUT-PARA
        EXIT PARAGRAPH
    END-IF.
    IF CL-SOURCE-NO IS NOT NUMERIC OR CL-SOURCE-NO = "0"
    OR CL-SOURCE-NO > WA-SRC-MAX
        PERFORM LAYOUT-ERROR-PARA
        DISPLAY "    SOURCE NUMBER MUST BE 1 THRU " WA-SRC-MAX
        PERFORM READ-LAYOUT-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE CL-SOURCE-NO TO WA-SRC-NO.
    IF CL-TYPE-ID
        IF CL-SRC-POS IS NOT NUMERIC OR CL-SRC-POS = "0000"
        OR CL-SRC-POS > "0500"
            PERFORM LAYOUT-ERROR-PARA
            DISPLAY "    RECORD-TYPE POSITION MUST BE 0001 THRU 0500"
        ELSE
            MOVE CL-SRC-POS TO WA-SRC-ID-POS(WA-SRC-NO)
        END-IF
        PERFORM READ-LAYOUT-PARA
        EXIT PARAGRAPH
    END-IF.
    IF NOT CL-TYPE-HEADER AND NOT CL-TYPE-DETAIL
    AND NOT CL-TYPE-TRAILER
        PERFORM LAYOUT-ERROR-PARA
        DISPLAY "    RECORD TYPE MUST BE I, H, D OR T"
        PERFORM READ-LAYOUT-PARA
        EXIT PARAGRAPH
    END-IF.
    IF CL-SRC-POS IS NOT NUMERIC OR CL-SRC-LEN IS NOT NUMERIC
    OR CL-TGT-POS IS NOT NUMERIC OR CL-TGT-LEN IS NOT NUMERIC
    OR CL-SRC-POS = "0000" OR CL-SRC-LEN = "000"
    OR CL-TGT-POS = "000" OR CL-TGT-LEN = "000"
        PERFORM LAYOUT-ERROR-PARA
        DISPLAY "    POSITIONS AND LENGTHS MUST BE NUMERIC AND NON-ZERO"
        PERFORM READ-LAYOUT-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE CL-SRC-POS TO WA-FLD-POS.
    MOVE CL-SRC-LEN TO WA-FLD-LEN.
    MOVE CL-TGT-POS TO WA-FLD-TGT-POS.
    MOVE CL-TGT-LEN TO WA-FLD-TGT-LEN.
    IF WA-FLD-POS + WA-FLD-LEN - 1 > 500
    OR WA-FLD-TGT-POS + WA-FLD-TGT-LEN - 1 > 198
        PERFORM LAYOUT-ERROR-PARA
        DISPLAY "    FIELD LIES OUTSIDE THE SOURCE (500) OR"
            " CUSTTRAN (198) RECORD"
        PERFORM READ-LAYOUT-PARA
        EXIT PARAGRAPH
    END-IF.
    EVALUATE TRUE
    WHEN CL-EBCDIC-TEXT
        CONTINUE
    WHEN CL-PACKED
        IF WA-FLD-LEN > 10
            PERFORM LAYOUT-ERROR-PARA
            DISPLAY "    PACKED FIELDS ARE LIMITED TO 10 BYTES"
        END-IF
    WHEN CL-BINARY
        IF WA-FLD-LEN > 4
            PERFORM LAYOUT-ERROR-PARA
            DISPLAY "    BINARY FIELDS ARE LIMITED TO 4 BYTES"
        END-IF
    WHEN OTHER
        PERFORM LAYOUT-ERROR-PARA
        DISPLAY "    FIELD TYPE MUST BE C, P OR B"
    END-EVALUATE.
    IF WA-LAY-COUNT >= WA-LAY-MAX
        PERFORM LAYOUT-ERROR-PARA
        DISPLAY "    LAYOUT TABLE CAPACITY OF " WA-LAY-MAX " EXCEEDED"
        PERFORM READ-LAYOUT-PARA
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-LAY-COUNT.
    MOVE WA-SRC-NO TO WA-LAY-SOURCE(WA-LAY-COUNT).
    MOVE CL-REC-TYPE TO WA-LAY-TYPE(WA-LAY-COUNT).
    MOVE CL-FIELD-NAME TO WA-LAY-NAME(WA-LAY-COUNT).
    MOVE WA-FLD-POS TO WA-LAY-SRC-POS(WA-LAY-COUNT).
    MOVE WA-FLD-LEN TO WA-LAY-SRC-LEN(WA-LAY-COUNT).
    MOVE CL-FIELD-TYPE TO WA-LAY-FMT(WA-LAY-COUNT).
    MOVE WA-FLD-TGT-POS TO WA-LAY-TGT-POS(WA-LAY-COUNT).
    MOVE WA-FLD-TGT-LEN TO WA-LAY-TGT-LEN(WA-LAY-COUNT).
    EVALUATE TRUE
    WHEN CL-TYPE-HEADER
        ADD 1 TO WA-SRC-HDR-CNT(WA-SRC-NO)
    WHEN CL-TYPE-DETAIL
        ADD 1 TO WA-SRC-DTL-CNT(WA-SRC-NO)
    WHEN CL-TYPE-TRAILER
        ADD 1 TO WA-SRC-TRL-CNT(WA-SRC-NO)
    END-EVALUATE.
    PERFORM READ-LAYOUT-PARA.

    LAYOUT-ERROR-PARA.
    MOVE "Y" TO WA-LAYOUT-BAD-SW.
    DISPLAY "CUSTTRANCONV - CONVLAYOUT LINE " WA-LAY-LINE " REJECTED: "
        WA-CONVLAY-REC(1:40).

    CONVERT-SOURCE-PARA.
    IF WA-SRC-DTL-CNT(WA-SRC-NO) = 0
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-CNT-CONFIGURED.
    MOVE SPACES TO WA-EBC-DSN.
    STRING "CUSTEBC" WA-SRC-NO DELIMITED BY SIZE INTO WA-EBC-DSN.
    MOVE SPACES TO WA-TRAN-DSN.
    STRING "CUSTTRAN" WA-SRC-NO DELIMITED BY SIZE INTO WA-TRAN-DSN.
    OPEN INPUT EBCDIC-SOURCE-FILE.
    IF WA-EBC-STATUS = "35"
        ADD 1 TO WA-CNT-NO-FEED
        MOVE SPACES TO WA-RPT-LINE
        STRING "SOURCE " WA-EBC-DSN(1:8) " - NO FEED RECEIVED"
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-CONV-LINE-PARA
        EXIT PARAGRAPH
    END-IF.
    IF WA-EBC-STATUS NOT = "00"
        DISPLAY "CUSTTRANCONV - UNABLE TO OPEN " WA-EBC-DSN
            " STATUS=" WA-EBC-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT CONVERTED-WORK-FILE.
    IF WA-WORK-STATUS NOT = "00"
        DISPLAY "CUSTTRANCONV - UNABLE TO OPEN CONVERTED-WORK-FILE,"
            " STATUS=" WA-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM RESET-SOURCE-PARA.
    PERFORM READ-EBCDIC-PARA.
    PERFORM CONVERT-RECORD-PARA UNTIL WA-EBC-EOF.
    CLOSE EBCDIC-SOURCE-FILE.
    CLOSE CONVERTED-WORK-FILE.
    PERFORM CHECK-BALANCE-PARA.
    IF WA-BALANCED
        PERFORM RELEASE-SOURCE-PARA
    ELSE
        PERFORM HOLD-SOURCE-PARA
    END-IF.

    RESET-SOURCE-PARA.
    MOVE "N" TO WA-EBC-EOF-SW.
    MOVE "N" TO WA-HDR-SEEN-SW.
    MOVE "N" TO WA-TRL-SEEN-SW.
    MOVE "N" TO WA-BALANCED-SW.
    MOVE 0 TO WA-SRC-CNT-READ.
    MOVE 0 TO WA-SRC-CNT-DETAIL.
    MOVE 0 TO WA-SRC-CNT-CONVERTED.
    MOVE 0 TO WA-SRC-CNT-REJECTED.
    MOVE 0 TO WA-SRC-CNT-WRITTEN.
    MOVE 0 TO WA-CONV-HASH.
    MOVE 0 TO WA-TRL-COUNT.
    MOVE 0 TO WA-TRL-HASH.

    READ-EBCDIC-PARA.
    MOVE SPACES TO WA-EBC-REC.
    READ EBCDIC-SOURCE-FILE
        AT END MOVE "Y" TO WA-EBC-EOF-SW
    END-READ.
    IF NOT WA-EBC-EOF AND WA-EBC-STATUS NOT = "00"
    AND WA-EBC-STATUS NOT = "04"
        DISPLAY "CUSTTRANCONV - " WA-EBC-DSN " READ ERROR, STATUS="
            WA-EBC-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WA-EBC-EOF-SW
    END-IF.

    CONVERT-RECORD-PARA.
    ADD 1 TO WA-SRC-CNT-READ.
    MOVE "N" TO WA-REJECT-SW.
    PERFORM IDENTIFY-RECORD-PARA.
    IF WA-REC-DETAIL
        ADD 1 TO WA-SRC-CNT-DETAIL
    END-IF.
    MOVE SPACES TO WA-CUSTTRAN-REC.
    PERFORM VARYING WA-LAY-IDX FROM 1 BY 1
        UNTIL WA-LAY-IDX > WA-LAY-COUNT OR WA-REJECTED
        IF WA-LAY-SOURCE(WA-LAY-IDX) = WA-SRC-NO
        AND WA-LAY-TYPE(WA-LAY-IDX) = WA-REC-TYPE
            PERFORM CONVERT-FIELD-PARA
        END-IF
    END-PERFORM.
    IF WA-REJECTED
        PERFORM WRITE-REJECT-PARA
    ELSE
        EVALUATE TRUE
        WHEN WA-REC-HEADER
            MOVE "Y" TO WA-HDR-SEEN-SW
            MOVE "H" TO CT-ACTION
        WHEN WA-REC-TRAILER
            MOVE "Y" TO WA-TRL-SEEN-SW
            MOVE "T" TO CT-ACTION
            IF CTT-REC-COUNT IS NUMERIC
                MOVE CTT-REC-COUNT TO WA-TRL-COUNT
            END-IF
            IF CTT-HASH-TOTAL IS NUMERIC
                MOVE CTT-HASH-TOTAL TO WA-TRL-HASH
            END-IF
        WHEN OTHER
            ADD 1 TO WA-SRC-CNT-CONVERTED
            PERFORM HASH-CONVERTED-CUSTID-PARA
        END-EVALUATE
        WRITE WA-CUSTTRAN-REC
        IF WA-WORK-STATUS NOT = "00"
            DISPLAY "CUSTTRANCONV - CUSTCONVWK WRITE FAILED, STATUS="
                WA-WORK-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WA-SRC-CNT-WRITTEN
    END-IF.
    PERFORM READ-EBCDIC-PARA.

    IDENTIFY-RECORD-PARA.
    MOVE "D" TO WA-REC-TYPE.
    MOVE WA-SRC-ID-POS(WA-SRC-NO) TO WA-FLD-POS.
    IF WA-FLD-POS > WA-EBC-RECLEN
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-EBC-REC(WA-FLD-POS:1) TO WA-FLD-BYTES(1:1).
    MOVE 1 TO WA-FLD-LEN.
    PERFORM HEX-FIELD-PARA.
    MOVE 1 TO WA-HEX-IDX.
    PERFORM HEX-PAIR-ORDINAL-PARA.
    IF WA-XLATE-OK(WA-BYTE-ORD + 1) = "Y"
        EVALUATE WA-XLATE-CHAR(WA-BYTE-ORD + 1)
        WHEN "H"
            MOVE "H" TO WA-REC-TYPE
        WHEN "T"
            MOVE "T" TO WA-REC-TYPE
        END-EVALUATE
    END-IF.

    CONVERT-FIELD-PARA.
    MOVE WA-LAY-SRC-POS(WA-LAY-IDX) TO WA-FLD-POS.
    MOVE WA-LAY-SRC-LEN(WA-LAY-IDX) TO WA-FLD-LEN.
    MOVE WA-LAY-FMT(WA-LAY-IDX) TO WA-FLD-FMT.
    MOVE WA-LAY-TGT-POS(WA-LAY-IDX) TO WA-FLD-TGT-POS.
    MOVE WA-LAY-TGT-LEN(WA-LAY-IDX) TO WA-FLD-TGT-LEN.
    IF WA-FLD-POS + WA-FLD-LEN - 1 > WA-EBC-RECLEN
        MOVE "RECORD SHORTER THAN LAYOUT" TO WA-REJECT-REASON
        PERFORM SET-REJECT-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WA-FLD-BYTES.
    MOVE WA-EBC-REC(WA-FLD-POS:WA-FLD-LEN) TO WA-FLD-BYTES.
    PERFORM HEX-FIELD-PARA.
    MOVE SPACES TO WA-FLD-OUT.
    EVALUATE WA-FLD-FMT
    WHEN "C"
        PERFORM TRANSLATE-FIELD-PARA
    WHEN "P"
        PERFORM UNPACK-FIELD-PARA
    WHEN "B"
        PERFORM BINARY-FIELD-PARA
    END-EVALUATE.
    IF NOT WA-REJECTED
        MOVE WA-FLD-OUT(1:WA-FLD-TGT-LEN)
            TO WA-CUSTTRAN-REC(WA-FLD-TGT-POS:WA-FLD-TGT-LEN)
    END-IF.

    HEX-FIELD-PARA.
    MOVE SPACES TO WA-FLD-HEX.
    PERFORM VARYING WA-GRP-START FROM 1 BY 4
        UNTIL WA-GRP-START > WA-FLD-LEN
        MOVE "V" TO DBH-DIRECTION
        MOVE SPACES TO DBH-INPUT-VALUE
        MOVE WA-FLD-BYTES(WA-GRP-START:4) TO DBH-INPUT-VALUE(1:4)
        CALL "DECBINHEXLIB" USING DBH-DIRECTION DBH-INPUT-VALUE
            DBH-OUTPUT-FIELD
        MOVE DBH-OUTPUT-FIELD(1:8) TO WA-FLD-HEX(WA-GRP-START * 2 - 1:8)
    END-PERFORM.

    HEX-PAIR-ORDINAL-PARA.
    MOVE WA-FLD-HEX(WA-HEX-IDX:1) TO WA-NIB-CHAR.
    PERFORM NIBBLE-VALUE-PARA.
    COMPUTE WA-BYTE-ORD = WA-NIB-VALUE * 16.
    MOVE WA-FLD-HEX(WA-HEX-IDX + 1:1) TO WA-NIB-CHAR.
    PERFORM NIBBLE-VALUE-PARA.
    ADD WA-NIB-VALUE TO WA-BYTE-ORD.

    NIBBLE-VALUE-PARA.
    MOVE 0 TO WA-NIB-VALUE.
    PERFORM VARYING WA-NIB-IDX FROM 1 BY 1 UNTIL WA-NIB-IDX > 16
        IF WA-HEX-DIGITS(WA-NIB-IDX:1) = WA-NIB-CHAR
            COMPUTE WA-NIB-VALUE = WA-NIB-IDX - 1
            EXIT PERFORM
        END-IF
    END-PERFORM.

    TRANSLATE-FIELD-PARA.
    PERFORM VARYING WA-BYTE-IDX FROM 1 BY 1
        UNTIL WA-BYTE-IDX > WA-FLD-LEN
        COMPUTE WA-HEX-IDX = WA-BYTE-IDX * 2 - 1
        PERFORM HEX-PAIR-ORDINAL-PARA
        IF WA-XLATE-OK(WA-BYTE-ORD + 1) NOT = "Y"
            MOVE SPACES TO WA-REJECT-REASON
            STRING "UNTRANSLATABLE BYTE X'"
                WA-FLD-HEX(WA-HEX-IDX:2) "'"
                DELIMITED BY SIZE INTO WA-REJECT-REASON
            PERFORM SET-REJECT-PARA
            EXIT PARAGRAPH
        END-IF
        MOVE WA-XLATE-CHAR(WA-BYTE-ORD + 1) TO WA-FLD-OUT(WA-BYTE-IDX:1)
    END-PERFORM.

    UNPACK-FIELD-PARA.
    COMPUTE WA-DIGIT-CNT = WA-FLD-LEN * 2 - 1.
    MOVE WA-FLD-HEX(WA-FLD-LEN * 2:1) TO WA-SIGN-NIBBLE.
    IF WA-SIGN-NIBBLE NOT = "C" AND WA-SIGN-NIBBLE NOT = "D"
    AND WA-SIGN-NIBBLE NOT = "F"
        MOVE SPACES TO WA-REJECT-REASON
        STRING "INVALID PACKED SIGN X'" WA-SIGN-NIBBLE "'"
            DELIMITED BY SIZE INTO WA-REJECT-REASON
        PERFORM SET-REJECT-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-FLD-HEX(1:WA-DIGIT-CNT) TO WA-FLD-DIGITS.
    IF WA-FLD-DIGITS(1:WA-DIGIT-CNT) IS NOT NUMERIC
        MOVE "INVALID PACKED DIGIT" TO WA-REJECT-REASON
        PERFORM SET-REJECT-PARA
        EXIT PARAGRAPH
    END-IF.
    IF WA-SIGN-NIBBLE = "D"
    AND WA-FLD-DIGITS(1:WA-DIGIT-CNT) NOT = ALL "0"
        MOVE "NEGATIVE PACKED VALUE" TO WA-REJECT-REASON
        PERFORM SET-REJECT-PARA
        EXIT PARAGRAPH
    END-IF.
    PERFORM PLACE-DIGITS-PARA.

    BINARY-FIELD-PARA.
    MOVE "X" TO DBH-DIRECTION.
    MOVE LOW-VALUES TO DBH-INPUT-VALUE.
    MOVE WA-FLD-BYTES(1:WA-FLD-LEN)
        TO DBH-INPUT-VALUE(5 - WA-FLD-LEN:WA-FLD-LEN).
    CALL "DECBINHEXLIB" USING DBH-DIRECTION DBH-INPUT-VALUE
        DBH-OUTPUT-FIELD.
    MOVE 9 TO WA-DIGIT-CNT.
    MOVE DBH-OUTPUT-FIELD(1:9) TO WA-FLD-DIGITS.
    PERFORM PLACE-DIGITS-PARA.

    PLACE-DIGITS-PARA.
    IF WA-DIGIT-CNT > WA-FLD-TGT-LEN
        COMPUTE WA-DIGIT-SKIP = WA-DIGIT-CNT - WA-FLD-TGT-LEN
        IF WA-FLD-DIGITS(1:WA-DIGIT-SKIP) NOT = ALL "0"
            MOVE "VALUE TOO LARGE FOR TARGET" TO WA-REJECT-REASON
            PERFORM SET-REJECT-PARA
            EXIT PARAGRAPH
        END-IF
        MOVE WA-FLD-DIGITS(WA-DIGIT-SKIP + 1:WA-FLD-TGT-LEN)
            TO WA-FLD-OUT
    ELSE
        MOVE ALL "0" TO WA-FLD-OUT(1:WA-FLD-TGT-LEN)
        MOVE WA-FLD-DIGITS(1:WA-DIGIT-CNT)
            TO WA-FLD-OUT(WA-FLD-TGT-LEN - WA-DIGIT-CNT + 1:WA-DIGIT-CNT)
    END-IF.

    SET-REJECT-PARA.
    MOVE "Y" TO WA-REJECT-SW.
    MOVE WA-LAY-NAME(WA-LAY-IDX) TO WA-REJECT-FIELD.
    MOVE WA-FLD-POS TO WA-REJECT-POS.
    MOVE WA-FLD-LEN TO WA-REJECT-LEN.

    HASH-CONVERTED-CUSTID-PARA.
    PERFORM VARYING WA-HASH-IDX FROM 1 BY 1 UNTIL WA-HASH-IDX > 8
        MOVE CT-CUSTID(WA-HASH-IDX:1) TO WA-DIGIT-X
        IF WA-DIGIT-X IS NUMERIC
            COMPUTE WA-CONV-HASH =
                WA-CONV-HASH + WA-DIGIT-9 * WA-HASH-IDX
        END-IF
    END-PERFORM.

    WRITE-REJECT-PARA.
    ADD 1 TO WA-SRC-CNT-REJECTED.
    ADD 1 TO WA-CNT-REJECTS.
    MOVE SPACES TO WA-CONVERR-REC.
    STRING WA-EBC-DSN(1:8) " RECORD " WA-SRC-CNT-READ " TYPE "
        WA-REC-TYPE " FIELD " WA-REJECT-FIELD " POS " WA-REJECT-POS
        " LEN " WA-REJECT-LEN
        DELIMITED BY SIZE INTO WA-CONVERR-REC.
    PERFORM WRITE-ERROR-LINE-PARA.
    MOVE SPACES TO WA-CONVERR-REC.
    STRING "    REASON: " WA-REJECT-REASON
        DELIMITED BY SIZE INTO WA-CONVERR-REC.
    PERFORM WRITE-ERROR-LINE-PARA.
    MOVE LOW-VALUES TO WA-DUMP-AREA.
    IF WA-REJECT-POS + WA-REJECT-LEN - 1 > WA-EBC-RECLEN
        MOVE WA-EBC-REC(1:WA-EBC-RECLEN) TO WA-DUMP-AREA
        MOVE WA-EBC-RECLEN TO WA-DUMP-LEN
        MOVE 0 TO WA-DUMP-BASE
    ELSE
        MOVE WA-EBC-REC(WA-REJECT-POS:WA-REJECT-LEN) TO WA-DUMP-AREA
        MOVE WA-REJECT-LEN TO WA-DUMP-LEN
        COMPUTE WA-DUMP-BASE = WA-REJECT-POS - 1
    END-IF.
    MOVE "OFFSET HEX                                  CHARACTERS"
        TO WA-CONVERR-REC.
    PERFORM WRITE-ERROR-LINE-PARA.
    MOVE 0 TO WA-LINE-OFF.
    PERFORM DUMP-ONE-LINE-PARA
        UNTIL WA-LINE-OFF >= WA-DUMP-LEN.

    DUMP-ONE-LINE-PARA.
    MOVE SPACES TO WA-HEX-LINE.
    MOVE SPACES TO WA-CHR-LINE.
    PERFORM VARYING WA-GRP-IDX FROM 0 BY 1 UNTIL WA-GRP-IDX > 3
        COMPUTE WA-GRP-OFF = WA-LINE-OFF + WA-GRP-IDX * 4
        IF WA-GRP-OFF < WA-DUMP-LEN
            MOVE "V" TO DBH-DIRECTION
            MOVE SPACES TO DBH-INPUT-VALUE
            MOVE WA-DUMP-AREA(WA-GRP-OFF + 1:4)
                TO DBH-INPUT-VALUE(1:4)
            CALL "DECBINHEXLIB" USING DBH-DIRECTION DBH-INPUT-VALUE
                DBH-OUTPUT-FIELD
            MOVE DBH-OUTPUT-FIELD(1:8) TO WA-HEX-PART
            MOVE WA-HEX-PART
                TO WA-HEX-LINE(WA-GRP-IDX * 9 + 1:8)
        END-IF
    END-PERFORM.
    PERFORM VARYING WA-CHR-IDX FROM 1 BY 1 UNTIL WA-CHR-IDX > 16
        COMPUTE WA-CHR-OFF = WA-LINE-OFF + WA-CHR-IDX
        IF WA-CHR-OFF <= WA-DUMP-LEN
            MOVE WA-DUMP-AREA(WA-CHR-OFF:1) TO WA-FLD-BYTES(1:1)
            MOVE 1 TO WA-FLD-LEN
            PERFORM HEX-FIELD-PARA
            MOVE 1 TO WA-HEX-IDX
            PERFORM HEX-PAIR-ORDINAL-PARA
            IF WA-XLATE-OK(WA-BYTE-ORD + 1) = "Y"
                MOVE WA-XLATE-CHAR(WA-BYTE-ORD + 1)
                    TO WA-CHR-LINE(WA-CHR-IDX:1)
            ELSE
                MOVE "." TO WA-CHR-LINE(WA-CHR-IDX:1)
            END-IF
        END-IF
    END-PERFORM.
    COMPUTE WA-OFF-DISP = WA-DUMP-BASE + WA-LINE-OFF.
    MOVE SPACES TO WA-CONVERR-REC.
    STRING WA-OFF-DISP "   " WA-HEX-LINE " " WA-CHR-LINE
        DELIMITED BY SIZE INTO WA-CONVERR-REC.
    PERFORM WRITE-ERROR-LINE-PARA.
    ADD 16 TO WA-LINE-OFF.

    WRITE-ERROR-LINE-PARA.
    WRITE WA-CONVERR-REC.
    IF WA-CONVERR-STATUS NOT = "00"
        DISPLAY "CUSTTRANCONV - CONVERR WRITE FAILED, STATUS="
            WA-CONVERR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    CHECK-BALANCE-PARA.
    MOVE "Y" TO WA-BALANCED-SW.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "SOURCE " WA-EBC-DSN(1:8) " READ=" WA-SRC-CNT-READ
        " DETAIL=" WA-SRC-CNT-DETAIL
        " CONVERTED=" WA-SRC-CNT-CONVERTED
        " REJECTED=" WA-SRC-CNT-REJECTED
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-CONV-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "    TRAILER COUNT=" WA-TRL-COUNT " HASH=" WA-TRL-HASH
        "   CONVERTED HASH=" WA-CONV-HASH
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-CONV-LINE-PARA.
    IF NOT WA-HDR-SEEN
        MOVE "HEADER RECORD MISSING OR REJECTED" TO WA-REJECT-REASON
        PERFORM REPORT-IMBALANCE-PARA
    END-IF.
    IF NOT WA-TRL-SEEN
        MOVE "TRAILER RECORD MISSING OR REJECTED" TO WA-REJECT-REASON
        PERFORM REPORT-IMBALANCE-PARA
    END-IF.
    IF WA-SRC-CNT-REJECTED > 0
        MOVE "RECORDS REJECTED - SEE CONVERR" TO WA-REJECT-REASON
        PERFORM REPORT-IMBALANCE-PARA
    END-IF.
    IF WA-TRL-SEEN AND WA-TRL-COUNT NOT = WA-SRC-CNT-CONVERTED
        MOVE "RECORD COUNT OUT OF BALANCE" TO WA-REJECT-REASON
        PERFORM REPORT-IMBALANCE-PARA
    END-IF.
    IF WA-TRL-SEEN AND WA-TRL-HASH NOT = WA-CONV-HASH
        MOVE "CUSTID HASH TOTAL OUT OF BALANCE" TO WA-REJECT-REASON
        PERFORM REPORT-IMBALANCE-PARA
    END-IF.

    REPORT-IMBALANCE-PARA.
    MOVE "N" TO WA-BALANCED-SW.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "    " WA-REJECT-REASON DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-CONV-LINE-PARA.

    RELEASE-SOURCE-PARA.
    OPEN INPUT CONVERTED-WORK-FILE.
    OPEN OUTPUT RELEASED-TRAN-OUT.
    IF WA-WORK-STATUS NOT = "00" OR WA-TRAN-STATUS NOT = "00"
        DISPLAY "CUSTTRANCONV - UNABLE TO RELEASE " WA-TRAN-DSN
            " STATUS=" WA-TRAN-STATUS " / " WA-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-WORK-EOF-SW.
    PERFORM READ-WORK-PARA.
    PERFORM COPY-RELEASED-PARA UNTIL WA-WORK-EOF.
    CLOSE CONVERTED-WORK-FILE.
    CLOSE RELEASED-TRAN-OUT.
    ADD 1 TO WA-CNT-RELEASED.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "    BALANCED - RELEASED AS " WA-TRAN-DSN(1:9)
        " (" WA-SRC-CNT-WRITTEN " RECORDS)"
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-CONV-LINE-PARA.

    READ-WORK-PARA.
    READ CONVERTED-WORK-FILE INTO WA-TRAN-OUT-REC
        AT END MOVE "Y" TO WA-WORK-EOF-SW
    END-READ.

    COPY-RELEASED-PARA.
    WRITE WA-TRAN-OUT-REC.
    IF WA-TRAN-STATUS NOT = "00"
        DISPLAY "CUSTTRANCONV - " WA-TRAN-DSN " WRITE FAILED, STATUS="
            WA-TRAN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-WORK-PARA.

    HOLD-SOURCE-PARA.
    OPEN OUTPUT RELEASED-TRAN-OUT.
    CLOSE RELEASED-TRAN-OUT.
    ADD 1 TO WA-CNT-HELD.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "    OUT OF BALANCE - NOT RELEASED, " WA-TRAN-DSN(1:9)
        " LEFT EMPTY"
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-CONV-LINE-PARA.

    WRITE-GRAND-TOTALS-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "SOURCES CONFIGURED=" WA-CNT-CONFIGURED
        " NO FEED=" WA-CNT-NO-FEED
        " RELEASED=" WA-CNT-RELEASED
        " HELD=" WA-CNT-HELD
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-CONV-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "RECORDS REJECTED=" WA-CNT-REJECTS "  ERROR FILE "
        WA-CONVERR-DSN
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-CONV-TOTAL-PARA.

    WRITE-CONV-LINE-PARA.
    MOVE "D" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-CONVRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    WRITE-CONV-TOTAL-PARA.
    MOVE "T" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-CONVRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    TERMINATE-PARA.
    CLOSE CONVERSION-ERROR-OUT.
    MOVE "C" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-CONVRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    DISPLAY "CUSTTRANCONV - " WA-CNT-RELEASED " SOURCE(S) RELEASED, "
        WA-CNT-HELD " HELD, " WA-CNT-REJECTS " RECORD(S) REJECTED - SEE "
        WA-CONVRPT-DSN.
