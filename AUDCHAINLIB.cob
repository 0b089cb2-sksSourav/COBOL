IDENTIFICATION DIVISION.
PROGRAM-ID. AUDCHAINLIB.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-AUDIT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  AUDIT-TRAIL-FILE
    RECORD CONTAINS 110 CHARACTERS.
COPY AUDITREC.

WORKING-STORAGE SECTION.
    01 WA-AUDIT-STATUS PIC X(02) VALUE "00".
    01 WA-EOF-SW PIC X(01) VALUE "N".
        88 WA-EOF VALUE "Y".
    01 WA-LAST-SEQ  PIC 9(09) VALUE 0.
    01 WA-LAST-HASH.
        02 WA-LAST-LANE1 PIC 9(09) VALUE 0.
        02 WA-LAST-LANE2 PIC 9(09) VALUE 0.
    01 WA-REC-SEQ   PIC 9(09) VALUE 0.
    01 WA-LANE1     PIC 9(09) VALUE 0.
    01 WA-LANE2     PIC 9(09) VALUE 0.
    01 WA-NEW-HASH.
        02 WA-NEW-LANE1 PIC 9(09).
        02 WA-NEW-LANE2 PIC 9(09).
    01 WA-HASH-TEXT PIC X(89) VALUE SPACES.
    01 WA-HASH-IDX  PIC 9(05) BINARY.
    01 WA-HASH-WORK PIC 9(18) VALUE 0.
    01 WA-HASH-QUOT PIC 9(18) VALUE 0.
    01 WA-PRIME-1   PIC 9(09) VALUE 999999937.
    01 WA-PRIME-2   PIC 9(09) VALUE 999999929.
    01 WA-DIGEST-TEXT  PIC X(20) VALUE SPACES.
    01 WA-DIGEST-IDX   PIC 9(05) BINARY.
    01 WA-DIGEST       PIC 9(05) VALUE 0.
    01 WA-DIGEST-PRIME PIC 9(05) VALUE 99991.
    01 WA-BYTE-VAL  PIC S9(4) COMP.
    01 FILLER REDEFINES WA-BYTE-VAL.
        02 FILLER       PIC X.
        02 WA-BYTE-LOW  PIC X.
    LINKAGE SECTION.
    01 ACH-FUNCTION PIC X(01).
        88 ACH-INIT-FROM-TRAIL VALUE "I".
        88 ACH-STAMP-RECORD    VALUE "S".
        88 ACH-RESET-CHAIN     VALUE "R".
        88 ACH-CHECK-RECORD    VALUE "C".
    01 ACH-RECORD.
        02 ACH-CONTENT.
            03 FILLER           PIC X(32).
            03 ACH-INPUT-VALUE  PIC X(20).
            03 FILLER           PIC X(23).
            03 ACH-VALUE-DIGEST PIC X(05).
        02 ACH-CHAIN-SEQ  PIC X(09).
        02 FILLER         PIC X(01).
        02 ACH-CHAIN-HASH PIC X(18).
        02 ACH-ERASE-FLAG PIC X(01).
            88 ACH-ERASED-RECORD VALUE "E".
        02 FILLER         PIC X(01).
    01 ACH-RESULT PIC X(01).
        88 ACH-OK          VALUE "Y".
        88 ACH-FAILED      VALUE "N".
        88 ACH-UNCHAINED   VALUE "U".
        88 ACH-SEQ-GAP     VALUE "G".
        88 ACH-SEQ-BACK    VALUE "S".
        88 ACH-HASH-BROKEN VALUE "B".
        88 ACH-VALUE-ALTERED VALUE "V".
        88 ACH-ERASED      VALUE "E".
PROCEDURE DIVISION USING ACH-FUNCTION ACH-RECORD ACH-RESULT.
    MAIN-PARA.
    MOVE "N" TO ACH-RESULT.
    EVALUATE TRUE
    WHEN ACH-INIT-FROM-TRAIL
        PERFORM INIT-FROM-TRAIL-PARA
    WHEN ACH-STAMP-RECORD
        PERFORM STAMP-RECORD-PARA
    WHEN ACH-RESET-CHAIN
        PERFORM RESET-CHAIN-PARA
    WHEN ACH-CHECK-RECORD
        PERFORM CHECK-RECORD-PARA
    WHEN OTHER
        DISPLAY "AUDCHAINLIB - UNRECOGNIZED FUNCTION " ACH-FUNCTION
    END-EVALUATE.
    GOBACK.

    INIT-FROM-TRAIL-PARA.
    MOVE 0 TO WA-LAST-SEQ.
    MOVE 0 TO WA-LAST-LANE1.
    MOVE 0 TO WA-LAST-LANE2.
    OPEN INPUT AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS = "35"
        MOVE "Y" TO ACH-RESULT
        EXIT PARAGRAPH
    END-IF.
    IF WA-AUDIT-STATUS NOT = "00"
        DISPLAY "AUDCHAINLIB - UNABLE TO OPEN AUDIT-TRAIL-FILE, STATUS="
            WA-AUDIT-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-TRAIL-PARA UNTIL WA-EOF.
    CLOSE AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS = "10" OR WA-AUDIT-STATUS = "00"
        MOVE "Y" TO ACH-RESULT
    END-IF.

    READ-TRAIL-PARA.
    READ AUDIT-TRAIL-FILE
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF WA-EOF
        EXIT PARAGRAPH
    END-IF.
    IF WA-AUDIT-STATUS NOT = "00"
        DISPLAY "AUDCHAINLIB - AUDIT TRAIL READ ERROR, STATUS="
            WA-AUDIT-STATUS
        MOVE "Y" TO WA-EOF-SW
        EXIT PARAGRAPH
    END-IF.
    IF AUD-CHAIN-SEQ IS NUMERIC AND AUD-CHAIN-HASH IS NUMERIC
        MOVE AUD-CHAIN-SEQ TO WA-LAST-SEQ
        MOVE AUD-CHAIN-HASH TO WA-LAST-HASH
    END-IF.

    STAMP-RECORD-PARA.
    ADD 1 TO WA-LAST-SEQ.
    MOVE WA-LAST-SEQ TO ACH-CHAIN-SEQ.
    PERFORM COMPUTE-DIGEST-PARA.
    MOVE WA-DIGEST TO ACH-VALUE-DIGEST.
    PERFORM COMPUTE-HASH-PARA.
    MOVE WA-NEW-HASH TO WA-LAST-HASH.
    MOVE WA-NEW-HASH TO ACH-CHAIN-HASH.
    MOVE "Y" TO ACH-RESULT.

    RESET-CHAIN-PARA.
    MOVE 0 TO WA-LAST-SEQ.
    MOVE 0 TO WA-LAST-LANE1.
    MOVE 0 TO WA-LAST-LANE2.
    IF ACH-CHAIN-SEQ IS NUMERIC AND ACH-CHAIN-HASH IS NUMERIC
        MOVE ACH-CHAIN-SEQ TO WA-LAST-SEQ
        MOVE ACH-CHAIN-HASH TO WA-LAST-HASH
    END-IF.
    MOVE "Y" TO ACH-RESULT.

    CHECK-RECORD-PARA.
    IF ACH-CHAIN-SEQ IS NOT NUMERIC OR ACH-CHAIN-HASH IS NOT NUMERIC
        MOVE "U" TO ACH-RESULT
        EXIT PARAGRAPH
    END-IF.
    MOVE ACH-CHAIN-SEQ TO WA-REC-SEQ.
    EVALUATE TRUE
    WHEN WA-REC-SEQ <= WA-LAST-SEQ
        MOVE "S" TO ACH-RESULT
    WHEN WA-REC-SEQ > WA-LAST-SEQ + 1
        MOVE "G" TO ACH-RESULT
    WHEN OTHER
        PERFORM COMPUTE-HASH-PARA
        IF WA-NEW-HASH NOT = ACH-CHAIN-HASH
            MOVE "B" TO ACH-RESULT
        ELSE
            PERFORM CHECK-VALUE-PARA
        END-IF
    END-EVALUATE.
    MOVE WA-REC-SEQ TO WA-LAST-SEQ.
    MOVE ACH-CHAIN-HASH TO WA-LAST-HASH.

    CHECK-VALUE-PARA.
    IF ACH-ERASED-RECORD
        MOVE "E" TO ACH-RESULT
        EXIT PARAGRAPH
    END-IF.
    PERFORM COMPUTE-DIGEST-PARA.
    IF ACH-VALUE-DIGEST IS NUMERIC AND ACH-VALUE-DIGEST = WA-DIGEST
        MOVE "Y" TO ACH-RESULT
    ELSE
        MOVE "V" TO ACH-RESULT
    END-IF.

    COMPUTE-HASH-PARA.
    MOVE ACH-CONTENT TO WA-HASH-TEXT(1:80).
    MOVE SPACES TO WA-HASH-TEXT(33:20).
    MOVE ACH-CHAIN-SEQ TO WA-HASH-TEXT(81:9).
    MOVE WA-LAST-LANE1 TO WA-LANE1.
    MOVE WA-LAST-LANE2 TO WA-LANE2.
    PERFORM HASH-ONE-BYTE-PARA
        VARYING WA-HASH-IDX FROM 1 BY 1 UNTIL WA-HASH-IDX > 89.
    MOVE WA-LANE1 TO WA-NEW-LANE1.
    MOVE WA-LANE2 TO WA-NEW-LANE2.

    HASH-ONE-BYTE-PARA.
    MOVE 0 TO WA-BYTE-VAL.
    MOVE WA-HASH-TEXT(WA-HASH-IDX:1) TO WA-BYTE-LOW.
    COMPUTE WA-HASH-WORK = WA-LANE1 * 263 + WA-BYTE-VAL + 1.
    DIVIDE WA-HASH-WORK BY WA-PRIME-1 GIVING WA-HASH-QUOT
        REMAINDER WA-LANE1.
    COMPUTE WA-HASH-WORK = WA-LANE2 * 257 + WA-BYTE-VAL * 3 + 7.
    DIVIDE WA-HASH-WORK BY WA-PRIME-2 GIVING WA-HASH-QUOT
        REMAINDER WA-LANE2.

    COMPUTE-DIGEST-PARA.
    MOVE ACH-INPUT-VALUE TO WA-DIGEST-TEXT.
    MOVE 0 TO WA-DIGEST.
    PERFORM DIGEST-ONE-BYTE-PARA
        VARYING WA-DIGEST-IDX FROM 1 BY 1 UNTIL WA-DIGEST-IDX > 20.

    DIGEST-ONE-BYTE-PARA.
    MOVE 0 TO WA-BYTE-VAL.
    MOVE WA-DIGEST-TEXT(WA-DIGEST-IDX:1) TO WA-BYTE-LOW.
    COMPUTE WA-HASH-WORK = WA-DIGEST * 263 + WA-BYTE-VAL + 1.
    DIVIDE WA-HASH-WORK BY WA-DIGEST-PRIME GIVING WA-HASH-QUOT
        REMAINDER WA-DIGEST.
