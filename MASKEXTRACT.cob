IDENTIFICATION DIVISION.
PROGRAM-ID. MASKEXTRACT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CTL-CARD-STATUS.
    SELECT MASK-KEY-FILE ASSIGN TO "MASKKEY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-MASKKEY-STATUS.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-CUSTID
        FILE STATUS IS WA-CUSTMAST-STATUS.
    SELECT PAN-MASTER-FILE ASSIGN TO "PANMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WA-PANMAST-KEY
        FILE STATUS IS WA-PANMAST-STATUS.
    SELECT MOBILE-MASTER-FILE ASSIGN TO "MOBLMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WA-MOBLMAST-KEY
        FILE STATUS IS WA-MOBLMAST-STATUS.
    SELECT GST-MASTER-FILE ASSIGN TO "GSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WA-GSTMAST-KEY
        FILE STATUS IS WA-GSTMAST-STATUS.
    SELECT PAN-HISTORY-FILE ASSIGN TO "PANHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-PANHIST-STATUS.
    SELECT MOBILE-HISTORY-FILE ASSIGN TO "MOBLHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-MOBLHIST-STATUS.
    SELECT TEST-CUSTMAST-FILE ASSIGN TO "TCUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TCM-CUSTID
        FILE STATUS IS WA-TCUSTMAST-STATUS.
    SELECT TEST-PANMAST-FILE ASSIGN TO "TPANMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TPM-KEY
        FILE STATUS IS WA-TPANMAST-STATUS.
    SELECT TEST-MOBLMAST-FILE ASSIGN TO "TMOBLMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TMM-KEY
        FILE STATUS IS WA-TMOBLMAST-STATUS.
    SELECT TEST-GSTMAST-FILE ASSIGN TO "TGSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TGM-KEY
        FILE STATUS IS WA-TGSTMAST-STATUS.
    SELECT TEST-PANHIST-FILE ASSIGN TO "TPANHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-TPANHIST-STATUS.
    SELECT TEST-MOBLHIST-FILE ASSIGN TO "TMOBLHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-TMOBLHIST-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  MASK-KEY-FILE
    RECORD CONTAINS 20 CHARACTERS.
01  WA-MASKKEY-REC PIC X(20).

FD  CUSTOMER-MASTER-FILE
    RECORD CONTAINS 196 CHARACTERS.
COPY CUSTMASTREC.

FD  PAN-MASTER-FILE
    RECORD CONTAINS 27 CHARACTERS.
COPY PANMASTREC.

FD  MOBILE-MASTER-FILE
    RECORD CONTAINS 18 CHARACTERS.
COPY MOBLMASTREC.

FD  GST-MASTER-FILE
    RECORD CONTAINS 33 CHARACTERS.
COPY GSTMASTREC.

FD  PAN-HISTORY-FILE
    RECORD CONTAINS 30 CHARACTERS.
01  WA-PANHIST-REC PIC X(30).

FD  MOBILE-HISTORY-FILE
    RECORD CONTAINS 30 CHARACTERS.
01  WA-MOBLHIST-REC PIC X(30).

FD  TEST-CUSTMAST-FILE
    RECORD CONTAINS 196 CHARACTERS.
01  WA-TCUSTMAST-REC.
    02 TCM-CUSTID PIC X(08).
    02 FILLER     PIC X(188).

FD  TEST-PANMAST-FILE
    RECORD CONTAINS 27 CHARACTERS.
01  WA-TPANMAST-REC.
    02 TPM-KEY    PIC X(10).
    02 FILLER     PIC X(17).

FD  TEST-MOBLMAST-FILE
    RECORD CONTAINS 18 CHARACTERS.
01  WA-TMOBLMAST-REC.
    02 TMM-KEY    PIC X(10).
    02 FILLER     PIC X(08).

FD  TEST-GSTMAST-FILE
    RECORD CONTAINS 33 CHARACTERS.
01  WA-TGSTMAST-REC.
    02 TGM-KEY    PIC X(15).
    02 FILLER     PIC X(18).

FD  TEST-PANHIST-FILE
    RECORD CONTAINS 30 CHARACTERS.
01  WA-TPANHIST-REC PIC X(30).

FD  TEST-MOBLHIST-FILE
    RECORD CONTAINS 30 CHARACTERS.
01  WA-TMOBLHIST-REC PIC X(30).

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS  PIC X(02) VALUE "00".
01 WA-RUN-DATE         PIC X(08) VALUE "00000000".
01 WA-RUN-MODE         PIC X(04) VALUE "TEST".
01 WA-MASKRPT-DSN      PIC X(30) VALUE "MASKRPT".
01 WA-RPT-LINE         PIC X(80) VALUE SPACES.
01 WA-RPT-FUNCTION     PIC X(01) VALUE SPACE.
01 WA-RPT-PROGRAM      PIC X(16) VALUE "MASKEXTRACT".
01 WA-RPT-OK-SW        PIC X(01) VALUE "N".

01 WA-MASKKEY-STATUS   PIC X(02) VALUE "00".
01 WA-CUSTMAST-STATUS  PIC X(02) VALUE "00".
01 WA-PANMAST-STATUS   PIC X(02) VALUE "00".
01 WA-MOBLMAST-STATUS  PIC X(02) VALUE "00".
01 WA-GSTMAST-STATUS   PIC X(02) VALUE "00".
01 WA-PANHIST-STATUS   PIC X(02) VALUE "00".
01 WA-MOBLHIST-STATUS  PIC X(02) VALUE "00".
01 WA-TCUSTMAST-STATUS PIC X(02) VALUE "00".
01 WA-TPANMAST-STATUS  PIC X(02) VALUE "00".
01 WA-TMOBLMAST-STATUS PIC X(02) VALUE "00".
01 WA-TGSTMAST-STATUS  PIC X(02) VALUE "00".
01 WA-TPANHIST-STATUS  PIC X(02) VALUE "00".
01 WA-TMOBLHIST-STATUS PIC X(02) VALUE "00".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".

COPY HOLDHISTREC.

01 WA-ORIG-CUSTMAST-REC.
    02 OC-CUSTID   PIC X(08).
    02 OC-NAME     PIC X(30).
    02 OC-PAN      PIC X(10).
    02 OC-MOBILE   PIC X(10).
    02 OC-CATEGORY PIC X(01).
    02 FILLER      PIC X(01).
    02 OC-EMAIL    PIC X(40).
    02 OC-LAST-ACT-DATE PIC X(08).
    02 OC-ADDR-BLOCK.
        03 OC-ADDR1    PIC X(30).
        03 OC-ADDR2    PIC X(30).
        03 OC-CITY     PIC X(20).
        03 OC-STATE    PIC X(02).
        03 OC-PINCODE  PIC X(06).

01 WA-MASK-KEY PIC X(20) VALUE SPACES.
01 WA-MK-KEY-TABLE.
    02 WA-MK-KEYVAL OCCURS 20 TIMES PIC 9(02).
01 WA-MK-FIELD     PIC X(40) VALUE SPACES.
01 WA-MK-KEEP      PIC X(40) VALUE SPACES.
01 WA-MK-LEN       PIC 9(02) VALUE 0.
01 WA-MK-SALT      PIC 9(02) VALUE 0.
01 WA-MK-PASS      PIC 9(01) VALUE 0.
01 WA-MK-POS       PIC 9(05) BINARY.
01 WA-MK-LIDX      PIC 9(05) BINARY.
01 WA-MK-KIDX      PIC 9(05) BINARY.
01 WA-MK-KWORK     PIC 9(05) VALUE 0.
01 WA-MK-QUOT      PIC 9(05) VALUE 0.
01 WA-MK-SUM       PIC 9(05) VALUE 0.
01 WA-MK-VAL       PIC 9(02) VALUE 0.
01 WA-MK-CARRY     PIC 9(02) VALUE 0.
01 WA-MK-PROCESSED PIC 9(02) VALUE 0.
01 WA-MK-DIGIT     PIC 9(01) VALUE 0.
01 WA-MK-CHAR      PIC X(01) VALUE SPACE.
    88 WA-MK-IS-DIGIT VALUE "0" THRU "9".
01 WA-MK-UPPER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 WA-MK-LOWER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
01 WA-MK-LAST-DOT  PIC 9(02) VALUE 0.

01 WA-MK-PAN-IN     PIC X(10) VALUE SPACES.
01 WA-MK-PAN-OUT    PIC X(10) VALUE SPACES.
01 WA-MK-MOBILE-IN  PIC X(10) VALUE SPACES.
01 WA-MK-MOBILE-OUT PIC X(10) VALUE SPACES.
01 WA-MK-GSTIN-IN   PIC X(15) VALUE SPACES.
01 WA-MK-GSTIN-OUT  PIC X(15) VALUE SPACES.

01 WA-PVC-VALID-SW PIC X(01) VALUE "N".
    88 WA-PAN-OK VALUE "Y".

01 WA-GSTIN.
    02 WA-GST-STATE    PIC X(02).
    02 WA-GST-STATE-9 REDEFINES WA-GST-STATE PIC 9(02).
    02 WA-GST-PAN      PIC X(10).
    02 WA-GST-ENTITY   PIC X(01).
    02 WA-GST-FIXED    PIC X(01).
    02 WA-GST-CHECK    PIC X(01).

01 WA-CHARSET PIC X(36) VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 WA-CS-IDX      PIC 9(02) BINARY.
01 WA-CS-POS      PIC 9(02) BINARY.
01 WA-CS-VAL      PIC 9(03) BINARY.
01 WA-CS-FACTOR   PIC 9(01) BINARY.
01 WA-CS-PRODUCT  PIC 9(03) BINARY.
01 WA-CS-QUOT     PIC 9(03) BINARY.
01 WA-CS-REM      PIC 9(03) BINARY.
01 WA-CS-SUM      PIC 9(05) BINARY.
01 WA-CS-CHECKVAL PIC 9(03) BINARY.
01 WA-CS-EXPECT   PIC X(01) VALUE SPACE.
01 WA-CS-BAD-SW PIC X(01) VALUE "N".
    88 WA-CS-BAD-CHAR VALUE "Y".
01 WA-FACTOR-FLIP PIC 9(01) BINARY.
01 WA-GST-OK-SW PIC X(01) VALUE "N".
    88 WA-GST-OK VALUE "Y".

01 WA-FILE-NAME  PIC X(10) VALUE SPACES.
01 WA-FILE-READ  PIC 9(07) VALUE 0.
01 WA-FILE-WRITE PIC 9(07) VALUE 0.
01 WA-FILE-ERR   PIC 9(07) VALUE 0.

01 WA-COUNTS.
    02 WA-CNT-CM-READ    PIC 9(07) VALUE 0.
    02 WA-CNT-CM-WRITE   PIC 9(07) VALUE 0.
    02 WA-CNT-CM-ERR     PIC 9(07) VALUE 0.
    02 WA-CNT-PM-READ    PIC 9(07) VALUE 0.
    02 WA-CNT-PM-WRITE   PIC 9(07) VALUE 0.
    02 WA-CNT-PM-ERR     PIC 9(07) VALUE 0.
    02 WA-CNT-MM-READ    PIC 9(07) VALUE 0.
    02 WA-CNT-MM-WRITE   PIC 9(07) VALUE 0.
    02 WA-CNT-MM-ERR     PIC 9(07) VALUE 0.
    02 WA-CNT-GM-READ    PIC 9(07) VALUE 0.
    02 WA-CNT-GM-WRITE   PIC 9(07) VALUE 0.
    02 WA-CNT-GM-ERR     PIC 9(07) VALUE 0.
    02 WA-CNT-PH-READ    PIC 9(07) VALUE 0.
    02 WA-CNT-PH-WRITE   PIC 9(07) VALUE 0.
    02 WA-CNT-PH-ERR     PIC 9(07) VALUE 0.
    02 WA-CNT-MH-READ    PIC 9(07) VALUE 0.
    02 WA-CNT-MH-WRITE   PIC 9(07) VALUE 0.
    02 WA-CNT-MH-ERR     PIC 9(07) VALUE 0.
    02 WA-CNT-LEAK-PAN   PIC 9(07) VALUE 0.
    02 WA-CNT-LEAK-MOB   PIC 9(07) VALUE 0.
    02 WA-CNT-LEAK-EMAIL PIC 9(07) VALUE 0.
    02 WA-CNT-LEAK-NAME  PIC 9(07) VALUE 0.
    02 WA-CNT-LEAK-ADDR  PIC 9(07) VALUE 0.
    02 WA-CNT-LEAK-GSTIN PIC 9(07) VALUE 0.
    02 WA-CNT-PAN-FAIL   PIC 9(07) VALUE 0.
    02 WA-CNT-GST-FAIL   PIC 9(07) VALUE 0.
    02 WA-CNT-LEAKS      PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM MASK-CUSTMAST-PARA UNTIL WA-EOF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-PANMAST-PARA.
    PERFORM MASK-PANMAST-PARA UNTIL WA-EOF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-MOBLMAST-PARA.
    PERFORM MASK-MOBLMAST-PARA UNTIL WA-EOF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-GSTMAST-PARA.
    PERFORM MASK-GSTMAST-PARA UNTIL WA-EOF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-PANHIST-PARA.
    PERFORM MASK-PANHIST-PARA UNTIL WA-EOF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-MOBLHIST-PARA.
    PERFORM MASK-MOBLHIST-PARA UNTIL WA-EOF.
    PERFORM PRINT-CONTROL-PARA.
    PERFORM TERMINATE-PARA.
    STOP RUN.

    INITIALIZE-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    PERFORM LOAD-MASK-KEY-PARA.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    OPEN INPUT PAN-MASTER-FILE.
    OPEN INPUT MOBILE-MASTER-FILE.
    IF WA-CUSTMAST-STATUS NOT = "00" OR WA-PANMAST-STATUS NOT = "00"
    OR WA-MOBLMAST-STATUS NOT = "00"
        DISPLAY "MASKEXTRACT - UNABLE TO OPEN MASTER FILES, STATUS="
            WA-CUSTMAST-STATUS " / " WA-PANMAST-STATUS " / "
            WA-MOBLMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT GST-MASTER-FILE.
    IF WA-GSTMAST-STATUS NOT = "00" AND WA-GSTMAST-STATUS NOT = "35"
        DISPLAY "MASKEXTRACT - UNABLE TO OPEN GST-MASTER-FILE, STATUS="
            WA-GSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT PAN-HISTORY-FILE.
    IF WA-PANHIST-STATUS NOT = "00" AND WA-PANHIST-STATUS NOT = "35"
        DISPLAY "MASKEXTRACT - UNABLE TO OPEN PAN-HISTORY-FILE, STATUS="
            WA-PANHIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT MOBILE-HISTORY-FILE.
    IF WA-MOBLHIST-STATUS NOT = "00" AND WA-MOBLHIST-STATUS NOT = "35"
        DISPLAY "MASKEXTRACT - UNABLE TO OPEN MOBILE-HISTORY-FILE,"
            " STATUS=" WA-MOBLHIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT TEST-CUSTMAST-FILE.
    OPEN OUTPUT TEST-PANMAST-FILE.
    OPEN OUTPUT TEST-MOBLMAST-FILE.
    OPEN OUTPUT TEST-GSTMAST-FILE.
    OPEN OUTPUT TEST-PANHIST-FILE.
    OPEN OUTPUT TEST-MOBLHIST-FILE.
    IF WA-TCUSTMAST-STATUS NOT = "00" OR WA-TPANMAST-STATUS NOT = "00"
    OR WA-TMOBLMAST-STATUS NOT = "00" OR WA-TGSTMAST-STATUS NOT = "00"
    OR WA-TPANHIST-STATUS NOT = "00" OR WA-TMOBLHIST-STATUS NOT = "00"
        DISPLAY "MASKEXTRACT - UNABLE TO OPEN TEST OUTPUT FILES, STATUS="
            WA-TCUSTMAST-STATUS " / " WA-TPANMAST-STATUS " / "
            WA-TMOBLMAST-STATUS " / " WA-TGSTMAST-STATUS " / "
            WA-TPANHIST-STATUS " / " WA-TMOBLHIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "O" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-MASKRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    IF WA-RPT-OK-SW NOT = "Y"
        DISPLAY "MASKEXTRACT - UNABLE TO OPEN CONTROL REPORT "
            WA-MASKRPT-DSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "MASKED TEST-DATA EXTRACT CONTROL REPORT" TO WA-RPT-LINE.
    PERFORM WRITE-MASK-LINE-PARA.
    PERFORM READ-CUSTMAST-PARA.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            MOVE SPACES TO WA-MASKRPT-DSN
            STRING "MASKRPT." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-MASKRPT-DSN
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    LOAD-MASK-KEY-PARA.
    OPEN INPUT MASK-KEY-FILE.
    IF WA-MASKKEY-STATUS = "00"
        READ MASK-KEY-FILE INTO WA-MASK-KEY
            AT END MOVE SPACES TO WA-MASK-KEY
        END-READ
        CLOSE MASK-KEY-FILE
    END-IF.
    IF WA-MASK-KEY = SPACES
        DISPLAY "MASKEXTRACT - SUPPLY A MASKKEY DATASET HOLDING THE"
            " 20-CHARACTER MASKING KEY FOR THIS REFRESH"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    INSPECT WA-MASK-KEY CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    PERFORM VARYING WA-MK-KIDX FROM 1 BY 1 UNTIL WA-MK-KIDX > 20
        MOVE WA-MASK-KEY(WA-MK-KIDX:1) TO WA-CS-EXPECT
        PERFORM CHAR-VALUE-PARA
        IF WA-CS-BAD-CHAR
            COMPUTE WA-MK-KEYVAL(WA-MK-KIDX) = WA-MK-KIDX + 7
        ELSE
            MOVE WA-CS-VAL TO WA-MK-KEYVAL(WA-MK-KIDX)
        END-IF
    END-PERFORM.

    WRITE-MASK-LINE-PARA.
    MOVE "D" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-MASKRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    WRITE-MASK-TOTAL-PARA.
    MOVE "T" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-MASKRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    READ-CUSTMAST-PARA.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "MASKEXTRACT - CUSTMAST READ ERROR, STATUS="
            WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    READ-PANMAST-PARA.
    READ PAN-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-PANMAST-STATUS NOT = "00"
        DISPLAY "MASKEXTRACT - PANMAST READ ERROR, STATUS="
            WA-PANMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    READ-MOBLMAST-PARA.
    READ MOBILE-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-MOBLMAST-STATUS NOT = "00"
        DISPLAY "MASKEXTRACT - MOBLMAST READ ERROR, STATUS="
            WA-MOBLMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    READ-GSTMAST-PARA.
    IF WA-GSTMAST-STATUS = "35"
        MOVE "Y" TO WA-EOF-SW
        EXIT PARAGRAPH
    END-IF.
    READ GST-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-GSTMAST-STATUS NOT = "00"
        DISPLAY "MASKEXTRACT - GSTMAST READ ERROR, STATUS="
            WA-GSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    READ-PANHIST-PARA.
    IF WA-PANHIST-STATUS = "35"
        MOVE "Y" TO WA-EOF-SW
        EXIT PARAGRAPH
    END-IF.
    READ PAN-HISTORY-FILE INTO WA-HOLDHIST-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    READ-MOBLHIST-PARA.
    IF WA-MOBLHIST-STATUS = "35"
        MOVE "Y" TO WA-EOF-SW
        EXIT PARAGRAPH
    END-IF.
    READ MOBILE-HISTORY-FILE INTO WA-HOLDHIST-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    MASK-CUSTMAST-PARA.
    ADD 1 TO WA-CNT-CM-READ.
    MOVE WA-CUSTMAST-REC TO WA-ORIG-CUSTMAST-REC.
    IF CM-PAN NOT = SPACES
        MOVE CM-PAN TO WA-MK-PAN-IN
        PERFORM MASK-PAN-PARA
        MOVE WA-MK-PAN-OUT TO CM-PAN
        IF CM-PAN = OC-PAN
            ADD 1 TO WA-CNT-LEAK-PAN
        END-IF
    END-IF.
    IF CM-MOBILE NOT = SPACES
        MOVE CM-MOBILE TO WA-MK-MOBILE-IN
        PERFORM MASK-MOBILE-PARA
        MOVE WA-MK-MOBILE-OUT TO CM-MOBILE
        IF CM-MOBILE = OC-MOBILE
            ADD 1 TO WA-CNT-LEAK-MOB
        END-IF
    END-IF.
    PERFORM MASK-NAME-PARA.
    IF WA-MK-PROCESSED > 0 AND CM-NAME = OC-NAME
        ADD 1 TO WA-CNT-LEAK-NAME
    END-IF.
    IF CM-EMAIL NOT = SPACES
        PERFORM MASK-EMAIL-PARA
        IF WA-MK-PROCESSED > 0 AND CM-EMAIL = OC-EMAIL
            ADD 1 TO WA-CNT-LEAK-EMAIL
        END-IF
    END-IF.
    PERFORM MASK-ADDRESS-PARA.
    IF (CM-ADDR1 NOT = SPACES AND CM-ADDR1 = OC-ADDR1)
    OR (CM-ADDR2 NOT = SPACES AND CM-ADDR2 = OC-ADDR2)
        ADD 1 TO WA-CNT-LEAK-ADDR
    END-IF.
    MOVE WA-CUSTMAST-REC TO WA-TCUSTMAST-REC.
    WRITE WA-TCUSTMAST-REC
        INVALID KEY
            ADD 1 TO WA-CNT-CM-ERR
            DISPLAY "MASKEXTRACT - TCUSTMAST WRITE FAILED FOR "
                TCM-CUSTID " STATUS=" WA-TCUSTMAST-STATUS
        NOT INVALID KEY
            ADD 1 TO WA-CNT-CM-WRITE
    END-WRITE.
    PERFORM READ-CUSTMAST-PARA.

    MASK-PANMAST-PARA.
    ADD 1 TO WA-CNT-PM-READ.
    MOVE WA-PANMAST-KEY TO WA-MK-PAN-IN.
    PERFORM MASK-PAN-PARA.
    IF WA-MK-PAN-OUT = WA-MK-PAN-IN
        ADD 1 TO WA-CNT-LEAK-PAN
    END-IF.
    MOVE WA-PANMAST-REC TO WA-TPANMAST-REC.
    MOVE WA-MK-PAN-OUT TO TPM-KEY.
    WRITE WA-TPANMAST-REC
        INVALID KEY
            ADD 1 TO WA-CNT-PM-ERR
            DISPLAY "MASKEXTRACT - TPANMAST WRITE FAILED FOR CUSTOMER "
                WA-PANMAST-CUSTID " STATUS=" WA-TPANMAST-STATUS
        NOT INVALID KEY
            ADD 1 TO WA-CNT-PM-WRITE
    END-WRITE.
    PERFORM READ-PANMAST-PARA.

    MASK-MOBLMAST-PARA.
    ADD 1 TO WA-CNT-MM-READ.
    MOVE WA-MOBLMAST-KEY TO WA-MK-MOBILE-IN.
    PERFORM MASK-MOBILE-PARA.
    IF WA-MK-MOBILE-OUT = WA-MK-MOBILE-IN
        ADD 1 TO WA-CNT-LEAK-MOB
    END-IF.
    MOVE WA-MOBLMAST-REC TO WA-TMOBLMAST-REC.
    MOVE WA-MK-MOBILE-OUT TO TMM-KEY.
    WRITE WA-TMOBLMAST-REC
        INVALID KEY
            ADD 1 TO WA-CNT-MM-ERR
            DISPLAY "MASKEXTRACT - TMOBLMAST WRITE FAILED FOR CUSTOMER "
                WA-MOBLMAST-CUSTID " STATUS=" WA-TMOBLMAST-STATUS
        NOT INVALID KEY
            ADD 1 TO WA-CNT-MM-WRITE
    END-WRITE.
    PERFORM READ-MOBLMAST-PARA.

    MASK-GSTMAST-PARA.
    ADD 1 TO WA-CNT-GM-READ.
    MOVE WA-GSTMAST-KEY TO WA-MK-GSTIN-IN.
    PERFORM MASK-GSTIN-PARA.
    IF WA-MK-GSTIN-OUT = WA-MK-GSTIN-IN
        ADD 1 TO WA-CNT-LEAK-GSTIN
    END-IF.
    MOVE WA-MK-GSTIN-OUT TO WA-GSTIN.
    PERFORM VERIFY-GSTIN-PARA.
    IF NOT WA-GST-OK
        ADD 1 TO WA-CNT-GST-FAIL
    END-IF.
    MOVE WA-GSTMAST-REC TO WA-TGSTMAST-REC.
    MOVE WA-MK-GSTIN-OUT TO TGM-KEY.
    WRITE WA-TGSTMAST-REC
        INVALID KEY
            ADD 1 TO WA-CNT-GM-ERR
            DISPLAY "MASKEXTRACT - TGSTMAST WRITE FAILED FOR CUSTOMER "
                WA-GSTMAST-CUSTID " STATUS=" WA-TGSTMAST-STATUS
        NOT INVALID KEY
            ADD 1 TO WA-CNT-GM-WRITE
    END-WRITE.
    PERFORM READ-GSTMAST-PARA.

    MASK-PANHIST-PARA.
    ADD 1 TO WA-CNT-PH-READ.
    MOVE HH-KEY TO WA-MK-PAN-IN.
    PERFORM MASK-PAN-PARA.
    IF WA-MK-PAN-OUT = WA-MK-PAN-IN AND HH-KEY NOT = SPACES
        ADD 1 TO WA-CNT-LEAK-PAN
    END-IF.
    MOVE WA-MK-PAN-OUT TO HH-KEY.
    MOVE WA-HOLDHIST-REC TO WA-TPANHIST-REC.
    WRITE WA-TPANHIST-REC.
    IF WA-TPANHIST-STATUS NOT = "00"
        ADD 1 TO WA-CNT-PH-ERR
    ELSE
        ADD 1 TO WA-CNT-PH-WRITE
    END-IF.
    PERFORM READ-PANHIST-PARA.

    MASK-MOBLHIST-PARA.
    ADD 1 TO WA-CNT-MH-READ.
    MOVE HH-KEY TO WA-MK-MOBILE-IN.
    PERFORM MASK-MOBILE-PARA.
    IF WA-MK-MOBILE-OUT = WA-MK-MOBILE-IN AND HH-KEY NOT = SPACES
        ADD 1 TO WA-CNT-LEAK-MOB
    END-IF.
    MOVE WA-MK-MOBILE-OUT TO HH-KEY.
    MOVE WA-HOLDHIST-REC TO WA-TMOBLHIST-REC.
    WRITE WA-TMOBLHIST-REC.
    IF WA-TMOBLHIST-STATUS NOT = "00"
        ADD 1 TO WA-CNT-MH-ERR
    ELSE
        ADD 1 TO WA-CNT-MH-WRITE
    END-IF.
    PERFORM READ-MOBLHIST-PARA.

    MASK-PAN-PARA.
    MOVE SPACES TO WA-MK-FIELD.
    MOVE WA-MK-PAN-IN TO WA-MK-FIELD(1:10).
    INSPECT WA-MK-FIELD CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE 10 TO WA-MK-LEN.
    MOVE SPACES TO WA-MK-KEEP.
    MOVE "KK" TO WA-MK-KEEP(4:2).
    MOVE 1 TO WA-MK-SALT.
    PERFORM MASK-FIELD-PARA.
    MOVE WA-MK-FIELD(1:10) TO WA-MK-PAN-OUT.
    CALL "PANVALCHK" USING WA-MK-PAN-IN WA-PVC-VALID-SW.
    IF WA-PAN-OK
        CALL "PANVALCHK" USING WA-MK-PAN-OUT WA-PVC-VALID-SW
        IF NOT WA-PAN-OK
            ADD 1 TO WA-CNT-PAN-FAIL
        END-IF
    END-IF.

    MASK-MOBILE-PARA.
    MOVE SPACES TO WA-MK-FIELD.
    MOVE WA-MK-MOBILE-IN TO WA-MK-FIELD(1:10).
    MOVE 10 TO WA-MK-LEN.
    MOVE SPACES TO WA-MK-KEEP.
    MOVE "K" TO WA-MK-KEEP(1:1).
    MOVE 5 TO WA-MK-SALT.
    PERFORM MASK-FIELD-PARA.
    MOVE WA-MK-FIELD(1:10) TO WA-MK-MOBILE-OUT.

    MASK-NAME-PARA.
    MOVE SPACES TO WA-MK-FIELD.
    MOVE CM-NAME TO WA-MK-FIELD(1:30).
    MOVE 30 TO WA-MK-LEN.
    MOVE SPACES TO WA-MK-KEEP.
    MOVE "K" TO WA-MK-KEEP(1:1).
    PERFORM VARYING WA-MK-POS FROM 2 BY 1 UNTIL WA-MK-POS > 30
        IF WA-MK-FIELD(WA-MK-POS - 1:1) = SPACE
            MOVE "K" TO WA-MK-KEEP(WA-MK-POS:1)
        END-IF
    END-PERFORM.
    MOVE 9 TO WA-MK-SALT.
    PERFORM MASK-FIELD-PARA.
    MOVE WA-MK-FIELD(1:30) TO CM-NAME.

    MASK-EMAIL-PARA.
    MOVE SPACES TO WA-MK-FIELD.
    MOVE CM-EMAIL TO WA-MK-FIELD.
    MOVE 40 TO WA-MK-LEN.
    MOVE SPACES TO WA-MK-KEEP.
    MOVE 0 TO WA-MK-LAST-DOT.
    PERFORM VARYING WA-MK-POS FROM 1 BY 1 UNTIL WA-MK-POS > 40
        IF WA-MK-FIELD(WA-MK-POS:1) = "."
            MOVE WA-MK-POS TO WA-MK-LAST-DOT
        END-IF
    END-PERFORM.
    IF WA-MK-LAST-DOT > 0 AND WA-MK-LAST-DOT < 40
        PERFORM VARYING WA-MK-POS FROM WA-MK-LAST-DOT BY 1
            UNTIL WA-MK-POS > 40
            MOVE "K" TO WA-MK-KEEP(WA-MK-POS:1)
        END-PERFORM
    END-IF.
    MOVE 3 TO WA-MK-SALT.
    PERFORM MASK-FIELD-PARA.
    MOVE WA-MK-FIELD TO CM-EMAIL.

    MASK-ADDRESS-PARA.
    MOVE SPACES TO WA-MK-FIELD.
    MOVE CM-ADDR1 TO WA-MK-FIELD(1:30).
    MOVE 30 TO WA-MK-LEN.
    MOVE SPACES TO WA-MK-KEEP.
    MOVE 13 TO WA-MK-SALT.
    PERFORM MASK-FIELD-PARA.
    MOVE WA-MK-FIELD(1:30) TO CM-ADDR1.
    MOVE SPACES TO WA-MK-FIELD.
    MOVE CM-ADDR2 TO WA-MK-FIELD(1:30).
    MOVE 17 TO WA-MK-SALT.
    PERFORM MASK-FIELD-PARA.
    MOVE WA-MK-FIELD(1:30) TO CM-ADDR2.

    MASK-GSTIN-PARA.
    MOVE WA-MK-GSTIN-IN TO WA-GSTIN.
    INSPECT WA-GSTIN CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE WA-GST-PAN TO WA-MK-PAN-IN.
    PERFORM MASK-PAN-PARA.
    MOVE WA-MK-PAN-OUT TO WA-GST-PAN.
    PERFORM COMPUTE-CHECKSUM-PARA.
    IF NOT WA-CS-BAD-CHAR
        MOVE WA-CS-EXPECT TO WA-GST-CHECK
    END-IF.
    MOVE WA-GSTIN TO WA-MK-GSTIN-OUT.

    MASK-FIELD-PARA.
    MOVE 0 TO WA-MK-PROCESSED.
    MOVE 1 TO WA-MK-PASS.
    MOVE 0 TO WA-MK-CARRY.
    PERFORM VARYING WA-MK-POS FROM 1 BY 1 UNTIL WA-MK-POS > WA-MK-LEN
        PERFORM MASK-ONE-CHAR-PARA
    END-PERFORM.
    MOVE 2 TO WA-MK-PASS.
    MOVE 0 TO WA-MK-CARRY.
    PERFORM VARYING WA-MK-POS FROM WA-MK-LEN BY -1 UNTIL WA-MK-POS < 1
        PERFORM MASK-ONE-CHAR-PARA
    END-PERFORM.

    MASK-ONE-CHAR-PARA.
    IF WA-MK-KEEP(WA-MK-POS:1) = "K"
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-MK-FIELD(WA-MK-POS:1) TO WA-MK-CHAR.
    COMPUTE WA-MK-KWORK = WA-MK-POS + WA-MK-SALT + WA-MK-PASS * 7.
    DIVIDE WA-MK-KWORK BY 20 GIVING WA-MK-QUOT REMAINDER WA-MK-KIDX.
    ADD 1 TO WA-MK-KIDX.
    IF WA-MK-IS-DIGIT
        MOVE WA-MK-CHAR TO WA-MK-DIGIT
        COMPUTE WA-MK-SUM = WA-MK-DIGIT + WA-MK-KEYVAL(WA-MK-KIDX)
            + WA-MK-CARRY
        DIVIDE WA-MK-SUM BY 10 GIVING WA-MK-QUOT REMAINDER WA-MK-VAL
        MOVE WA-MK-VAL TO WA-MK-DIGIT
        MOVE WA-MK-DIGIT TO WA-MK-FIELD(WA-MK-POS:1)
        MOVE WA-MK-VAL TO WA-MK-CARRY
        ADD 1 TO WA-MK-PROCESSED
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WA-MK-LIDX FROM 1 BY 1
        UNTIL WA-MK-LIDX > 26
        OR WA-MK-UPPER(WA-MK-LIDX:1) = WA-MK-CHAR
        CONTINUE
    END-PERFORM.
    IF WA-MK-LIDX NOT > 26
        PERFORM MASK-LETTER-PARA
        MOVE WA-MK-UPPER(WA-MK-LIDX:1) TO WA-MK-FIELD(WA-MK-POS:1)
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WA-MK-LIDX FROM 1 BY 1
        UNTIL WA-MK-LIDX > 26
        OR WA-MK-LOWER(WA-MK-LIDX:1) = WA-MK-CHAR
        CONTINUE
    END-PERFORM.
    IF WA-MK-LIDX NOT > 26
        PERFORM MASK-LETTER-PARA
        MOVE WA-MK-LOWER(WA-MK-LIDX:1) TO WA-MK-FIELD(WA-MK-POS:1)
    END-IF.

    MASK-LETTER-PARA.
    COMPUTE WA-MK-SUM = WA-MK-LIDX - 1 + WA-MK-KEYVAL(WA-MK-KIDX)
        + WA-MK-CARRY.
    DIVIDE WA-MK-SUM BY 26 GIVING WA-MK-QUOT REMAINDER WA-MK-VAL.
    MOVE WA-MK-VAL TO WA-MK-CARRY.
    COMPUTE WA-MK-LIDX = WA-MK-VAL + 1.
    ADD 1 TO WA-MK-PROCESSED.

    CHAR-VALUE-PARA.
    MOVE "N" TO WA-CS-BAD-SW.
    MOVE 0 TO WA-CS-VAL.
    PERFORM VARYING WA-CS-IDX FROM 1 BY 1 UNTIL WA-CS-IDX > 36
        IF WA-CHARSET(WA-CS-IDX:1) = WA-CS-EXPECT
            COMPUTE WA-CS-VAL = WA-CS-IDX - 1
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WA-CS-IDX > 36
        MOVE "Y" TO WA-CS-BAD-SW
    END-IF.

    COMPUTE-CHECKSUM-PARA.
    MOVE 0 TO WA-CS-SUM.
    MOVE 1 TO WA-FACTOR-FLIP.
    PERFORM VARYING WA-CS-POS FROM 1 BY 1 UNTIL WA-CS-POS > 14
        MOVE WA-GSTIN(WA-CS-POS:1) TO WA-CS-EXPECT
        PERFORM CHAR-VALUE-PARA
        IF WA-CS-BAD-CHAR
            EXIT PERFORM
        END-IF
        MOVE WA-FACTOR-FLIP TO WA-CS-FACTOR
        COMPUTE WA-CS-PRODUCT = WA-CS-VAL * WA-CS-FACTOR
        DIVIDE WA-CS-PRODUCT BY 36 GIVING WA-CS-QUOT
            REMAINDER WA-CS-REM
        COMPUTE WA-CS-SUM = WA-CS-SUM + WA-CS-QUOT + WA-CS-REM
        IF WA-FACTOR-FLIP = 1
            MOVE 2 TO WA-FACTOR-FLIP
        ELSE
            MOVE 1 TO WA-FACTOR-FLIP
        END-IF
    END-PERFORM.
    IF NOT WA-CS-BAD-CHAR
        DIVIDE WA-CS-SUM BY 36 GIVING WA-CS-QUOT
            REMAINDER WA-CS-REM
        COMPUTE WA-CS-CHECKVAL = 36 - WA-CS-REM
        IF WA-CS-CHECKVAL = 36
            MOVE 0 TO WA-CS-CHECKVAL
        END-IF
        COMPUTE WA-CS-IDX = WA-CS-CHECKVAL + 1
        MOVE WA-CHARSET(WA-CS-IDX:1) TO WA-CS-EXPECT
    END-IF.

    VERIFY-GSTIN-PARA.
    MOVE "Y" TO WA-GST-OK-SW.
    IF WA-GST-STATE IS NOT NUMERIC
        MOVE "N" TO WA-GST-OK-SW
    ELSE
        IF (WA-GST-STATE-9 < 1 OR WA-GST-STATE-9 > 38)
        AND WA-GST-STATE-9 NOT = 97
            MOVE "N" TO WA-GST-OK-SW
        END-IF
    END-IF.
    CALL "PANVALCHK" USING WA-GST-PAN WA-PVC-VALID-SW.
    IF NOT WA-PAN-OK
        MOVE "N" TO WA-GST-OK-SW
    END-IF.
    IF WA-GST-ENTITY = "0" OR WA-GST-ENTITY = SPACE
    OR WA-GST-FIXED NOT = "Z"
        MOVE "N" TO WA-GST-OK-SW
    END-IF.
    PERFORM COMPUTE-CHECKSUM-PARA.
    IF WA-CS-BAD-CHAR OR WA-GST-CHECK NOT = WA-CS-EXPECT
        MOVE "N" TO WA-GST-OK-SW
    END-IF.

    PRINT-CONTROL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-MASK-LINE-PARA.
    MOVE "FILE          READ    WRITTEN  ERRORS  BALANCED"
        TO WA-RPT-LINE.
    PERFORM WRITE-MASK-LINE-PARA.
    MOVE "CUSTMAST" TO WA-FILE-NAME.
    MOVE WA-CNT-CM-READ TO WA-FILE-READ.
    MOVE WA-CNT-CM-WRITE TO WA-FILE-WRITE.
    MOVE WA-CNT-CM-ERR TO WA-FILE-ERR.
    PERFORM PRINT-FILE-LINE-PARA.
    MOVE "PANMAST" TO WA-FILE-NAME.
    MOVE WA-CNT-PM-READ TO WA-FILE-READ.
    MOVE WA-CNT-PM-WRITE TO WA-FILE-WRITE.
    MOVE WA-CNT-PM-ERR TO WA-FILE-ERR.
    PERFORM PRINT-FILE-LINE-PARA.
    MOVE "MOBLMAST" TO WA-FILE-NAME.
    MOVE WA-CNT-MM-READ TO WA-FILE-READ.
    MOVE WA-CNT-MM-WRITE TO WA-FILE-WRITE.
    MOVE WA-CNT-MM-ERR TO WA-FILE-ERR.
    PERFORM PRINT-FILE-LINE-PARA.
    MOVE "GSTMAST" TO WA-FILE-NAME.
    MOVE WA-CNT-GM-READ TO WA-FILE-READ.
    MOVE WA-CNT-GM-WRITE TO WA-FILE-WRITE.
    MOVE WA-CNT-GM-ERR TO WA-FILE-ERR.
    PERFORM PRINT-FILE-LINE-PARA.
    MOVE "PANHIST" TO WA-FILE-NAME.
    MOVE WA-CNT-PH-READ TO WA-FILE-READ.
    MOVE WA-CNT-PH-WRITE TO WA-FILE-WRITE.
    MOVE WA-CNT-PH-ERR TO WA-FILE-ERR.
    PERFORM PRINT-FILE-LINE-PARA.
    MOVE "MOBLHIST" TO WA-FILE-NAME.
    MOVE WA-CNT-MH-READ TO WA-FILE-READ.
    MOVE WA-CNT-MH-WRITE TO WA-FILE-WRITE.
    MOVE WA-CNT-MH-ERR TO WA-FILE-ERR.
    PERFORM PRINT-FILE-LINE-PARA.
    COMPUTE WA-CNT-LEAKS = WA-CNT-LEAK-PAN + WA-CNT-LEAK-MOB
        + WA-CNT-LEAK-EMAIL + WA-CNT-LEAK-NAME + WA-CNT-LEAK-ADDR
        + WA-CNT-LEAK-GSTIN.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "UNMASKED PAN VALUES:              " WA-CNT-LEAK-PAN
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MASK-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "UNMASKED MOBILE VALUES:           " WA-CNT-LEAK-MOB
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MASK-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "UNMASKED EMAIL VALUES:            " WA-CNT-LEAK-EMAIL
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MASK-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "UNMASKED NAME VALUES:             " WA-CNT-LEAK-NAME
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MASK-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "UNMASKED ADDRESS VALUES:          " WA-CNT-LEAK-ADDR
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MASK-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "UNMASKED GSTIN VALUES:            " WA-CNT-LEAK-GSTIN
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MASK-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "MASKED PANS FAILING PANVALCHK:    " WA-CNT-PAN-FAIL
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MASK-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "MASKED GSTINS FAILING VALIDATION: " WA-CNT-GST-FAIL
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MASK-TOTAL-PARA.
    IF WA-CNT-LEAKS > 0 OR WA-CNT-PAN-FAIL > 0 OR WA-CNT-GST-FAIL > 0
        MOVE "EXTRACT FAILED CONTROLS - DO NOT LOAD INTO THE TEST REGION"
            TO WA-RPT-LINE
        PERFORM WRITE-MASK-TOTAL-PARA
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        IF RETURN-CODE = 0
            MOVE "ALL CONTROLS BALANCED - NO UNMASKED VALUES FOUND"
                TO WA-RPT-LINE
            PERFORM WRITE-MASK-TOTAL-PARA
        END-IF
    END-IF.

    PRINT-FILE-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    IF WA-FILE-READ = WA-FILE-WRITE
        STRING WA-FILE-NAME "  " WA-FILE-READ "  " WA-FILE-WRITE "  "
            WA-FILE-ERR "  YES" DELIMITED BY SIZE INTO WA-RPT-LINE
    ELSE
        STRING WA-FILE-NAME "  " WA-FILE-READ "  " WA-FILE-WRITE "  "
            WA-FILE-ERR "  NO" DELIMITED BY SIZE INTO WA-RPT-LINE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.
    PERFORM WRITE-MASK-TOTAL-PARA.

    TERMINATE-PARA.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE PAN-MASTER-FILE.
    CLOSE MOBILE-MASTER-FILE.
    IF WA-GSTMAST-STATUS NOT = "35"
        CLOSE GST-MASTER-FILE
    END-IF.
    IF WA-PANHIST-STATUS NOT = "35"
        CLOSE PAN-HISTORY-FILE
    END-IF.
    IF WA-MOBLHIST-STATUS NOT = "35"
        CLOSE MOBILE-HISTORY-FILE
    END-IF.
    CLOSE TEST-CUSTMAST-FILE.
    CLOSE TEST-PANMAST-FILE.
    CLOSE TEST-MOBLMAST-FILE.
    CLOSE TEST-GSTMAST-FILE.
    CLOSE TEST-PANHIST-FILE.
    CLOSE TEST-MOBLHIST-FILE.
    MOVE "C" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-MASKRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
