IDENTIFICATION DIVISION.
PROGRAM-ID. RELPARTYRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CTL-CARD-STATUS.
    SELECT OPTIONAL RELPARTY-PARM-FILE ASSIGN TO "RELPPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-RELPPARM-STATUS.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-CUSTID
        FILE STATUS IS WA-CUSTMAST-STATUS.
    SELECT RELPARTY-FILE ASSIGN TO "RELPARTY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RP-KEY
        FILE STATUS IS WA-RELPARTY-STATUS.
    SELECT PAN-MASTER-FILE ASSIGN TO "PANMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WA-PANMAST-KEY
        FILE STATUS IS WA-PANMAST-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  RELPARTY-PARM-FILE
    RECORD CONTAINS 3 CHARACTERS.
01  WA-RELPPARM-REC.
    02 RPP-LINK-LIMIT PIC X(03).

FD  CUSTOMER-MASTER-FILE
    RECORD CONTAINS 196 CHARACTERS.
COPY CUSTMASTREC.

FD  RELPARTY-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RELPARTYREC.

FD  PAN-MASTER-FILE
    RECORD CONTAINS 27 CHARACTERS.
COPY PANMASTREC.

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-RELPPARM-STATUS PIC X(02) VALUE "00".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-CUSTMAST-STATUS PIC X(02) VALUE "00".
01 WA-RELPARTY-STATUS PIC X(02) VALUE "00".
01 WA-PANMAST-STATUS  PIC X(02) VALUE "00".
01 WA-RELPTYRPT-DSN   PIC X(30) VALUE "RELPTYRPT".

01 WA-RPT-LINE       PIC X(80) VALUE SPACES.
01 WA-RPT-FUNCTION   PIC X(01) VALUE SPACE.
01 WA-RPT-PROGRAM    PIC X(16) VALUE "RELPARTYRPT".
01 WA-RPT-OK-SW      PIC X(01) VALUE "N".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
01 WA-RP-EOF-SW PIC X(01) VALUE "N".
    88 WA-RP-EOF VALUE "Y".
01 WA-LINK-FOUND-SW PIC X(01) VALUE "N".
    88 WA-LINK-FOUND VALUE "Y".
01 WA-ENTITY-SW PIC X(01) VALUE "N".
    88 WA-ENTITY VALUE "Y".

COPY CUSTIDCODES.

01 WA-LINK-LIMIT  PIC 9(05) VALUE 5.
01 WA-PREV-ENTITY PIC X(08) VALUE SPACES.
01 WA-PREV-PAN    PIC X(10) VALUE SPACES.

01 WA-REASON-LIST.
    02 FILLER PIC X(42) VALUE "NRENTITY HAS NO CURRENT RELATED PARTY".
    02 FILLER PIC X(42) VALUE "PIRELATED PAN INACTIVE OR INVALID".
    02 FILLER PIC X(42) VALUE "PNRELATED PAN NOT ON PANMAST".
    02 FILLER PIC X(42) VALUE "MLINDIVIDUAL LINKED TO MANY ENTITIES".
01 WA-REASON-TABLE REDEFINES WA-REASON-LIST.
    02 WA-REASON-ENTRY OCCURS 4 TIMES.
        03 WA-REASON-TBL-CODE PIC X(02).
        03 WA-REASON-TBL-DESC PIC X(40).
01 WA-REASON-MAX PIC 9(02) VALUE 4.

01 WA-BUCKET-COUNTS.
    02 WA-BUCKET-COUNT PIC 9(07) OCCURS 4 TIMES VALUE 0.

01 WA-DETAIL-TABLE.
    02 WA-DETAIL-ENTRY OCCURS 9999 TIMES.
        03 WA-DETAIL-CODE PIC X(02).
        03 WA-DETAIL-LINE PIC X(80).
01 WA-DETAIL-MAX   PIC 9(05) VALUE 9999.
01 WA-DETAIL-COUNT PIC 9(05) VALUE 0.
01 WA-DETAIL-OVERFLOW-CNT PIC 9(07) VALUE 0.

01 WA-PERSON-TABLE.
    02 WA-PERSON-ENTRY OCCURS 50000 TIMES.
        03 WA-PER-PAN    PIC X(10).
        03 WA-PER-CUSTID PIC X(08).
        03 WA-PER-LINKS  PIC 9(05).
01 WA-PERSON-MAX   PIC 9(05) VALUE 50000.
01 WA-PERSON-COUNT PIC 9(05) VALUE 0.
01 WA-PERSON-DROPPED PIC 9(07) VALUE 0.

01 WA-RSN-IDX PIC 9(02) BINARY.
01 WA-DTL-IDX PIC 9(05) BINARY.
01 WA-PER-IDX PIC 9(05) BINARY.
01 WA-CUR-CODE PIC X(02).
01 WA-CUR-KEY PIC X(22) VALUE SPACES.
01 WA-CUR-DETAIL PIC X(50) VALUE SPACES.

01 WA-COUNTS.
    02 WA-CNT-READ      PIC 9(07) VALUE 0.
    02 WA-CNT-ENTITIES  PIC 9(07) VALUE 0.
    02 WA-CNT-LINKS     PIC 9(07) VALUE 0.
    02 WA-CNT-CURRENT   PIC 9(07) VALUE 0.
    02 WA-CNT-EXCEPTION PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM CHECK-ENTITY-PARA UNTIL WA-EOF.
    PERFORM START-LINK-PASS-PARA.
    PERFORM CHECK-LINK-PARA UNTIL WA-RP-EOF.
    PERFORM CHECK-LINK-COUNT-PARA
        VARYING WA-PER-IDX FROM 1 BY 1
        UNTIL WA-PER-IDX > WA-PERSON-COUNT.
    PERFORM PRINT-REPORT-PARA.
    PERFORM TERMINATE-PARA.
    STOP RUN.

    INITIALIZE-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    PERFORM READ-RELPARTY-PARM-PARA.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "RELPARTYRPT - UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
            " STATUS=" WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT RELPARTY-FILE.
    IF WA-RELPARTY-STATUS = "35"
        OPEN OUTPUT RELPARTY-FILE
        CLOSE RELPARTY-FILE
        OPEN INPUT RELPARTY-FILE
    END-IF.
    IF WA-RELPARTY-STATUS NOT = "00"
        DISPLAY "RELPARTYRPT - UNABLE TO OPEN RELPARTY-FILE, STATUS="
            WA-RELPARTY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT PAN-MASTER-FILE.
    IF WA-PANMAST-STATUS NOT = "00"
        DISPLAY "RELPARTYRPT - UNABLE TO OPEN PAN-MASTER-FILE, STATUS="
            WA-PANMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "O" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-RELPTYRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    IF WA-RPT-OK-SW NOT = "Y"
        DISPLAY "RELPARTYRPT - UNABLE TO OPEN EXCEPTIONS REPORT "
            WA-RELPTYRPT-DSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "RELATED-PARTY REGISTER - EXCEPTIONS BY TYPE" TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    PERFORM READ-CUSTMAST-PARA.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            MOVE SPACES TO WA-RELPTYRPT-DSN
            STRING "RELPTYRPT." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-RELPTYRPT-DSN
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    READ-RELPARTY-PARM-PARA.
    OPEN INPUT RELPARTY-PARM-FILE.
    IF WA-RELPPARM-STATUS = "00"
        READ RELPARTY-PARM-FILE
            AT END MOVE SPACES TO WA-RELPPARM-REC
        END-READ
        IF RPP-LINK-LIMIT IS NUMERIC AND RPP-LINK-LIMIT > "000"
            MOVE RPP-LINK-LIMIT TO WA-LINK-LIMIT
        END-IF
    END-IF.
    CLOSE RELPARTY-PARM-FILE.

    WRITE-RPT-LINE-PARA.
    MOVE "D" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-RELPTYRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    WRITE-RPT-TOTAL-PARA.
    MOVE "T" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-RELPTYRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    READ-CUSTMAST-PARA.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "RELPARTYRPT - CUSTMAST READ ERROR, STATUS="
            WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WA-EOF-SW
    END-IF.

    CHECK-ENTITY-PARA.
    ADD 1 TO WA-CNT-READ.
    MOVE CM-PAN TO WS-PAN-VAL.
    MOVE "N" TO WA-ENTITY-SW.
    IF WA-HUF OR WA-FIRM OR WA-LLP OR WA-COMPANY OR WA-TRUST
        MOVE "Y" TO WA-ENTITY-SW
    END-IF.
    IF WA-ENTITY
        ADD 1 TO WA-CNT-ENTITIES
        PERFORM FIND-CURRENT-LINK-PARA
        IF NOT WA-LINK-FOUND
            MOVE SPACES TO WA-CUR-KEY
            STRING CM-CUSTID " " CM-PAN
                DELIMITED BY SIZE INTO WA-CUR-KEY
            MOVE SPACES TO WA-CUR-DETAIL
            STRING "ENTITY TYPE " WS-P1CHAR " " CM-NAME
                DELIMITED BY SIZE INTO WA-CUR-DETAIL
            MOVE "NR" TO WA-CUR-CODE
            PERFORM RECORD-EXCEPTION-PARA
        END-IF
    END-IF.
    PERFORM READ-CUSTMAST-PARA.

    FIND-CURRENT-LINK-PARA.
    MOVE "N" TO WA-LINK-FOUND-SW.
    MOVE "N" TO WA-RP-EOF-SW.
    MOVE SPACES TO RP-KEY.
    MOVE CM-CUSTID TO RP-ENTITY-CUSTID.
    START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
        INVALID KEY MOVE "Y" TO WA-RP-EOF-SW
    END-START.
    PERFORM SCAN-ENTITY-LINK-PARA
        UNTIL WA-RP-EOF OR WA-LINK-FOUND.

    SCAN-ENTITY-LINK-PARA.
    READ RELPARTY-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-RP-EOF-SW
    END-READ.
    IF WA-RP-EOF
        EXIT PARAGRAPH
    END-IF.
    IF WA-RELPARTY-STATUS NOT = "00"
        OR RP-ENTITY-CUSTID NOT = CM-CUSTID
        MOVE "Y" TO WA-RP-EOF-SW
        EXIT PARAGRAPH
    END-IF.
    IF RP-EFF-FROM NOT > WA-RUN-DATE
        AND (RP-EFF-TO = SPACES OR RP-EFF-TO > WA-RUN-DATE)
        MOVE "Y" TO WA-LINK-FOUND-SW
    END-IF.

    START-LINK-PASS-PARA.
    MOVE "N" TO WA-RP-EOF-SW.
    MOVE LOW-VALUES TO RP-KEY.
    START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
        INVALID KEY MOVE "Y" TO WA-RP-EOF-SW
    END-START.
    IF NOT WA-RP-EOF
        PERFORM READ-RELPARTY-PARA
    END-IF.

    READ-RELPARTY-PARA.
    READ RELPARTY-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-RP-EOF-SW
    END-READ.
    IF NOT WA-RP-EOF AND WA-RELPARTY-STATUS NOT = "00"
        DISPLAY "RELPARTYRPT - RELPARTY READ ERROR, STATUS="
            WA-RELPARTY-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WA-RP-EOF-SW
    END-IF.

    CHECK-LINK-PARA.
    ADD 1 TO WA-CNT-LINKS.
    IF RP-EFF-FROM NOT > WA-RUN-DATE
        AND (RP-EFF-TO = SPACES OR RP-EFF-TO > WA-RUN-DATE)
        ADD 1 TO WA-CNT-CURRENT
        MOVE SPACES TO WA-CUR-KEY
        STRING RP-ENTITY-CUSTID " " RP-PAN " " RP-ROLE
            DELIMITED BY SIZE INTO WA-CUR-KEY
        PERFORM CHECK-LINK-PAN-PARA
        IF RP-ENTITY-CUSTID NOT = WA-PREV-ENTITY
            OR RP-PAN NOT = WA-PREV-PAN
            PERFORM NOTE-PERSON-PARA
        END-IF
        MOVE RP-ENTITY-CUSTID TO WA-PREV-ENTITY
        MOVE RP-PAN TO WA-PREV-PAN
    END-IF.
    PERFORM READ-RELPARTY-PARA.

    CHECK-LINK-PAN-PARA.
    MOVE RP-PAN TO WA-PANMAST-KEY.
    READ PAN-MASTER-FILE
        INVALID KEY
            MOVE SPACES TO WA-CUR-DETAIL
            STRING "PERSON " RP-PERSON-CUSTID
                " PAN NOT ON PANMAST"
                DELIMITED BY SIZE INTO WA-CUR-DETAIL
            MOVE "PN" TO WA-CUR-CODE
            PERFORM RECORD-EXCEPTION-PARA
        NOT INVALID KEY
            IF WA-PANMAST-INACTIVE OR WA-PANMAST-INVALID
                MOVE SPACES TO WA-CUR-DETAIL
                STRING "PERSON " RP-PERSON-CUSTID " VSTAT "
                    WA-PANMAST-VSTAT " SINCE " WA-PANMAST-VDATE
                    DELIMITED BY SIZE INTO WA-CUR-DETAIL
                MOVE "PI" TO WA-CUR-CODE
                PERFORM RECORD-EXCEPTION-PARA
            END-IF
    END-READ.

    NOTE-PERSON-PARA.
    PERFORM VARYING WA-PER-IDX FROM 1 BY 1
        UNTIL WA-PER-IDX > WA-PERSON-COUNT
        IF WA-PER-PAN(WA-PER-IDX) = RP-PAN
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WA-PER-IDX > WA-PERSON-COUNT
        IF WA-PERSON-COUNT < WA-PERSON-MAX
            ADD 1 TO WA-PERSON-COUNT
            MOVE WA-PERSON-COUNT TO WA-PER-IDX
            MOVE RP-PAN TO WA-PER-PAN(WA-PER-IDX)
            MOVE RP-PERSON-CUSTID TO WA-PER-CUSTID(WA-PER-IDX)
            MOVE 0 TO WA-PER-LINKS(WA-PER-IDX)
        ELSE
            ADD 1 TO WA-PERSON-DROPPED
            EXIT PARAGRAPH
        END-IF
    END-IF.
    ADD 1 TO WA-PER-LINKS(WA-PER-IDX).

    CHECK-LINK-COUNT-PARA.
    IF WA-PER-LINKS(WA-PER-IDX) > WA-LINK-LIMIT
        MOVE SPACES TO WA-CUR-KEY
        STRING WA-PER-CUSTID(WA-PER-IDX) " " WA-PER-PAN(WA-PER-IDX)
            DELIMITED BY SIZE INTO WA-CUR-KEY
        MOVE SPACES TO WA-CUR-DETAIL
        STRING "LINKED TO " WA-PER-LINKS(WA-PER-IDX)
            " ENTITIES - LIMIT " WA-LINK-LIMIT
            DELIMITED BY SIZE INTO WA-CUR-DETAIL
        MOVE "ML" TO WA-CUR-CODE
        PERFORM RECORD-EXCEPTION-PARA
    END-IF.

    RECORD-EXCEPTION-PARA.
    ADD 1 TO WA-CNT-EXCEPTION.
    PERFORM VARYING WA-RSN-IDX FROM 1 BY 1
        UNTIL WA-RSN-IDX > WA-REASON-MAX
        IF WA-CUR-CODE = WA-REASON-TBL-CODE(WA-RSN-IDX)
            ADD 1 TO WA-BUCKET-COUNT(WA-RSN-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WA-DETAIL-COUNT < WA-DETAIL-MAX
        ADD 1 TO WA-DETAIL-COUNT
        MOVE WA-CUR-CODE TO WA-DETAIL-CODE(WA-DETAIL-COUNT)
        MOVE SPACES TO WA-DETAIL-LINE(WA-DETAIL-COUNT)
        STRING "  " WA-CUR-KEY " " WA-CUR-DETAIL
            DELIMITED BY SIZE INTO WA-DETAIL-LINE(WA-DETAIL-COUNT)
    ELSE
        ADD 1 TO WA-DETAIL-OVERFLOW-CNT
    END-IF.

    PRINT-REPORT-PARA.
    PERFORM VARYING WA-RSN-IDX FROM 1 BY 1
        UNTIL WA-RSN-IDX > WA-REASON-MAX
        PERFORM PRINT-BUCKET-PARA
    END-PERFORM.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "CUSTOMERS READ:        " WA-CNT-READ
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "ENTITY CUSTOMERS:      " WA-CNT-ENTITIES
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "RELATED-PARTY LINKS:   " WA-CNT-LINKS
        "  CURRENT " WA-CNT-CURRENT
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    PERFORM VARYING WA-RSN-IDX FROM 1 BY 1
        UNTIL WA-RSN-IDX > WA-REASON-MAX
        MOVE SPACES TO WA-RPT-LINE
        STRING WA-REASON-TBL-CODE(WA-RSN-IDX) " "
            WA-REASON-TBL-DESC(WA-RSN-IDX) " "
            WA-BUCKET-COUNT(WA-RSN-IDX)
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-RPT-TOTAL-PARA
    END-PERFORM.
    IF WA-DETAIL-OVERFLOW-CNT > 0
        MOVE SPACES TO WA-RPT-LINE
        STRING "WARNING: " WA-DETAIL-OVERFLOW-CNT
            " EXCEPTION(S) COUNTED BUT NOT LISTED - DETAIL CAPACITY "
            WA-DETAIL-MAX
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-RPT-TOTAL-PARA
    END-IF.
    IF WA-PERSON-DROPPED > 0
        MOVE SPACES TO WA-RPT-LINE
        STRING "WARNING: " WA-PERSON-DROPPED
            " LINK(S) NOT COUNTED - INDIVIDUAL CAPACITY "
            WA-PERSON-MAX
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-RPT-TOTAL-PARA
    END-IF.
    IF WA-CNT-EXCEPTION > 0 AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF.

    PRINT-BUCKET-PARA.
    MOVE WA-REASON-TBL-CODE(WA-RSN-IDX) TO WA-CUR-CODE.
    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "REASON " WA-CUR-CODE " - " WA-REASON-TBL-DESC(WA-RSN-IDX)
        " (" WA-BUCKET-COUNT(WA-RSN-IDX) ")"
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    PERFORM VARYING WA-DTL-IDX FROM 1 BY 1
        UNTIL WA-DTL-IDX > WA-DETAIL-COUNT
        IF WA-DETAIL-CODE(WA-DTL-IDX) = WA-CUR-CODE
            MOVE WA-DETAIL-LINE(WA-DTL-IDX) TO WA-RPT-LINE
            PERFORM WRITE-RPT-LINE-PARA
        END-IF
    END-PERFORM.

    TERMINATE-PARA.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE RELPARTY-FILE.
    CLOSE PAN-MASTER-FILE.
    MOVE "C" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-RELPTYRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    DISPLAY "RELPARTYRPT - " WA-CNT-ENTITIES " ENTITY(IES), "
        WA-CNT-CURRENT " CURRENT LINK(S), " WA-CNT-EXCEPTION
        " EXCEPTION(S) - SEE " WA-RELPTYRPT-DSN.
