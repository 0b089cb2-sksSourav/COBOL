IDENTIFICATION DIVISION.
PROGRAM-ID. PORTMISRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CTL-CARD-STATUS.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-CUSTID
        FILE STATUS IS WA-CUSTMAST-STATUS.
    SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO "CUSTARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CA-CUSTID
        FILE STATUS IS WA-CUSTARCH-STATUS.
    SELECT PAN-MASTER-FILE ASSIGN TO "PANMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WA-PANMAST-KEY
        FILE STATUS IS WA-PANMAST-STATUS.
    SELECT JOURNAL-HISTORY-FILE ASSIGN TO "CUSTJRNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-JRNHIST-STATUS.
    SELECT HOLDER-HISTORY-FILE ASSIGN DYNAMIC WA-HIST-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-HIST-STATUS.
    SELECT PORTFOLIO-HISTORY-FILE ASSIGN TO "PORTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-PORTHIST-STATUS.
    SELECT PORTFOLIO-WORK-FILE ASSIGN TO "PORTHISTWK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-PORTWK-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  CUSTOMER-MASTER-FILE
    RECORD CONTAINS 196 CHARACTERS.
COPY CUSTMASTREC.

FD  CUSTOMER-ARCHIVE-FILE
    RECORD CONTAINS 204 CHARACTERS.
COPY CUSTARCHREC.

FD  PAN-MASTER-FILE
    RECORD CONTAINS 27 CHARACTERS.
COPY PANMASTREC.

FD  JOURNAL-HISTORY-FILE
    RECORD CONTAINS 430 CHARACTERS.
01  WA-JRNHIST-REC.
    02 JH-RUN-DATE PIC X(08).
    02 FILLER      PIC X(01).
    02 JH-JOURNAL  PIC X(421).

FD  HOLDER-HISTORY-FILE
    RECORD CONTAINS 30 CHARACTERS.
COPY HOLDHISTREC.

FD  PORTFOLIO-HISTORY-FILE
    RECORD CONTAINS 64 CHARACTERS.
COPY PORTHISTREC.

FD  PORTFOLIO-WORK-FILE
    RECORD CONTAINS 64 CHARACTERS.
01  WA-PORTWK-REC PIC X(64).

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-CUSTMAST-STATUS PIC X(02) VALUE "00".
01 WA-CUSTARCH-STATUS PIC X(02) VALUE "00".
01 WA-PANMAST-STATUS  PIC X(02) VALUE "00".
01 WA-JRNHIST-STATUS  PIC X(02) VALUE "00".
01 WA-HIST-STATUS     PIC X(02) VALUE "00".
01 WA-PORTHIST-STATUS PIC X(02) VALUE "00".
01 WA-PORTWK-STATUS   PIC X(02) VALUE "00".
01 WA-HIST-DSN        PIC X(30) VALUE "PANHIST".
01 WA-PORTMIS-DSN     PIC X(30) VALUE "PORTMIS".

01 WA-RPT-LINE       PIC X(80) VALUE SPACES.
01 WA-RPT-FUNCTION   PIC X(01) VALUE SPACE.
01 WA-RPT-PROGRAM    PIC X(16) VALUE "PORTMISRPT".
01 WA-RPT-OK-SW      PIC X(01) VALUE "N".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".

01 WA-MONTH PIC X(06) VALUE SPACES.
01 WA-MONTH-PARTS REDEFINES WA-MONTH.
    02 WA-MONTH-YYYY PIC 9(04).
    02 WA-MONTH-MM   PIC 9(02).
01 WA-PREV-MONTH PIC X(06) VALUE SPACES.
01 WA-PREV-MONTH-PARTS REDEFINES WA-PREV-MONTH.
    02 WA-PREV-MONTH-YYYY PIC 9(04).
    02 WA-PREV-MONTH-MM   PIC 9(02).
01 WA-PREV-YEAR PIC X(06) VALUE SPACES.
01 WA-PREV-YEAR-PARTS REDEFINES WA-PREV-YEAR.
    02 WA-PREV-YEAR-YYYY PIC 9(04).
    02 WA-PREV-YEAR-MM   PIC 9(02).

COPY CUSTJRNREC.

01 WA-IMAGE PIC X(196) VALUE SPACES.
01 WA-IMAGE-FIELDS REDEFINES WA-IMAGE.
    02 FILLER          PIC X(58).
    02 WA-IMG-CATEGORY PIC X(01).
    02 FILLER          PIC X(129).
    02 WA-IMG-STATE    PIC X(02).
    02 FILLER          PIC X(06).
01 WA-LAST-ADD-CUSTID PIC X(08) VALUE SPACES.
01 WA-LAST-ADD-CAT    PIC 9(02) VALUE 0.

01 WA-CAT-LIST.
    02 FILLER PIC X(16) VALUE "CCOMPANY".
    02 FILLER PIC X(16) VALUE "PPERSON".
    02 FILLER PIC X(16) VALUE "HHUF".
    02 FILLER PIC X(16) VALUE "FFIRM".
    02 FILLER PIC X(16) VALUE "AAOP".
    02 FILLER PIC X(16) VALUE "TTRUST".
    02 FILLER PIC X(16) VALUE "BBOI".
    02 FILLER PIC X(16) VALUE "LLOCAL AUTHORITY".
    02 FILLER PIC X(16) VALUE "JARTIFICIAL JUR".
    02 FILLER PIC X(16) VALUE "GGOVERNMENT".
    02 FILLER PIC X(16) VALUE "ELLP".
    02 FILLER PIC X(16) VALUE "?OTHER/UNKNOWN".
01 WA-CAT-TABLE REDEFINES WA-CAT-LIST.
    02 WA-CAT-ENTRY OCCURS 12 TIMES.
        03 WA-CAT-CODE PIC X(01).
        03 WA-CAT-DESC PIC X(15).
01 WA-CAT-MAX PIC 9(02) VALUE 12.
01 WA-CAT-IDX PIC 9(02) VALUE 0.
01 WA-CAT-SCAN PIC 9(02) BINARY.
01 WA-CAT-CODE-IN PIC X(01) VALUE SPACE.

01 WA-CAT-COUNTS.
    02 WA-CAT-TOTALS OCCURS 12 TIMES.
        03 WA-CAT-ACTIVE    PIC 9(09).
        03 WA-CAT-ARCHIVED  PIC 9(09).
        03 WA-CAT-ADDED     PIC 9(07).
        03 WA-CAT-CLOSED    PIC 9(07).
        03 WA-CAT-REINST    PIC 9(07).
        03 WA-CAT-ARCH-MTH  PIC 9(07).

01 WA-STATE-TABLE.
    02 WA-STATE-ENTRY OCCURS 40 TIMES.
        03 WA-STATE-KEY      PIC X(02).
        03 WA-STATE-ACTIVE   PIC 9(09).
        03 WA-STATE-ARCHIVED PIC 9(09).
        03 WA-STATE-CELL     PIC 9(07) OCCURS 12 TIMES.
01 WA-STATE-MAX PIC 9(02) VALUE 40.
01 WA-STATE-IDX PIC 9(02) VALUE 0.
01 WA-STATE-CODE-IN PIC X(02) VALUE SPACES.
01 WA-STATE-NUM-X PIC X(02) VALUE SPACES.
01 WA-STATE-NUM REDEFINES WA-STATE-NUM-X PIC 9(02).

01 WA-PRIOR-TABLE.
    02 WA-PRIOR-ENTRY OCCURS 200 TIMES.
        03 WA-PRIOR-MONTH  PIC X(06).
        03 WA-PRIOR-KIND   PIC X(01).
        03 WA-PRIOR-KEY    PIC X(02).
        03 WA-PRIOR-ACTIVE PIC 9(09).
01 WA-PRIOR-MAX   PIC 9(05) VALUE 200.
01 WA-PRIOR-COUNT PIC 9(05) VALUE 0.
01 WA-PRIOR-IDX   PIC 9(05) BINARY.
01 WA-LOOK-MONTH  PIC X(06) VALUE SPACES.
01 WA-LOOK-KIND   PIC X(01) VALUE SPACE.
01 WA-LOOK-KEY    PIC X(02) VALUE SPACES.
01 WA-LOOK-ACTIVE PIC 9(09) VALUE 0.
01 WA-LOOK-FOUND-SW PIC X(01) VALUE "N".
    88 WA-LOOK-FOUND VALUE "Y".

01 WA-CUR-ACTIVE   PIC 9(09) VALUE 0.
01 WA-CUR-ARCHIVED PIC 9(09) VALUE 0.
01 WA-CUR-KEY      PIC X(02) VALUE SPACES.
01 WA-CUR-DESC     PIC X(15) VALUE SPACES.
01 WA-DELTA        PIC S9(08) VALUE 0.
01 WA-DELTA-DISP   PIC +9(07) VALUE ZERO.
01 WA-MOM-TEXT     PIC X(17) VALUE SPACES.
01 WA-YOY-TEXT     PIC X(17) VALUE SPACES.

01 WA-PAIR-TABLE.
    02 WA-PAIR-ENTRY OCCURS 50000 TIMES.
        03 WA-PAIR-MOBILE PIC X(10).
        03 WA-PAIR-CUSTID PIC X(08).
        03 WA-PAIR-DONE   PIC X(01).
01 WA-PAIR-MAX   PIC 9(05) VALUE 50000.
01 WA-PAIR-COUNT PIC 9(05) VALUE 0.
01 WA-PAIR-IDX   PIC 9(05) BINARY.
01 WA-PAIR-SCAN  PIC 9(05) BINARY.
01 WA-SHARE-CNT  PIC 9(05) VALUE 0.

01 WA-TOTALS.
    02 WA-TOT-ACTIVE    PIC 9(09) VALUE 0.
    02 WA-TOT-ARCHIVED  PIC 9(09) VALUE 0.
    02 WA-TOT-ADDED     PIC 9(07) VALUE 0.
    02 WA-TOT-CLOSED    PIC 9(07) VALUE 0.
    02 WA-TOT-REINST    PIC 9(07) VALUE 0.
    02 WA-TOT-ARCH-MTH  PIC 9(07) VALUE 0.

01 WA-DQ-COUNTS.
    02 WA-DQ-NO-EMAIL     PIC 9(07) VALUE 0.
    02 WA-DQ-NO-ADDRESS   PIC 9(07) VALUE 0.
    02 WA-DQ-PAN-INACTIVE PIC 9(07) VALUE 0.
    02 WA-DQ-PAN-INVALID  PIC 9(07) VALUE 0.
    02 WA-DQ-PAN-NOTFOUND PIC 9(07) VALUE 0.
    02 WA-DQ-MOB-SHARED   PIC 9(07) VALUE 0.
    02 WA-DQ-MOB-DROPPED  PIC 9(07) VALUE 0.

01 WA-HOLDER-COUNTS.
    02 WA-HOLDER-MOVES OCCURS 2 TIMES.
        03 WA-HLD-REGISTERED   PIC 9(07).
        03 WA-HLD-TRANSFERRED  PIC 9(07).
        03 WA-HLD-DEREGISTERED PIC 9(07).
01 WA-HLD-IDX PIC 9(01) VALUE 0.

01 WA-COUNTS.
    02 WA-CNT-JRN-READ  PIC 9(09) VALUE 0.
    02 WA-CNT-JRN-MONTH PIC 9(09) VALUE 0.
    02 WA-CNT-HISTORY   PIC 9(07) VALUE 0.
    02 WA-CNT-SNAPSHOT  PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM PROCESS-CUSTMAST-PARA UNTIL WA-EOF.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE PAN-MASTER-FILE.
    PERFORM VARYING WA-PAIR-IDX FROM 1 BY 1
        UNTIL WA-PAIR-IDX > WA-PAIR-COUNT
        IF WA-PAIR-DONE(WA-PAIR-IDX) = "N"
            PERFORM CHECK-ONE-MOBILE-PARA
        END-IF
    END-PERFORM.
    PERFORM SCAN-ARCHIVE-PARA.
    PERFORM SCAN-JOURNAL-PARA.
    MOVE "PANHIST" TO WA-HIST-DSN.
    MOVE 1 TO WA-HLD-IDX.
    PERFORM SCAN-HOLDER-HISTORY-PARA.
    MOVE "MOBLHIST" TO WA-HIST-DSN.
    MOVE 2 TO WA-HLD-IDX.
    PERFORM SCAN-HOLDER-HISTORY-PARA.
    PERFORM LOAD-PRIOR-HISTORY-PARA.
    PERFORM PRINT-REPORT-PARA.
    PERFORM SAVE-SNAPSHOT-PARA.
    PERFORM TERMINATE-PARA.
    STOP RUN.

    INITIALIZE-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    MOVE WA-RUN-DATE(1:6) TO WA-MONTH.
    IF WA-MONTH IS NOT NUMERIC OR WA-MONTH-MM < 1 OR WA-MONTH-MM > 12
        DISPLAY "PORTMISRPT - RUN DATE " WA-RUN-DATE
            " DOES NOT GIVE A REPORTING MONTH"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-MONTH-MM = 1
        COMPUTE WA-PREV-MONTH-YYYY = WA-MONTH-YYYY - 1
        MOVE 12 TO WA-PREV-MONTH-MM
    ELSE
        MOVE WA-MONTH-YYYY TO WA-PREV-MONTH-YYYY
        COMPUTE WA-PREV-MONTH-MM = WA-MONTH-MM - 1
    END-IF.
    COMPUTE WA-PREV-YEAR-YYYY = WA-MONTH-YYYY - 1.
    MOVE WA-MONTH-MM TO WA-PREV-YEAR-MM.
    PERFORM VARYING WA-CAT-SCAN FROM 1 BY 1 UNTIL WA-CAT-SCAN > WA-CAT-MAX
        MOVE 0 TO WA-CAT-ACTIVE(WA-CAT-SCAN)
        MOVE 0 TO WA-CAT-ARCHIVED(WA-CAT-SCAN)
        MOVE 0 TO WA-CAT-ADDED(WA-CAT-SCAN)
        MOVE 0 TO WA-CAT-CLOSED(WA-CAT-SCAN)
        MOVE 0 TO WA-CAT-REINST(WA-CAT-SCAN)
        MOVE 0 TO WA-CAT-ARCH-MTH(WA-CAT-SCAN)
    END-PERFORM.
    PERFORM VARYING WA-STATE-IDX FROM 1 BY 1
        UNTIL WA-STATE-IDX > WA-STATE-MAX
        EVALUATE WA-STATE-IDX
        WHEN 39
            MOVE "97" TO WA-STATE-KEY(WA-STATE-IDX)
        WHEN 40
            MOVE "??" TO WA-STATE-KEY(WA-STATE-IDX)
        WHEN OTHER
            MOVE WA-STATE-IDX TO WA-STATE-NUM
            MOVE WA-STATE-NUM-X TO WA-STATE-KEY(WA-STATE-IDX)
        END-EVALUATE
        MOVE 0 TO WA-STATE-ACTIVE(WA-STATE-IDX)
        MOVE 0 TO WA-STATE-ARCHIVED(WA-STATE-IDX)
        PERFORM VARYING WA-CAT-SCAN FROM 1 BY 1
            UNTIL WA-CAT-SCAN > WA-CAT-MAX
            MOVE 0 TO WA-STATE-CELL(WA-STATE-IDX, WA-CAT-SCAN)
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING WA-HLD-IDX FROM 1 BY 1 UNTIL WA-HLD-IDX > 2
        MOVE 0 TO WA-HLD-REGISTERED(WA-HLD-IDX)
        MOVE 0 TO WA-HLD-TRANSFERRED(WA-HLD-IDX)
        MOVE 0 TO WA-HLD-DEREGISTERED(WA-HLD-IDX)
    END-PERFORM.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
            " STATUS=" WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT PAN-MASTER-FILE.
    IF WA-PANMAST-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - UNABLE TO OPEN PAN-MASTER-FILE, STATUS="
            WA-PANMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "O" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-PORTMIS-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    IF WA-RPT-OK-SW NOT = "Y"
        DISPLAY "PORTMISRPT - UNABLE TO OPEN PORTFOLIO REPORT "
            WA-PORTMIS-DSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "MONTHLY CUSTOMER PORTFOLIO MIS - MONTH " WA-MONTH
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    PERFORM READ-CUSTMAST-PARA.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            MOVE SPACES TO WA-PORTMIS-DSN
            STRING "PORTMIS." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-PORTMIS-DSN
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    WRITE-MIS-LINE-PARA.
    MOVE "D" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-PORTMIS-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    WRITE-MIS-TOTAL-PARA.
    MOVE "T" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-PORTMIS-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    READ-CUSTMAST-PARA.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - CUSTMAST READ ERROR, STATUS="
            WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WA-EOF-SW
    END-IF.

    PROCESS-CUSTMAST-PARA.
    ADD 1 TO WA-TOT-ACTIVE.
    MOVE CM-CATEGORY TO WA-CAT-CODE-IN.
    PERFORM FIND-CATEGORY-PARA.
    MOVE CM-STATE TO WA-STATE-CODE-IN.
    PERFORM FIND-STATE-PARA.
    ADD 1 TO WA-CAT-ACTIVE(WA-CAT-IDX).
    ADD 1 TO WA-STATE-ACTIVE(WA-STATE-IDX).
    ADD 1 TO WA-STATE-CELL(WA-STATE-IDX, WA-CAT-IDX).
    IF CM-EMAIL = SPACES
        ADD 1 TO WA-DQ-NO-EMAIL
    END-IF.
    IF CM-ADDR1 = SPACES AND CM-ADDR2 = SPACES
        ADD 1 TO WA-DQ-NO-ADDRESS
    END-IF.
    IF CM-PAN NOT = SPACES
        MOVE CM-PAN TO WA-PANMAST-KEY
        READ PAN-MASTER-FILE
            INVALID KEY ADD 1 TO WA-DQ-PAN-NOTFOUND
            NOT INVALID KEY
                IF WA-PANMAST-INACTIVE
                    ADD 1 TO WA-DQ-PAN-INACTIVE
                END-IF
                IF WA-PANMAST-INVALID
                    ADD 1 TO WA-DQ-PAN-INVALID
                END-IF
        END-READ
    END-IF.
    IF CM-MOBILE NOT = SPACES AND CM-MOBILE NOT = LOW-VALUES
        IF WA-PAIR-COUNT < WA-PAIR-MAX
            ADD 1 TO WA-PAIR-COUNT
            MOVE CM-MOBILE TO WA-PAIR-MOBILE(WA-PAIR-COUNT)
            MOVE CM-CUSTID TO WA-PAIR-CUSTID(WA-PAIR-COUNT)
            MOVE "N" TO WA-PAIR-DONE(WA-PAIR-COUNT)
        ELSE
            ADD 1 TO WA-DQ-MOB-DROPPED
        END-IF
    END-IF.
    PERFORM READ-CUSTMAST-PARA.

    FIND-CATEGORY-PARA.
    INSPECT WA-CAT-CODE-IN CONVERTING "cphfatbljge" TO "CPHFATBLJGE".
    MOVE WA-CAT-MAX TO WA-CAT-IDX.
    PERFORM VARYING WA-CAT-SCAN FROM 1 BY 1
        UNTIL WA-CAT-SCAN >= WA-CAT-MAX
        IF WA-CAT-CODE(WA-CAT-SCAN) = WA-CAT-CODE-IN
            MOVE WA-CAT-SCAN TO WA-CAT-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

    FIND-STATE-PARA.
    MOVE 40 TO WA-STATE-IDX.
    IF WA-STATE-CODE-IN = "97"
        MOVE 39 TO WA-STATE-IDX
    ELSE
        MOVE WA-STATE-CODE-IN TO WA-STATE-NUM-X
        IF WA-STATE-NUM-X IS NUMERIC
            IF WA-STATE-NUM >= 1 AND WA-STATE-NUM <= 38
                MOVE WA-STATE-NUM TO WA-STATE-IDX
            END-IF
        END-IF
    END-IF.

    CHECK-ONE-MOBILE-PARA.
    MOVE 0 TO WA-SHARE-CNT.
    PERFORM VARYING WA-PAIR-SCAN FROM WA-PAIR-IDX BY 1
        UNTIL WA-PAIR-SCAN > WA-PAIR-COUNT
        IF WA-PAIR-MOBILE(WA-PAIR-SCAN) = WA-PAIR-MOBILE(WA-PAIR-IDX)
            ADD 1 TO WA-SHARE-CNT
            MOVE "Y" TO WA-PAIR-DONE(WA-PAIR-SCAN)
        END-IF
    END-PERFORM.
    IF WA-SHARE-CNT > 1
        ADD WA-SHARE-CNT TO WA-DQ-MOB-SHARED
    END-IF.

    SCAN-ARCHIVE-PARA.
    OPEN INPUT CUSTOMER-ARCHIVE-FILE.
    IF WA-CUSTARCH-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-CUSTARCH-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - UNABLE TO OPEN CUSTOMER-ARCHIVE-FILE,"
            " STATUS=" WA-CUSTARCH-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-ARCHIVE-PARA.
    PERFORM PROCESS-ARCHIVE-PARA UNTIL WA-EOF.
    CLOSE CUSTOMER-ARCHIVE-FILE.

    READ-ARCHIVE-PARA.
    READ CUSTOMER-ARCHIVE-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-CUSTARCH-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - CUSTARCH READ ERROR, STATUS="
            WA-CUSTARCH-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WA-EOF-SW
    END-IF.

    PROCESS-ARCHIVE-PARA.
    ADD 1 TO WA-TOT-ARCHIVED.
    MOVE CA-CUSTID TO WA-IMAGE(1:8).
    MOVE CA-CUST-DETAIL TO WA-IMAGE(9:188).
    MOVE WA-IMG-CATEGORY TO WA-CAT-CODE-IN.
    PERFORM FIND-CATEGORY-PARA.
    MOVE WA-IMG-STATE TO WA-STATE-CODE-IN.
    PERFORM FIND-STATE-PARA.
    ADD 1 TO WA-CAT-ARCHIVED(WA-CAT-IDX).
    ADD 1 TO WA-STATE-ARCHIVED(WA-STATE-IDX).
    IF CA-PURGE-DATE(1:6) = WA-MONTH
        ADD 1 TO WA-CAT-ARCH-MTH(WA-CAT-IDX)
        ADD 1 TO WA-TOT-ARCH-MTH
    END-IF.
    PERFORM READ-ARCHIVE-PARA.

    SCAN-JOURNAL-PARA.
    OPEN INPUT JOURNAL-HISTORY-FILE.
    IF WA-JRNHIST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-JRNHIST-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - UNABLE TO OPEN CUSTJRNHIST, STATUS="
            WA-JRNHIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-JOURNAL-PARA.
    PERFORM PROCESS-JOURNAL-PARA UNTIL WA-EOF.
    CLOSE JOURNAL-HISTORY-FILE.

    READ-JOURNAL-PARA.
    READ JOURNAL-HISTORY-FILE
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    PROCESS-JOURNAL-PARA.
    ADD 1 TO WA-CNT-JRN-READ.
    IF JH-RUN-DATE(1:6) NOT = WA-MONTH
        PERFORM READ-JOURNAL-PARA
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-CNT-JRN-MONTH.
    MOVE JH-JOURNAL TO WA-CUSTJRN-REC.
    EVALUATE TRUE
    WHEN JRN-CUSTMAST AND JRN-WRITE
        MOVE JRN-AFTER-IMAGE(1:196) TO WA-IMAGE
        MOVE WA-IMG-CATEGORY TO WA-CAT-CODE-IN
        PERFORM FIND-CATEGORY-PARA
        ADD 1 TO WA-CAT-ADDED(WA-CAT-IDX)
        ADD 1 TO WA-TOT-ADDED
        MOVE JRN-AFTER-IMAGE(1:8) TO WA-LAST-ADD-CUSTID
        MOVE WA-CAT-IDX TO WA-LAST-ADD-CAT
    WHEN JRN-CUSTMAST AND JRN-DELETE
        MOVE JRN-BEFORE-IMAGE(1:196) TO WA-IMAGE
        MOVE WA-IMG-CATEGORY TO WA-CAT-CODE-IN
        PERFORM FIND-CATEGORY-PARA
        ADD 1 TO WA-CAT-CLOSED(WA-CAT-IDX)
        ADD 1 TO WA-TOT-CLOSED
    WHEN JRN-CUSTARCH AND JRN-DELETE
        IF JRN-BEFORE-IMAGE(1:8) = WA-LAST-ADD-CUSTID
        AND WA-LAST-ADD-CAT > 0
            SUBTRACT 1 FROM WA-CAT-ADDED(WA-LAST-ADD-CAT)
            SUBTRACT 1 FROM WA-TOT-ADDED
            ADD 1 TO WA-CAT-REINST(WA-LAST-ADD-CAT)
            ADD 1 TO WA-TOT-REINST
            MOVE SPACES TO WA-LAST-ADD-CUSTID
            MOVE 0 TO WA-LAST-ADD-CAT
        END-IF
    END-EVALUATE.
    PERFORM READ-JOURNAL-PARA.

    SCAN-HOLDER-HISTORY-PARA.
    OPEN INPUT HOLDER-HISTORY-FILE.
    IF WA-HIST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-HIST-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - UNABLE TO OPEN " WA-HIST-DSN
            " STATUS=" WA-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-HOLDER-HISTORY-PARA.
    PERFORM PROCESS-HOLDER-HISTORY-PARA UNTIL WA-EOF.
    CLOSE HOLDER-HISTORY-FILE.

    READ-HOLDER-HISTORY-PARA.
    READ HOLDER-HISTORY-FILE
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    PROCESS-HOLDER-HISTORY-PARA.
    IF HH-EFF-DATE(1:6) = WA-MONTH
        EVALUATE TRUE
        WHEN HH-REGISTERED
            ADD 1 TO WA-HLD-REGISTERED(WA-HLD-IDX)
        WHEN HH-TRANSFERRED
            ADD 1 TO WA-HLD-TRANSFERRED(WA-HLD-IDX)
        WHEN HH-DEREGISTERED
            ADD 1 TO WA-HLD-DEREGISTERED(WA-HLD-IDX)
        END-EVALUATE
    END-IF.
    PERFORM READ-HOLDER-HISTORY-PARA.

    LOAD-PRIOR-HISTORY-PARA.
    OPEN INPUT PORTFOLIO-HISTORY-FILE.
    IF WA-PORTHIST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-PORTHIST-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - UNABLE TO OPEN PORTHIST, STATUS="
            WA-PORTHIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-PORTHIST-PARA.
    PERFORM KEEP-PRIOR-PARA UNTIL WA-EOF.
    CLOSE PORTFOLIO-HISTORY-FILE.

    READ-PORTHIST-PARA.
    READ PORTFOLIO-HISTORY-FILE
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    KEEP-PRIOR-PARA.
    IF (PH-MONTH = WA-PREV-MONTH OR PH-MONTH = WA-PREV-YEAR)
    AND PH-ACTIVE IS NUMERIC
        IF WA-PRIOR-COUNT < WA-PRIOR-MAX
            ADD 1 TO WA-PRIOR-COUNT
            MOVE PH-MONTH TO WA-PRIOR-MONTH(WA-PRIOR-COUNT)
            MOVE PH-KIND TO WA-PRIOR-KIND(WA-PRIOR-COUNT)
            MOVE PH-KEY TO WA-PRIOR-KEY(WA-PRIOR-COUNT)
            MOVE PH-ACTIVE TO WA-PRIOR-ACTIVE(WA-PRIOR-COUNT)
        END-IF
    END-IF.
    PERFORM READ-PORTHIST-PARA.

    FIND-PRIOR-PARA.
    MOVE "N" TO WA-LOOK-FOUND-SW.
    MOVE 0 TO WA-LOOK-ACTIVE.
    PERFORM VARYING WA-PRIOR-IDX FROM 1 BY 1
        UNTIL WA-PRIOR-IDX > WA-PRIOR-COUNT
        IF WA-PRIOR-MONTH(WA-PRIOR-IDX) = WA-LOOK-MONTH
        AND WA-PRIOR-KIND(WA-PRIOR-IDX) = WA-LOOK-KIND
        AND WA-PRIOR-KEY(WA-PRIOR-IDX) = WA-LOOK-KEY
            MOVE "Y" TO WA-LOOK-FOUND-SW
            MOVE WA-PRIOR-ACTIVE(WA-PRIOR-IDX) TO WA-LOOK-ACTIVE
            EXIT PERFORM
        END-IF
    END-PERFORM.

    BUILD-CHANGE-PARA.
    MOVE WA-PREV-MONTH TO WA-LOOK-MONTH.
    PERFORM FIND-PRIOR-PARA.
    MOVE SPACES TO WA-MOM-TEXT.
    IF WA-LOOK-FOUND
        COMPUTE WA-DELTA = WA-CUR-ACTIVE - WA-LOOK-ACTIVE
        MOVE WA-DELTA TO WA-DELTA-DISP
        STRING WA-LOOK-ACTIVE(3:7) " " WA-DELTA-DISP
            DELIMITED BY SIZE INTO WA-MOM-TEXT
    ELSE
        MOVE "    N/A" TO WA-MOM-TEXT
    END-IF.
    MOVE WA-PREV-YEAR TO WA-LOOK-MONTH.
    PERFORM FIND-PRIOR-PARA.
    MOVE SPACES TO WA-YOY-TEXT.
    IF WA-LOOK-FOUND
        COMPUTE WA-DELTA = WA-CUR-ACTIVE - WA-LOOK-ACTIVE
        MOVE WA-DELTA TO WA-DELTA-DISP
        STRING WA-LOOK-ACTIVE(3:7) " " WA-DELTA-DISP
            DELIMITED BY SIZE INTO WA-YOY-TEXT
    ELSE
        MOVE "    N/A" TO WA-YOY-TEXT
    END-IF.

    PRINT-REPORT-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "PORTFOLIO BY PAN CATEGORY        PRIOR MONTH "
        WA-PREV-MONTH "   PRIOR YEAR " WA-PREV-YEAR
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE "CATEGORY            ACTIVE ARCHIVED   PRIOR   CHANGE   PRIOR"
        TO WA-RPT-LINE.
    MOVE "   CHANGE" TO WA-RPT-LINE(62:9).
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE "C" TO WA-LOOK-KIND.
    PERFORM VARYING WA-CAT-IDX FROM 1 BY 1 UNTIL WA-CAT-IDX > WA-CAT-MAX
        MOVE WA-CAT-CODE(WA-CAT-IDX) TO WA-CUR-KEY
        MOVE WA-CAT-DESC(WA-CAT-IDX) TO WA-CUR-DESC
        MOVE WA-CAT-ACTIVE(WA-CAT-IDX) TO WA-CUR-ACTIVE
        MOVE WA-CAT-ARCHIVED(WA-CAT-IDX) TO WA-CUR-ARCHIVED
        PERFORM PRINT-PORTFOLIO-LINE-PARA
    END-PERFORM.
    MOVE "T" TO WA-LOOK-KIND.
    MOVE "**" TO WA-CUR-KEY.
    MOVE "ALL CATEGORIES" TO WA-CUR-DESC.
    MOVE WA-TOT-ACTIVE TO WA-CUR-ACTIVE.
    MOVE WA-TOT-ARCHIVED TO WA-CUR-ARCHIVED.
    PERFORM PRINT-PORTFOLIO-LINE-PARA.

    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE "MOVEMENTS IN MONTH BY PAN CATEGORY" TO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE "CATEGORY             ADDED  CLOSED  REINSTATED  ARCHIVED"
        TO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    PERFORM VARYING WA-CAT-IDX FROM 1 BY 1 UNTIL WA-CAT-IDX > WA-CAT-MAX
        MOVE SPACES TO WA-RPT-LINE
        STRING WA-CAT-CODE(WA-CAT-IDX) " " WA-CAT-DESC(WA-CAT-IDX) " "
            WA-CAT-ADDED(WA-CAT-IDX) " " WA-CAT-CLOSED(WA-CAT-IDX)
            "     " WA-CAT-REINST(WA-CAT-IDX) "   "
            WA-CAT-ARCH-MTH(WA-CAT-IDX)
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-MIS-LINE-PARA
    END-PERFORM.

    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE "PORTFOLIO BY STATE (CM-STATE)" TO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE "STATE               ACTIVE ARCHIVED   PRIOR   CHANGE   PRIOR"
        TO WA-RPT-LINE.
    MOVE "   CHANGE" TO WA-RPT-LINE(62:9).
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE "S" TO WA-LOOK-KIND.
    PERFORM VARYING WA-STATE-IDX FROM 1 BY 1
        UNTIL WA-STATE-IDX > WA-STATE-MAX
        IF WA-STATE-ACTIVE(WA-STATE-IDX) > 0
        OR WA-STATE-ARCHIVED(WA-STATE-IDX) > 0
            MOVE WA-STATE-KEY(WA-STATE-IDX) TO WA-CUR-KEY
            IF WA-STATE-IDX = 40
                MOVE "INVALID/BLANK" TO WA-CUR-DESC
            ELSE
                MOVE SPACES TO WA-CUR-DESC
            END-IF
            MOVE WA-STATE-ACTIVE(WA-STATE-IDX) TO WA-CUR-ACTIVE
            MOVE WA-STATE-ARCHIVED(WA-STATE-IDX) TO WA-CUR-ARCHIVED
            PERFORM PRINT-PORTFOLIO-LINE-PARA
        END-IF
    END-PERFORM.

    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE "ACTIVE CUSTOMERS BY STATE AND PAN CATEGORY" TO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    PERFORM VARYING WA-STATE-IDX FROM 1 BY 1
        UNTIL WA-STATE-IDX > WA-STATE-MAX
        IF WA-STATE-ACTIVE(WA-STATE-IDX) > 0
            PERFORM VARYING WA-CAT-IDX FROM 1 BY 1
                UNTIL WA-CAT-IDX > WA-CAT-MAX
                IF WA-STATE-CELL(WA-STATE-IDX, WA-CAT-IDX) > 0
                    MOVE SPACES TO WA-RPT-LINE
                    STRING "STATE " WA-STATE-KEY(WA-STATE-IDX)
                        "  " WA-CAT-CODE(WA-CAT-IDX) " "
                        WA-CAT-DESC(WA-CAT-IDX) " "
                        WA-STATE-CELL(WA-STATE-IDX, WA-CAT-IDX)
                        DELIMITED BY SIZE INTO WA-RPT-LINE
                    PERFORM WRITE-MIS-LINE-PARA
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE "PAN AND MOBILE HOLDER MOVEMENTS IN MONTH" TO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE "HISTORY    REGISTERED  TRANSFERRED  DEREGISTERED"
        TO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "PANHIST       " WA-HLD-REGISTERED(1) "      "
        WA-HLD-TRANSFERRED(1) "       " WA-HLD-DEREGISTERED(1)
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "MOBLHIST      " WA-HLD-REGISTERED(2) "      "
        WA-HLD-TRANSFERRED(2) "       " WA-HLD-DEREGISTERED(2)
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-LINE-PARA.

    MOVE SPACES TO WA-RPT-LINE.
    STRING "ACTIVE CUSTOMERS:              " WA-TOT-ACTIVE
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "ARCHIVED CUSTOMERS:            " WA-TOT-ARCHIVED
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "ADDED IN MONTH:                  " WA-TOT-ADDED
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "CLOSED IN MONTH:                 " WA-TOT-CLOSED
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "REINSTATED IN MONTH:             " WA-TOT-REINST
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "ARCHIVED IN MONTH:               " WA-TOT-ARCH-MTH
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "DATA QUALITY - NO EMAIL:         " WA-DQ-NO-EMAIL
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "DATA QUALITY - NO ADDRESS:       " WA-DQ-NO-ADDRESS
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "DATA QUALITY - PAN INACTIVE:     " WA-DQ-PAN-INACTIVE
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "DATA QUALITY - PAN INVALID:      " WA-DQ-PAN-INVALID
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "DATA QUALITY - PAN NOT ON PANMAST:" WA-DQ-PAN-NOTFOUND
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "DATA QUALITY - SHARED MOBILE:    " WA-DQ-MOB-SHARED
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MIS-TOTAL-PARA.
    IF WA-DQ-MOB-DROPPED > 0
        MOVE SPACES TO WA-RPT-LINE
        STRING "WARNING: " WA-DQ-MOB-DROPPED " CUSTOMER(S) EXCEEDED THE "
            WA-PAIR-MAX " ENTRY CAPACITY - MOBILE NOT CHECKED"
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-MIS-TOTAL-PARA
        IF RETURN-CODE = 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    PRINT-PORTFOLIO-LINE-PARA.
    MOVE WA-CUR-KEY TO WA-LOOK-KEY.
    PERFORM BUILD-CHANGE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING WA-CUR-KEY " " WA-CUR-DESC " " WA-CUR-ACTIVE(3:7) " "
        WA-CUR-ARCHIVED(3:7) " " WA-MOM-TEXT
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    MOVE WA-YOY-TEXT TO WA-RPT-LINE(54:17).
    PERFORM WRITE-MIS-LINE-PARA.

    SAVE-SNAPSHOT-PARA.
    OPEN OUTPUT PORTFOLIO-WORK-FILE.
    IF WA-PORTWK-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - UNABLE TO OPEN PORTHISTWK, STATUS="
            WA-PORTWK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT PORTFOLIO-HISTORY-FILE.
    IF WA-PORTHIST-STATUS = "00"
        MOVE "N" TO WA-EOF-SW
        PERFORM READ-PORTHIST-PARA
        PERFORM COPY-OTHER-MONTH-PARA UNTIL WA-EOF
        CLOSE PORTFOLIO-HISTORY-FILE
    END-IF.
    MOVE SPACES TO WA-PORTHIST-REC.
    MOVE "T" TO PH-KIND.
    MOVE "**" TO PH-KEY.
    MOVE WA-TOT-ACTIVE TO PH-ACTIVE.
    MOVE WA-TOT-ARCHIVED TO PH-ARCHIVED.
    MOVE WA-TOT-ADDED TO PH-ADDED.
    MOVE WA-TOT-CLOSED TO PH-CLOSED.
    MOVE WA-TOT-REINST TO PH-REINSTATED.
    MOVE WA-TOT-ARCH-MTH TO PH-ARCH-IN-MTH.
    PERFORM WRITE-SNAPSHOT-PARA.
    PERFORM VARYING WA-CAT-IDX FROM 1 BY 1 UNTIL WA-CAT-IDX > WA-CAT-MAX
        MOVE SPACES TO WA-PORTHIST-REC
        MOVE "C" TO PH-KIND
        MOVE WA-CAT-CODE(WA-CAT-IDX) TO PH-KEY
        MOVE WA-CAT-ACTIVE(WA-CAT-IDX) TO PH-ACTIVE
        MOVE WA-CAT-ARCHIVED(WA-CAT-IDX) TO PH-ARCHIVED
        MOVE WA-CAT-ADDED(WA-CAT-IDX) TO PH-ADDED
        MOVE WA-CAT-CLOSED(WA-CAT-IDX) TO PH-CLOSED
        MOVE WA-CAT-REINST(WA-CAT-IDX) TO PH-REINSTATED
        MOVE WA-CAT-ARCH-MTH(WA-CAT-IDX) TO PH-ARCH-IN-MTH
        PERFORM WRITE-SNAPSHOT-PARA
    END-PERFORM.
    PERFORM VARYING WA-STATE-IDX FROM 1 BY 1
        UNTIL WA-STATE-IDX > WA-STATE-MAX
        IF WA-STATE-ACTIVE(WA-STATE-IDX) > 0
        OR WA-STATE-ARCHIVED(WA-STATE-IDX) > 0
            MOVE SPACES TO WA-PORTHIST-REC
            MOVE "S" TO PH-KIND
            MOVE WA-STATE-KEY(WA-STATE-IDX) TO PH-KEY
            MOVE WA-STATE-ACTIVE(WA-STATE-IDX) TO PH-ACTIVE
            MOVE WA-STATE-ARCHIVED(WA-STATE-IDX) TO PH-ARCHIVED
            MOVE 0 TO PH-ADDED
            MOVE 0 TO PH-CLOSED
            MOVE 0 TO PH-REINSTATED
            MOVE 0 TO PH-ARCH-IN-MTH
            PERFORM WRITE-SNAPSHOT-PARA
        END-IF
    END-PERFORM.
    CLOSE PORTFOLIO-WORK-FILE.
    OPEN INPUT PORTFOLIO-WORK-FILE.
    OPEN OUTPUT PORTFOLIO-HISTORY-FILE.
    IF WA-PORTWK-STATUS NOT = "00" OR WA-PORTHIST-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - UNABLE TO REWRITE PORTHIST, STATUS="
            WA-PORTHIST-STATUS " / " WA-PORTWK-STATUS
            " - RECOVER FROM PORTHISTWK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-PORTWK-PARA.
    PERFORM COPY-BACK-PARA UNTIL WA-EOF.
    CLOSE PORTFOLIO-WORK-FILE.
    CLOSE PORTFOLIO-HISTORY-FILE.

    COPY-OTHER-MONTH-PARA.
    IF PH-MONTH NOT = WA-MONTH
        ADD 1 TO WA-CNT-HISTORY
        MOVE WA-PORTHIST-REC TO WA-PORTWK-REC
        WRITE WA-PORTWK-REC
    END-IF.
    PERFORM READ-PORTHIST-PARA.

    WRITE-SNAPSHOT-PARA.
    MOVE WA-MONTH TO PH-MONTH.
    ADD 1 TO WA-CNT-SNAPSHOT.
    MOVE WA-PORTHIST-REC TO WA-PORTWK-REC.
    WRITE WA-PORTWK-REC.
    IF WA-PORTWK-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - PORTHISTWK WRITE FAILED, STATUS="
            WA-PORTWK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    READ-PORTWK-PARA.
    READ PORTFOLIO-WORK-FILE INTO WA-PORTHIST-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    COPY-BACK-PARA.
    WRITE WA-PORTHIST-REC.
    IF WA-PORTHIST-STATUS NOT = "00"
        DISPLAY "PORTMISRPT - PORTHIST WRITE FAILED, STATUS="
            WA-PORTHIST-STATUS " - RECOVER FROM PORTHISTWK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-PORTWK-PARA.

    TERMINATE-PARA.
    MOVE "C" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-PORTMIS-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    DISPLAY "PORTMISRPT - MONTH " WA-MONTH " ACTIVE " WA-TOT-ACTIVE
        " ARCHIVED " WA-TOT-ARCHIVED " - " WA-CNT-SNAPSHOT
        " SNAPSHOT RECORD(S) SAVED TO PORTHIST - SEE " WA-PORTMIS-DSN.
