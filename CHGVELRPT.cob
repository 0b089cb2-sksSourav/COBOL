IDENTIFICATION DIVISION.
PROGRAM-ID. CHGVELRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CTL-CARD-STATUS.
    SELECT OPTIONAL VELOCITY-PARM-FILE ASSIGN TO "VELPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-VELPARM-STATUS.
    SELECT JOURNAL-HISTORY-FILE ASSIGN TO "CUSTJRNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-JRNHIST-STATUS.
    SELECT CUSTJRNL-FILE ASSIGN DYNAMIC WA-CUSTJRNL-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CUSTJRNL-STATUS.
    SELECT HOLDER-HISTORY-FILE ASSIGN DYNAMIC WA-HIST-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-HIST-STATUS.
    SELECT VELOCITY-ALERT-FILE ASSIGN TO "VELALERT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS VA-CUSTID
        FILE STATUS IS WA-VELALERT-STATUS.
    SELECT ALERT-SORT-FILE ASSIGN TO "SORTWK01".
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  VELOCITY-PARM-FILE
    RECORD CONTAINS 19 CHARACTERS.
01  WA-VELPARM-REC.
    02 VP-WINDOW-DAYS  PIC X(03).
    02 FILLER          PIC X(01).
    02 VP-CHANGE-LIMIT PIC X(03).
    02 FILLER          PIC X(01).
    02 VP-HOLDER-LIMIT PIC X(03).
    02 FILLER          PIC X(01).
    02 VP-HOLDER-DAYS  PIC X(03).
    02 FILLER          PIC X(01).
    02 VP-REINST-DAYS  PIC X(03).

FD  JOURNAL-HISTORY-FILE
    RECORD CONTAINS 430 CHARACTERS.
01  WA-JRNHIST-REC.
    02 JH-RUN-DATE PIC X(08).
    02 FILLER      PIC X(01).
    02 JH-JOURNAL  PIC X(421).

FD  CUSTJRNL-FILE
    RECORD CONTAINS 421 CHARACTERS.
01  WA-CUSTJRNL-REC PIC X(421).

FD  HOLDER-HISTORY-FILE
    RECORD CONTAINS 30 CHARACTERS.
COPY HOLDHISTREC.

FD  VELOCITY-ALERT-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY VELALERTREC.

SD  ALERT-SORT-FILE.
01  WA-ALERTSORT-REC.
    02 AS-SCORE    PIC 9(05).
    02 AS-CUSTID   PIC X(08).
    02 AS-CUS-IDX  PIC 9(05).
    02 AS-RULES    PIC X(04).

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-VELPARM-STATUS  PIC X(02) VALUE "00".
01 WA-JRNHIST-STATUS  PIC X(02) VALUE "00".
01 WA-CUSTJRNL-STATUS PIC X(02) VALUE "00".
01 WA-HIST-STATUS     PIC X(02) VALUE "00".
01 WA-VELALERT-STATUS PIC X(02) VALUE "00".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-CUSTJRNL-DSN    PIC X(30) VALUE SPACES.
01 WA-HIST-DSN        PIC X(30) VALUE "PANHIST".
01 WA-HIST-TYPE       PIC X(01) VALUE SPACE.

01 WA-VELRPT-DSN     PIC X(30) VALUE "VELRPT".
01 WA-RPT-LINE       PIC X(80) VALUE SPACES.
01 WA-RPT-FUNCTION   PIC X(01) VALUE SPACE.
01 WA-RPT-PROGRAM    PIC X(16) VALUE "CHGVELRPT".
01 WA-RPT-OK-SW      PIC X(01) VALUE "N".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
01 WA-SORT-EOF-SW PIC X(01) VALUE "N".
    88 WA-SORT-EOF VALUE "Y".

01 WA-WINDOW-DAYS  PIC 9(03) VALUE 5.
01 WA-CHANGE-LIMIT PIC 9(03) VALUE 3.
01 WA-HOLDER-LIMIT PIC 9(03) VALUE 2.
01 WA-HOLDER-DAYS  PIC 9(03) VALUE 20.
01 WA-REINST-DAYS  PIC 9(03) VALUE 2.
01 WA-PARM-MAX     PIC 9(03) VALUE 250.
01 WA-REINST-MAX   PIC 9(03) VALUE 20.

01 WA-BACK-DAYS    PIC 9(03) VALUE 0.
01 WA-ZERO-DAYS    PIC 9(03) VALUE 0.
01 WA-WINDOW-FROM  PIC X(08) VALUE SPACES.
01 WA-HOLDER-FROM  PIC X(08) VALUE SPACES.
01 WA-SCAN-FROM    PIC X(08) VALUE SPACES.
01 WA-BUSDAY-OUT   PIC X(08) VALUE SPACES.
01 WA-WINDOW-BUSNO PIC 9(05) VALUE 0.
01 WA-HOLDER-BUSNO PIC 9(05) VALUE 0.

01 WA-CUR-DATE.
    02 WA-CUR-YYYY PIC 9(04).
    02 WA-CUR-MM   PIC 9(02).
    02 WA-CUR-DD   PIC 9(02).
01 WA-CUR-DATE-X REDEFINES WA-CUR-DATE PIC X(08).
01 WA-LEAP-QUOT   PIC 9(04) VALUE 0.
01 WA-LEAP-REM4   PIC 9(04) VALUE 0.
01 WA-LEAP-REM100 PIC 9(04) VALUE 0.
01 WA-LEAP-REM400 PIC 9(04) VALUE 0.
01 WA-LEAP-SW PIC X(01) VALUE "N".
    88 WA-LEAP-YEAR VALUE "Y".
01 WA-MONTH-END PIC 9(02) VALUE 0.
01 WA-MONTH-DAYS-LIST.
    02 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WA-MONTH-DAYS-TABLE REDEFINES WA-MONTH-DAYS-LIST.
    02 WA-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.

01 WA-CAL-TABLE.
    02 WA-CAL-ENTRY OCCURS 2000 TIMES.
        03 WA-CAL-DATE    PIC X(08).
        03 WA-CAL-BUSNO   PIC 9(05).
        03 WA-CAL-HIST-SW PIC X(01).
            88 WA-CAL-IN-HIST VALUE "Y".
01 WA-CAL-MAX    PIC 9(05) VALUE 2000.
01 WA-CAL-COUNT  PIC 9(05) VALUE 0.
01 WA-CAL-IDX    PIC 9(05) BINARY.
01 WA-BUSNO-SEQ  PIC 9(05) VALUE 0.

01 WA-EV-DATE      PIC X(08) VALUE SPACES.
01 WA-EV-BUSNO     PIC 9(05) VALUE 0.
01 WA-EV-CAL-IDX   PIC 9(05) VALUE 0.
01 WA-LAST-EV-DATE PIC X(08) VALUE SPACES.
01 WA-REINST-LIMIT PIC 9(05) VALUE 0.

COPY CUSTJRNREC.
COPY CUSTMASTREC.
01 WA-OLD-IMAGE.
    02 OI-CUSTID   PIC X(08).
    02 OI-NAME     PIC X(30).
    02 OI-PAN      PIC X(10).
    02 OI-MOBILE   PIC X(10).
    02 OI-CATEGORY PIC X(01).
    02 FILLER      PIC X(01).
    02 OI-EMAIL    PIC X(40).
    02 OI-LAST-ACT-DATE PIC X(08).
    02 OI-ADDR-BLOCK    PIC X(88).
01 WA-CONTACT-IMAGE PIC X(204) VALUE SPACES.
01 WA-LAST-ADD-CUSTID PIC X(08) VALUE SPACES.

01 WA-KIND-LIST.
    02 FILLER PIC X(08) VALUE "NAME".
    02 FILLER PIC X(08) VALUE "PAN".
    02 FILLER PIC X(08) VALUE "MOBILE".
    02 FILLER PIC X(08) VALUE "EMAIL".
    02 FILLER PIC X(08) VALUE "ADDRESS".
    02 FILLER PIC X(08) VALUE "CONTACT".
01 WA-KIND-TABLE REDEFINES WA-KIND-LIST.
    02 WA-KIND-NAME PIC X(08) OCCURS 6 TIMES.
01 WA-KIND-MAX PIC 9(02) VALUE 6.
01 WA-KIND     PIC 9(02) VALUE 0.
01 WA-KIND-IDX PIC 9(02) BINARY.

01 WA-CUS-TABLE.
    02 WA-CUS-ENTRY OCCURS 10000 TIMES.
        03 WA-CUS-CUSTID       PIC X(08).
        03 WA-CUS-CHANGES      PIC 9(05).
        03 WA-CUS-KIND-CNT     PIC 9(03) OCCURS 6 TIMES.
        03 WA-CUS-REINST-BUSNO PIC 9(05).
        03 WA-CUS-REINST-DATE  PIC X(08).
        03 WA-CUS-AFTER-REINST PIC 9(03).
        03 WA-CUS-SHARED-MOB   PIC X(01).
        03 WA-CUS-SHARED-PAN   PIC X(01).
        03 WA-CUS-LAST-DATE    PIC X(08).
01 WA-CUS-MAX     PIC 9(05) VALUE 10000.
01 WA-CUS-COUNT   PIC 9(05) VALUE 0.
01 WA-CUS-DROPPED PIC 9(07) VALUE 0.
01 WA-CUS-IDX     PIC 9(05) BINARY.
01 WA-CUS-SCAN    PIC 9(05) BINARY.
01 WA-FIND-CUSTID PIC X(08) VALUE SPACES.

01 WA-HLD-TABLE.
    02 WA-HLD-ENTRY OCCURS 10000 TIMES.
        03 WA-HLD-TYPE      PIC X(01).
        03 WA-HLD-KEY       PIC X(10).
        03 WA-HLD-CUST-CNT  PIC 9(03).
        03 WA-HLD-CUSTID    PIC X(08) OCCURS 10 TIMES.
        03 WA-HLD-LAST-DATE PIC X(08).
01 WA-HLD-MAX     PIC 9(05) VALUE 10000.
01 WA-HLD-COUNT   PIC 9(05) VALUE 0.
01 WA-HLD-DROPPED PIC 9(07) VALUE 0.
01 WA-HLD-IDX     PIC 9(05) BINARY.
01 WA-HLD-SCAN    PIC 9(05) BINARY.
01 WA-HLD-CUST-MAX PIC 9(03) VALUE 10.
01 WA-HLD-LISTED  PIC 9(03) VALUE 0.
01 WA-HLD-CUS-IDX PIC 9(03) BINARY.
01 WA-HLD-FOUND-SW PIC X(01) VALUE "N".
    88 WA-HLD-FOUND VALUE "Y".

01 WA-RULES.
    02 WA-RULE-VELOCITY  PIC X(01).
    02 WA-RULE-MOBILE    PIC X(01).
    02 WA-RULE-PAN       PIC X(01).
    02 WA-RULE-REINSTATE PIC X(01).
01 WA-SCORE PIC 9(05) VALUE 0.
01 WA-RANK  PIC 9(05) VALUE 0.
01 WA-HOLDER-LINE PIC X(80) VALUE SPACES.
01 WA-LINE-PTR    PIC 9(03) VALUE 1.

01 WA-COUNTS.
    02 WA-CNT-JRN-READ    PIC 9(07) VALUE 0.
    02 WA-CNT-JRNL-FILES  PIC 9(07) VALUE 0.
    02 WA-CNT-HIST-READ   PIC 9(07) VALUE 0.
    02 WA-CNT-CHANGES     PIC 9(07) VALUE 0.
    02 WA-CNT-REINST      PIC 9(07) VALUE 0.
    02 WA-CNT-SHARED-KEYS PIC 9(07) VALUE 0.
    02 WA-CNT-VELOCITY    PIC 9(07) VALUE 0.
    02 WA-CNT-MOBILE      PIC 9(07) VALUE 0.
    02 WA-CNT-PAN         PIC 9(07) VALUE 0.
    02 WA-CNT-AFTER-REINST PIC 9(07) VALUE 0.
    02 WA-CNT-ALERTS      PIC 9(07) VALUE 0.
    02 WA-CNT-ALERT-ERRS  PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM SCAN-JOURNAL-HISTORY-PARA.
    PERFORM SCAN-DAILY-JOURNAL-PARA
        VARYING WA-CAL-IDX FROM 1 BY 1
        UNTIL WA-CAL-IDX > WA-CAL-COUNT.
    MOVE "PANHIST" TO WA-HIST-DSN.
    MOVE "P" TO WA-HIST-TYPE.
    PERFORM SCAN-HOLDER-HISTORY-PARA.
    MOVE "MOBLHIST" TO WA-HIST-DSN.
    MOVE "M" TO WA-HIST-TYPE.
    PERFORM SCAN-HOLDER-HISTORY-PARA.
    PERFORM FLAG-SHARED-HOLDERS-PARA
        VARYING WA-HLD-IDX FROM 1 BY 1
        UNTIL WA-HLD-IDX > WA-HLD-COUNT.
    PERFORM PRINT-REPORT-PARA.
    PERFORM TERMINATE-PARA.
    STOP RUN.

    INITIALIZE-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    PERFORM READ-VELOCITY-PARM-PARA.
    MOVE WA-WINDOW-DAYS TO WA-BACK-DAYS.
    SUBTRACT 1 FROM WA-BACK-DAYS.
    CALL "DATEMINUSB" USING WA-RUN-DATE WA-BACK-DAYS WA-WINDOW-FROM.
    MOVE WA-HOLDER-DAYS TO WA-BACK-DAYS.
    SUBTRACT 1 FROM WA-BACK-DAYS.
    CALL "DATEMINUSB" USING WA-RUN-DATE WA-BACK-DAYS WA-HOLDER-FROM.
    IF WA-HOLDER-DAYS > WA-WINDOW-DAYS
        MOVE WA-HOLDER-DAYS TO WA-BACK-DAYS
    ELSE
        MOVE WA-WINDOW-DAYS TO WA-BACK-DAYS
    END-IF.
    COMPUTE WA-BACK-DAYS = WA-BACK-DAYS - 1 + WA-REINST-DAYS.
    CALL "DATEMINUSB" USING WA-RUN-DATE WA-BACK-DAYS WA-SCAN-FROM.
    IF WA-SCAN-FROM = SPACES
        DISPLAY "CHGVELRPT - RUN DATE " WA-RUN-DATE " IS NOT A VALID"
            " DATE - SUPPLY A CONTROL CARD"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM BUILD-CALENDAR-PARA.
    MOVE WA-WINDOW-FROM TO WA-EV-DATE.
    PERFORM FIND-DATE-PARA.
    MOVE WA-EV-BUSNO TO WA-WINDOW-BUSNO.
    MOVE WA-HOLDER-FROM TO WA-EV-DATE.
    PERFORM FIND-DATE-PARA.
    MOVE WA-EV-BUSNO TO WA-HOLDER-BUSNO.
    OPEN OUTPUT VELOCITY-ALERT-FILE.
    IF WA-VELALERT-STATUS NOT = "00"
        DISPLAY "CHGVELRPT - UNABLE TO OPEN VELOCITY-ALERT-FILE,"
            " STATUS=" WA-VELALERT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "O" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-VELRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    IF WA-RPT-OK-SW NOT = "Y"
        DISPLAY "CHGVELRPT - UNABLE TO OPEN ALERT REPORT "
            WA-VELRPT-DSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "CHGVELRPT - RUN DATE " WA-RUN-DATE " CHANGE WINDOW FROM "
        WA-WINDOW-FROM " HOLDER WINDOW FROM " WA-HOLDER-FROM.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            MOVE SPACES TO WA-VELRPT-DSN
            STRING "VELRPT." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-VELRPT-DSN
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    READ-VELOCITY-PARM-PARA.
    OPEN INPUT VELOCITY-PARM-FILE.
    IF WA-VELPARM-STATUS = "00"
        READ VELOCITY-PARM-FILE
            AT END MOVE SPACES TO WA-VELPARM-REC
        END-READ
        IF VP-WINDOW-DAYS IS NUMERIC AND VP-WINDOW-DAYS > "000"
            MOVE VP-WINDOW-DAYS TO WA-WINDOW-DAYS
        END-IF
        IF VP-CHANGE-LIMIT IS NUMERIC
            MOVE VP-CHANGE-LIMIT TO WA-CHANGE-LIMIT
        END-IF
        IF VP-HOLDER-LIMIT IS NUMERIC AND VP-HOLDER-LIMIT > "000"
            MOVE VP-HOLDER-LIMIT TO WA-HOLDER-LIMIT
        END-IF
        IF VP-HOLDER-DAYS IS NUMERIC AND VP-HOLDER-DAYS > "000"
            MOVE VP-HOLDER-DAYS TO WA-HOLDER-DAYS
        END-IF
        IF VP-REINST-DAYS IS NUMERIC
            MOVE VP-REINST-DAYS TO WA-REINST-DAYS
        END-IF
    END-IF.
    CLOSE VELOCITY-PARM-FILE.
    IF WA-WINDOW-DAYS > WA-PARM-MAX OR WA-HOLDER-DAYS > WA-PARM-MAX
    OR WA-REINST-DAYS > WA-REINST-MAX
        DISPLAY "CHGVELRPT - VELPARM WINDOW OVER " WA-PARM-MAX
            " OR REINSTATE DAYS OVER " WA-REINST-MAX " BUSINESS DAYS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    WRITE-RPT-LINE-PARA.
    MOVE "D" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-VELRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    WRITE-RPT-TOTAL-PARA.
    MOVE "T" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-VELRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    BUILD-CALENDAR-PARA.
    MOVE WA-SCAN-FROM TO WA-CUR-DATE-X.
    MOVE 0 TO WA-BUSNO-SEQ.
    PERFORM ADD-CALENDAR-DAY-PARA UNTIL WA-CUR-DATE-X > WA-RUN-DATE.

    ADD-CALENDAR-DAY-PARA.
    IF WA-CAL-COUNT >= WA-CAL-MAX
        DISPLAY "CHGVELRPT - SCAN FROM " WA-SCAN-FROM " EXCEEDS "
            WA-CAL-MAX " CALENDAR DAYS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-CAL-COUNT.
    MOVE WA-CUR-DATE-X TO WA-CAL-DATE(WA-CAL-COUNT).
    MOVE "N" TO WA-CAL-HIST-SW(WA-CAL-COUNT).
    CALL "DATEMINUSB" USING WA-CUR-DATE-X WA-ZERO-DAYS WA-BUSDAY-OUT.
    IF WA-BUSDAY-OUT = WA-CUR-DATE-X OR WA-BUSNO-SEQ = 0
        ADD 1 TO WA-BUSNO-SEQ
    END-IF.
    MOVE WA-BUSNO-SEQ TO WA-CAL-BUSNO(WA-CAL-COUNT).
    PERFORM NEXT-DAY-PARA.

    FIND-DATE-PARA.
    IF WA-EV-DATE = WA-LAST-EV-DATE
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-EV-DATE TO WA-LAST-EV-DATE.
    MOVE 0 TO WA-EV-BUSNO.
    MOVE 0 TO WA-EV-CAL-IDX.
    IF WA-CAL-COUNT = 0
    OR WA-EV-DATE < WA-CAL-DATE(1)
    OR WA-EV-DATE > WA-CAL-DATE(WA-CAL-COUNT)
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WA-CUS-SCAN FROM 1 BY 1
        UNTIL WA-CUS-SCAN > WA-CAL-COUNT OR WA-EV-CAL-IDX > 0
        IF WA-CAL-DATE(WA-CUS-SCAN) = WA-EV-DATE
            MOVE WA-CUS-SCAN TO WA-EV-CAL-IDX
            MOVE WA-CAL-BUSNO(WA-CUS-SCAN) TO WA-EV-BUSNO
        END-IF
    END-PERFORM.

    SCAN-JOURNAL-HISTORY-PARA.
    OPEN INPUT JOURNAL-HISTORY-FILE.
    IF WA-JRNHIST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-JRNHIST-STATUS NOT = "00"
        DISPLAY "CHGVELRPT - UNABLE TO OPEN CUSTJRNHIST, STATUS="
            WA-JRNHIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-JOURNAL-HISTORY-PARA.
    PERFORM PROCESS-JOURNAL-HISTORY-PARA UNTIL WA-EOF.
    CLOSE JOURNAL-HISTORY-FILE.

    READ-JOURNAL-HISTORY-PARA.
    READ JOURNAL-HISTORY-FILE
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    PROCESS-JOURNAL-HISTORY-PARA.
    MOVE JH-RUN-DATE TO WA-EV-DATE.
    PERFORM FIND-DATE-PARA.
    IF WA-EV-BUSNO > 0
        MOVE "Y" TO WA-CAL-HIST-SW(WA-EV-CAL-IDX)
        MOVE JH-JOURNAL TO WA-CUSTJRN-REC
        PERFORM PROCESS-JOURNAL-PARA
    END-IF.
    PERFORM READ-JOURNAL-HISTORY-PARA.

    SCAN-DAILY-JOURNAL-PARA.
    IF WA-CAL-IN-HIST(WA-CAL-IDX)
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WA-CUSTJRNL-DSN.
    STRING "CUSTJRNL." WA-CAL-DATE(WA-CAL-IDX) "." WA-RUN-MODE
        DELIMITED BY SIZE INTO WA-CUSTJRNL-DSN.
    OPEN INPUT CUSTJRNL-FILE.
    IF WA-CUSTJRNL-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-CUSTJRNL-STATUS NOT = "00"
        DISPLAY "CHGVELRPT - UNABLE TO OPEN " WA-CUSTJRNL-DSN
            " STATUS=" WA-CUSTJRNL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-CNT-JRNL-FILES.
    MOVE WA-CAL-DATE(WA-CAL-IDX) TO WA-EV-DATE.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-DAILY-JOURNAL-PARA.
    PERFORM PROCESS-DAILY-JOURNAL-PARA UNTIL WA-EOF.
    CLOSE CUSTJRNL-FILE.

    READ-DAILY-JOURNAL-PARA.
    READ CUSTJRNL-FILE INTO WA-CUSTJRN-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    PROCESS-DAILY-JOURNAL-PARA.
    PERFORM FIND-DATE-PARA.
    PERFORM PROCESS-JOURNAL-PARA.
    PERFORM READ-DAILY-JOURNAL-PARA.

    PROCESS-JOURNAL-PARA.
    ADD 1 TO WA-CNT-JRN-READ.
    EVALUATE TRUE
    WHEN JRN-CUSTMAST AND JRN-WRITE
        MOVE JRN-AFTER-IMAGE(1:8) TO WA-LAST-ADD-CUSTID
    WHEN JRN-CUSTARCH AND JRN-DELETE
        IF JRN-BEFORE-IMAGE(1:8) = WA-LAST-ADD-CUSTID
        AND WA-LAST-ADD-CUSTID NOT = SPACES
            PERFORM RECORD-REINSTATE-PARA
            MOVE SPACES TO WA-LAST-ADD-CUSTID
        END-IF
    WHEN JRN-CUSTMAST AND JRN-REWRITE
        PERFORM COMPARE-CUSTMAST-PARA
    WHEN JRN-CONTPNT
        IF JRN-AFTER-IMAGE NOT = SPACES
            MOVE JRN-AFTER-IMAGE TO WA-CONTACT-IMAGE
        ELSE
            MOVE JRN-BEFORE-IMAGE TO WA-CONTACT-IMAGE
        END-IF
        MOVE WA-CONTACT-IMAGE(1:8) TO WA-FIND-CUSTID
        MOVE 6 TO WA-KIND
        PERFORM COUNT-CHANGE-PARA
    END-EVALUATE.

    RECORD-REINSTATE-PARA.
    MOVE WA-LAST-ADD-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-CUSTOMER-PARA.
    IF WA-CUS-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-CNT-REINST.
    MOVE WA-EV-BUSNO TO WA-CUS-REINST-BUSNO(WA-CUS-IDX).
    MOVE WA-EV-DATE TO WA-CUS-REINST-DATE(WA-CUS-IDX).

    COMPARE-CUSTMAST-PARA.
    MOVE JRN-BEFORE-IMAGE(1:196) TO WA-OLD-IMAGE.
    MOVE JRN-AFTER-IMAGE(1:196) TO WA-CUSTMAST-REC.
    MOVE CM-CUSTID TO WA-FIND-CUSTID.
    IF CM-NAME NOT = OI-NAME
        MOVE 1 TO WA-KIND
        PERFORM COUNT-CHANGE-PARA
    END-IF.
    IF CM-PAN NOT = OI-PAN
        MOVE 2 TO WA-KIND
        PERFORM COUNT-CHANGE-PARA
    END-IF.
    IF CM-MOBILE NOT = OI-MOBILE
        MOVE 3 TO WA-KIND
        PERFORM COUNT-CHANGE-PARA
    END-IF.
    IF CM-EMAIL NOT = OI-EMAIL
        MOVE 4 TO WA-KIND
        PERFORM COUNT-CHANGE-PARA
    END-IF.
    IF CM-ADDR-BLOCK NOT = OI-ADDR-BLOCK
        MOVE 5 TO WA-KIND
        PERFORM COUNT-CHANGE-PARA
    END-IF.

    COUNT-CHANGE-PARA.
    IF WA-EV-BUSNO < WA-WINDOW-BUSNO
        EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-CUSTOMER-PARA.
    IF WA-CUS-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-CNT-CHANGES.
    ADD 1 TO WA-CUS-CHANGES(WA-CUS-IDX).
    ADD 1 TO WA-CUS-KIND-CNT(WA-CUS-IDX, WA-KIND).
    MOVE WA-EV-DATE TO WA-CUS-LAST-DATE(WA-CUS-IDX).
    IF WA-CUS-REINST-BUSNO(WA-CUS-IDX) > 0
        COMPUTE WA-REINST-LIMIT =
            WA-CUS-REINST-BUSNO(WA-CUS-IDX) + WA-REINST-DAYS
        IF WA-EV-BUSNO NOT < WA-CUS-REINST-BUSNO(WA-CUS-IDX)
        AND WA-EV-BUSNO NOT > WA-REINST-LIMIT
            ADD 1 TO WA-CUS-AFTER-REINST(WA-CUS-IDX)
        END-IF
    END-IF.

    FIND-CUSTOMER-PARA.
    IF WA-FIND-CUSTID = SPACES
        MOVE 0 TO WA-CUS-IDX
        EXIT PARAGRAPH
    END-IF.
    IF WA-CUS-IDX > 0 AND WA-CUS-IDX NOT > WA-CUS-COUNT
        IF WA-CUS-CUSTID(WA-CUS-IDX) = WA-FIND-CUSTID
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE 0 TO WA-CUS-IDX.
    PERFORM VARYING WA-CUS-SCAN FROM 1 BY 1
        UNTIL WA-CUS-SCAN > WA-CUS-COUNT OR WA-CUS-IDX > 0
        IF WA-CUS-CUSTID(WA-CUS-SCAN) = WA-FIND-CUSTID
            MOVE WA-CUS-SCAN TO WA-CUS-IDX
        END-IF
    END-PERFORM.
    IF WA-CUS-IDX > 0
        EXIT PARAGRAPH
    END-IF.
    IF WA-CUS-COUNT >= WA-CUS-MAX
        ADD 1 TO WA-CUS-DROPPED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-CUS-COUNT.
    MOVE WA-CUS-COUNT TO WA-CUS-IDX.
    MOVE WA-FIND-CUSTID TO WA-CUS-CUSTID(WA-CUS-IDX).
    MOVE 0 TO WA-CUS-CHANGES(WA-CUS-IDX).
    PERFORM CLEAR-KIND-COUNT-PARA
        VARYING WA-KIND-IDX FROM 1 BY 1
        UNTIL WA-KIND-IDX > WA-KIND-MAX.
    MOVE 0 TO WA-CUS-REINST-BUSNO(WA-CUS-IDX).
    MOVE SPACES TO WA-CUS-REINST-DATE(WA-CUS-IDX).
    MOVE 0 TO WA-CUS-AFTER-REINST(WA-CUS-IDX).
    MOVE "N" TO WA-CUS-SHARED-MOB(WA-CUS-IDX).
    MOVE "N" TO WA-CUS-SHARED-PAN(WA-CUS-IDX).
    MOVE SPACES TO WA-CUS-LAST-DATE(WA-CUS-IDX).

    CLEAR-KIND-COUNT-PARA.
    MOVE 0 TO WA-CUS-KIND-CNT(WA-CUS-IDX, WA-KIND-IDX).

    SCAN-HOLDER-HISTORY-PARA.
    OPEN INPUT HOLDER-HISTORY-FILE.
    IF WA-HIST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-HIST-STATUS NOT = "00"
        DISPLAY "CHGVELRPT - UNABLE TO OPEN " WA-HIST-DSN
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
    ADD 1 TO WA-CNT-HIST-READ.
    MOVE HH-EFF-DATE TO WA-EV-DATE.
    PERFORM FIND-DATE-PARA.
    IF WA-EV-BUSNO > 0 AND WA-EV-BUSNO NOT < WA-HOLDER-BUSNO
    AND NOT HH-DEREGISTERED
    AND HH-KEY NOT = SPACES AND HH-KEY(1:1) NOT = "#"
    AND HH-CUSTID NOT = SPACES
        PERFORM RECORD-HOLDER-PARA
    END-IF.
    PERFORM READ-HOLDER-HISTORY-PARA.

    RECORD-HOLDER-PARA.
    MOVE 0 TO WA-HLD-IDX.
    PERFORM VARYING WA-HLD-SCAN FROM 1 BY 1
        UNTIL WA-HLD-SCAN > WA-HLD-COUNT OR WA-HLD-IDX > 0
        IF WA-HLD-TYPE(WA-HLD-SCAN) = WA-HIST-TYPE
        AND WA-HLD-KEY(WA-HLD-SCAN) = HH-KEY
            MOVE WA-HLD-SCAN TO WA-HLD-IDX
        END-IF
    END-PERFORM.
    IF WA-HLD-IDX = 0
        IF WA-HLD-COUNT >= WA-HLD-MAX
            ADD 1 TO WA-HLD-DROPPED
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WA-HLD-COUNT
        MOVE WA-HLD-COUNT TO WA-HLD-IDX
        MOVE WA-HIST-TYPE TO WA-HLD-TYPE(WA-HLD-IDX)
        MOVE HH-KEY TO WA-HLD-KEY(WA-HLD-IDX)
        MOVE 0 TO WA-HLD-CUST-CNT(WA-HLD-IDX)
    END-IF.
    MOVE HH-EFF-DATE TO WA-HLD-LAST-DATE(WA-HLD-IDX).
    MOVE "N" TO WA-HLD-FOUND-SW.
    MOVE WA-HLD-CUST-CNT(WA-HLD-IDX) TO WA-HLD-LISTED.
    IF WA-HLD-LISTED > WA-HLD-CUST-MAX
        MOVE WA-HLD-CUST-MAX TO WA-HLD-LISTED
    END-IF.
    PERFORM VARYING WA-HLD-CUS-IDX FROM 1 BY 1
        UNTIL WA-HLD-CUS-IDX > WA-HLD-LISTED OR WA-HLD-FOUND
        IF WA-HLD-CUSTID(WA-HLD-IDX, WA-HLD-CUS-IDX) = HH-CUSTID
            MOVE "Y" TO WA-HLD-FOUND-SW
        END-IF
    END-PERFORM.
    IF NOT WA-HLD-FOUND
        ADD 1 TO WA-HLD-CUST-CNT(WA-HLD-IDX)
        IF WA-HLD-CUST-CNT(WA-HLD-IDX) NOT > WA-HLD-CUST-MAX
            MOVE HH-CUSTID TO WA-HLD-CUSTID(WA-HLD-IDX,
                WA-HLD-CUST-CNT(WA-HLD-IDX))
        END-IF
    END-IF.

    FLAG-SHARED-HOLDERS-PARA.
    IF WA-HLD-CUST-CNT(WA-HLD-IDX) NOT > WA-HOLDER-LIMIT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-CNT-SHARED-KEYS.
    MOVE WA-HLD-CUST-CNT(WA-HLD-IDX) TO WA-HLD-LISTED.
    IF WA-HLD-LISTED > WA-HLD-CUST-MAX
        MOVE WA-HLD-CUST-MAX TO WA-HLD-LISTED
    END-IF.
    PERFORM FLAG-HOLDER-CUSTOMER-PARA
        VARYING WA-HLD-CUS-IDX FROM 1 BY 1
        UNTIL WA-HLD-CUS-IDX > WA-HLD-LISTED.

    FLAG-HOLDER-CUSTOMER-PARA.
    MOVE WA-HLD-CUSTID(WA-HLD-IDX, WA-HLD-CUS-IDX) TO WA-FIND-CUSTID.
    PERFORM FIND-CUSTOMER-PARA.
    IF WA-CUS-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    IF WA-HLD-TYPE(WA-HLD-IDX) = "M"
        MOVE "Y" TO WA-CUS-SHARED-MOB(WA-CUS-IDX)
    ELSE
        MOVE "Y" TO WA-CUS-SHARED-PAN(WA-CUS-IDX)
    END-IF.

    PRINT-REPORT-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "CHANGE-VELOCITY ALERTS  CHANGES FROM " WA-WINDOW-FROM
        "  HOLDERS FROM " WA-HOLDER-FROM
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "RULES: V MORE THAN " WA-CHANGE-LIMIT " CHANGES IN "
        WA-WINDOW-DAYS " BUSINESS DAYS  R CHANGE WITHIN "
        WA-REINST-DAYS " DAYS OF REINSTATE"
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "       M/P MOBILE/PAN GIVEN TO MORE THAN " WA-HOLDER-LIMIT
        " CUSTOMERS IN " WA-HOLDER-DAYS " BUSINESS DAYS"
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE "RANK  CUSTID   RULE SCORE  CHG NAM PAN MOB EML ADR CON REI LAST CHG"
        TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    SORT ALERT-SORT-FILE
        ON DESCENDING KEY AS-SCORE
        ON ASCENDING KEY AS-CUSTID
        INPUT PROCEDURE IS RELEASE-ALERTS-PARA
        OUTPUT PROCEDURE IS WRITE-ALERTS-PARA.
    IF SORT-RETURN NOT = 0
        DISPLAY "CHGVELRPT - SORT OF ALERTS FAILED, SORT-RETURN="
            SORT-RETURN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-CNT-SHARED-KEYS > 0
        MOVE SPACES TO WA-RPT-LINE
        PERFORM WRITE-RPT-LINE-PARA
        MOVE "PAN / MOBILE GIVEN TO SEVERAL CUSTOMERS IN THE HOLDER WINDOW"
            TO WA-RPT-LINE
        PERFORM WRITE-RPT-LINE-PARA
        PERFORM PRINT-SHARED-HOLDER-PARA
            VARYING WA-HLD-IDX FROM 1 BY 1
            UNTIL WA-HLD-IDX > WA-HLD-COUNT
    END-IF.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "CUSTOMERS ALERTED     " WA-CNT-ALERTS
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "  V CHANGE VELOCITY   " WA-CNT-VELOCITY
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "  M SHARED MOBILE     " WA-CNT-MOBILE
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "  P SHARED PAN        " WA-CNT-PAN
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "  R AFTER REINSTATE   " WA-CNT-AFTER-REINST
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE "C" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-VELRPT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    RELEASE-ALERTS-PARA.
    PERFORM RELEASE-ONE-ALERT-PARA
        VARYING WA-CUS-SCAN FROM 1 BY 1
        UNTIL WA-CUS-SCAN > WA-CUS-COUNT.

    RELEASE-ONE-ALERT-PARA.
    MOVE SPACES TO WA-RULES.
    MOVE WA-CUS-CHANGES(WA-CUS-SCAN) TO WA-SCORE.
    IF WA-CUS-CHANGES(WA-CUS-SCAN) > WA-CHANGE-LIMIT
        MOVE "V" TO WA-RULE-VELOCITY
        ADD 1 TO WA-CNT-VELOCITY
    END-IF.
    IF WA-CUS-SHARED-MOB(WA-CUS-SCAN) = "Y"
        MOVE "M" TO WA-RULE-MOBILE
        ADD 1 TO WA-CNT-MOBILE
        ADD 5 TO WA-SCORE
    END-IF.
    IF WA-CUS-SHARED-PAN(WA-CUS-SCAN) = "Y"
        MOVE "P" TO WA-RULE-PAN
        ADD 1 TO WA-CNT-PAN
        ADD 5 TO WA-SCORE
    END-IF.
    IF WA-CUS-AFTER-REINST(WA-CUS-SCAN) > 0
        MOVE "R" TO WA-RULE-REINSTATE
        ADD 1 TO WA-CNT-AFTER-REINST
        COMPUTE WA-SCORE = WA-SCORE + 3 * WA-CUS-AFTER-REINST(WA-CUS-SCAN)
    END-IF.
    IF WA-RULES = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-SCORE TO AS-SCORE.
    MOVE WA-CUS-CUSTID(WA-CUS-SCAN) TO AS-CUSTID.
    MOVE WA-CUS-SCAN TO AS-CUS-IDX.
    MOVE WA-RULES TO AS-RULES.
    RELEASE WA-ALERTSORT-REC.

    WRITE-ALERTS-PARA.
    MOVE "N" TO WA-SORT-EOF-SW.
    MOVE 0 TO WA-RANK.
    PERFORM RETURN-ALERT-PARA.
    PERFORM WRITE-ONE-ALERT-PARA UNTIL WA-SORT-EOF.

    RETURN-ALERT-PARA.
    RETURN ALERT-SORT-FILE
        AT END MOVE "Y" TO WA-SORT-EOF-SW
    END-RETURN.

    WRITE-ONE-ALERT-PARA.
    ADD 1 TO WA-RANK.
    ADD 1 TO WA-CNT-ALERTS.
    MOVE AS-CUS-IDX TO WA-CUS-IDX.
    MOVE SPACES TO WA-RPT-LINE.
    STRING WA-RANK(2:4) "  " AS-CUSTID " " AS-RULES " " AS-SCORE
        " " WA-CUS-CHANGES(WA-CUS-IDX)(2:4)
        " " WA-CUS-KIND-CNT(WA-CUS-IDX, 1)
        " " WA-CUS-KIND-CNT(WA-CUS-IDX, 2)
        " " WA-CUS-KIND-CNT(WA-CUS-IDX, 3)
        " " WA-CUS-KIND-CNT(WA-CUS-IDX, 4)
        " " WA-CUS-KIND-CNT(WA-CUS-IDX, 5)
        " " WA-CUS-KIND-CNT(WA-CUS-IDX, 6)
        " " WA-CUS-AFTER-REINST(WA-CUS-IDX)
        " " WA-CUS-LAST-DATE(WA-CUS-IDX)
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    IF WA-CUS-REINST-DATE(WA-CUS-IDX) NOT = SPACES
    AND WA-CUS-AFTER-REINST(WA-CUS-IDX) > 0
        MOVE SPACES TO WA-RPT-LINE
        STRING "                REINSTATED " WA-CUS-REINST-DATE(WA-CUS-IDX)
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-RPT-LINE-PARA
    END-IF.
    MOVE SPACES TO WA-VELALERT-REC.
    MOVE AS-CUSTID TO VA-CUSTID.
    MOVE AS-RULES TO VA-RULES.
    MOVE AS-SCORE TO VA-SCORE.
    MOVE WA-CUS-CHANGES(WA-CUS-IDX) TO VA-CHANGES.
    MOVE WA-RUN-DATE TO VA-ALERT-DATE.
    WRITE WA-VELALERT-REC
        INVALID KEY
            ADD 1 TO WA-CNT-ALERT-ERRS
            DISPLAY "CHGVELRPT - UNABLE TO WRITE ALERT FOR " VA-CUSTID
                " STATUS=" WA-VELALERT-STATUS
    END-WRITE.
    PERFORM RETURN-ALERT-PARA.

    PRINT-SHARED-HOLDER-PARA.
    IF WA-HLD-CUST-CNT(WA-HLD-IDX) NOT > WA-HOLDER-LIMIT
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WA-HOLDER-LINE.
    IF WA-HLD-TYPE(WA-HLD-IDX) = "M"
        MOVE "MOBILE " TO WA-HOLDER-LINE
    ELSE
        MOVE "PAN    " TO WA-HOLDER-LINE
    END-IF.
    MOVE 8 TO WA-LINE-PTR.
    STRING WA-HLD-KEY(WA-HLD-IDX) " CUSTOMERS "
        WA-HLD-CUST-CNT(WA-HLD-IDX) " LAST " WA-HLD-LAST-DATE(WA-HLD-IDX)
        ":" DELIMITED BY SIZE INTO WA-HOLDER-LINE
        WITH POINTER WA-LINE-PTR.
    MOVE WA-HLD-CUST-CNT(WA-HLD-IDX) TO WA-HLD-LISTED.
    IF WA-HLD-LISTED > 4
        MOVE 4 TO WA-HLD-LISTED
    END-IF.
    PERFORM ADD-HOLDER-CUSTID-PARA
        VARYING WA-HLD-CUS-IDX FROM 1 BY 1
        UNTIL WA-HLD-CUS-IDX > WA-HLD-LISTED.
    MOVE WA-HOLDER-LINE TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.

    ADD-HOLDER-CUSTID-PARA.
    STRING " " WA-HLD-CUSTID(WA-HLD-IDX, WA-HLD-CUS-IDX)
        DELIMITED BY SIZE INTO WA-HOLDER-LINE
        WITH POINTER WA-LINE-PTR.

    NEXT-DAY-PARA.
    MOVE WA-MONTH-DAYS(WA-CUR-MM) TO WA-MONTH-END.
    IF WA-CUR-MM = 2
        PERFORM CHECK-LEAP-PARA
        IF WA-LEAP-YEAR
            MOVE 29 TO WA-MONTH-END
        END-IF
    END-IF.
    IF WA-CUR-DD < WA-MONTH-END
        ADD 1 TO WA-CUR-DD
    ELSE
        MOVE 1 TO WA-CUR-DD
        IF WA-CUR-MM < 12
            ADD 1 TO WA-CUR-MM
        ELSE
            MOVE 1 TO WA-CUR-MM
            ADD 1 TO WA-CUR-YYYY
        END-IF
    END-IF.

    CHECK-LEAP-PARA.
    MOVE "N" TO WA-LEAP-SW.
    DIVIDE WA-CUR-YYYY BY 4 GIVING WA-LEAP-QUOT
        REMAINDER WA-LEAP-REM4.
    DIVIDE WA-CUR-YYYY BY 100 GIVING WA-LEAP-QUOT
        REMAINDER WA-LEAP-REM100.
    DIVIDE WA-CUR-YYYY BY 400 GIVING WA-LEAP-QUOT
        REMAINDER WA-LEAP-REM400.
    IF (WA-LEAP-REM4 = 0 AND WA-LEAP-REM100 NOT = 0)
    OR WA-LEAP-REM400 = 0
        MOVE "Y" TO WA-LEAP-SW
    END-IF.

    TERMINATE-PARA.
    CLOSE VELOCITY-ALERT-FILE.
    DISPLAY "-------------------------------------------------------------".
    DISPLAY "JOURNAL RECORDS READ:    " WA-CNT-JRN-READ.
    DISPLAY "DAILY JOURNALS READ:     " WA-CNT-JRNL-FILES.
    DISPLAY "HOLDER HISTORY READ:     " WA-CNT-HIST-READ.
    DISPLAY "CHANGES IN WINDOW:       " WA-CNT-CHANGES.
    DISPLAY "REINSTATES SEEN:         " WA-CNT-REINST.
    DISPLAY "SHARED PAN/MOBILE KEYS:  " WA-CNT-SHARED-KEYS.
    DISPLAY "CUSTOMERS ALERTED:       " WA-CNT-ALERTS.
    IF WA-CUS-DROPPED > 0 OR WA-HLD-DROPPED > 0
    OR WA-CNT-ALERT-ERRS > 0
        DISPLAY "WARNING: " WA-CUS-DROPPED " CUSTOMER AND "
            WA-HLD-DROPPED " HOLDER EVENT(S) NOT TABLED, "
            WA-CNT-ALERT-ERRS " ALERT(S) NOT WRITTEN - RETURN CODE 8"
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WA-CNT-ALERTS > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
