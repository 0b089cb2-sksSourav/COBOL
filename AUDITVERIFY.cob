IDENTIFICATION DIVISION.
PROGRAM-ID. AUDITVERIFY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL VERIFY-CONTROL-FILE ASSIGN TO "AUDVCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-AUDVCTL-STATUS.
    SELECT AUDIT-IN-FILE ASSIGN DYNAMIC WA-AUDIT-IN-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-AUDIT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VERIFY-CONTROL-FILE
    RECORD CONTAINS 31 CHARACTERS.
01  WA-AUDVCTL-REC.
    02 AV-SOURCE    PIC X(08).
        88 AV-FROM-TRAIL   VALUE "TRAIL" SPACES.
        88 AV-FROM-ARCHIVE VALUE "ARCHIVE".
    02 FILLER       PIC X(01).
    02 AV-FROM-DATE PIC X(08).
    02 FILLER       PIC X(01).
    02 AV-TO-DATE   PIC X(08).
    02 FILLER       PIC X(01).
    02 AV-MODE      PIC X(04).

FD  AUDIT-IN-FILE
    RECORD CONTAINS 110 CHARACTERS.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WA-AUDVCTL-STATUS PIC X(02) VALUE "00".
01 WA-AUDIT-STATUS   PIC X(02) VALUE "00".
01 WA-AUDIT-IN-DSN   PIC X(30) VALUE "AUDITTRL".
01 WA-RUN-MODE       PIC X(04) VALUE "PROD".

01 WA-ARCHIVE-SW PIC X(01) VALUE "N".
    88 WA-ARCHIVE-MODE VALUE "Y".
01 WA-FROM-DATE  PIC X(08) VALUE SPACES.
01 WA-TO-DATE    PIC X(08) VALUE SPACES.
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
01 WA-TODAY        PIC X(08) VALUE SPACES.
01 WA-SCAN-TO-DATE PIC X(08) VALUE SPACES.
01 WA-MONTH-DAYS-LIST.
    02 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WA-MONTH-DAYS-TABLE REDEFINES WA-MONTH-DAYS-LIST.
    02 WA-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.

01 WA-ACH-FUNCTION PIC X(01) VALUE SPACE.
01 WA-ACH-RESULT   PIC X(01) VALUE SPACE.
01 WA-GENESIS-REC  PIC X(110) VALUE SPACES.

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
01 WA-CHAIN-STARTED-SW PIC X(01) VALUE "N".
    88 WA-CHAIN-STARTED VALUE "Y".
01 WA-COUNT-KNOWN-SW PIC X(01) VALUE "N".
    88 WA-COUNT-KNOWN VALUE "Y".
01 WA-LAST-SEAL-SW PIC X(01) VALUE "N".
    88 WA-LAST-WAS-SEAL VALUE "Y".
01 WA-LAST-SEAL-DATE PIC X(08) VALUE SPACES.

01 WA-REC-SEQ      PIC 9(09) VALUE 0.
01 WA-PREV-SEQ     PIC 9(09) VALUE 0.
01 WA-EXPECT-SEQ   PIC 9(09) VALUE 0.
01 WA-MISSING-TO   PIC 9(09) VALUE 0.
01 WA-FIRST-SEQ    PIC 9(09) VALUE 0.
01 WA-SINCE-SEAL   PIC 9(09) VALUE 0.
01 WA-SEAL-COUNT   PIC 9(09) VALUE 0.
01 WA-FILE-RECS    PIC 9(07) VALUE 0.
01 WA-BREAK-TEXT   PIC X(60) VALUE SPACES.
01 WA-FIRST-BREAK  PIC X(60) VALUE SPACES.
01 WA-FIRST-BREAK-DSN PIC X(30) VALUE SPACES.
01 WA-FIRST-BREAK-REC PIC 9(07) VALUE 0.
01 WA-BREAK-LIMIT  PIC 9(03) VALUE 50.

01 WA-ERASE-TABLE.
    02 WA-ERASE-ENTRY OCCURS 2000 TIMES.
        03 WA-ERASE-CUSTID PIC X(08).
        03 WA-ERASE-SEQ    PIC 9(09).
01 WA-ERASE-COUNT  PIC 9(05) VALUE 0.
01 WA-ERASE-MAX    PIC 9(05) VALUE 2000.
01 WA-ERASE-IDX    PIC 9(05) VALUE 0.
01 WA-TOKEN-CUSTID PIC X(08) VALUE SPACES.
01 WA-ERASE-FOUND-SW PIC X(01) VALUE "N".
    88 WA-ERASE-FOUND VALUE "Y".

01 WA-COUNTS.
    02 WA-CNT-FILES    PIC 9(07) VALUE 0.
    02 WA-CNT-MISSING  PIC 9(07) VALUE 0.
    02 WA-CNT-READ     PIC 9(07) VALUE 0.
    02 WA-CNT-LEGACY   PIC 9(07) VALUE 0.
    02 WA-CNT-CHAINED  PIC 9(07) VALUE 0.
    02 WA-CNT-SEALS    PIC 9(07) VALUE 0.
    02 WA-CNT-ERASED   PIC 9(07) VALUE 0.
    02 WA-CNT-BREAKS   PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM LOAD-ERASURES-PARA.
    IF WA-ARCHIVE-MODE
        PERFORM VERIFY-ARCHIVE-DAY-PARA
            UNTIL WA-CUR-DATE-X > WA-TO-DATE
    ELSE
        PERFORM VERIFY-FILE-PARA
        PERFORM CHECK-TRAIL-TAIL-PARA
    END-IF.
    PERFORM PRINT-SUMMARY-PARA.
    STOP RUN.

    INITIALIZE-PARA.
    OPEN INPUT VERIFY-CONTROL-FILE.
    IF WA-AUDVCTL-STATUS = "00"
        READ VERIFY-CONTROL-FILE INTO WA-AUDVCTL-REC
            AT END MOVE SPACES TO WA-AUDVCTL-REC
        END-READ
        IF NOT AV-FROM-TRAIL AND NOT AV-FROM-ARCHIVE
            DISPLAY "AUDITVERIFY - UNRECOGNIZED SOURCE " AV-SOURCE
                " - USE TRAIL OR ARCHIVE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF AV-FROM-ARCHIVE
            MOVE "Y" TO WA-ARCHIVE-SW
            MOVE AV-FROM-DATE TO WA-FROM-DATE
            MOVE AV-TO-DATE TO WA-TO-DATE
            IF WA-TO-DATE = SPACES
                MOVE WA-FROM-DATE TO WA-TO-DATE
            END-IF
            IF AV-MODE NOT = SPACES
                MOVE AV-MODE TO WA-RUN-MODE
            END-IF
        END-IF
    END-IF.
    CLOSE VERIFY-CONTROL-FILE.
    IF WA-ARCHIVE-MODE
        MOVE WA-FROM-DATE TO WA-CUR-DATE-X
        IF WA-FROM-DATE IS NOT NUMERIC OR WA-TO-DATE IS NOT NUMERIC
        OR WA-FROM-DATE > WA-TO-DATE
        OR WA-CUR-MM < 1 OR WA-CUR-MM > 12
        OR WA-CUR-DD < 1 OR WA-CUR-DD > 31
            DISPLAY "AUDITVERIFY - ARCHIVE RANGE " WA-FROM-DATE " TO "
                WA-TO-DATE " IS NOT A VALID DATE RANGE"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    DISPLAY "=============================================================".
    DISPLAY "AUDIT TRAIL CHAIN VERIFICATION".
    IF WA-ARCHIVE-MODE
        DISPLAY "SOURCE ARCHIVE   " WA-FROM-DATE " TO " WA-TO-DATE
            "   MODE " WA-RUN-MODE
    ELSE
        DISPLAY "SOURCE AUDITTRL  (CURRENT TRAIL)"
    END-IF.
    DISPLAY "=============================================================".

    LOAD-ERASURES-PARA.
    MOVE "AUDITTRL" TO WA-AUDIT-IN-DSN.
    PERFORM SCAN-ERASURE-FILE-PARA.
    IF WA-ARCHIVE-MODE
        ACCEPT WA-TODAY FROM DATE YYYYMMDD
        MOVE WA-TO-DATE TO WA-SCAN-TO-DATE
        IF WA-TODAY > WA-SCAN-TO-DATE
            MOVE WA-TODAY TO WA-SCAN-TO-DATE
        END-IF
        PERFORM SCAN-ERASURE-DAY-PARA
            UNTIL WA-CUR-DATE-X > WA-SCAN-TO-DATE
        MOVE WA-FROM-DATE TO WA-CUR-DATE-X
    END-IF.
    MOVE "AUDITTRL" TO WA-AUDIT-IN-DSN.

    SCAN-ERASURE-DAY-PARA.
    MOVE SPACES TO WA-AUDIT-IN-DSN.
    STRING "AUDITARCH." WA-CUR-DATE-X "." WA-RUN-MODE
        DELIMITED BY SIZE INTO WA-AUDIT-IN-DSN.
    PERFORM SCAN-ERASURE-FILE-PARA.
    PERFORM NEXT-DAY-PARA.

    SCAN-ERASURE-FILE-PARA.
    OPEN INPUT AUDIT-IN-FILE.
    IF WA-AUDIT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-AUDIT-PARA.
    PERFORM NOTE-ERASURE-PARA UNTIL WA-EOF.
    CLOSE AUDIT-IN-FILE.

    NOTE-ERASURE-PARA.
    IF AUD-PROGRAM-ID = "CUSTERASE" AND AUD-PASS
    AND AUD-REASON = "PERSONAL DATA ERASED"
    AND AUD-CHAIN-SEQ IS NUMERIC
        IF WA-ERASE-COUNT >= WA-ERASE-MAX
            DISPLAY "AUDITVERIFY - MORE THAN " WA-ERASE-MAX
                " ERASURE ENTRIES - TABLE FULL"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WA-ERASE-COUNT
        MOVE AUD-INPUT-VALUE(1:8) TO WA-ERASE-CUSTID(WA-ERASE-COUNT)
        MOVE AUD-CHAIN-SEQ TO WA-ERASE-SEQ(WA-ERASE-COUNT)
    END-IF.
    PERFORM READ-AUDIT-PARA.

    VERIFY-ARCHIVE-DAY-PARA.
    MOVE SPACES TO WA-AUDIT-IN-DSN.
    STRING "AUDITARCH." WA-CUR-DATE-X "." WA-RUN-MODE
        DELIMITED BY SIZE INTO WA-AUDIT-IN-DSN.
    MOVE "Y" TO WA-COUNT-KNOWN-SW.
    MOVE 0 TO WA-SINCE-SEAL.
    PERFORM VERIFY-FILE-PARA.
    PERFORM NEXT-DAY-PARA.

    VERIFY-FILE-PARA.
    MOVE 0 TO WA-FILE-RECS.
    MOVE "N" TO WA-LAST-SEAL-SW.
    OPEN INPUT AUDIT-IN-FILE.
    IF WA-AUDIT-STATUS = "35" AND WA-ARCHIVE-MODE
        ADD 1 TO WA-CNT-MISSING
        DISPLAY "NO ARCHIVE       " WA-AUDIT-IN-DSN
        EXIT PARAGRAPH
    END-IF.
    IF WA-AUDIT-STATUS NOT = "00"
        DISPLAY "AUDITVERIFY - UNABLE TO OPEN " WA-AUDIT-IN-DSN
            ", STATUS=" WA-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-CNT-FILES.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-AUDIT-PARA.
    PERFORM CHECK-RECORD-PARA UNTIL WA-EOF.
    CLOSE AUDIT-IN-FILE.
    IF WA-ARCHIVE-MODE
        PERFORM CHECK-ARCHIVE-SEAL-PARA
    END-IF.

    READ-AUDIT-PARA.
    READ AUDIT-IN-FILE INTO AUD-TRAIL-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    CHECK-RECORD-PARA.
    ADD 1 TO WA-CNT-READ.
    ADD 1 TO WA-FILE-RECS.
    IF AUD-CHAIN-SEQ IS NOT NUMERIC OR AUD-CHAIN-HASH IS NOT NUMERIC
        MOVE "N" TO WA-LAST-SEAL-SW
        IF WA-CHAIN-STARTED
            MOVE SPACES TO WA-BREAK-TEXT
            STRING "UNCHAINED RECORD AFTER SEQ " WA-PREV-SEQ
                DELIMITED BY SIZE INTO WA-BREAK-TEXT
            PERFORM REPORT-BREAK-PARA
        ELSE
            ADD 1 TO WA-CNT-LEGACY
        END-IF
        PERFORM READ-AUDIT-PARA
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-CNT-CHAINED.
    MOVE AUD-CHAIN-SEQ TO WA-REC-SEQ.
    IF NOT WA-CHAIN-STARTED
        PERFORM ANCHOR-CHAIN-PARA
    ELSE
        PERFORM CHECK-LINK-PARA
    END-IF.
    MOVE WA-REC-SEQ TO WA-PREV-SEQ.
    IF AUDS-BY-AUDITDAILY AND AUDS-SEAL-TAG
        PERFORM CHECK-SEAL-PARA
    ELSE
        ADD 1 TO WA-SINCE-SEAL
        MOVE "N" TO WA-LAST-SEAL-SW
    END-IF.
    PERFORM READ-AUDIT-PARA.

    ANCHOR-CHAIN-PARA.
    MOVE "Y" TO WA-CHAIN-STARTED-SW.
    MOVE WA-REC-SEQ TO WA-FIRST-SEQ.
    IF WA-REC-SEQ = 1
        MOVE "R" TO WA-ACH-FUNCTION
        CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION WA-GENESIS-REC
            WA-ACH-RESULT
        MOVE 0 TO WA-PREV-SEQ
        PERFORM CHECK-LINK-PARA
    ELSE
        MOVE "R" TO WA-ACH-FUNCTION
        CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC
            WA-ACH-RESULT
    END-IF.

    CHECK-LINK-PARA.
    MOVE "C" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    MOVE SPACES TO WA-BREAK-TEXT.
    EVALUATE WA-ACH-RESULT
    WHEN "Y"
        CONTINUE
    WHEN "E"
        PERFORM CHECK-ERASURE-PARA
    WHEN "V"
        STRING "INPUT VALUE ALTERED AT SEQ " WA-REC-SEQ
            DELIMITED BY SIZE INTO WA-BREAK-TEXT
        PERFORM REPORT-BREAK-PARA
    WHEN "G"
        COMPUTE WA-EXPECT-SEQ = WA-PREV-SEQ + 1
        COMPUTE WA-MISSING-TO = WA-REC-SEQ - 1
        STRING "RECORDS MISSING - SEQ " WA-EXPECT-SEQ " TO "
            WA-MISSING-TO DELIMITED BY SIZE INTO WA-BREAK-TEXT
        PERFORM REPORT-BREAK-PARA
    WHEN "S"
        STRING "SEQ " WA-REC-SEQ " OUT OF ORDER OR DUPLICATED AFTER "
            WA-PREV-SEQ DELIMITED BY SIZE INTO WA-BREAK-TEXT
        PERFORM REPORT-BREAK-PARA
    WHEN OTHER
        STRING "HASH MISMATCH AT SEQ " WA-REC-SEQ
            " - RECORD ALTERED" DELIMITED BY SIZE INTO WA-BREAK-TEXT
        PERFORM REPORT-BREAK-PARA
    END-EVALUATE.

    CHECK-ERASURE-PARA.
    MOVE SPACES TO WA-TOKEN-CUSTID.
    EVALUATE TRUE
    WHEN AUD-INPUT-VALUE(1:1) = "#"
        MOVE AUD-INPUT-VALUE(2:8) TO WA-TOKEN-CUSTID
    WHEN AUD-INPUT-VALUE(3:1) = "#"
        MOVE AUD-INPUT-VALUE(4:8) TO WA-TOKEN-CUSTID
    END-EVALUATE.
    MOVE "N" TO WA-ERASE-FOUND-SW.
    IF WA-TOKEN-CUSTID NOT = SPACES
        PERFORM VARYING WA-ERASE-IDX FROM 1 BY 1
            UNTIL WA-ERASE-IDX > WA-ERASE-COUNT OR WA-ERASE-FOUND
            IF WA-ERASE-CUSTID(WA-ERASE-IDX) = WA-TOKEN-CUSTID
            AND WA-ERASE-SEQ(WA-ERASE-IDX) > WA-REC-SEQ
                MOVE "Y" TO WA-ERASE-FOUND-SW
            END-IF
        END-PERFORM
    END-IF.
    IF NOT WA-ERASE-FOUND
        STRING "ERASED AT SEQ " WA-REC-SEQ " WITHOUT A CUSTERASE ENTRY"
            DELIMITED BY SIZE INTO WA-BREAK-TEXT
        PERFORM REPORT-BREAK-PARA
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-CNT-ERASED.
    IF WA-CNT-ERASED <= WA-BREAK-LIMIT
        DISPLAY "ERASED " WA-AUDIT-IN-DSN(1:24) " REC " WA-FILE-RECS
            " SEQ " WA-REC-SEQ " - CUSTOMER " WA-TOKEN-CUSTID
    END-IF.

    CHECK-SEAL-PARA.
    ADD 1 TO WA-CNT-SEALS.
    MOVE AUDS-COUNT TO WA-SEAL-COUNT.
    IF WA-COUNT-KNOWN AND WA-SEAL-COUNT NOT = WA-SINCE-SEAL
        MOVE SPACES TO WA-BREAK-TEXT
        STRING "SEAL " AUDS-DATE " COUNT " WA-SEAL-COUNT
            " BUT " WA-SINCE-SEAL " RECORDS"
            DELIMITED BY SIZE INTO WA-BREAK-TEXT
        PERFORM REPORT-BREAK-PARA
    END-IF.
    MOVE 0 TO WA-SINCE-SEAL.
    MOVE "Y" TO WA-COUNT-KNOWN-SW.
    MOVE "Y" TO WA-LAST-SEAL-SW.
    MOVE AUDS-DATE TO WA-LAST-SEAL-DATE.

    CHECK-ARCHIVE-SEAL-PARA.
    MOVE SPACES TO WA-BREAK-TEXT.
    EVALUATE TRUE
    WHEN WA-FILE-RECS = 0
        STRING "ARCHIVE " WA-CUR-DATE-X " IS EMPTY - SEAL MISSING"
            DELIMITED BY SIZE INTO WA-BREAK-TEXT
        PERFORM REPORT-BREAK-PARA
    WHEN NOT WA-LAST-WAS-SEAL
        STRING "ARCHIVE " WA-CUR-DATE-X " DOES NOT END WITH A SEAL"
            DELIMITED BY SIZE INTO WA-BREAK-TEXT
        PERFORM REPORT-BREAK-PARA
    WHEN WA-LAST-SEAL-DATE NOT = WA-CUR-DATE-X
        STRING "ARCHIVE " WA-CUR-DATE-X " SEALED FOR "
            WA-LAST-SEAL-DATE DELIMITED BY SIZE INTO WA-BREAK-TEXT
        PERFORM REPORT-BREAK-PARA
    WHEN OTHER
        DISPLAY "ARCHIVE SEALED   " WA-AUDIT-IN-DSN " RECORDS "
            WA-FILE-RECS " TO SEQ " WA-PREV-SEQ
    END-EVALUATE.

    CHECK-TRAIL-TAIL-PARA.
    IF WA-CHAIN-STARTED AND NOT WA-LAST-WAS-SEAL
        DISPLAY "UNSEALED TAIL    " WA-SINCE-SEAL
            " RECORD(S) AFTER THE LAST SEAL (" WA-LAST-SEAL-DATE ")"
    END-IF.

    REPORT-BREAK-PARA.
    ADD 1 TO WA-CNT-BREAKS.
    IF WA-CNT-BREAKS = 1
        MOVE WA-BREAK-TEXT TO WA-FIRST-BREAK
        MOVE WA-AUDIT-IN-DSN TO WA-FIRST-BREAK-DSN
        MOVE WA-FILE-RECS TO WA-FIRST-BREAK-REC
    END-IF.
    IF WA-CNT-BREAKS <= WA-BREAK-LIMIT
        DISPLAY "BREAK " WA-AUDIT-IN-DSN(1:24) " REC " WA-FILE-RECS
            " " WA-BREAK-TEXT
    END-IF.

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

    PRINT-SUMMARY-PARA.
    DISPLAY "-------------------------------------------------------------".
    IF WA-ARCHIVE-MODE
        DISPLAY "ARCHIVES READ:    " WA-CNT-FILES
        DISPLAY "ARCHIVES ABSENT:  " WA-CNT-MISSING
    END-IF.
    DISPLAY "RECORDS READ:     " WA-CNT-READ.
    DISPLAY "UNCHAINED LEGACY: " WA-CNT-LEGACY.
    DISPLAY "CHAINED RECORDS:  " WA-CNT-CHAINED
        " (SEQ " WA-FIRST-SEQ " TO " WA-PREV-SEQ ")".
    DISPLAY "SEALS CHECKED:    " WA-CNT-SEALS.
    DISPLAY "ERASURE ENTRIES:  " WA-ERASE-COUNT.
    DISPLAY "ERASED RECORDS:   " WA-CNT-ERASED.
    DISPLAY "BREAKS FOUND:     " WA-CNT-BREAKS.
    IF WA-CNT-BREAKS > WA-BREAK-LIMIT
        DISPLAY "WARNING: ONLY THE FIRST " WA-BREAK-LIMIT
            " BREAKS ARE LISTED"
    END-IF.
    IF WA-CNT-BREAKS > 0
        DISPLAY "FIRST BREAK:      " WA-FIRST-BREAK-DSN(1:24) " REC "
            WA-FIRST-BREAK-REC
        DISPLAY "                  " WA-FIRST-BREAK
        DISPLAY "RESULT: AUDIT TRAIL CHAIN IS BROKEN"
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WA-CNT-CHAINED = 0
            DISPLAY "RESULT: NO CHAINED RECORDS FOUND - NOTHING VERIFIED"
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY "RESULT: AUDIT TRAIL CHAIN VERIFIED INTACT"
        END-IF
    END-IF.
