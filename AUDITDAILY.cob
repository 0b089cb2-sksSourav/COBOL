DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  AUDIT-TRAIL-FILE
    RECORD CONTAINS 110 CHARACTERS.
COPY AUDITREC.

FD  AUDIT-ARCHIVE-OUT
    RECORD CONTAINS 110 CHARACTERS.
01  WA-ARCHIVE-REC PIC X(110).

FD  AUDIT-RETAIN-FILE
    RECORD CONTAINS 110 CHARACTERS.
01  WA-RETAIN-REC PIC X(110).

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-COPY-EOF-SW PIC X(01) VALUE "N".
    88 WA-COPY-EOF VALUE "Y".

01 WA-ACH-FUNCTION PIC X(01) VALUE SPACE.
01 WA-ACH-RESULT   PIC X(01) VALUE SPACE.
01 WA-SCAN-NO      PIC 9(07) VALUE 0.
01 WA-ARCH-FROM-NO PIC 9(07) VALUE 0.
01 WA-SINCE-SEAL   PIC 9(09) VALUE 0.
01 WA-SEAL-TIME    PIC 9(08) VALUE 0.
01 WA-SEAL-TIME-X REDEFINES WA-SEAL-TIME PIC X(08).
01 WA-ARCHIVE-SW PIC X(01) VALUE "N".
    88 WA-ARCHIVE-THIS VALUE "Y".
01 WA-SEALED-SW PIC X(01) VALUE "N".
    88 WA-ALREADY-SEALED VALUE "Y".
01 WA-SEAL-HASH    PIC X(18) VALUE SPACES.
01 WA-SEAL-SEQ     PIC X(09) VALUE SPACES.

01 WA-PGM-TABLE.
    02 WA-PGM-ENTRY OCCURS 20 TIMES.
        03 WA-PGM-TBL-ID   PIC X(16).
    02 WA-CNT-RSN-LOST PIC 9(07) VALUE 0.
    02 WA-CNT-PGM-LOST PIC 9(07) VALUE 0.
    02 WA-CNT-BADDATE  PIC 9(07) VALUE 0.
    02 WA-CNT-UNCHAINED PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM PROCESS-AUDIT-PARA UNTIL WA-EOF.
    PERFORM WRITE-SEAL-PARA.
    PERFORM REWRITE-AUDIT-TRAIL-PARA.
    PERFORM PRINT-SUMMARY-PARA.
    PERFORM TERMINATE-PARA.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SCAN-SEALS-PARA.
    MOVE "I" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    IF WA-ACH-RESULT NOT = "Y"
        DISPLAY "AUDITDAILY - UNABLE TO LOAD AUDIT TRAIL CHAIN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS NOT = "00"
        DISPLAY "AUDITDAILY - UNABLE TO OPEN AUDIT-TRAIL-FILE, STATUS="
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    SCAN-SEALS-PARA.
    OPEN INPUT AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS NOT = "00"
        DISPLAY "AUDITDAILY - UNABLE TO OPEN AUDIT-TRAIL-FILE, STATUS="
            WA-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-AUDIT-PARA.
    PERFORM SCAN-ONE-SEAL-PARA UNTIL WA-EOF.
    CLOSE AUDIT-TRAIL-FILE.
    MOVE "N" TO WA-EOF-SW.

    SCAN-ONE-SEAL-PARA.
    ADD 1 TO WA-SCAN-NO.
    MOVE "N" TO WA-SEALED-SW.
    IF AUDS-BY-AUDITDAILY AND AUDS-SEAL-TAG AND AUD-CHAIN-SEQ IS NUMERIC
        IF AUDS-DATE < WA-RUN-DATE
            MOVE WA-SCAN-NO TO WA-ARCH-FROM-NO
        END-IF
        IF AUDS-DATE = WA-RUN-DATE
            MOVE "Y" TO WA-SEALED-SW
            MOVE AUD-CHAIN-SEQ TO WA-SEAL-SEQ
            MOVE AUD-CHAIN-HASH TO WA-SEAL-HASH
        END-IF
    END-IF.
    PERFORM READ-AUDIT-PARA.

    READ-AUDIT-PARA.
    READ AUDIT-TRAIL-FILE INTO AUD-TRAIL-REC
        AT END MOVE "Y" TO WA-EOF-SW
    PROCESS-AUDIT-PARA.
    ADD 1 TO WA-CNT-READ.
    MOVE AUD-TIMESTAMP(1:8) TO WA-AUD-DATE.
    PERFORM ARCHIVE-AUDIT-PARA.
    IF WA-AUD-DATE IS NOT NUMERIC
        ADD 1 TO WA-CNT-BADDATE
        ADD 1 TO WA-CNT-RETAINED
        PERFORM READ-AUDIT-PARA
        EXIT PARAGRAPH
    END-IF.
    IF WA-AUD-DATE >= WA-CUTOFF-DATE
        ADD 1 TO WA-CNT-RETAINED
        MOVE AUD-TRAIL-REC TO WA-RETAIN-REC
    END-IF.
    PERFORM READ-AUDIT-PARA.

    ARCHIVE-AUDIT-PARA.
    MOVE "N" TO WA-ARCHIVE-SW.
    IF AUD-CHAIN-SEQ IS NUMERIC AND AUD-CHAIN-HASH IS NUMERIC
        IF WA-CNT-READ > WA-ARCH-FROM-NO
            MOVE "Y" TO WA-ARCHIVE-SW
        END-IF
    ELSE
        IF WA-AUD-DATE = WA-RUN-DATE
            MOVE "Y" TO WA-ARCHIVE-SW
            ADD 1 TO WA-CNT-UNCHAINED
        END-IF
    END-IF.
    IF NOT WA-ARCHIVE-THIS
        EXIT PARAGRAPH
    END-IF.
    MOVE AUD-TRAIL-REC TO WA-ARCHIVE-REC.
    WRITE WA-ARCHIVE-REC.
    IF AUDS-BY-AUDITDAILY AND AUDS-SEAL-TAG
        MOVE 0 TO WA-SINCE-SEAL
        EXIT PARAGRAPH
    END-IF.
    IF AUD-CHAIN-SEQ IS NUMERIC
        ADD 1 TO WA-SINCE-SEAL
    END-IF.
    ADD 1 TO WA-CNT-TODAY.
    PERFORM TALLY-PROGRAM-PARA.
    IF AUD-FAIL
        PERFORM TALLY-REASON-PARA
    END-IF.

    WRITE-SEAL-PARA.
    IF WA-ALREADY-SEALED
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO AUD-TRAIL-REC.
    ACCEPT WA-SEAL-TIME FROM TIME.
    STRING WA-RUN-DATE WA-SEAL-TIME-X(1:6)
        DELIMITED BY SIZE INTO AUD-TIMESTAMP.
    MOVE "AUDITDAILY" TO AUDS-PROGRAM-ID.
    MOVE "SEAL " TO AUDS-TAG.
    MOVE WA-RUN-DATE TO AUDS-DATE.
    MOVE "P" TO AUD-RESULT-SW.
    MOVE WA-SINCE-SEAL TO AUDS-COUNT.
    MOVE "S" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    MOVE AUD-CHAIN-SEQ TO WA-SEAL-SEQ.
    MOVE AUD-CHAIN-HASH TO WA-SEAL-HASH.
    MOVE AUD-TRAIL-REC TO WA-ARCHIVE-REC.
    WRITE WA-ARCHIVE-REC.
    MOVE AUD-TRAIL-REC TO WA-RETAIN-REC.
    WRITE WA-RETAIN-REC.
    ADD 1 TO WA-CNT-RETAINED.

    TALLY-PROGRAM-PARA.
    MOVE 0 TO WA-PGM-HIT.
    PERFORM VARYING WA-PGM-IDX FROM 1 BY 1
        DISPLAY "WARNING: " WA-CNT-BADDATE " RECORD(S) HAVE A"
            " NON-NUMERIC TIMESTAMP AND WERE RETAINED UNSUMMARIZED"
    END-IF.
    IF WA-CNT-UNCHAINED > 0
        DISPLAY "WARNING: " WA-CNT-UNCHAINED " RECORD(S) FOR THE DAY"
            " CARRY NO CHAIN HASH AND CANNOT BE VERIFIED"
    END-IF.
    DISPLAY "RECORDS READ:     " WA-CNT-READ.
    DISPLAY "RECORDS FOR DAY:  " WA-CNT-TODAY " (ARCHIVED)".
    DISPLAY "RECORDS RETAINED: " WA-CNT-RETAINED.
    DISPLAY "RECORDS PURGED:   " WA-CNT-PURGED.
    IF WA-ALREADY-SEALED
        DISPLAY "DAY ALREADY SEALED - SEQ " WA-SEAL-SEQ
            " HASH " WA-SEAL-HASH " (ARCHIVE RECREATED)"
    ELSE
        DISPLAY "DAY SEALED        - SEQ " WA-SEAL-SEQ
            " HASH " WA-SEAL-HASH
    END-IF.

    PRINT-PROGRAM-PARA.
    DISPLAY " ".
