        ACCESS MODE IS RANDOM
        RECORD KEY IS CA-CUSTID
        FILE STATUS IS WA-CUSTARCH-STATUS.
    SELECT CONSENT-FILE ASSIGN TO "CUSTCONS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CC-CUSTID
        FILE STATUS IS WA-CUSTCONS-STATUS.
    SELECT CUSTKYC-FILE ASSIGN TO "CUSTKYC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KYC-CUSTID
        FILE STATUS IS WA-CUSTKYC-STATUS.
    SELECT CONTACT-FILE ASSIGN TO "CONTPNT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CP-KEY
        FILE STATUS IS WA-CONTPNT-STATUS.
    SELECT RELPARTY-FILE ASSIGN TO "RELPARTY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RP-KEY
        FILE STATUS IS WA-RELPARTY-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO "CUSTCKPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CKPT-STATUS.
    SELECT PAN-HISTORY-FILE ASSIGN TO "PANHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-PANHIST-STATUS.
    SELECT MOBILE-HISTORY-FILE ASSIGN TO "MOBLHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-MOBLHIST-STATUS.
    SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-AUDIT-STATUS.
    SELECT SEQ-GENERATION-FILE ASSIGN TO "CUSTSEQGEN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-SEQGEN-STATUS.
    SELECT NEW-CUSTMAST-FILE ASSIGN TO "CUSTMASTNEW"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NCM-CUSTID
        FILE STATUS IS WA-NEWCM-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  CUSTJRNL-FILE
    RECORD CONTAINS 204 CHARACTERS.
COPY CUSTARCHREC.

FD  CONSENT-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY CUSTCONSREC.

FD  CUSTKYC-FILE
    RECORD CONTAINS 55 CHARACTERS.
COPY CUSTKYCREC.

FD  CONTACT-FILE
    RECORD CONTAINS 120 CHARACTERS.
COPY CONTPNTREC.

FD  RELPARTY-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RELPARTYREC.

FD  CHECKPOINT-FILE
    RECORD CONTAINS 250 CHARACTERS.
01  WA-CKPT-FILE-REC PIC X(250).

FD  PAN-HISTORY-FILE
    RECORD CONTAINS 30 CHARACTERS.
01  WA-PANHIST-REC PIC X(30).
    RECORD CONTAINS 30 CHARACTERS.
01  WA-MOBLHIST-REC PIC X(30).

FD  AUDIT-TRAIL-FILE
    RECORD CONTAINS 110 CHARACTERS.
COPY AUDITREC.

FD  SEQ-GENERATION-FILE
    RECORD CONTAINS 20 CHARACTERS.
COPY SEQGENREC.

FD  NEW-CUSTMAST-FILE
    RECORD CONTAINS 196 CHARACTERS.
01  WA-NEWCM-REC.
    02 NCM-CUSTID  PIC X(08).
    02 NCM-DETAIL  PIC X(188).

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-PANMAST-STATUS  PIC X(02) VALUE "00".
01 WA-MOBLMAST-STATUS PIC X(02) VALUE "00".
01 WA-CUSTARCH-STATUS PIC X(02) VALUE "00".
01 WA-CUSTCONS-STATUS PIC X(02) VALUE "00".
01 WA-CUSTKYC-STATUS  PIC X(02) VALUE "00".
01 WA-CONTPNT-STATUS  PIC X(02) VALUE "00".
01 WA-RELPARTY-STATUS PIC X(02) VALUE "00".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
01 WA-HIST-DATE PIC 9(08) VALUE 0.
COPY HOLDHISTREC.

01 WA-AUDIT-STATUS  PIC X(02) VALUE "00".
01 WA-ACH-FUNCTION  PIC X(01) VALUE SPACE.
01 WA-ACH-RESULT    PIC X(01) VALUE SPACE.
01 WA-AUDIT-DATE    PIC 9(08) VALUE 0.
01 WA-AUDIT-TIME    PIC 9(08) VALUE 0.
01 WA-AUDIT-TIME-X REDEFINES WA-AUDIT-TIME PIC X(08).
01 WA-AUD-RESULT-SW PIC X(01) VALUE SPACE.
01 WA-AUD-REASON    PIC X(20) VALUE SPACES.
01 WA-ERRORS-BEFORE PIC 9(07) VALUE 0.

01 WA-SEQGEN-STATUS PIC X(02) VALUE "00".
01 WA-NEWCM-STATUS  PIC X(02) VALUE "00".
01 WA-SEQ-RUN-SW PIC X(01) VALUE "N".
    88 WA-SEQ-RUN VALUE "Y".
01 WA-SKIP-MASTERS-SW PIC X(01) VALUE "N".
    88 WA-SKIP-MASTERS VALUE "Y".
01 WA-CONS-FOUND-SW PIC X(01) VALUE "N".
    88 WA-CONS-FOUND VALUE "Y".

COPY CUSTJRNREC.

01 WA-JRN-TABLE.
01 WA-JRN-COUNT PIC 9(05) VALUE 0.
01 WA-JRN-IDX   PIC 9(05) BINARY.

01 WA-CKPT-STATUS PIC X(02) VALUE "00".
01 WA-CKPT-FOUND-SW PIC X(01) VALUE "N".
    88 WA-CKPT-FOUND VALUE "Y".
01 WA-TO-CKPT-SW PIC X(01) VALUE "N".
    88 WA-TO-CKPT VALUE "Y".
01 WA-JRN-KEEP PIC 9(09) VALUE 0.
COPY CUSTCKPTREC.

01 WA-COUNTS.
    02 WA-CNT-BACKED   PIC 9(07) VALUE 0.
    02 WA-CNT-DROPPED  PIC 9(07) VALUE 0.
    02 WA-CNT-ERRORS   PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    PERFORM PRINT-SUMMARY-PARA.
    PERFORM TERMINATE-PARA.
    IF WA-CNT-ERRORS = 0
        IF WA-TO-CKPT
            PERFORM TRIM-JOURNAL-PARA
        ELSE
            PERFORM EMPTY-JOURNAL-PARA
        END-IF
    END-IF.
    IF WA-SEQ-RUN AND RETURN-CODE < 8
        PERFORM DISCARD-GENERATION-PARA
    END-IF.
    STOP RUN.

    INITIALIZE-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    PERFORM CHECK-SEQ-GENERATION-PARA.
    IF WA-TO-CKPT
        PERFORM READ-CHECKPOINT-PARA
    END-IF.
    OPEN INPUT CUSTJRNL-FILE.
    IF WA-CUSTJRNL-STATUS NOT = "00"
        DISPLAY "CUSTJRNBACK - UNABLE TO OPEN CUSTJRNL-FILE, STATUS="
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O CONSENT-FILE.
    IF WA-CUSTCONS-STATUS = "35"
        OPEN OUTPUT CONSENT-FILE
        CLOSE CONSENT-FILE
        OPEN I-O CONSENT-FILE
    END-IF.
    IF WA-CUSTCONS-STATUS NOT = "00"
        DISPLAY "CUSTJRNBACK - UNABLE TO OPEN CONSENT-FILE, STATUS="
            WA-CUSTCONS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O CUSTKYC-FILE.
    IF WA-CUSTKYC-STATUS = "35"
        OPEN OUTPUT CUSTKYC-FILE
        CLOSE CUSTKYC-FILE
        OPEN I-O CUSTKYC-FILE
    END-IF.
    IF WA-CUSTKYC-STATUS NOT = "00"
        DISPLAY "CUSTJRNBACK - UNABLE TO OPEN CUSTKYC-FILE, STATUS="
            WA-CUSTKYC-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O CONTACT-FILE.
    IF WA-CONTPNT-STATUS = "35"
        OPEN OUTPUT CONTACT-FILE
        CLOSE CONTACT-FILE
        OPEN I-O CONTACT-FILE
    END-IF.
    IF WA-CONTPNT-STATUS NOT = "00"
        DISPLAY "CUSTJRNBACK - UNABLE TO OPEN CONTACT-FILE, STATUS="
            WA-CONTPNT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O RELPARTY-FILE.
    IF WA-RELPARTY-STATUS = "35"
        OPEN OUTPUT RELPARTY-FILE
        CLOSE RELPARTY-FILE
        OPEN I-O RELPARTY-FILE
    END-IF.
    IF WA-RELPARTY-STATUS NOT = "00"
        DISPLAY "CUSTJRNBACK - UNABLE TO OPEN RELPARTY-FILE, STATUS="
            WA-RELPARTY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND PAN-HISTORY-FILE.
    IF WA-PANHIST-STATUS = "35"
        OPEN OUTPUT PAN-HISTORY-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "I" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    IF WA-ACH-RESULT NOT = "Y"
        DISPLAY "CUSTJRNBACK - UNABLE TO LOAD AUDIT TRAIL CHAIN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-TRAIL-FILE
        CLOSE AUDIT-TRAIL-FILE
        OPEN EXTEND AUDIT-TRAIL-FILE
    END-IF.
    IF WA-AUDIT-STATUS NOT = "00"
        DISPLAY "CUSTJRNBACK - UNABLE TO OPEN AUDIT-TRAIL-FILE, STATUS="
            WA-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO WA-HOLDHIST-REC.
    PERFORM READ-JOURNAL-PARA.

            MOVE SPACES TO WA-CUSTJRNL-DSN
            STRING "CUSTJRNL." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-CUSTJRNL-DSN
            IF WA-CTL-RESTART
                MOVE "Y" TO WA-TO-CKPT-SW
            END-IF
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    CHECK-SEQ-GENERATION-PARA.
    MOVE SPACES TO WA-SEQGEN-REC.
    OPEN INPUT SEQ-GENERATION-FILE.
    IF WA-SEQGEN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-SEQGEN-STATUS NOT = "00"
        DISPLAY "CUSTJRNBACK - UNABLE TO OPEN CUSTSEQGEN, STATUS="
            WA-SEQGEN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ SEQ-GENERATION-FILE
        AT END MOVE SPACES TO WA-SEQGEN-REC
    END-READ.
    CLOSE SEQ-GENERATION-FILE.
    IF SG-RUN-DATE NOT = WA-RUN-DATE OR SG-RUN-MODE NOT = WA-RUN-MODE
    OR NOT (SG-RUNNING OR SG-PENDING OR SG-FAILED)
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WA-SEQ-RUN-SW.
    IF WA-TO-CKPT
        DISPLAY "CUSTJRNBACK - " WA-RUN-DATE " " WA-RUN-MODE
            " WAS A SEQUENTIAL UPDATE - OPTION RESTART DOES NOT APPLY,"
            " BACK OUT THE WHOLE RUN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT NEW-CUSTMAST-FILE.
    IF WA-NEWCM-STATUS = "00"
        CLOSE NEW-CUSTMAST-FILE
    END-IF.
    IF WA-NEWCM-STATUS NOT = "35" OR NOT SG-PENDING
        MOVE "Y" TO WA-SKIP-MASTERS-SW
        DISPLAY "CUSTJRNBACK - SEQUENTIAL UPDATE OF " WA-RUN-DATE " "
            WA-RUN-MODE " NOT INSTALLED - ITS CUSTMAST, PANMAST AND"
            " MOBLMAST ENTRIES ARE DROPPED, NOT BACKED OUT"
    ELSE
        DISPLAY "CUSTJRNBACK - SEQUENTIAL UPDATE OF " WA-RUN-DATE " "
            WA-RUN-MODE " - CUSTMASTNEW ALREADY RENAMED, BACKING OUT"
            " AGAINST THE INSTALLED MASTERS"
    END-IF.

    READ-CHECKPOINT-PARA.
    OPEN INPUT CHECKPOINT-FILE.
    IF WA-CKPT-STATUS = "00"
        PERFORM READ-LAST-CKPT-PARA UNTIL WA-CKPT-STATUS NOT = "00"
        CLOSE CHECKPOINT-FILE
    END-IF.
    IF NOT WA-CKPT-FOUND OR CK-END-OF-JOB
    OR CK-RUN-DATE NOT = WA-RUN-DATE OR CK-RUN-MODE NOT = WA-RUN-MODE
        DISPLAY "CUSTJRNBACK - OPTION RESTART BUT NO INTERRUPTED"
            " CUSTOMERMASTER CHECKPOINT FOR " WA-RUN-DATE " "
            WA-RUN-MODE " IN CUSTCKPT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    COMPUTE WA-JRN-KEEP = CK-JRN-BASE + CK-JRN-WRITTEN.

    READ-LAST-CKPT-PARA.
    READ CHECKPOINT-FILE INTO WA-CUSTCKPT-REC
        AT END CONTINUE
        NOT AT END MOVE "Y" TO WA-CKPT-FOUND-SW
    END-READ.

    READ-JOURNAL-PARA.
    READ CUSTJRNL-FILE INTO WA-CUSTJRN-REC
        AT END MOVE "Y" TO WA-EOF-SW
    OR WA-CUSTJRN-REC(12:1) NOT = SPACE
    OR WA-CUSTJRN-REC(217:1) NOT = SPACE
    OR NOT (JRN-CUSTMAST OR JRN-PANMAST OR JRN-MOBLMAST
        OR JRN-CUSTARCH OR JRN-CUSTCONS OR JRN-CONTPNT
        OR JRN-RELPARTY OR JRN-CUSTKYC)
    OR NOT (JRN-WRITE OR JRN-REWRITE OR JRN-DELETE)
    OR (JRN-WRITE AND JRN-AFTER-IMAGE(1:8) = SPACES)
    OR (JRN-DELETE AND JRN-BEFORE-IMAGE(1:8) = SPACES)
    PERFORM READ-JOURNAL-PARA.

    BACKOUT-ALL-PARA.
    IF WA-JRN-COUNT < WA-JRN-KEEP
        DISPLAY "CUSTJRNBACK - " WA-CUSTJRNL-DSN " HOLDS " WA-JRN-COUNT
            " RECORD(S), FEWER THAN THE " WA-JRN-KEEP
            " AT THE CHECKPOINT - NOTHING BACKED OUT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-TO-CKPT
        DISPLAY "CUSTJRNBACK - BACKING OUT JOURNAL RECORDS AFTER "
            WA-JRN-KEEP " OF " WA-JRN-COUNT " (CHECKPOINT) FROM "
            WA-CUSTJRNL-DSN
    ELSE
        DISPLAY "CUSTJRNBACK - BACKING OUT " WA-JRN-COUNT
            " JOURNALED CHANGE(S) FROM " WA-CUSTJRNL-DSN
    END-IF.
    PERFORM VARYING WA-JRN-IDX FROM WA-JRN-COUNT BY -1
        UNTIL WA-JRN-IDX <= WA-JRN-KEEP
        MOVE WA-JRN-TBL-REC(WA-JRN-IDX) TO WA-CUSTJRN-REC
        PERFORM BACKOUT-ONE-PARA
    END-PERFORM.

    BACKOUT-ONE-PARA.
    MOVE WA-CNT-ERRORS TO WA-ERRORS-BEFORE.
    MOVE SPACES TO WA-AUD-REASON.
    IF WA-SKIP-MASTERS AND (JRN-CUSTMAST OR JRN-PANMAST OR JRN-MOBLMAST)
        PERFORM DROP-ONE-PARA
        STRING "DROPPED " JRN-FILE-ID " " JRN-ACTION
            DELIMITED BY SIZE INTO WA-AUD-REASON
    ELSE
        PERFORM RESTORE-ONE-PARA
        STRING "BACKED OUT " JRN-FILE-ID " " JRN-ACTION
            DELIMITED BY SIZE INTO WA-AUD-REASON
    END-IF.
    MOVE "P" TO WA-AUD-RESULT-SW.
    IF WA-CNT-ERRORS NOT = WA-ERRORS-BEFORE
        MOVE "F" TO WA-AUD-RESULT-SW
        MOVE SPACES TO WA-AUD-REASON
        STRING "BACKOUT FAILED " JRN-FILE-ID " " JRN-ACTION
            DELIMITED BY SIZE INTO WA-AUD-REASON
    END-IF.
    PERFORM WRITE-AUDIT-PARA.

    DROP-ONE-PARA.
    ADD 1 TO WA-CNT-DROPPED.
    EVALUATE TRUE
    WHEN JRN-CUSTMAST
        CONTINUE
    WHEN JRN-WRITE
        MOVE JRN-AFTER-IMAGE(1:10) TO HH-KEY
        MOVE JRN-AFTER-IMAGE(11:8) TO HH-CUSTID
        MOVE "D" TO HH-ACTION
    WHEN JRN-REWRITE
        MOVE JRN-BEFORE-IMAGE(1:10) TO HH-KEY
        MOVE JRN-BEFORE-IMAGE(11:8) TO HH-CUSTID
        MOVE "T" TO HH-ACTION
    WHEN OTHER
        MOVE JRN-BEFORE-IMAGE(1:10) TO HH-KEY
        MOVE JRN-BEFORE-IMAGE(11:8) TO HH-CUSTID
        MOVE "A" TO HH-ACTION
    END-EVALUATE.
    IF JRN-PANMAST
        PERFORM WRITE-PANHIST-PARA
    END-IF.
    IF JRN-MOBLMAST
        PERFORM WRITE-MOBLHIST-PARA
    END-IF.

    RESTORE-ONE-PARA.
    EVALUATE TRUE
    WHEN JRN-CUSTMAST AND JRN-WRITE
        MOVE JRN-AFTER-IMAGE(1:8) TO CM-CUSTID
            INVALID KEY PERFORM REPORT-ERROR-PARA
            NOT INVALID KEY ADD 1 TO WA-CNT-BACKED
        END-DELETE
    WHEN JRN-CUSTCONS AND JRN-WRITE
        MOVE JRN-AFTER-IMAGE(1:8) TO CC-CUSTID
        PERFORM READ-CONSENT-PARA
        IF WA-CONS-FOUND AND CC-DND-UNCHECKED
            DELETE CONSENT-FILE
                INVALID KEY PERFORM REPORT-ERROR-PARA
                NOT INVALID KEY ADD 1 TO WA-CNT-BACKED
            END-DELETE
        END-IF
        IF WA-CONS-FOUND AND NOT CC-DND-UNCHECKED
            MOVE SPACES TO CC-MKT-CONSENT
            MOVE SPACES TO CC-CONSENT-DATE
            MOVE SPACES TO CC-CONSENT-SRC
            PERFORM REWRITE-CONSENT-PARA
        END-IF
    WHEN JRN-CUSTCONS AND JRN-REWRITE
        MOVE JRN-BEFORE-IMAGE(1:8) TO CC-CUSTID
        PERFORM READ-CONSENT-PARA
        IF WA-CONS-FOUND
            MOVE JRN-BEFORE-IMAGE(9:17) TO WA-CUSTCONS-REC(9:17)
            PERFORM REWRITE-CONSENT-PARA
        END-IF
    WHEN JRN-CUSTKYC AND JRN-WRITE
        MOVE JRN-AFTER-IMAGE(1:8) TO KYC-CUSTID
        DELETE CUSTKYC-FILE
            INVALID KEY PERFORM REPORT-ERROR-PARA
            NOT INVALID KEY ADD 1 TO WA-CNT-BACKED
        END-DELETE
    WHEN JRN-CUSTKYC AND JRN-REWRITE
        MOVE JRN-BEFORE-IMAGE(1:55) TO WA-CUSTKYC-REC
        REWRITE WA-CUSTKYC-REC
            INVALID KEY PERFORM REPORT-ERROR-PARA
            NOT INVALID KEY ADD 1 TO WA-CNT-BACKED
        END-REWRITE
    WHEN JRN-CONTPNT AND JRN-WRITE
        MOVE JRN-AFTER-IMAGE(1:11) TO CP-KEY
        DELETE CONTACT-FILE
            INVALID KEY PERFORM REPORT-ERROR-PARA
            NOT INVALID KEY ADD 1 TO WA-CNT-BACKED
        END-DELETE
    WHEN JRN-CONTPNT AND JRN-REWRITE
        MOVE JRN-BEFORE-IMAGE(1:120) TO WA-CONTPNT-REC
        REWRITE WA-CONTPNT-REC
            INVALID KEY PERFORM REPORT-ERROR-PARA
            NOT INVALID KEY ADD 1 TO WA-CNT-BACKED
        END-REWRITE
    WHEN JRN-RELPARTY AND JRN-WRITE
        MOVE JRN-AFTER-IMAGE(1:19) TO RP-KEY
        DELETE RELPARTY-FILE
            INVALID KEY PERFORM REPORT-ERROR-PARA
            NOT INVALID KEY ADD 1 TO WA-CNT-BACKED
        END-DELETE
    WHEN JRN-RELPARTY AND JRN-REWRITE
        MOVE JRN-BEFORE-IMAGE(1:80) TO WA-RELPARTY-REC
        REWRITE WA-RELPARTY-REC
            INVALID KEY PERFORM REPORT-ERROR-PARA
            NOT INVALID KEY ADD 1 TO WA-CNT-BACKED
        END-REWRITE
    WHEN OTHER
        PERFORM REPORT-ERROR-PARA
    END-EVALUATE.

    READ-CONSENT-PARA.
    READ CONSENT-FILE
        INVALID KEY MOVE "N" TO WA-CONS-FOUND-SW
        NOT INVALID KEY MOVE "Y" TO WA-CONS-FOUND-SW
    END-READ.
    IF NOT WA-CONS-FOUND
        PERFORM REPORT-ERROR-PARA
    END-IF.

    REWRITE-CONSENT-PARA.
    REWRITE WA-CUSTCONS-REC
        INVALID KEY PERFORM REPORT-ERROR-PARA
        NOT INVALID KEY ADD 1 TO WA-CNT-BACKED
    END-REWRITE.

    REPORT-ERROR-PARA.
    ADD 1 TO WA-CNT-ERRORS.
    EVALUATE TRUE
        DISPLAY "CUSTJRNBACK - UNABLE TO BACK OUT SEQ " JRN-SEQ
            " FILE " JRN-FILE-ID " ACTION " JRN-ACTION
            " STATUS " WA-CUSTARCH-STATUS
    WHEN JRN-CUSTCONS
        DISPLAY "CUSTJRNBACK - UNABLE TO BACK OUT SEQ " JRN-SEQ
            " FILE " JRN-FILE-ID " ACTION " JRN-ACTION
            " STATUS " WA-CUSTCONS-STATUS
    WHEN JRN-CUSTKYC
        DISPLAY "CUSTJRNBACK - UNABLE TO BACK OUT SEQ " JRN-SEQ
            " FILE " JRN-FILE-ID " ACTION " JRN-ACTION
            " STATUS " WA-CUSTKYC-STATUS
    WHEN JRN-CONTPNT
        DISPLAY "CUSTJRNBACK - UNABLE TO BACK OUT SEQ " JRN-SEQ
            " FILE " JRN-FILE-ID " ACTION " JRN-ACTION
            " STATUS " WA-CONTPNT-STATUS
    WHEN JRN-RELPARTY
        DISPLAY "CUSTJRNBACK - UNABLE TO BACK OUT SEQ " JRN-SEQ
            " FILE " JRN-FILE-ID " ACTION " JRN-ACTION
            " STATUS " WA-RELPARTY-STATUS
    WHEN OTHER
        DISPLAY "CUSTJRNBACK - UNABLE TO BACK OUT SEQ " JRN-SEQ
            " FILE " JRN-FILE-ID " ACTION " JRN-ACTION
            WA-MOBLHIST-STATUS
    END-IF.

    WRITE-AUDIT-PARA.
    MOVE SPACES TO AUD-TRAIL-REC.
    ACCEPT WA-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT WA-AUDIT-TIME FROM TIME.
    IF WA-RUN-DATE NOT = "00000000" AND WA-RUN-DATE IS NUMERIC
        MOVE WA-RUN-DATE TO WA-AUDIT-DATE
    END-IF.
    STRING WA-AUDIT-DATE WA-AUDIT-TIME-X(1:6)
        DELIMITED BY SIZE INTO AUD-TIMESTAMP.
    MOVE "CUSTJRNBACK" TO AUD-PROGRAM-ID.
    EVALUATE TRUE
    WHEN (JRN-PANMAST OR JRN-MOBLMAST) AND JRN-WRITE
        MOVE JRN-AFTER-IMAGE(11:8) TO AUD-INPUT-VALUE
    WHEN JRN-PANMAST OR JRN-MOBLMAST
        MOVE JRN-BEFORE-IMAGE(11:8) TO AUD-INPUT-VALUE
    WHEN JRN-WRITE
        MOVE JRN-AFTER-IMAGE(1:8) TO AUD-INPUT-VALUE
    WHEN OTHER
        MOVE JRN-BEFORE-IMAGE(1:8) TO AUD-INPUT-VALUE
    END-EVALUATE.
    MOVE WA-AUD-RESULT-SW TO AUD-RESULT-SW.
    MOVE WA-AUD-REASON TO AUD-REASON.
    MOVE "S" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    WRITE AUD-TRAIL-REC.

    SET-HIST-DATE-PARA.
    IF WA-RUN-DATE NOT = "00000000" AND WA-RUN-DATE IS NUMERIC
        MOVE WA-RUN-DATE TO HH-EFF-DATE
    PRINT-SUMMARY-PARA.
    DISPLAY "CUSTJRNBACK - RUN DATE " WA-RUN-DATE "  MODE " WA-RUN-MODE.
    DISPLAY "CHANGES BACKED OUT: " WA-CNT-BACKED.
    IF WA-SKIP-MASTERS
        DISPLAY "CHANGES DROPPED:    " WA-CNT-DROPPED
    END-IF.
    DISPLAY "ERRORS:             " WA-CNT-ERRORS.
    IF WA-CNT-ERRORS > 0
        MOVE 8 TO RETURN-CODE
            " ENTRIES CANNOT BE REPLAYED"
    END-IF.

    TRIM-JOURNAL-PARA.
    OPEN OUTPUT CUSTJRNL-FILE.
    IF WA-CUSTJRNL-STATUS NOT = "00"
        DISPLAY "CUSTJRNBACK - UNABLE TO REWRITE " WA-CUSTJRNL-DSN
            " STATUS=" WA-CUSTJRNL-STATUS
            " - DRAIN IT BEFORE ANY RESTART"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WA-JRN-IDX FROM 1 BY 1
        UNTIL WA-JRN-IDX > WA-JRN-KEEP
        MOVE WA-JRN-TBL-REC(WA-JRN-IDX) TO WA-CUSTJRNL-IN
        WRITE WA-CUSTJRNL-IN
    END-PERFORM.
    CLOSE CUSTJRNL-FILE.
    DISPLAY "JOURNAL " WA-CUSTJRNL-DSN " CUT BACK TO THE " WA-JRN-KEEP
        " RECORD(S) AT THE CHECKPOINT - RESTART CUSTOMERMASTER".

    DISCARD-GENERATION-PARA.
    OPEN OUTPUT SEQ-GENERATION-FILE.
    IF WA-SEQGEN-STATUS = "00"
        MOVE SPACES TO WA-SEQGEN-REC
        MOVE WA-RUN-DATE TO SG-RUN-DATE
        MOVE WA-RUN-MODE TO SG-RUN-MODE
        MOVE "D" TO SG-STATE
        WRITE WA-SEQGEN-REC
        CLOSE SEQ-GENERATION-FILE
    END-IF.
    IF WA-SEQGEN-STATUS NOT = "00"
        DISPLAY "CUSTJRNBACK - UNABLE TO REWRITE CUSTSEQGEN, STATUS="
            WA-SEQGEN-STATUS " - SEQUENTIAL UPDATE STILL SHOWN AS"
            " NOT INSTALLED"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    IF WA-SKIP-MASTERS
        DISPLAY "SEQUENTIAL UPDATE OF " WA-RUN-DATE " " WA-RUN-MODE
            " BACKED OUT - DISCARD CUSTMASTNEW, PANMASTNEW, MOBLMASTNEW"
            " AND CUSTHELDSEQ"
    ELSE
        DISPLAY "SEQUENTIAL UPDATE OF " WA-RUN-DATE " " WA-RUN-MODE
            " BACKED OUT - DISCARD CUSTHELDSEQ"
    END-IF.

    TERMINATE-PARA.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE PAN-MASTER-FILE.
    CLOSE MOBILE-MASTER-FILE.
    CLOSE CUSTOMER-ARCHIVE-FILE.
    CLOSE CONSENT-FILE.
    CLOSE CUSTKYC-FILE.
    CLOSE CONTACT-FILE.
    CLOSE RELPARTY-FILE.
    CLOSE PAN-HISTORY-FILE.
    CLOSE MOBILE-HISTORY-FILE.
    CLOSE AUDIT-TRAIL-FILE.
