IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTCHGNOTC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CTL-CARD-STATUS.
    SELECT JOURNAL-HISTORY-FILE ASSIGN TO "CUSTJRNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-JRNHIST-STATUS.
    SELECT CUSTJRNL-FILE ASSIGN DYNAMIC WA-CUSTJRNL-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CUSTJRNL-STATUS.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUSTID
        FILE STATUS IS WA-CUSTMAST-STATUS.
    SELECT CHGNOTICE-OUT ASSIGN DYNAMIC WA-CHGNOTICE-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CHGNOTICE-STATUS.
    SELECT SEQ-GENERATION-FILE ASSIGN TO "CUSTSEQGEN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-SEQGEN-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  JOURNAL-HISTORY-FILE
    RECORD CONTAINS 430 CHARACTERS.
01  WA-JRNHIST-REC.
    02 JH-RUN-DATE PIC X(08).
    02 FILLER      PIC X(01).
    02 JH-JOURNAL  PIC X(421).

FD  CUSTJRNL-FILE
    RECORD CONTAINS 421 CHARACTERS.
01  WA-CUSTJRNL-IN PIC X(421).

FD  CUSTOMER-MASTER-FILE
    RECORD CONTAINS 196 CHARACTERS.
COPY CUSTMASTREC.

FD  CHGNOTICE-OUT
    RECORD CONTAINS 320 CHARACTERS.
COPY CHGNOTCREC.

FD  SEQ-GENERATION-FILE
    RECORD CONTAINS 20 CHARACTERS.
COPY SEQGENREC.

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-RCK-FUNCTION    PIC X(01) VALUE SPACE.
01 WA-RCK-PROGRAM     PIC X(16) VALUE "CUSTCHGNOTC".
01 WA-RCK-PREDECESSOR PIC X(16) VALUE "CUSTOMERMASTER".
01 WA-RCK-RERUN-SW    PIC X(01) VALUE "N".
01 WA-RCK-RETCODE     PIC 9(02) VALUE 0.
01 WA-RCK-OK-SW       PIC X(01) VALUE "N".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-NOTICE-DATE     PIC X(08) VALUE "00000000".
01 WA-TODAY           PIC 9(08) VALUE 0.
01 WA-CUSTJRNL-DSN    PIC X(30) VALUE "CUSTJRNL".
01 WA-CHGNOTICE-DSN   PIC X(30) VALUE "CHGNOTICE".

01 WA-JRNHIST-STATUS   PIC X(02) VALUE "00".
01 WA-CUSTJRNL-STATUS  PIC X(02) VALUE "00".
01 WA-CUSTMAST-STATUS  PIC X(02) VALUE "00".
01 WA-CHGNOTICE-STATUS PIC X(02) VALUE "00".
01 WA-SEQGEN-STATUS    PIC X(02) VALUE "00".
01 WA-JRNHIST-OPEN-SW PIC X(01) VALUE "N".
    88 WA-JRNHIST-OPEN VALUE "Y".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".

COPY CUSTJRNREC.

01 WA-OLD-CUSTMAST-REC.
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

01 WA-CHG-TABLE.
    02 WA-CHG-ENTRY OCCURS 20000 TIMES.
        03 WA-CHG-CUSTID PIC X(08).
        03 WA-CHG-REINST PIC X(01).
        03 WA-CHG-BEFORE PIC X(196).
01 WA-CHG-MAX   PIC 9(05) VALUE 20000.
01 WA-CHG-COUNT PIC 9(05) VALUE 0.
01 WA-CHG-IDX   PIC 9(05) BINARY.
01 WA-CHG-SCAN  PIC 9(05) BINARY.
01 WA-CHG-KEY   PIC X(08) VALUE SPACES.

01 WA-ANY-CHANGE-SW PIC X(01) VALUE "N".
    88 WA-ANY-CHANGE VALUE "Y".

01 WA-MASK-IN      PIC X(40) VALUE SPACES.
01 WA-MASK-OUT     PIC X(40) VALUE SPACES.
01 WA-MASK-AT-POS  PIC 9(02) VALUE 0.

01 WA-COUNTS.
    02 WA-CNT-JRN-READ   PIC 9(07) VALUE 0.
    02 WA-CNT-JRN-USED   PIC 9(07) VALUE 0.
    02 WA-CNT-NOTICES    PIC 9(07) VALUE 0.
    02 WA-CNT-REINST     PIC 9(07) VALUE 0.
    02 WA-CNT-OLDCONTACT PIC 9(07) VALUE 0.
    02 WA-CNT-NETNIL     PIC 9(07) VALUE 0.
    02 WA-CNT-GONE       PIC 9(07) VALUE 0.
    02 WA-CNT-PAN        PIC 9(07) VALUE 0.
    02 WA-CNT-MOBILE     PIC 9(07) VALUE 0.
    02 WA-CNT-EMAIL      PIC 9(07) VALUE 0.
    02 WA-CNT-ADDR       PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM LOAD-HISTORY-PARA UNTIL WA-EOF.
    IF WA-JRNHIST-OPEN
        CLOSE JOURNAL-HISTORY-FILE
    END-IF.
    PERFORM LOAD-OPEN-JOURNAL-PARA.
    PERFORM WRITE-NOTICE-HEADER-PARA.
    PERFORM VARYING WA-CHG-IDX FROM 1 BY 1
        UNTIL WA-CHG-IDX > WA-CHG-COUNT
        PERFORM BUILD-NOTICE-PARA
    END-PERFORM.
    PERFORM WRITE-NOTICE-TRAILER-PARA.
    PERFORM PRINT-SUMMARY-PARA.
    PERFORM TERMINATE-PARA.
    PERFORM RECORD-RUNCTL-END-PARA.
    STOP RUN.

    CHECK-RUNCTL-START-PARA.
    MOVE "S" TO WA-RCK-FUNCTION.
    MOVE 0 TO WA-RCK-RETCODE.
    CALL "RUNCTLCHK" USING WA-RCK-FUNCTION WA-RUN-DATE WA-RCK-PROGRAM
        WA-RCK-PREDECESSOR WA-RCK-RERUN-SW WA-RCK-RETCODE
        WA-RCK-OK-SW.
    IF WA-RCK-OK-SW NOT = "Y"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    RECORD-RUNCTL-END-PARA.
    MOVE "E" TO WA-RCK-FUNCTION.
    MOVE RETURN-CODE TO WA-RCK-RETCODE.
    CALL "RUNCTLCHK" USING WA-RCK-FUNCTION WA-RUN-DATE WA-RCK-PROGRAM
        WA-RCK-PREDECESSOR WA-RCK-RERUN-SW WA-RCK-RETCODE
        WA-RCK-OK-SW.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            EVALUATE TRUE
            WHEN WA-CTL-RERUN
                MOVE "Y" TO WA-RCK-RERUN-SW
            WHEN WA-CTL-REPORT-ONLY
                CONTINUE
            WHEN OTHER
                DISPLAY "CUSTCHGNOTC - UNRECOGNIZED OPTION "
                    WA-CTL-OPTION
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-EVALUATE
            MOVE SPACES TO WA-CUSTJRNL-DSN
            STRING "CUSTJRNL." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-CUSTJRNL-DSN
            MOVE SPACES TO WA-CHGNOTICE-DSN
            STRING "CHGNOTICE." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-CHGNOTICE-DSN
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    INITIALIZE-PARA.
    PERFORM CHECK-SEQ-GENERATION-PARA.
    PERFORM CHECK-RUNCTL-START-PARA.
    IF WA-RUN-DATE NOT = "00000000" AND WA-RUN-DATE IS NUMERIC
        MOVE WA-RUN-DATE TO WA-NOTICE-DATE
    ELSE
        ACCEPT WA-TODAY FROM DATE YYYYMMDD
        MOVE WA-TODAY TO WA-NOTICE-DATE
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTCHGNOTC - UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
            " STATUS=" WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT CHGNOTICE-OUT.
    IF WA-CHGNOTICE-STATUS NOT = "00"
        DISPLAY "CUSTCHGNOTC - UNABLE TO OPEN " WA-CHGNOTICE-DSN
            " STATUS=" WA-CHGNOTICE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT JOURNAL-HISTORY-FILE.
    IF WA-JRNHIST-STATUS = "35"
        MOVE "Y" TO WA-EOF-SW
        EXIT PARAGRAPH
    END-IF.
    IF WA-JRNHIST-STATUS NOT = "00"
        DISPLAY "CUSTCHGNOTC - UNABLE TO OPEN CUSTJRNHIST, STATUS="
            WA-JRNHIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "Y" TO WA-JRNHIST-OPEN-SW.
    PERFORM READ-HISTORY-PARA.

    CHECK-SEQ-GENERATION-PARA.
    MOVE SPACES TO WA-SEQGEN-REC.
    OPEN INPUT SEQ-GENERATION-FILE.
    IF WA-SEQGEN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-SEQGEN-STATUS NOT = "00"
        DISPLAY "CUSTCHGNOTC - UNABLE TO OPEN CUSTSEQGEN, STATUS="
            WA-SEQGEN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ SEQ-GENERATION-FILE
        AT END MOVE SPACES TO WA-SEQGEN-REC
    END-READ.
    CLOSE SEQ-GENERATION-FILE.
    IF SG-RUNNING OR SG-PENDING OR SG-FAILED
        DISPLAY "CUSTCHGNOTC - SEQUENTIAL UPDATE OF " SG-RUN-DATE " "
            SG-RUN-MODE " IS NOT INSTALLED - RUN AFTER CUSTOMERMASTER"
            " OPTION INSTALL OR CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    READ-HISTORY-PARA.
    READ JOURNAL-HISTORY-FILE INTO WA-JRNHIST-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    LOAD-HISTORY-PARA.
    IF JH-RUN-DATE = WA-NOTICE-DATE
        MOVE JH-JOURNAL TO WA-CUSTJRN-REC
        PERFORM COLLECT-CHANGE-PARA
    END-IF.
    PERFORM READ-HISTORY-PARA.

    LOAD-OPEN-JOURNAL-PARA.
    OPEN INPUT CUSTJRNL-FILE.
    IF WA-CUSTJRNL-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-CUSTJRNL-STATUS NOT = "00"
        DISPLAY "CUSTCHGNOTC - UNABLE TO OPEN " WA-CUSTJRNL-DSN
            " STATUS=" WA-CUSTJRNL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-JOURNAL-PARA.
    PERFORM LOAD-JOURNAL-PARA UNTIL WA-EOF.
    CLOSE CUSTJRNL-FILE.

    READ-JOURNAL-PARA.
    READ CUSTJRNL-FILE INTO WA-CUSTJRN-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    LOAD-JOURNAL-PARA.
    PERFORM COLLECT-CHANGE-PARA.
    PERFORM READ-JOURNAL-PARA.

    COLLECT-CHANGE-PARA.
    ADD 1 TO WA-CNT-JRN-READ.
    EVALUATE TRUE
    WHEN JRN-CUSTMAST AND JRN-REWRITE
        ADD 1 TO WA-CNT-JRN-USED
        MOVE JRN-BEFORE-IMAGE(1:8) TO WA-CHG-KEY
        PERFORM FIND-CHANGE-PARA
        IF WA-CHG-SCAN > WA-CHG-COUNT
            PERFORM ADD-CHANGE-PARA
        END-IF
    WHEN JRN-CUSTARCH AND JRN-DELETE
        ADD 1 TO WA-CNT-JRN-USED
        MOVE JRN-BEFORE-IMAGE(1:8) TO WA-CHG-KEY
        PERFORM FIND-CHANGE-PARA
        IF WA-CHG-SCAN > WA-CHG-COUNT
            PERFORM ADD-CHANGE-PARA
        END-IF
        MOVE "Y" TO WA-CHG-REINST(WA-CHG-SCAN)
    WHEN OTHER
        CONTINUE
    END-EVALUATE.

    FIND-CHANGE-PARA.
    PERFORM VARYING WA-CHG-SCAN FROM 1 BY 1
        UNTIL WA-CHG-SCAN > WA-CHG-COUNT
        OR WA-CHG-CUSTID(WA-CHG-SCAN) = WA-CHG-KEY
        CONTINUE
    END-PERFORM.

    ADD-CHANGE-PARA.
    IF WA-CHG-COUNT < WA-CHG-MAX
        ADD 1 TO WA-CHG-COUNT
        MOVE WA-CHG-KEY TO WA-CHG-CUSTID(WA-CHG-COUNT)
        MOVE "N" TO WA-CHG-REINST(WA-CHG-COUNT)
        MOVE JRN-BEFORE-IMAGE(1:196) TO WA-CHG-BEFORE(WA-CHG-COUNT)
        MOVE WA-CHG-COUNT TO WA-CHG-SCAN
    ELSE
        DISPLAY "CUSTCHGNOTC - CHANGE TABLE CAPACITY OF " WA-CHG-MAX
            " EXCEEDED - INCREASE WA-CHG-MAX AND RERUN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    BUILD-NOTICE-PARA.
    MOVE WA-CHG-CUSTID(WA-CHG-IDX) TO CM-CUSTID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            ADD 1 TO WA-CNT-GONE
            EXIT PARAGRAPH
    END-READ.
    MOVE WA-CHG-BEFORE(WA-CHG-IDX) TO WA-OLD-CUSTMAST-REC.
    MOVE SPACES TO WA-CHGNOTC-REC.
    MOVE "N" TO WA-ANY-CHANGE-SW.
    MOVE "N" TO CN-CHG-PAN.
    MOVE "N" TO CN-CHG-MOBILE.
    MOVE "N" TO CN-CHG-EMAIL.
    MOVE "N" TO CN-CHG-ADDR.
    IF OC-PAN NOT = CM-PAN
        MOVE "Y" TO CN-CHG-PAN
        MOVE "Y" TO WA-ANY-CHANGE-SW
        ADD 1 TO WA-CNT-PAN
    END-IF.
    IF OC-MOBILE NOT = CM-MOBILE
        MOVE "Y" TO CN-CHG-MOBILE
        MOVE "Y" TO WA-ANY-CHANGE-SW
        ADD 1 TO WA-CNT-MOBILE
    END-IF.
    IF OC-EMAIL NOT = CM-EMAIL
        MOVE "Y" TO CN-CHG-EMAIL
        MOVE "Y" TO WA-ANY-CHANGE-SW
        ADD 1 TO WA-CNT-EMAIL
    END-IF.
    IF OC-ADDR-BLOCK NOT = CM-ADDR-BLOCK
        MOVE "Y" TO CN-CHG-ADDR
        MOVE "Y" TO WA-ANY-CHANGE-SW
        ADD 1 TO WA-CNT-ADDR
    END-IF.
    IF WA-CHG-REINST(WA-CHG-IDX) = "Y"
        MOVE "R" TO CN-NOTICE-TYPE
        ADD 1 TO WA-CNT-REINST
    ELSE
        IF NOT WA-ANY-CHANGE
            ADD 1 TO WA-CNT-NETNIL
            EXIT PARAGRAPH
        END-IF
        MOVE "C" TO CN-NOTICE-TYPE
    END-IF.
    MOVE CM-CUSTID TO CN-CUSTID.
    MOVE CM-NAME TO CN-NAME.
    MOVE OC-PAN TO WA-MASK-IN.
    PERFORM MASK-LAST4-PARA.
    MOVE WA-MASK-OUT TO CN-OLD-PAN.
    MOVE CM-PAN TO WA-MASK-IN.
    PERFORM MASK-LAST4-PARA.
    MOVE WA-MASK-OUT TO CN-NEW-PAN.
    MOVE OC-MOBILE TO WA-MASK-IN.
    PERFORM MASK-LAST4-PARA.
    MOVE WA-MASK-OUT TO CN-OLD-MOBILE.
    MOVE CM-MOBILE TO WA-MASK-IN.
    PERFORM MASK-LAST4-PARA.
    MOVE WA-MASK-OUT TO CN-NEW-MOBILE.
    MOVE OC-EMAIL TO WA-MASK-IN.
    PERFORM MASK-EMAIL-PARA.
    MOVE WA-MASK-OUT TO CN-OLD-EMAIL.
    MOVE CM-EMAIL TO WA-MASK-IN.
    PERFORM MASK-EMAIL-PARA.
    MOVE WA-MASK-OUT TO CN-NEW-EMAIL.
    MOVE OC-CITY TO CN-OLD-CITY.
    MOVE OC-STATE TO CN-OLD-STATE.
    MOVE CM-CITY TO CN-NEW-CITY.
    MOVE CM-STATE TO CN-NEW-STATE.
    MOVE CM-MOBILE TO CN-SEND-MOBILE.
    MOVE CM-EMAIL TO CN-SEND-EMAIL.
    IF OC-MOBILE NOT = CM-MOBILE AND OC-MOBILE NOT = SPACES
        MOVE OC-MOBILE TO CN-SEND-OLD-MOBILE
    END-IF.
    IF OC-EMAIL NOT = CM-EMAIL AND OC-EMAIL NOT = SPACES
        MOVE OC-EMAIL TO CN-SEND-OLD-EMAIL
    END-IF.
    IF CN-SEND-OLD-MOBILE NOT = SPACES OR CN-SEND-OLD-EMAIL NOT = SPACES
        ADD 1 TO WA-CNT-OLDCONTACT
    END-IF.
    MOVE WA-NOTICE-DATE TO CN-NOTICE-DATE.
    WRITE WA-CHGNOTC-REC.
    IF WA-CHGNOTICE-STATUS NOT = "00"
        DISPLAY "CUSTCHGNOTC - NOTICE WRITE FAILED, STATUS="
            WA-CHGNOTICE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-CNT-NOTICES.

    MASK-LAST4-PARA.
    MOVE SPACES TO WA-MASK-OUT.
    IF WA-MASK-IN(1:10) NOT = SPACES
        STRING "XXXXXX" WA-MASK-IN(7:4)
            DELIMITED BY SIZE INTO WA-MASK-OUT
    END-IF.

    MASK-EMAIL-PARA.
    MOVE SPACES TO WA-MASK-OUT.
    IF WA-MASK-IN = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WA-MASK-AT-POS.
    INSPECT WA-MASK-IN TALLYING WA-MASK-AT-POS
        FOR CHARACTERS BEFORE INITIAL "@".
    IF WA-MASK-AT-POS = 0 OR WA-MASK-AT-POS > 39
        MOVE "XXXX" TO WA-MASK-OUT
    ELSE
        ADD 1 TO WA-MASK-AT-POS
        STRING WA-MASK-IN(1:1) "XXXX"
            WA-MASK-IN(WA-MASK-AT-POS:41 - WA-MASK-AT-POS)
            DELIMITED BY SIZE INTO WA-MASK-OUT
    END-IF.

    WRITE-NOTICE-HEADER-PARA.
    MOVE SPACES TO WA-CHGNOTC-HDR-REC.
    MOVE "CHGNHDR" TO CNH-ID.
    MOVE WA-NOTICE-DATE TO CNH-BUSDATE.
    WRITE WA-CHGNOTC-HDR-REC.

    WRITE-NOTICE-TRAILER-PARA.
    MOVE SPACES TO WA-CHGNOTC-TRL-REC.
    MOVE "CHGNTRL" TO CNT-ID.
    MOVE WA-CNT-NOTICES TO CNT-REC-COUNT.
    MOVE WA-CNT-OLDCONTACT TO CNT-OLD-CONTACT-COUNT.
    WRITE WA-CHGNOTC-TRL-REC.

    PRINT-SUMMARY-PARA.
    DISPLAY "CUSTCHGNOTC - RUN DATE " WA-NOTICE-DATE "  MODE " WA-RUN-MODE.
    DISPLAY "JOURNAL RECORDS READ:     " WA-CNT-JRN-READ.
    DISPLAY "CUSTOMER CHANGES USED:    " WA-CNT-JRN-USED.
    DISPLAY "CUSTOMERS CHANGED:        " WA-CHG-COUNT.
    DISPLAY "NOTICES WRITTEN:          " WA-CNT-NOTICES.
    DISPLAY "  REINSTATEMENTS:         " WA-CNT-REINST.
    DISPLAY "  PAN CHANGES:            " WA-CNT-PAN.
    DISPLAY "  MOBILE CHANGES:         " WA-CNT-MOBILE.
    DISPLAY "  EMAIL CHANGES:          " WA-CNT-EMAIL.
    DISPLAY "  ADDRESS CHANGES:        " WA-CNT-ADDR.
    DISPLAY "  ALSO SENT TO OLD CONTACT: " WA-CNT-OLDCONTACT.
    DISPLAY "NO NET CHANGE (BACKED OUT): " WA-CNT-NETNIL.
    DISPLAY "NO LONGER ON CUSTMAST:    " WA-CNT-GONE.

    TERMINATE-PARA.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE CHGNOTICE-OUT.
