        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-CUSTID
        FILE STATUS IS WA-CUSTMAST-STATUS.
    SELECT RISK-FLAG-FILE ASSIGN TO "RISKFLAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RF-CUSTID
        FILE STATUS IS WA-RISKFLAG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  CUSTOMER-MASTER-FILE
    RECORD CONTAINS 196 CHARACTERS.
COPY CUSTMASTREC.

FD  RISK-FLAG-FILE
    RECORD CONTAINS 30 CHARACTERS.
COPY RISKFLAGREC.

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-CUSTMAST-STATUS PIC X(02) VALUE "00".
01 WA-RISKFLAG-STATUS PIC X(02) VALUE "00".
01 WA-FLAG-CUSTID     PIC X(08) VALUE SPACES.
01 WA-FLAG-VALUE      PIC X(01) VALUE "N".

01 WA-MOBLSHARE-DSN  PIC X(30) VALUE "MOBLSHARE".
01 WA-RPT-LINE       PIC X(80) VALUE SPACES.
        03 WA-PAIR-MOBILE PIC X(10).
        03 WA-PAIR-CUSTID PIC X(08).
        03 WA-PAIR-DONE   PIC X(01).
        03 WA-PAIR-SHARED PIC X(01).
01 WA-PAIR-MAX   PIC 9(05) VALUE 9999.
01 WA-PAIR-COUNT PIC 9(05) VALUE 0.
01 WA-PAIR-IDX   PIC 9(05) BINARY.
    02 WA-CNT-NOMOB   PIC 9(07) VALUE 0.
    02 WA-CNT-SHARED  PIC 9(07) VALUE 0.
    02 WA-CNT-DROPPED PIC 9(07) VALUE 0.
    02 WA-CNT-FLAG-ERRS PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM LOAD-CUSTMAST-PARA UNTIL WA-EOF.
    PERFORM PRINT-REPORT-PARA.
    PERFORM RECORD-SHARED-FLAGS-PARA
        VARYING WA-PAIR-IDX FROM 1 BY 1
        UNTIL WA-PAIR-IDX > WA-PAIR-COUNT.
    PERFORM TERMINATE-PARA.
    STOP RUN.

        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O RISK-FLAG-FILE.
    IF WA-RISKFLAG-STATUS = "35"
        OPEN OUTPUT RISK-FLAG-FILE
        CLOSE RISK-FLAG-FILE
        OPEN I-O RISK-FLAG-FILE
    END-IF.
    IF WA-RISKFLAG-STATUS NOT = "00"
        DISPLAY "MOBLSHARERPT - UNABLE TO OPEN RISK-FLAG-FILE, STATUS="
            WA-RISKFLAG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "O" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-MOBLSHARE-DSN WA-RPT-LINE
    ADD 1 TO WA-CNT-READ.
    IF CM-MOBILE = SPACES OR CM-MOBILE = LOW-VALUES
        ADD 1 TO WA-CNT-NOMOB
        MOVE CM-CUSTID TO WA-FLAG-CUSTID
        MOVE "N" TO WA-FLAG-VALUE
        PERFORM SET-SHARED-FLAG-PARA
    ELSE
        IF WA-PAIR-COUNT < WA-PAIR-MAX
            ADD 1 TO WA-PAIR-COUNT
            MOVE CM-MOBILE TO WA-PAIR-MOBILE(WA-PAIR-COUNT)
            MOVE CM-CUSTID TO WA-PAIR-CUSTID(WA-PAIR-COUNT)
            MOVE "N" TO WA-PAIR-DONE(WA-PAIR-COUNT)
            MOVE "N" TO WA-PAIR-SHARED(WA-PAIR-COUNT)
        ELSE
            ADD 1 TO WA-CNT-DROPPED
        END-IF
                    DELIMITED BY SIZE INTO WA-RPT-LINE
                PERFORM WRITE-SHARE-LINE-PARA
                MOVE "Y" TO WA-PAIR-DONE(WA-PAIR-SCAN)
                MOVE "Y" TO WA-PAIR-SHARED(WA-PAIR-SCAN)
            END-IF
        END-PERFORM
    ELSE
        MOVE "Y" TO WA-PAIR-DONE(WA-PAIR-IDX)
    END-IF.

    RECORD-SHARED-FLAGS-PARA.
    MOVE WA-PAIR-CUSTID(WA-PAIR-IDX) TO WA-FLAG-CUSTID.
    MOVE WA-PAIR-SHARED(WA-PAIR-IDX) TO WA-FLAG-VALUE.
    PERFORM SET-SHARED-FLAG-PARA.

    SET-SHARED-FLAG-PARA.
    MOVE WA-FLAG-CUSTID TO RF-CUSTID.
    READ RISK-FLAG-FILE
        INVALID KEY PERFORM ADD-SHARED-FLAG-PARA
        NOT INVALID KEY PERFORM CHANGE-SHARED-FLAG-PARA
    END-READ.

    ADD-SHARED-FLAG-PARA.
    IF WA-FLAG-VALUE NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WA-RISKFLAG-REC.
    MOVE WA-FLAG-CUSTID TO RF-CUSTID.
    MOVE "Y" TO RF-SHARED-MOBILE.
    MOVE WA-RUN-DATE TO RF-SHARED-DATE.
    MOVE "N" TO RF-DUPLICATE.
    WRITE WA-RISKFLAG-REC
        INVALID KEY PERFORM REPORT-FLAG-ERROR-PARA
    END-WRITE.

    CHANGE-SHARED-FLAG-PARA.
    IF RF-SHARED-MOBILE = WA-FLAG-VALUE
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-FLAG-VALUE TO RF-SHARED-MOBILE.
    MOVE WA-RUN-DATE TO RF-SHARED-DATE.
    REWRITE WA-RISKFLAG-REC
        INVALID KEY PERFORM REPORT-FLAG-ERROR-PARA
    END-REWRITE.

    REPORT-FLAG-ERROR-PARA.
    ADD 1 TO WA-CNT-FLAG-ERRS.
    DISPLAY "MOBLSHARERPT - UNABLE TO STORE RISK FLAG FOR "
        WA-FLAG-CUSTID " STATUS=" WA-RISKFLAG-STATUS.

    TERMINATE-PARA.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE RISK-FLAG-FILE.
    IF WA-CNT-FLAG-ERRS > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    MOVE "C" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-MOBLSHARE-DSN WA-RPT-LINE
