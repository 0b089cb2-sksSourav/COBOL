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

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
        03 WA-TBL-CITY     PIC X(20).
        03 WA-TBL-PINCODE  PIC X(06).
        03 WA-TBL-DONE     PIC X(01).
        03 WA-TBL-DUP      PIC X(01).
01 WA-CUST-MAX   PIC 9(05) VALUE 50000.
01 WA-CUST-COUNT PIC 9(05) VALUE 0.
01 WA-CUST-IDX   PIC 9(05) BINARY.
    02 WA-CNT-EMAILGRP   PIC 9(07) VALUE 0.
    02 WA-CNT-NAMEPAIR   PIC 9(07) VALUE 0.
    02 WA-CNT-DROPPED    PIC 9(07) VALUE 0.
    02 WA-CNT-FLAG-ERRS  PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM LOAD-CUSTMAST-PARA UNTIL WA-EOF.
    PERFORM PRINT-EMAIL-GROUPS-PARA.
    PERFORM PRINT-NAME-PAIRS-PARA.
    PERFORM RECORD-DUP-FLAGS-PARA
        VARYING WA-CUST-IDX FROM 1 BY 1
        UNTIL WA-CUST-IDX > WA-CUST-COUNT.
    PERFORM PRINT-SUMMARY-PARA.
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
        DISPLAY "CUSTDEDUPE - UNABLE TO OPEN RISK-FLAG-FILE, STATUS="
            WA-RISKFLAG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-CUSTMAST-PARA.

    READ-CONTROL-CARD-PARA.
        MOVE CM-CITY TO WA-TBL-CITY(WA-CUST-COUNT)
        MOVE CM-PINCODE TO WA-TBL-PINCODE(WA-CUST-COUNT)
        MOVE "N" TO WA-TBL-DONE(WA-CUST-COUNT)
        MOVE "N" TO WA-TBL-DUP(WA-CUST-COUNT)
    ELSE
        ADD 1 TO WA-CNT-DROPPED
    END-IF.
                DISPLAY "  " WA-TBL-CUSTID(WA-CUST-SCAN) " "
                    WA-TBL-NAME(WA-CUST-SCAN)
                MOVE "Y" TO WA-TBL-DONE(WA-CUST-SCAN)
                MOVE "Y" TO WA-TBL-DUP(WA-CUST-SCAN)
            END-IF
        END-PERFORM
    ELSE
                        WA-TBL-CUSTID(WA-CUST-IDX) " / "
                        WA-TBL-CUSTID(WA-CUST-SCAN) " "
                        WA-TBL-NAME(WA-CUST-IDX)
                    MOVE "Y" TO WA-TBL-DUP(WA-CUST-IDX)
                    MOVE "Y" TO WA-TBL-DUP(WA-CUST-SCAN)
                END-IF
            END-IF
        END-PERFORM
        ADD 1 TO WA-PAIR-SCORE
    END-IF.

    RECORD-DUP-FLAGS-PARA.
    MOVE WA-TBL-CUSTID(WA-CUST-IDX) TO RF-CUSTID.
    READ RISK-FLAG-FILE
        INVALID KEY PERFORM ADD-DUP-FLAG-PARA
        NOT INVALID KEY PERFORM CHANGE-DUP-FLAG-PARA
    END-READ.

    ADD-DUP-FLAG-PARA.
    IF WA-TBL-DUP(WA-CUST-IDX) NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WA-RISKFLAG-REC.
    MOVE WA-TBL-CUSTID(WA-CUST-IDX) TO RF-CUSTID.
    MOVE "N" TO RF-SHARED-MOBILE.
    MOVE "Y" TO RF-DUPLICATE.
    MOVE WA-RUN-DATE TO RF-DUP-DATE.
    WRITE WA-RISKFLAG-REC
        INVALID KEY PERFORM REPORT-FLAG-ERROR-PARA
    END-WRITE.

    CHANGE-DUP-FLAG-PARA.
    IF RF-DUPLICATE = WA-TBL-DUP(WA-CUST-IDX)
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-TBL-DUP(WA-CUST-IDX) TO RF-DUPLICATE.
    MOVE WA-RUN-DATE TO RF-DUP-DATE.
    REWRITE WA-RISKFLAG-REC
        INVALID KEY PERFORM REPORT-FLAG-ERROR-PARA
    END-REWRITE.

    REPORT-FLAG-ERROR-PARA.
    ADD 1 TO WA-CNT-FLAG-ERRS.
    DISPLAY "CUSTDEDUPE - UNABLE TO STORE RISK FLAG FOR "
        WA-TBL-CUSTID(WA-CUST-IDX) " STATUS=" WA-RISKFLAG-STATUS.

    PRINT-SUMMARY-PARA.
    DISPLAY "-------------------------------------------------------------".
    IF WA-CNT-DROPPED > 0
    DISPLAY "CUSTOMERS READ:        " WA-CNT-READ.
    DISPLAY "SHARED EMAIL GROUPS:   " WA-CNT-EMAILGRP.
    DISPLAY "NAME/CATEGORY PAIRS:   " WA-CNT-NAMEPAIR.
    IF WA-CNT-FLAG-ERRS > 0
        DISPLAY "RISK FLAGS NOT STORED: " WA-CNT-FLAG-ERRS
        MOVE 8 TO RETURN-CODE
    END-IF.
    IF WA-CNT-EMAILGRP > 0 OR WA-CNT-NAMEPAIR > 0
        IF RETURN-CODE = 0
            MOVE 4 TO RETURN-CODE

    TERMINATE-PARA.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE RISK-FLAG-FILE.
