IDENTIFICATION DIVISION.
PROGRAM-ID. GSTRECON.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CTL-CARD-STATUS.
    SELECT GST-MASTER-FILE ASSIGN TO "GSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WA-GSTMAST-KEY
        FILE STATUS IS WA-GSTMAST-STATUS.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUSTID
        FILE STATUS IS WA-CUSTMAST-STATUS.
    SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO "CUSTARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CA-CUSTID
        FILE STATUS IS WA-CUSTARCH-STATUS.
    SELECT PAN-MASTER-FILE ASSIGN TO "PANMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WA-PANMAST-KEY
        FILE STATUS IS WA-PANMAST-STATUS.
    SELECT GST-SUSPEND-OUT ASSIGN DYNAMIC WA-GSTSUSP-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-GSTSUSP-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  GST-MASTER-FILE
    RECORD CONTAINS 33 CHARACTERS.
COPY GSTMASTREC.

FD  CUSTOMER-MASTER-FILE
    RECORD CONTAINS 196 CHARACTERS.
COPY CUSTMASTREC.

FD  CUSTOMER-ARCHIVE-FILE
    RECORD CONTAINS 204 CHARACTERS.
COPY CUSTARCHREC.

FD  PAN-MASTER-FILE
    RECORD CONTAINS 27 CHARACTERS.
COPY PANMASTREC.

FD  GST-SUSPEND-OUT
    RECORD CONTAINS 40 CHARACTERS.
COPY GSTSUSPREC.

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-GSTMAST-STATUS  PIC X(02) VALUE "00".
01 WA-CUSTMAST-STATUS PIC X(02) VALUE "00".
01 WA-CUSTARCH-STATUS PIC X(02) VALUE "00".
01 WA-PANMAST-STATUS  PIC X(02) VALUE "00".
01 WA-GSTSUSP-STATUS  PIC X(02) VALUE "00".
01 WA-GSTRECON-DSN    PIC X(30) VALUE "GSTRECON".
01 WA-GSTSUSP-DSN     PIC X(30) VALUE "GSTSUSP".

01 WA-RPT-LINE       PIC X(80) VALUE SPACES.
01 WA-RPT-FUNCTION   PIC X(01) VALUE SPACE.
01 WA-RPT-PROGRAM    PIC X(16) VALUE "GSTRECON".
01 WA-RPT-OK-SW      PIC X(01) VALUE "N".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
01 WA-CUSTARCH-OPEN-SW PIC X(01) VALUE "N".
    88 WA-CUSTARCH-OPEN VALUE "Y".
01 WA-OWNER-ACTIVE-SW PIC X(01) VALUE "N".
    88 WA-OWNER-ACTIVE VALUE "Y".
01 WA-SUSPEND-SW PIC X(01) VALUE "N".
    88 WA-SUSPEND VALUE "Y".
01 WA-SUSPEND-REASON PIC X(02) VALUE SPACES.
01 WA-GST-PAN PIC X(10) VALUE SPACES.

01 WA-REASON-LIST.
    02 FILLER PIC X(42) VALUE "PMGSTIN PAN DIFFERS FROM CUSTOMER PAN".
    02 FILLER PIC X(42) VALUE "AROWNER ARCHIVED OR PURGED (ON CUSTARCH)".
    02 FILLER PIC X(42) VALUE "NFOWNER NOT ON CUSTMAST OR CUSTARCH".
    02 FILLER PIC X(42) VALUE "PIPAN INACTIVE OR INVALID ON PANMAST".
    02 FILLER PIC X(42) VALUE "NSNO REGISTRATION IN ADDRESS STATE".
01 WA-REASON-TABLE REDEFINES WA-REASON-LIST.
    02 WA-REASON-ENTRY OCCURS 5 TIMES.
        03 WA-REASON-TBL-CODE PIC X(02).
        03 WA-REASON-TBL-DESC PIC X(40).
01 WA-REASON-MAX PIC 9(02) VALUE 5.

01 WA-BUCKET-COUNTS.
    02 WA-BUCKET-COUNT PIC 9(07) OCCURS 5 TIMES VALUE 0.

01 WA-DETAIL-TABLE.
    02 WA-DETAIL-ENTRY OCCURS 9999 TIMES.
        03 WA-DETAIL-CODE PIC X(02).
        03 WA-DETAIL-LINE PIC X(80).
01 WA-DETAIL-MAX   PIC 9(05) VALUE 9999.
01 WA-DETAIL-COUNT PIC 9(05) VALUE 0.
01 WA-DETAIL-OVERFLOW-CNT PIC 9(07) VALUE 0.

01 WA-OWNER-TABLE.
    02 WA-OWNER-ENTRY OCCURS 50000 TIMES.
        03 WA-OWN-CUSTID PIC X(08).
        03 WA-OWN-STATE  PIC X(02).
        03 WA-OWN-HOME   PIC X(01).
01 WA-OWNER-MAX   PIC 9(05) VALUE 50000.
01 WA-OWNER-COUNT PIC 9(05) VALUE 0.
01 WA-OWNER-DROPPED PIC 9(07) VALUE 0.

01 WA-RSN-IDX PIC 9(02) BINARY.
01 WA-DTL-IDX PIC 9(05) BINARY.
01 WA-OWN-IDX PIC 9(05) BINARY.
01 WA-CUR-CODE PIC X(02).
01 WA-CUR-DETAIL PIC X(50) VALUE SPACES.

01 WA-COUNTS.
    02 WA-CNT-READ      PIC 9(07) VALUE 0.
    02 WA-CNT-OWNERS    PIC 9(07) VALUE 0.
    02 WA-CNT-SUSPEND   PIC 9(07) VALUE 0.
    02 WA-CNT-EXCEPTION PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM RECONCILE-GSTIN-PARA UNTIL WA-EOF.
    PERFORM CHECK-HOME-STATE-PARA
        VARYING WA-OWN-IDX FROM 1 BY 1 UNTIL WA-OWN-IDX > WA-OWNER-COUNT.
    PERFORM PRINT-REPORT-PARA.
    PERFORM TERMINATE-PARA.
    STOP RUN.

    INITIALIZE-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    OPEN INPUT GST-MASTER-FILE.
    IF WA-GSTMAST-STATUS NOT = "00"
        DISPLAY "GSTRECON - UNABLE TO OPEN GST-MASTER-FILE, STATUS="
            WA-GSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "GSTRECON - UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
            " STATUS=" WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT PAN-MASTER-FILE.
    IF WA-PANMAST-STATUS NOT = "00"
        DISPLAY "GSTRECON - UNABLE TO OPEN PAN-MASTER-FILE, STATUS="
            WA-PANMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT CUSTOMER-ARCHIVE-FILE.
    EVALUATE WA-CUSTARCH-STATUS
    WHEN "00"
        MOVE "Y" TO WA-CUSTARCH-OPEN-SW
    WHEN "35"
        CONTINUE
    WHEN OTHER
        DISPLAY "GSTRECON - UNABLE TO OPEN CUSTOMER-ARCHIVE-FILE,"
            " STATUS=" WA-CUSTARCH-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.
    OPEN OUTPUT GST-SUSPEND-OUT.
    IF WA-GSTSUSP-STATUS NOT = "00"
        DISPLAY "GSTRECON - UNABLE TO OPEN GST-SUSPEND-OUT, STATUS="
            WA-GSTSUSP-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "O" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-GSTRECON-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    IF WA-RPT-OK-SW NOT = "Y"
        DISPLAY "GSTRECON - UNABLE TO OPEN RECONCILIATION REPORT "
            WA-GSTRECON-DSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "GSTIN TO CUSTOMER RECONCILIATION - EXCEPTIONS BY TYPE"
        TO WA-RPT-LINE.
    PERFORM WRITE-RECON-LINE-PARA.
    PERFORM READ-GSTMAST-PARA.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            MOVE SPACES TO WA-GSTRECON-DSN
            STRING "GSTRECON." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-GSTRECON-DSN
            MOVE SPACES TO WA-GSTSUSP-DSN
            STRING "GSTSUSP." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-GSTSUSP-DSN
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    WRITE-RECON-LINE-PARA.
    MOVE "D" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-GSTRECON-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    WRITE-RECON-TOTAL-PARA.
    MOVE "T" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-GSTRECON-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    READ-GSTMAST-PARA.
    READ GST-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-GSTMAST-STATUS NOT = "00"
        DISPLAY "GSTRECON - GSTMAST READ ERROR, STATUS="
            WA-GSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WA-EOF-SW
    END-IF.

    RECONCILE-GSTIN-PARA.
    ADD 1 TO WA-CNT-READ.
    MOVE "N" TO WA-SUSPEND-SW.
    MOVE SPACES TO WA-SUSPEND-REASON.
    MOVE "N" TO WA-OWNER-ACTIVE-SW.
    MOVE WA-GSTMAST-KEY(3:10) TO WA-GST-PAN.
    MOVE WA-GSTMAST-CUSTID TO CM-CUSTID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY PERFORM CHECK-ARCHIVED-PARA
        NOT INVALID KEY MOVE "Y" TO WA-OWNER-ACTIVE-SW
    END-READ.
    IF WA-OWNER-ACTIVE AND WA-GST-PAN NOT = CM-PAN
        MOVE SPACES TO WA-CUR-DETAIL
        STRING "GSTIN PAN " WA-GST-PAN " CUSTMAST PAN " CM-PAN
            DELIMITED BY SIZE INTO WA-CUR-DETAIL
        MOVE "PM" TO WA-CUR-CODE
        PERFORM RECORD-EXCEPTION-PARA
    END-IF.
    PERFORM CHECK-PAN-STATUS-PARA.
    IF WA-SUSPEND
        PERFORM WRITE-SUSPEND-PARA
    END-IF.
    IF WA-OWNER-ACTIVE
        PERFORM NOTE-OWNER-PARA
    END-IF.
    PERFORM READ-GSTMAST-PARA.

    CHECK-ARCHIVED-PARA.
    IF WA-CUSTARCH-OPEN
        MOVE WA-GSTMAST-CUSTID TO CA-CUSTID
        READ CUSTOMER-ARCHIVE-FILE
            INVALID KEY MOVE "NF" TO WA-CUR-CODE
            NOT INVALID KEY MOVE "AR" TO WA-CUR-CODE
        END-READ
    ELSE
        MOVE "NF" TO WA-CUR-CODE
    END-IF.
    MOVE SPACES TO WA-CUR-DETAIL.
    IF WA-CUR-CODE = "AR"
        STRING "ARCHIVED/PURGED " CA-PURGE-DATE
            DELIMITED BY SIZE INTO WA-CUR-DETAIL
    ELSE
        MOVE "OWNER NOT ON FILE" TO WA-CUR-DETAIL
    END-IF.
    PERFORM RECORD-EXCEPTION-PARA.

    CHECK-PAN-STATUS-PARA.
    MOVE WA-GST-PAN TO WA-PANMAST-KEY.
    READ PAN-MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF WA-PANMAST-INACTIVE OR WA-PANMAST-INVALID
                MOVE SPACES TO WA-CUR-DETAIL
                STRING "PAN " WA-GST-PAN " VSTAT " WA-PANMAST-VSTAT
                    " SINCE " WA-PANMAST-VDATE
                    DELIMITED BY SIZE INTO WA-CUR-DETAIL
                MOVE "PI" TO WA-CUR-CODE
                PERFORM RECORD-EXCEPTION-PARA
            END-IF
    END-READ.

    RECORD-EXCEPTION-PARA.
    ADD 1 TO WA-CNT-EXCEPTION.
    IF WA-CUR-CODE NOT = "NS"
        MOVE "Y" TO WA-SUSPEND-SW
        IF WA-SUSPEND-REASON = SPACES
            MOVE WA-CUR-CODE TO WA-SUSPEND-REASON
        END-IF
    END-IF.
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
        IF WA-CUR-CODE = "NS"
            STRING "  " WA-OWN-CUSTID(WA-OWN-IDX) " "
                WA-OWN-STATE(WA-OWN-IDX) "  " WA-CUR-DETAIL
                DELIMITED BY SIZE INTO WA-DETAIL-LINE(WA-DETAIL-COUNT)
        ELSE
            STRING "  " WA-GSTMAST-KEY " " WA-GSTMAST-CUSTID " "
                WA-GSTMAST-STATE "  " WA-CUR-DETAIL
                DELIMITED BY SIZE INTO WA-DETAIL-LINE(WA-DETAIL-COUNT)
        END-IF
    ELSE
        ADD 1 TO WA-DETAIL-OVERFLOW-CNT
    END-IF.

    WRITE-SUSPEND-PARA.
    MOVE SPACES TO WA-GSTSUSP-REC.
    MOVE WA-GSTMAST-KEY TO GS-GSTIN.
    MOVE WA-GSTMAST-CUSTID TO GS-CUSTID.
    MOVE WA-GSTMAST-STATE TO GS-STATE.
    MOVE WA-SUSPEND-REASON TO GS-REASON.
    MOVE WA-RUN-DATE TO GS-RUN-DATE.
    WRITE WA-GSTSUSP-REC.
    IF WA-GSTSUSP-STATUS NOT = "00"
        DISPLAY "GSTRECON - SUSPEND FILE WRITE FAILED, STATUS="
            WA-GSTSUSP-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-CNT-SUSPEND.

    NOTE-OWNER-PARA.
    PERFORM VARYING WA-OWN-IDX FROM 1 BY 1
        UNTIL WA-OWN-IDX > WA-OWNER-COUNT
        IF WA-OWN-CUSTID(WA-OWN-IDX) = CM-CUSTID
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF WA-OWN-IDX > WA-OWNER-COUNT
        IF WA-OWNER-COUNT < WA-OWNER-MAX
            ADD 1 TO WA-OWNER-COUNT
            MOVE WA-OWNER-COUNT TO WA-OWN-IDX
            MOVE CM-CUSTID TO WA-OWN-CUSTID(WA-OWN-IDX)
            MOVE CM-STATE TO WA-OWN-STATE(WA-OWN-IDX)
            MOVE "N" TO WA-OWN-HOME(WA-OWN-IDX)
        ELSE
            ADD 1 TO WA-OWNER-DROPPED
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF WA-GSTMAST-STATE = CM-STATE AND NOT WA-SUSPEND
        MOVE "Y" TO WA-OWN-HOME(WA-OWN-IDX)
    END-IF.

    CHECK-HOME-STATE-PARA.
    ADD 1 TO WA-CNT-OWNERS.
    IF WA-OWN-HOME(WA-OWN-IDX) = "N"
        MOVE SPACES TO WA-CUR-DETAIL
        STRING "NO ACTIVE GSTIN IN ADDRESS STATE "
            WA-OWN-STATE(WA-OWN-IDX)
            DELIMITED BY SIZE INTO WA-CUR-DETAIL
        MOVE "NS" TO WA-CUR-CODE
        PERFORM RECORD-EXCEPTION-PARA
    END-IF.

    PRINT-REPORT-PARA.
    PERFORM VARYING WA-RSN-IDX FROM 1 BY 1
        UNTIL WA-RSN-IDX > WA-REASON-MAX
        PERFORM PRINT-BUCKET-PARA
    END-PERFORM.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "GSTINS READ:           " WA-CNT-READ
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RECON-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "CUSTOMERS WITH GSTINS: " WA-CNT-OWNERS
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RECON-TOTAL-PARA.
    PERFORM VARYING WA-RSN-IDX FROM 1 BY 1
        UNTIL WA-RSN-IDX > WA-REASON-MAX
        MOVE SPACES TO WA-RPT-LINE
        STRING WA-REASON-TBL-CODE(WA-RSN-IDX) " "
            WA-REASON-TBL-DESC(WA-RSN-IDX) " "
            WA-BUCKET-COUNT(WA-RSN-IDX)
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-RECON-TOTAL-PARA
    END-PERFORM.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "GSTINS TO SUSPEND:     " WA-CNT-SUSPEND
        "  (" WA-GSTSUSP-DSN ")"
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RECON-TOTAL-PARA.
    IF WA-DETAIL-OVERFLOW-CNT > 0
        MOVE SPACES TO WA-RPT-LINE
        STRING "WARNING: " WA-DETAIL-OVERFLOW-CNT
            " EXCEPTION(S) COUNTED BUT NOT LISTED - DETAIL CAPACITY "
            WA-DETAIL-MAX
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-RECON-TOTAL-PARA
    END-IF.
    IF WA-OWNER-DROPPED > 0
        MOVE SPACES TO WA-RPT-LINE
        STRING "WARNING: " WA-OWNER-DROPPED
            " GSTIN(S) NOT STATE-CHECKED - OWNER CAPACITY "
            WA-OWNER-MAX
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-RECON-TOTAL-PARA
    END-IF.
    IF WA-CNT-EXCEPTION > 0 AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF.

    PRINT-BUCKET-PARA.
    MOVE WA-REASON-TBL-CODE(WA-RSN-IDX) TO WA-CUR-CODE.
    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-RECON-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "REASON " WA-CUR-CODE " - " WA-REASON-TBL-DESC(WA-RSN-IDX)
        " (" WA-BUCKET-COUNT(WA-RSN-IDX) ")"
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RECON-LINE-PARA.
    PERFORM VARYING WA-DTL-IDX FROM 1 BY 1
        UNTIL WA-DTL-IDX > WA-DETAIL-COUNT
        IF WA-DETAIL-CODE(WA-DTL-IDX) = WA-CUR-CODE
            MOVE WA-DETAIL-LINE(WA-DTL-IDX) TO WA-RPT-LINE
            PERFORM WRITE-RECON-LINE-PARA
        END-IF
    END-PERFORM.

    TERMINATE-PARA.
    CLOSE GST-MASTER-FILE.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE PAN-MASTER-FILE.
    IF WA-CUSTARCH-OPEN
        CLOSE CUSTOMER-ARCHIVE-FILE
    END-IF.
    CLOSE GST-SUSPEND-OUT.
    MOVE "C" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-GSTRECON-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    DISPLAY "GSTRECON - " WA-CNT-READ " GSTIN(S) READ, "
        WA-CNT-EXCEPTION " EXCEPTION(S), " WA-CNT-SUSPEND
        " TO SUSPEND - SEE " WA-GSTRECON-DSN.
