IDENTIFICATION DIVISION.
PROGRAM-ID. PANXREFSCAN.
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
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  CUSTOMER-MASTER-FILE
    RECORD CONTAINS 196 CHARACTERS.
COPY CUSTMASTREC.

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-CUSTMAST-STATUS PIC X(02) VALUE "00".

01 WA-PANXREF-DSN    PIC X(30) VALUE "PANXREF".
01 WA-RPT-LINE       PIC X(80) VALUE SPACES.
01 WA-RPT-FUNCTION   PIC X(01) VALUE SPACE.
01 WA-RPT-PROGRAM    PIC X(16) VALUE "PANXREFSCAN".
01 WA-RPT-OK-SW      PIC X(01) VALUE "N".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
01 WA-PVC-VALID-SW PIC X(01) VALUE "N".
    88 WA-PAN-OK VALUE "Y".
01 WA-PXC-CAT-SW PIC X(01) VALUE "Y".
    88 WA-PANCAT-OK VALUE "Y".
01 WA-PXC-INIT-SW PIC X(01) VALUE "Y".
    88 WA-PANINIT-OK VALUE "Y".

01 WA-COUNTS.
    02 WA-CNT-READ     PIC 9(07) VALUE 0.
    02 WA-CNT-NOPAN    PIC 9(07) VALUE 0.
    02 WA-CNT-BADPAN   PIC 9(07) VALUE 0.
    02 WA-CNT-CATMIS   PIC 9(07) VALUE 0.
    02 WA-CNT-INITMIS  PIC 9(07) VALUE 0.
    02 WA-CNT-FLAGGED  PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM SCAN-CUSTMAST-PARA UNTIL WA-EOF.
    PERFORM WRITE-TRAILER-PARA.
    PERFORM TERMINATE-PARA.
    STOP RUN.

    INITIALIZE-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "PANXREFSCAN - UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
            " STATUS=" WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "O" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-PANXREF-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    IF WA-RPT-OK-SW NOT = "Y"
        DISPLAY "PANXREFSCAN - UNABLE TO OPEN MISMATCH REPORT "
            WA-PANXREF-DSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "CUSTMAST PAN ENTITY CODE / NAME INITIAL MISMATCHES"
        TO WA-RPT-LINE.
    PERFORM WRITE-XREF-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-XREF-LINE-PARA.
    MOVE "CUSTID   PAN        CAT NAME                           REASON"
        TO WA-RPT-LINE.
    PERFORM WRITE-XREF-LINE-PARA.
    PERFORM READ-CUSTMAST-PARA.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            MOVE SPACES TO WA-PANXREF-DSN
            STRING "PANXREF." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-PANXREF-DSN
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    WRITE-XREF-LINE-PARA.
    MOVE "D" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-PANXREF-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    WRITE-XREF-TOTAL-PARA.
    MOVE "T" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-PANXREF-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    READ-CUSTMAST-PARA.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "PANXREFSCAN - CUSTMAST READ ERROR, STATUS="
            WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WA-EOF-SW
    END-IF.

    SCAN-CUSTMAST-PARA.
    ADD 1 TO WA-CNT-READ.
    IF CM-PAN = SPACES OR CM-PAN = LOW-VALUES
        ADD 1 TO WA-CNT-NOPAN
    ELSE
        CALL "PANVALCHK" USING CM-PAN WA-PVC-VALID-SW
        IF NOT WA-PAN-OK
            ADD 1 TO WA-CNT-BADPAN
        ELSE
            CALL "PANXREFCHK" USING CM-PAN CM-CATEGORY CM-NAME
                WA-PXC-CAT-SW WA-PXC-INIT-SW
            IF NOT WA-PANCAT-OK OR NOT WA-PANINIT-OK
                PERFORM REPORT-MISMATCH-PARA
            END-IF
        END-IF
    END-IF.
    PERFORM READ-CUSTMAST-PARA.

    REPORT-MISMATCH-PARA.
    ADD 1 TO WA-CNT-FLAGGED.
    IF NOT WA-PANCAT-OK
        ADD 1 TO WA-CNT-CATMIS
        MOVE SPACES TO WA-RPT-LINE
        STRING CM-CUSTID " " CM-PAN " " CM-CATEGORY "   " CM-NAME " "
            "ENTITY CODE" DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-XREF-LINE-PARA
    END-IF.
    IF NOT WA-PANINIT-OK
        ADD 1 TO WA-CNT-INITMIS
        MOVE SPACES TO WA-RPT-LINE
        STRING CM-CUSTID " " CM-PAN " " CM-CATEGORY "   " CM-NAME " "
            "NAME INITIAL" DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-XREF-LINE-PARA
    END-IF.

    WRITE-TRAILER-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "CUSTOMERS READ:            " WA-CNT-READ
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-XREF-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "WITHOUT PAN:               " WA-CNT-NOPAN
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-XREF-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "INVALID PAN (NOT CHECKED): " WA-CNT-BADPAN
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-XREF-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "ENTITY CODE MISMATCHES:    " WA-CNT-CATMIS
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-XREF-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "NAME INITIAL MISMATCHES:   " WA-CNT-INITMIS
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-XREF-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "CUSTOMERS FLAGGED:         " WA-CNT-FLAGGED
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-XREF-TOTAL-PARA.
    IF WA-CNT-FLAGGED > 0 AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF.

    TERMINATE-PARA.
    CLOSE CUSTOMER-MASTER-FILE.
    MOVE "C" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-PANXREF-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
