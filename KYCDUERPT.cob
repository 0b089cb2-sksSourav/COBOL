IDENTIFICATION DIVISION.
PROGRAM-ID. KYCDUERPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CTL-CARD-STATUS.
    SELECT OPTIONAL KYC-PARM-FILE ASSIGN TO "KYCPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-KYCPARM-STATUS.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-CUSTID
        FILE STATUS IS WA-CUSTMAST-STATUS.
    SELECT CUSTKYC-FILE ASSIGN TO "CUSTKYC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KYC-CUSTID
        FILE STATUS IS WA-CUSTKYC-STATUS.
    SELECT PAN-MASTER-FILE ASSIGN TO "PANMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WA-PANMAST-KEY
        FILE STATUS IS WA-PANMAST-STATUS.
    SELECT RISK-FLAG-FILE ASSIGN TO "RISKFLAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RF-CUSTID
        FILE STATUS IS WA-RISKFLAG-STATUS.
    SELECT CRM-KYC-OUT ASSIGN DYNAMIC WA-CRMKYC-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CRMKYC-STATUS.
    SELECT KYC-SORT-FILE ASSIGN TO "SORTWK01".
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  KYC-PARM-FILE
    RECORD CONTAINS 8 CHARACTERS.
01  WA-KYCPARM-REC.
    02 KP-HIGH-YEARS   PIC X(02).
    02 FILLER          PIC X(01).
    02 KP-MEDIUM-YEARS PIC X(02).
    02 FILLER          PIC X(01).
    02 KP-LOW-YEARS    PIC X(02).

FD  CUSTOMER-MASTER-FILE
    RECORD CONTAINS 196 CHARACTERS.
COPY CUSTMASTREC.

FD  CUSTKYC-FILE
    RECORD CONTAINS 55 CHARACTERS.
COPY CUSTKYCREC.

FD  PAN-MASTER-FILE
    RECORD CONTAINS 27 CHARACTERS.
COPY PANMASTREC.

FD  RISK-FLAG-FILE
    RECORD CONTAINS 30 CHARACTERS.
COPY RISKFLAGREC.

FD  CRM-KYC-OUT
    RECORD CONTAINS 100 CHARACTERS.
COPY CRMKYCREC.

SD  KYC-SORT-FILE.
01  WA-KYCSORT-REC.
    02 KS-LIST      PIC X(01).
        88 KS-OVERDUE VALUE "1".
        88 KS-DUE     VALUE "2".
    02 KS-STATE     PIC X(02).
    02 KS-DUE-DATE  PIC X(08).
    02 KS-CUSTID    PIC X(08).
    02 KS-RATING    PIC X(01).
    02 KS-FACTORS   PIC X(04).
    02 KS-LAST-KYC  PIC X(08).
    02 KS-NOTE      PIC X(12).

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-KYCPARM-STATUS  PIC X(02) VALUE "00".
01 WA-CUSTMAST-STATUS PIC X(02) VALUE "00".
01 WA-CUSTKYC-STATUS  PIC X(02) VALUE "00".
01 WA-PANMAST-STATUS  PIC X(02) VALUE "00".
01 WA-RISKFLAG-STATUS PIC X(02) VALUE "00".
01 WA-CRMKYC-STATUS   PIC X(02) VALUE "00".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-CRMKYC-DSN      PIC X(30) VALUE "CRMKYC".

01 WA-KYCDUE-DSN     PIC X(30) VALUE "KYCDUE".
01 WA-RPT-LINE       PIC X(80) VALUE SPACES.
01 WA-RPT-FUNCTION   PIC X(01) VALUE SPACE.
01 WA-RPT-PROGRAM    PIC X(16) VALUE "KYCDUERPT".
01 WA-RPT-OK-SW      PIC X(01) VALUE "N".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
01 WA-SORT-EOF-SW PIC X(01) VALUE "N".
    88 WA-SORT-EOF VALUE "Y".
01 WA-CUSTKYC-OPEN-SW PIC X(01) VALUE "N".
    88 WA-CUSTKYC-OPEN VALUE "Y".
01 WA-RISKFLAG-OPEN-SW PIC X(01) VALUE "N".
    88 WA-RISKFLAG-OPEN VALUE "Y".
01 WA-KYC-FOUND-SW PIC X(01) VALUE "N".
    88 WA-KYC-FOUND VALUE "Y".

01 WA-HIGH-YEARS   PIC 9(02) VALUE 2.
01 WA-MEDIUM-YEARS PIC 9(02) VALUE 8.
01 WA-LOW-YEARS    PIC 9(02) VALUE 10.
01 WA-YEARS-MAX    PIC 9(02) VALUE 20.

01 WA-ZERO-DAYS    PIC 9(03) VALUE 0.
01 WA-BUSDAY-OUT   PIC X(08) VALUE SPACES.
01 WA-HORIZON-DATE PIC X(08) VALUE SPACES.
01 WA-DUE-DATE     PIC X(08) VALUE SPACES.
01 WA-LAST-KYC     PIC X(08) VALUE SPACES.

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
01 WA-MONTH-DAYS-LIST.
    02 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WA-MONTH-DAYS-TABLE REDEFINES WA-MONTH-DAYS-LIST.
    02 WA-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.

01 WA-KYC-VSTAT     PIC X(01) VALUE SPACE.
01 WA-KYC-SHARED-SW PIC X(01) VALUE "N".
01 WA-KYC-DUP-SW    PIC X(01) VALUE "N".
01 WA-KYC-RATING    PIC X(01) VALUE SPACE.
01 WA-KYC-FACTORS   PIC X(04) VALUE SPACES.

01 WA-HOLD-LIST    PIC X(01) VALUE SPACE.
01 WA-HOLD-STATE   PIC X(02) VALUE SPACES.
01 WA-STATE-NAME   PIC X(07) VALUE SPACES.
01 WA-STATE-CNT    PIC 9(07) VALUE 0.

01 WA-COUNTS.
    02 WA-CNT-CM-READ   PIC 9(07) VALUE 0.
    02 WA-CNT-ERASED    PIC 9(07) VALUE 0.
    02 WA-CNT-OVERDUE   PIC 9(07) VALUE 0.
    02 WA-CNT-NO-DATE   PIC 9(07) VALUE 0.
    02 WA-CNT-DUE       PIC 9(07) VALUE 0.
    02 WA-CNT-HIGH      PIC 9(07) VALUE 0.
    02 WA-CNT-MEDIUM    PIC 9(07) VALUE 0.
    02 WA-CNT-LOW       PIC 9(07) VALUE 0.
    02 WA-CNT-CRM       PIC 9(07) VALUE 0.
    02 WA-CNT-CRM-ERRS  PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM PRINT-REPORT-PARA.
    PERFORM TERMINATE-PARA.
    STOP RUN.

    INITIALIZE-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    PERFORM READ-KYC-PARM-PARA.
    CALL "DATEMINUSB" USING WA-RUN-DATE WA-ZERO-DAYS WA-BUSDAY-OUT.
    IF WA-BUSDAY-OUT = SPACES
        DISPLAY "KYCDUERPT - RUN DATE " WA-RUN-DATE " IS NOT A VALID"
            " DATE - SUPPLY A CONTROL CARD"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SET-HORIZON-PARA.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "KYCDUERPT - UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
            " STATUS=" WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT PAN-MASTER-FILE.
    IF WA-PANMAST-STATUS NOT = "00"
        DISPLAY "KYCDUERPT - UNABLE TO OPEN PAN-MASTER-FILE,"
            " STATUS=" WA-PANMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT CUSTKYC-FILE.
    IF WA-CUSTKYC-STATUS = "00"
        MOVE "Y" TO WA-CUSTKYC-OPEN-SW
    ELSE
        DISPLAY "KYCDUERPT - CUSTKYC NOT AVAILABLE, STATUS="
            WA-CUSTKYC-STATUS " - ALL CUSTOMERS LISTED OVERDUE"
    END-IF.
    OPEN INPUT RISK-FLAG-FILE.
    IF WA-RISKFLAG-STATUS = "00"
        MOVE "Y" TO WA-RISKFLAG-OPEN-SW
    ELSE
        DISPLAY "KYCDUERPT - RISK FLAGS NOT AVAILABLE, STATUS="
            WA-RISKFLAG-STATUS " - UNRATED CUSTOMERS RATED WITHOUT"
            " SHARED MOBILE AND DUPLICATE"
    END-IF.
    OPEN OUTPUT CRM-KYC-OUT.
    IF WA-CRMKYC-STATUS NOT = "00"
        DISPLAY "KYCDUERPT - UNABLE TO OPEN CRM-KYC-OUT, STATUS="
            WA-CRMKYC-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO WA-CRMK-HDR-REC.
    MOVE "CRMKHDR" TO CRMKH-ID.
    MOVE WA-RUN-DATE TO CRMKH-BUSDATE.
    WRITE WA-CRMK-HDR-REC.
    MOVE "O" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-KYCDUE-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    IF WA-RPT-OK-SW NOT = "Y"
        DISPLAY "KYCDUERPT - UNABLE TO OPEN DUE LIST REPORT "
            WA-KYCDUE-DSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "KYCDUERPT - RUN DATE " WA-RUN-DATE " DUE LIST TO "
        WA-HORIZON-DATE.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            MOVE SPACES TO WA-KYCDUE-DSN
            STRING "KYCDUE." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-KYCDUE-DSN
            MOVE SPACES TO WA-CRMKYC-DSN
            STRING "CRMKYC." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-CRMKYC-DSN
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    READ-KYC-PARM-PARA.
    OPEN INPUT KYC-PARM-FILE.
    IF WA-KYCPARM-STATUS = "00"
        READ KYC-PARM-FILE
            AT END MOVE SPACES TO WA-KYCPARM-REC
        END-READ
        IF KP-HIGH-YEARS IS NUMERIC AND KP-HIGH-YEARS > "00"
            MOVE KP-HIGH-YEARS TO WA-HIGH-YEARS
        END-IF
        IF KP-MEDIUM-YEARS IS NUMERIC AND KP-MEDIUM-YEARS > "00"
            MOVE KP-MEDIUM-YEARS TO WA-MEDIUM-YEARS
        END-IF
        IF KP-LOW-YEARS IS NUMERIC AND KP-LOW-YEARS > "00"
            MOVE KP-LOW-YEARS TO WA-LOW-YEARS
        END-IF
    END-IF.
    CLOSE KYC-PARM-FILE.
    IF WA-HIGH-YEARS > WA-YEARS-MAX OR WA-MEDIUM-YEARS > WA-YEARS-MAX
    OR WA-LOW-YEARS > WA-YEARS-MAX
        DISPLAY "KYCDUERPT - KYCPARM RE-KYC INTERVAL OVER " WA-YEARS-MAX
            " YEARS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    SET-HORIZON-PARA.
    MOVE WA-RUN-DATE TO WA-CUR-DATE-X.
    IF WA-CUR-MM < 12
        ADD 1 TO WA-CUR-MM
    ELSE
        MOVE 1 TO WA-CUR-MM
        ADD 1 TO WA-CUR-YYYY
    END-IF.
    MOVE WA-MONTH-DAYS(WA-CUR-MM) TO WA-CUR-DD.
    IF WA-CUR-MM = 2
        PERFORM CHECK-LEAP-PARA
        IF WA-LEAP-YEAR
            MOVE 29 TO WA-CUR-DD
        END-IF
    END-IF.
    CALL "DATEMINUSB" USING WA-CUR-DATE-X WA-ZERO-DAYS WA-HORIZON-DATE.

    WRITE-RPT-LINE-PARA.
    MOVE "D" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-KYCDUE-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    WRITE-RPT-TOTAL-PARA.
    MOVE "T" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-KYCDUE-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    PRINT-REPORT-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "RE-KYC OVERDUE AND DUE LIST  RUN DATE " WA-RUN-DATE
        "  DUE TO " WA-HORIZON-DATE
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "RE-KYC EVERY " WA-HIGH-YEARS " YEARS HIGH RISK, "
        WA-MEDIUM-YEARS " MEDIUM, " WA-LOW-YEARS " LOW"
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE "FACTORS: E ENTITY TYPE  V PAN NOT VERIFIED  M SHARED MOBILE  D POSSIBLE DUP"
        TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    SORT KYC-SORT-FILE
        ON ASCENDING KEY KS-LIST KS-STATE KS-DUE-DATE KS-CUSTID
        INPUT PROCEDURE IS RELEASE-CUSTOMERS-PARA
        OUTPUT PROCEDURE IS WRITE-DUE-LIST-PARA.
    IF SORT-RETURN NOT = 0
        DISPLAY "KYCDUERPT - SORT OF DUE LIST FAILED, SORT-RETURN="
            SORT-RETURN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "CUSTOMERS READ        " WA-CNT-CM-READ
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "ERASED - NOT LISTED   " WA-CNT-ERASED
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "RE-KYC OVERDUE        " WA-CNT-OVERDUE
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "  NO KYC DATE         " WA-CNT-NO-DATE
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "RE-KYC DUE            " WA-CNT-DUE
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "LISTED HIGH RISK      " WA-CNT-HIGH
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "LISTED MEDIUM RISK    " WA-CNT-MEDIUM
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "LISTED LOW RISK       " WA-CNT-LOW
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "CRM RECORDS WRITTEN   " WA-CNT-CRM
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE "C" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-KYCDUE-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    RELEASE-CUSTOMERS-PARA.
    PERFORM READ-CUSTMAST-PARA.
    PERFORM RELEASE-ONE-CUSTOMER-PARA UNTIL WA-EOF.

    READ-CUSTMAST-PARA.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "KYCDUERPT - CUSTMAST READ ERROR, STATUS="
            WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    RELEASE-ONE-CUSTOMER-PARA.
    ADD 1 TO WA-CNT-CM-READ.
    IF CM-PAN(1:1) = "#"
        ADD 1 TO WA-CNT-ERASED
    ELSE
        PERFORM CLASSIFY-CUSTOMER-PARA
    END-IF.
    PERFORM READ-CUSTMAST-PARA.

    CLASSIFY-CUSTOMER-PARA.
    MOVE "N" TO WA-KYC-FOUND-SW.
    IF WA-CUSTKYC-OPEN
        MOVE CM-CUSTID TO KYC-CUSTID
        READ CUSTKYC-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "Y" TO WA-KYC-FOUND-SW
        END-READ
    END-IF.
    IF WA-KYC-FOUND AND KYC-RISK-RATING NOT = SPACE
        MOVE KYC-RISK-RATING TO WA-KYC-RATING
        MOVE KYC-RISK-FACTORS TO WA-KYC-FACTORS
        MOVE KYC-LAST-DATE TO WA-LAST-KYC
    ELSE
        PERFORM RATE-CUSTOMER-PARA
        IF WA-KYC-FOUND
            MOVE KYC-LAST-DATE TO WA-LAST-KYC
        ELSE
            MOVE SPACES TO WA-LAST-KYC
        END-IF
    END-IF.
    PERFORM COMPUTE-DUE-DATE-PARA.
    MOVE SPACES TO WA-KYCSORT-REC.
    EVALUATE TRUE
    WHEN WA-DUE-DATE = SPACES
        MOVE "1" TO KS-LIST
        MOVE "NO KYC DATE" TO KS-NOTE
        ADD 1 TO WA-CNT-NO-DATE
    WHEN WA-DUE-DATE NOT > WA-RUN-DATE
        MOVE "1" TO KS-LIST
    WHEN WA-DUE-DATE NOT > WA-HORIZON-DATE
        MOVE "2" TO KS-LIST
    WHEN OTHER
        EXIT PARAGRAPH
    END-EVALUATE.
    MOVE CM-STATE TO KS-STATE.
    MOVE WA-DUE-DATE TO KS-DUE-DATE.
    MOVE CM-CUSTID TO KS-CUSTID.
    MOVE WA-KYC-RATING TO KS-RATING.
    MOVE WA-KYC-FACTORS TO KS-FACTORS.
    MOVE WA-LAST-KYC TO KS-LAST-KYC.
    RELEASE WA-KYCSORT-REC.

    RATE-CUSTOMER-PARA.
    MOVE "?" TO WA-KYC-VSTAT.
    IF CM-PAN NOT = SPACES
        MOVE CM-PAN TO WA-PANMAST-KEY
        READ PAN-MASTER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF WA-PANMAST-CUSTID = CM-CUSTID
                    MOVE WA-PANMAST-VSTAT TO WA-KYC-VSTAT
                END-IF
        END-READ
    END-IF.
    MOVE "N" TO WA-KYC-SHARED-SW.
    MOVE "N" TO WA-KYC-DUP-SW.
    IF WA-RISKFLAG-OPEN
        MOVE CM-CUSTID TO RF-CUSTID
        READ RISK-FLAG-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE RF-SHARED-MOBILE TO WA-KYC-SHARED-SW
                MOVE RF-DUPLICATE TO WA-KYC-DUP-SW
        END-READ
    END-IF.
    CALL "KYCRISKCHK" USING CM-PAN WA-KYC-VSTAT WA-KYC-SHARED-SW
        WA-KYC-DUP-SW WA-KYC-RATING WA-KYC-FACTORS.

    COMPUTE-DUE-DATE-PARA.
    MOVE SPACES TO WA-DUE-DATE.
    IF WA-LAST-KYC IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-LAST-KYC TO WA-CUR-DATE-X.
    IF WA-CUR-MM < 1 OR WA-CUR-MM > 12
    OR WA-CUR-DD < 1 OR WA-CUR-DD > 31
        EXIT PARAGRAPH
    END-IF.
    EVALUATE WA-KYC-RATING
    WHEN "H"
        ADD WA-HIGH-YEARS TO WA-CUR-YYYY
    WHEN "M"
        ADD WA-MEDIUM-YEARS TO WA-CUR-YYYY
    WHEN OTHER
        ADD WA-LOW-YEARS TO WA-CUR-YYYY
    END-EVALUATE.
    IF WA-CUR-MM = 2 AND WA-CUR-DD = 29
        PERFORM CHECK-LEAP-PARA
        IF NOT WA-LEAP-YEAR
            MOVE 28 TO WA-CUR-DD
        END-IF
    END-IF.
    CALL "DATEMINUSB" USING WA-CUR-DATE-X WA-ZERO-DAYS WA-DUE-DATE.

    WRITE-DUE-LIST-PARA.
    MOVE "N" TO WA-SORT-EOF-SW.
    MOVE SPACE TO WA-HOLD-LIST.
    MOVE SPACES TO WA-HOLD-STATE.
    MOVE 0 TO WA-STATE-CNT.
    PERFORM RETURN-DUE-PARA.
    PERFORM WRITE-ONE-DUE-PARA UNTIL WA-SORT-EOF.
    IF WA-HOLD-LIST NOT = SPACE
        PERFORM END-STATE-PARA
    END-IF.
    MOVE SPACES TO WA-CRMK-TRL-REC.
    MOVE "CRMKTRL" TO CRMKT-ID.
    MOVE WA-CNT-CRM TO CRMKT-REC-COUNT.
    WRITE WA-CRMK-TRL-REC.

    RETURN-DUE-PARA.
    RETURN KYC-SORT-FILE
        AT END MOVE "Y" TO WA-SORT-EOF-SW
    END-RETURN.

    WRITE-ONE-DUE-PARA.
    IF KS-LIST NOT = WA-HOLD-LIST
        IF WA-HOLD-LIST NOT = SPACE
            PERFORM END-STATE-PARA
        END-IF
        MOVE KS-LIST TO WA-HOLD-LIST
        PERFORM START-LIST-PARA
        MOVE KS-STATE TO WA-HOLD-STATE
        PERFORM START-STATE-PARA
    ELSE
        IF KS-STATE NOT = WA-HOLD-STATE
            PERFORM END-STATE-PARA
            MOVE KS-STATE TO WA-HOLD-STATE
            PERFORM START-STATE-PARA
        END-IF
    END-IF.
    ADD 1 TO WA-STATE-CNT.
    IF KS-OVERDUE
        ADD 1 TO WA-CNT-OVERDUE
    ELSE
        ADD 1 TO WA-CNT-DUE
    END-IF.
    EVALUATE KS-RATING
    WHEN "H"
        ADD 1 TO WA-CNT-HIGH
    WHEN "M"
        ADD 1 TO WA-CNT-MEDIUM
    WHEN OTHER
        ADD 1 TO WA-CNT-LOW
    END-EVALUATE.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "    " KS-CUSTID "  " KS-RATING "     " KS-FACTORS "    "
        KS-LAST-KYC "  " KS-DUE-DATE "  " KS-NOTE
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    PERFORM WRITE-CRM-KYC-PARA.
    PERFORM RETURN-DUE-PARA.

    START-LIST-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    IF KS-OVERDUE
        MOVE "OVERDUE - RE-KYC DATE PASSED OR NEVER RECORDED"
            TO WA-RPT-LINE
    ELSE
        MOVE SPACES TO WA-RPT-LINE
        STRING "DUE - RE-KYC FALLS DUE BY " WA-HORIZON-DATE
            DELIMITED BY SIZE INTO WA-RPT-LINE
    END-IF.
    PERFORM WRITE-RPT-LINE-PARA.

    START-STATE-PARA.
    MOVE 0 TO WA-STATE-CNT.
    IF WA-HOLD-STATE = SPACES
        MOVE "UNKNOWN" TO WA-STATE-NAME
    ELSE
        MOVE WA-HOLD-STATE TO WA-STATE-NAME
    END-IF.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "  STATE " WA-STATE-NAME
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE "    CUSTID    RISK  FACTORS LAST KYC  DUE DATE"
        TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.

    END-STATE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    IF WA-HOLD-LIST = "1"
        STRING "  STATE " WA-STATE-NAME " OVERDUE " WA-STATE-CNT
            DELIMITED BY SIZE INTO WA-RPT-LINE
    ELSE
        STRING "  STATE " WA-STATE-NAME " DUE     " WA-STATE-CNT
            DELIMITED BY SIZE INTO WA-RPT-LINE
    END-IF.
    PERFORM WRITE-RPT-LINE-PARA.

    WRITE-CRM-KYC-PARA.
    ADD 1 TO WA-CNT-CRM.
    MOVE SPACES TO WA-CRM-KYC-REC.
    MOVE KS-CUSTID TO CRMK-CUSTID.
    IF KS-OVERDUE
        MOVE "O" TO CRMK-STATUS
    ELSE
        MOVE "D" TO CRMK-STATUS
    END-IF.
    MOVE KS-RATING TO CRMK-RATING.
    MOVE KS-FACTORS TO CRMK-FACTORS.
    MOVE KS-STATE TO CRMK-STATE.
    MOVE KS-LAST-KYC TO CRMK-LAST-KYC.
    MOVE KS-DUE-DATE TO CRMK-DUE-DATE.
    MOVE WA-CNT-CRM TO CRMK-SEQ.
    WRITE WA-CRM-KYC-REC.
    IF WA-CRMKYC-STATUS NOT = "00"
        ADD 1 TO WA-CNT-CRM-ERRS
        SUBTRACT 1 FROM WA-CNT-CRM
        DISPLAY "KYCDUERPT - UNABLE TO WRITE CRM RECORD FOR "
            KS-CUSTID " STATUS=" WA-CRMKYC-STATUS
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
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE PAN-MASTER-FILE.
    IF WA-CUSTKYC-OPEN
        CLOSE CUSTKYC-FILE
    END-IF.
    IF WA-RISKFLAG-OPEN
        CLOSE RISK-FLAG-FILE
    END-IF.
    CLOSE CRM-KYC-OUT.
    DISPLAY "-------------------------------------------------------------".
    DISPLAY "CUSTOMERS READ:          " WA-CNT-CM-READ.
    DISPLAY "ERASED - NOT LISTED:     " WA-CNT-ERASED.
    DISPLAY "RE-KYC OVERDUE:          " WA-CNT-OVERDUE.
    DISPLAY "  NO KYC DATE:           " WA-CNT-NO-DATE.
    DISPLAY "RE-KYC DUE:              " WA-CNT-DUE.
    DISPLAY "CRM RECORDS WRITTEN:     " WA-CNT-CRM " TO " WA-CRMKYC-DSN.
    IF WA-CNT-CRM-ERRS > 0
        DISPLAY "WARNING: " WA-CNT-CRM-ERRS " CRM RECORD(S) NOT WRITTEN"
            " - RETURN CODE 8, DO NOT TRANSMIT"
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WA-CNT-OVERDUE > 0 OR NOT WA-CUSTKYC-OPEN
        OR NOT WA-RISKFLAG-OPEN
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
