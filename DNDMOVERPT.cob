IDENTIFICATION DIVISION.
PROGRAM-ID. DNDMOVERPT.
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
    SELECT DND-REGISTRY-FILE ASSIGN TO "DNDREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DND-MOBILE
        FILE STATUS IS WA-DNDREG-STATUS.
    SELECT CONSENT-FILE ASSIGN TO "CUSTCONS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CC-CUSTID
        FILE STATUS IS WA-CUSTCONS-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  CUSTOMER-MASTER-FILE
    RECORD CONTAINS 196 CHARACTERS.
COPY CUSTMASTREC.

FD  DND-REGISTRY-FILE
    RECORD CONTAINS 30 CHARACTERS.
COPY DNDREGREC.

FD  CONSENT-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY CUSTCONSREC.

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-CHECK-DATE      PIC X(08) VALUE SPACES.
01 WA-TODAY           PIC 9(08) VALUE 0.
01 WA-CUSTMAST-STATUS PIC X(02) VALUE "00".
01 WA-DNDREG-STATUS   PIC X(02) VALUE "00".
01 WA-CUSTCONS-STATUS PIC X(02) VALUE "00".

01 WA-DNDMOVE-DSN    PIC X(30) VALUE "DNDMOVE".
01 WA-RPT-LINE       PIC X(80) VALUE SPACES.
01 WA-RPT-FUNCTION   PIC X(01) VALUE SPACE.
01 WA-RPT-PROGRAM    PIC X(16) VALUE "DNDMOVERPT".
01 WA-RPT-OK-SW      PIC X(01) VALUE "N".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
01 WA-ON-DND-SW PIC X(01) VALUE "N".
    88 WA-ON-DND VALUE "Y".
01 WA-CONS-FOUND-SW PIC X(01) VALUE "N".
    88 WA-CONS-FOUND VALUE "Y".
01 WA-MOVEMENT      PIC X(12) VALUE SPACES.

01 WA-COUNTS.
    02 WA-CNT-READ       PIC 9(07) VALUE 0.
    02 WA-CNT-NOMOBILE   PIC 9(07) VALUE 0.
    02 WA-CNT-ON-DND     PIC 9(07) VALUE 0.
    02 WA-CNT-MOVED-IN   PIC 9(07) VALUE 0.
    02 WA-CNT-MOVED-OUT  PIC 9(07) VALUE 0.
    02 WA-CNT-FIRST      PIC 9(07) VALUE 0.
    02 WA-CNT-WITHDRAWN  PIC 9(07) VALUE 0.
    02 WA-CNT-TXN-ONLY   PIC 9(07) VALUE 0.
    02 WA-CNT-IOERR      PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM CHECK-CUSTOMER-PARA UNTIL WA-EOF.
    PERFORM WRITE-TRAILER-PARA.
    PERFORM TERMINATE-PARA.
    STOP RUN.

    INITIALIZE-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    IF WA-RUN-DATE NOT = "00000000" AND WA-RUN-DATE IS NUMERIC
        MOVE WA-RUN-DATE TO WA-CHECK-DATE
    ELSE
        ACCEPT WA-TODAY FROM DATE YYYYMMDD
        MOVE WA-TODAY TO WA-CHECK-DATE
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "DNDMOVERPT - UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
            " STATUS=" WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT DND-REGISTRY-FILE.
    IF WA-DNDREG-STATUS NOT = "00"
        DISPLAY "DNDMOVERPT - UNABLE TO OPEN DND-REGISTRY-FILE,"
            " STATUS=" WA-DNDREG-STATUS " - LOAD THE REGISTRY FIRST"
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
        DISPLAY "DNDMOVERPT - UNABLE TO OPEN CONSENT-FILE, STATUS="
            WA-CUSTCONS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "O" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-DNDMOVE-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    IF WA-RPT-OK-SW NOT = "Y"
        DISPLAY "DNDMOVERPT - UNABLE TO OPEN MOVEMENT REPORT "
            WA-DNDMOVE-DSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "CUSTOMERS MOVED INTO OR OUT OF THE DND REGISTRY"
        TO WA-RPT-LINE.
    PERFORM WRITE-MOVE-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-MOVE-LINE-PARA.
    MOVE "CUSTID   MOBILE     MOVEMENT     CONSENT" TO WA-RPT-LINE.
    PERFORM WRITE-MOVE-LINE-PARA.
    PERFORM READ-CUSTMAST-PARA.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            MOVE SPACES TO WA-DNDMOVE-DSN
            STRING "DNDMOVE." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-DNDMOVE-DSN
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    WRITE-MOVE-LINE-PARA.
    MOVE "D" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-DNDMOVE-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    WRITE-MOVE-TOTAL-PARA.
    MOVE "T" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-DNDMOVE-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    READ-CUSTMAST-PARA.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "DNDMOVERPT - CUSTMAST READ ERROR, STATUS="
            WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WA-EOF-SW
    END-IF.

    CHECK-CUSTOMER-PARA.
    ADD 1 TO WA-CNT-READ.
    MOVE "N" TO WA-ON-DND-SW.
    IF CM-MOBILE = SPACES
        ADD 1 TO WA-CNT-NOMOBILE
    ELSE
        MOVE CM-MOBILE TO DND-MOBILE
        READ DND-REGISTRY-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WA-ON-DND-SW
                ADD 1 TO WA-CNT-ON-DND
        END-READ
    END-IF.
    MOVE CM-CUSTID TO CC-CUSTID.
    READ CONSENT-FILE
        INVALID KEY
            MOVE "N" TO WA-CONS-FOUND-SW
            MOVE SPACES TO WA-CUSTCONS-REC
            MOVE CM-CUSTID TO CC-CUSTID
        NOT INVALID KEY
            MOVE "Y" TO WA-CONS-FOUND-SW
    END-READ.
    IF CC-CONSENT-WITHDRAWN
        ADD 1 TO WA-CNT-WITHDRAWN
    END-IF.
    IF CM-MOBILE NOT = SPACES AND (WA-ON-DND OR CC-CONSENT-WITHDRAWN)
        ADD 1 TO WA-CNT-TXN-ONLY
    END-IF.
    MOVE SPACES TO WA-MOVEMENT.
    EVALUATE TRUE
    WHEN CC-DND-UNCHECKED
        ADD 1 TO WA-CNT-FIRST
    WHEN WA-ON-DND AND NOT CC-ON-DND
        ADD 1 TO WA-CNT-MOVED-IN
        MOVE "INTO DND" TO WA-MOVEMENT
    WHEN NOT WA-ON-DND AND CC-ON-DND
        ADD 1 TO WA-CNT-MOVED-OUT
        MOVE "OUT OF DND" TO WA-MOVEMENT
    WHEN OTHER
        CONTINUE
    END-EVALUATE.
    IF WA-MOVEMENT NOT = SPACES
        MOVE SPACES TO WA-RPT-LINE
        STRING CM-CUSTID " " CM-MOBILE " " WA-MOVEMENT " " CC-MKT-CONSENT
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-MOVE-LINE-PARA
    END-IF.
    IF CC-DND-UNCHECKED OR WA-MOVEMENT NOT = SPACES
        PERFORM STORE-DND-FLAG-PARA
    END-IF.
    PERFORM READ-CUSTMAST-PARA.

    STORE-DND-FLAG-PARA.
    IF WA-ON-DND
        MOVE "Y" TO CC-DND-FLAG
    ELSE
        MOVE "N" TO CC-DND-FLAG
    END-IF.
    MOVE WA-CHECK-DATE TO CC-DND-DATE.
    IF WA-CONS-FOUND
        REWRITE WA-CUSTCONS-REC
            INVALID KEY PERFORM REPORT-IO-ERROR-PARA
        END-REWRITE
    ELSE
        WRITE WA-CUSTCONS-REC
            INVALID KEY PERFORM REPORT-IO-ERROR-PARA
        END-WRITE
    END-IF.

    REPORT-IO-ERROR-PARA.
    ADD 1 TO WA-CNT-IOERR.
    DISPLAY "DNDMOVERPT - UNABLE TO STORE DND FLAG FOR " CC-CUSTID
        " STATUS " WA-CUSTCONS-STATUS.

    WRITE-TRAILER-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "CUSTOMERS READ:              " WA-CNT-READ
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MOVE-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "WITHOUT MOBILE:              " WA-CNT-NOMOBILE
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MOVE-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "MOVED INTO DND:              " WA-CNT-MOVED-IN
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MOVE-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "MOVED OUT OF DND:            " WA-CNT-MOVED-OUT
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MOVE-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "FIRST ASSESSED (NO MOVEMENT):" WA-CNT-FIRST
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MOVE-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "NOW ON DND:                  " WA-CNT-ON-DND
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MOVE-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "CONSENT WITHDRAWN:           " WA-CNT-WITHDRAWN
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MOVE-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "MOBILES TRANSACTIONAL-ONLY:  " WA-CNT-TXN-ONLY
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-MOVE-TOTAL-PARA.
    IF WA-CNT-IOERR > 0
        MOVE SPACES TO WA-RPT-LINE
        STRING "DND FLAGS NOT STORED:        " WA-CNT-IOERR
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-MOVE-TOTAL-PARA
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

    TERMINATE-PARA.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE DND-REGISTRY-FILE.
    CLOSE CONSENT-FILE.
    MOVE "C" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-DNDMOVE-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
