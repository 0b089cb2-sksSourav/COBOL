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
DATA DIVISION.
FILE SECTION.
FD  RECOVER-CONTROL-FILE
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

WORKING-STORAGE SECTION.
01 WA-RECOVCTL-STATUS PIC X(02) VALUE "00".
01 WA-JRNHIST-STATUS  PIC X(02) VALUE "00".
01 WA-PANMAST-STATUS  PIC X(02) VALUE "00".
01 WA-MOBLMAST-STATUS PIC X(02) VALUE "00".
01 WA-CUSTARCH-STATUS PIC X(02) VALUE "00".
01 WA-CUSTCONS-STATUS PIC X(02) VALUE "00".
01 WA-CUSTKYC-STATUS  PIC X(02) VALUE "00".
01 WA-CONTPNT-STATUS  PIC X(02) VALUE "00".
01 WA-RELPARTY-STATUS PIC X(02) VALUE "00".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".

COPY CUSTJRNREC.

01 WA-APPLY-KEY PIC X(19) VALUE SPACES.
01 WA-CONS-FOUND-SW PIC X(01) VALUE "N".
    88 WA-CONS-FOUND VALUE "Y".

01 WA-COUNTS.
    02 WA-CNT-READ    PIC 9(07) VALUE 0.
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
        DISPLAY "CUSTRECOVER - UNABLE TO OPEN CONSENT-FILE, STATUS="
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
        DISPLAY "CUSTRECOVER - UNABLE TO OPEN CUSTKYC-FILE, STATUS="
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
        DISPLAY "CUSTRECOVER - UNABLE TO OPEN CONTACT-FILE, STATUS="
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
        DISPLAY "CUSTRECOVER - UNABLE TO OPEN RELPARTY-FILE, STATUS="
            WA-RELPARTY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "CUSTRECOVER - FORWARD RECOVERY UP TO " WA-TARGET-DATE
        " SEQUENCE " WA-TARGET-SEQ.
    PERFORM READ-HISTORY-PARA.
            INVALID KEY PERFORM REPORT-ERROR-PARA
            NOT INVALID KEY PERFORM REPORT-APPLIED-PARA
        END-DELETE
    WHEN JRN-CUSTCONS AND (JRN-WRITE OR JRN-REWRITE)
        MOVE JRN-AFTER-IMAGE(1:8) TO CC-CUSTID
        MOVE CC-CUSTID TO WA-APPLY-KEY
        READ CONSENT-FILE
            INVALID KEY MOVE "N" TO WA-CONS-FOUND-SW
            NOT INVALID KEY MOVE "Y" TO WA-CONS-FOUND-SW
        END-READ
        IF WA-CONS-FOUND
            MOVE JRN-AFTER-IMAGE(9:17) TO WA-CUSTCONS-REC(9:17)
            REWRITE WA-CUSTCONS-REC
                INVALID KEY PERFORM REPORT-ERROR-PARA
                NOT INVALID KEY PERFORM REPORT-APPLIED-PARA
            END-REWRITE
        ELSE
            MOVE JRN-AFTER-IMAGE(1:40) TO WA-CUSTCONS-REC
            WRITE WA-CUSTCONS-REC
                INVALID KEY PERFORM REPORT-ERROR-PARA
                NOT INVALID KEY PERFORM REPORT-APPLIED-PARA
            END-WRITE
        END-IF
    WHEN JRN-CUSTKYC AND (JRN-WRITE OR JRN-REWRITE)
        MOVE JRN-AFTER-IMAGE(1:55) TO WA-CUSTKYC-REC
        MOVE KYC-CUSTID TO WA-APPLY-KEY
        WRITE WA-CUSTKYC-REC
            INVALID KEY
                REWRITE WA-CUSTKYC-REC
                    INVALID KEY PERFORM REPORT-ERROR-PARA
                    NOT INVALID KEY PERFORM REPORT-APPLIED-PARA
                END-REWRITE
            NOT INVALID KEY PERFORM REPORT-APPLIED-PARA
        END-WRITE
    WHEN JRN-CONTPNT AND (JRN-WRITE OR JRN-REWRITE)
        MOVE JRN-AFTER-IMAGE(1:120) TO WA-CONTPNT-REC
        MOVE CP-KEY TO WA-APPLY-KEY
        WRITE WA-CONTPNT-REC
            INVALID KEY
                REWRITE WA-CONTPNT-REC
                    INVALID KEY PERFORM REPORT-ERROR-PARA
                    NOT INVALID KEY PERFORM REPORT-APPLIED-PARA
                END-REWRITE
            NOT INVALID KEY PERFORM REPORT-APPLIED-PARA
        END-WRITE
    WHEN JRN-CONTPNT AND JRN-DELETE
        MOVE JRN-BEFORE-IMAGE(1:11) TO CP-KEY
        MOVE CP-KEY TO WA-APPLY-KEY
        DELETE CONTACT-FILE
            INVALID KEY PERFORM REPORT-ERROR-PARA
            NOT INVALID KEY PERFORM REPORT-APPLIED-PARA
        END-DELETE
    WHEN JRN-RELPARTY AND (JRN-WRITE OR JRN-REWRITE)
        MOVE JRN-AFTER-IMAGE(1:80) TO WA-RELPARTY-REC
        MOVE RP-KEY TO WA-APPLY-KEY
        WRITE WA-RELPARTY-REC
            INVALID KEY
                REWRITE WA-RELPARTY-REC
                    INVALID KEY PERFORM REPORT-ERROR-PARA
                    NOT INVALID KEY PERFORM REPORT-APPLIED-PARA
                END-REWRITE
            NOT INVALID KEY PERFORM REPORT-APPLIED-PARA
        END-WRITE
    WHEN JRN-RELPARTY AND JRN-DELETE
        MOVE JRN-BEFORE-IMAGE(1:19) TO RP-KEY
        MOVE RP-KEY TO WA-APPLY-KEY
        DELETE RELPARTY-FILE
            INVALID KEY PERFORM REPORT-ERROR-PARA
            NOT INVALID KEY PERFORM REPORT-APPLIED-PARA
        END-DELETE
    WHEN OTHER
        PERFORM REPORT-ERROR-PARA
    END-EVALUATE.
    CLOSE PAN-MASTER-FILE.
    CLOSE MOBILE-MASTER-FILE.
    CLOSE CUSTOMER-ARCHIVE-FILE.
    CLOSE CONSENT-FILE.
    CLOSE CUSTKYC-FILE.
    CLOSE CONTACT-FILE.
    CLOSE RELPARTY-FILE.
