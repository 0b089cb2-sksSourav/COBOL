        ACCESS MODE IS RANDOM
        RECORD KEY IS CA-CUSTID
        FILE STATUS IS WA-CUSTARCH-STATUS.
    SELECT CONTACT-FILE ASSIGN TO "CONTPNT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CP-KEY
        FILE STATUS IS WA-CONTPNT-STATUS.
    SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-AUDIT-STATUS.
    RECORD CONTAINS 204 CHARACTERS.
COPY CUSTARCHREC.

FD  CONTACT-FILE
    RECORD CONTAINS 120 CHARACTERS.
COPY CONTPNTREC.

FD  AUDIT-TRAIL-FILE
    RECORD CONTAINS 110 CHARACTERS.
COPY AUDITREC.

FD  CUSTJRNL-FILE
01 WA-MOBLMAST-STATUS PIC X(02) VALUE "00".
01 WA-CUSTARCH-STATUS PIC X(02) VALUE "00".
01 WA-AUDIT-STATUS    PIC X(02) VALUE "00".
01 WA-CONTPNT-STATUS  PIC X(02) VALUE "00".
01 WA-CUSTJRNL-STATUS PIC X(02) VALUE "00".
01 WA-CUSTJRNL-DSN    PIC X(30) VALUE "CUSTJRNL".
01 WA-INQ-MODE        PIC X(04) VALUE "PROD".
01 WA-COUNTS.
    02 WA-CNT-AUDIT PIC 9(07) VALUE 0.
    02 WA-CNT-JRNL  PIC 9(07) VALUE 0.
    02 WA-CNT-CONTACT PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM PRINT-MASTER-PARA.
    PERFORM PRINT-ARCHIVE-PARA.
    PERFORM PRINT-REGISTRATION-PARA.
    PERFORM PRINT-CONTACTS-PARA.
    PERFORM PRINT-AUDIT-PARA.
    PERFORM PRINT-JOURNAL-PARA.
    PERFORM TERMINATE-PARA.
        CLOSE MOBILE-MASTER-FILE
    END-IF.

    PRINT-CONTACTS-PARA.
    DISPLAY " ".
    DISPLAY "CONTACT POINTS".
    OPEN INPUT CONTACT-FILE.
    IF WA-CONTPNT-STATUS NOT = "00"
        DISPLAY "  CONTPNT NOT AVAILABLE, STATUS " WA-CONTPNT-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WA-SWEEP-EOF-SW.
    MOVE WA-INQ-CUSTID TO CP-CUSTID.
    MOVE 0 TO CP-SEQ.
    START CONTACT-FILE KEY NOT < CP-KEY
        INVALID KEY MOVE "Y" TO WA-SWEEP-EOF-SW
    END-START.
    IF NOT WA-SWEEP-EOF
        PERFORM READ-CONTACT-PARA
    END-IF.
    PERFORM LIST-CONTACT-PARA UNTIL WA-SWEEP-EOF.
    IF WA-CNT-CONTACT = 0
        DISPLAY "  NO CONTACT POINTS FOR THIS CUSTOMER"
    END-IF.
    CLOSE CONTACT-FILE.

    READ-CONTACT-PARA.
    READ CONTACT-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-SWEEP-EOF-SW
    END-READ.
    IF WA-CONTPNT-STATUS NOT = "00" OR CP-CUSTID NOT = WA-INQ-CUSTID
        MOVE "Y" TO WA-SWEEP-EOF-SW
    END-IF.

    LIST-CONTACT-PARA.
    ADD 1 TO WA-CNT-CONTACT.
    EVALUATE TRUE
    WHEN CP-MOBILE
        DISPLAY "  " CP-SEQ " MOBILE   " CP-VALUE(1:10)
            " PRIMARY " CP-PRIMARY " USAGE " CP-USAGE
    WHEN CP-LANDLINE
        DISPLAY "  " CP-SEQ " LANDLINE " CP-STD-CODE " " CP-VALUE(1:8)
            " " CP-CITY " PRIMARY " CP-PRIMARY " USAGE " CP-USAGE
    WHEN OTHER
        DISPLAY "  " CP-SEQ " EMAIL    " CP-VALUE
            " PRIMARY " CP-PRIMARY " USAGE " CP-USAGE
    END-EVALUATE.
    DISPLAY "      EFFECTIVE " CP-EFF-FROM " TO " CP-EFF-TO.
    PERFORM READ-CONTACT-PARA.

    PRINT-AUDIT-PARA.
    DISPLAY " ".
    DISPLAY "AUDIT TRAIL ENTRIES".
    CLOSE CUSTOMER-MASTER-FILE.
    DISPLAY " ".
    DISPLAY "END OF DOSSIER FOR " WA-INQ-CUSTID
        "  AUDIT " WA-CNT-AUDIT " JOURNAL " WA-CNT-JRNL
        " CONTACTS " WA-CNT-CONTACT.
