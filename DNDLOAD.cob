IDENTIFICATION DIVISION.
PROGRAM-ID. DNDLOAD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CTL-CARD-STATUS.
    SELECT DND-INPUT-FILE ASSIGN TO "DNDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-DNDIN-STATUS.
    SELECT DND-REGISTRY-FILE ASSIGN TO "DNDREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DND-MOBILE
        FILE STATUS IS WA-DNDREG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  DND-INPUT-FILE
    RECORD CONTAINS 30 CHARACTERS.
01  WA-DNDIN-REC.
    02 DI-ACTION   PIC X(01).
        88 DI-REGISTER   VALUE "A" SPACE.
        88 DI-DEREGISTER VALUE "D".
    02 FILLER      PIC X(01).
    02 DI-MOBILE   PIC X(12).
    02 DI-PREF     PIC X(02).
    02 DI-REG-DATE PIC X(08).
    02 FILLER      PIC X(06).

FD  DND-REGISTRY-FILE
    RECORD CONTAINS 30 CHARACTERS.
COPY DNDREGREC.

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-LOAD-DATE       PIC X(08) VALUE SPACES.
01 WA-TODAY           PIC 9(08) VALUE 0.
01 WA-DNDIN-STATUS    PIC X(02) VALUE "00".
01 WA-DNDREG-STATUS   PIC X(02) VALUE "00".

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
01 WA-FULL-LOAD-SW PIC X(01) VALUE "N".
    88 WA-FULL-LOAD VALUE "Y".

01 WA-MVC-VALID-SW PIC X(01) VALUE "N".
    88 WA-MOBILE-OK VALUE "Y".
01 WA-MOBILE-NORMALIZED PIC X(10) VALUE SPACES.

01 WA-COUNTS.
    02 WA-CNT-READ      PIC 9(07) VALUE 0.
    02 WA-CNT-LOADED    PIC 9(07) VALUE 0.
    02 WA-CNT-REPLACED  PIC 9(07) VALUE 0.
    02 WA-CNT-REMOVED   PIC 9(07) VALUE 0.
    02 WA-CNT-NOTFOUND  PIC 9(07) VALUE 0.
    02 WA-CNT-SWEPT     PIC 9(07) VALUE 0.
    02 WA-CNT-BAD       PIC 9(07) VALUE 0.
    02 WA-CNT-IOERR     PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    PERFORM LOAD-REGISTRY-PARA UNTIL WA-EOF.
    IF WA-FULL-LOAD
        PERFORM SWEEP-REGISTRY-PARA
    END-IF.
    PERFORM TERMINATE-PARA.
    STOP RUN.

    INITIALIZE-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    IF WA-RUN-DATE NOT = "00000000" AND WA-RUN-DATE IS NUMERIC
        MOVE WA-RUN-DATE TO WA-LOAD-DATE
    ELSE
        ACCEPT WA-TODAY FROM DATE YYYYMMDD
        MOVE WA-TODAY TO WA-LOAD-DATE
    END-IF.
    OPEN INPUT DND-INPUT-FILE.
    IF WA-DNDIN-STATUS NOT = "00"
        DISPLAY "DNDLOAD - UNABLE TO OPEN DND-INPUT-FILE,"
            " STATUS=" WA-DNDIN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O DND-REGISTRY-FILE.
    IF WA-DNDREG-STATUS = "35"
        OPEN OUTPUT DND-REGISTRY-FILE
        CLOSE DND-REGISTRY-FILE
        OPEN I-O DND-REGISTRY-FILE
    END-IF.
    IF WA-DNDREG-STATUS NOT = "00"
        DISPLAY "DNDLOAD - UNABLE TO OPEN DND-REGISTRY-FILE,"
            " STATUS=" WA-DNDREG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-DNDIN-PARA.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            IF WA-CTL-FULLREF
                MOVE "Y" TO WA-FULL-LOAD-SW
            END-IF
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    READ-DNDIN-PARA.
    READ DND-INPUT-FILE INTO WA-DNDIN-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    LOAD-REGISTRY-PARA.
    ADD 1 TO WA-CNT-READ.
    CALL "MOBVALCHK" USING DI-MOBILE WA-MVC-VALID-SW
        WA-MOBILE-NORMALIZED.
    IF NOT WA-MOBILE-OK
    OR (NOT DI-REGISTER AND NOT DI-DEREGISTER)
    OR (WA-FULL-LOAD AND DI-DEREGISTER)
        ADD 1 TO WA-CNT-BAD
        DISPLAY "DNDLOAD - RECORD REJECTED: " WA-DNDIN-REC
    ELSE
        IF DI-DEREGISTER
            PERFORM REMOVE-REGISTRY-PARA
        ELSE
            PERFORM STORE-REGISTRY-PARA
        END-IF
    END-IF.
    PERFORM READ-DNDIN-PARA.

    STORE-REGISTRY-PARA.
    MOVE SPACES TO WA-DNDREG-REC.
    MOVE WA-MOBILE-NORMALIZED TO DND-MOBILE.
    MOVE DI-PREF TO DND-PREF.
    MOVE DI-REG-DATE TO DND-REG-DATE.
    MOVE WA-LOAD-DATE TO DND-LOAD-DATE.
    WRITE WA-DNDREG-REC
        INVALID KEY
            PERFORM REPLACE-REGISTRY-PARA
        NOT INVALID KEY
            ADD 1 TO WA-CNT-LOADED
    END-WRITE.

    REPLACE-REGISTRY-PARA.
    IF WA-DNDREG-STATUS = "22"
        REWRITE WA-DNDREG-REC
            INVALID KEY
                ADD 1 TO WA-CNT-IOERR
                DISPLAY "DNDLOAD - UNABLE TO STORE MOBILE "
                    DND-MOBILE " STATUS " WA-DNDREG-STATUS
            NOT INVALID KEY
                ADD 1 TO WA-CNT-REPLACED
        END-REWRITE
    ELSE
        ADD 1 TO WA-CNT-IOERR
        DISPLAY "DNDLOAD - UNABLE TO STORE MOBILE "
            DND-MOBILE " STATUS " WA-DNDREG-STATUS
    END-IF.

    REMOVE-REGISTRY-PARA.
    MOVE WA-MOBILE-NORMALIZED TO DND-MOBILE.
    DELETE DND-REGISTRY-FILE
        INVALID KEY
            IF WA-DNDREG-STATUS = "23"
                ADD 1 TO WA-CNT-NOTFOUND
            ELSE
                ADD 1 TO WA-CNT-IOERR
                DISPLAY "DNDLOAD - UNABLE TO REMOVE MOBILE "
                    DND-MOBILE " STATUS " WA-DNDREG-STATUS
            END-IF
        NOT INVALID KEY
            ADD 1 TO WA-CNT-REMOVED
    END-DELETE.

    SWEEP-REGISTRY-PARA.
    IF WA-CNT-IOERR > 0 OR WA-CNT-LOADED + WA-CNT-REPLACED = 0
        DISPLAY "DNDLOAD - FULL REGISTRY LOAD INCOMPLETE - NUMBERS"
            " MISSING FROM THIS FILE NOT REMOVED"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    MOVE LOW-VALUES TO DND-MOBILE.
    START DND-REGISTRY-FILE KEY NOT < DND-MOBILE
        INVALID KEY MOVE "Y" TO WA-EOF-SW
    END-START.
    IF NOT WA-EOF
        PERFORM READ-NEXT-REGISTRY-PARA
    END-IF.
    PERFORM SWEEP-ONE-PARA UNTIL WA-EOF.

    READ-NEXT-REGISTRY-PARA.
    READ DND-REGISTRY-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF NOT WA-EOF AND WA-DNDREG-STATUS NOT = "00"
        ADD 1 TO WA-CNT-IOERR
        DISPLAY "DNDLOAD - DNDREG READ ERROR, STATUS=" WA-DNDREG-STATUS
        MOVE "Y" TO WA-EOF-SW
    END-IF.

    SWEEP-ONE-PARA.
    IF DND-LOAD-DATE NOT = WA-LOAD-DATE
        DELETE DND-REGISTRY-FILE
            INVALID KEY
                ADD 1 TO WA-CNT-IOERR
                DISPLAY "DNDLOAD - UNABLE TO REMOVE MOBILE "
                    DND-MOBILE " STATUS " WA-DNDREG-STATUS
            NOT INVALID KEY
                ADD 1 TO WA-CNT-SWEPT
        END-DELETE
    END-IF.
    PERFORM READ-NEXT-REGISTRY-PARA.

    TERMINATE-PARA.
    CLOSE DND-INPUT-FILE.
    CLOSE DND-REGISTRY-FILE.
    DISPLAY "DNDLOAD - READ " WA-CNT-READ " LOADED " WA-CNT-LOADED
        " REPLACED " WA-CNT-REPLACED " REJECTED " WA-CNT-BAD
        " STORE-ERRORS " WA-CNT-IOERR.
    DISPLAY "DNDLOAD - REMOVED " WA-CNT-REMOVED " NOT-ON-REGISTRY "
        WA-CNT-NOTFOUND " SWEPT " WA-CNT-SWEPT.
    IF WA-CNT-IOERR > 0 AND RETURN-CODE < 8
        MOVE 8 TO RETURN-CODE
    END-IF.
    IF WA-CNT-BAD > 0 AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF.
