IDENTIFICATION DIVISION.
PROGRAM-ID. SEQTRIMLIB.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRIM-FILE ASSIGN DYNAMIC WA-TRIM-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-TRIM-STATUS.
    SELECT TRIM-WORK-FILE ASSIGN TO "SEQTRIMWK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-WORK-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TRIM-FILE
    RECORD CONTAINS 512 CHARACTERS.
01  WA-TRIM-REC PIC X(512).

FD  TRIM-WORK-FILE
    RECORD CONTAINS 512 CHARACTERS.
01  WA-WORK-REC PIC X(512).

WORKING-STORAGE SECTION.
    01 WA-TRIM-DSN    PIC X(30) VALUE SPACES.
    01 WA-TRIM-STATUS PIC X(02) VALUE "00".
    01 WA-WORK-STATUS PIC X(02) VALUE "00".
    01 WA-COPIED      PIC 9(09) VALUE 0.
    01 WA-EOF-SW PIC X(01) VALUE "N".
        88 WA-EOF VALUE "Y".
    LINKAGE SECTION.
    01 STL-DSN    PIC X(30).
    01 STL-KEEP   PIC 9(09).
    01 STL-OK-SW  PIC X(01).
        88 STL-OK VALUE "Y".
PROCEDURE DIVISION USING STL-DSN STL-KEEP STL-OK-SW.
    MAIN-PARA.
    MOVE "N" TO STL-OK-SW.
    MOVE STL-DSN TO WA-TRIM-DSN.
    MOVE 0 TO WA-COPIED.
    MOVE "N" TO WA-EOF-SW.
    OPEN INPUT TRIM-FILE.
    IF WA-TRIM-STATUS = "35"
        IF STL-KEEP = 0
            MOVE "Y" TO STL-OK-SW
        ELSE
            DISPLAY "SEQTRIMLIB - " WA-TRIM-DSN " NOT FOUND - "
                STL-KEEP " RECORD(S) EXPECTED"
        END-IF
        GOBACK
    END-IF.
    IF WA-TRIM-STATUS NOT = "00"
        DISPLAY "SEQTRIMLIB - UNABLE TO OPEN " WA-TRIM-DSN
            " STATUS=" WA-TRIM-STATUS
        GOBACK
    END-IF.
    OPEN OUTPUT TRIM-WORK-FILE.
    IF WA-WORK-STATUS NOT = "00"
        DISPLAY "SEQTRIMLIB - UNABLE TO OPEN SEQTRIMWK, STATUS="
            WA-WORK-STATUS
        CLOSE TRIM-FILE
        GOBACK
    END-IF.
    PERFORM READ-TRIM-PARA.
    PERFORM SAVE-ONE-PARA UNTIL WA-EOF OR WA-COPIED >= STL-KEEP.
    CLOSE TRIM-FILE.
    CLOSE TRIM-WORK-FILE.
    IF WA-COPIED < STL-KEEP
        DISPLAY "SEQTRIMLIB - " WA-TRIM-DSN " HOLDS ONLY " WA-COPIED
            " RECORD(S), " STL-KEEP " EXPECTED"
        GOBACK
    END-IF.
    PERFORM RESTORE-KEPT-PARA.
    GOBACK.

    READ-TRIM-PARA.
    READ TRIM-FILE INTO WA-WORK-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    SAVE-ONE-PARA.
    WRITE WA-WORK-REC.
    ADD 1 TO WA-COPIED.
    IF WA-COPIED < STL-KEEP
        PERFORM READ-TRIM-PARA
    END-IF.

    RESTORE-KEPT-PARA.
    OPEN INPUT TRIM-WORK-FILE.
    OPEN OUTPUT TRIM-FILE.
    IF WA-WORK-STATUS NOT = "00" OR WA-TRIM-STATUS NOT = "00"
        DISPLAY "SEQTRIMLIB - UNABLE TO REWRITE " WA-TRIM-DSN
            " STATUS=" WA-TRIM-STATUS " / " WA-WORK-STATUS
            " - RECOVER FROM SEQTRIMWK"
        GOBACK
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-WORK-PARA.
    PERFORM COPY-BACK-PARA UNTIL WA-EOF.
    CLOSE TRIM-WORK-FILE.
    CLOSE TRIM-FILE.
    MOVE "Y" TO STL-OK-SW.

    READ-WORK-PARA.
    READ TRIM-WORK-FILE INTO WA-TRIM-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    COPY-BACK-PARA.
    WRITE WA-TRIM-REC.
    IF WA-TRIM-STATUS NOT = "00"
        DISPLAY "SEQTRIMLIB - REWRITE OF " WA-TRIM-DSN " FAILED, STATUS="
            WA-TRIM-STATUS " - RECOVER FROM SEQTRIMWK"
        CLOSE TRIM-WORK-FILE
        CLOSE TRIM-FILE
        GOBACK
    END-IF.
    PERFORM READ-WORK-PARA.
