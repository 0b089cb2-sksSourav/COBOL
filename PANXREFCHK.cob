IDENTIFICATION DIVISION.
PROGRAM-ID. PANXREFCHK.
DATA DIVISION.
    WORKING-STORAGE SECTION.
    COPY CUSTIDCODES.
    01 WA-CAT-WORK     PIC X(01) VALUE SPACE.
    01 WA-NAME-WORK    PIC X(30) VALUE SPACES.
    01 WA-NAME-LEN     PIC 9(02) VALUE 0.
    01 WA-NAME-IDX     PIC 9(05) BINARY.
    01 WA-SPACE-COUNER PIC 9(02) VALUE 0.
    01 WA-INITIAL      PIC X(01) VALUE SPACE.
    LINKAGE SECTION.
    01 PXC-PAN        PIC X(10).
    01 PXC-CATEGORY   PIC X(01).
    01 PXC-NAME       PIC X(30).
    01 PXC-CAT-SW     PIC X(01).
        88 PXC-CAT-OK  VALUE "Y".
    01 PXC-INIT-SW    PIC X(01).
        88 PXC-INIT-OK VALUE "Y".
PROCEDURE DIVISION USING PXC-PAN PXC-CATEGORY PXC-NAME PXC-CAT-SW
    PXC-INIT-SW.
    MAIN-PARA.
    MOVE PXC-PAN TO WS-PAN-VAL.
    INSPECT WS-PAN-VAL CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE PXC-CATEGORY TO WA-CAT-WORK.
    INSPECT WA-CAT-WORK CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF WA-P1CHAR AND WS-P1CHAR = WA-CAT-WORK
        MOVE "Y" TO PXC-CAT-SW
    ELSE
        MOVE "N" TO PXC-CAT-SW
    END-IF.
    MOVE PXC-NAME TO WA-NAME-WORK.
    INSPECT WA-NAME-WORK CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE SPACE TO WA-INITIAL.
    IF WA-PERSON
        PERFORM FIND-SURNAME-PARA
    ELSE
        PERFORM FIND-FIRST-WORD-PARA
    END-IF.
    IF WA-INITIAL NOT = SPACE AND WA-INITIAL = WS-M1CHAR
        MOVE "Y" TO PXC-INIT-SW
    ELSE
        MOVE "N" TO PXC-INIT-SW
    END-IF.
    GOBACK.

    FIND-SURNAME-PARA.
    MOVE 0 TO WA-SPACE-COUNER.
    INSPECT WA-NAME-WORK TALLYING WA-SPACE-COUNER
        FOR TRAILING SPACES.
    COMPUTE WA-NAME-LEN = 30 - WA-SPACE-COUNER.
    IF WA-NAME-LEN = 0
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WA-NAME-IDX FROM WA-NAME-LEN BY -1
        UNTIL WA-NAME-IDX = 1
        OR WA-NAME-WORK(WA-NAME-IDX - 1:1) = SPACE
        CONTINUE
    END-PERFORM.
    MOVE WA-NAME-WORK(WA-NAME-IDX:1) TO WA-INITIAL.

    FIND-FIRST-WORD-PARA.
    PERFORM VARYING WA-NAME-IDX FROM 1 BY 1
        UNTIL WA-NAME-IDX > 30
        OR WA-NAME-WORK(WA-NAME-IDX:1) NOT = SPACE
        CONTINUE
    END-PERFORM.
    IF WA-NAME-IDX NOT > 30
        MOVE WA-NAME-WORK(WA-NAME-IDX:1) TO WA-INITIAL
    END-IF.
