IDENTIFICATION DIVISION.
PROGRAM-ID. KYCRISKCHK.
DATA DIVISION.
    WORKING-STORAGE SECTION.
    COPY CUSTIDCODES.
    LINKAGE SECTION.
    01 KRC-PAN        PIC X(10).
    01 KRC-PAN-VSTAT  PIC X(01).
    01 KRC-SHARED-SW  PIC X(01).
        88 KRC-MOBILE-SHARED VALUE "Y".
    01 KRC-DUP-SW     PIC X(01).
        88 KRC-POSSIBLE-DUP  VALUE "Y".
    01 KRC-RATING     PIC X(01).
    01 KRC-FACTORS.
        02 KRC-FACTOR-ENTITY PIC X(01).
        02 KRC-FACTOR-VERIFY PIC X(01).
        02 KRC-FACTOR-MOBILE PIC X(01).
        02 KRC-FACTOR-DUP    PIC X(01).
PROCEDURE DIVISION USING KRC-PAN KRC-PAN-VSTAT KRC-SHARED-SW KRC-DUP-SW
    KRC-RATING KRC-FACTORS.
    MAIN-PARA.
    MOVE SPACES TO KRC-FACTORS.
    MOVE KRC-PAN TO WS-PAN-VAL.
    EVALUATE TRUE
    WHEN WA-PERSON
        MOVE "L" TO KRC-RATING
    WHEN WA-FIRM OR WA-AOP OR WA-TRUST OR WA-BOI
        MOVE "H" TO KRC-RATING
        MOVE "E" TO KRC-FACTOR-ENTITY
    WHEN OTHER
        MOVE "M" TO KRC-RATING
        MOVE "E" TO KRC-FACTOR-ENTITY
    END-EVALUATE.
    IF KRC-PAN-VSTAT NOT = "A" AND KRC-PAN-VSTAT NOT = SPACE
        MOVE "V" TO KRC-FACTOR-VERIFY
        PERFORM RAISE-RATING-PARA
    END-IF.
    IF KRC-MOBILE-SHARED
        MOVE "M" TO KRC-FACTOR-MOBILE
        PERFORM RAISE-RATING-PARA
    END-IF.
    IF KRC-POSSIBLE-DUP
        MOVE "D" TO KRC-FACTOR-DUP
        PERFORM RAISE-RATING-PARA
    END-IF.
    GOBACK.

    RAISE-RATING-PARA.
    IF KRC-RATING = "L"
        MOVE "M" TO KRC-RATING
    ELSE
        MOVE "H" TO KRC-RATING
    END-IF.
