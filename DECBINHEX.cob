DATA DIVISION.
FILE SECTION.
FD  AUDIT-TRAIL-FILE
    RECORD CONTAINS 110 CHARACTERS.
COPY AUDITREC.

    WORKING-STORAGE SECTION.
        01 D2H-WIDE-HEX        PIC X(08).

        01 WA-AUDIT-STATUS PIC X(02) VALUE "00".
        01 WA-ACH-FUNCTION PIC X(01) VALUE SPACE.
        01 WA-ACH-RESULT   PIC X(01) VALUE SPACE.
        01 WA-AUDIT-DATE   PIC 9(08) VALUE 0.
        01 WA-AUDIT-TIME   PIC 9(06) VALUE 0.
        01 WA-AUDIT-INPUT  PIC X(18) VALUE SPACES.
        01 WA-AUDIT-REASON PIC X(20) VALUE SPACES.
PROCEDURE DIVISION.
    MOVE "I" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    IF WA-ACH-RESULT NOT = "Y"
        DISPLAY "DECBINHEX - UNABLE TO LOAD AUDIT TRAIL CHAIN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-TRAIL-FILE
    MOVE WA-AUDIT-INPUT TO AUD-INPUT-VALUE.
    MOVE "P" TO AUD-RESULT-SW.
    MOVE WA-AUDIT-REASON TO AUD-REASON.
    MOVE "S" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    WRITE AUD-TRAIL-REC.
