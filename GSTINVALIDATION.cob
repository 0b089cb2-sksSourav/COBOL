DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  GSTIN-INPUT-FILE
COPY GSTMASTREC.

FD  AUDIT-TRAIL-FILE
    RECORD CONTAINS 110 CHARACTERS.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WA-REASON-TEXT PIC X(40) VALUE SPACES.

01 WA-AUDIT-STATUS PIC X(02) VALUE "00".
01 WA-ACH-FUNCTION PIC X(01) VALUE SPACE.
01 WA-ACH-RESULT   PIC X(01) VALUE SPACE.
01 WA-AUDIT-DATE   PIC 9(08) VALUE 0.
01 WA-AUDIT-TIME   PIC 9(08) VALUE 0.
01 WA-AUDIT-TIME-X REDEFINES WA-AUDIT-TIME PIC X(08).
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "I" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    IF WA-ACH-RESULT NOT = "Y"
        DISPLAY "GSTINVALIDATION - UNABLE TO LOAD AUDIT TRAIL CHAIN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-TRAIL-FILE
        STRING WA-REASON-CODE " " WA-REASON-TEXT
            DELIMITED BY SIZE INTO AUD-REASON
    END-IF.
    MOVE "S" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    WRITE AUD-TRAIL-REC.

    WRITE-TRAILER-PARA.
