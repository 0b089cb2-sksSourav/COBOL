DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  PAN-INPUT-FILE
    02 FILLER          PIC X(01).

FD  AUDIT-TRAIL-FILE
    RECORD CONTAINS 110 CHARACTERS.
COPY AUDITREC.

FD  RUN-STATS-FILE
01 WA-REASON-TEXT PIC X(40) VALUE SPACES.

01 WA-AUDIT-STATUS PIC X(02) VALUE "00".
01 WA-ACH-FUNCTION PIC X(01) VALUE SPACE.
01 WA-ACH-RESULT   PIC X(01) VALUE SPACE.
01 WA-RUNSTAT-STATUS PIC X(02) VALUE "00".
01 WA-RS-CATEGORY PIC X(12) VALUE SPACES.
01 WA-RS-DATE     PIC X(08) VALUE SPACES.
        STOP RUN
    END-IF.
    OPEN OUTPUT CHECKPOINT-FILE.
    MOVE "I" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    IF WA-ACH-RESULT NOT = "Y"
        DISPLAY "PANNUMVALIDATION - UNABLE TO LOAD AUDIT TRAIL CHAIN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-TRAIL-FILE
            MOVE "UNCLASSIFIED PAN" TO AUD-REASON
        END-EVALUATE
    END-IF.
    MOVE "S" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    WRITE AUD-TRAIL-REC.

    WRITE-CHECKPOINT-PARA.
