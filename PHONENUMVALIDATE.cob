DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  PHONE-INPUT-FILE
01  WA-PHONE-EXCP-REC PIC X(60).

FD  AUDIT-TRAIL-FILE
    RECORD CONTAINS 110 CHARACTERS.
COPY AUDITREC.

FD  STD-DIRECTORY-FILE
   01 WA-RS-COUNT    PIC 9(07) VALUE 0.

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
        DISPLAY "PHONENUMVALIDATE - UNABLE TO LOAD AUDIT TRAIL CHAIN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-TRAIL-FILE
    MOVE WA-PHONE-IN-REC TO AUD-INPUT-VALUE.
    MOVE WA-AUD-RESULT-SW TO AUD-RESULT-SW.
    MOVE WA-AUD-REASON TO AUD-REASON.
    MOVE "S" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    WRITE AUD-TRAIL-REC.

    VALIDATE-LANDLINE-PARA.
