DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  HELD-APPROVALS-FILE
COPY CUSTTRANREC.

FD  AUDIT-TRAIL-FILE
    RECORD CONTAINS 110 CHARACTERS.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WA-APPRVIN-STATUS  PIC X(02) VALUE "00".
01 WA-RELTRAN-STATUS  PIC X(02) VALUE "00".
01 WA-AUDIT-STATUS    PIC X(02) VALUE "00".
01 WA-ACH-FUNCTION  PIC X(01) VALUE SPACE.
01 WA-ACH-RESULT    PIC X(01) VALUE SPACE.

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "I" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    IF WA-ACH-RESULT NOT = "Y"
        DISPLAY "CUSTAPPROVE - UNABLE TO LOAD AUDIT TRAIL CHAIN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-TRAIL-FILE
    MOVE CT-CUSTID TO AUD-INPUT-VALUE.
    MOVE WA-AUD-RESULT-SW TO AUD-RESULT-SW.
    MOVE WA-AUD-REASON TO AUD-REASON.
    MOVE "S" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    WRITE AUD-TRAIL-REC.

    PRINT-SUMMARY-PARA.
