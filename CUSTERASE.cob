IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTERASE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CTL-CARD-STATUS.
    SELECT OPTIONAL ERASE-REQUEST-FILE ASSIGN TO "ERASEREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-ERASEREQ-STATUS.
    SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-LEGALHLD-STATUS.
    SELECT OPTIONAL HELD-APPROVALS-FILE ASSIGN TO "CUSTHELD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CUSTHELD-STATUS.
    SELECT OPTIONAL PENDING-FILE ASSIGN TO "CUSTPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-PENDING-STATUS.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUSTID
        FILE STATUS IS WA-CUSTMAST-STATUS.
    SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO "CUSTARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CA-CUSTID
        FILE STATUS IS WA-CUSTARCH-STATUS.
    SELECT PAN-MASTER-FILE ASSIGN TO "PANMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WA-PANMAST-KEY
        FILE STATUS IS WA-PANMAST-STATUS.
    SELECT MOBILE-MASTER-FILE ASSIGN TO "MOBLMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WA-MOBLMAST-KEY
        FILE STATUS IS WA-MOBLMAST-STATUS.
    SELECT GST-MASTER-FILE ASSIGN TO "GSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WA-GSTMAST-KEY
        FILE STATUS IS WA-GSTMAST-STATUS.
    SELECT CONTACT-FILE ASSIGN TO "CONTPNT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CP-KEY
        FILE STATUS IS WA-CONTPNT-STATUS.
    SELECT RELPARTY-FILE ASSIGN TO "RELPARTY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RP-KEY
        FILE STATUS IS WA-RELPARTY-STATUS.
    SELECT SCRUB-FILE ASSIGN DYNAMIC WA-SCRUB-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-SCRUB-STATUS.
    SELECT SCRUB-WORK-FILE ASSIGN TO "ERASEWK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-WORK-STATUS.
    SELECT CRM-ERASE-OUT ASSIGN DYNAMIC WA-CRMERASE-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CRMERASE-STATUS.
    SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-AUDIT-STATUS.
    SELECT SEQ-GENERATION-FILE ASSIGN TO "CUSTSEQGEN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-SEQGEN-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  ERASE-REQUEST-FILE
    RECORD CONTAINS 60 CHARACTERS.
COPY ERASEREQREC.

FD  LEGAL-HOLD-FILE
    RECORD CONTAINS 48 CHARACTERS.
COPY LEGALHLDREC.

FD  HELD-APPROVALS-FILE
    RECORD CONTAINS 198 CHARACTERS.
01  WA-CUSTHELD-REC PIC X(198).

FD  PENDING-FILE
    RECORD CONTAINS 198 CHARACTERS.
01  WA-PENDING-REC PIC X(198).

FD  CUSTOMER-MASTER-FILE
    RECORD CONTAINS 196 CHARACTERS.
COPY CUSTMASTREC.

FD  CUSTOMER-ARCHIVE-FILE
    RECORD CONTAINS 204 CHARACTERS.
COPY CUSTARCHREC.

FD  PAN-MASTER-FILE
    RECORD CONTAINS 27 CHARACTERS.
COPY PANMASTREC.

FD  MOBILE-MASTER-FILE
    RECORD CONTAINS 18 CHARACTERS.
COPY MOBLMASTREC.

FD  GST-MASTER-FILE
    RECORD CONTAINS 33 CHARACTERS.
COPY GSTMASTREC.

FD  CONTACT-FILE
    RECORD CONTAINS 120 CHARACTERS.
COPY CONTPNTREC.

FD  RELPARTY-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RELPARTYREC.

FD  SCRUB-FILE
    RECORD CONTAINS 512 CHARACTERS.
01  WA-SCRUB-REC PIC X(512).

FD  SCRUB-WORK-FILE
    RECORD CONTAINS 512 CHARACTERS.
01  WA-WORK-REC PIC X(512).

FD  CRM-ERASE-OUT
    RECORD CONTAINS 100 CHARACTERS.
COPY CRMERASEREC.

FD  AUDIT-TRAIL-FILE
    RECORD CONTAINS 110 CHARACTERS.
01  WA-AUDIT-OUT-REC PIC X(110).

FD  SEQ-GENERATION-FILE
    RECORD CONTAINS 20 CHARACTERS.
COPY SEQGENREC.

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS PIC X(02) VALUE "00".
01 WA-RCK-FUNCTION    PIC X(01) VALUE SPACE.
01 WA-RCK-PROGRAM     PIC X(16) VALUE "CUSTERASE".
01 WA-RCK-PREDECESSOR PIC X(16) VALUE "CUSTOMERMASTER".
01 WA-RCK-RERUN-SW    PIC X(01) VALUE "N".
01 WA-RCK-RETCODE     PIC 9(02) VALUE 0.
01 WA-RCK-OK-SW       PIC X(01) VALUE "N".
01 WA-RUN-DATE        PIC X(08) VALUE "00000000".
01 WA-RUN-MODE        PIC X(04) VALUE "PROD".
01 WA-CERT-DSN        PIC X(30) VALUE "ERASECERT".
01 WA-CRMERASE-DSN    PIC X(30) VALUE "CRMERASE".
01 WA-SCRUB-DSN       PIC X(30) VALUE SPACES.
01 WA-RPT-LINE        PIC X(80) VALUE SPACES.
01 WA-RPT-FUNCTION    PIC X(01) VALUE SPACE.
01 WA-RPT-PROGRAM     PIC X(16) VALUE "CUSTERASE".
01 WA-RPT-OK-SW       PIC X(01) VALUE "N".

01 WA-ERASEREQ-STATUS PIC X(02) VALUE "00".
01 WA-LEGALHLD-STATUS PIC X(02) VALUE "00".
01 WA-CUSTHELD-STATUS PIC X(02) VALUE "00".
01 WA-PENDING-STATUS  PIC X(02) VALUE "00".
01 WA-CUSTMAST-STATUS PIC X(02) VALUE "00".
01 WA-CUSTARCH-STATUS PIC X(02) VALUE "00".
01 WA-PANMAST-STATUS  PIC X(02) VALUE "00".
01 WA-MOBLMAST-STATUS PIC X(02) VALUE "00".
01 WA-GSTMAST-STATUS  PIC X(02) VALUE "00".
01 WA-CONTPNT-STATUS  PIC X(02) VALUE "00".
01 WA-RELPARTY-STATUS PIC X(02) VALUE "00".
01 WA-SCRUB-STATUS    PIC X(02) VALUE "00".
01 WA-WORK-STATUS     PIC X(02) VALUE "00".
01 WA-CRMERASE-STATUS PIC X(02) VALUE "00".
01 WA-AUDIT-STATUS    PIC X(02) VALUE "00".
01 WA-SEQGEN-STATUS   PIC X(02) VALUE "00".

01 WA-RETAIN-DAYS PIC 9(03) VALUE 365.
01 WA-FROM-DATE   PIC X(08) VALUE "00000000".
01 WA-CUR-DATE.
    02 WA-CUR-YYYY PIC 9(04).
    02 WA-CUR-MM   PIC 9(02).
    02 WA-CUR-DD   PIC 9(02).
01 WA-CUR-DATE-X REDEFINES WA-CUR-DATE PIC X(08).
01 WA-LEAP-QUOT   PIC 9(04) VALUE 0.
01 WA-LEAP-REM4   PIC 9(04) VALUE 0.
01 WA-LEAP-REM100 PIC 9(04) VALUE 0.
01 WA-LEAP-REM400 PIC 9(04) VALUE 0.
01 WA-LEAP-SW PIC X(01) VALUE "N".
    88 WA-LEAP-YEAR VALUE "Y".
01 WA-MONTH-END PIC 9(02) VALUE 0.
01 WA-MONTH-DAYS-LIST.
    02 FILLER PIC X(24) VALUE "312831303130313130313031".
01 WA-MONTH-DAYS-TABLE REDEFINES WA-MONTH-DAYS-LIST.
    02 WA-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.

01 WA-ACH-FUNCTION PIC X(01) VALUE SPACE.
01 WA-ACH-RESULT   PIC X(01) VALUE SPACE.
01 WA-TIMESTAMP-DATE PIC 9(08) VALUE 0.
01 WA-TIMESTAMP-TIME PIC 9(08) VALUE 0.
01 WA-TIMESTAMP.
    02 WA-TS-DATE PIC X(08).
    02 WA-TS-TIME PIC X(06).

01 WA-EOF-SW PIC X(01) VALUE "N".
    88 WA-EOF VALUE "Y".
01 WA-SCRUB-EOF-SW PIC X(01) VALUE "N".
    88 WA-SCRUB-EOF VALUE "Y".

01 WA-REQ-TABLE.
    02 WA-REQ-ENTRY OCCURS 500 TIMES.
        03 WA-REQ-ID          PIC X(12).
        03 WA-REQ-CUSTID      PIC X(08).
        03 WA-REQ-RECEIVED    PIC X(08).
        03 WA-REQ-VERIFIED-BY PIC X(08).
        03 WA-REQ-VERIFY-REF  PIC X(20).
        03 WA-REQ-STATUS      PIC X(01).
            88 WA-REQ-ACCEPTED VALUE "A".
            88 WA-REQ-REFUSED  VALUE "R".
        03 WA-REQ-REASON      PIC X(20).
        03 WA-REQ-AUDIT-SEQ   PIC X(09).
        03 WA-REQ-FILE-CNT    PIC 9(07) OCCURS 21 TIMES.
01 WA-REQ-MAX     PIC 9(05) VALUE 500.
01 WA-REQ-COUNT   PIC 9(05) VALUE 0.
01 WA-REQ-DROPPED PIC 9(07) VALUE 0.
01 WA-REQ-IDX     PIC 9(05) BINARY.
01 WA-LOOP-IDX    PIC 9(05) BINARY.
01 WA-FIND-IDX    PIC 9(05) BINARY.
01 WA-FIND-CUSTID PIC X(08) VALUE SPACES.
01 WA-REFUSE-REASON PIC X(20) VALUE SPACES.

01 WA-CLASS-LIST.
    02 FILLER PIC X(12) VALUE "CUSTMAST".
    02 FILLER PIC X(12) VALUE "CUSTARCH".
    02 FILLER PIC X(12) VALUE "PANMAST".
    02 FILLER PIC X(12) VALUE "MOBLMAST".
    02 FILLER PIC X(12) VALUE "GSTMAST".
    02 FILLER PIC X(12) VALUE "CONTPNT".
    02 FILLER PIC X(12) VALUE "RELPARTY".
    02 FILLER PIC X(12) VALUE "PANHIST".
    02 FILLER PIC X(12) VALUE "MOBLHIST".
    02 FILLER PIC X(12) VALUE "CUSTJRNL".
    02 FILLER PIC X(12) VALUE "CUSTJRNHIST".
    02 FILLER PIC X(12) VALUE "CUSTRECYC".
    02 FILLER PIC X(12) VALUE "RELTRAN".
    02 FILLER PIC X(12) VALUE "CUSTMERGED".
    02 FILLER PIC X(12) VALUE "CRMEXTRACT".
    02 FILLER PIC X(12) VALUE "CRMCONTACT".
    02 FILLER PIC X(12) VALUE "CHGNOTICE".
    02 FILLER PIC X(12) VALUE "CUSTARCHCPY".
    02 FILLER PIC X(12) VALUE "AUDITTRL".
    02 FILLER PIC X(12) VALUE "AUDITARCH".
    02 FILLER PIC X(12) VALUE "GSTSUSP".
01 WA-CLASS-TABLE REDEFINES WA-CLASS-LIST.
    02 WA-CLASS-NAME PIC X(12) OCCURS 21 TIMES.
01 WA-CLASS-MAX PIC 9(02) VALUE 21.
01 WA-CUR-CLASS PIC 9(02) VALUE 0.
01 WA-CLASS-IDX PIC 9(02) BINARY.

01 WA-DATED-LIST.
    02 FILLER PIC X(14) VALUE "CUSTJRNL   J10".
    02 FILLER PIC X(14) VALUE "CUSTRECYC  T12".
    02 FILLER PIC X(14) VALUE "RELTRAN    T13".
    02 FILLER PIC X(14) VALUE "CUSTMERGED T14".
    02 FILLER PIC X(14) VALUE "CRMEXTRACT X15".
    02 FILLER PIC X(14) VALUE "CRMCONTACTY16".
    02 FILLER PIC X(14) VALUE "CHGNOTICE  N17".
    02 FILLER PIC X(14) VALUE "CUSTARCHCPYC18".
    02 FILLER PIC X(14) VALUE "GSTSUSP    G21".
01 WA-DATED-TABLE REDEFINES WA-DATED-LIST.
    02 WA-DATED-ENTRY OCCURS 9 TIMES.
        03 WA-DTD-PREFIX PIC X(11).
        03 WA-DTD-TYPE   PIC X(01).
        03 WA-DTD-CLASS  PIC 9(02).
01 WA-DATED-MAX PIC 9(02) VALUE 9.
01 WA-DTD-IDX   PIC 9(02) BINARY.

01 WA-SCRUB-TYPE PIC X(01) VALUE SPACE.
    88 WA-SCRUB-JOURNAL     VALUE "J".
    88 WA-SCRUB-JRNHIST     VALUE "Q".
    88 WA-SCRUB-PANHIST     VALUE "P".
    88 WA-SCRUB-MOBLHIST    VALUE "M".
    88 WA-SCRUB-TRAN        VALUE "T".
    88 WA-SCRUB-CRMEXTRACT  VALUE "X".
    88 WA-SCRUB-CRMCONTACT  VALUE "Y".
    88 WA-SCRUB-CHGNOTICE   VALUE "N".
    88 WA-SCRUB-ARCHCOPY    VALUE "C".
    88 WA-SCRUB-GSTSUSP     VALUE "G".
    88 WA-SCRUB-AUDIT       VALUE "U".
01 WA-SCRUB-IMAGE  PIC X(512) VALUE SPACES.
01 WA-SCRUB-BEFORE PIC X(512) VALUE SPACES.
01 WA-SCRUB-IN      PIC 9(09) VALUE 0.
01 WA-SCRUB-OUT     PIC 9(09) VALUE 0.
01 WA-SCRUB-CHANGED PIC 9(09) VALUE 0.

01 WA-VALUE-TABLE.
    02 WA-VALUE-ENTRY OCCURS 5000 TIMES.
        03 WA-VAL-REQ   PIC 9(05).
        03 WA-VAL-LEN   PIC 9(02).
        03 WA-VAL-TEXT  PIC X(15).
        03 WA-VAL-TOKEN PIC X(15).
01 WA-VALUE-MAX     PIC 9(05) VALUE 5000.
01 WA-VALUE-COUNT   PIC 9(05) VALUE 0.
01 WA-VALUE-DROPPED PIC 9(07) VALUE 0.
01 WA-VAL-IDX       PIC 9(05) BINARY.
01 WA-VAL-FOUND-SW PIC X(01) VALUE "N".
    88 WA-VAL-FOUND VALUE "Y".
01 WA-VAL-TALLY     PIC 9(03) VALUE 0.

01 WA-MOVE-TABLE.
    02 WA-MOVE-ENTRY OCCURS 5000 TIMES.
        03 WA-MOVE-REQ PIC 9(05).
        03 WA-MOVE-REC PIC X(80).
01 WA-MOVE-MAX     PIC 9(05) VALUE 5000.
01 WA-MOVE-COUNT   PIC 9(05) VALUE 0.
01 WA-MOVE-DROPPED PIC 9(07) VALUE 0.
01 WA-MOVE-IDX     PIC 9(05) BINARY.

01 WA-TK-TYPE PIC X(01) VALUE SPACE.
    88 WA-TK-PAN      VALUE "P".
    88 WA-TK-MOBILE   VALUE "M".
    88 WA-TK-EMAIL    VALUE "E".
    88 WA-TK-LANDLINE VALUE "L".
    88 WA-TK-GSTIN    VALUE "G".
01 WA-TK-CUSTID PIC X(08) VALUE SPACES.
01 WA-TK-VALUE  PIC X(40) VALUE SPACES.
01 WA-TK-TOKEN  PIC X(40) VALUE SPACES.
01 WA-TK-WORK   PIC X(40) VALUE SPACES.
01 WA-TK-CHAR   PIC X(01) VALUE SPACE.
01 WA-TK-LEN    PIC 9(02) VALUE 0.
01 WA-TK-SUM    PIC 9(09) VALUE 0.
01 WA-TK-QUOT   PIC 9(09) VALUE 0.
01 WA-TK-REM    PIC 9(02) VALUE 0.
01 WA-TK-IDX    PIC 9(05) BINARY.
01 WA-TK-CHARS  PIC X(36)
    VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 WA-BYTE-VAL  PIC S9(4) COMP.
01 FILLER REDEFINES WA-BYTE-VAL.
    02 FILLER       PIC X.
    02 WA-BYTE-LOW  PIC X.

01 WA-EC-IMAGE.
    02 EC-CUSTID   PIC X(08).
    02 EC-NAME     PIC X(30).
    02 EC-PAN      PIC X(10).
    02 EC-MOBILE   PIC X(10).
    02 EC-CATEGORY PIC X(01).
    02 FILLER      PIC X(01).
    02 EC-EMAIL    PIC X(40).
    02 EC-LAST-ACT-DATE PIC X(08).
    02 EC-ADDR1    PIC X(30).
    02 EC-ADDR2    PIC X(30).
    02 EC-CITY     PIC X(20).
    02 EC-STATE    PIC X(02).
    02 EC-PINCODE  PIC X(06).
01 WA-EC-BEFORE PIC X(196) VALUE SPACES.

01 WA-EP-IMAGE.
    02 EP-CUSTID    PIC X(08).
    02 EP-SEQ       PIC X(03).
    02 EP-TYPE      PIC X(01).
        88 EP-MOBILE   VALUE "M".
        88 EP-LANDLINE VALUE "L".
        88 EP-EMAIL    VALUE "E".
    02 EP-STD-CODE  PIC X(05).
    02 EP-VALUE     PIC X(40).
    02 EP-CITY      PIC X(20).
    02 FILLER       PIC X(43).

01 WA-EL-IMAGE.
    02 EL-ENTITY-CUSTID PIC X(08).
    02 EL-PAN           PIC X(10).
    02 EL-ROLE          PIC X(01).
    02 EL-PERSON-CUSTID PIC X(08).
    02 FILLER           PIC X(53).

01 WA-EK-IMAGE.
    02 EK-KEY    PIC X(10).
    02 EK-CUSTID PIC X(08).
    02 FILLER    PIC X(09).
01 WA-EK-TYPE PIC X(01) VALUE SPACE.

01 WA-JRN-IMAGE PIC X(204) VALUE SPACES.
COPY CUSTJRNREC.
COPY HOLDHISTREC.
COPY CUSTTRANREC.
COPY CRMEXTRREC.
COPY CRMCONTREC.
COPY CHGNOTCREC.
COPY GSTSUSPREC.
COPY AUDITREC.

01 WA-CRME-SEQ PIC 9(07) VALUE 0.
01 WA-CERT-TOTAL PIC 9(07) VALUE 0.

01 WA-COUNTS.
    02 WA-CNT-REQUESTS PIC 9(07) VALUE 0.
    02 WA-CNT-ACCEPTED PIC 9(07) VALUE 0.
    02 WA-CNT-REFUSED  PIC 9(07) VALUE 0.
    02 WA-CNT-FILES    PIC 9(07) VALUE 0.
    02 WA-CNT-ABSENT   PIC 9(07) VALUE 0.
    02 WA-CNT-READ     PIC 9(07) VALUE 0.
    02 WA-CNT-CHANGED  PIC 9(07) VALUE 0.
    02 WA-CNT-ERRORS   PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM INITIALIZE-PARA.
    IF WA-CNT-ACCEPTED > 0
        PERFORM ERASE-MASTERS-PARA
        PERFORM ERASE-SEQUENTIAL-PARA
        PERFORM ERASE-AUDIT-PARA
    END-IF.
    PERFORM WRITE-AUDIT-ENTRIES-PARA.
    PERFORM WRITE-CRM-NOTICE-PARA.
    PERFORM PRINT-CERTIFICATES-PARA.
    PERFORM PRINT-SUMMARY-PARA.
    PERFORM TERMINATE-PARA.
    PERFORM RECORD-RUNCTL-END-PARA.
    STOP RUN.

    CHECK-RUNCTL-START-PARA.
    MOVE "S" TO WA-RCK-FUNCTION.
    MOVE 0 TO WA-RCK-RETCODE.
    CALL "RUNCTLCHK" USING WA-RCK-FUNCTION WA-RUN-DATE WA-RCK-PROGRAM
        WA-RCK-PREDECESSOR WA-RCK-RERUN-SW WA-RCK-RETCODE
        WA-RCK-OK-SW.
    IF WA-RCK-OK-SW NOT = "Y"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    CHECK-SEQ-GENERATION-PARA.
    MOVE SPACES TO WA-SEQGEN-REC.
    OPEN INPUT SEQ-GENERATION-FILE.
    IF WA-SEQGEN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-SEQGEN-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN CUSTSEQGEN, STATUS="
            WA-SEQGEN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ SEQ-GENERATION-FILE
        AT END MOVE SPACES TO WA-SEQGEN-REC
    END-READ.
    IF WA-SEQGEN-STATUS NOT = "00" AND WA-SEQGEN-STATUS NOT = "10"
        DISPLAY "CUSTERASE - UNABLE TO READ CUSTSEQGEN, STATUS="
            WA-SEQGEN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE SEQ-GENERATION-FILE.
    IF SG-RUNNING OR SG-PENDING OR SG-FAILED
        DISPLAY "CUSTERASE - SEQUENTIAL CUSTOMERMASTER GENERATION NOT"
            " INSTALLED OR DISCARDED - INSTALL OR BACK OUT BEFORE"
            " ERASURE"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    RECORD-RUNCTL-END-PARA.
    MOVE "E" TO WA-RCK-FUNCTION.
    MOVE RETURN-CODE TO WA-RCK-RETCODE.
    CALL "RUNCTLCHK" USING WA-RCK-FUNCTION WA-RUN-DATE WA-RCK-PROGRAM
        WA-RCK-PREDECESSOR WA-RCK-RERUN-SW WA-RCK-RETCODE
        WA-RCK-OK-SW.

    INITIALIZE-PARA.
    PERFORM CHECK-SEQ-GENERATION-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
    PERFORM CHECK-RUNCTL-START-PARA.
    CALL "DATEMINUS" USING WA-RUN-DATE WA-RETAIN-DAYS WA-FROM-DATE.
    IF WA-FROM-DATE = SPACES
        DISPLAY "CUSTERASE - RUN DATE " WA-RUN-DATE " IS NOT A VALID"
            " DATE - SUPPLY A CONTROL CARD"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O CUSTOMER-MASTER-FILE.
    IF WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
            " STATUS=" WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O CUSTOMER-ARCHIVE-FILE.
    IF WA-CUSTARCH-STATUS = "35"
        OPEN OUTPUT CUSTOMER-ARCHIVE-FILE
        CLOSE CUSTOMER-ARCHIVE-FILE
        OPEN I-O CUSTOMER-ARCHIVE-FILE
    END-IF.
    IF WA-CUSTARCH-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN CUSTOMER-ARCHIVE-FILE,"
            " STATUS=" WA-CUSTARCH-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "O" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-CERT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.
    IF WA-RPT-OK-SW NOT = "Y"
        DISPLAY "CUSTERASE - UNABLE TO OPEN ERASURE CERTIFICATE "
            WA-CERT-DSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT CRM-ERASE-OUT.
    IF WA-CRMERASE-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN CRM-ERASE-OUT, STATUS="
            WA-CRMERASE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "CUSTERASE - RUN DATE " WA-RUN-DATE
        " DATED FILES FROM " WA-FROM-DATE.
    PERFORM LOAD-REQUESTS-PARA.
    PERFORM CHECK-LEGAL-HOLDS-PARA.
    PERFORM CHECK-HELD-APPROVALS-PARA.
    PERFORM CHECK-PENDING-PARA.
    PERFORM CHECK-CUSTOMER-PARA
        VARYING WA-LOOP-IDX FROM 1 BY 1
        UNTIL WA-LOOP-IDX > WA-REQ-COUNT.
    PERFORM COUNT-DECISION-PARA
        VARYING WA-LOOP-IDX FROM 1 BY 1
        UNTIL WA-LOOP-IDX > WA-REQ-COUNT.

    READ-CONTROL-CARD-PARA.
    OPEN INPUT CONTROL-CARD-FILE.
    IF WA-CTL-CARD-STATUS = "00"
        READ CONTROL-CARD-FILE INTO WA-CTL-CARD-REC
        IF WA-CTL-CARD-STATUS = "00"
            MOVE WA-CTL-RUN-DATE TO WA-RUN-DATE
            MOVE WA-CTL-MODE TO WA-RUN-MODE
            EVALUATE TRUE
            WHEN WA-CTL-RERUN
                MOVE "Y" TO WA-RCK-RERUN-SW
            WHEN WA-CTL-OPTION = SPACES
                CONTINUE
            WHEN OTHER
                DISPLAY "CUSTERASE - UNRECOGNIZED OPTION "
                    WA-CTL-OPTION
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-EVALUATE
            IF WA-CTL-RETAIN-DAYS IS NUMERIC
            AND WA-CTL-RETAIN-DAYS NOT = "000"
                MOVE WA-CTL-RETAIN-DAYS TO WA-RETAIN-DAYS
            END-IF
            MOVE SPACES TO WA-CERT-DSN
            STRING "ERASECERT." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-CERT-DSN
            MOVE SPACES TO WA-CRMERASE-DSN
            STRING "CRMERASE." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-CRMERASE-DSN
        END-IF
    END-IF.
    CLOSE CONTROL-CARD-FILE.

    WRITE-RPT-LINE-PARA.
    MOVE "D" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-CERT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    WRITE-RPT-TOTAL-PARA.
    MOVE "T" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-CERT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    LOAD-REQUESTS-PARA.
    OPEN INPUT ERASE-REQUEST-FILE.
    IF WA-ERASEREQ-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN ERASE-REQUEST-FILE,"
            " STATUS=" WA-ERASEREQ-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-REQUEST-PARA.
    PERFORM STORE-REQUEST-PARA UNTIL WA-EOF.
    CLOSE ERASE-REQUEST-FILE.

    READ-REQUEST-PARA.
    READ ERASE-REQUEST-FILE
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    STORE-REQUEST-PARA.
    ADD 1 TO WA-CNT-REQUESTS.
    IF WA-REQ-COUNT >= WA-REQ-MAX
        ADD 1 TO WA-REQ-DROPPED
        PERFORM READ-REQUEST-PARA
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-REQ-COUNT.
    MOVE WA-REQ-COUNT TO WA-REQ-IDX.
    MOVE ER-REQ-ID TO WA-REQ-ID(WA-REQ-IDX).
    MOVE ER-CUSTID TO WA-REQ-CUSTID(WA-REQ-IDX).
    MOVE ER-RECEIVED-DATE TO WA-REQ-RECEIVED(WA-REQ-IDX).
    MOVE ER-VERIFIED-BY TO WA-REQ-VERIFIED-BY(WA-REQ-IDX).
    MOVE ER-VERIFY-REF TO WA-REQ-VERIFY-REF(WA-REQ-IDX).
    MOVE SPACES TO WA-REQ-REASON(WA-REQ-IDX).
    MOVE SPACES TO WA-REQ-AUDIT-SEQ(WA-REQ-IDX).
    PERFORM CLEAR-FILE-COUNT-PARA
        VARYING WA-CLASS-IDX FROM 1 BY 1
        UNTIL WA-CLASS-IDX > WA-CLASS-MAX.
    MOVE ER-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    MOVE "A" TO WA-REQ-STATUS(WA-REQ-COUNT).
    EVALUATE TRUE
    WHEN ER-CUSTID = SPACES
        MOVE "R" TO WA-REQ-STATUS(WA-REQ-COUNT)
        MOVE "CUSTOMER ID MISSING" TO WA-REQ-REASON(WA-REQ-COUNT)
    WHEN ER-VERIFIED-BY = SPACES OR ER-VERIFY-REF = SPACES
        MOVE "R" TO WA-REQ-STATUS(WA-REQ-COUNT)
        MOVE "NOT VERIFIED" TO WA-REQ-REASON(WA-REQ-COUNT)
    WHEN WA-FIND-IDX > 0
        MOVE "R" TO WA-REQ-STATUS(WA-REQ-COUNT)
        MOVE "DUPLICATE REQUEST" TO WA-REQ-REASON(WA-REQ-COUNT)
    END-EVALUATE.
    PERFORM READ-REQUEST-PARA.

    CLEAR-FILE-COUNT-PARA.
    MOVE 0 TO WA-REQ-FILE-CNT(WA-REQ-IDX, WA-CLASS-IDX).

    FIND-REQUEST-PARA.
    MOVE 0 TO WA-FIND-IDX.
    IF WA-FIND-CUSTID = SPACES
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WA-REQ-IDX FROM 1 BY 1
        UNTIL WA-REQ-IDX > WA-REQ-COUNT OR WA-FIND-IDX > 0
        IF WA-REQ-ACCEPTED(WA-REQ-IDX)
        AND WA-REQ-CUSTID(WA-REQ-IDX) = WA-FIND-CUSTID
            MOVE WA-REQ-IDX TO WA-FIND-IDX
        END-IF
    END-PERFORM.

    REFUSE-REQUEST-PARA.
    IF WA-FIND-IDX > 0
        MOVE "R" TO WA-REQ-STATUS(WA-FIND-IDX)
        MOVE WA-REFUSE-REASON TO WA-REQ-REASON(WA-FIND-IDX)
    END-IF.

    CHECK-LEGAL-HOLDS-PARA.
    OPEN INPUT LEGAL-HOLD-FILE.
    IF WA-LEGALHLD-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN LEGAL-HOLD-FILE, STATUS="
            WA-LEGALHLD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    PERFORM READ-LEGAL-HOLD-PARA.
    PERFORM MATCH-LEGAL-HOLD-PARA UNTIL WA-EOF.
    CLOSE LEGAL-HOLD-FILE.

    READ-LEGAL-HOLD-PARA.
    READ LEGAL-HOLD-FILE
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    MATCH-LEGAL-HOLD-PARA.
    IF LH-FROM-DATE NOT > WA-RUN-DATE
    AND (LH-TO-DATE = SPACES OR LH-TO-DATE NOT < WA-RUN-DATE)
        MOVE LH-CUSTID TO WA-FIND-CUSTID
        PERFORM FIND-REQUEST-PARA
        MOVE SPACES TO WA-REFUSE-REASON
        STRING "LEGAL HOLD " LH-CASE-REF DELIMITED BY SIZE
            INTO WA-REFUSE-REASON
        PERFORM REFUSE-REQUEST-PARA
    END-IF.
    PERFORM READ-LEGAL-HOLD-PARA.

    CHECK-HELD-APPROVALS-PARA.
    OPEN INPUT HELD-APPROVALS-FILE.
    IF WA-CUSTHELD-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN HELD-APPROVALS-FILE,"
            " STATUS=" WA-CUSTHELD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    MOVE "OPEN HELD APPROVAL" TO WA-REFUSE-REASON.
    PERFORM READ-HELD-PARA.
    PERFORM MATCH-HELD-PARA UNTIL WA-EOF.
    CLOSE HELD-APPROVALS-FILE.

    READ-HELD-PARA.
    READ HELD-APPROVALS-FILE INTO WA-CUSTTRAN-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    MATCH-HELD-PARA.
    MOVE CT-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    PERFORM REFUSE-REQUEST-PARA.
    PERFORM READ-HELD-PARA.

    CHECK-PENDING-PARA.
    OPEN INPUT PENDING-FILE.
    IF WA-PENDING-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN PENDING-FILE, STATUS="
            WA-PENDING-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    MOVE "PENDING FUTURE TRAN" TO WA-REFUSE-REASON.
    PERFORM READ-PENDING-PARA.
    PERFORM MATCH-PENDING-PARA UNTIL WA-EOF.
    CLOSE PENDING-FILE.

    READ-PENDING-PARA.
    READ PENDING-FILE INTO WA-CUSTTRAN-REC
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.

    MATCH-PENDING-PARA.
    MOVE CT-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    PERFORM REFUSE-REQUEST-PARA.
    PERFORM READ-PENDING-PARA.

    CHECK-CUSTOMER-PARA.
    IF NOT WA-REQ-ACCEPTED(WA-LOOP-IDX)
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-REQ-CUSTID(WA-LOOP-IDX) TO CM-CUSTID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE WA-REQ-CUSTID(WA-LOOP-IDX) TO CA-CUSTID
            READ CUSTOMER-ARCHIVE-FILE
                INVALID KEY
                    MOVE "R" TO WA-REQ-STATUS(WA-LOOP-IDX)
                    MOVE "CUSTOMER NOT FOUND"
                        TO WA-REQ-REASON(WA-LOOP-IDX)
                NOT INVALID KEY CONTINUE
            END-READ
        NOT INVALID KEY CONTINUE
    END-READ.

    COUNT-DECISION-PARA.
    IF WA-REQ-ACCEPTED(WA-LOOP-IDX)
        ADD 1 TO WA-CNT-ACCEPTED
    ELSE
        ADD 1 TO WA-CNT-REFUSED
        DISPLAY "REFUSED " WA-REQ-ID(WA-LOOP-IDX) " "
            WA-REQ-CUSTID(WA-LOOP-IDX) " " WA-REQ-REASON(WA-LOOP-IDX)
    END-IF.

    ERASE-MASTERS-PARA.
    PERFORM ERASE-CUSTOMER-PARA
        VARYING WA-LOOP-IDX FROM 1 BY 1
        UNTIL WA-LOOP-IDX > WA-REQ-COUNT.
    PERFORM ERASE-PANMAST-PARA.
    PERFORM ERASE-MOBLMAST-PARA.
    PERFORM ERASE-GSTMAST-PARA.
    PERFORM ERASE-CONTPNT-PARA.
    PERFORM ERASE-RELPARTY-PARA.

    ERASE-CUSTOMER-PARA.
    IF NOT WA-REQ-ACCEPTED(WA-LOOP-IDX)
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO WA-CUR-CLASS.
    MOVE WA-REQ-CUSTID(WA-LOOP-IDX) TO CM-CUSTID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE WA-CUSTMAST-REC TO WA-EC-IMAGE
            MOVE WA-EC-IMAGE TO WA-EC-BEFORE
            PERFORM SCRUB-CUST-IMAGE-PARA
            IF WA-EC-IMAGE NOT = WA-EC-BEFORE
                MOVE WA-EC-IMAGE TO WA-CUSTMAST-REC
                REWRITE WA-CUSTMAST-REC
                    INVALID KEY
                        ADD 1 TO WA-CNT-ERRORS
                        DISPLAY "UNABLE TO ERASE CUSTMAST " CM-CUSTID
                            " STATUS " WA-CUSTMAST-STATUS
                    NOT INVALID KEY
                        PERFORM COUNT-CHANGE-PARA
                END-REWRITE
            END-IF
    END-READ.
    MOVE 2 TO WA-CUR-CLASS.
    MOVE WA-REQ-CUSTID(WA-LOOP-IDX) TO CA-CUSTID.
    READ CUSTOMER-ARCHIVE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE WA-CUSTARCH-REC(1:196) TO WA-EC-IMAGE
            MOVE WA-EC-IMAGE TO WA-EC-BEFORE
            PERFORM SCRUB-CUST-IMAGE-PARA
            IF WA-EC-IMAGE NOT = WA-EC-BEFORE
                MOVE WA-EC-IMAGE TO WA-CUSTARCH-REC(1:196)
                REWRITE WA-CUSTARCH-REC
                    INVALID KEY
                        ADD 1 TO WA-CNT-ERRORS
                        DISPLAY "UNABLE TO ERASE CUSTARCH " CA-CUSTID
                            " STATUS " WA-CUSTARCH-STATUS
                    NOT INVALID KEY
                        PERFORM COUNT-CHANGE-PARA
                END-REWRITE
            END-IF
    END-READ.

    COUNT-CHANGE-PARA.
    ADD 1 TO WA-REQ-FILE-CNT(WA-FIND-IDX, WA-CUR-CLASS).
    ADD 1 TO WA-CNT-CHANGED.

    ADD-MOVE-PARA.
    IF WA-MOVE-COUNT >= WA-MOVE-MAX
        ADD 1 TO WA-MOVE-DROPPED
        ADD 1 TO WA-CNT-ERRORS
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-MOVE-COUNT.
    MOVE WA-FIND-IDX TO WA-MOVE-REQ(WA-MOVE-COUNT).

    ERASE-PANMAST-PARA.
    OPEN I-O PAN-MASTER-FILE.
    IF WA-PANMAST-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN PAN-MASTER-FILE, STATUS="
            WA-PANMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO WA-MOVE-COUNT.
    MOVE "N" TO WA-EOF-SW.
    PERFORM SCAN-PANMAST-PARA UNTIL WA-EOF.
    MOVE 3 TO WA-CUR-CLASS.
    MOVE "P" TO WA-TK-TYPE.
    PERFORM MOVE-PANMAST-PARA
        VARYING WA-MOVE-IDX FROM 1 BY 1
        UNTIL WA-MOVE-IDX > WA-MOVE-COUNT.
    CLOSE PAN-MASTER-FILE.

    SCAN-PANMAST-PARA.
    READ PAN-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF WA-EOF
        EXIT PARAGRAPH
    END-IF.
    IF WA-PANMAST-STATUS NOT = "00"
        DISPLAY "CUSTERASE - PANMAST READ ERROR, STATUS="
            WA-PANMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-PANMAST-KEY(1:1) NOT = "#"
        MOVE WA-PANMAST-CUSTID TO WA-FIND-CUSTID
        PERFORM FIND-REQUEST-PARA
        IF WA-FIND-IDX > 0
            PERFORM ADD-MOVE-PARA
            MOVE WA-PANMAST-REC TO WA-MOVE-REC(WA-MOVE-COUNT)
        END-IF
    END-IF.

    MOVE-PANMAST-PARA.
    MOVE WA-MOVE-REQ(WA-MOVE-IDX) TO WA-FIND-IDX.
    MOVE WA-MOVE-REC(WA-MOVE-IDX) TO WA-PANMAST-REC.
    DELETE PAN-MASTER-FILE
        INVALID KEY
            ADD 1 TO WA-CNT-ERRORS
            DISPLAY "UNABLE TO ERASE PANMAST FOR " WA-PANMAST-CUSTID
                " STATUS " WA-PANMAST-STATUS
            EXIT PARAGRAPH
    END-DELETE.
    MOVE WA-PANMAST-CUSTID TO WA-TK-CUSTID.
    MOVE WA-PANMAST-KEY TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO WA-PANMAST-KEY.
    WRITE WA-PANMAST-REC
        INVALID KEY
            ADD 1 TO WA-CNT-ERRORS
            DISPLAY "UNABLE TO WRITE ERASED PANMAST FOR "
                WA-PANMAST-CUSTID " STATUS " WA-PANMAST-STATUS
        NOT INVALID KEY
            PERFORM COUNT-CHANGE-PARA
    END-WRITE.

    ERASE-MOBLMAST-PARA.
    OPEN I-O MOBILE-MASTER-FILE.
    IF WA-MOBLMAST-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN MOBILE-MASTER-FILE,"
            " STATUS=" WA-MOBLMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO WA-MOVE-COUNT.
    MOVE "N" TO WA-EOF-SW.
    PERFORM SCAN-MOBLMAST-PARA UNTIL WA-EOF.
    MOVE 4 TO WA-CUR-CLASS.
    MOVE "M" TO WA-TK-TYPE.
    PERFORM MOVE-MOBLMAST-PARA
        VARYING WA-MOVE-IDX FROM 1 BY 1
        UNTIL WA-MOVE-IDX > WA-MOVE-COUNT.
    CLOSE MOBILE-MASTER-FILE.

    SCAN-MOBLMAST-PARA.
    READ MOBILE-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF WA-EOF
        EXIT PARAGRAPH
    END-IF.
    IF WA-MOBLMAST-STATUS NOT = "00"
        DISPLAY "CUSTERASE - MOBLMAST READ ERROR, STATUS="
            WA-MOBLMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-MOBLMAST-KEY(1:1) NOT = "#"
        MOVE WA-MOBLMAST-CUSTID TO WA-FIND-CUSTID
        PERFORM FIND-REQUEST-PARA
        IF WA-FIND-IDX > 0
            PERFORM ADD-MOVE-PARA
            MOVE WA-MOBLMAST-REC TO WA-MOVE-REC(WA-MOVE-COUNT)
        END-IF
    END-IF.

    MOVE-MOBLMAST-PARA.
    MOVE WA-MOVE-REQ(WA-MOVE-IDX) TO WA-FIND-IDX.
    MOVE WA-MOVE-REC(WA-MOVE-IDX) TO WA-MOBLMAST-REC.
    DELETE MOBILE-MASTER-FILE
        INVALID KEY
            ADD 1 TO WA-CNT-ERRORS
            DISPLAY "UNABLE TO ERASE MOBLMAST FOR " WA-MOBLMAST-CUSTID
                " STATUS " WA-MOBLMAST-STATUS
            EXIT PARAGRAPH
    END-DELETE.
    MOVE WA-MOBLMAST-CUSTID TO WA-TK-CUSTID.
    MOVE WA-MOBLMAST-KEY TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO WA-MOBLMAST-KEY.
    WRITE WA-MOBLMAST-REC
        INVALID KEY
            ADD 1 TO WA-CNT-ERRORS
            DISPLAY "UNABLE TO WRITE ERASED MOBLMAST FOR "
                WA-MOBLMAST-CUSTID " STATUS " WA-MOBLMAST-STATUS
        NOT INVALID KEY
            PERFORM COUNT-CHANGE-PARA
    END-WRITE.

    ERASE-GSTMAST-PARA.
    OPEN I-O GST-MASTER-FILE.
    IF WA-GSTMAST-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-GSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN GST-MASTER-FILE, STATUS="
            WA-GSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO WA-MOVE-COUNT.
    MOVE "N" TO WA-EOF-SW.
    PERFORM SCAN-GSTMAST-PARA UNTIL WA-EOF.
    MOVE 5 TO WA-CUR-CLASS.
    MOVE "G" TO WA-TK-TYPE.
    PERFORM MOVE-GSTMAST-PARA
        VARYING WA-MOVE-IDX FROM 1 BY 1
        UNTIL WA-MOVE-IDX > WA-MOVE-COUNT.
    CLOSE GST-MASTER-FILE.

    SCAN-GSTMAST-PARA.
    READ GST-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF WA-EOF
        EXIT PARAGRAPH
    END-IF.
    IF WA-GSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTERASE - GSTMAST READ ERROR, STATUS="
            WA-GSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-GSTMAST-KEY(3:1) NOT = "#"
        MOVE WA-GSTMAST-CUSTID TO WA-FIND-CUSTID
        PERFORM FIND-REQUEST-PARA
        IF WA-FIND-IDX > 0
            PERFORM ADD-MOVE-PARA
            MOVE WA-GSTMAST-REC TO WA-MOVE-REC(WA-MOVE-COUNT)
        END-IF
    END-IF.

    MOVE-GSTMAST-PARA.
    MOVE WA-MOVE-REQ(WA-MOVE-IDX) TO WA-FIND-IDX.
    MOVE WA-MOVE-REC(WA-MOVE-IDX) TO WA-GSTMAST-REC.
    DELETE GST-MASTER-FILE
        INVALID KEY
            ADD 1 TO WA-CNT-ERRORS
            DISPLAY "UNABLE TO ERASE GSTMAST FOR " WA-GSTMAST-CUSTID
                " STATUS " WA-GSTMAST-STATUS
            EXIT PARAGRAPH
    END-DELETE.
    MOVE WA-GSTMAST-CUSTID TO WA-TK-CUSTID.
    MOVE WA-GSTMAST-KEY TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO WA-GSTMAST-KEY.
    WRITE WA-GSTMAST-REC
        INVALID KEY
            ADD 1 TO WA-CNT-ERRORS
            DISPLAY "UNABLE TO WRITE ERASED GSTMAST FOR "
                WA-GSTMAST-CUSTID " STATUS " WA-GSTMAST-STATUS
        NOT INVALID KEY
            PERFORM COUNT-CHANGE-PARA
    END-WRITE.

    ERASE-CONTPNT-PARA.
    OPEN I-O CONTACT-FILE.
    IF WA-CONTPNT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-CONTPNT-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN CONTACT-FILE, STATUS="
            WA-CONTPNT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 6 TO WA-CUR-CLASS.
    PERFORM ERASE-CUST-CONTACTS-PARA
        VARYING WA-LOOP-IDX FROM 1 BY 1
        UNTIL WA-LOOP-IDX > WA-REQ-COUNT.
    CLOSE CONTACT-FILE.

    ERASE-CUST-CONTACTS-PARA.
    IF NOT WA-REQ-ACCEPTED(WA-LOOP-IDX)
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WA-EOF-SW.
    MOVE WA-REQ-CUSTID(WA-LOOP-IDX) TO CP-CUSTID.
    MOVE 0 TO CP-SEQ.
    START CONTACT-FILE KEY IS NOT LESS THAN CP-KEY
        INVALID KEY MOVE "Y" TO WA-EOF-SW
    END-START.
    PERFORM ERASE-ONE-CONTACT-PARA UNTIL WA-EOF.

    ERASE-ONE-CONTACT-PARA.
    READ CONTACT-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF WA-EOF
        EXIT PARAGRAPH
    END-IF.
    IF WA-CONTPNT-STATUS NOT = "00"
    OR CP-CUSTID NOT = WA-REQ-CUSTID(WA-LOOP-IDX)
        MOVE "Y" TO WA-EOF-SW
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-CONTPNT-REC TO WA-EP-IMAGE.
    PERFORM SCRUB-CONTACT-IMAGE-PARA.
    IF WA-EP-IMAGE NOT = WA-CONTPNT-REC
        MOVE WA-EP-IMAGE TO WA-CONTPNT-REC
        REWRITE WA-CONTPNT-REC
            INVALID KEY
                ADD 1 TO WA-CNT-ERRORS
                DISPLAY "UNABLE TO ERASE CONTPNT " CP-KEY
                    " STATUS " WA-CONTPNT-STATUS
            NOT INVALID KEY
                PERFORM COUNT-CHANGE-PARA
        END-REWRITE
    END-IF.

    ERASE-RELPARTY-PARA.
    OPEN I-O RELPARTY-FILE.
    IF WA-RELPARTY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-RELPARTY-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN RELPARTY-FILE, STATUS="
            WA-RELPARTY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO WA-MOVE-COUNT.
    MOVE "N" TO WA-EOF-SW.
    PERFORM SCAN-RELPARTY-PARA UNTIL WA-EOF.
    MOVE 7 TO WA-CUR-CLASS.
    PERFORM MOVE-RELPARTY-PARA
        VARYING WA-MOVE-IDX FROM 1 BY 1
        UNTIL WA-MOVE-IDX > WA-MOVE-COUNT.
    CLOSE RELPARTY-FILE.

    SCAN-RELPARTY-PARA.
    READ RELPARTY-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-EOF-SW
    END-READ.
    IF WA-EOF
        EXIT PARAGRAPH
    END-IF.
    IF WA-RELPARTY-STATUS NOT = "00"
        DISPLAY "CUSTERASE - RELPARTY READ ERROR, STATUS="
            WA-RELPARTY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF RP-PAN(1:1) NOT = "#"
        MOVE RP-PERSON-CUSTID TO WA-FIND-CUSTID
        PERFORM FIND-REQUEST-PARA
        IF WA-FIND-IDX > 0
            PERFORM ADD-MOVE-PARA
            MOVE WA-RELPARTY-REC TO WA-MOVE-REC(WA-MOVE-COUNT)
        END-IF
    END-IF.

    MOVE-RELPARTY-PARA.
    MOVE WA-MOVE-REQ(WA-MOVE-IDX) TO WA-FIND-IDX.
    MOVE WA-MOVE-REC(WA-MOVE-IDX) TO WA-RELPARTY-REC.
    DELETE RELPARTY-FILE
        INVALID KEY
            ADD 1 TO WA-CNT-ERRORS
            DISPLAY "UNABLE TO ERASE RELPARTY FOR " RP-PERSON-CUSTID
                " STATUS " WA-RELPARTY-STATUS
            EXIT PARAGRAPH
    END-DELETE.
    MOVE WA-RELPARTY-REC TO WA-EL-IMAGE.
    PERFORM SCRUB-RELPTY-IMAGE-PARA.
    MOVE WA-EL-IMAGE TO WA-RELPARTY-REC.
    WRITE WA-RELPARTY-REC
        INVALID KEY
            ADD 1 TO WA-CNT-ERRORS
            DISPLAY "UNABLE TO WRITE ERASED RELPARTY FOR "
                RP-PERSON-CUSTID " STATUS " WA-RELPARTY-STATUS
        NOT INVALID KEY
            PERFORM COUNT-CHANGE-PARA
    END-WRITE.

    ERASE-SEQUENTIAL-PARA.
    MOVE "PANHIST" TO WA-SCRUB-DSN.
    MOVE "P" TO WA-SCRUB-TYPE.
    MOVE 8 TO WA-CUR-CLASS.
    PERFORM SCRUB-SEQ-FILE-PARA.
    MOVE "MOBLHIST" TO WA-SCRUB-DSN.
    MOVE "M" TO WA-SCRUB-TYPE.
    MOVE 9 TO WA-CUR-CLASS.
    PERFORM SCRUB-SEQ-FILE-PARA.
    MOVE "CUSTJRNHIST" TO WA-SCRUB-DSN.
    MOVE "Q" TO WA-SCRUB-TYPE.
    MOVE 11 TO WA-CUR-CLASS.
    PERFORM SCRUB-SEQ-FILE-PARA.
    MOVE "CUSTRECYCIN" TO WA-SCRUB-DSN.
    MOVE "T" TO WA-SCRUB-TYPE.
    MOVE 12 TO WA-CUR-CLASS.
    PERFORM SCRUB-SEQ-FILE-PARA.
    MOVE WA-FROM-DATE TO WA-CUR-DATE-X.
    PERFORM SCRUB-DATED-DAY-PARA UNTIL WA-CUR-DATE-X > WA-RUN-DATE.

    SCRUB-DATED-DAY-PARA.
    PERFORM SCRUB-DATED-FILE-PARA
        VARYING WA-DTD-IDX FROM 1 BY 1
        UNTIL WA-DTD-IDX > WA-DATED-MAX.
    PERFORM NEXT-DAY-PARA.

    SCRUB-DATED-FILE-PARA.
    MOVE SPACES TO WA-SCRUB-DSN.
    STRING WA-DTD-PREFIX(WA-DTD-IDX) DELIMITED BY SPACE
        "." WA-CUR-DATE-X "." WA-RUN-MODE DELIMITED BY SIZE
        INTO WA-SCRUB-DSN.
    MOVE WA-DTD-TYPE(WA-DTD-IDX) TO WA-SCRUB-TYPE.
    MOVE WA-DTD-CLASS(WA-DTD-IDX) TO WA-CUR-CLASS.
    PERFORM SCRUB-SEQ-FILE-PARA.

    ERASE-AUDIT-PARA.
    MOVE "U" TO WA-SCRUB-TYPE.
    MOVE "AUDITTRL" TO WA-SCRUB-DSN.
    MOVE 19 TO WA-CUR-CLASS.
    PERFORM SCRUB-SEQ-FILE-PARA.
    MOVE 20 TO WA-CUR-CLASS.
    MOVE WA-FROM-DATE TO WA-CUR-DATE-X.
    PERFORM SCRUB-AUDIT-ARCHIVE-PARA UNTIL WA-CUR-DATE-X > WA-RUN-DATE.

    SCRUB-AUDIT-ARCHIVE-PARA.
    MOVE SPACES TO WA-SCRUB-DSN.
    STRING "AUDITARCH." WA-CUR-DATE-X "." WA-RUN-MODE
        DELIMITED BY SIZE INTO WA-SCRUB-DSN.
    PERFORM SCRUB-SEQ-FILE-PARA.
    PERFORM NEXT-DAY-PARA.

    SCRUB-SEQ-FILE-PARA.
    MOVE 0 TO WA-SCRUB-IN.
    MOVE 0 TO WA-SCRUB-OUT.
    MOVE 0 TO WA-SCRUB-CHANGED.
    OPEN INPUT SCRUB-FILE.
    IF WA-SCRUB-STATUS = "35"
        ADD 1 TO WA-CNT-ABSENT
        EXIT PARAGRAPH
    END-IF.
    IF WA-SCRUB-STATUS NOT = "00"
        ADD 1 TO WA-CNT-ERRORS
        DISPLAY "CUSTERASE - UNABLE TO OPEN " WA-SCRUB-DSN
            " STATUS=" WA-SCRUB-STATUS " - NOT ERASED"
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT SCRUB-WORK-FILE.
    IF WA-WORK-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN ERASEWK, STATUS="
            WA-WORK-STATUS
        CLOSE SCRUB-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-CNT-FILES.
    MOVE "N" TO WA-SCRUB-EOF-SW.
    PERFORM READ-SCRUB-PARA.
    PERFORM SCRUB-ONE-RECORD-PARA UNTIL WA-SCRUB-EOF.
    CLOSE SCRUB-FILE.
    CLOSE SCRUB-WORK-FILE.
    IF WA-SCRUB-CHANGED > 0
        PERFORM COPY-BACK-PARA
        DISPLAY "ERASED " WA-SCRUB-DSN " RECORDS " WA-SCRUB-IN
            " CHANGED " WA-SCRUB-CHANGED
    END-IF.

    READ-SCRUB-PARA.
    READ SCRUB-FILE INTO WA-SCRUB-IMAGE
        AT END MOVE "Y" TO WA-SCRUB-EOF-SW
    END-READ.

    SCRUB-ONE-RECORD-PARA.
    ADD 1 TO WA-SCRUB-IN.
    ADD 1 TO WA-CNT-READ.
    MOVE WA-SCRUB-IMAGE TO WA-SCRUB-BEFORE.
    MOVE 0 TO WA-FIND-IDX.
    EVALUATE TRUE
    WHEN WA-SCRUB-JOURNAL
        MOVE WA-SCRUB-IMAGE(1:421) TO WA-CUSTJRN-REC
        PERFORM SCRUB-JOURNAL-PARA
        MOVE WA-CUSTJRN-REC TO WA-SCRUB-IMAGE(1:421)
    WHEN WA-SCRUB-JRNHIST
        MOVE WA-SCRUB-IMAGE(10:421) TO WA-CUSTJRN-REC
        PERFORM SCRUB-JOURNAL-PARA
        MOVE WA-CUSTJRN-REC TO WA-SCRUB-IMAGE(10:421)
    WHEN WA-SCRUB-PANHIST
        MOVE "P" TO WA-TK-TYPE
        PERFORM SCRUB-HOLDHIST-PARA
    WHEN WA-SCRUB-MOBLHIST
        MOVE "M" TO WA-TK-TYPE
        PERFORM SCRUB-HOLDHIST-PARA
    WHEN WA-SCRUB-TRAN
        MOVE WA-SCRUB-IMAGE(1:198) TO WA-CUSTTRAN-REC
        PERFORM SCRUB-TRAN-IMAGE-PARA
        MOVE WA-CUSTTRAN-REC TO WA-SCRUB-IMAGE(1:198)
    WHEN WA-SCRUB-CRMEXTRACT
        PERFORM SCRUB-CRMEXTRACT-PARA
    WHEN WA-SCRUB-CRMCONTACT
        PERFORM SCRUB-CRMCONTACT-PARA
    WHEN WA-SCRUB-CHGNOTICE
        PERFORM SCRUB-CHGNOTICE-PARA
    WHEN WA-SCRUB-ARCHCOPY
        MOVE WA-SCRUB-IMAGE(1:196) TO WA-EC-IMAGE
        PERFORM SCRUB-CUST-IMAGE-PARA
        MOVE WA-EC-IMAGE TO WA-SCRUB-IMAGE(1:196)
    WHEN WA-SCRUB-GSTSUSP
        PERFORM SCRUB-GSTSUSP-PARA
    WHEN WA-SCRUB-AUDIT
        PERFORM SCRUB-AUDIT-PARA
    END-EVALUATE.
    IF WA-SCRUB-IMAGE NOT = WA-SCRUB-BEFORE AND WA-FIND-IDX > 0
        ADD 1 TO WA-SCRUB-CHANGED
        PERFORM COUNT-CHANGE-PARA
    END-IF.
    MOVE WA-SCRUB-IMAGE TO WA-WORK-REC.
    WRITE WA-WORK-REC.
    IF WA-WORK-STATUS NOT = "00"
        DISPLAY "CUSTERASE - ERASEWK WRITE FAILED, STATUS="
            WA-WORK-STATUS " - " WA-SCRUB-DSN " NOT CHANGED"
        CLOSE SCRUB-FILE
        CLOSE SCRUB-WORK-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-SCRUB-PARA.

    COPY-BACK-PARA.
    OPEN INPUT SCRUB-WORK-FILE.
    OPEN OUTPUT SCRUB-FILE.
    IF WA-WORK-STATUS NOT = "00" OR WA-SCRUB-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO REWRITE " WA-SCRUB-DSN
            " STATUS=" WA-SCRUB-STATUS " / " WA-WORK-STATUS
            " - RECOVER FROM ERASEWK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-SCRUB-EOF-SW.
    PERFORM READ-WORK-PARA.
    PERFORM COPY-BACK-ONE-PARA UNTIL WA-SCRUB-EOF.
    CLOSE SCRUB-WORK-FILE.
    CLOSE SCRUB-FILE.
    IF WA-SCRUB-OUT NOT = WA-SCRUB-IN
        DISPLAY "CUSTERASE - " WA-SCRUB-DSN " REWRITTEN WITH "
            WA-SCRUB-OUT " RECORDS, " WA-SCRUB-IN
            " READ - RECOVER FROM ERASEWK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    READ-WORK-PARA.
    READ SCRUB-WORK-FILE INTO WA-SCRUB-REC
        AT END MOVE "Y" TO WA-SCRUB-EOF-SW
    END-READ.

    COPY-BACK-ONE-PARA.
    WRITE WA-SCRUB-REC.
    IF WA-SCRUB-STATUS NOT = "00"
        DISPLAY "CUSTERASE - REWRITE OF " WA-SCRUB-DSN " FAILED, STATUS="
            WA-SCRUB-STATUS " - RECOVER FROM ERASEWK"
        CLOSE SCRUB-WORK-FILE
        CLOSE SCRUB-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-SCRUB-OUT.
    PERFORM READ-WORK-PARA.

    SCRUB-JOURNAL-PARA.
    MOVE JRN-BEFORE-IMAGE TO WA-JRN-IMAGE.
    PERFORM SCRUB-JRN-IMAGE-PARA.
    MOVE WA-JRN-IMAGE TO JRN-BEFORE-IMAGE.
    MOVE JRN-AFTER-IMAGE TO WA-JRN-IMAGE.
    PERFORM SCRUB-JRN-IMAGE-PARA.
    MOVE WA-JRN-IMAGE TO JRN-AFTER-IMAGE.

    SCRUB-JRN-IMAGE-PARA.
    IF WA-JRN-IMAGE = SPACES
        EXIT PARAGRAPH
    END-IF.
    EVALUATE TRUE
    WHEN JRN-CUSTMAST OR JRN-CUSTARCH
        MOVE WA-JRN-IMAGE(1:196) TO WA-EC-IMAGE
        PERFORM SCRUB-CUST-IMAGE-PARA
        MOVE WA-EC-IMAGE TO WA-JRN-IMAGE(1:196)
    WHEN JRN-PANMAST
        MOVE "P" TO WA-EK-TYPE
        PERFORM SCRUB-KEY-IMAGE-PARA
    WHEN JRN-MOBLMAST
        MOVE "M" TO WA-EK-TYPE
        PERFORM SCRUB-KEY-IMAGE-PARA
    WHEN JRN-CONTPNT
        MOVE WA-JRN-IMAGE(1:120) TO WA-EP-IMAGE
        PERFORM SCRUB-CONTACT-IMAGE-PARA
        MOVE WA-EP-IMAGE TO WA-JRN-IMAGE(1:120)
    WHEN JRN-RELPARTY
        MOVE WA-JRN-IMAGE(1:80) TO WA-EL-IMAGE
        PERFORM SCRUB-RELPTY-IMAGE-PARA
        MOVE WA-EL-IMAGE TO WA-JRN-IMAGE(1:80)
    END-EVALUATE.

    SCRUB-CUST-IMAGE-PARA.
    MOVE EC-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    IF WA-FIND-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE EC-CUSTID TO WA-TK-CUSTID.
    IF EC-NAME NOT = SPACES
        MOVE SPACES TO EC-NAME
        STRING "ERASED CUSTOMER " EC-CUSTID DELIMITED BY SIZE
            INTO EC-NAME
    END-IF.
    MOVE "P" TO WA-TK-TYPE.
    MOVE EC-PAN TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO EC-PAN.
    MOVE "M" TO WA-TK-TYPE.
    MOVE EC-MOBILE TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO EC-MOBILE.
    MOVE "E" TO WA-TK-TYPE.
    MOVE EC-EMAIL TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO EC-EMAIL.
    IF EC-ADDR1 NOT = SPACES
        MOVE "ERASED" TO EC-ADDR1
    END-IF.
    IF EC-ADDR2 NOT = SPACES
        MOVE "ERASED" TO EC-ADDR2
    END-IF.
    IF EC-CITY NOT = SPACES
        MOVE "ERASED" TO EC-CITY
    END-IF.
    IF EC-PINCODE NOT = SPACES
        MOVE "######" TO EC-PINCODE
    END-IF.

    SCRUB-KEY-IMAGE-PARA.
    MOVE WA-JRN-IMAGE(1:27) TO WA-EK-IMAGE.
    MOVE EK-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    IF WA-FIND-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE EK-CUSTID TO WA-TK-CUSTID.
    MOVE WA-EK-TYPE TO WA-TK-TYPE.
    MOVE EK-KEY TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO EK-KEY.
    MOVE WA-EK-IMAGE TO WA-JRN-IMAGE(1:27).

    SCRUB-CONTACT-IMAGE-PARA.
    MOVE EP-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    IF WA-FIND-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE EP-CUSTID TO WA-TK-CUSTID.
    EVALUATE TRUE
    WHEN EP-MOBILE
        MOVE "M" TO WA-TK-TYPE
    WHEN EP-LANDLINE
        MOVE "L" TO WA-TK-TYPE
        IF EP-STD-CODE NOT = SPACES
            MOVE "#####" TO EP-STD-CODE
        END-IF
        IF EP-CITY NOT = SPACES
            MOVE "ERASED" TO EP-CITY
        END-IF
    WHEN OTHER
        MOVE "E" TO WA-TK-TYPE
    END-EVALUATE.
    MOVE EP-VALUE TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO EP-VALUE.

    SCRUB-RELPTY-IMAGE-PARA.
    MOVE EL-PERSON-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    IF WA-FIND-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE EL-PERSON-CUSTID TO WA-TK-CUSTID.
    MOVE "P" TO WA-TK-TYPE.
    MOVE EL-PAN TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO EL-PAN.

    SCRUB-HOLDHIST-PARA.
    MOVE WA-SCRUB-IMAGE(1:30) TO WA-HOLDHIST-REC.
    MOVE HH-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    IF WA-FIND-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE HH-CUSTID TO WA-TK-CUSTID.
    MOVE HH-KEY TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO HH-KEY.
    MOVE WA-HOLDHIST-REC TO WA-SCRUB-IMAGE(1:30).

    SCRUB-TRAN-IMAGE-PARA.
    IF CT-HEADER OR CT-TRAILER OR CT-CONSENT OR CT-REKYC
        EXIT PARAGRAPH
    END-IF.
    IF CT-RELPARTY
        PERFORM SCRUB-TRAN-RELPTY-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE CT-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    IF WA-FIND-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE CT-CUSTID TO WA-TK-CUSTID.
    IF CT-CONTACT
        PERFORM SCRUB-TRAN-CONTACT-PARA
        EXIT PARAGRAPH
    END-IF.
    IF CT-NAME NOT = SPACES
        MOVE SPACES TO CT-NAME
        STRING "ERASED CUSTOMER " CT-CUSTID DELIMITED BY SIZE
            INTO CT-NAME
    END-IF.
    MOVE "P" TO WA-TK-TYPE.
    MOVE CT-PAN TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CT-PAN.
    MOVE "M" TO WA-TK-TYPE.
    MOVE CT-MOBILE TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CT-MOBILE.
    MOVE "E" TO WA-TK-TYPE.
    MOVE CT-EMAIL TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CT-EMAIL.
    IF CT-ADDR1 NOT = SPACES
        MOVE "ERASED" TO CT-ADDR1
    END-IF.
    IF CT-ADDR2 NOT = SPACES
        MOVE "ERASED" TO CT-ADDR2
    END-IF.
    IF CT-CITY NOT = SPACES
        MOVE "ERASED" TO CT-CITY
    END-IF.
    IF CT-PINCODE NOT = SPACES
        MOVE "######" TO CT-PINCODE
    END-IF.

    SCRUB-TRAN-CONTACT-PARA.
    MOVE WA-CUSTTRAN-REC TO WA-CUSTTRAN-CONTACT-REC.
    EVALUATE TRUE
    WHEN CTN-MOBILE
        MOVE "M" TO WA-TK-TYPE
        MOVE CTN-VALUE TO WA-TK-VALUE
        PERFORM TOKENISE-VALUE-PARA
        MOVE WA-TK-TOKEN TO CTN-VALUE
    WHEN CTN-LANDLINE
        MOVE "L" TO WA-TK-TYPE
        MOVE CTN-LOCAL-NUM TO WA-TK-VALUE
        PERFORM TOKENISE-VALUE-PARA
        MOVE SPACES TO CTN-VALUE
        IF WA-TK-TOKEN NOT = SPACES
            MOVE "#####" TO CTN-STD-CODE
            MOVE WA-TK-TOKEN TO CTN-VALUE(6:35)
        END-IF
    WHEN OTHER
        MOVE "E" TO WA-TK-TYPE
        MOVE CTN-VALUE TO WA-TK-VALUE
        PERFORM TOKENISE-VALUE-PARA
        MOVE WA-TK-TOKEN TO CTN-VALUE
    END-EVALUATE.
    MOVE WA-CUSTTRAN-CONTACT-REC TO WA-CUSTTRAN-REC.

    SCRUB-TRAN-RELPTY-PARA.
    MOVE WA-CUSTTRAN-REC TO WA-CUSTTRAN-RELPTY-REC.
    MOVE "N" TO WA-VAL-FOUND-SW.
    PERFORM VARYING WA-VAL-IDX FROM 1 BY 1
        UNTIL WA-VAL-IDX > WA-VALUE-COUNT OR WA-VAL-FOUND
        IF WA-VAL-TEXT(WA-VAL-IDX) = CTR-PAN
            MOVE "Y" TO WA-VAL-FOUND-SW
            MOVE WA-VAL-REQ(WA-VAL-IDX) TO WA-FIND-IDX
            MOVE WA-VAL-TOKEN(WA-VAL-IDX) TO CTR-PAN
        END-IF
    END-PERFORM.
    MOVE WA-CUSTTRAN-RELPTY-REC TO WA-CUSTTRAN-REC.

    SCRUB-CRMEXTRACT-PARA.
    MOVE WA-SCRUB-IMAGE(1:100) TO WA-CRM-EXTRACT-REC.
    IF WA-SCRUB-IMAGE(1:8) = "CRMHDR" OR WA-SCRUB-IMAGE(1:8) = "CRMTRL"
        EXIT PARAGRAPH
    END-IF.
    MOVE CRM-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    IF WA-FIND-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE CRM-CUSTID TO WA-TK-CUSTID.
    MOVE "P" TO WA-TK-TYPE.
    MOVE CRM-PAN TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CRM-PAN.
    MOVE "M" TO WA-TK-TYPE.
    MOVE CRM-MOBILE TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CRM-MOBILE.
    MOVE "E" TO WA-TK-TYPE.
    MOVE CRM-EMAIL TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CRM-EMAIL.
    MOVE WA-CRM-EXTRACT-REC TO WA-SCRUB-IMAGE(1:100).

    SCRUB-CRMCONTACT-PARA.
    MOVE WA-SCRUB-IMAGE(1:100) TO WA-CRM-CONTACT-REC.
    IF WA-SCRUB-IMAGE(1:8) = "CRMCHDR"
    OR WA-SCRUB-IMAGE(1:8) = "CRMCTRL"
        EXIT PARAGRAPH
    END-IF.
    MOVE CRMC-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    IF WA-FIND-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE CRMC-CUSTID TO WA-TK-CUSTID.
    EVALUATE CRMC-TYPE
    WHEN "M"
        MOVE "M" TO WA-TK-TYPE
    WHEN "L"
        MOVE "L" TO WA-TK-TYPE
        IF CRMC-STD-CODE NOT = SPACES
            MOVE "#####" TO CRMC-STD-CODE
        END-IF
    WHEN OTHER
        MOVE "E" TO WA-TK-TYPE
    END-EVALUATE.
    MOVE CRMC-VALUE TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CRMC-VALUE.
    MOVE WA-CRM-CONTACT-REC TO WA-SCRUB-IMAGE(1:100).

    SCRUB-CHGNOTICE-PARA.
    MOVE WA-SCRUB-IMAGE(1:320) TO WA-CHGNOTC-REC.
    IF WA-SCRUB-IMAGE(1:8) = "CHGNHDR"
    OR WA-SCRUB-IMAGE(1:8) = "CHGNTRL"
        EXIT PARAGRAPH
    END-IF.
    MOVE CN-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    IF WA-FIND-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE CN-CUSTID TO WA-TK-CUSTID.
    IF CN-NAME NOT = SPACES
        MOVE SPACES TO CN-NAME
        STRING "ERASED CUSTOMER " CN-CUSTID DELIMITED BY SIZE
            INTO CN-NAME
    END-IF.
    MOVE "P" TO WA-TK-TYPE.
    MOVE CN-OLD-PAN TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CN-OLD-PAN.
    MOVE CN-NEW-PAN TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CN-NEW-PAN.
    MOVE "M" TO WA-TK-TYPE.
    MOVE CN-OLD-MOBILE TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CN-OLD-MOBILE.
    MOVE CN-NEW-MOBILE TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CN-NEW-MOBILE.
    MOVE CN-SEND-MOBILE TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CN-SEND-MOBILE.
    MOVE CN-SEND-OLD-MOBILE TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CN-SEND-OLD-MOBILE.
    MOVE "E" TO WA-TK-TYPE.
    MOVE CN-OLD-EMAIL TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CN-OLD-EMAIL.
    MOVE CN-NEW-EMAIL TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CN-NEW-EMAIL.
    MOVE CN-SEND-EMAIL TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CN-SEND-EMAIL.
    MOVE CN-SEND-OLD-EMAIL TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO CN-SEND-OLD-EMAIL.
    IF CN-OLD-CITY NOT = SPACES
        MOVE "ERASED" TO CN-OLD-CITY
    END-IF.
    IF CN-NEW-CITY NOT = SPACES
        MOVE "ERASED" TO CN-NEW-CITY
    END-IF.
    MOVE WA-CHGNOTC-REC TO WA-SCRUB-IMAGE(1:320).

    SCRUB-GSTSUSP-PARA.
    MOVE WA-SCRUB-IMAGE(1:40) TO WA-GSTSUSP-REC.
    MOVE GS-CUSTID TO WA-FIND-CUSTID.
    PERFORM FIND-REQUEST-PARA.
    IF WA-FIND-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE GS-CUSTID TO WA-TK-CUSTID.
    MOVE "G" TO WA-TK-TYPE.
    MOVE GS-GSTIN TO WA-TK-VALUE.
    PERFORM TOKENISE-VALUE-PARA.
    MOVE WA-TK-TOKEN TO GS-GSTIN.
    MOVE WA-GSTSUSP-REC TO WA-SCRUB-IMAGE(1:40).

    SCRUB-AUDIT-PARA.
    MOVE WA-SCRUB-IMAGE(1:110) TO AUD-TRAIL-REC.
    MOVE WA-SCRUB-IMAGE(1:110) TO AUD-SEAL-REC.
    IF AUD-ERASED OR (AUDS-BY-AUDITDAILY AND AUDS-SEAL-TAG)
    OR AUD-INPUT-VALUE = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WA-VAL-FOUND-SW.
    PERFORM VARYING WA-VAL-IDX FROM 1 BY 1
        UNTIL WA-VAL-IDX > WA-VALUE-COUNT OR WA-VAL-FOUND
        MOVE 0 TO WA-VAL-TALLY
        INSPECT AUD-INPUT-VALUE TALLYING WA-VAL-TALLY
            FOR ALL WA-VAL-TEXT(WA-VAL-IDX)(1:WA-VAL-LEN(WA-VAL-IDX))
        IF WA-VAL-TALLY > 0
            MOVE "Y" TO WA-VAL-FOUND-SW
            MOVE WA-VAL-REQ(WA-VAL-IDX) TO WA-FIND-IDX
            MOVE WA-VAL-TOKEN(WA-VAL-IDX) TO AUD-INPUT-VALUE
            MOVE "E" TO AUD-ERASE-FLAG
        END-IF
    END-PERFORM.
    MOVE AUD-TRAIL-REC TO WA-SCRUB-IMAGE(1:110).

    TOKENISE-VALUE-PARA.
    MOVE WA-TK-VALUE TO WA-TK-TOKEN.
    IF WA-TK-VALUE = SPACES OR WA-TK-VALUE(1:1) = "#"
        EXIT PARAGRAPH
    END-IF.
    IF WA-TK-GSTIN AND WA-TK-VALUE(3:1) = "#"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WA-TK-WORK.
    IF WA-TK-GSTIN
        MOVE WA-TK-VALUE(3:10) TO WA-TK-WORK
    ELSE
        MOVE WA-TK-VALUE TO WA-TK-WORK
    END-IF.
    MOVE 0 TO WA-TK-SUM.
    PERFORM ADD-TOKEN-BYTE-PARA
        VARYING WA-TK-IDX FROM 1 BY 1 UNTIL WA-TK-IDX > 40.
    DIVIDE WA-TK-SUM BY 36 GIVING WA-TK-QUOT REMAINDER WA-TK-REM.
    MOVE WA-TK-CHARS(WA-TK-REM + 1:1) TO WA-TK-CHAR.
    MOVE SPACES TO WA-TK-TOKEN.
    EVALUATE TRUE
    WHEN WA-TK-GSTIN
        STRING WA-TK-VALUE(1:2) "#" WA-TK-CUSTID WA-TK-CHAR
            WA-TK-VALUE(13:1) "##" DELIMITED BY SIZE INTO WA-TK-TOKEN
    WHEN WA-TK-EMAIL
        STRING "#" WA-TK-CUSTID WA-TK-CHAR "@ERASED.INVALID"
            DELIMITED BY SIZE INTO WA-TK-TOKEN
    WHEN OTHER
        STRING "#" WA-TK-CUSTID WA-TK-CHAR
            DELIMITED BY SIZE INTO WA-TK-TOKEN
    END-EVALUATE.
    IF NOT WA-TK-EMAIL
        PERFORM ADD-VALUE-PARA
    END-IF.

    ADD-TOKEN-BYTE-PARA.
    MOVE 0 TO WA-BYTE-VAL.
    MOVE WA-TK-WORK(WA-TK-IDX:1) TO WA-BYTE-LOW.
    COMPUTE WA-TK-SUM = WA-TK-SUM + WA-BYTE-VAL * WA-TK-IDX.

    ADD-VALUE-PARA.
    MOVE 0 TO WA-TK-LEN.
    INSPECT WA-TK-VALUE(1:15) TALLYING WA-TK-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF WA-TK-LEN < 6
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WA-VAL-FOUND-SW.
    PERFORM VARYING WA-VAL-IDX FROM 1 BY 1
        UNTIL WA-VAL-IDX > WA-VALUE-COUNT OR WA-VAL-FOUND
        IF WA-VAL-TEXT(WA-VAL-IDX) = WA-TK-VALUE(1:15)
            MOVE "Y" TO WA-VAL-FOUND-SW
        END-IF
    END-PERFORM.
    IF WA-VAL-FOUND
        EXIT PARAGRAPH
    END-IF.
    IF WA-VALUE-COUNT >= WA-VALUE-MAX
        ADD 1 TO WA-VALUE-DROPPED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-VALUE-COUNT.
    MOVE WA-FIND-IDX TO WA-VAL-REQ(WA-VALUE-COUNT).
    MOVE WA-TK-LEN TO WA-VAL-LEN(WA-VALUE-COUNT).
    MOVE WA-TK-VALUE(1:15) TO WA-VAL-TEXT(WA-VALUE-COUNT).
    MOVE WA-TK-TOKEN(1:15) TO WA-VAL-TOKEN(WA-VALUE-COUNT).

    NEXT-DAY-PARA.
    MOVE WA-MONTH-DAYS(WA-CUR-MM) TO WA-MONTH-END.
    IF WA-CUR-MM = 2
        PERFORM CHECK-LEAP-PARA
        IF WA-LEAP-YEAR
            MOVE 29 TO WA-MONTH-END
        END-IF
    END-IF.
    IF WA-CUR-DD < WA-MONTH-END
        ADD 1 TO WA-CUR-DD
    ELSE
        MOVE 1 TO WA-CUR-DD
        IF WA-CUR-MM < 12
            ADD 1 TO WA-CUR-MM
        ELSE
            MOVE 1 TO WA-CUR-MM
            ADD 1 TO WA-CUR-YYYY
        END-IF
    END-IF.

    CHECK-LEAP-PARA.
    MOVE "N" TO WA-LEAP-SW.
    DIVIDE WA-CUR-YYYY BY 4 GIVING WA-LEAP-QUOT
        REMAINDER WA-LEAP-REM4.
    DIVIDE WA-CUR-YYYY BY 100 GIVING WA-LEAP-QUOT
        REMAINDER WA-LEAP-REM100.
    DIVIDE WA-CUR-YYYY BY 400 GIVING WA-LEAP-QUOT
        REMAINDER WA-LEAP-REM400.
    IF (WA-LEAP-REM4 = 0 AND WA-LEAP-REM100 NOT = 0)
    OR WA-LEAP-REM400 = 0
        MOVE "Y" TO WA-LEAP-SW
    END-IF.

    WRITE-AUDIT-ENTRIES-PARA.
    IF WA-REQ-COUNT = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE "I" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    IF WA-ACH-RESULT NOT = "Y"
        DISPLAY "CUSTERASE - UNABLE TO LOAD AUDIT CHAIN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-TRAIL-FILE
        CLOSE AUDIT-TRAIL-FILE
        OPEN EXTEND AUDIT-TRAIL-FILE
    END-IF.
    IF WA-AUDIT-STATUS NOT = "00"
        DISPLAY "CUSTERASE - UNABLE TO OPEN AUDIT-TRAIL-FILE, STATUS="
            WA-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM WRITE-AUDIT-PARA
        VARYING WA-LOOP-IDX FROM 1 BY 1
        UNTIL WA-LOOP-IDX > WA-REQ-COUNT.
    CLOSE AUDIT-TRAIL-FILE.

    WRITE-AUDIT-PARA.
    MOVE SPACES TO AUD-TRAIL-REC.
    ACCEPT WA-TIMESTAMP-DATE FROM DATE YYYYMMDD.
    ACCEPT WA-TIMESTAMP-TIME FROM TIME.
    MOVE WA-TIMESTAMP-DATE TO WA-TS-DATE.
    IF WA-RUN-DATE NOT = "00000000"
        MOVE WA-RUN-DATE TO WA-TS-DATE
    END-IF.
    MOVE WA-TIMESTAMP-TIME TO WA-TS-TIME.
    STRING WA-TS-DATE WA-TS-TIME DELIMITED BY SIZE INTO AUD-TIMESTAMP.
    MOVE "CUSTERASE" TO AUD-PROGRAM-ID.
    MOVE WA-REQ-CUSTID(WA-LOOP-IDX) TO AUD-INPUT-VALUE.
    IF WA-REQ-ACCEPTED(WA-LOOP-IDX)
        MOVE "P" TO AUD-RESULT-SW
        MOVE "PERSONAL DATA ERASED" TO AUD-REASON
    ELSE
        MOVE "F" TO AUD-RESULT-SW
        MOVE WA-REQ-REASON(WA-LOOP-IDX) TO AUD-REASON
    END-IF.
    MOVE "S" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    MOVE AUD-CHAIN-SEQ TO WA-REQ-AUDIT-SEQ(WA-LOOP-IDX).
    WRITE WA-AUDIT-OUT-REC FROM AUD-TRAIL-REC.

    WRITE-CRM-NOTICE-PARA.
    MOVE SPACES TO WA-CRME-HDR-REC.
    MOVE "CRMEHDR" TO CRMEH-ID.
    MOVE WA-RUN-DATE TO CRMEH-BUSDATE.
    WRITE WA-CRME-HDR-REC.
    MOVE 0 TO WA-CRME-SEQ.
    PERFORM WRITE-CRM-ERASE-PARA
        VARYING WA-LOOP-IDX FROM 1 BY 1
        UNTIL WA-LOOP-IDX > WA-REQ-COUNT.
    MOVE SPACES TO WA-CRME-TRL-REC.
    MOVE "CRMETRL" TO CRMET-ID.
    MOVE WA-CRME-SEQ TO CRMET-REC-COUNT.
    WRITE WA-CRME-TRL-REC.

    WRITE-CRM-ERASE-PARA.
    IF NOT WA-REQ-ACCEPTED(WA-LOOP-IDX)
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WA-CRME-SEQ.
    MOVE SPACES TO WA-CRM-ERASE-REC.
    MOVE WA-REQ-CUSTID(WA-LOOP-IDX) TO CRME-CUSTID.
    MOVE WA-REQ-ID(WA-LOOP-IDX) TO CRME-REQ-ID.
    MOVE "E" TO CRME-ACTION.
    MOVE WA-RUN-DATE TO CRME-ERASE-DATE.
    MOVE WA-CRME-SEQ TO CRME-SEQ.
    WRITE WA-CRM-ERASE-REC.

    PRINT-CERTIFICATES-PARA.
    MOVE "RIGHT-TO-ERASURE - COMPLETION CERTIFICATES" TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    PERFORM PRINT-ONE-CERTIFICATE-PARA
        VARYING WA-LOOP-IDX FROM 1 BY 1
        UNTIL WA-LOOP-IDX > WA-REQ-COUNT.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "REQUESTS RECEIVED   " WA-CNT-REQUESTS
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "REQUESTS COMPLETED  " WA-CNT-ACCEPTED
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "REQUESTS REFUSED    " WA-CNT-REFUSED
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "RECORDS ANONYMISED  " WA-CNT-CHANGED
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-TOTAL-PARA.
    MOVE "C" TO WA-RPT-FUNCTION.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RPT-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-CERT-DSN WA-RPT-LINE
        WA-RPT-OK-SW.

    PRINT-ONE-CERTIFICATE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    STRING "REQUEST " WA-REQ-ID(WA-LOOP-IDX)
        "  CUSTOMER " WA-REQ-CUSTID(WA-LOOP-IDX)
        "  RECEIVED " WA-REQ-RECEIVED(WA-LOOP-IDX)
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "  VERIFIED BY " WA-REQ-VERIFIED-BY(WA-LOOP-IDX)
        "  REFERENCE " WA-REQ-VERIFY-REF(WA-LOOP-IDX)
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    IF NOT WA-REQ-ACCEPTED(WA-LOOP-IDX)
        STRING "  REFUSED - " WA-REQ-REASON(WA-LOOP-IDX)
            "  AUDIT SEQ " WA-REQ-AUDIT-SEQ(WA-LOOP-IDX)
            DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-RPT-LINE-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WA-CERT-TOTAL.
    PERFORM PRINT-CERT-FILE-PARA
        VARYING WA-CLASS-IDX FROM 1 BY 1
        UNTIL WA-CLASS-IDX > WA-CLASS-MAX.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "    TOTAL RECORDS ANONYMISED  " WA-CERT-TOTAL
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "  COMPLETED " WA-RUN-DATE
        " - PERSONAL DATA REPLACED BY TOKENS IN ALL RETAINED FILES"
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE SPACES TO WA-RPT-LINE.
    STRING "  DATED FILES FROM " WA-FROM-DATE
        "  AUDIT SEQ " WA-REQ-AUDIT-SEQ(WA-LOOP-IDX)
        "  CRM NOTICE " WA-CRMERASE-DSN
        DELIMITED BY SIZE INTO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE "  SIGNED OFF (DATA PROTECTION OFFICER): ____________________"
        TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.
    MOVE "  DATE: __________" TO WA-RPT-LINE.
    PERFORM WRITE-RPT-LINE-PARA.

    PRINT-CERT-FILE-PARA.
    IF WA-REQ-FILE-CNT(WA-LOOP-IDX, WA-CLASS-IDX) > 0
        MOVE SPACES TO WA-RPT-LINE
        STRING "    " WA-CLASS-NAME(WA-CLASS-IDX)
            "  RECORDS ANONYMISED " WA-REQ-FILE-CNT(WA-LOOP-IDX,
            WA-CLASS-IDX) DELIMITED BY SIZE INTO WA-RPT-LINE
        PERFORM WRITE-RPT-LINE-PARA
        ADD WA-REQ-FILE-CNT(WA-LOOP-IDX, WA-CLASS-IDX) TO WA-CERT-TOTAL
    END-IF.

    PRINT-SUMMARY-PARA.
    DISPLAY "-------------------------------------------------------------".
    DISPLAY "REQUESTS READ:      " WA-CNT-REQUESTS.
    DISPLAY "REQUESTS COMPLETED: " WA-CNT-ACCEPTED.
    DISPLAY "REQUESTS REFUSED:   " WA-CNT-REFUSED.
    DISPLAY "FILES SCANNED:      " WA-CNT-FILES.
    DISPLAY "DATED FILES ABSENT: " WA-CNT-ABSENT.
    DISPLAY "RECORDS SCANNED:    " WA-CNT-READ.
    DISPLAY "RECORDS ANONYMISED: " WA-CNT-CHANGED.
    DISPLAY "ERRORS:             " WA-CNT-ERRORS.
    IF WA-REQ-DROPPED > 0
        DISPLAY "WARNING: " WA-REQ-DROPPED " REQUEST(S) BEYOND THE "
            WA-REQ-MAX " LIMIT NOT PROCESSED - RESUBMIT NEXT RUN"
        ADD WA-REQ-DROPPED TO WA-CNT-ERRORS
    END-IF.
    IF WA-MOVE-DROPPED > 0
        DISPLAY "WARNING: " WA-MOVE-DROPPED " MASTER KEY(S) NOT"
            " RE-KEYED - TABLE FULL, RERUN THE SAME REQUESTS"
    END-IF.
    IF WA-VALUE-DROPPED > 0
        DISPLAY "WARNING: " WA-VALUE-DROPPED " VALUE(S) NOT SEARCHED"
            " FOR IN THE AUDIT TRAIL - TABLE FULL"
        ADD WA-VALUE-DROPPED TO WA-CNT-ERRORS
    END-IF.
    EVALUATE TRUE
    WHEN WA-CNT-ERRORS > 0
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    WHEN WA-CNT-REFUSED > 0
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-EVALUATE.

    TERMINATE-PARA.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE CUSTOMER-ARCHIVE-FILE.
    CLOSE CRM-ERASE-OUT.
