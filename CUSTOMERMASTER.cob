    SELECT CUSTTRAN-FILE ASSIGN DYNAMIC WA-CUSTTRAN-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CUSTTRAN-STATUS.
    SELECT HELD-APPROVALS-FILE ASSIGN DYNAMIC WA-CUSTHELD-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CUSTHELD-STATUS.
    SELECT HELD-SEQ-FILE ASSIGN TO "CUSTHELDSEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-HELDSEQ-STATUS.
    SELECT PENDING-FILE ASSIGN TO "CUSTPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-PENDING-STATUS.
        FILE STATUS IS WA-CUSTMAST-STATUS.
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
    SELECT RECYCLE-IN-FILE ASSIGN TO "CUSTRECYCIN"
        ACCESS MODE IS RANDOM
        RECORD KEY IS CA-CUSTID
        FILE STATUS IS WA-CUSTARCH-STATUS.
    SELECT DND-REGISTRY-FILE ASSIGN TO "DNDREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DND-MOBILE
        FILE STATUS IS WA-DNDREG-STATUS.
    SELECT VELOCITY-ALERT-FILE ASSIGN TO "VELALERT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS VA-CUSTID
        FILE STATUS IS WA-VELALERT-STATUS.
    SELECT RISK-FLAG-FILE ASSIGN TO "RISKFLAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RF-CUSTID
        FILE STATUS IS WA-RISKFLAG-STATUS.
    SELECT CUSTKYC-FILE ASSIGN TO "CUSTKYC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KYC-CUSTID
        FILE STATUS IS WA-CUSTKYC-STATUS.
    SELECT CONSENT-FILE ASSIGN TO "CUSTCONS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CC-CUSTID
        FILE STATUS IS WA-CUSTCONS-STATUS.
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
    SELECT STD-DIRECTORY-FILE ASSIGN TO "STDDIR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SD-STD-CODE
        FILE STATUS IS WA-STDDIR-STATUS.
    SELECT CRM-CONTACT-OUT ASSIGN DYNAMIC WA-CRM-CONTACT-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CRMCONTACT-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO "CUSTCKPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-CKPT-STATUS.
    SELECT NEW-CUSTMAST-FILE ASSIGN TO "CUSTMASTNEW"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NCM-CUSTID
        FILE STATUS IS WA-NEWCM-STATUS.
    SELECT NEW-PANMAST-FILE ASSIGN TO "PANMASTNEW"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NPM-KEY
        FILE STATUS IS WA-NEWPM-STATUS.
    SELECT NEW-MOBLMAST-FILE ASSIGN TO "MOBLMASTNEW"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NMM-KEY
        FILE STATUS IS WA-NEWMM-STATUS.
    SELECT SEQ-GENERATION-FILE ASSIGN TO "CUSTSEQGEN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-SEQGEN-STATUS.
    SELECT SORTED-TRAN-FILE ASSIGN TO "CUSTTRNSRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-SRTTRAN-STATUS.
    SELECT KEYREF-WORK-FILE ASSIGN TO "CUSTKEYWK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-KEYWK-STATUS.
    SELECT KEYREF-SORTED-FILE ASSIGN TO "CUSTKEYSRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-KEYSRT-STATUS.
    SELECT KEYCHG-WORK-FILE ASSIGN TO "CUSTKEYCHG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WA-KEYCHG-STATUS.
    SELECT TRAN-SORT-FILE ASSIGN TO "SORTWK01".
    SELECT KEY-SORT-FILE ASSIGN TO "SORTWK02".
    SELECT KEYREF-SORT-FILE ASSIGN TO "SORTWK03".
    SELECT KEYCHG-SORT-FILE ASSIGN TO "SORTWK04".
DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  CUSTTRAN-FILE
    RECORD CONTAINS 198 CHARACTERS.
01  WA-CUSTHELD-REC PIC X(198).

FD  HELD-SEQ-FILE
    RECORD CONTAINS 198 CHARACTERS.
01  WA-HELDSEQ-REC PIC X(198).

FD  PENDING-FILE
    RECORD CONTAINS 198 CHARACTERS.
01  WA-PENDING-REC PIC X(198).
COPY CRMEXTRREC.

FD  AUDIT-TRAIL-FILE
    RECORD CONTAINS 110 CHARACTERS.
COPY AUDITREC.

FD  CUSTJRNL-FILE
    RECORD CONTAINS 204 CHARACTERS.
COPY CUSTARCHREC.

FD  DND-REGISTRY-FILE
    RECORD CONTAINS 30 CHARACTERS.
COPY DNDREGREC.

FD  VELOCITY-ALERT-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY VELALERTREC.

FD  RISK-FLAG-FILE
    RECORD CONTAINS 30 CHARACTERS.
COPY RISKFLAGREC.

FD  CUSTKYC-FILE
    RECORD CONTAINS 55 CHARACTERS.
COPY CUSTKYCREC.

FD  CONSENT-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY CUSTCONSREC.

FD  CONTACT-FILE
    RECORD CONTAINS 120 CHARACTERS.
COPY CONTPNTREC.

FD  RELPARTY-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RELPARTYREC.

FD  STD-DIRECTORY-FILE
    RECORD CONTAINS 30 CHARACTERS.
COPY STDDIRREC.

FD  CRM-CONTACT-OUT
    RECORD CONTAINS 100 CHARACTERS.
COPY CRMCONTREC.

FD  CHECKPOINT-FILE
    RECORD CONTAINS 250 CHARACTERS.
01  WA-CKPT-FILE-REC PIC X(250).

FD  NEW-CUSTMAST-FILE
    RECORD CONTAINS 196 CHARACTERS.
01  WA-NEWCM-REC.
    02 NCM-CUSTID  PIC X(08).
    02 NCM-DETAIL  PIC X(188).

FD  NEW-PANMAST-FILE
    RECORD CONTAINS 27 CHARACTERS.
01  WA-NEWPM-REC.
    02 NPM-KEY     PIC X(10).
    02 NPM-DETAIL  PIC X(17).

FD  NEW-MOBLMAST-FILE
    RECORD CONTAINS 18 CHARACTERS.
01  WA-NEWMM-REC.
    02 NMM-KEY     PIC X(10).
    02 NMM-DETAIL  PIC X(08).

FD  SEQ-GENERATION-FILE
    RECORD CONTAINS 20 CHARACTERS.
COPY SEQGENREC.

FD  SORTED-TRAN-FILE
    RECORD CONTAINS 249 CHARACTERS.
01  WA-SRTTRAN-REC.
    02 ST-CUSTID   PIC X(08).
    02 ST-PHASE    PIC X(01).
    02 ST-SEQ      PIC 9(09).
    02 ST-BODY     PIC X(231).

FD  KEYREF-WORK-FILE
    RECORD CONTAINS 48 CHARACTERS.
01  WA-KEYWK-REC.
    02 KR-CUSTID   PIC X(08).
    02 KR-TYPE     PIC X(01).
    02 KR-KEY      PIC X(10).
    02 KR-PRESENT  PIC X(01).
    02 KR-SHARED   PIC X(01).
    02 KR-REC      PIC X(27).

FD  KEYREF-SORTED-FILE
    RECORD CONTAINS 48 CHARACTERS.
01  WA-KEYSRT-REC.
    02 KQ-CUSTID   PIC X(08).
    02 KQ-TYPE     PIC X(01).
    02 KQ-KEY      PIC X(10).
    02 KQ-PRESENT  PIC X(01).
    02 KQ-SHARED   PIC X(01).
    02 KQ-REC      PIC X(27).

FD  KEYCHG-WORK-FILE
    RECORD CONTAINS 48 CHARACTERS.
01  WA-KEYCHG-REC.
    02 KC-TYPE     PIC X(01).
    02 KC-KEY      PIC X(10).
    02 KC-SEQ      PIC 9(09).
    02 KC-ACTION   PIC X(01).
    02 KC-REC      PIC X(27).

SD  TRAN-SORT-FILE.
01  WA-TRANSORT-REC.
    02 TS-CUSTID   PIC X(08).
    02 TS-PHASE    PIC X(01).
    02 TS-SEQ      PIC 9(09).
    02 TS-BODY     PIC X(231).

SD  KEY-SORT-FILE.
01  WA-KEYSORT-REC.
    02 KS-TYPE     PIC X(01).
    02 KS-KEY      PIC X(10).
    02 KS-CUSTID   PIC X(08).

SD  KEYREF-SORT-FILE.
01  WA-KEYREFSORT-REC.
    02 KX-CUSTID   PIC X(08).
    02 KX-TYPE     PIC X(01).
    02 KX-KEY      PIC X(10).
    02 KX-REST     PIC X(29).

SD  KEYCHG-SORT-FILE.
01  WA-KEYCHGSORT-REC.
    02 KY-TYPE     PIC X(01).
    02 KY-KEY      PIC X(10).
    02 KY-SEQ      PIC 9(09).
    02 KY-ACTION   PIC X(01).
    02 KY-REC      PIC X(27).

WORKING-STORAGE SECTION.
01 WA-CTL-CARD-STATUS    PIC X(02) VALUE "00".
01 WA-RCK-FUNCTION    PIC X(01) VALUE SPACE.
    88 WA-PANINACT-FOUND VALUE "Y".
01 WA-MOBDUP-SW PIC X(01) VALUE "N".
    88 WA-MOBDUP-FOUND VALUE "Y".
01 WA-PXC-CAT-SW PIC X(01) VALUE "Y".
    88 WA-PANCAT-OK VALUE "Y".
01 WA-PXC-INIT-SW PIC X(01) VALUE "Y".
    88 WA-PANINIT-OK VALUE "Y".
01 WA-OLD-PAN PIC X(10) VALUE SPACES.
01 WA-OLD-MOBILE PIC X(10) VALUE SPACES.
01 WA-MOBLMAST-STATUS PIC X(02) VALUE "00".
    02 WA-CNT-RECYC-IN  PIC 9(07) VALUE 0.
    02 WA-CNT-RECYC-OUT PIC 9(07) VALUE 0.
    02 WA-CNT-AGED      PIC 9(07) VALUE 0.
    02 WA-CNT-CONSENT   PIC 9(07) VALUE 0.
    02 WA-CNT-CONTACT   PIC 9(07) VALUE 0.
    02 WA-CNT-RELPARTY  PIC 9(07) VALUE 0.
    02 WA-CNT-REKYC     PIC 9(07) VALUE 0.

01 WA-RECYCIN-STATUS  PIC X(02) VALUE "00".
01 WA-RECYCOUT-STATUS PIC X(02) VALUE "00".
COPY CUSTRECYCREC.

01 WA-CUSTHELD-STATUS PIC X(02) VALUE "00".
01 WA-CUSTHELD-DSN    PIC X(30) VALUE "CUSTHELD".
01 WA-CNT-HELD PIC 9(07) VALUE 0.
01 WA-HIRISK-SW PIC X(01) VALUE "N".
    88 WA-HIRISK-FOUND VALUE "Y".
01 WA-VELOCITY-HIT-SW PIC X(01) VALUE "N".
    88 WA-VELOCITY-HIT VALUE "Y".
01 WA-VELALERT-STATUS PIC X(02) VALUE "00".
01 WA-VELALERT-OPEN-SW PIC X(01) VALUE "N".
    88 WA-VELALERT-OPEN VALUE "Y".
01 WA-APPROVED-RUN-SW PIC X(01) VALUE "N".
    88 WA-APPROVED-RUN VALUE "Y".
01 WA-APPROVED-INPUT-SW PIC X(01) VALUE "N".
01 WA-TRAILER-LINE PIC X(80).

01 WA-AUDIT-STATUS  PIC X(02) VALUE "00".
01 WA-ACH-FUNCTION PIC X(01) VALUE SPACE.
01 WA-ACH-RESULT   PIC X(01) VALUE SPACE.
01 WA-AUD-RESULT-SW PIC X(01) VALUE "F".
01 WA-AUD-REASON    PIC X(20) VALUE SPACES.

01 WA-HIST-ACT-SW     PIC X(01) VALUE SPACE.
COPY HOLDHISTREC.

01 WA-DNDREG-STATUS   PIC X(02) VALUE "00".
01 WA-CUSTCONS-STATUS PIC X(02) VALUE "00".
01 WA-DNDREG-OPEN-SW  PIC X(01) VALUE "N".
    88 WA-DNDREG-OPEN VALUE "Y".
01 WA-CUSTCONS-OPEN-SW PIC X(01) VALUE "N".
    88 WA-CUSTCONS-OPEN VALUE "Y".
01 WA-ON-DND-SW PIC X(01) VALUE "N".
    88 WA-ON-DND VALUE "Y".
01 WA-NO-CONSENT-SW PIC X(01) VALUE "N".
    88 WA-NO-CONSENT VALUE "Y".
01 WA-OLD-CUSTCONS-REC PIC X(40) VALUE SPACES.

01 WA-CUSTKYC-STATUS  PIC X(02) VALUE "00".
01 WA-RISKFLAG-STATUS PIC X(02) VALUE "00".
01 WA-CUSTKYC-OPEN-SW PIC X(01) VALUE "N".
    88 WA-CUSTKYC-OPEN VALUE "Y".
01 WA-RISKFLAG-OPEN-SW PIC X(01) VALUE "N".
    88 WA-RISKFLAG-OPEN VALUE "Y".
01 WA-OLD-CUSTKYC-REC PIC X(55) VALUE SPACES.
01 WA-KYC-EVENT-SW PIC X(01) VALUE SPACE.
    88 WA-KYC-ONBOARD  VALUE "A".
    88 WA-KYC-COMPLETE VALUE "C".
    88 WA-KYC-RERATE   VALUE "R".
01 WA-KYC-DATE      PIC X(08) VALUE SPACES.
01 WA-KYC-DATE-CHK  PIC X(08) VALUE SPACES.
01 WA-KYC-ZERO-DAYS PIC 9(03) VALUE 0.
01 WA-KYC-VSTAT     PIC X(01) VALUE SPACE.
01 WA-KYC-SHARED-SW PIC X(01) VALUE "N".
01 WA-KYC-DUP-SW    PIC X(01) VALUE "N".
01 WA-KYC-RATING    PIC X(01) VALUE SPACE.
01 WA-KYC-FACTORS   PIC X(04) VALUE SPACES.

01 WA-CONTPNT-STATUS  PIC X(02) VALUE "00".
01 WA-STDDIR-STATUS   PIC X(02) VALUE "00".
01 WA-CONTPNT-OPEN-SW PIC X(01) VALUE "N".
    88 WA-CONTPNT-OPEN VALUE "Y".
01 WA-STDDIR-OPEN-SW  PIC X(01) VALUE "N".
    88 WA-STDDIR-OPEN VALUE "Y".
01 WA-CRM-CONTACT-DSN    PIC X(30) VALUE "CRMCONTACT".
01 WA-CRMCONTACT-STATUS  PIC X(02) VALUE "00".
01 WA-CRM-CONTACT-CNT    PIC 9(07) VALUE 0.
01 WA-OLD-CONTPNT-REC PIC X(120) VALUE SPACES.
01 WA-CP-VALID-SW PIC X(01) VALUE "N".
    88 WA-CP-VALID VALUE "Y".
01 WA-CP-DUP-SW PIC X(01) VALUE "N".
    88 WA-CP-DUP-FOUND VALUE "Y".
01 WA-CP-SCAN-EOF-SW PIC X(01) VALUE "N".
    88 WA-CP-SCAN-EOF VALUE "Y".
01 WA-CP-TYPE       PIC X(01) VALUE SPACE.
01 WA-CP-SEQ        PIC 9(03) VALUE 0.
01 WA-CP-MAX-SEQ    PIC 9(03) VALUE 0.
01 WA-CP-VALUE      PIC X(40) VALUE SPACES.
01 WA-CP-STD-CODE   PIC X(05) VALUE SPACES.
01 WA-CP-CITY       PIC X(20) VALUE SPACES.
01 WA-CP-EFF-FROM   PIC X(08) VALUE SPACES.
01 WA-CP-MOBILE-IN  PIC X(12) VALUE SPACES.
01 WA-CP-REJECT-TEXT PIC X(60) VALUE SPACES.
01 WA-CP-STD-SPACE-CNT   PIC 9(02) VALUE 0.
01 WA-CP-LOCAL-SPACE-CNT PIC 9(02) VALUE 0.
01 WA-CP-STD-LEN    PIC 9(02) VALUE 0.
01 WA-CP-LOCAL-LEN  PIC 9(02) VALUE 0.

01 WA-RELPARTY-STATUS PIC X(02) VALUE "00".
01 WA-RELPARTY-OPEN-SW PIC X(01) VALUE "N".
    88 WA-RELPARTY-OPEN VALUE "Y".
01 WA-OLD-RELPARTY-REC PIC X(80) VALUE SPACES.
01 WA-RP-VALID-SW PIC X(01) VALUE "N".
    88 WA-RP-VALID VALUE "Y".
01 WA-RP-FOUND-SW PIC X(01) VALUE "N".
    88 WA-RP-FOUND VALUE "Y".
01 WA-RP-SCAN-EOF-SW PIC X(01) VALUE "N".
    88 WA-RP-SCAN-EOF VALUE "Y".
01 WA-RP-PAN-VALID-SW PIC X(01) VALUE "N".
01 WA-RP-EFF-FROM      PIC X(08) VALUE SPACES.
01 WA-RP-PERSON-CUSTID PIC X(08) VALUE SPACES.
01 WA-RP-SHARE         PIC 9(03)V99 VALUE 0.
01 WA-RP-SHARE-TOTAL   PIC 9(05)V99 VALUE 0.
01 WA-RP-SHARE-ED      PIC ZZZZ9.99.
01 WA-RP-REJECT-TEXT   PIC X(60) VALUE SPACES.
COPY CUSTIDCODES.

01 WA-CKPT-STATUS PIC X(02) VALUE "00".
01 WA-CKPT-INTERVAL   PIC 9(05) VALUE 0.
01 WA-CKPT-SINCE-LAST PIC 9(05) VALUE 0.
01 WA-CKPT-ON-SW PIC X(01) VALUE "N".
    88 WA-CKPT-ON VALUE "Y".
01 WA-CKPT-FOUND-SW PIC X(01) VALUE "N".
    88 WA-CKPT-FOUND VALUE "Y".
01 WA-RESTART-SW PIC X(01) VALUE "N".
    88 WA-IS-RESTART VALUE "Y".
01 WA-RESET-CKPT-SW PIC X(01) VALUE "N".
    88 WA-RESET-CKPT VALUE "Y".
01 WA-RESTART-PHASE PIC X(01) VALUE SPACE.
    88 WA-RESTART-IN-PENDING  VALUE "P".
    88 WA-RESTART-IN-CUSTTRAN VALUE "T".
    88 WA-RESTART-IN-RECYCLE  VALUE "R".
01 WA-RESTART-POS PIC 9(09) VALUE 0.
01 WA-PHASE-SW PIC X(01) VALUE SPACE.
01 WA-PHASE-POS PIC 9(09) VALUE 0.
01 WA-JRN-BASE    PIC 9(09) VALUE 0.
01 WA-JRN-WRITTEN PIC 9(09) VALUE 0.
01 WA-HELD-BASE   PIC 9(09) VALUE 0.
01 WA-CNT-PENDNEW PIC 9(07) VALUE 0.
01 WA-FILE-RECS   PIC 9(09) VALUE 0.
01 WA-COUNT-EOF-SW PIC X(01) VALUE "N".
    88 WA-COUNT-EOF VALUE "Y".
01 WA-TRIM-DSN   PIC X(30) VALUE SPACES.
01 WA-TRIM-KEEP  PIC 9(09) VALUE 0.
01 WA-TRIM-OK-SW PIC X(01) VALUE "N".
COPY CUSTCKPTREC.
01 WA-SEQ-MODE-SW PIC X(01) VALUE "N".
    88 WA-SEQ-MODE VALUE "Y".
01 WA-CM-OK-SW PIC X(01) VALUE "E".
    88 WA-CM-OK      VALUE "Y".
    88 WA-CM-INVALID VALUE "N".
01 WA-PM-OK-SW PIC X(01) VALUE "E".
    88 WA-PM-OK      VALUE "Y".
    88 WA-PM-INVALID VALUE "N".
01 WA-MM-OK-SW PIC X(01) VALUE "E".
    88 WA-MM-OK      VALUE "Y".
    88 WA-MM-INVALID VALUE "N".
01 WA-NEWCM-STATUS   PIC X(02) VALUE "00".
01 WA-NEWPM-STATUS   PIC X(02) VALUE "00".
01 WA-NEWMM-STATUS   PIC X(02) VALUE "00".
01 WA-SRTTRAN-STATUS PIC X(02) VALUE "00".
01 WA-KEYWK-STATUS   PIC X(02) VALUE "00".
01 WA-KEYSRT-STATUS  PIC X(02) VALUE "00".
01 WA-KEYCHG-STATUS  PIC X(02) VALUE "00".
01 WA-SEQGEN-STATUS  PIC X(02) VALUE "00".
01 WA-SEQGEN-STATE   PIC X(01) VALUE SPACE.
01 WA-HELDSEQ-STATUS PIC X(02) VALUE "00".
01 WA-HELDSEQ-EOF-SW PIC X(01) VALUE "N".
    88 WA-HELDSEQ-EOF VALUE "Y".
01 WA-CNT-INST-PEND  PIC 9(07) VALUE 0.
01 WA-CNT-INST-HELD  PIC 9(07) VALUE 0.
01 WA-SEQ-TRAN-EOF-SW PIC X(01) VALUE "N".
    88 WA-SEQ-TRAN-EOF VALUE "Y".
01 WA-SEQ-KS-EOF-SW PIC X(01) VALUE "N".
    88 WA-SEQ-KS-EOF VALUE "Y".
01 WA-SEQ-KQ-EOF-SW PIC X(01) VALUE "N".
    88 WA-SEQ-KQ-EOF VALUE "Y".
01 WA-SEQ-KY-EOF-SW PIC X(01) VALUE "N".
    88 WA-SEQ-KY-EOF VALUE "Y".
01 WA-SEQ-TRAN-KEY  PIC X(08) VALUE SPACES.
01 WA-SEQ-GROUP-KEY PIC X(08) VALUE SPACES.
01 WA-SEQ-KQ-KEY    PIC X(08) VALUE SPACES.
01 WA-SEQ-OLDCM-KEY PIC X(08) VALUE SPACES.
01 WA-SEQ-OLDCM-REC PIC X(196) VALUE SPACES.
01 WA-SEQ-OLDPM-KEY PIC X(10) VALUE SPACES.
01 WA-SEQ-OLDPM-REC PIC X(27) VALUE SPACES.
01 WA-SEQ-OLDMM-KEY PIC X(10) VALUE SPACES.
01 WA-SEQ-OLDMM-REC PIC X(18) VALUE SPACES.
01 WA-SEQ-CM-PRESENT-SW PIC X(01) VALUE "N".
    88 WA-SEQ-CM-PRESENT VALUE "Y".
01 WA-SEQ-CM-IMAGE PIC X(196) VALUE SPACES.
01 WA-SEQ-REF-TYPE PIC X(01) VALUE SPACE.
01 WA-SEQ-REF-KEY  PIC X(10) VALUE SPACES.
01 WA-SEQ-RK-TYPE    PIC X(01) VALUE SPACE.
01 WA-SEQ-RK-KEY     PIC X(10) VALUE SPACES.
01 WA-SEQ-RK-PRESENT PIC X(01) VALUE "N".
01 WA-SEQ-RK-REC     PIC X(27) VALUE SPACES.
01 WA-SEQ-CHG-TYPE    PIC X(01) VALUE SPACE.
01 WA-SEQ-CHG-KEY     PIC X(10) VALUE SPACES.
01 WA-SEQ-CHG-SEQ     PIC 9(09) VALUE 0.
01 WA-SEQ-CUR-PRESENT PIC X(01) VALUE "N".
01 WA-SEQ-CUR-REC     PIC X(27) VALUE SPACES.
01 WA-SEQ-CUR-ACTION  PIC X(01) VALUE SPACE.
01 WA-SEQ-KEY-FUNCTION PIC X(01) VALUE SPACE.
01 WA-SEQ-IO-REC      PIC X(27) VALUE SPACES.
01 WA-SEQ-IO-OK-SW    PIC X(01) VALUE "E".
01 WA-SEQ-IO-STATUS   PIC X(02) VALUE "00".
01 WA-SEQ-REL-SEQ     PIC 9(09) VALUE 0.
01 WA-SEQ-REL-PHASE   PIC X(01) VALUE SPACE.
01 WA-SEQ-SORT-NAME   PIC X(16) VALUE SPACES.
01 WA-SEQ-SCAN-IDX    PIC 9(05) BINARY VALUE 0.
01 WA-SEQ-MVC-SW      PIC X(01) VALUE "N".
01 WA-SEQ-MOBILE      PIC X(10) VALUE SPACES.
01 WA-SEQ-REF-TABLE.
    02 WA-SEQ-REF-CUSTID PIC X(08) OCCURS 2000 TIMES.
01 WA-SEQ-REF-COUNT PIC 9(05) VALUE 0.
01 WA-SEQ-REF-MAX   PIC 9(05) VALUE 2000.
01 WA-SEQ-REF-IDX   PIC 9(05) BINARY VALUE 0.
01 WA-SEQ-KEY-TABLE.
    02 WA-SK-ENTRY OCCURS 500 TIMES.
        03 WA-SK-TYPE       PIC X(01).
        03 WA-SK-KEY        PIC X(10).
        03 WA-SK-PRESENT    PIC X(01).
        03 WA-SK-REC        PIC X(27).
        03 WA-SK-SHARED-IDX PIC 9(05).
01 WA-SEQ-KEY-COUNT PIC 9(05) VALUE 0.
01 WA-SEQ-KEY-MAX   PIC 9(05) VALUE 500.
01 WA-SEQ-KEY-IDX   PIC 9(05) BINARY VALUE 0.
01 WA-SEQ-SHARED-TABLE.
    02 WA-SH-ENTRY OCCURS 9999 TIMES.
        03 WA-SH-TYPE       PIC X(01).
        03 WA-SH-KEY        PIC X(10).
        03 WA-SH-PRESENT    PIC X(01).
        03 WA-SH-REC        PIC X(27).
01 WA-SEQ-SHARED-COUNT PIC 9(05) VALUE 0.
01 WA-SEQ-SHARED-MAX   PIC 9(05) VALUE 9999.
01 WA-SEQ-SHARED-IDX   PIC 9(05) BINARY VALUE 0.
01 WA-SEQ-COUNTS.
    02 WA-SEQ-CNT-OLDCM  PIC 9(09) VALUE 0.
    02 WA-SEQ-CNT-NEWCM  PIC 9(09) VALUE 0.
    02 WA-SEQ-CNT-NEWPM  PIC 9(09) VALUE 0.
    02 WA-SEQ-CNT-NEWMM  PIC 9(09) VALUE 0.
    02 WA-SEQ-CNT-SHARED PIC 9(09) VALUE 0.

PROCEDURE DIVISION.
    FIRST-PARA.
    PERFORM READ-CONTROL-CARD-PARA.
        PERFORM FULL-REFRESH-PARA
        STOP RUN
    END-IF.
    IF WA-CTL-INSTALL
        PERFORM INSTALL-GENERATION-PARA
        STOP RUN
    END-IF.
    PERFORM INITIALIZE-PARA.
    IF WA-SEQ-MODE
        PERFORM SEQ-UPDATE-PARA
    ELSE
        IF WA-APPROVED-RUN
            MOVE "Y" TO WA-APPROVED-INPUT-SW
        END-IF
        PERFORM PROCESS-CUSTTRAN-FILE-PARA UNTIL WA-EOF
        MOVE "N" TO WA-APPROVED-INPUT-SW
        PERFORM PROCESS-RECYCLE-INPUT-PARA
    END-IF.
    IF WA-SEQ-MODE
        CLOSE PENDING-NEW-FILE
    ELSE
        PERFORM REWRITE-PENDING-PARA
    END-IF.
    PERFORM WRITE-TRAILER-PARA.
    PERFORM WRITE-RUNSTATS-PARA.
    PERFORM CHECK-TOLERANCE-PARA.
    PERFORM TERMINATE-PARA.
    IF WA-SEQ-MODE
        PERFORM REPORT-NEW-GENERATION-PARA
    END-IF.
    IF NOT WA-SEQ-MODE AND RETURN-CODE < 8
        PERFORM ARCHIVE-JOURNAL-PARA
    END-IF.
    IF NOT WA-SEQ-MODE AND RETURN-CODE < 8 AND WA-JRNARCH-OK
        PERFORM EMPTY-JOURNAL-PARA
    END-IF.
    IF WA-CKPT-ON
        PERFORM WRITE-CKPT-ENDMARK-PARA
    END-IF.
    PERFORM RECORD-RUNCTL-END-PARA.
    STOP RUN.

        WA-RCK-PREDECESSOR WA-RCK-RERUN-SW WA-RCK-RETCODE
        WA-RCK-OK-SW.

    OPEN-MASTERS-PARA.
    OPEN I-O CUSTOMER-MASTER-FILE.
    IF WA-CUSTMAST-STATUS = "35"
        OPEN OUTPUT CUSTOMER-MASTER-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN-OLD-MASTERS-PARA.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF WA-CUSTMAST-STATUS = "35"
        OPEN OUTPUT CUSTOMER-MASTER-FILE
        CLOSE CUSTOMER-MASTER-FILE
        OPEN INPUT CUSTOMER-MASTER-FILE
    END-IF.
    IF WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
            " STATUS=" WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT PAN-MASTER-FILE.
    IF WA-PANMAST-STATUS = "35"
        OPEN OUTPUT PAN-MASTER-FILE
        CLOSE PAN-MASTER-FILE
        OPEN INPUT PAN-MASTER-FILE
    END-IF.
    IF WA-PANMAST-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN PAN-MASTER-FILE,"
            " STATUS=" WA-PANMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT MOBILE-MASTER-FILE.
    IF WA-MOBLMAST-STATUS = "35"
        OPEN OUTPUT MOBILE-MASTER-FILE
        CLOSE MOBILE-MASTER-FILE
        OPEN INPUT MOBILE-MASTER-FILE
    END-IF.
    IF WA-MOBLMAST-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN MOBILE-MASTER-FILE,"
            " STATUS=" WA-MOBLMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    INITIALIZE-PARA.
    PERFORM CHECK-RESTART-PARA.
    IF WA-SEQ-MODE AND WA-IS-RESTART
        DISPLAY "CUSTOMERMASTER - CHECKPOINT PENDING FOR " WA-RUN-DATE
            " " WA-RUN-MODE " - COMPLETE THE RESTART IN RANDOM UPDATE"
            " MODE OR DISCARD IT WITH OPTION RESET"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-SEQ-MODE AND WA-CKPT-ON
        DISPLAY "CUSTOMERMASTER - SEQUENTIAL UPDATE MODE - CHECKPOINT"
            " INTERVAL " WA-CKPT-INTERVAL " IGNORED"
        MOVE "N" TO WA-CKPT-ON-SW
    END-IF.
    PERFORM CHECK-SEQ-GENERATION-PARA.
    PERFORM CHECK-RUNCTL-START-PARA.
    IF WA-SEQ-MODE
        MOVE "CUSTHELDSEQ" TO WA-CUSTHELD-DSN
    END-IF.
    IF WA-RUN-DATE NOT = "00000000" AND WA-RUN-DATE IS NUMERIC
        MOVE WA-RUN-DATE TO WA-EFF-CHECK-DATE
    ELSE
        ACCEPT WA-TIMESTAMP-DATE FROM DATE YYYYMMDD
        MOVE WA-TIMESTAMP-DATE TO WA-EFF-CHECK-DATE
    END-IF.
    IF WA-IS-RESTART
        PERFORM RESTORE-CHECKPOINT-PARA
    ELSE
        IF WA-CKPT-ON
            PERFORM COUNT-JOURNAL-PARA
            MOVE WA-FILE-RECS TO WA-JRN-BASE
            PERFORM COUNT-HELD-PARA
            MOVE WA-FILE-RECS TO WA-HELD-BASE
        END-IF
    END-IF.
    OPEN INPUT CUSTTRAN-FILE.
    IF WA-CUSTTRAN-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CUSTTRAN-FILE, STATUS="
            WA-CUSTTRAN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-SEQ-MODE
        PERFORM OPEN-OLD-MASTERS-PARA
    ELSE
        PERFORM OPEN-MASTERS-PARA
    END-IF.
    IF WA-IS-RESTART
        MOVE "E" TO WA-RPT-FUNCTION
    ELSE
        MOVE "O" TO WA-RPT-FUNCTION
    END-IF.
    CALL "RPTWRITLIB" USING WA-RPT-FUNCTION WA-RCK-PROGRAM
        WA-RUN-DATE WA-RUN-MODE WA-CUSTREJECT-DSN WA-CUSTREJECT-REC
        WA-RPT-OK-SW.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-IS-RESTART
        MOVE SPACES TO WA-CUSTREJECT-REC
        STRING "RUN RESTARTED FROM CHECKPOINT AFTER " WA-CNT-TOTAL
            " TRANSACTION(S)"
            DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
        PERFORM WRITE-REJECT-LINE-PARA
        OPEN EXTEND CRM-EXTRACT-OUT
    ELSE
        OPEN OUTPUT CRM-EXTRACT-OUT
    END-IF.
    IF WA-CRMEXTRACT-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN OUTPUT FILES, STATUS="
            WA-CRMEXTRACT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-IS-RESTART
        OPEN EXTEND RECYCLE-OUT-FILE
        OPEN EXTEND AGED-REJECTS-OUT
    ELSE
        OPEN OUTPUT RECYCLE-OUT-FILE
        OPEN OUTPUT AGED-REJECTS-OUT
    END-IF.
    IF WA-RECYCOUT-STATUS NOT = "00" OR WA-AGEDREJ-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN RECYCLE OUTPUT FILES,"
            " STATUS=" WA-RECYCOUT-STATUS " / " WA-AGEDREJ-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT WA-IS-RESTART
        MOVE SPACES TO WA-AGEDREJ-REC
        STRING "AGED REJECTS OVER " WA-RECYC-MAX-CYCLES
            " CYCLES  RUN DATE " WA-RUN-DATE "  MODE " WA-RUN-MODE
            DELIMITED BY SIZE INTO WA-AGEDREJ-REC
        WRITE WA-AGEDREJ-REC
        PERFORM WRITE-CRM-HEADER-PARA
    END-IF.
    OPEN I-O CUSTOMER-ARCHIVE-FILE.
    IF WA-CUSTARCH-STATUS = "35"
        OPEN OUTPUT CUSTOMER-ARCHIVE-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "I" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    IF WA-ACH-RESULT NOT = "Y"
        DISPLAY "CUSTOMERMASTER - UNABLE TO LOAD AUDIT TRAIL CHAIN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND AUDIT-TRAIL-FILE.
    IF WA-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-TRAIL-FILE
        CLOSE AUDIT-TRAIL-FILE
        OPEN EXTEND AUDIT-TRAIL-FILE
    END-IF.
    IF WA-IS-RESTART
        PERFORM AUDIT-RESTART-PARA
    END-IF.
    OPEN EXTEND PAN-HISTORY-FILE.
    IF WA-PANHIST-STATUS = "35"
        OPEN OUTPUT PAN-HISTORY-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-IS-RESTART
        OPEN EXTEND PENDING-NEW-FILE
    ELSE
        OPEN OUTPUT PENDING-NEW-FILE
    END-IF.
    IF WA-PENDNEW-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN PENDING-NEW-FILE,"
            " STATUS=" WA-PENDNEW-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-SEQ-MODE
        OPEN OUTPUT HELD-APPROVALS-FILE
    ELSE
        OPEN EXTEND HELD-APPROVALS-FILE
        IF WA-CUSTHELD-STATUS = "35"
            OPEN OUTPUT HELD-APPROVALS-FILE
            CLOSE HELD-APPROVALS-FILE
            OPEN EXTEND HELD-APPROVALS-FILE
        END-IF
    END-IF.
    IF WA-CUSTHELD-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN " WA-CUSTHELD-DSN
            " STATUS=" WA-CUSTHELD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O CONSENT-FILE.
    IF WA-CUSTCONS-STATUS = "35"
        OPEN OUTPUT CONSENT-FILE
        CLOSE CONSENT-FILE
        OPEN I-O CONSENT-FILE
    END-IF.
    IF WA-CUSTCONS-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CONSENT-FILE, STATUS="
            WA-CUSTCONS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "Y" TO WA-CUSTCONS-OPEN-SW.
    OPEN I-O CONTACT-FILE.
    IF WA-CONTPNT-STATUS = "35"
        OPEN OUTPUT CONTACT-FILE
        CLOSE CONTACT-FILE
        OPEN I-O CONTACT-FILE
    END-IF.
    IF WA-CONTPNT-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CONTACT-FILE, STATUS="
            WA-CONTPNT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "Y" TO WA-CONTPNT-OPEN-SW.
    OPEN I-O RELPARTY-FILE.
    IF WA-RELPARTY-STATUS = "35"
        OPEN OUTPUT RELPARTY-FILE
        CLOSE RELPARTY-FILE
        OPEN I-O RELPARTY-FILE
    END-IF.
    IF WA-RELPARTY-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN RELPARTY-FILE, STATUS="
            WA-RELPARTY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "Y" TO WA-RELPARTY-OPEN-SW.
    OPEN I-O CUSTKYC-FILE.
    IF WA-CUSTKYC-STATUS = "35"
        OPEN OUTPUT CUSTKYC-FILE
        CLOSE CUSTKYC-FILE
        OPEN I-O CUSTKYC-FILE
    END-IF.
    IF WA-CUSTKYC-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CUSTKYC-FILE, STATUS="
            WA-CUSTKYC-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "Y" TO WA-CUSTKYC-OPEN-SW.
    OPEN INPUT STD-DIRECTORY-FILE.
    IF WA-STDDIR-STATUS = "00"
        MOVE "Y" TO WA-STDDIR-OPEN-SW
    ELSE
        DISPLAY "CUSTOMERMASTER - STD DIRECTORY NOT AVAILABLE, STATUS="
            WA-STDDIR-STATUS " - LANDLINE CONTACTS WILL BE REJECTED"
    END-IF.
    PERFORM OPEN-DND-REGISTRY-PARA.
    PERFORM OPEN-VELOCITY-ALERTS-PARA.
    PERFORM OPEN-RISK-FLAGS-PARA.
    PERFORM PREVALIDATE-CUSTTRAN-PARA.
    IF WA-CKPT-ON
        PERFORM OPEN-CHECKPOINT-PARA
    END-IF.
    IF WA-SEQ-MODE
        MOVE "R" TO WA-SEQGEN-STATE
        PERFORM WRITE-SEQ-GENERATION-PARA
        EXIT PARAGRAPH
    END-IF.
    IF NOT WA-IS-RESTART OR WA-RESTART-IN-PENDING
        PERFORM RELEASE-PENDING-PARA
    END-IF.
    MOVE "T" TO WA-PHASE-SW.
    MOVE 0 TO WA-PHASE-POS.
    PERFORM READ-CUSTTRAN-PARA.
    IF WA-IS-RESTART AND WA-RESTART-IN-CUSTTRAN
        PERFORM SKIP-CUSTTRAN-PARA
            UNTIL WA-PHASE-POS >= WA-RESTART-POS OR WA-EOF
    END-IF.
    IF WA-IS-RESTART AND WA-RESTART-IN-RECYCLE
        MOVE "Y" TO WA-EOF-SW
    END-IF.

    CHECK-RESTART-PARA.
    IF WA-CKPT-INTERVAL > 0
        MOVE "Y" TO WA-CKPT-ON-SW
    END-IF.
    OPEN INPUT CHECKPOINT-FILE.
    IF WA-CKPT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM READ-LAST-CKPT-PARA UNTIL WA-CKPT-STATUS NOT = "00".
    CLOSE CHECKPOINT-FILE.
    IF NOT WA-CKPT-FOUND OR CK-END-OF-JOB
        EXIT PARAGRAPH
    END-IF.
    EVALUATE TRUE
    WHEN CK-RUN-DATE NOT = WA-RUN-DATE OR CK-RUN-MODE NOT = WA-RUN-MODE
        DISPLAY "CUSTOMERMASTER - CHECKPOINT FOR " CK-RUN-DATE " "
            CK-RUN-MODE " DOES NOT BELONG TO THIS RUN - IGNORED"
    WHEN WA-RESET-CKPT
        DISPLAY "CUSTOMERMASTER - OPTION RESET - CHECKPOINT AT "
            CK-POSITION " DISCARDED, RUN STARTS FROM THE BEGINNING"
        OPEN OUTPUT CHECKPOINT-FILE
        CLOSE CHECKPOINT-FILE
    WHEN OTHER
        MOVE "Y" TO WA-RESTART-SW
        MOVE "C" TO WA-RCK-RERUN-SW
        MOVE CK-PHASE TO WA-RESTART-PHASE
        MOVE CK-POSITION TO WA-RESTART-POS
        IF WA-CKPT-INTERVAL = 0
            MOVE CK-INTERVAL TO WA-CKPT-INTERVAL
        END-IF
        MOVE "Y" TO WA-CKPT-ON-SW
        DISPLAY "CUSTOMERMASTER - RESTARTING " CK-RUN-DATE " "
            CK-RUN-MODE " FROM CHECKPOINT, PHASE " CK-PHASE
            " RECORD " CK-POSITION
    END-EVALUATE.

    READ-LAST-CKPT-PARA.
    READ CHECKPOINT-FILE INTO WA-CUSTCKPT-REC
        AT END CONTINUE
        NOT AT END MOVE "Y" TO WA-CKPT-FOUND-SW
    END-READ.

    RESTORE-CHECKPOINT-PARA.
    MOVE CK-COUNTS TO WA-COUNTS.
    MOVE CK-CNT-HELD TO WA-CNT-HELD.
    MOVE CK-CRM-SEQ TO WA-CRM-SEQ.
    MOVE CK-PENDNEW-RECS TO WA-CNT-PENDNEW.
    MOVE CK-JRN-BASE TO WA-JRN-BASE.
    MOVE CK-JRN-WRITTEN TO WA-JRN-WRITTEN.
    MOVE CK-HELD-BASE TO WA-HELD-BASE.
    PERFORM COUNT-JOURNAL-PARA.
    IF WA-FILE-RECS NOT = WA-JRN-BASE + WA-JRN-WRITTEN
        DISPLAY "CUSTOMERMASTER - " WA-CUSTJRNL-DSN " HOLDS "
            WA-FILE-RECS " RECORD(S), CHECKPOINT EXPECTS "
            WA-JRN-BASE " + " WA-JRN-WRITTEN
        DISPLAY "CUSTOMERMASTER - BACK OUT TO THE CHECKPOINT WITH"
            " CUSTJRNBACK OPTION RESTART BEFORE RESTARTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WA-CRM-EXTRACT-DSN TO WA-TRIM-DSN.
    COMPUTE WA-TRIM-KEEP = WA-CRM-SEQ + 1.
    PERFORM TRIM-OUTPUT-PARA.
    MOVE WA-RECYCLE-DSN TO WA-TRIM-DSN.
    MOVE WA-CNT-RECYC-OUT TO WA-TRIM-KEEP.
    PERFORM TRIM-OUTPUT-PARA.
    MOVE WA-AGEDREJ-DSN TO WA-TRIM-DSN.
    COMPUTE WA-TRIM-KEEP = WA-CNT-AGED + 1.
    PERFORM TRIM-OUTPUT-PARA.
    MOVE "CUSTPENDNEW" TO WA-TRIM-DSN.
    MOVE WA-CNT-PENDNEW TO WA-TRIM-KEEP.
    PERFORM TRIM-OUTPUT-PARA.
    MOVE "CUSTHELD" TO WA-TRIM-DSN.
    COMPUTE WA-TRIM-KEEP = WA-HELD-BASE + WA-CNT-HELD.
    PERFORM TRIM-OUTPUT-PARA.

    TRIM-OUTPUT-PARA.
    CALL "SEQTRIMLIB" USING WA-TRIM-DSN WA-TRIM-KEEP WA-TRIM-OK-SW.
    IF WA-TRIM-OK-SW NOT = "Y"
        DISPLAY "CUSTOMERMASTER - UNABLE TO RESET " WA-TRIM-DSN
            " TO THE CHECKPOINT - RESTART ABANDONED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    COUNT-JOURNAL-PARA.
    MOVE 0 TO WA-FILE-RECS.
    OPEN INPUT CUSTJRNL-FILE.
    IF WA-CUSTJRNL-STATUS = "00"
        MOVE "N" TO WA-COUNT-EOF-SW
        PERFORM COUNT-ONE-JOURNAL-PARA UNTIL WA-COUNT-EOF
        CLOSE CUSTJRNL-FILE
    END-IF.

    COUNT-ONE-JOURNAL-PARA.
    READ CUSTJRNL-FILE
        AT END MOVE "Y" TO WA-COUNT-EOF-SW
        NOT AT END ADD 1 TO WA-FILE-RECS
    END-READ.

    COUNT-HELD-PARA.
    MOVE 0 TO WA-FILE-RECS.
    OPEN INPUT HELD-APPROVALS-FILE.
    IF WA-CUSTHELD-STATUS = "00"
        MOVE "N" TO WA-COUNT-EOF-SW
        PERFORM COUNT-ONE-HELD-PARA UNTIL WA-COUNT-EOF
        CLOSE HELD-APPROVALS-FILE
    END-IF.

    COUNT-ONE-HELD-PARA.
    READ HELD-APPROVALS-FILE
        AT END MOVE "Y" TO WA-COUNT-EOF-SW
        NOT AT END ADD 1 TO WA-FILE-RECS
    END-READ.

    AUDIT-RESTART-PARA.
    MOVE SPACES TO WA-CUSTTRAN-REC.
    MOVE "RESTART" TO CT-CUSTID.
    MOVE "P" TO WA-AUD-RESULT-SW.
    MOVE SPACES TO WA-AUD-REASON.
    STRING "RESTART AT " WA-CNT-TOTAL
        DELIMITED BY SIZE INTO WA-AUD-REASON.
    PERFORM WRITE-AUDIT-PARA.

    OPEN-CHECKPOINT-PARA.
    IF WA-IS-RESTART
        OPEN EXTEND CHECKPOINT-FILE
    ELSE
        OPEN OUTPUT CHECKPOINT-FILE
    END-IF.
    IF WA-CKPT-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CHECKPOINT-FILE,"
            " STATUS=" WA-CKPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    COUNT-CHECKPOINT-PARA.
    ADD 1 TO WA-PHASE-POS.
    IF WA-CKPT-ON
        ADD 1 TO WA-CKPT-SINCE-LAST
        IF WA-CKPT-SINCE-LAST >= WA-CKPT-INTERVAL
            PERFORM WRITE-CHECKPOINT-PARA
        END-IF
    END-IF.

    WRITE-CHECKPOINT-PARA.
    MOVE SPACES TO WA-CUSTCKPT-REC.
    MOVE WA-RUN-DATE TO CK-RUN-DATE.
    MOVE WA-RUN-MODE TO CK-RUN-MODE.
    MOVE WA-PHASE-SW TO CK-PHASE.
    MOVE WA-PHASE-POS TO CK-POSITION.
    MOVE WA-CKPT-INTERVAL TO CK-INTERVAL.
    MOVE WA-JRN-BASE TO CK-JRN-BASE.
    MOVE WA-JRN-WRITTEN TO CK-JRN-WRITTEN.
    MOVE WA-HELD-BASE TO CK-HELD-BASE.
    MOVE WA-CNT-HELD TO CK-CNT-HELD.
    MOVE WA-CRM-SEQ TO CK-CRM-SEQ.
    MOVE WA-CNT-PENDNEW TO CK-PENDNEW-RECS.
    MOVE WA-BAL-COUNT TO CK-BAL-COUNT.
    MOVE WA-BAL-HASH TO CK-BAL-HASH.
    MOVE WA-COUNTS TO CK-COUNTS.
    WRITE WA-CKPT-FILE-REC FROM WA-CUSTCKPT-REC.
    IF WA-CKPT-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - CHECKPOINT WRITE FAILED, STATUS="
            WA-CKPT-STATUS " - RUN STOPPED, BACK OUT BEFORE RERUN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO WA-CKPT-SINCE-LAST.

    WRITE-CKPT-ENDMARK-PARA.
    MOVE "E" TO WA-PHASE-SW.
    PERFORM WRITE-CHECKPOINT-PARA.
    CLOSE CHECKPOINT-FILE.

    OPEN-DND-REGISTRY-PARA.
    OPEN INPUT DND-REGISTRY-FILE.
    IF WA-DNDREG-STATUS = "00"
        MOVE "Y" TO WA-DNDREG-OPEN-SW
    ELSE
        DISPLAY "CUSTOMERMASTER - DND REGISTRY NOT AVAILABLE, STATUS="
            WA-DNDREG-STATUS " - ALL CRM MOBILES FLAGGED"
            " TRANSACTIONAL-ONLY"
        IF RETURN-CODE = 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    OPEN-VELOCITY-ALERTS-PARA.
    OPEN INPUT VELOCITY-ALERT-FILE.
    IF WA-VELALERT-STATUS = "00"
        MOVE "Y" TO WA-VELALERT-OPEN-SW
    ELSE
        DISPLAY "CUSTOMERMASTER - VELOCITY ALERTS NOT AVAILABLE, STATUS="
            WA-VELALERT-STATUS " - CHANGES NOT SCREENED"
        IF RETURN-CODE = 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    OPEN-RISK-FLAGS-PARA.
    OPEN INPUT RISK-FLAG-FILE.
    IF WA-RISKFLAG-STATUS = "00"
        MOVE "Y" TO WA-RISKFLAG-OPEN-SW
    ELSE
        DISPLAY "CUSTOMERMASTER - RISK FLAGS NOT AVAILABLE, STATUS="
            WA-RISKFLAG-STATUS " - RATINGS EXCLUDE SHARED MOBILE"
            " AND DUPLICATE"
        IF RETURN-CODE = 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    RELEASE-PENDING-PARA.
    OPEN INPUT PENDING-FILE.
    IF WA-PENDING-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-PENDING-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN PENDING-FILE,"
            " STATUS=" WA-PENDING-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-PEND-EOF-SW.
    MOVE "P" TO WA-PHASE-SW.
    MOVE 0 TO WA-PHASE-POS.
    PERFORM READ-PENDING-PARA.
    IF WA-IS-RESTART AND WA-RESTART-IN-PENDING
        PERFORM SKIP-PENDING-PARA
            UNTIL WA-PHASE-POS >= WA-RESTART-POS OR WA-PEND-EOF
    END-IF.
    PERFORM PROCESS-PENDING-PARA UNTIL WA-PEND-EOF.
    CLOSE PENDING-FILE.

    SKIP-PENDING-PARA.
    ADD 1 TO WA-PHASE-POS.
    PERFORM READ-PENDING-PARA.

    READ-PENDING-PARA.
    READ PENDING-FILE INTO WA-PENDING-REC
        AT END MOVE "Y" TO WA-PEND-EOF-SW
    END-READ.
    IF NOT WA-PEND-EOF AND WA-PENDING-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - CUSTPEND READ ERROR, STATUS="
            WA-PENDING-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WA-PEND-EOF-SW
    END-IF.

    PROCESS-PENDING-PARA.
    MOVE WA-PENDING-REC TO WA-CUSTTRAN-REC.
    PERFORM APPLY-PENDING-ONE-PARA.
    PERFORM COUNT-CHECKPOINT-PARA.
    PERFORM READ-PENDING-PARA.

    APPLY-PENDING-ONE-PARA.
    IF CT-EFF-DATE IS NUMERIC AND CT-EFF-DATE > WA-EFF-CHECK-DATE
        MOVE WA-CUSTTRAN-REC TO WA-PENDING-NEW-REC
        WRITE WA-PENDING-NEW-REC
        ADD 1 TO WA-CNT-PENDNEW
    ELSE
        ADD 1 TO WA-CNT-RELEASED
        PERFORM APPLY-TRANSACTION-PARA
    END-IF.

    REWRITE-PENDING-PARA.
    CLOSE PENDING-NEW-FILE.
    PERFORM INSTALL-PENDING-PARA.

    INSTALL-PENDING-PARA.
    OPEN INPUT PENDING-NEW-FILE.
    IF WA-PENDNEW-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO REOPEN CUSTPENDNEW,"
            " STATUS=" WA-PENDNEW-STATUS
            " - PENDING FILE LEFT UNCHANGED"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT PENDING-FILE.
    IF WA-PENDING-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO REWRITE CUSTPEND,"
            " STATUS=" WA-PENDING-STATUS
            " - RECOVER FROM CUSTPENDNEW"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-PENDCOPY-EOF-SW.
    PERFORM READ-PENDING-NEW-PARA.
    PERFORM COPY-PENDING-PARA UNTIL WA-PENDCOPY-EOF.
    CLOSE PENDING-FILE.
    CLOSE PENDING-NEW-FILE.

    READ-PENDING-NEW-PARA.
    READ PENDING-NEW-FILE INTO WA-PENDING-NEW-REC
        AT END MOVE "Y" TO WA-PENDCOPY-EOF-SW
    END-READ.

    COPY-PENDING-PARA.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-CNT-INST-PEND.
    PERFORM READ-PENDING-NEW-PARA.

    PREVALIDATE-CUSTTRAN-PARA.
        PERFORM RECORD-RUNCTL-END-PARA
        STOP RUN
    END-IF.
    IF WA-IS-RESTART
    AND (WA-BAL-COUNT NOT = CK-BAL-COUNT OR WA-BAL-HASH NOT = CK-BAL-HASH)
        DISPLAY "CUSTOMERMASTER - " WA-CUSTTRAN-DSN " COUNT/HASH "
            WA-BAL-COUNT "/" WA-BAL-HASH " DIFFERS FROM CHECKPOINT "
            CK-BAL-COUNT "/" CK-BAL-HASH " - RESTART ABANDONED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE CUSTTRAN-FILE.
    OPEN INPUT CUSTTRAN-FILE.
    IF WA-CUSTTRAN-STATUS NOT = "00"
            EVALUATE TRUE
            WHEN WA-CTL-FULLREF
                CONTINUE
            WHEN WA-CTL-INSTALL
                CONTINUE
            WHEN WA-CTL-APPROVED
                MOVE "Y" TO WA-APPROVED-RUN-SW
                MOVE "Y" TO WA-RCK-RERUN-SW
            WHEN WA-CTL-RERUN
                MOVE "Y" TO WA-RCK-RERUN-SW
            WHEN WA-CTL-RESET
                MOVE "Y" TO WA-RESET-CKPT-SW
            WHEN WA-CTL-OPTION = SPACES
                CONTINUE
            WHEN OTHER
                DISPLAY "CUSTOMERMASTER - FAIL THRESHOLD "
                    WA-CTL-FAIL-PCT " NOT NUMERIC - IGNORED"
            END-EVALUATE
            EVALUATE TRUE
            WHEN WA-CTL-SEQ-UPDATE
                MOVE "Y" TO WA-SEQ-MODE-SW
            WHEN WA-CTL-RANDOM-UPDATE
                CONTINUE
            WHEN OTHER
                DISPLAY "CUSTOMERMASTER - UPDATE MODE "
                    WA-CTL-UPDATE-MODE " NOT RECOGNIZED - IGNORED"
            END-EVALUATE
            EVALUATE TRUE
            WHEN WA-CTL-CKPT-INTERVAL IS NUMERIC
                MOVE WA-CTL-CKPT-INTERVAL TO WA-CKPT-INTERVAL
            WHEN WA-CTL-CKPT-INTERVAL NOT = SPACES
                DISPLAY "CUSTOMERMASTER - CHECKPOINT INTERVAL "
                    WA-CTL-CKPT-INTERVAL " NOT NUMERIC - IGNORED"
            END-EVALUATE
            IF WA-CTL-INPUT-DD NOT = SPACES
                MOVE WA-CTL-INPUT-DD TO WA-CUSTTRAN-DSN
            END-IF
            MOVE SPACES TO WA-CRM-EXTRACT-DSN
            STRING "CRMEXTRACT." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-CRM-EXTRACT-DSN
            MOVE SPACES TO WA-CRM-CONTACT-DSN
            STRING "CRMCONTACT." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-CRM-CONTACT-DSN
            MOVE SPACES TO WA-CUSTJRNL-DSN
            STRING "CUSTJRNL." WA-RUN-DATE "." WA-RUN-MODE
                DELIMITED BY SIZE INTO WA-CUSTJRNL-DSN
    END-IF.

    PROCESS-CUSTTRAN-FILE-PARA.
    PERFORM APPLY-CUSTTRAN-ONE-PARA.
    PERFORM COUNT-CHECKPOINT-PARA.
    PERFORM READ-CUSTTRAN-PARA.

    APPLY-CUSTTRAN-ONE-PARA.
    IF CT-HEADER OR CT-TRAILER
        CONTINUE
    ELSE
            PERFORM APPLY-TRANSACTION-PARA
        END-IF
    END-IF.

    SKIP-CUSTTRAN-PARA.
    ADD 1 TO WA-PHASE-POS.
    PERFORM READ-CUSTTRAN-PARA.

    APPLY-TRANSACTION-PARA.
    MOVE "F" TO WA-AUD-RESULT-SW.
    MOVE "NOT PROCESSED" TO WA-AUD-REASON.
    MOVE "N" TO WA-HIRISK-SW.
    MOVE "N" TO WA-VELOCITY-HIT-SW.
    IF NOT WA-APPROVED-INPUT
        PERFORM CHECK-HIGH-RISK-PARA
    END-IF.
            PERFORM DELETE-CUSTOMER-PARA
        WHEN CT-REINSTATE
            PERFORM REINSTATE-CUSTOMER-PARA
        WHEN CT-CONSENT
            PERFORM CONSENT-CUSTOMER-PARA
        WHEN CT-CONTACT
            PERFORM CONTACT-POINT-PARA
        WHEN CT-RELPARTY
            PERFORM RELATED-PARTY-PARA
        WHEN CT-REKYC
            PERFORM REKYC-CUSTOMER-PARA
        WHEN OTHER
            ADD 1 TO WA-CNT-REJECT
            MOVE "BAD ACTION CODE" TO WA-AUD-REASON
    END-IF.
    MOVE "Y" TO WA-RECYCLING-SW.
    MOVE "N" TO WA-RECYC-EOF-SW.
    MOVE "R" TO WA-PHASE-SW.
    MOVE 0 TO WA-PHASE-POS.
    PERFORM READ-RECYCLE-PARA.
    IF WA-IS-RESTART AND WA-RESTART-IN-RECYCLE
        PERFORM SKIP-RECYCLE-PARA
            UNTIL WA-PHASE-POS >= WA-RESTART-POS OR WA-RECYC-EOF
    END-IF.
    PERFORM RECYCLE-ONE-PARA UNTIL WA-RECYC-EOF.
    MOVE "N" TO WA-RECYCLING-SW.
    CLOSE RECYCLE-IN-FILE.
    END-IF.

    RECYCLE-ONE-PARA.
    PERFORM APPLY-RECYCLE-ONE-PARA.
    PERFORM COUNT-CHECKPOINT-PARA.
    PERFORM READ-RECYCLE-PARA.

    APPLY-RECYCLE-ONE-PARA.
    ADD 1 TO WA-CNT-RECYC-IN.
    MOVE RCY-FIRST-DATE TO WA-RCY-HOLD-FIRST.
    IF RCY-CYCLE IS NUMERIC
        MOVE 1 TO WA-RCY-HOLD-CYCLE
    END-IF.
    MOVE RCY-TRAN TO WA-CUSTTRAN-REC.
    PERFORM APPLY-CUSTTRAN-ONE-PARA.

    SKIP-RECYCLE-PARA.
    ADD 1 TO WA-PHASE-POS.
    PERFORM READ-RECYCLE-PARA.

    CHECK-HIGH-RISK-PARA.
    END-IF.
    IF CT-UPDATE
        MOVE CT-CUSTID TO CM-CUSTID
        PERFORM GET-CUSTMAST-PARA
        IF WA-CM-OK AND CM-PAN NOT = CT-PAN
            MOVE "Y" TO WA-HIRISK-SW
        END-IF
    END-IF.
    IF WA-VELALERT-OPEN AND NOT WA-HIRISK-FOUND
    AND (CT-UPDATE OR CT-CONTACT OR CT-REINSTATE)
        MOVE CT-CUSTID TO VA-CUSTID
        READ VELOCITY-ALERT-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WA-HIRISK-SW
                MOVE "Y" TO WA-VELOCITY-HIT-SW
        END-READ
    END-IF.

        STOP RUN
    END-IF.
    MOVE "P" TO WA-AUD-RESULT-SW.
    IF WA-VELOCITY-HIT
        MOVE "HELD VELOCITY ALERT" TO WA-AUD-REASON
    ELSE
        MOVE "HELD FOR APPROVAL" TO WA-AUD-REASON
    END-IF.

    PARK-TRANSACTION-PARA.
    ADD 1 TO WA-CNT-PARKED.
    MOVE WA-CUSTTRAN-REC TO WA-PENDING-NEW-REC.
    WRITE WA-PENDING-NEW-REC.
    ADD 1 TO WA-CNT-PENDNEW.
    IF WA-PENDNEW-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - PENDING WRITE FAILED, STATUS="
            WA-PENDNEW-STATUS " - RUN STOPPED, BACK OUT BEFORE RERUN"
    MOVE "N" TO WA-DUP-SW.
    MOVE "N" TO WA-MOBDUP-SW.
    MOVE "N" TO WA-PANINACT-SW.
    MOVE "Y" TO WA-PXC-CAT-SW.
    MOVE "Y" TO WA-PXC-INIT-SW.
    CALL "PANVALCHK" USING CT-PAN WA-PVC-VALID-SW.
    CALL "MOBVALCHK" USING CT-MOBILE WA-MVC-VALID-SW WA-MOBILE-NORMALIZED.
    IF CT-EMAIL = SPACES
    END-IF.
    PERFORM VALIDATE-ADDRESS-PARA.
    IF WA-PAN-OK
        CALL "PANXREFCHK" USING CT-PAN CT-CATEGORY CT-NAME
            WA-PXC-CAT-SW WA-PXC-INIT-SW
        PERFORM CHECK-DUPLICATE-PARA
    END-IF.
    IF WA-MOBILE-OK

    CHECK-DUP-MOBILE-PARA.
    MOVE WA-MOBILE-NORMALIZED TO WA-MOBLMAST-KEY.
    PERFORM GET-MOBLMAST-PARA.
    IF WA-MM-INVALID
        MOVE "N" TO WA-MOBDUP-SW
    END-IF.
    IF WA-MM-OK
        IF WA-MOBLMAST-CUSTID = CT-CUSTID
            MOVE "N" TO WA-MOBDUP-SW
        ELSE
            MOVE "Y" TO WA-MOBDUP-SW
            MOVE WA-MOBLMAST-CUSTID TO WA-MOBDUP-HOLDER
        END-IF
    END-IF.

    CHECK-DUPLICATE-PARA.
    MOVE CT-PAN TO WA-PANMAST-KEY.
    PERFORM GET-PANMAST-PARA.
    IF WA-PM-INVALID
        MOVE "N" TO WA-DUP-SW
    END-IF.
    IF WA-PM-OK
        IF WA-PANMAST-CUSTID = CT-CUSTID
            MOVE "N" TO WA-DUP-SW
        ELSE
            MOVE "Y" TO WA-DUP-SW
            IF WA-PANMAST-INACTIVE OR WA-PANMAST-INVALID
                MOVE "Y" TO WA-PANINACT-SW
            END-IF
        END-IF
    END-IF.

    REGISTER-PAN-PARA.
    MOVE CT-PAN TO WA-PANMAST-KEY.
    PERFORM GET-PANMAST-PARA.
    IF WA-PM-INVALID
        MOVE CT-CUSTID TO WA-PANMAST-CUSTID
        MOVE "A" TO WA-PANMAST-VSTAT
        MOVE SPACES TO WA-PANMAST-VDATE
        PERFORM PUT-PANMAST-PARA
        IF WA-PM-OK
            MOVE "P" TO WA-JRN-FILE-SW
            MOVE "A" TO WA-JRN-ACT-SW
            MOVE SPACES TO WA-JRN-BEFORE
            MOVE WA-PANMAST-REC TO WA-JRN-AFTER
            PERFORM WRITE-JOURNAL-PARA
            MOVE "A" TO WA-HIST-ACT-SW
            PERFORM WRITE-PANHIST-PARA
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WA-PM-OK AND WA-PANMAST-CUSTID NOT = CT-CUSTID
        MOVE WA-PANMAST-REC TO WA-OLD-PANMAST-REC
        MOVE CT-CUSTID TO WA-PANMAST-CUSTID
        PERFORM REPLACE-PANMAST-PARA
        IF WA-PM-OK
            MOVE "P" TO WA-JRN-FILE-SW
            MOVE "U" TO WA-JRN-ACT-SW
            MOVE WA-OLD-PANMAST-REC TO WA-JRN-BEFORE
            MOVE WA-PANMAST-REC TO WA-JRN-AFTER
            PERFORM WRITE-JOURNAL-PARA
            MOVE "T" TO WA-HIST-ACT-SW
            PERFORM WRITE-PANHIST-PARA
        END-IF
    END-IF.

    REGISTER-MOBILE-PARA.
    MOVE WA-MOBILE-NORMALIZED TO WA-MOBLMAST-KEY.
    PERFORM GET-MOBLMAST-PARA.
    IF WA-MM-INVALID
        MOVE CT-CUSTID TO WA-MOBLMAST-CUSTID
        PERFORM PUT-MOBLMAST-PARA
        IF WA-MM-OK
            MOVE "M" TO WA-JRN-FILE-SW
            MOVE "A" TO WA-JRN-ACT-SW
            MOVE SPACES TO WA-JRN-BEFORE
            MOVE WA-MOBLMAST-REC TO WA-JRN-AFTER
            PERFORM WRITE-JOURNAL-PARA
            MOVE "A" TO WA-HIST-ACT-SW
            PERFORM WRITE-MOBLHIST-PARA
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WA-MM-OK AND WA-MOBLMAST-CUSTID NOT = CT-CUSTID
        MOVE WA-MOBLMAST-REC TO WA-OLD-MOBLMAST-REC
        MOVE CT-CUSTID TO WA-MOBLMAST-CUSTID
        PERFORM REPLACE-MOBLMAST-PARA
        IF WA-MM-OK
            MOVE "M" TO WA-JRN-FILE-SW
            MOVE "U" TO WA-JRN-ACT-SW
            MOVE WA-OLD-MOBLMAST-REC TO WA-JRN-BEFORE
            MOVE WA-MOBLMAST-REC TO WA-JRN-AFTER
            PERFORM WRITE-JOURNAL-PARA
            MOVE "T" TO WA-HIST-ACT-SW
            PERFORM WRITE-MOBLHIST-PARA
        END-IF
    END-IF.

    DEREGISTER-OLD-MOBILE-PARA.
    MOVE WA-OLD-MOBILE TO WA-MOBLMAST-KEY.
    MOVE SPACES TO WA-OLD-MOBLMAST-REC.
    PERFORM GET-MOBLMAST-PARA.
    IF NOT WA-MM-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-MOBLMAST-REC TO WA-OLD-MOBLMAST-REC.
    IF WA-MOBLMAST-CUSTID = CT-CUSTID
        PERFORM REMOVE-MOBLMAST-PARA
        IF WA-MM-OK
            MOVE "M" TO WA-JRN-FILE-SW
            MOVE "D" TO WA-JRN-ACT-SW
            MOVE WA-OLD-MOBLMAST-REC TO WA-JRN-BEFORE
            MOVE SPACES TO WA-JRN-AFTER
            PERFORM WRITE-JOURNAL-PARA
            MOVE "D" TO WA-HIST-ACT-SW
            PERFORM WRITE-MOBLHIST-PARA
        END-IF
    END-IF.

    DEREGISTER-OLD-PAN-PARA.
    MOVE WA-OLD-PAN TO WA-PANMAST-KEY.
    MOVE SPACES TO WA-OLD-PANMAST-REC.
    PERFORM GET-PANMAST-PARA.
    IF NOT WA-PM-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-PANMAST-REC TO WA-OLD-PANMAST-REC.
    IF WA-PANMAST-CUSTID = CT-CUSTID
        PERFORM REMOVE-PANMAST-PARA
        IF WA-PM-OK
            MOVE "P" TO WA-JRN-FILE-SW
            MOVE "D" TO WA-JRN-ACT-SW
            MOVE WA-OLD-PANMAST-REC TO WA-JRN-BEFORE
            MOVE SPACES TO WA-JRN-AFTER
            PERFORM WRITE-JOURNAL-PARA
            MOVE "D" TO WA-HIST-ACT-SW
            PERFORM WRITE-PANHIST-PARA
        END-IF
    END-IF.

    ADD-CUSTOMER-PARA.
    PERFORM VALIDATE-TRANSACTION-PARA.
    IF NOT WA-PAN-OK OR NOT WA-MOBILE-OK OR NOT WA-EMAIL-OK
    OR NOT WA-PINCODE-OK OR NOT WA-ADDR-STATE-OK
    OR WA-DUP-FOUND OR WA-MOBDUP-FOUND OR WA-PANINACT-FOUND
    OR NOT WA-PANCAT-OK OR NOT WA-PANINIT-OK
        PERFORM REJECT-TRANSACTION-PARA
    ELSE
        MOVE CT-CUSTID TO CM-CUSTID
        MOVE WA-EMAIL-NORMALIZED TO CM-EMAIL
        MOVE CT-ADDR-BLOCK TO CM-ADDR-BLOCK
        PERFORM STAMP-LAST-ACT-PARA
        PERFORM PUT-CUSTMAST-PARA
        IF WA-CM-INVALID
            ADD 1 TO WA-CNT-REJECT
            MOVE "CUSTID ON FILE" TO WA-AUD-REASON
            MOVE SPACES TO WA-CUSTREJECT-REC
            STRING CT-CUSTID " REJECTED - CUSTOMER ID ALREADY ON FILE"
                DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
            PERFORM WRITE-REJECT-LINE-PARA
        END-IF
        IF WA-CM-OK
            ADD 1 TO WA-CNT-ADD
            MOVE "P" TO WA-AUD-RESULT-SW
            MOVE "CUSTOMER ADDED" TO WA-AUD-REASON
            MOVE "C" TO WA-JRN-FILE-SW
            MOVE "A" TO WA-JRN-ACT-SW
            MOVE SPACES TO WA-JRN-BEFORE
            MOVE WA-CUSTMAST-REC TO WA-JRN-AFTER
            PERFORM WRITE-JOURNAL-PARA
            PERFORM REGISTER-PAN-PARA
            PERFORM REGISTER-MOBILE-PARA
            PERFORM WRITE-CRM-EXTRACT-PARA
            MOVE "A" TO WA-KYC-EVENT-SW
            PERFORM RATE-CUSTOMER-PARA
        END-IF
    END-IF.

    UPDATE-CUSTOMER-PARA.
    IF NOT WA-PAN-OK OR NOT WA-MOBILE-OK OR NOT WA-EMAIL-OK
    OR NOT WA-PINCODE-OK OR NOT WA-ADDR-STATE-OK
    OR WA-DUP-FOUND OR WA-MOBDUP-FOUND OR WA-PANINACT-FOUND
    OR NOT WA-PANCAT-OK OR NOT WA-PANINIT-OK
        PERFORM REJECT-TRANSACTION-PARA
    ELSE
        MOVE CT-CUSTID TO CM-CUSTID
        MOVE SPACES TO WA-OLD-PAN
        MOVE SPACES TO WA-OLD-MOBILE
        MOVE SPACES TO WA-OLD-CUSTMAST-REC
        PERFORM GET-CUSTMAST-PARA
        IF WA-CM-OK
            MOVE CM-PAN TO WA-OLD-PAN
            MOVE CM-MOBILE TO WA-OLD-MOBILE
            MOVE WA-CUSTMAST-REC TO WA-OLD-CUSTMAST-REC
        END-IF
        MOVE CT-CUSTID TO CM-CUSTID
        MOVE CT-NAME TO CM-NAME
        MOVE CT-PAN TO CM-PAN
            MOVE CT-ADDR-BLOCK TO CM-ADDR-BLOCK
        END-IF
        PERFORM STAMP-LAST-ACT-PARA
        PERFORM REPLACE-CUSTMAST-PARA
        IF WA-CM-INVALID
            ADD 1 TO WA-CNT-REJECT
            MOVE "CUSTID NOT ON FILE" TO WA-AUD-REASON
            MOVE SPACES TO WA-CUSTREJECT-REC
            STRING CT-CUSTID " REJECTED - CUSTOMER ID NOT ON FILE"
                DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
            PERFORM WRITE-REJECT-LINE-PARA
        END-IF
        IF WA-CM-OK
            ADD 1 TO WA-CNT-UPDATE
            MOVE "P" TO WA-AUD-RESULT-SW
            MOVE "CUSTOMER UPDATED" TO WA-AUD-REASON
            MOVE "C" TO WA-JRN-FILE-SW
            MOVE "U" TO WA-JRN-ACT-SW
            MOVE WA-OLD-CUSTMAST-REC TO WA-JRN-BEFORE
            MOVE WA-CUSTMAST-REC TO WA-JRN-AFTER
            PERFORM WRITE-JOURNAL-PARA
            IF WA-OLD-PAN NOT = SPACES AND WA-OLD-PAN NOT = CT-PAN
                PERFORM DEREGISTER-OLD-PAN-PARA
            END-IF
            PERFORM REGISTER-PAN-PARA
            IF WA-OLD-MOBILE NOT = SPACES
            AND WA-OLD-MOBILE NOT = WA-MOBILE-NORMALIZED
                PERFORM DEREGISTER-OLD-MOBILE-PARA
            END-IF
            PERFORM REGISTER-MOBILE-PARA
            PERFORM WRITE-CRM-EXTRACT-PARA
            MOVE "R" TO WA-KYC-EVENT-SW
            PERFORM RATE-CUSTOMER-PARA
        END-IF
    END-IF.

    DELETE-CUSTOMER-PARA.
    MOVE CT-CUSTID TO CM-CUSTID.
    MOVE SPACES TO WA-OLD-PAN.
    MOVE SPACES TO WA-OLD-MOBILE.
    MOVE SPACES TO WA-OLD-CUSTMAST-REC.
    PERFORM GET-CUSTMAST-PARA.
    IF WA-CM-OK
        MOVE CM-PAN TO WA-OLD-PAN
        MOVE CM-MOBILE TO WA-OLD-MOBILE
        MOVE WA-CUSTMAST-REC TO WA-OLD-CUSTMAST-REC
    END-IF.
    MOVE CT-CUSTID TO CM-CUSTID.
    PERFORM REMOVE-CUSTMAST-PARA.
    IF WA-CM-INVALID
        ADD 1 TO WA-CNT-REJECT
        MOVE "CUSTID NOT ON FILE" TO WA-AUD-REASON
        MOVE SPACES TO WA-CUSTREJECT-REC
        STRING CT-CUSTID " REJECTED - CUSTOMER ID NOT ON FILE"
            DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
        PERFORM WRITE-REJECT-LINE-PARA
    END-IF.
    IF WA-CM-OK
        ADD 1 TO WA-CNT-DELETE
        MOVE "P" TO WA-AUD-RESULT-SW
        MOVE "CUSTOMER DELETED" TO WA-AUD-REASON
        MOVE "C" TO WA-JRN-FILE-SW
        MOVE "D" TO WA-JRN-ACT-SW
        MOVE WA-OLD-CUSTMAST-REC TO WA-JRN-BEFORE
        MOVE SPACES TO WA-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
        IF WA-OLD-PAN NOT = SPACES
            PERFORM DEREGISTER-OLD-PAN-PARA
        END-IF
        IF WA-OLD-MOBILE NOT = SPACES
            PERFORM DEREGISTER-OLD-MOBILE-PARA
        END-IF
    END-IF.

    REJECT-TRANSACTION-PARA.
    ADD 1 TO WA-CNT-REJECT.
        MOVE "INVALID PAN" TO WA-AUD-REASON
        STRING CT-CUSTID " REJECTED - INVALID PAN " CT-PAN
            DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
    ELSE IF NOT WA-PANCAT-OK
        MOVE "PAN ENTITY MISMATCH" TO WA-AUD-REASON
        STRING CT-CUSTID " REJECTED - PAN " CT-PAN
            " ENTITY CODE DOES NOT MATCH CATEGORY " CT-CATEGORY
            DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
    ELSE IF NOT WA-PANINIT-OK
        MOVE "PAN NAME MISMATCH" TO WA-AUD-REASON
        STRING CT-CUSTID " REJECTED - PAN " CT-PAN
            " 5TH CHARACTER DOES NOT MATCH NAME INITIAL"
            DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
    ELSE IF WA-PANINACT-FOUND
        MOVE "INACTIVE PAN" TO WA-AUD-REASON
        STRING CT-CUSTID " REJECTED - PAN " CT-PAN
    MOVE WA-TIMESTAMP-DATE TO WA-TS-DATE.
    MOVE WA-TIMESTAMP-TIME TO WA-TS-TIME.
    STRING WA-TS-DATE WA-TS-TIME DELIMITED BY SIZE INTO CRM-TIMESTAMP.
    PERFORM SET-CRM-MOBILE-USE-PARA.
    WRITE WA-CRM-EXTRACT-REC.

    SET-CRM-MOBILE-USE-PARA.
    IF CM-MOBILE = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WA-ON-DND-SW.
    MOVE "N" TO WA-NO-CONSENT-SW.
    IF WA-DNDREG-OPEN
        MOVE CM-MOBILE TO DND-MOBILE
        READ DND-REGISTRY-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "Y" TO WA-ON-DND-SW
        END-READ
    END-IF.
    IF WA-CUSTCONS-OPEN
        MOVE CM-CUSTID TO CC-CUSTID
        READ CONSENT-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF CC-CONSENT-WITHDRAWN
                    MOVE "Y" TO WA-NO-CONSENT-SW
                END-IF
        END-READ
    END-IF.
    MOVE "T" TO CRM-MOBILE-USE.
    EVALUATE TRUE
    WHEN NOT WA-DNDREG-OPEN
        MOVE "U" TO CRM-MOBILE-REASON
    WHEN WA-ON-DND AND WA-NO-CONSENT
        MOVE "B" TO CRM-MOBILE-REASON
    WHEN WA-ON-DND
        MOVE "D" TO CRM-MOBILE-REASON
    WHEN WA-NO-CONSENT
        MOVE "C" TO CRM-MOBILE-REASON
    WHEN OTHER
        MOVE "M" TO CRM-MOBILE-USE
    END-EVALUATE.

    STAMP-LAST-ACT-PARA.
    IF WA-RUN-DATE NOT = "00000000" AND WA-RUN-DATE IS NUMERIC
        MOVE WA-RUN-DATE TO CM-LAST-ACT-DATE
    MOVE "N" TO WA-MOBDUP-SW.
    IF CM-PAN NOT = SPACES
        MOVE CM-PAN TO WA-PANMAST-KEY
        PERFORM GET-PANMAST-PARA
        IF WA-PM-OK AND WA-PANMAST-CUSTID NOT = CT-CUSTID
            MOVE "Y" TO WA-DUP-SW
        END-IF
    END-IF.
    IF CM-MOBILE NOT = SPACES
        MOVE CM-MOBILE TO WA-MOBLMAST-KEY
        PERFORM GET-MOBLMAST-PARA
        IF WA-MM-OK AND WA-MOBLMAST-CUSTID NOT = CT-CUSTID
            MOVE "Y" TO WA-MOBDUP-SW
            MOVE WA-MOBLMAST-CUSTID TO WA-MOBDUP-HOLDER
        END-IF
    END-IF.
    IF WA-DUP-FOUND OR WA-MOBDUP-FOUND
        ADD 1 TO WA-CNT-REJECT
        PERFORM WRITE-REJECT-LINE-PARA
    ELSE
        PERFORM STAMP-LAST-ACT-PARA
        PERFORM PUT-CUSTMAST-PARA
        IF WA-CM-INVALID
            ADD 1 TO WA-CNT-REJECT
            MOVE "CUSTID ON FILE" TO WA-AUD-REASON
            MOVE SPACES TO WA-CUSTREJECT-REC
            STRING CT-CUSTID " REJECTED - CUSTOMER ID ALREADY"
                " ON FILE" DELIMITED BY SIZE
                INTO WA-CUSTREJECT-REC
            PERFORM WRITE-REJECT-LINE-PARA
        END-IF
        IF WA-CM-OK
            ADD 1 TO WA-CNT-REINST
            MOVE "P" TO WA-AUD-RESULT-SW
            MOVE "CUSTOMER REINSTATED" TO WA-AUD-REASON
            MOVE "C" TO WA-JRN-FILE-SW
            MOVE "A" TO WA-JRN-ACT-SW
            MOVE SPACES TO WA-JRN-BEFORE
            MOVE WA-CUSTMAST-REC TO WA-JRN-AFTER
            PERFORM WRITE-JOURNAL-PARA
            PERFORM REREGISTER-ARCHIVED-PARA
            PERFORM WRITE-CRM-EXTRACT-PARA
            DELETE CUSTOMER-ARCHIVE-FILE
                INVALID KEY
                    DISPLAY "CUSTOMERMASTER - UNABLE TO REMOVE "
                        CT-CUSTID " FROM ARCHIVE, STATUS="
                        WA-CUSTARCH-STATUS
                NOT INVALID KEY
                    MOVE "A" TO WA-JRN-FILE-SW
                    MOVE "D" TO WA-JRN-ACT-SW
                    MOVE WA-CUSTARCH-REC TO WA-JRN-BEFORE
                    MOVE SPACES TO WA-JRN-AFTER
                    PERFORM WRITE-JOURNAL-PARA
            END-DELETE
            MOVE "R" TO WA-KYC-EVENT-SW
            PERFORM RATE-CUSTOMER-PARA
        END-IF
    END-IF.

    CONSENT-CUSTOMER-PARA.
    IF NOT CTC-CONSENT-GIVEN AND NOT CTC-CONSENT-WITHDRAWN
        ADD 1 TO WA-CNT-REJECT
        MOVE "INVALID CONSENT" TO WA-AUD-REASON
        MOVE SPACES TO WA-CUSTREJECT-REC
        STRING CT-CUSTID " REJECTED - CONSENT INDICATOR " CTC-CONSENT
            " IS NOT Y OR N" DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
        PERFORM WRITE-REJECT-LINE-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE CT-CUSTID TO CM-CUSTID.
    PERFORM GET-CUSTMAST-PARA.
    IF WA-CM-INVALID
        ADD 1 TO WA-CNT-REJECT
        MOVE "CUSTID NOT ON FILE" TO WA-AUD-REASON
        MOVE SPACES TO WA-CUSTREJECT-REC
        STRING CT-CUSTID " REJECTED - CUSTOMER ID NOT ON FILE"
            DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
        PERFORM WRITE-REJECT-LINE-PARA
    END-IF.
    IF WA-CM-OK
        PERFORM RECORD-CONSENT-PARA
    END-IF.

    RECORD-CONSENT-PARA.
    MOVE CT-CUSTID TO CC-CUSTID.
    READ CONSENT-FILE
        INVALID KEY
            MOVE SPACES TO WA-OLD-CUSTCONS-REC
            MOVE SPACES TO WA-CUSTCONS-REC
            MOVE CT-CUSTID TO CC-CUSTID
            PERFORM SET-CONSENT-FIELDS-PARA
            WRITE WA-CUSTCONS-REC
                INVALID KEY PERFORM REJECT-CONSENT-IO-PARA
                NOT INVALID KEY
                    MOVE "A" TO WA-JRN-ACT-SW
                    PERFORM CONSENT-RECORDED-PARA
            END-WRITE
        NOT INVALID KEY
            MOVE WA-CUSTCONS-REC TO WA-OLD-CUSTCONS-REC
            PERFORM SET-CONSENT-FIELDS-PARA
            REWRITE WA-CUSTCONS-REC
                INVALID KEY PERFORM REJECT-CONSENT-IO-PARA
                NOT INVALID KEY
                    MOVE "U" TO WA-JRN-ACT-SW
                    PERFORM CONSENT-RECORDED-PARA
            END-REWRITE
    END-READ.

    SET-CONSENT-FIELDS-PARA.
    MOVE CTC-CONSENT TO CC-MKT-CONSENT.
    MOVE CTC-SOURCE TO CC-CONSENT-SRC.
    IF CT-EFF-DATE IS NUMERIC
        MOVE CT-EFF-DATE TO CC-CONSENT-DATE
    ELSE
        MOVE WA-EFF-CHECK-DATE TO CC-CONSENT-DATE
    END-IF.

    CONSENT-RECORDED-PARA.
    ADD 1 TO WA-CNT-CONSENT.
    MOVE "P" TO WA-AUD-RESULT-SW.
    IF CC-CONSENT-WITHDRAWN
        MOVE "CONSENT WITHDRAWN" TO WA-AUD-REASON
    ELSE
        MOVE "CONSENT GIVEN" TO WA-AUD-REASON
    END-IF.
    MOVE "K" TO WA-JRN-FILE-SW.
    MOVE WA-OLD-CUSTCONS-REC TO WA-JRN-BEFORE.
    MOVE WA-CUSTCONS-REC TO WA-JRN-AFTER.
    PERFORM WRITE-JOURNAL-PARA.
    PERFORM WRITE-CRM-EXTRACT-PARA.

    REJECT-CONSENT-IO-PARA.
    ADD 1 TO WA-CNT-REJECT.
    MOVE "CONSENT NOT STORED" TO WA-AUD-REASON.
    MOVE SPACES TO WA-CUSTREJECT-REC.
    STRING CT-CUSTID " REJECTED - UNABLE TO STORE CONSENT, STATUS "
        WA-CUSTCONS-STATUS DELIMITED BY SIZE INTO WA-CUSTREJECT-REC.
    PERFORM WRITE-REJECT-LINE-PARA.

    REKYC-CUSTOMER-PARA.
    IF CTK-KYC-DATE = SPACES
        IF CT-EFF-DATE IS NUMERIC
            MOVE CT-EFF-DATE TO WA-KYC-DATE
        ELSE
            MOVE WA-EFF-CHECK-DATE TO WA-KYC-DATE
        END-IF
    ELSE
        MOVE CTK-KYC-DATE TO WA-KYC-DATE
    END-IF.
    CALL "DATEMINUS" USING WA-KYC-DATE WA-KYC-ZERO-DAYS WA-KYC-DATE-CHK.
    IF WA-KYC-DATE-CHK = SPACES OR WA-KYC-DATE > WA-EFF-CHECK-DATE
        ADD 1 TO WA-CNT-REJECT
        MOVE "INVALID KYC DATE" TO WA-AUD-REASON
        MOVE SPACES TO WA-CUSTREJECT-REC
        STRING CT-CUSTID " REJECTED - KYC DATE " WA-KYC-DATE
            " INVALID OR IN THE FUTURE" DELIMITED BY SIZE
            INTO WA-CUSTREJECT-REC
        PERFORM WRITE-REJECT-LINE-PARA
        EXIT PARAGRAPH
    END-IF.
    IF CTK-VERIFIED-BY = SPACES
        ADD 1 TO WA-CNT-REJECT
        MOVE "KYC NOT VERIFIED" TO WA-AUD-REASON
        MOVE SPACES TO WA-CUSTREJECT-REC
        STRING CT-CUSTID " REJECTED - RE-KYC HAS NO VERIFYING OFFICER"
            DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
        PERFORM WRITE-REJECT-LINE-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE CT-CUSTID TO CM-CUSTID.
    PERFORM GET-CUSTMAST-PARA.
    IF WA-CM-INVALID
        ADD 1 TO WA-CNT-REJECT
        MOVE "CUSTID NOT ON FILE" TO WA-AUD-REASON
        MOVE SPACES TO WA-CUSTREJECT-REC
        STRING CT-CUSTID " REJECTED - CUSTOMER ID NOT ON FILE"
            DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
        PERFORM WRITE-REJECT-LINE-PARA
    END-IF.
    IF WA-CM-OK
        MOVE "C" TO WA-KYC-EVENT-SW
        PERFORM RATE-CUSTOMER-PARA
    END-IF.

    RATE-CUSTOMER-PARA.
    MOVE "?" TO WA-KYC-VSTAT.
    IF CM-PAN NOT = SPACES
        MOVE CM-PAN TO WA-PANMAST-KEY
        PERFORM GET-PANMAST-PARA
        IF WA-PM-OK AND WA-PANMAST-CUSTID = CM-CUSTID
            MOVE WA-PANMAST-VSTAT TO WA-KYC-VSTAT
        END-IF
    END-IF.
    MOVE "N" TO WA-KYC-SHARED-SW.
    MOVE "N" TO WA-KYC-DUP-SW.
    IF WA-RISKFLAG-OPEN
        MOVE CM-CUSTID TO RF-CUSTID
        READ RISK-FLAG-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE RF-SHARED-MOBILE TO WA-KYC-SHARED-SW
                MOVE RF-DUPLICATE TO WA-KYC-DUP-SW
        END-READ
    END-IF.
    CALL "KYCRISKCHK" USING CM-PAN WA-KYC-VSTAT WA-KYC-SHARED-SW
        WA-KYC-DUP-SW WA-KYC-RATING WA-KYC-FACTORS.
    IF NOT WA-KYC-COMPLETE
        IF CT-EFF-DATE IS NUMERIC
            MOVE CT-EFF-DATE TO WA-KYC-DATE
        ELSE
            MOVE WA-EFF-CHECK-DATE TO WA-KYC-DATE
        END-IF
    END-IF.
    MOVE CM-CUSTID TO KYC-CUSTID.
    READ CUSTKYC-FILE
        INVALID KEY
            MOVE SPACES TO WA-OLD-CUSTKYC-REC
            MOVE SPACES TO WA-CUSTKYC-REC
            MOVE CM-CUSTID TO KYC-CUSTID
            PERFORM SET-KYC-FIELDS-PARA
            WRITE WA-CUSTKYC-REC
                INVALID KEY PERFORM KYC-IO-ERROR-PARA
                NOT INVALID KEY
                    MOVE "A" TO WA-JRN-ACT-SW
                    PERFORM KYC-RECORDED-PARA
            END-WRITE
        NOT INVALID KEY
            MOVE WA-CUSTKYC-REC TO WA-OLD-CUSTKYC-REC
            PERFORM SET-KYC-FIELDS-PARA
            IF WA-CUSTKYC-REC NOT = WA-OLD-CUSTKYC-REC
                REWRITE WA-CUSTKYC-REC
                    INVALID KEY PERFORM KYC-IO-ERROR-PARA
                    NOT INVALID KEY
                        MOVE "U" TO WA-JRN-ACT-SW
                        PERFORM KYC-RECORDED-PARA
                END-REWRITE
            ELSE
                IF WA-KYC-COMPLETE
                    PERFORM KYC-RECORDED-PARA
                END-IF
            END-IF
    END-READ.

    SET-KYC-FIELDS-PARA.
    IF KYC-RISK-RATING NOT = WA-KYC-RATING
    OR KYC-RISK-FACTORS NOT = WA-KYC-FACTORS
        MOVE WA-KYC-RATING TO KYC-RISK-RATING
        MOVE WA-KYC-FACTORS TO KYC-RISK-FACTORS
        MOVE WA-KYC-DATE TO KYC-RATED-DATE
    END-IF.
    EVALUATE TRUE
    WHEN WA-KYC-ONBOARD
        MOVE WA-KYC-DATE TO KYC-LAST-DATE
        MOVE SPACES TO KYC-VERIFIED-BY
        MOVE SPACES TO KYC-REFERENCE
    WHEN WA-KYC-COMPLETE
        MOVE WA-KYC-DATE TO KYC-LAST-DATE
        MOVE CTK-VERIFIED-BY TO KYC-VERIFIED-BY
        MOVE CTK-REFERENCE TO KYC-REFERENCE
    END-EVALUATE.

    KYC-RECORDED-PARA.
    IF WA-KYC-COMPLETE
        ADD 1 TO WA-CNT-REKYC
        MOVE "P" TO WA-AUD-RESULT-SW
        MOVE "RE-KYC COMPLETED" TO WA-AUD-REASON
    END-IF.
    IF WA-CUSTKYC-REC NOT = WA-OLD-CUSTKYC-REC
        MOVE "Y" TO WA-JRN-FILE-SW
        MOVE WA-OLD-CUSTKYC-REC TO WA-JRN-BEFORE
        MOVE WA-CUSTKYC-REC TO WA-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
    END-IF.

    KYC-IO-ERROR-PARA.
    IF WA-KYC-COMPLETE
        ADD 1 TO WA-CNT-REJECT
        MOVE "KYC NOT STORED" TO WA-AUD-REASON
        MOVE SPACES TO WA-CUSTREJECT-REC
        STRING CT-CUSTID " REJECTED - UNABLE TO STORE KYC, STATUS "
            WA-CUSTKYC-STATUS DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
        PERFORM WRITE-REJECT-LINE-PARA
    ELSE
        DISPLAY "CUSTOMERMASTER - UNABLE TO STORE RISK RATING FOR "
            CM-CUSTID ", STATUS=" WA-CUSTKYC-STATUS
    END-IF.

    CONTACT-POINT-PARA.
    MOVE CT-CUSTID TO CM-CUSTID.
    PERFORM GET-CUSTMAST-PARA.
    IF WA-CM-INVALID
        ADD 1 TO WA-CNT-REJECT
        MOVE "CUSTID NOT ON FILE" TO WA-AUD-REASON
        MOVE SPACES TO WA-CUSTREJECT-REC
        STRING CT-CUSTID " REJECTED - CUSTOMER ID NOT ON FILE"
            DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
        PERFORM WRITE-REJECT-LINE-PARA
    END-IF.
    IF WA-CM-OK
        PERFORM MAINTAIN-CONTACT-PARA
    END-IF.

    MAINTAIN-CONTACT-PARA.
    IF CT-EFF-DATE IS NUMERIC
        MOVE CT-EFF-DATE TO WA-CP-EFF-FROM
    ELSE
        MOVE WA-EFF-CHECK-DATE TO WA-CP-EFF-FROM
    END-IF.
    IF CTN-PRIMARY NOT = "Y" AND CTN-PRIMARY NOT = "N"
    AND CTN-PRIMARY NOT = SPACE
        MOVE "INVALID PRIMARY FLAG" TO WA-AUD-REASON
        MOVE SPACES TO WA-CP-REJECT-TEXT
        STRING "CONTACT PRIMARY FLAG " CTN-PRIMARY " IS NOT Y OR N"
            DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
        PERFORM REJECT-CONTACT-PARA
        EXIT PARAGRAPH
    END-IF.
    IF CTN-EFF-TO NOT = SPACES
        IF CTN-EFF-TO IS NOT NUMERIC OR CTN-EFF-TO < WA-CP-EFF-FROM
            MOVE "INVALID CONTACT DATE" TO WA-AUD-REASON
            MOVE SPACES TO WA-CP-REJECT-TEXT
            STRING "CONTACT END DATE " CTN-EFF-TO
                " INVALID OR BEFORE " WA-CP-EFF-FROM
                DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
            PERFORM REJECT-CONTACT-PARA
            EXIT PARAGRAPH
        END-IF
    END-IF.
    EVALUATE TRUE
    WHEN CTN-ADD
        PERFORM ADD-CONTACT-PARA
    WHEN CTN-CHANGE
        PERFORM CHANGE-CONTACT-PARA
    WHEN CTN-END
        PERFORM END-CONTACT-PARA
    WHEN OTHER
        MOVE "BAD CONTACT FUNCTION" TO WA-AUD-REASON
        MOVE SPACES TO WA-CP-REJECT-TEXT
        STRING "CONTACT FUNCTION " CTN-FUNCTION " IS NOT A, U OR D"
            DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
        PERFORM REJECT-CONTACT-PARA
    END-EVALUATE.

    ADD-CONTACT-PARA.
    MOVE CTN-TYPE TO WA-CP-TYPE.
    MOVE 0 TO WA-CP-SEQ.
    PERFORM VALIDATE-CONTACT-VALUE-PARA.
    IF NOT WA-CP-VALID
        PERFORM REJECT-CONTACT-PARA
        EXIT PARAGRAPH
    END-IF.
    PERFORM SCAN-CONTACTS-PARA.
    IF WA-CP-DUP-FOUND
        PERFORM REJECT-DUP-CONTACT-PARA
        EXIT PARAGRAPH
    END-IF.
    IF WA-CP-MAX-SEQ = 999
        MOVE "CONTACT LIMIT" TO WA-AUD-REASON
        MOVE "NO CONTACT SEQUENCE NUMBERS LEFT FOR CUSTOMER"
            TO WA-CP-REJECT-TEXT
        PERFORM REJECT-CONTACT-PARA
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WA-CP-SEQ = WA-CP-MAX-SEQ + 1.
    IF CTN-PRIMARY = "Y"
        PERFORM DEMOTE-PRIMARY-PARA
    END-IF.
    MOVE SPACES TO WA-CONTPNT-REC.
    MOVE CT-CUSTID TO CP-CUSTID.
    MOVE WA-CP-SEQ TO CP-SEQ.
    MOVE WA-CP-TYPE TO CP-TYPE.
    MOVE WA-CP-STD-CODE TO CP-STD-CODE.
    MOVE WA-CP-VALUE TO CP-VALUE.
    MOVE WA-CP-CITY TO CP-CITY.
    IF CTN-PRIMARY = "Y"
        MOVE "Y" TO CP-PRIMARY
    ELSE
        MOVE "N" TO CP-PRIMARY
    END-IF.
    MOVE CTN-USAGE TO CP-USAGE.
    MOVE WA-CP-EFF-FROM TO CP-EFF-FROM.
    MOVE CTN-EFF-TO TO CP-EFF-TO.
    WRITE WA-CONTPNT-REC
        INVALID KEY PERFORM REJECT-CONTACT-IO-PARA
        NOT INVALID KEY
            MOVE SPACES TO WA-OLD-CONTPNT-REC
            MOVE "A" TO WA-JRN-ACT-SW
            MOVE "CONTACT ADDED" TO WA-AUD-REASON
            PERFORM CONTACT-RECORDED-PARA
    END-WRITE.

    CHANGE-CONTACT-PARA.
    PERFORM FIND-CONTACT-PARA.
    IF NOT WA-CP-VALID
        EXIT PARAGRAPH
    END-IF.
    IF CTN-TYPE NOT = SPACE AND CTN-TYPE NOT = CP-TYPE
        MOVE "CONTACT TYPE CHANGE" TO WA-AUD-REASON
        MOVE SPACES TO WA-CP-REJECT-TEXT
        STRING "CONTACT " CP-SEQ " TYPE " CP-TYPE
            " CANNOT BE CHANGED TO " CTN-TYPE
            DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
        PERFORM REJECT-CONTACT-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE CP-TYPE TO WA-CP-TYPE.
    MOVE CP-SEQ TO WA-CP-SEQ.
    MOVE CP-STD-CODE TO WA-CP-STD-CODE.
    MOVE CP-VALUE TO WA-CP-VALUE.
    MOVE CP-CITY TO WA-CP-CITY.
    IF CTN-VALUE NOT = SPACES
        PERFORM VALIDATE-CONTACT-VALUE-PARA
        IF NOT WA-CP-VALID
            PERFORM REJECT-CONTACT-PARA
            EXIT PARAGRAPH
        END-IF
        PERFORM SCAN-CONTACTS-PARA
        IF WA-CP-DUP-FOUND
            PERFORM REJECT-DUP-CONTACT-PARA
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF CTN-PRIMARY = "Y"
        PERFORM DEMOTE-PRIMARY-PARA
    END-IF.
    MOVE WA-OLD-CONTPNT-REC TO WA-CONTPNT-REC.
    MOVE WA-CP-STD-CODE TO CP-STD-CODE.
    MOVE WA-CP-VALUE TO CP-VALUE.
    MOVE WA-CP-CITY TO CP-CITY.
    IF CTN-PRIMARY NOT = SPACE
        MOVE CTN-PRIMARY TO CP-PRIMARY
    END-IF.
    IF CTN-USAGE NOT = SPACES
        MOVE CTN-USAGE TO CP-USAGE
    END-IF.
    IF CTN-EFF-TO NOT = SPACES
        MOVE CTN-EFF-TO TO CP-EFF-TO
    END-IF.
    REWRITE WA-CONTPNT-REC
        INVALID KEY PERFORM REJECT-CONTACT-IO-PARA
        NOT INVALID KEY
            MOVE "U" TO WA-JRN-ACT-SW
            MOVE "CONTACT CHANGED" TO WA-AUD-REASON
            PERFORM CONTACT-RECORDED-PARA
    END-REWRITE.

    END-CONTACT-PARA.
    PERFORM FIND-CONTACT-PARA.
    IF NOT WA-CP-VALID
        EXIT PARAGRAPH
    END-IF.
    IF CTN-EFF-TO NOT = SPACES
        MOVE CTN-EFF-TO TO CP-EFF-TO
    ELSE
        MOVE WA-CP-EFF-FROM TO CP-EFF-TO
    END-IF.
    MOVE "N" TO CP-PRIMARY.
    REWRITE WA-CONTPNT-REC
        INVALID KEY PERFORM REJECT-CONTACT-IO-PARA
        NOT INVALID KEY
            MOVE "U" TO WA-JRN-ACT-SW
            MOVE "CONTACT ENDED" TO WA-AUD-REASON
            PERFORM CONTACT-RECORDED-PARA
    END-REWRITE.

    FIND-CONTACT-PARA.
    MOVE "N" TO WA-CP-VALID-SW.
    IF CTN-SEQ IS NOT NUMERIC
        MOVE "INVALID CONTACT SEQ" TO WA-AUD-REASON
        MOVE SPACES TO WA-CP-REJECT-TEXT
        STRING "CONTACT SEQUENCE " CTN-SEQ " IS NOT NUMERIC"
            DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
        PERFORM REJECT-CONTACT-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE CT-CUSTID TO CP-CUSTID.
    MOVE CTN-SEQ TO CP-SEQ.
    READ CONTACT-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF WA-CONTPNT-STATUS NOT = "00"
        MOVE "CONTACT NOT ON FILE" TO WA-AUD-REASON
        MOVE SPACES TO WA-CP-REJECT-TEXT
        STRING "CONTACT SEQUENCE " CTN-SEQ " NOT ON FILE, STATUS "
            WA-CONTPNT-STATUS DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
        PERFORM REJECT-CONTACT-PARA
        EXIT PARAGRAPH
    END-IF.
    IF CP-EFF-TO NOT = SPACES AND CP-EFF-TO <= WA-EFF-CHECK-DATE
        MOVE "CONTACT ALREADY ENDED" TO WA-AUD-REASON
        MOVE SPACES TO WA-CP-REJECT-TEXT
        STRING "CONTACT SEQUENCE " CTN-SEQ " ENDED " CP-EFF-TO
            DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
        PERFORM REJECT-CONTACT-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-CONTPNT-REC TO WA-OLD-CONTPNT-REC.
    MOVE "Y" TO WA-CP-VALID-SW.

    VALIDATE-CONTACT-VALUE-PARA.
    MOVE "N" TO WA-CP-VALID-SW.
    MOVE SPACES TO WA-CP-STD-CODE.
    MOVE SPACES TO WA-CP-VALUE.
    MOVE SPACES TO WA-CP-CITY.
    EVALUATE WA-CP-TYPE
    WHEN "M"
        MOVE CTN-VALUE TO WA-CP-MOBILE-IN
        CALL "MOBVALCHK" USING WA-CP-MOBILE-IN WA-MVC-VALID-SW
            WA-MOBILE-NORMALIZED
        IF WA-MOBILE-OK
            PERFORM CHECK-DUP-MOBILE-PARA
            IF WA-MOBDUP-FOUND
                MOVE "DUPLICATE MOBILE" TO WA-AUD-REASON
                MOVE SPACES TO WA-CP-REJECT-TEXT
                STRING "CONTACT MOBILE " WA-MOBILE-NORMALIZED
                    " REGISTERED TO " WA-MOBDUP-HOLDER
                    DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
            ELSE
                MOVE WA-MOBILE-NORMALIZED TO WA-CP-VALUE
                MOVE "Y" TO WA-CP-VALID-SW
            END-IF
        ELSE
            MOVE "INVALID MOBILE" TO WA-AUD-REASON
            MOVE SPACES TO WA-CP-REJECT-TEXT
            STRING "INVALID CONTACT MOBILE " WA-CP-MOBILE-IN
                DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
        END-IF
    WHEN "E"
        CALL "EMAILVALCHK" USING CTN-VALUE WA-EVC-VALID-SW
            WA-EMAIL-NORMALIZED
        IF WA-EMAIL-OK
            MOVE WA-EMAIL-NORMALIZED TO WA-CP-VALUE
            MOVE "Y" TO WA-CP-VALID-SW
        ELSE
            MOVE "INVALID EMAIL" TO WA-AUD-REASON
            MOVE SPACES TO WA-CP-REJECT-TEXT
            STRING "INVALID CONTACT EMAIL " CTN-VALUE
                DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
        END-IF
    WHEN "L"
        PERFORM VALIDATE-CONTACT-LANDLINE-PARA
    WHEN OTHER
        MOVE "INVALID CONTACT TYPE" TO WA-AUD-REASON
        MOVE SPACES TO WA-CP-REJECT-TEXT
        STRING "CONTACT TYPE " WA-CP-TYPE " IS NOT M, L OR E"
            DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
    END-EVALUATE.

    VALIDATE-CONTACT-LANDLINE-PARA.
    MOVE "INVALID LANDLINE NO" TO WA-AUD-REASON.
    MOVE SPACES TO WA-CP-REJECT-TEXT.
    STRING "INVALID CONTACT LANDLINE " CTN-STD-CODE " " CTN-LOCAL-NUM
        DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT.
    MOVE 0 TO WA-CP-STD-SPACE-CNT.
    INSPECT CTN-STD-CODE TALLYING WA-CP-STD-SPACE-CNT
        FOR TRAILING SPACES.
    COMPUTE WA-CP-STD-LEN = 5 - WA-CP-STD-SPACE-CNT.
    MOVE 0 TO WA-CP-LOCAL-SPACE-CNT.
    INSPECT CTN-LOCAL-NUM TALLYING WA-CP-LOCAL-SPACE-CNT
        FOR TRAILING SPACES.
    COMPUTE WA-CP-LOCAL-LEN = 8 - WA-CP-LOCAL-SPACE-CNT.
    IF CTN-VALUE(14:27) NOT = SPACES
    OR CTN-STD-CODE(1:1) NOT = "0"
    OR WA-CP-STD-LEN < 3 OR WA-CP-LOCAL-LEN < 6
        EXIT PARAGRAPH
    END-IF.
    IF CTN-STD-CODE(2:WA-CP-STD-LEN - 1) IS NOT NUMERIC
    OR CTN-LOCAL-NUM(1:WA-CP-LOCAL-LEN) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    IF NOT WA-STDDIR-OPEN
        MOVE "STD DIRECTORY DOWN" TO WA-AUD-REASON
        MOVE "STD DIRECTORY NOT AVAILABLE TO VERIFY LANDLINE"
            TO WA-CP-REJECT-TEXT
        EXIT PARAGRAPH
    END-IF.
    MOVE CTN-STD-CODE TO SD-STD-CODE.
    READ STD-DIRECTORY-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY CONTINUE
    END-READ.
    EVALUATE WA-STDDIR-STATUS
    WHEN "00"
        IF WA-CP-LOCAL-LEN = SD-LOCAL-LEN
            MOVE CTN-STD-CODE TO WA-CP-STD-CODE
            MOVE CTN-LOCAL-NUM TO WA-CP-VALUE
            MOVE SD-CITY-NAME TO WA-CP-CITY
            MOVE "Y" TO WA-CP-VALID-SW
        ELSE
            MOVE "BAD LOCAL NUM LENGTH" TO WA-AUD-REASON
            MOVE SPACES TO WA-CP-REJECT-TEXT
            STRING "LANDLINE LOCAL NUMBER LENGTH " WA-CP-LOCAL-LEN
                " NOT VALID FOR STD " CTN-STD-CODE
                DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
        END-IF
    WHEN "23"
        MOVE "UNKNOWN STD CODE" TO WA-AUD-REASON
        MOVE SPACES TO WA-CP-REJECT-TEXT
        STRING "LANDLINE STD CODE " CTN-STD-CODE " NOT IN DIRECTORY"
            DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
    WHEN OTHER
        MOVE "STD DIRECTORY ERROR" TO WA-AUD-REASON
        MOVE SPACES TO WA-CP-REJECT-TEXT
        STRING "STD DIRECTORY READ ERROR, STATUS " WA-STDDIR-STATUS
            DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT
    END-EVALUATE.

    SCAN-CONTACTS-PARA.
    MOVE 0 TO WA-CP-MAX-SEQ.
    MOVE "N" TO WA-CP-DUP-SW.
    MOVE "N" TO WA-CP-SCAN-EOF-SW.
    MOVE CT-CUSTID TO CP-CUSTID.
    MOVE 0 TO CP-SEQ.
    START CONTACT-FILE KEY NOT < CP-KEY
        INVALID KEY MOVE "Y" TO WA-CP-SCAN-EOF-SW
    END-START.
    PERFORM SCAN-ONE-CONTACT-PARA UNTIL WA-CP-SCAN-EOF.

    SCAN-ONE-CONTACT-PARA.
    READ CONTACT-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-CP-SCAN-EOF-SW
    END-READ.
    IF WA-CP-SCAN-EOF
        EXIT PARAGRAPH
    END-IF.
    IF WA-CONTPNT-STATUS NOT = "00" OR CP-CUSTID NOT = CT-CUSTID
        MOVE "Y" TO WA-CP-SCAN-EOF-SW
        EXIT PARAGRAPH
    END-IF.
    MOVE CP-SEQ TO WA-CP-MAX-SEQ.
    IF CP-SEQ NOT = WA-CP-SEQ AND CP-TYPE = WA-CP-TYPE
    AND CP-STD-CODE = WA-CP-STD-CODE AND CP-VALUE = WA-CP-VALUE
    AND (CP-EFF-TO = SPACES OR CP-EFF-TO > WA-EFF-CHECK-DATE)
        MOVE "Y" TO WA-CP-DUP-SW
        MOVE CP-SEQ TO WA-CP-MAX-SEQ
        MOVE "Y" TO WA-CP-SCAN-EOF-SW
    END-IF.

    DEMOTE-PRIMARY-PARA.
    MOVE "N" TO WA-CP-SCAN-EOF-SW.
    MOVE CT-CUSTID TO CP-CUSTID.
    MOVE 0 TO CP-SEQ.
    START CONTACT-FILE KEY NOT < CP-KEY
        INVALID KEY MOVE "Y" TO WA-CP-SCAN-EOF-SW
    END-START.
    PERFORM DEMOTE-ONE-CONTACT-PARA UNTIL WA-CP-SCAN-EOF.

    DEMOTE-ONE-CONTACT-PARA.
    READ CONTACT-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-CP-SCAN-EOF-SW
    END-READ.
    IF WA-CP-SCAN-EOF
        EXIT PARAGRAPH
    END-IF.
    IF WA-CONTPNT-STATUS NOT = "00" OR CP-CUSTID NOT = CT-CUSTID
        MOVE "Y" TO WA-CP-SCAN-EOF-SW
        EXIT PARAGRAPH
    END-IF.
    IF CP-SEQ NOT = WA-CP-SEQ AND CP-TYPE = WA-CP-TYPE
    AND CP-IS-PRIMARY
        MOVE WA-CONTPNT-REC TO WA-JRN-BEFORE
        MOVE "N" TO CP-PRIMARY
        REWRITE WA-CONTPNT-REC
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "N" TO WA-JRN-FILE-SW
                MOVE "U" TO WA-JRN-ACT-SW
                MOVE WA-CONTPNT-REC TO WA-JRN-AFTER
                PERFORM WRITE-JOURNAL-PARA
        END-REWRITE
    END-IF.

    CONTACT-RECORDED-PARA.
    ADD 1 TO WA-CNT-CONTACT.
    MOVE "P" TO WA-AUD-RESULT-SW.
    MOVE "N" TO WA-JRN-FILE-SW.
    MOVE WA-OLD-CONTPNT-REC TO WA-JRN-BEFORE.
    MOVE WA-CONTPNT-REC TO WA-JRN-AFTER.
    PERFORM WRITE-JOURNAL-PARA.

    REJECT-DUP-CONTACT-PARA.
    MOVE "DUPLICATE CONTACT" TO WA-AUD-REASON.
    MOVE SPACES TO WA-CP-REJECT-TEXT.
    STRING "CONTACT ALREADY ON FILE AS SEQUENCE " WA-CP-MAX-SEQ
        DELIMITED BY SIZE INTO WA-CP-REJECT-TEXT.
    PERFORM REJECT-CONTACT-PARA.

    REJECT-CONTACT-PARA.
    ADD 1 TO WA-CNT-REJECT.
    MOVE SPACES TO WA-CUSTREJECT-REC.
    STRING CT-CUSTID " REJECTED - " WA-CP-REJECT-TEXT
        DELIMITED BY SIZE INTO WA-CUSTREJECT-REC.
    PERFORM WRITE-REJECT-LINE-PARA.

    REJECT-CONTACT-IO-PARA.
    ADD 1 TO WA-CNT-REJECT.
    MOVE "CONTACT NOT STORED" TO WA-AUD-REASON.
    MOVE SPACES TO WA-CUSTREJECT-REC.
    STRING CT-CUSTID " REJECTED - UNABLE TO STORE CONTACT, STATUS "
        WA-CONTPNT-STATUS DELIMITED BY SIZE INTO WA-CUSTREJECT-REC.
    PERFORM WRITE-REJECT-LINE-PARA.

    RELATED-PARTY-PARA.
    MOVE CT-CUSTID TO CM-CUSTID.
    PERFORM GET-CUSTMAST-PARA.
    IF WA-CM-INVALID
        ADD 1 TO WA-CNT-REJECT
        MOVE "CUSTID NOT ON FILE" TO WA-AUD-REASON
        MOVE SPACES TO WA-CUSTREJECT-REC
        STRING CT-CUSTID " REJECTED - CUSTOMER ID NOT ON FILE"
            DELIMITED BY SIZE INTO WA-CUSTREJECT-REC
        PERFORM WRITE-REJECT-LINE-PARA
    END-IF.
    IF WA-CM-OK
        PERFORM MAINTAIN-RELPARTY-PARA
    END-IF.

    MAINTAIN-RELPARTY-PARA.
    IF CT-EFF-DATE IS NUMERIC
        MOVE CT-EFF-DATE TO WA-RP-EFF-FROM
    ELSE
        MOVE WA-EFF-CHECK-DATE TO WA-RP-EFF-FROM
    END-IF.
    MOVE CM-PAN TO WS-PAN-VAL.
    IF NOT WA-HUF AND NOT WA-FIRM AND NOT WA-LLP
    AND NOT WA-COMPANY AND NOT WA-TRUST
        MOVE "NOT AN ENTITY" TO WA-AUD-REASON
        MOVE SPACES TO WA-RP-REJECT-TEXT
        STRING "PAN " CM-PAN " IS NOT AN HUF, FIRM, LLP, COMPANY"
            " OR TRUST" DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
        PERFORM REJECT-RELPARTY-PARA
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-RELPARTY-ROLE-PARA.
    IF NOT WA-RP-VALID
        PERFORM REJECT-RELPARTY-PARA
        EXIT PARAGRAPH
    END-IF.
    IF CTR-SHARE-PCT NOT = SPACES
        IF CTR-SHARE-PCT IS NOT NUMERIC OR CTR-SHARE-NUM > 100
            MOVE "INVALID SHARE PCT" TO WA-AUD-REASON
            MOVE SPACES TO WA-RP-REJECT-TEXT
            STRING "SHARE PERCENT " CTR-SHARE-PCT
                " IS NOT 00000 TO 10000 (2 DECIMALS)"
                DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
            PERFORM REJECT-RELPARTY-PARA
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF CTR-EFF-TO NOT = SPACES
        IF CTR-EFF-TO IS NOT NUMERIC OR CTR-EFF-TO < WA-RP-EFF-FROM
            MOVE "BAD RELPARTY DATE" TO WA-AUD-REASON
            MOVE SPACES TO WA-RP-REJECT-TEXT
            STRING "RELATED PARTY END DATE " CTR-EFF-TO
                " INVALID OR BEFORE " WA-RP-EFF-FROM
                DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
            PERFORM REJECT-RELPARTY-PARA
            EXIT PARAGRAPH
        END-IF
    END-IF.
    EVALUATE TRUE
    WHEN CTR-ADD
        PERFORM ADD-RELPARTY-PARA
    WHEN CTR-CHANGE
        PERFORM CHANGE-RELPARTY-PARA
    WHEN CTR-END
        PERFORM END-RELPARTY-PARA
    WHEN OTHER
        MOVE "BAD RELPARTY FUNC" TO WA-AUD-REASON
        MOVE SPACES TO WA-RP-REJECT-TEXT
        STRING "RELATED PARTY FUNCTION " CTR-FUNCTION
            " IS NOT A, U OR D" DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
        PERFORM REJECT-RELPARTY-PARA
    END-EVALUATE.

    CHECK-RELPARTY-ROLE-PARA.
    MOVE "N" TO WA-RP-VALID-SW.
    EVALUATE CTR-ROLE
    WHEN "K"
        IF WA-HUF
            MOVE "Y" TO WA-RP-VALID-SW
        END-IF
    WHEN "P"
        IF WA-FIRM OR WA-LLP
            MOVE "Y" TO WA-RP-VALID-SW
        END-IF
    WHEN "D"
        IF WA-COMPANY
            MOVE "Y" TO WA-RP-VALID-SW
        END-IF
    WHEN "T"
        IF WA-TRUST
            MOVE "Y" TO WA-RP-VALID-SW
        END-IF
    WHEN "S"
        MOVE "Y" TO WA-RP-VALID-SW
    WHEN OTHER
        MOVE "BAD RELPARTY ROLE" TO WA-AUD-REASON
        MOVE SPACES TO WA-RP-REJECT-TEXT
        STRING "RELATED PARTY ROLE " CTR-ROLE
            " IS NOT K, P, D, T OR S" DELIMITED BY SIZE
            INTO WA-RP-REJECT-TEXT
        EXIT PARAGRAPH
    END-EVALUATE.
    IF NOT WA-RP-VALID
        MOVE "ROLE NOT FOR ENTITY" TO WA-AUD-REASON
        MOVE SPACES TO WA-RP-REJECT-TEXT
        STRING "ROLE " CTR-ROLE " DOES NOT APPLY TO PAN CATEGORY "
            WS-P1CHAR DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
    END-IF.

    ADD-RELPARTY-PARA.
    PERFORM VALIDATE-PERSON-PAN-PARA.
    IF NOT WA-RP-VALID
        PERFORM REJECT-RELPARTY-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WA-RP-SHARE.
    IF CTR-SHARE-PCT NOT = SPACES
        MOVE CTR-SHARE-NUM TO WA-RP-SHARE
    END-IF.
    PERFORM CHECK-SHARE-TOTAL-PARA.
    IF NOT WA-RP-VALID
        PERFORM REJECT-RELPARTY-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE CT-CUSTID TO RP-ENTITY-CUSTID.
    MOVE CTR-PAN TO RP-PAN.
    MOVE CTR-ROLE TO RP-ROLE.
    MOVE "N" TO WA-RP-FOUND-SW.
    READ RELPARTY-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO WA-RP-FOUND-SW
    END-READ.
    IF WA-RP-FOUND
        IF RP-EFF-TO = SPACES OR RP-EFF-TO > WA-EFF-CHECK-DATE
            MOVE "DUPLICATE RELPARTY" TO WA-AUD-REASON
            MOVE SPACES TO WA-RP-REJECT-TEXT
            STRING "PAN " CTR-PAN " ALREADY LINKED IN ROLE " CTR-ROLE
                " SINCE " RP-EFF-FROM
                DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
            PERFORM REJECT-RELPARTY-PARA
            EXIT PARAGRAPH
        END-IF
        MOVE WA-RELPARTY-REC TO WA-OLD-RELPARTY-REC
    ELSE
        MOVE SPACES TO WA-OLD-RELPARTY-REC
    END-IF.
    MOVE SPACES TO WA-RELPARTY-REC.
    MOVE CT-CUSTID TO RP-ENTITY-CUSTID.
    MOVE CTR-PAN TO RP-PAN.
    MOVE CTR-ROLE TO RP-ROLE.
    MOVE WA-RP-PERSON-CUSTID TO RP-PERSON-CUSTID.
    MOVE WA-RP-SHARE TO RP-SHARE-PCT.
    MOVE WA-RP-EFF-FROM TO RP-EFF-FROM.
    MOVE CTR-EFF-TO TO RP-EFF-TO.
    MOVE WA-EFF-CHECK-DATE TO RP-LAST-DATE.
    IF WA-RP-FOUND
        REWRITE WA-RELPARTY-REC
            INVALID KEY PERFORM REJECT-RELPARTY-IO-PARA
            NOT INVALID KEY
                MOVE "U" TO WA-JRN-ACT-SW
                MOVE "RELPARTY ADDED" TO WA-AUD-REASON
                PERFORM RELPARTY-RECORDED-PARA
        END-REWRITE
    ELSE
        WRITE WA-RELPARTY-REC
            INVALID KEY PERFORM REJECT-RELPARTY-IO-PARA
            NOT INVALID KEY
                MOVE "A" TO WA-JRN-ACT-SW
                MOVE "RELPARTY ADDED" TO WA-AUD-REASON
                PERFORM RELPARTY-RECORDED-PARA
        END-WRITE
    END-IF.

    CHANGE-RELPARTY-PARA.
    PERFORM FIND-RELPARTY-PARA.
    IF NOT WA-RP-VALID
        EXIT PARAGRAPH
    END-IF.
    IF CTR-SHARE-PCT NOT = SPACES
        MOVE CTR-SHARE-NUM TO WA-RP-SHARE
        PERFORM CHECK-SHARE-TOTAL-PARA
        IF NOT WA-RP-VALID
            PERFORM REJECT-RELPARTY-PARA
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE WA-OLD-RELPARTY-REC TO WA-RELPARTY-REC.
    IF CTR-SHARE-PCT NOT = SPACES
        MOVE WA-RP-SHARE TO RP-SHARE-PCT
    END-IF.
    IF CTR-EFF-TO NOT = SPACES
        MOVE CTR-EFF-TO TO RP-EFF-TO
    END-IF.
    MOVE WA-EFF-CHECK-DATE TO RP-LAST-DATE.
    REWRITE WA-RELPARTY-REC
        INVALID KEY PERFORM REJECT-RELPARTY-IO-PARA
        NOT INVALID KEY
            MOVE "U" TO WA-JRN-ACT-SW
            MOVE "RELPARTY CHANGED" TO WA-AUD-REASON
            PERFORM RELPARTY-RECORDED-PARA
    END-REWRITE.

    END-RELPARTY-PARA.
    PERFORM FIND-RELPARTY-PARA.
    IF NOT WA-RP-VALID
        EXIT PARAGRAPH
    END-IF.
    IF CTR-EFF-TO NOT = SPACES
        MOVE CTR-EFF-TO TO RP-EFF-TO
    ELSE
        MOVE WA-RP-EFF-FROM TO RP-EFF-TO
    END-IF.
    MOVE WA-EFF-CHECK-DATE TO RP-LAST-DATE.
    REWRITE WA-RELPARTY-REC
        INVALID KEY PERFORM REJECT-RELPARTY-IO-PARA
        NOT INVALID KEY
            MOVE "U" TO WA-JRN-ACT-SW
            MOVE "RELPARTY ENDED" TO WA-AUD-REASON
            PERFORM RELPARTY-RECORDED-PARA
    END-REWRITE.

    FIND-RELPARTY-PARA.
    MOVE "N" TO WA-RP-VALID-SW.
    MOVE CT-CUSTID TO RP-ENTITY-CUSTID.
    MOVE CTR-PAN TO RP-PAN.
    MOVE CTR-ROLE TO RP-ROLE.
    READ RELPARTY-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF WA-RELPARTY-STATUS NOT = "00"
        MOVE "RELPARTY NOT ON FILE" TO WA-AUD-REASON
        MOVE SPACES TO WA-RP-REJECT-TEXT
        STRING "PAN " CTR-PAN " ROLE " CTR-ROLE
            " NOT LINKED, STATUS " WA-RELPARTY-STATUS
            DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
        PERFORM REJECT-RELPARTY-PARA
        EXIT PARAGRAPH
    END-IF.
    IF RP-EFF-TO NOT = SPACES AND RP-EFF-TO <= WA-EFF-CHECK-DATE
        MOVE "RELPARTY NOT CURRENT" TO WA-AUD-REASON
        MOVE SPACES TO WA-RP-REJECT-TEXT
        STRING "PAN " CTR-PAN " ROLE " CTR-ROLE " ENDED " RP-EFF-TO
            DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
        PERFORM REJECT-RELPARTY-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-RELPARTY-REC TO WA-OLD-RELPARTY-REC.
    MOVE "Y" TO WA-RP-VALID-SW.

    VALIDATE-PERSON-PAN-PARA.
    MOVE "N" TO WA-RP-VALID-SW.
    MOVE SPACES TO WA-RP-PERSON-CUSTID.
    CALL "PANVALCHK" USING CTR-PAN WA-RP-PAN-VALID-SW.
    MOVE CTR-PAN TO WS-PAN-VAL.
    IF WA-RP-PAN-VALID-SW NOT = "Y" OR NOT WA-PERSON
        MOVE "INVALID PERSON PAN" TO WA-AUD-REASON
        MOVE SPACES TO WA-RP-REJECT-TEXT
        STRING "RELATED PARTY PAN " CTR-PAN
            " IS NOT A VALID PERSON PAN"
            DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
        EXIT PARAGRAPH
    END-IF.
    MOVE CTR-PAN TO WA-PANMAST-KEY.
    PERFORM GET-PANMAST-PARA.
    IF WA-PANMAST-STATUS NOT = "00"
        MOVE "PAN NOT ON PANMAST" TO WA-AUD-REASON
        MOVE SPACES TO WA-RP-REJECT-TEXT
        STRING "RELATED PARTY PAN " CTR-PAN
            " NOT ON PAN MASTER, STATUS " WA-PANMAST-STATUS
            DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
        EXIT PARAGRAPH
    END-IF.
    IF WA-PANMAST-INACTIVE OR WA-PANMAST-INVALID
        MOVE "RELATED PAN INACTIVE" TO WA-AUD-REASON
        MOVE SPACES TO WA-RP-REJECT-TEXT
        STRING "RELATED PAN " CTR-PAN " VSTAT " WA-PANMAST-VSTAT
            " ON PANMAST SINCE " WA-PANMAST-VDATE
            DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-PANMAST-CUSTID TO WA-RP-PERSON-CUSTID.
    MOVE "Y" TO WA-RP-VALID-SW.

    CHECK-SHARE-TOTAL-PARA.
    MOVE "Y" TO WA-RP-VALID-SW.
    IF WA-RP-SHARE = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-RP-SHARE TO WA-RP-SHARE-TOTAL.
    MOVE "N" TO WA-RP-SCAN-EOF-SW.
    MOVE SPACES TO WA-RELPARTY-REC.
    MOVE CT-CUSTID TO RP-ENTITY-CUSTID.
    START RELPARTY-FILE KEY NOT < RP-KEY
        INVALID KEY MOVE "Y" TO WA-RP-SCAN-EOF-SW
    END-START.
    PERFORM SCAN-ONE-RELPARTY-PARA UNTIL WA-RP-SCAN-EOF.
    IF WA-RP-SHARE-TOTAL > 100
        MOVE "N" TO WA-RP-VALID-SW
        MOVE WA-RP-SHARE-TOTAL TO WA-RP-SHARE-ED
        MOVE "SHARES EXCEED 100" TO WA-AUD-REASON
        MOVE SPACES TO WA-RP-REJECT-TEXT
        STRING "RELATED PARTY SHARES WOULD TOTAL " WA-RP-SHARE-ED
            " PERCENT" DELIMITED BY SIZE INTO WA-RP-REJECT-TEXT
    END-IF.

    SCAN-ONE-RELPARTY-PARA.
    READ RELPARTY-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-RP-SCAN-EOF-SW
    END-READ.
    IF WA-RP-SCAN-EOF
        EXIT PARAGRAPH
    END-IF.
    IF WA-RELPARTY-STATUS NOT = "00" OR RP-ENTITY-CUSTID NOT = CT-CUSTID
        MOVE "Y" TO WA-RP-SCAN-EOF-SW
        EXIT PARAGRAPH
    END-IF.
    IF RP-PAN = CTR-PAN AND RP-ROLE = CTR-ROLE
        EXIT PARAGRAPH
    END-IF.
    IF RP-EFF-TO = SPACES OR RP-EFF-TO > WA-EFF-CHECK-DATE
        ADD RP-SHARE-PCT TO WA-RP-SHARE-TOTAL
    END-IF.

    RELPARTY-RECORDED-PARA.
    ADD 1 TO WA-CNT-RELPARTY.
    MOVE "P" TO WA-AUD-RESULT-SW.
    MOVE "L" TO WA-JRN-FILE-SW.
    MOVE WA-OLD-RELPARTY-REC TO WA-JRN-BEFORE.
    MOVE WA-RELPARTY-REC TO WA-JRN-AFTER.
    PERFORM WRITE-JOURNAL-PARA.

    REJECT-RELPARTY-PARA.
    ADD 1 TO WA-CNT-REJECT.
    MOVE SPACES TO WA-CUSTREJECT-REC.
    STRING CT-CUSTID " REJECTED - " WA-RP-REJECT-TEXT
        DELIMITED BY SIZE INTO WA-CUSTREJECT-REC.
    PERFORM WRITE-REJECT-LINE-PARA.

    REJECT-RELPARTY-IO-PARA.
    ADD 1 TO WA-CNT-REJECT.
    MOVE "RELPARTY NOT STORED" TO WA-AUD-REASON.
    MOVE SPACES TO WA-CUSTREJECT-REC.
    STRING CT-CUSTID " REJECTED - UNABLE TO STORE RELATED PARTY, STATUS "
        WA-RELPARTY-STATUS DELIMITED BY SIZE INTO WA-CUSTREJECT-REC.
    PERFORM WRITE-REJECT-LINE-PARA.

    REREGISTER-ARCHIVED-PARA.
    IF CM-PAN NOT = SPACES
        MOVE CM-PAN TO WA-PANMAST-KEY
        PERFORM GET-PANMAST-PARA
        IF WA-PM-INVALID
            MOVE CT-CUSTID TO WA-PANMAST-CUSTID
            MOVE "A" TO WA-PANMAST-VSTAT
            MOVE SPACES TO WA-PANMAST-VDATE
            PERFORM PUT-PANMAST-PARA
            IF WA-PM-OK
                MOVE "P" TO WA-JRN-FILE-SW
                MOVE "A" TO WA-JRN-ACT-SW
                MOVE SPACES TO WA-JRN-BEFORE
                MOVE WA-PANMAST-REC TO WA-JRN-AFTER
                PERFORM WRITE-JOURNAL-PARA
                MOVE "A" TO WA-HIST-ACT-SW
                PERFORM WRITE-PANHIST-PARA
            END-IF
        END-IF
    END-IF.
    IF CM-MOBILE NOT = SPACES
        MOVE CM-MOBILE TO WA-MOBLMAST-KEY
        PERFORM GET-MOBLMAST-PARA
        IF WA-MM-INVALID
            MOVE CT-CUSTID TO WA-MOBLMAST-CUSTID
            PERFORM PUT-MOBLMAST-PARA
            IF WA-MM-OK
                MOVE "M" TO WA-JRN-FILE-SW
                MOVE "A" TO WA-JRN-ACT-SW
                MOVE SPACES TO WA-JRN-BEFORE
                MOVE WA-MOBLMAST-REC TO WA-JRN-AFTER
                PERFORM WRITE-JOURNAL-PARA
                MOVE "A" TO WA-HIST-ACT-SW
                PERFORM WRITE-MOBLHIST-PARA
            END-IF
        END-IF
    END-IF.

    WRITE-CRM-HEADER-PARA.
    MOVE SPACES TO WA-CRM-HDR-REC.
    MOVE "CRMHDR" TO CRMH-ID.
    IF WA-RUN-DATE NOT = "00000000" AND WA-RUN-DATE IS NUMERIC
        MOVE WA-RUN-DATE TO CRMH-BUSDATE
    ELSE
        ACCEPT WA-TIMESTAMP-DATE FROM DATE YYYYMMDD
        MOVE WA-TIMESTAMP-DATE TO CRMH-BUSDATE
    END-IF.
    WRITE WA-CRM-HDR-REC.

    WRITE-CRM-TRAILER-PARA.
    MOVE SPACES TO WA-CRM-TRL-REC.
    MOVE "CRMTRL" TO CRMT-ID.
    MOVE WA-CRM-SEQ TO CRMT-REC-COUNT.
    WRITE WA-CRM-TRL-REC.

    FULL-REFRESH-PARA.
    IF WA-RUN-DATE NOT = "00000000" AND WA-RUN-DATE IS NUMERIC
        MOVE WA-RUN-DATE TO WA-EFF-CHECK-DATE
    ELSE
        ACCEPT WA-TIMESTAMP-DATE FROM DATE YYYYMMDD
        MOVE WA-TIMESTAMP-DATE TO WA-EFF-CHECK-DATE
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CUSTOMER-MASTER-FILE,"
            " STATUS=" WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT CRM-EXTRACT-OUT.
    IF WA-CRMEXTRACT-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CRM-EXTRACT-OUT,"
            " STATUS=" WA-CRMEXTRACT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT CONSENT-FILE.
    IF WA-CUSTCONS-STATUS = "00"
        MOVE "Y" TO WA-CUSTCONS-OPEN-SW
    END-IF.
    PERFORM OPEN-DND-REGISTRY-PARA.
    OPEN OUTPUT CRM-CONTACT-OUT.
    IF WA-CRMCONTACT-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CRM-CONTACT-OUT,"
            " STATUS=" WA-CRMCONTACT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT CONTACT-FILE.
    IF WA-CONTPNT-STATUS = "00"
        MOVE "Y" TO WA-CONTPNT-OPEN-SW
    END-IF.
    PERFORM WRITE-CRM-HEADER-PARA.
    MOVE SPACES TO WA-CRMC-HDR-REC.
    MOVE "CRMCHDR" TO CRMCH-ID.
    MOVE CRMH-BUSDATE TO CRMCH-BUSDATE.
    WRITE WA-CRMC-HDR-REC.
    MOVE LOW-VALUES TO CM-CUSTID.
    START CUSTOMER-MASTER-FILE KEY NOT < CM-CUSTID
        INVALID KEY MOVE "Y" TO WA-REFRESH-EOF-SW
    END-START.
    IF NOT WA-REFRESH-EOF
        PERFORM READ-REFRESH-PARA
    END-IF.
    PERFORM REFRESH-ONE-PARA UNTIL WA-REFRESH-EOF.
    IF WA-REFRESH-ERROR
        DISPLAY "CUSTOMERMASTER - FULL CRM REFRESH INCOMPLETE AFTER "
            WA-CRM-SEQ " CUSTOMER(S) - NO TRAILER WRITTEN, DO NOT"
            " TRANSMIT"
    ELSE
        PERFORM WRITE-CRM-TRAILER-PARA
        MOVE SPACES TO WA-CRMC-TRL-REC
        MOVE "CRMCTRL" TO CRMCT-ID
        MOVE WA-CRM-CONTACT-CNT TO CRMCT-REC-COUNT
        WRITE WA-CRMC-TRL-REC
        DISPLAY "CUSTOMERMASTER - FULL CRM REFRESH WROTE " WA-CRM-SEQ
            " CUSTOMER(S) TO " WA-CRM-EXTRACT-DSN
        DISPLAY "CUSTOMERMASTER - FULL CRM REFRESH WROTE "
            WA-CRM-CONTACT-CNT " CONTACT POINT(S) TO "
            WA-CRM-CONTACT-DSN
    END-IF.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE CRM-EXTRACT-OUT.
    CLOSE CRM-CONTACT-OUT.
    PERFORM CLOSE-CONSENT-FILES-PARA.

    CLOSE-CONSENT-FILES-PARA.
    IF WA-CONTPNT-OPEN
        CLOSE CONTACT-FILE
        MOVE "N" TO WA-CONTPNT-OPEN-SW
    END-IF.
    IF WA-RELPARTY-OPEN
        CLOSE RELPARTY-FILE
        MOVE "N" TO WA-RELPARTY-OPEN-SW
    END-IF.
    IF WA-STDDIR-OPEN
        CLOSE STD-DIRECTORY-FILE
        MOVE "N" TO WA-STDDIR-OPEN-SW
    END-IF.
    IF WA-CUSTCONS-OPEN
        CLOSE CONSENT-FILE
        MOVE "N" TO WA-CUSTCONS-OPEN-SW
    END-IF.
    IF WA-DNDREG-OPEN
        CLOSE DND-REGISTRY-FILE
        MOVE "N" TO WA-DNDREG-OPEN-SW
    END-IF.
    IF WA-VELALERT-OPEN
        CLOSE VELOCITY-ALERT-FILE
        MOVE "N" TO WA-VELALERT-OPEN-SW
    END-IF.
    IF WA-RISKFLAG-OPEN
        CLOSE RISK-FLAG-FILE
        MOVE "N" TO WA-RISKFLAG-OPEN-SW
    END-IF.
    IF WA-CUSTKYC-OPEN
        CLOSE CUSTKYC-FILE
        MOVE "N" TO WA-CUSTKYC-OPEN-SW
    END-IF.

    READ-REFRESH-PARA.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-REFRESH-EOF-SW
    END-READ.
    IF NOT WA-REFRESH-EOF AND WA-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - CUSTMAST READ ERROR, STATUS="
            WA-CUSTMAST-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WA-REFRESH-ERR-SW
        MOVE "Y" TO WA-REFRESH-EOF-SW
    END-IF.

    REFRESH-ONE-PARA.
    PERFORM WRITE-CRM-EXTRACT-PARA.
    IF WA-CONTPNT-OPEN
        PERFORM REFRESH-CONTACTS-PARA
    END-IF.
    PERFORM READ-REFRESH-PARA.

    REFRESH-CONTACTS-PARA.
    MOVE "N" TO WA-CP-SCAN-EOF-SW.
    MOVE CM-CUSTID TO CP-CUSTID.
    MOVE 0 TO CP-SEQ.
    START CONTACT-FILE KEY NOT < CP-KEY
        INVALID KEY MOVE "Y" TO WA-CP-SCAN-EOF-SW
    END-START.
    PERFORM REFRESH-ONE-CONTACT-PARA UNTIL WA-CP-SCAN-EOF.

    REFRESH-ONE-CONTACT-PARA.
    READ CONTACT-FILE NEXT RECORD
        AT END MOVE "Y" TO WA-CP-SCAN-EOF-SW
    END-READ.
    IF WA-CP-SCAN-EOF
        EXIT PARAGRAPH
    END-IF.
    IF WA-CONTPNT-STATUS NOT = "00" OR CP-CUSTID NOT = CM-CUSTID
        MOVE "Y" TO WA-CP-SCAN-EOF-SW
        EXIT PARAGRAPH
    END-IF.
    IF CP-EFF-TO NOT = SPACES AND CP-EFF-TO <= WA-EFF-CHECK-DATE
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WA-CRM-CONTACT-REC.
    MOVE CP-CUSTID TO CRMC-CUSTID.
    MOVE CP-SEQ TO CRMC-SEQ.
    MOVE CP-TYPE TO CRMC-TYPE.
    MOVE CP-STD-CODE TO CRMC-STD-CODE.
    MOVE CP-VALUE TO CRMC-VALUE.
    MOVE CP-PRIMARY TO CRMC-PRIMARY.
    MOVE CP-USAGE TO CRMC-USAGE.
    MOVE CP-EFF-FROM TO CRMC-EFF-FROM.
    MOVE CP-EFF-TO TO CRMC-EFF-TO.
    WRITE WA-CRM-CONTACT-REC.
    ADD 1 TO WA-CRM-CONTACT-CNT.

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
    MOVE "CUSTOMERMASTER" TO AUD-PROGRAM-ID.
    MOVE CT-CUSTID TO AUD-INPUT-VALUE.
    MOVE WA-AUD-RESULT-SW TO AUD-RESULT-SW.
    MOVE WA-AUD-REASON TO AUD-REASON.
    MOVE "S" TO WA-ACH-FUNCTION.
    CALL "AUDCHAINLIB" USING WA-ACH-FUNCTION AUD-TRAIL-REC WA-ACH-RESULT.
    WRITE AUD-TRAIL-REC.

    ARCHIVE-JOURNAL-PARA.
    OPEN INPUT CUSTJRNL-FILE.
    IF WA-CUSTJRNL-STATUS = "35"
        MOVE "Y" TO WA-JRNARCH-OK-SW
        EXIT PARAGRAPH
    END-IF.
    IF WA-CUSTJRNL-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO REOPEN " WA-CUSTJRNL-DSN
            " FOR ARCHIVE, STATUS=" WA-CUSTJRNL-STATUS
            " - JOURNAL NOT ARCHIVED OR EMPTIED"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND JOURNAL-HISTORY-FILE.
    IF WA-JRNHIST-STATUS = "35"
        OPEN OUTPUT JOURNAL-HISTORY-FILE
        CLOSE JOURNAL-HISTORY-FILE
        OPEN EXTEND JOURNAL-HISTORY-FILE
    END-IF.
    IF WA-JRNHIST-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CUSTJRNHIST, STATUS="
            WA-JRNHIST-STATUS " - JOURNAL NOT ARCHIVED OR EMPTIED"
        CLOSE CUSTJRNL-FILE
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WA-JRNARCH-OK-SW.
    MOVE "N" TO WA-JRNARCH-EOF-SW.
    PERFORM READ-ARCHIVE-JOURNAL-PARA.
    PERFORM ARCHIVE-ONE-JOURNAL-PARA UNTIL WA-JRNARCH-EOF.
    CLOSE CUSTJRNL-FILE.
    CLOSE JOURNAL-HISTORY-FILE.
    IF WA-JRNARCH-OK
        DISPLAY "CUSTOMERMASTER - " WA-CNT-JRNARCH " JOURNAL"
            " RECORD(S) ARCHIVED TO CUSTJRNHIST"
    END-IF.

    READ-ARCHIVE-JOURNAL-PARA.
    READ CUSTJRNL-FILE INTO WA-CUSTJRN-REC
        AT END MOVE "Y" TO WA-JRNARCH-EOF-SW
    END-READ.

    ARCHIVE-ONE-JOURNAL-PARA.
    MOVE SPACES TO WA-JRNHIST-REC.
    MOVE WA-EFF-CHECK-DATE TO JH-RUN-DATE.
    MOVE WA-CUSTJRN-REC TO JH-JOURNAL.
    WRITE WA-JRNHIST-REC.
    IF WA-JRNHIST-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - CUSTJRNHIST WRITE FAILED, STATUS="
            WA-JRNHIST-STATUS " - JOURNAL NOT EMPTIED"
        MOVE "N" TO WA-JRNARCH-OK-SW
        MOVE "Y" TO WA-JRNARCH-EOF-SW
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        ADD 1 TO WA-CNT-JRNARCH
        PERFORM READ-ARCHIVE-JOURNAL-PARA
    END-IF.

    EMPTY-JOURNAL-PARA.
    OPEN OUTPUT CUSTJRNL-FILE.
    IF WA-CUSTJRNL-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO EMPTY " WA-CUSTJRNL-DSN
            " STATUS=" WA-CUSTJRNL-STATUS
            " - DRAIN IT BEFORE ANY BACKOUT"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        CLOSE CUSTJRNL-FILE
    END-IF.

    WRITE-PANHIST-PARA.
    MOVE SPACES TO WA-HOLDHIST-REC.
    MOVE WA-PANMAST-KEY TO HH-KEY.
    MOVE WA-PANMAST-CUSTID TO HH-CUSTID.
    MOVE WA-HIST-ACT-SW TO HH-ACTION.
    PERFORM SET-HIST-DATE-PARA.
    MOVE WA-HOLDHIST-REC TO WA-PANHIST-REC.
    WRITE WA-PANHIST-REC.
    IF WA-PANHIST-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - PAN HISTORY WRITE FAILED, STATUS="
            WA-PANHIST-STATUS " - RUN STOPPED, BACK OUT BEFORE RERUN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    WRITE-MOBLHIST-PARA.
    MOVE SPACES TO WA-HOLDHIST-REC.
    MOVE WA-MOBLMAST-KEY TO HH-KEY.
    MOVE WA-MOBLMAST-CUSTID TO HH-CUSTID.
    MOVE WA-HIST-ACT-SW TO HH-ACTION.
    PERFORM SET-HIST-DATE-PARA.
    MOVE WA-HOLDHIST-REC TO WA-MOBLHIST-REC.
    WRITE WA-MOBLHIST-REC.
    IF WA-MOBLHIST-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - MOBILE HISTORY WRITE FAILED, STATUS="
            WA-MOBLHIST-STATUS " - RUN STOPPED, BACK OUT BEFORE RERUN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    SET-HIST-DATE-PARA.
    IF WA-RUN-DATE NOT = "00000000" AND WA-RUN-DATE IS NUMERIC
        MOVE WA-RUN-DATE TO HH-EFF-DATE
    ELSE
        ACCEPT WA-TIMESTAMP-DATE FROM DATE YYYYMMDD
        MOVE WA-TIMESTAMP-DATE TO HH-EFF-DATE
    END-IF.

    WRITE-JOURNAL-PARA.
    MOVE SPACES TO WA-CUSTJRN-REC.
    MOVE WA-CNT-TOTAL TO JRN-SEQ.
    MOVE WA-JRN-FILE-SW TO JRN-FILE-ID.
    MOVE WA-JRN-ACT-SW TO JRN-ACTION.
    MOVE WA-JRN-BEFORE TO JRN-BEFORE-IMAGE.
    MOVE WA-JRN-AFTER TO JRN-AFTER-IMAGE.
    WRITE WA-CUSTJRN-REC.
    IF WA-CUSTJRNL-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - JOURNAL WRITE FAILED, STATUS="
            WA-CUSTJRNL-STATUS " - RUN STOPPED, BACK OUT BEFORE RERUN"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-JRN-WRITTEN.

    WRITE-TRAILER-PARA.
    MOVE SPACES TO WA-TRAILER-LINE.
    STRING "TRAILER TOTAL=" WA-CNT-TOTAL
        " ADD=" WA-CNT-ADD " UPDATE=" WA-CNT-UPDATE
        " DELETE=" WA-CNT-DELETE
        DELIMITED BY SIZE INTO WA-TRAILER-LINE
    END-STRING.
    MOVE WA-TRAILER-LINE TO WA-CUSTREJECT-REC
    PERFORM WRITE-REJECT-TOTAL-PARA.
    MOVE SPACES TO WA-TRAILER-LINE.
    STRING "TRAILER REINST=" WA-CNT-REINST
        " REJECT=" WA-CNT-REJECT
        DELIMITED BY SIZE INTO WA-TRAILER-LINE
    END-STRING.
    MOVE WA-TRAILER-LINE TO WA-CUSTREJECT-REC
    PERFORM WRITE-REJECT-TOTAL-PARA.
    MOVE SPACES TO WA-TRAILER-LINE.
    STRING "TRAILER PARKED=" WA-CNT-PARKED
        " RELEASED=" WA-CNT-RELEASED
        " HELD=" WA-CNT-HELD
        DELIMITED BY SIZE INTO WA-TRAILER-LINE
    END-STRING.
    MOVE WA-TRAILER-LINE TO WA-CUSTREJECT-REC
    PERFORM WRITE-REJECT-TOTAL-PARA.
    MOVE SPACES TO WA-TRAILER-LINE.
    STRING "TRAILER RECYCIN=" WA-CNT-RECYC-IN
        " RECYCOUT=" WA-CNT-RECYC-OUT
        " AGED=" WA-CNT-AGED
        " CONSENT=" WA-CNT-CONSENT
        DELIMITED BY SIZE INTO WA-TRAILER-LINE
    END-STRING.
    MOVE WA-TRAILER-LINE TO WA-CUSTREJECT-REC
    PERFORM WRITE-REJECT-TOTAL-PARA.
    MOVE SPACES TO WA-TRAILER-LINE.
    STRING "TRAILER CONTACT=" WA-CNT-CONTACT
        " RELPARTY=" WA-CNT-RELPARTY
        " REKYC=" WA-CNT-REKYC
        DELIMITED BY SIZE INTO WA-TRAILER-LINE
    END-STRING.
    MOVE WA-TRAILER-LINE TO WA-CUSTREJECT-REC
    PERFORM WRITE-REJECT-TOTAL-PARA.

    CHECK-TOLERANCE-PARA.
    IF WA-CNT-TOTAL = 0
        CONTINUE
    ELSE
        MOVE "N" TO WA-TOL-HIT-SW
        IF WA-TOL-FAIL-SET
            COMPUTE WA-TOL-PROD = WA-TOL-FAIL-PCT * WA-CNT-TOTAL
            IF WA-CNT-REJECT * 100 > WA-TOL-PROD
                MOVE "Y" TO WA-TOL-HIT-SW
                MOVE 8 TO RETURN-CODE
                DISPLAY "CUSTOMERMASTER - REJECT RATE EXCEEDS FAIL"
                    " THRESHOLD OF " WA-TOL-FAIL-PCT
                    " PERCENT - RETURN CODE 8"
            END-IF
        END-IF
        IF WA-TOL-HIT-SW = "N" AND WA-TOL-WARN-SET
            COMPUTE WA-TOL-PROD = WA-TOL-WARN-PCT * WA-CNT-TOTAL
            IF WA-CNT-REJECT * 100 > WA-TOL-PROD
                MOVE 4 TO RETURN-CODE
                DISPLAY "CUSTOMERMASTER - REJECT RATE EXCEEDS WARNING"
                    " THRESHOLD OF " WA-TOL-WARN-PCT
                    " PERCENT - RETURN CODE 4"
            END-IF
        END-IF
    END-IF.

    WRITE-RUNSTATS-PARA.
    IF WA-RUN-DATE = "00000000" OR WA-RUN-DATE IS NOT NUMERIC
        ACCEPT WA-TIMESTAMP-DATE FROM DATE YYYYMMDD
        MOVE WA-TIMESTAMP-DATE TO WA-RS-DATE
    ELSE
        MOVE WA-RUN-DATE TO WA-RS-DATE
    END-IF.
    OPEN EXTEND RUN-STATS-FILE.
    IF WA-RUNSTAT-STATUS = "35"
        OPEN OUTPUT RUN-STATS-FILE
        CLOSE RUN-STATS-FILE
        OPEN EXTEND RUN-STATS-FILE
    END-IF.
    IF WA-RUNSTAT-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN RUN-STATS-FILE,"
            " STATUS=" WA-RUNSTAT-STATUS
    ELSE
        MOVE "TOTAL" TO WA-RS-CATEGORY
        MOVE WA-CNT-TOTAL TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "ADD" TO WA-RS-CATEGORY
        MOVE WA-CNT-ADD TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "UPDATE" TO WA-RS-CATEGORY
        MOVE WA-CNT-UPDATE TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "DELETE" TO WA-RS-CATEGORY
        MOVE WA-CNT-DELETE TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "REINSTATE" TO WA-RS-CATEGORY
        MOVE WA-CNT-REINST TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "REJECT" TO WA-RS-CATEGORY
        MOVE WA-CNT-REJECT TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "PARKED" TO WA-RS-CATEGORY
        MOVE WA-CNT-PARKED TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "RELEASED" TO WA-RS-CATEGORY
        MOVE WA-CNT-RELEASED TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "HELD" TO WA-RS-CATEGORY
        MOVE WA-CNT-HELD TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "RECYCLED" TO WA-RS-CATEGORY
        MOVE WA-CNT-RECYC-OUT TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "AGED" TO WA-RS-CATEGORY
        MOVE WA-CNT-AGED TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "CONSENT" TO WA-RS-CATEGORY
        MOVE WA-CNT-CONSENT TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "CONTACT" TO WA-RS-CATEGORY
        MOVE WA-CNT-CONTACT TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "RELPARTY" TO WA-RS-CATEGORY
        MOVE WA-CNT-RELPARTY TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        MOVE "REKYC" TO WA-RS-CATEGORY
        MOVE WA-CNT-REKYC TO WA-RS-COUNT
        PERFORM WRITE-ONE-STAT-PARA
        CLOSE RUN-STATS-FILE
    END-IF.

    WRITE-ONE-STAT-PARA.
    MOVE SPACES TO WA-RUNSTAT-REC.
    MOVE WA-RS-DATE TO RS-RUN-DATE.
    MOVE WA-RUN-MODE TO RS-RUN-MODE.
    MOVE "CUSTOMERMASTER" TO RS-PROGRAM.
    MOVE WA-RS-CATEGORY TO RS-CATEGORY.
    MOVE WA-RS-COUNT TO RS-COUNT.
    WRITE WA-RUNSTAT-REC.

    TERMINATE-PARA.
    CLOSE CUSTTRAN-FILE.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE PAN-MASTER-FILE.
    CLOSE MOBILE-MASTER-FILE.
    CLOSE CUSTOMER-ARCHIVE-FILE.
    CLOSE HELD-APPROVALS-FILE.
    CLOSE RECYCLE-OUT-FILE.
    CLOSE AGED-REJECTS-OUT.
    PERFORM CLOSE-REJECT-REPORT-PARA.
    IF NOT WA-BAL-ERROR
        PERFORM WRITE-CRM-TRAILER-PARA
    END-IF.
    CLOSE CRM-EXTRACT-OUT.
    CLOSE AUDIT-TRAIL-FILE.
    CLOSE PAN-HISTORY-FILE.
    CLOSE MOBILE-HISTORY-FILE.
    CLOSE CUSTJRNL-FILE.
    PERFORM CLOSE-CONSENT-FILES-PARA.

    GET-CUSTMAST-PARA.
    MOVE "E" TO WA-CM-OK-SW.
    IF WA-SEQ-MODE
        IF WA-SEQ-CM-PRESENT
            MOVE WA-SEQ-CM-IMAGE TO WA-CUSTMAST-REC
            MOVE "Y" TO WA-CM-OK-SW
        ELSE
            MOVE "N" TO WA-CM-OK-SW
        END-IF
        EXIT PARAGRAPH
    END-IF.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY MOVE "N" TO WA-CM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-CM-OK-SW
    END-READ.

    PUT-CUSTMAST-PARA.
    MOVE "E" TO WA-CM-OK-SW.
    IF WA-SEQ-MODE
        IF WA-SEQ-CM-PRESENT
            MOVE "N" TO WA-CM-OK-SW
        ELSE
            MOVE WA-CUSTMAST-REC TO WA-SEQ-CM-IMAGE
            MOVE "Y" TO WA-SEQ-CM-PRESENT-SW
            MOVE "Y" TO WA-CM-OK-SW
        END-IF
        EXIT PARAGRAPH
    END-IF.
    WRITE WA-CUSTMAST-REC
        INVALID KEY MOVE "N" TO WA-CM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-CM-OK-SW
    END-WRITE.

    REPLACE-CUSTMAST-PARA.
    MOVE "E" TO WA-CM-OK-SW.
    IF WA-SEQ-MODE
        IF WA-SEQ-CM-PRESENT
            MOVE WA-CUSTMAST-REC TO WA-SEQ-CM-IMAGE
            MOVE "Y" TO WA-CM-OK-SW
        ELSE
            MOVE "N" TO WA-CM-OK-SW
        END-IF
        EXIT PARAGRAPH
    END-IF.
    REWRITE WA-CUSTMAST-REC
        INVALID KEY MOVE "N" TO WA-CM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-CM-OK-SW
    END-REWRITE.

    REMOVE-CUSTMAST-PARA.
    MOVE "E" TO WA-CM-OK-SW.
    IF WA-SEQ-MODE
        IF WA-SEQ-CM-PRESENT
            MOVE "N" TO WA-SEQ-CM-PRESENT-SW
            MOVE "Y" TO WA-CM-OK-SW
        ELSE
            MOVE "N" TO WA-CM-OK-SW
        END-IF
        EXIT PARAGRAPH
    END-IF.
    DELETE CUSTOMER-MASTER-FILE
        INVALID KEY MOVE "N" TO WA-CM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-CM-OK-SW
    END-DELETE.

    GET-PANMAST-PARA.
    IF WA-SEQ-MODE
        MOVE "G" TO WA-SEQ-KEY-FUNCTION
        PERFORM SEQ-PANMAST-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE "E" TO WA-PM-OK-SW.
    READ PAN-MASTER-FILE
        INVALID KEY MOVE "N" TO WA-PM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-PM-OK-SW
    END-READ.

    PUT-PANMAST-PARA.
    IF WA-SEQ-MODE
        MOVE "W" TO WA-SEQ-KEY-FUNCTION
        PERFORM SEQ-PANMAST-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE "E" TO WA-PM-OK-SW.
    WRITE WA-PANMAST-REC
        INVALID KEY MOVE "N" TO WA-PM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-PM-OK-SW
    END-WRITE.

    REPLACE-PANMAST-PARA.
    IF WA-SEQ-MODE
        MOVE "R" TO WA-SEQ-KEY-FUNCTION
        PERFORM SEQ-PANMAST-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE "E" TO WA-PM-OK-SW.
    REWRITE WA-PANMAST-REC
        INVALID KEY MOVE "N" TO WA-PM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-PM-OK-SW
    END-REWRITE.

    REMOVE-PANMAST-PARA.
    IF WA-SEQ-MODE
        MOVE "D" TO WA-SEQ-KEY-FUNCTION
        PERFORM SEQ-PANMAST-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE "E" TO WA-PM-OK-SW.
    DELETE PAN-MASTER-FILE
        INVALID KEY MOVE "N" TO WA-PM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-PM-OK-SW
    END-DELETE.

    SEQ-PANMAST-PARA.
    MOVE "P" TO WA-SEQ-REF-TYPE.
    MOVE WA-PANMAST-KEY TO WA-SEQ-REF-KEY.
    MOVE WA-PANMAST-REC TO WA-SEQ-IO-REC.
    PERFORM SEQ-KEY-ACCESS-PARA.
    MOVE WA-SEQ-IO-OK-SW TO WA-PM-OK-SW.
    MOVE WA-SEQ-IO-STATUS TO WA-PANMAST-STATUS.
    IF WA-PM-OK AND WA-SEQ-KEY-FUNCTION = "G"
        MOVE WA-SEQ-IO-REC TO WA-PANMAST-REC
    END-IF.

    GET-MOBLMAST-PARA.
    IF WA-SEQ-MODE
        MOVE "G" TO WA-SEQ-KEY-FUNCTION
        PERFORM SEQ-MOBLMAST-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE "E" TO WA-MM-OK-SW.
    READ MOBILE-MASTER-FILE
        INVALID KEY MOVE "N" TO WA-MM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-MM-OK-SW
    END-READ.

    PUT-MOBLMAST-PARA.
    IF WA-SEQ-MODE
        MOVE "W" TO WA-SEQ-KEY-FUNCTION
        PERFORM SEQ-MOBLMAST-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE "E" TO WA-MM-OK-SW.
    WRITE WA-MOBLMAST-REC
        INVALID KEY MOVE "N" TO WA-MM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-MM-OK-SW
    END-WRITE.

    REPLACE-MOBLMAST-PARA.
    IF WA-SEQ-MODE
        MOVE "R" TO WA-SEQ-KEY-FUNCTION
        PERFORM SEQ-MOBLMAST-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE "E" TO WA-MM-OK-SW.
    REWRITE WA-MOBLMAST-REC
        INVALID KEY MOVE "N" TO WA-MM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-MM-OK-SW
    END-REWRITE.

    REMOVE-MOBLMAST-PARA.
    IF WA-SEQ-MODE
        MOVE "D" TO WA-SEQ-KEY-FUNCTION
        PERFORM SEQ-MOBLMAST-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE "E" TO WA-MM-OK-SW.
    DELETE MOBILE-MASTER-FILE
        INVALID KEY MOVE "N" TO WA-MM-OK-SW
        NOT INVALID KEY MOVE "Y" TO WA-MM-OK-SW
    END-DELETE.

    SEQ-MOBLMAST-PARA.
    MOVE "M" TO WA-SEQ-REF-TYPE.
    MOVE WA-MOBLMAST-KEY TO WA-SEQ-REF-KEY.
    MOVE WA-MOBLMAST-REC TO WA-SEQ-IO-REC.
    PERFORM SEQ-KEY-ACCESS-PARA.
    MOVE WA-SEQ-IO-OK-SW TO WA-MM-OK-SW.
    MOVE WA-SEQ-IO-STATUS TO WA-MOBLMAST-STATUS.
    IF WA-MM-OK AND WA-SEQ-KEY-FUNCTION = "G"
        MOVE WA-SEQ-IO-REC TO WA-MOBLMAST-REC
    END-IF.

    SEQ-KEY-ACCESS-PARA.
    PERFORM FIND-SEQ-KEY-PARA.
    MOVE "Y" TO WA-SEQ-IO-OK-SW.
    MOVE "00" TO WA-SEQ-IO-STATUS.
    EVALUATE WA-SEQ-KEY-FUNCTION
    WHEN "G"
        IF WA-SEQ-CUR-PRESENT = "Y"
            MOVE WA-SEQ-CUR-REC TO WA-SEQ-IO-REC
        ELSE
            MOVE "N" TO WA-SEQ-IO-OK-SW
            MOVE "23" TO WA-SEQ-IO-STATUS
        END-IF
    WHEN "W"
        IF WA-SEQ-CUR-PRESENT = "Y"
            MOVE "N" TO WA-SEQ-IO-OK-SW
            MOVE "22" TO WA-SEQ-IO-STATUS
        ELSE
            MOVE "Y" TO WA-SEQ-CUR-PRESENT
            MOVE WA-SEQ-IO-REC TO WA-SEQ-CUR-REC
            MOVE "A" TO WA-SEQ-CUR-ACTION
            PERFORM STORE-SEQ-KEY-PARA
        END-IF
    WHEN "R"
        IF WA-SEQ-CUR-PRESENT = "Y"
            MOVE WA-SEQ-IO-REC TO WA-SEQ-CUR-REC
            MOVE "U" TO WA-SEQ-CUR-ACTION
            PERFORM STORE-SEQ-KEY-PARA
        ELSE
            MOVE "N" TO WA-SEQ-IO-OK-SW
            MOVE "23" TO WA-SEQ-IO-STATUS
        END-IF
    WHEN OTHER
        IF WA-SEQ-CUR-PRESENT = "Y"
            MOVE "N" TO WA-SEQ-CUR-PRESENT
            MOVE SPACES TO WA-SEQ-CUR-REC
            MOVE "D" TO WA-SEQ-CUR-ACTION
            PERFORM STORE-SEQ-KEY-PARA
        ELSE
            MOVE "N" TO WA-SEQ-IO-OK-SW
            MOVE "23" TO WA-SEQ-IO-STATUS
        END-IF
    END-EVALUATE.

    FIND-SEQ-KEY-PARA.
    MOVE 0 TO WA-SEQ-KEY-IDX.
    PERFORM VARYING WA-SEQ-SCAN-IDX FROM 1 BY 1
            UNTIL WA-SEQ-SCAN-IDX > WA-SEQ-KEY-COUNT OR WA-SEQ-KEY-IDX > 0
        IF WA-SK-TYPE(WA-SEQ-SCAN-IDX) = WA-SEQ-REF-TYPE
        AND WA-SK-KEY(WA-SEQ-SCAN-IDX) = WA-SEQ-REF-KEY
            MOVE WA-SEQ-SCAN-IDX TO WA-SEQ-KEY-IDX
        END-IF
    END-PERFORM.
    IF WA-SEQ-KEY-IDX = 0
        DISPLAY "CUSTOMERMASTER - " WA-SEQ-REF-TYPE " KEY " WA-SEQ-REF-KEY
            " OF " WA-SEQ-GROUP-KEY " NOT RESOLVED BY THE KEY PASS"
            " - RUN STOPPED, BACK OUT WITH CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WA-SK-SHARED-IDX(WA-SEQ-KEY-IDX) TO WA-SEQ-SHARED-IDX.
    IF WA-SEQ-SHARED-IDX > 0
        MOVE WA-SH-PRESENT(WA-SEQ-SHARED-IDX) TO WA-SEQ-CUR-PRESENT
        MOVE WA-SH-REC(WA-SEQ-SHARED-IDX) TO WA-SEQ-CUR-REC
    ELSE
        MOVE WA-SK-PRESENT(WA-SEQ-KEY-IDX) TO WA-SEQ-CUR-PRESENT
        MOVE WA-SK-REC(WA-SEQ-KEY-IDX) TO WA-SEQ-CUR-REC
    END-IF.

    STORE-SEQ-KEY-PARA.
    IF WA-SEQ-SHARED-IDX > 0
        MOVE WA-SEQ-CUR-PRESENT TO WA-SH-PRESENT(WA-SEQ-SHARED-IDX)
        MOVE WA-SEQ-CUR-REC TO WA-SH-REC(WA-SEQ-SHARED-IDX)
    ELSE
        MOVE WA-SEQ-CUR-PRESENT TO WA-SK-PRESENT(WA-SEQ-KEY-IDX)
        MOVE WA-SEQ-CUR-REC TO WA-SK-REC(WA-SEQ-KEY-IDX)
    END-IF.
    ADD 1 TO WA-SEQ-CHG-SEQ.
    MOVE SPACES TO WA-KEYCHG-REC.
    MOVE WA-SEQ-REF-TYPE TO KC-TYPE.
    MOVE WA-SEQ-REF-KEY TO KC-KEY.
    MOVE WA-SEQ-CHG-SEQ TO KC-SEQ.
    MOVE WA-SEQ-CUR-ACTION TO KC-ACTION.
    MOVE WA-SEQ-CUR-REC TO KC-REC.
    WRITE WA-KEYCHG-REC.
    IF WA-KEYCHG-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - CUSTKEYCHG WRITE FAILED, STATUS="
            WA-KEYCHG-STATUS " - RUN STOPPED, BACK OUT WITH"
            " CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    SEQ-UPDATE-PARA.
    MOVE "TRANSACTIONS" TO WA-SEQ-SORT-NAME.
    SORT TRAN-SORT-FILE
        ON ASCENDING KEY TS-CUSTID TS-PHASE TS-SEQ
        INPUT PROCEDURE IS RELEASE-SEQ-TRANS-PARA
        GIVING SORTED-TRAN-FILE.
    PERFORM CHECK-SEQ-SORT-PARA.
    MOVE "KEY REFERENCES" TO WA-SEQ-SORT-NAME.
    SORT KEY-SORT-FILE
        ON ASCENDING KEY KS-TYPE KS-KEY KS-CUSTID
        INPUT PROCEDURE IS COLLECT-SEQ-KEYS-PARA
        OUTPUT PROCEDURE IS RESOLVE-SEQ-KEYS-PARA.
    PERFORM CHECK-SEQ-SORT-PARA.
    MOVE "RESOLVED KEYS" TO WA-SEQ-SORT-NAME.
    SORT KEYREF-SORT-FILE
        ON ASCENDING KEY KX-CUSTID KX-TYPE KX-KEY
        USING KEYREF-WORK-FILE
        GIVING KEYREF-SORTED-FILE.
    PERFORM CHECK-SEQ-SORT-PARA.
    PERFORM APPLY-SEQ-UPDATES-PARA.
    MOVE "KEY CHANGES" TO WA-SEQ-SORT-NAME.
    SORT KEYCHG-SORT-FILE
        ON ASCENDING KEY KY-TYPE KY-KEY KY-SEQ
        USING KEYCHG-WORK-FILE
        OUTPUT PROCEDURE IS BUILD-NEW-KEY-MASTERS-PARA.
    PERFORM CHECK-SEQ-SORT-PARA.

    CHECK-SEQ-SORT-PARA.
    IF SORT-RETURN NOT = 0
        DISPLAY "CUSTOMERMASTER - SORT OF " WA-SEQ-SORT-NAME
            " FAILED, SORT-RETURN=" SORT-RETURN
            " - RUN STOPPED, BACK OUT WITH CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    RELEASE-SEQ-TRANS-PARA.
    MOVE 0 TO WA-SEQ-REL-SEQ.
    OPEN INPUT PENDING-FILE.
    IF WA-PENDING-STATUS NOT = "00" AND WA-PENDING-STATUS NOT = "35"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN PENDING-FILE,"
            " STATUS=" WA-PENDING-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-PENDING-STATUS = "00"
        MOVE "N" TO WA-PEND-EOF-SW
        MOVE "1" TO WA-SEQ-REL-PHASE
        PERFORM READ-PENDING-PARA
        PERFORM RELEASE-SEQ-PENDING-PARA UNTIL WA-PEND-EOF
        CLOSE PENDING-FILE
    END-IF.
    MOVE "2" TO WA-SEQ-REL-PHASE.
    PERFORM READ-CUSTTRAN-PARA.
    PERFORM RELEASE-SEQ-CUSTTRAN-PARA UNTIL WA-EOF.
    OPEN INPUT RECYCLE-IN-FILE.
    IF WA-RECYCIN-STATUS NOT = "00" AND WA-RECYCIN-STATUS NOT = "35"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN RECYCLE-IN-FILE,"
            " STATUS=" WA-RECYCIN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WA-RECYCIN-STATUS = "00"
        MOVE "N" TO WA-RECYC-EOF-SW
        MOVE "3" TO WA-SEQ-REL-PHASE
        PERFORM READ-RECYCLE-PARA
        PERFORM RELEASE-SEQ-RECYCLE-PARA UNTIL WA-RECYC-EOF
        CLOSE RECYCLE-IN-FILE
    END-IF.

    RELEASE-SEQ-PENDING-PARA.
    MOVE SPACES TO WA-CUSTRECYC-REC.
    MOVE WA-PENDING-REC TO RCY-TRAN.
    PERFORM RELEASE-SEQ-TRAN-PARA.
    PERFORM READ-PENDING-PARA.

    RELEASE-SEQ-CUSTTRAN-PARA.
    IF NOT CT-HEADER AND NOT CT-TRAILER
        MOVE SPACES TO WA-CUSTRECYC-REC
        MOVE WA-CUSTTRAN-REC TO RCY-TRAN
        PERFORM RELEASE-SEQ-TRAN-PARA
    END-IF.
    PERFORM READ-CUSTTRAN-PARA.

    RELEASE-SEQ-RECYCLE-PARA.
    PERFORM RELEASE-SEQ-TRAN-PARA.
    PERFORM READ-RECYCLE-PARA.

    RELEASE-SEQ-TRAN-PARA.
    ADD 1 TO WA-SEQ-REL-SEQ.
    MOVE RCY-TRAN TO WA-CUSTTRAN-REC.
    MOVE CT-CUSTID TO TS-CUSTID.
    MOVE WA-SEQ-REL-PHASE TO TS-PHASE.
    MOVE WA-SEQ-REL-SEQ TO TS-SEQ.
    MOVE WA-CUSTRECYC-REC TO TS-BODY.
    RELEASE WA-TRANSORT-REC.

    OPEN-SORTED-TRAN-PARA.
    OPEN INPUT SORTED-TRAN-FILE.
    IF WA-SRTTRAN-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN SORTED-TRAN-FILE,"
            " STATUS=" WA-SRTTRAN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-SEQ-TRAN-EOF-SW.
    PERFORM READ-SORTED-TRAN-PARA.

    READ-SORTED-TRAN-PARA.
    READ SORTED-TRAN-FILE
        AT END MOVE "Y" TO WA-SEQ-TRAN-EOF-SW
    END-READ.
    IF WA-SEQ-TRAN-EOF
        MOVE HIGH-VALUES TO WA-SEQ-TRAN-KEY
        EXIT PARAGRAPH
    END-IF.
    IF WA-SRTTRAN-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - CUSTTRNSRT READ ERROR, STATUS="
            WA-SRTTRAN-STATUS " - RUN STOPPED, BACK OUT WITH"
            " CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE ST-CUSTID TO WA-SEQ-TRAN-KEY.

    START-OLD-CUSTMAST-PARA.
    MOVE LOW-VALUES TO CM-CUSTID.
    START CUSTOMER-MASTER-FILE KEY NOT < CM-CUSTID
        INVALID KEY MOVE HIGH-VALUES TO WA-SEQ-OLDCM-KEY
        NOT INVALID KEY PERFORM READ-OLD-CUSTMAST-PARA
    END-START.

    READ-OLD-CUSTMAST-PARA.
    READ CUSTOMER-MASTER-FILE NEXT RECORD INTO WA-SEQ-OLDCM-REC
        AT END CONTINUE
    END-READ.
    EVALUATE WA-CUSTMAST-STATUS
    WHEN "00"
        MOVE CM-CUSTID TO WA-SEQ-OLDCM-KEY
    WHEN "10"
        MOVE HIGH-VALUES TO WA-SEQ-OLDCM-KEY
    WHEN OTHER
        DISPLAY "CUSTOMERMASTER - CUSTMAST READ ERROR, STATUS="
            WA-CUSTMAST-STATUS " - RUN STOPPED, BACK OUT WITH"
            " CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.

    START-OLD-PANMAST-PARA.
    MOVE LOW-VALUES TO WA-PANMAST-KEY.
    START PAN-MASTER-FILE KEY NOT < WA-PANMAST-KEY
        INVALID KEY MOVE HIGH-VALUES TO WA-SEQ-OLDPM-KEY
        NOT INVALID KEY PERFORM READ-OLD-PANMAST-PARA
    END-START.

    READ-OLD-PANMAST-PARA.
    READ PAN-MASTER-FILE NEXT RECORD INTO WA-SEQ-OLDPM-REC
        AT END CONTINUE
    END-READ.
    EVALUATE WA-PANMAST-STATUS
    WHEN "00"
        MOVE WA-PANMAST-KEY TO WA-SEQ-OLDPM-KEY
    WHEN "10"
        MOVE HIGH-VALUES TO WA-SEQ-OLDPM-KEY
    WHEN OTHER
        DISPLAY "CUSTOMERMASTER - PANMAST READ ERROR, STATUS="
            WA-PANMAST-STATUS " - RUN STOPPED, BACK OUT WITH"
            " CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.

    START-OLD-MOBLMAST-PARA.
    MOVE LOW-VALUES TO WA-MOBLMAST-KEY.
    START MOBILE-MASTER-FILE KEY NOT < WA-MOBLMAST-KEY
        INVALID KEY MOVE HIGH-VALUES TO WA-SEQ-OLDMM-KEY
        NOT INVALID KEY PERFORM READ-OLD-MOBLMAST-PARA
    END-START.

    READ-OLD-MOBLMAST-PARA.
    READ MOBILE-MASTER-FILE NEXT RECORD INTO WA-SEQ-OLDMM-REC
        AT END CONTINUE
    END-READ.
    EVALUATE WA-MOBLMAST-STATUS
    WHEN "00"
        MOVE WA-MOBLMAST-KEY TO WA-SEQ-OLDMM-KEY
    WHEN "10"
        MOVE HIGH-VALUES TO WA-SEQ-OLDMM-KEY
    WHEN OTHER
        DISPLAY "CUSTOMERMASTER - MOBLMAST READ ERROR, STATUS="
            WA-MOBLMAST-STATUS " - RUN STOPPED, BACK OUT WITH"
            " CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.

    COLLECT-SEQ-KEYS-PARA.
    PERFORM OPEN-SORTED-TRAN-PARA.
    PERFORM START-OLD-CUSTMAST-PARA.
    PERFORM COLLECT-SEQ-CUSTOMER-PARA UNTIL WA-SEQ-TRAN-EOF.
    CLOSE SORTED-TRAN-FILE.

    COLLECT-SEQ-CUSTOMER-PARA.
    MOVE WA-SEQ-TRAN-KEY TO WA-SEQ-GROUP-KEY.
    PERFORM READ-OLD-CUSTMAST-PARA
        UNTIL WA-SEQ-OLDCM-KEY NOT < WA-SEQ-GROUP-KEY.
    IF WA-SEQ-OLDCM-KEY = WA-SEQ-GROUP-KEY
        MOVE WA-SEQ-OLDCM-REC TO WA-CUSTMAST-REC
        PERFORM RELEASE-MASTER-KEYS-PARA
    END-IF.
    PERFORM COLLECT-SEQ-TRAN-PARA
        UNTIL WA-SEQ-TRAN-KEY NOT = WA-SEQ-GROUP-KEY.

    COLLECT-SEQ-TRAN-PARA.
    MOVE ST-BODY TO WA-CUSTRECYC-REC.
    MOVE RCY-TRAN TO WA-CUSTTRAN-REC.
    EVALUATE TRUE
    WHEN CT-ADD OR CT-UPDATE
        MOVE "P" TO WA-SEQ-REF-TYPE
        MOVE CT-PAN TO WA-SEQ-REF-KEY
        PERFORM RELEASE-KEY-REF-PARA
        CALL "MOBVALCHK" USING CT-MOBILE WA-SEQ-MVC-SW WA-SEQ-MOBILE
        PERFORM RELEASE-MOBILE-REF-PARA
    WHEN CT-REINSTATE
        MOVE CT-CUSTID TO CA-CUSTID
        READ CUSTOMER-ARCHIVE-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE SPACES TO WA-ARCH-IMAGE
                MOVE CA-CUSTID TO WA-ARCH-IMAGE(1:8)
                MOVE CA-CUST-DETAIL TO WA-ARCH-IMAGE(9:188)
                MOVE WA-ARCH-IMAGE TO WA-CUSTMAST-REC
                PERFORM RELEASE-MASTER-KEYS-PARA
        END-READ
    WHEN CT-RELPARTY
        MOVE "P" TO WA-SEQ-REF-TYPE
        MOVE CTR-PAN TO WA-SEQ-REF-KEY
        PERFORM RELEASE-KEY-REF-PARA
    WHEN CT-CONTACT
        MOVE CTN-VALUE TO WA-CP-MOBILE-IN
        CALL "MOBVALCHK" USING WA-CP-MOBILE-IN WA-SEQ-MVC-SW
            WA-SEQ-MOBILE
        PERFORM RELEASE-MOBILE-REF-PARA
    END-EVALUATE.
    PERFORM READ-SORTED-TRAN-PARA.

    RELEASE-MASTER-KEYS-PARA.
    MOVE "P" TO WA-SEQ-REF-TYPE.
    MOVE CM-PAN TO WA-SEQ-REF-KEY.
    PERFORM RELEASE-KEY-REF-PARA.
    MOVE "M" TO WA-SEQ-REF-TYPE.
    MOVE CM-MOBILE TO WA-SEQ-REF-KEY.
    PERFORM RELEASE-KEY-REF-PARA.

    RELEASE-MOBILE-REF-PARA.
    IF WA-SEQ-MVC-SW = "Y"
        MOVE "M" TO WA-SEQ-REF-TYPE
        MOVE WA-SEQ-MOBILE TO WA-SEQ-REF-KEY
        PERFORM RELEASE-KEY-REF-PARA
    END-IF.

    RELEASE-KEY-REF-PARA.
    IF WA-SEQ-REF-KEY NOT = SPACES
        MOVE WA-SEQ-REF-TYPE TO KS-TYPE
        MOVE WA-SEQ-REF-KEY TO KS-KEY
        MOVE WA-SEQ-GROUP-KEY TO KS-CUSTID
        RELEASE WA-KEYSORT-REC
    END-IF.

    RESOLVE-SEQ-KEYS-PARA.
    OPEN OUTPUT KEYREF-WORK-FILE.
    IF WA-KEYWK-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN KEYREF-WORK-FILE,"
            " STATUS=" WA-KEYWK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM START-OLD-MOBLMAST-PARA.
    PERFORM START-OLD-PANMAST-PARA.
    MOVE "N" TO WA-SEQ-KS-EOF-SW.
    PERFORM RETURN-KEY-REF-PARA.
    PERFORM RESOLVE-ONE-KEY-PARA UNTIL WA-SEQ-KS-EOF.
    CLOSE KEYREF-WORK-FILE.

    RETURN-KEY-REF-PARA.
    RETURN KEY-SORT-FILE
        AT END MOVE "Y" TO WA-SEQ-KS-EOF-SW
    END-RETURN.

    RESOLVE-ONE-KEY-PARA.
    MOVE KS-TYPE TO WA-SEQ-RK-TYPE.
    MOVE KS-KEY TO WA-SEQ-RK-KEY.
    MOVE 0 TO WA-SEQ-REF-COUNT.
    PERFORM GATHER-KEY-REF-PARA
        UNTIL WA-SEQ-KS-EOF
           OR KS-TYPE NOT = WA-SEQ-RK-TYPE
           OR KS-KEY NOT = WA-SEQ-RK-KEY.
    MOVE "N" TO WA-SEQ-RK-PRESENT.
    MOVE SPACES TO WA-SEQ-RK-REC.
    IF WA-SEQ-RK-TYPE = "P"
        PERFORM READ-OLD-PANMAST-PARA
            UNTIL WA-SEQ-OLDPM-KEY NOT < WA-SEQ-RK-KEY
        IF WA-SEQ-OLDPM-KEY = WA-SEQ-RK-KEY
            MOVE "Y" TO WA-SEQ-RK-PRESENT
            MOVE WA-SEQ-OLDPM-REC TO WA-SEQ-RK-REC
        END-IF
    ELSE
        PERFORM READ-OLD-MOBLMAST-PARA
            UNTIL WA-SEQ-OLDMM-KEY NOT < WA-SEQ-RK-KEY
        IF WA-SEQ-OLDMM-KEY = WA-SEQ-RK-KEY
            MOVE "Y" TO WA-SEQ-RK-PRESENT
            MOVE WA-SEQ-OLDMM-REC TO WA-SEQ-RK-REC
        END-IF
    END-IF.
    IF WA-SEQ-REF-COUNT > 1
        ADD 1 TO WA-SEQ-CNT-SHARED
    END-IF.
    PERFORM WRITE-KEY-REF-PARA
        VARYING WA-SEQ-REF-IDX FROM 1 BY 1
        UNTIL WA-SEQ-REF-IDX > WA-SEQ-REF-COUNT.

    GATHER-KEY-REF-PARA.
    IF WA-SEQ-REF-COUNT > 0
        IF KS-CUSTID = WA-SEQ-REF-CUSTID(WA-SEQ-REF-COUNT)
            PERFORM RETURN-KEY-REF-PARA
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF WA-SEQ-REF-COUNT >= WA-SEQ-REF-MAX
        DISPLAY "CUSTOMERMASTER - " KS-TYPE " KEY " KS-KEY
            " REFERRED TO BY MORE THAN " WA-SEQ-REF-MAX
            " CUSTOMERS - RUN IN RANDOM UPDATE MODE"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-SEQ-REF-COUNT.
    MOVE KS-CUSTID TO WA-SEQ-REF-CUSTID(WA-SEQ-REF-COUNT).
    PERFORM RETURN-KEY-REF-PARA.

    WRITE-KEY-REF-PARA.
    MOVE SPACES TO WA-KEYWK-REC.
    MOVE WA-SEQ-REF-CUSTID(WA-SEQ-REF-IDX) TO KR-CUSTID.
    MOVE WA-SEQ-RK-TYPE TO KR-TYPE.
    MOVE WA-SEQ-RK-KEY TO KR-KEY.
    MOVE WA-SEQ-RK-PRESENT TO KR-PRESENT.
    MOVE WA-SEQ-RK-REC TO KR-REC.
    IF WA-SEQ-REF-COUNT > 1
        MOVE "Y" TO KR-SHARED
    ELSE
        MOVE "N" TO KR-SHARED
    END-IF.
    WRITE WA-KEYWK-REC.
    IF WA-KEYWK-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - CUSTKEYWK WRITE FAILED, STATUS="
            WA-KEYWK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    APPLY-SEQ-UPDATES-PARA.
    OPEN OUTPUT NEW-CUSTMAST-FILE.
    IF WA-NEWCM-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN NEW-CUSTMAST-FILE,"
            " STATUS=" WA-NEWCM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT KEYCHG-WORK-FILE.
    IF WA-KEYCHG-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN KEYCHG-WORK-FILE,"
            " STATUS=" WA-KEYCHG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT KEYREF-SORTED-FILE.
    IF WA-KEYSRT-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN KEYREF-SORTED-FILE,"
            " STATUS=" WA-KEYSRT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WA-SEQ-KQ-EOF-SW.
    PERFORM READ-SORTED-KEYREF-PARA.
    PERFORM OPEN-SORTED-TRAN-PARA.
    PERFORM START-OLD-CUSTMAST-PARA.
    PERFORM MERGE-SEQ-CUSTOMER-PARA
        UNTIL WA-SEQ-TRAN-EOF AND WA-SEQ-OLDCM-KEY = HIGH-VALUES.
    CLOSE SORTED-TRAN-FILE.
    CLOSE KEYREF-SORTED-FILE.
    CLOSE KEYCHG-WORK-FILE.
    CLOSE NEW-CUSTMAST-FILE.

    READ-SORTED-KEYREF-PARA.
    READ KEYREF-SORTED-FILE
        AT END MOVE "Y" TO WA-SEQ-KQ-EOF-SW
    END-READ.
    IF WA-SEQ-KQ-EOF
        MOVE HIGH-VALUES TO WA-SEQ-KQ-KEY
        EXIT PARAGRAPH
    END-IF.
    IF WA-KEYSRT-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - CUSTKEYSRT READ ERROR, STATUS="
            WA-KEYSRT-STATUS " - RUN STOPPED, BACK OUT WITH"
            " CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE KQ-CUSTID TO WA-SEQ-KQ-KEY.

    MERGE-SEQ-CUSTOMER-PARA.
    IF WA-SEQ-OLDCM-KEY < WA-SEQ-TRAN-KEY
        MOVE WA-SEQ-OLDCM-REC TO WA-NEWCM-REC
        PERFORM WRITE-NEW-CUSTMAST-PARA
        ADD 1 TO WA-SEQ-CNT-OLDCM
        PERFORM READ-OLD-CUSTMAST-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-SEQ-TRAN-KEY TO WA-SEQ-GROUP-KEY.
    MOVE "N" TO WA-SEQ-CM-PRESENT-SW.
    MOVE SPACES TO WA-SEQ-CM-IMAGE.
    IF WA-SEQ-OLDCM-KEY = WA-SEQ-GROUP-KEY
        MOVE WA-SEQ-OLDCM-REC TO WA-SEQ-CM-IMAGE
        MOVE "Y" TO WA-SEQ-CM-PRESENT-SW
        ADD 1 TO WA-SEQ-CNT-OLDCM
        PERFORM READ-OLD-CUSTMAST-PARA
    END-IF.
    MOVE 0 TO WA-SEQ-KEY-COUNT.
    PERFORM READ-SORTED-KEYREF-PARA
        UNTIL WA-SEQ-KQ-KEY NOT < WA-SEQ-GROUP-KEY.
    PERFORM LOAD-SEQ-KEY-PARA
        UNTIL WA-SEQ-KQ-KEY NOT = WA-SEQ-GROUP-KEY.
    PERFORM APPLY-SEQ-TRAN-PARA
        UNTIL WA-SEQ-TRAN-KEY NOT = WA-SEQ-GROUP-KEY.
    IF WA-SEQ-CM-PRESENT
        MOVE WA-SEQ-CM-IMAGE TO WA-NEWCM-REC
        PERFORM WRITE-NEW-CUSTMAST-PARA
    END-IF.

    LOAD-SEQ-KEY-PARA.
    IF WA-SEQ-KEY-COUNT >= WA-SEQ-KEY-MAX
        DISPLAY "CUSTOMERMASTER - " WA-SEQ-GROUP-KEY " TOUCHES MORE THAN "
            WA-SEQ-KEY-MAX " PAN/MOBILE KEYS - RUN IN RANDOM UPDATE MODE"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-SEQ-KEY-COUNT.
    MOVE KQ-TYPE TO WA-SK-TYPE(WA-SEQ-KEY-COUNT).
    MOVE KQ-KEY TO WA-SK-KEY(WA-SEQ-KEY-COUNT).
    MOVE KQ-PRESENT TO WA-SK-PRESENT(WA-SEQ-KEY-COUNT).
    MOVE KQ-REC TO WA-SK-REC(WA-SEQ-KEY-COUNT).
    MOVE 0 TO WA-SK-SHARED-IDX(WA-SEQ-KEY-COUNT).
    IF KQ-SHARED = "Y"
        PERFORM FIND-SHARED-KEY-PARA
        MOVE WA-SEQ-SHARED-IDX TO WA-SK-SHARED-IDX(WA-SEQ-KEY-COUNT)
    END-IF.
    PERFORM READ-SORTED-KEYREF-PARA.

    FIND-SHARED-KEY-PARA.
    MOVE 0 TO WA-SEQ-SHARED-IDX.
    PERFORM VARYING WA-SEQ-SCAN-IDX FROM 1 BY 1
            UNTIL WA-SEQ-SCAN-IDX > WA-SEQ-SHARED-COUNT
               OR WA-SEQ-SHARED-IDX > 0
        IF WA-SH-TYPE(WA-SEQ-SCAN-IDX) = KQ-TYPE
        AND WA-SH-KEY(WA-SEQ-SCAN-IDX) = KQ-KEY
            MOVE WA-SEQ-SCAN-IDX TO WA-SEQ-SHARED-IDX
        END-IF
    END-PERFORM.
    IF WA-SEQ-SHARED-IDX > 0
        EXIT PARAGRAPH
    END-IF.
    IF WA-SEQ-SHARED-COUNT >= WA-SEQ-SHARED-MAX
        DISPLAY "CUSTOMERMASTER - MORE THAN " WA-SEQ-SHARED-MAX
            " PAN/MOBILE KEYS SHARED BETWEEN CUSTOMERS"
            " - RUN IN RANDOM UPDATE MODE"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-SEQ-SHARED-COUNT.
    MOVE WA-SEQ-SHARED-COUNT TO WA-SEQ-SHARED-IDX.
    MOVE KQ-TYPE TO WA-SH-TYPE(WA-SEQ-SHARED-IDX).
    MOVE KQ-KEY TO WA-SH-KEY(WA-SEQ-SHARED-IDX).
    MOVE KQ-PRESENT TO WA-SH-PRESENT(WA-SEQ-SHARED-IDX).
    MOVE KQ-REC TO WA-SH-REC(WA-SEQ-SHARED-IDX).

    APPLY-SEQ-TRAN-PARA.
    MOVE ST-BODY TO WA-CUSTRECYC-REC.
    MOVE RCY-TRAN TO WA-CUSTTRAN-REC.
    MOVE "N" TO WA-APPROVED-INPUT-SW.
    EVALUATE ST-PHASE
    WHEN "1"
        PERFORM APPLY-PENDING-ONE-PARA
    WHEN "2"
        IF WA-APPROVED-RUN
            MOVE "Y" TO WA-APPROVED-INPUT-SW
        END-IF
        PERFORM APPLY-CUSTTRAN-ONE-PARA
    WHEN OTHER
        MOVE "Y" TO WA-RECYCLING-SW
        PERFORM APPLY-RECYCLE-ONE-PARA
        MOVE "N" TO WA-RECYCLING-SW
    END-EVALUATE.
    MOVE "N" TO WA-APPROVED-INPUT-SW.
    PERFORM READ-SORTED-TRAN-PARA.

    WRITE-NEW-CUSTMAST-PARA.
    WRITE WA-NEWCM-REC.
    IF WA-NEWCM-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - CUSTMASTNEW WRITE FAILED FOR "
            NCM-CUSTID ", STATUS=" WA-NEWCM-STATUS
            " - RUN STOPPED, BACK OUT WITH CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-SEQ-CNT-NEWCM.

    BUILD-NEW-KEY-MASTERS-PARA.
    OPEN OUTPUT NEW-PANMAST-FILE.
    OPEN OUTPUT NEW-MOBLMAST-FILE.
    IF WA-NEWPM-STATUS NOT = "00" OR WA-NEWMM-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN NEW PANMAST/MOBLMAST,"
            " STATUS=" WA-NEWPM-STATUS " / " WA-NEWMM-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM START-OLD-MOBLMAST-PARA.
    PERFORM START-OLD-PANMAST-PARA.
    MOVE "N" TO WA-SEQ-KY-EOF-SW.
    PERFORM RETURN-KEY-CHANGE-PARA.
    PERFORM MERGE-NEW-MOBLMAST-PARA
        UNTIL WA-SEQ-OLDMM-KEY = HIGH-VALUES
          AND WA-SEQ-CHG-TYPE NOT = "M".
    PERFORM MERGE-NEW-PANMAST-PARA
        UNTIL WA-SEQ-OLDPM-KEY = HIGH-VALUES
          AND WA-SEQ-CHG-TYPE NOT = "P".
    CLOSE NEW-PANMAST-FILE.
    CLOSE NEW-MOBLMAST-FILE.

    RETURN-KEY-CHANGE-PARA.
    RETURN KEYCHG-SORT-FILE
        AT END MOVE "Y" TO WA-SEQ-KY-EOF-SW
    END-RETURN.
    IF WA-SEQ-KY-EOF
        MOVE HIGH-VALUES TO WA-SEQ-CHG-TYPE
        MOVE HIGH-VALUES TO WA-SEQ-CHG-KEY
    ELSE
        MOVE KY-TYPE TO WA-SEQ-CHG-TYPE
        MOVE KY-KEY TO WA-SEQ-CHG-KEY
    END-IF.

    MERGE-NEW-MOBLMAST-PARA.
    IF WA-SEQ-CHG-TYPE NOT = "M" OR WA-SEQ-OLDMM-KEY < WA-SEQ-CHG-KEY
        MOVE WA-SEQ-OLDMM-REC TO WA-NEWMM-REC
        PERFORM WRITE-NEW-MOBLMAST-PARA
        PERFORM READ-OLD-MOBLMAST-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-SEQ-CHG-KEY TO WA-SEQ-RK-KEY.
    MOVE "N" TO WA-SEQ-CUR-PRESENT.
    IF WA-SEQ-OLDMM-KEY = WA-SEQ-RK-KEY
        MOVE "Y" TO WA-SEQ-CUR-PRESENT
        MOVE WA-SEQ-OLDMM-REC TO WA-SEQ-CUR-REC
        PERFORM READ-OLD-MOBLMAST-PARA
    END-IF.
    PERFORM APPLY-KEY-CHANGE-PARA
        UNTIL WA-SEQ-CHG-TYPE NOT = "M"
           OR WA-SEQ-CHG-KEY NOT = WA-SEQ-RK-KEY.
    IF WA-SEQ-CUR-PRESENT = "Y"
        MOVE WA-SEQ-CUR-REC TO WA-NEWMM-REC
        PERFORM WRITE-NEW-MOBLMAST-PARA
    END-IF.

    MERGE-NEW-PANMAST-PARA.
    IF WA-SEQ-CHG-TYPE NOT = "P" OR WA-SEQ-OLDPM-KEY < WA-SEQ-CHG-KEY
        MOVE WA-SEQ-OLDPM-REC TO WA-NEWPM-REC
        PERFORM WRITE-NEW-PANMAST-PARA
        PERFORM READ-OLD-PANMAST-PARA
        EXIT PARAGRAPH
    END-IF.
    MOVE WA-SEQ-CHG-KEY TO WA-SEQ-RK-KEY.
    MOVE "N" TO WA-SEQ-CUR-PRESENT.
    IF WA-SEQ-OLDPM-KEY = WA-SEQ-RK-KEY
        MOVE "Y" TO WA-SEQ-CUR-PRESENT
        MOVE WA-SEQ-OLDPM-REC TO WA-SEQ-CUR-REC
        PERFORM READ-OLD-PANMAST-PARA
    END-IF.
    PERFORM APPLY-KEY-CHANGE-PARA
        UNTIL WA-SEQ-CHG-TYPE NOT = "P"
           OR WA-SEQ-CHG-KEY NOT = WA-SEQ-RK-KEY.
    IF WA-SEQ-CUR-PRESENT = "Y"
        MOVE WA-SEQ-CUR-REC TO WA-NEWPM-REC
        PERFORM WRITE-NEW-PANMAST-PARA
    END-IF.

    APPLY-KEY-CHANGE-PARA.
    IF KY-ACTION = "D"
        MOVE "N" TO WA-SEQ-CUR-PRESENT
    ELSE
        MOVE "Y" TO WA-SEQ-CUR-PRESENT
        MOVE KY-REC TO WA-SEQ-CUR-REC
    END-IF.
    PERFORM RETURN-KEY-CHANGE-PARA.

    WRITE-NEW-MOBLMAST-PARA.
    WRITE WA-NEWMM-REC.
    IF WA-NEWMM-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - MOBLMASTNEW WRITE FAILED FOR "
            NMM-KEY ", STATUS=" WA-NEWMM-STATUS
            " - RUN STOPPED, BACK OUT WITH CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-SEQ-CNT-NEWMM.

    WRITE-NEW-PANMAST-PARA.
    WRITE WA-NEWPM-REC.
    IF WA-NEWPM-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - PANMASTNEW WRITE FAILED FOR "
            NPM-KEY ", STATUS=" WA-NEWPM-STATUS
            " - RUN STOPPED, BACK OUT WITH CUSTJRNBACK"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-SEQ-CNT-NEWPM.

    REPORT-NEW-GENERATION-PARA.
    DISPLAY "CUSTOMERMASTER - SEQUENTIAL UPDATE: CUSTMAST READ "
        WA-SEQ-CNT-OLDCM " CUSTMASTNEW " WA-SEQ-CNT-NEWCM
        " PANMASTNEW " WA-SEQ-CNT-NEWPM " MOBLMASTNEW " WA-SEQ-CNT-NEWMM.
    IF WA-SEQ-CNT-SHARED > 0
        DISPLAY "CUSTOMERMASTER - " WA-SEQ-CNT-SHARED
            " PAN/MOBILE KEY(S) TOUCHED BY MORE THAN ONE CUSTOMER"
            " - APPLIED IN CUSTOMER ID ORDER"
    END-IF.
    IF RETURN-CODE < 8
        MOVE "P" TO WA-SEQGEN-STATE
    ELSE
        MOVE "F" TO WA-SEQGEN-STATE
    END-IF.
    PERFORM WRITE-SEQ-GENERATION-PARA.
    DISPLAY "CUSTOMERMASTER - CUSTARCH, CUSTCONS, CONTPNT, RELPARTY,"
        " CUSTKYC, AUDITTRL, PANHIST AND MOBLHIST WERE UPDATED IN PLACE".
    IF RETURN-CODE < 8
        DISPLAY "RENAME CUSTMASTNEW, PANMASTNEW AND MOBLMASTNEW TO"
            " CUSTMAST, PANMAST AND MOBLMAST AFTER VERIFYING THE RUN,"
            " THEN RUN CUSTOMERMASTER WITH OPTION INSTALL BEFORE"
            " CUSTCHGNOTC OR THE NEXT UPDATE RUN"
        DISPLAY "TO REJECT THE RUN INSTEAD, RUN CUSTJRNBACK WITH THIS"
            " CONTROL CARD, THEN DISCARD CUSTMASTNEW, PANMASTNEW,"
            " MOBLMASTNEW AND CUSTHELDSEQ"
    ELSE
        DISPLAY "CUSTOMERMASTER - DO NOT INSTALL CUSTMASTNEW, PANMASTNEW"
            " OR MOBLMASTNEW - RUN CUSTJRNBACK WITH THIS CONTROL CARD,"
            " THEN DISCARD CUSTMASTNEW, PANMASTNEW, MOBLMASTNEW AND"
            " CUSTHELDSEQ"
    END-IF.

    WRITE-SEQ-GENERATION-PARA.
    OPEN OUTPUT SEQ-GENERATION-FILE.
    IF WA-SEQGEN-STATUS = "00"
        MOVE SPACES TO WA-SEQGEN-REC
        MOVE WA-RUN-DATE TO SG-RUN-DATE
        MOVE WA-RUN-MODE TO SG-RUN-MODE
        MOVE WA-SEQGEN-STATE TO SG-STATE
        WRITE WA-SEQGEN-REC
        CLOSE SEQ-GENERATION-FILE
    END-IF.
    IF WA-SEQGEN-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO WRITE CUSTSEQGEN, STATUS="
            WA-SEQGEN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    READ-SEQ-GENERATION-PARA.
    MOVE SPACES TO WA-SEQGEN-REC.
    OPEN INPUT SEQ-GENERATION-FILE.
    IF WA-SEQGEN-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-SEQGEN-STATUS = "00"
        READ SEQ-GENERATION-FILE
            AT END MOVE SPACES TO WA-SEQGEN-REC
        END-READ
        CLOSE SEQ-GENERATION-FILE
    ELSE
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CUSTSEQGEN, STATUS="
            WA-SEQGEN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    CHECK-SEQ-GENERATION-PARA.
    PERFORM READ-SEQ-GENERATION-PARA.
    IF SG-RUNNING OR SG-PENDING OR SG-FAILED
        DISPLAY "CUSTOMERMASTER - SEQUENTIAL UPDATE OF " SG-RUN-DATE
            " " SG-RUN-MODE " IS NOT INSTALLED - INSTALL IT WITH OPTION"
            " INSTALL OR BACK IT OUT WITH CUSTJRNBACK FIRST"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    INSTALL-GENERATION-PARA.
    PERFORM READ-SEQ-GENERATION-PARA.
    IF NOT SG-PENDING
        IF SG-RUNNING OR SG-FAILED
            DISPLAY "CUSTOMERMASTER - SEQUENTIAL UPDATE OF " SG-RUN-DATE
                " " SG-RUN-MODE " DID NOT COMPLETE - BACK IT OUT WITH"
                " CUSTJRNBACK, IT CANNOT BE INSTALLED"
        ELSE
            DISPLAY "CUSTOMERMASTER - OPTION INSTALL BUT NO SEQUENTIAL"
                " UPDATE IS WAITING TO BE INSTALLED"
        END-IF
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT NEW-CUSTMAST-FILE.
    OPEN INPUT NEW-PANMAST-FILE.
    OPEN INPUT NEW-MOBLMAST-FILE.
    IF WA-NEWCM-STATUS = "00"
        CLOSE NEW-CUSTMAST-FILE
    END-IF.
    IF WA-NEWPM-STATUS = "00"
        CLOSE NEW-PANMAST-FILE
    END-IF.
    IF WA-NEWMM-STATUS = "00"
        CLOSE NEW-MOBLMAST-FILE
    END-IF.
    IF WA-NEWCM-STATUS NOT = "35" OR WA-NEWPM-STATUS NOT = "35"
    OR WA-NEWMM-STATUS NOT = "35"
        DISPLAY "CUSTOMERMASTER - CUSTMASTNEW, PANMASTNEW OR MOBLMASTNEW"
            " STILL PRESENT, STATUS=" WA-NEWCM-STATUS " / "
            WA-NEWPM-STATUS " / " WA-NEWMM-STATUS
            " - RENAME THEM TO CUSTMAST, PANMAST AND MOBLMAST FIRST"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SG-RUN-DATE TO WA-RUN-DATE.
    MOVE SG-RUN-MODE TO WA-RUN-MODE.
    IF WA-RUN-DATE NOT = "00000000" AND WA-RUN-DATE IS NUMERIC
        MOVE WA-RUN-DATE TO WA-EFF-CHECK-DATE
    ELSE
        ACCEPT WA-TIMESTAMP-DATE FROM DATE YYYYMMDD
        MOVE WA-TIMESTAMP-DATE TO WA-EFF-CHECK-DATE
    END-IF.
    MOVE SPACES TO WA-CUSTJRNL-DSN.
    STRING "CUSTJRNL." WA-RUN-DATE "." WA-RUN-MODE
        DELIMITED BY SIZE INTO WA-CUSTJRNL-DSN.
    PERFORM INSTALL-PENDING-PARA.
    IF RETURN-CODE < 8
        PERFORM INSTALL-HELD-PARA
    END-IF.
    IF RETURN-CODE < 8
        PERFORM ARCHIVE-JOURNAL-PARA
    END-IF.
    IF RETURN-CODE < 8 AND WA-JRNARCH-OK
        PERFORM EMPTY-JOURNAL-PARA
    END-IF.
    IF RETURN-CODE < 8
        MOVE "I" TO WA-SEQGEN-STATE
        PERFORM WRITE-SEQ-GENERATION-PARA
        DISPLAY "CUSTOMERMASTER - SEQUENTIAL UPDATE OF " WA-RUN-DATE
            " " WA-RUN-MODE " INSTALLED: " WA-CNT-INST-PEND
            " PENDING, " WA-CNT-INST-HELD " HELD FOR APPROVAL"
    ELSE
        DISPLAY "CUSTOMERMASTER - SEQUENTIAL UPDATE OF " WA-RUN-DATE
            " " WA-RUN-MODE " NOT INSTALLED - CORRECT THE ERROR ABOVE"
            " AND RERUN OPTION INSTALL"
    END-IF.

    INSTALL-HELD-PARA.
    OPEN INPUT HELD-SEQ-FILE.
    IF WA-HELDSEQ-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF WA-HELDSEQ-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN CUSTHELDSEQ, STATUS="
            WA-HELDSEQ-STATUS " - CUSTHELD LEFT UNCHANGED"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND HELD-APPROVALS-FILE.
    IF WA-CUSTHELD-STATUS = "35"
        OPEN OUTPUT HELD-APPROVALS-FILE
        CLOSE HELD-APPROVALS-FILE
        OPEN EXTEND HELD-APPROVALS-FILE
    END-IF.
    IF WA-CUSTHELD-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - UNABLE TO OPEN HELD-APPROVALS-FILE,"
            " STATUS=" WA-CUSTHELD-STATUS " - CUSTHELD LEFT UNCHANGED"
        CLOSE HELD-SEQ-FILE
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WA-HELDSEQ-EOF-SW.
    PERFORM READ-HELD-SEQ-PARA.
    PERFORM COPY-HELD-SEQ-PARA UNTIL WA-HELDSEQ-EOF.
    CLOSE HELD-APPROVALS-FILE.
    CLOSE HELD-SEQ-FILE.
    OPEN OUTPUT HELD-SEQ-FILE.
    IF WA-HELDSEQ-STATUS = "00"
        CLOSE HELD-SEQ-FILE
    END-IF.

    READ-HELD-SEQ-PARA.
    READ HELD-SEQ-FILE
        AT END MOVE "Y" TO WA-HELDSEQ-EOF-SW
    END-READ.

    COPY-HELD-SEQ-PARA.
    MOVE WA-HELDSEQ-REC TO WA-CUSTHELD-REC.
    WRITE WA-CUSTHELD-REC.
    IF WA-CUSTHELD-STATUS NOT = "00"
        DISPLAY "CUSTOMERMASTER - CUSTHELD APPEND FAILED, STATUS="
            WA-CUSTHELD-STATUS " - RECOVER FROM CUSTHELDSEQ"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WA-CNT-INST-HELD.
    PERFORM READ-HELD-SEQ-PARA.
