        88 AUD-FAIL      VALUE "F".
    02 FILLER            PIC X(01).
    02 AUD-REASON        PIC X(20).
    02 AUD-VALUE-DIGEST  PIC X(05).
    02 AUD-CHAIN-SEQ     PIC X(09).
    02 FILLER            PIC X(01).
    02 AUD-CHAIN-HASH    PIC X(18).
    02 AUD-ERASE-FLAG    PIC X(01).
        88 AUD-ERASED    VALUE "E".
    02 FILLER            PIC X(01).
01 AUD-SEAL-REC.
    02 FILLER            PIC X(15).
    02 AUDS-PROGRAM-ID   PIC X(16).
        88 AUDS-BY-AUDITDAILY VALUE "AUDITDAILY".
    02 FILLER            PIC X(01).
    02 AUDS-TAG          PIC X(05).
        88 AUDS-SEAL-TAG VALUE "SEAL ".
    02 AUDS-DATE         PIC X(08).
    02 FILLER            PIC X(07).
    02 FILLER            PIC X(03).
    02 AUDS-COUNT        PIC X(09).
    02 FILLER            PIC X(11).
    02 FILLER            PIC X(35).
