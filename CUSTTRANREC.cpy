        88 CT-UPDATE  VALUE "U".
        88 CT-DELETE  VALUE "D".
        88 CT-REINSTATE VALUE "R".
        88 CT-CONSENT VALUE "C".
        88 CT-CONTACT VALUE "N".
        88 CT-RELPARTY VALUE "L".
        88 CT-REKYC   VALUE "K".
        88 CT-HEADER  VALUE "H".
        88 CT-TRAILER VALUE "T".
    02 CT-CUSTID   PIC X(08).
        03 CT-STATE    PIC X(02).
        03 CT-PINCODE  PIC X(06).
    02 CT-EFF-DATE PIC X(08).
01  WA-CUSTTRAN-CONS-REC.
    02 FILLER        PIC X(09).
    02 CTC-CONSENT   PIC X(01).
        88 CTC-CONSENT-GIVEN     VALUE "Y".
        88 CTC-CONSENT-WITHDRAWN VALUE "N".
    02 CTC-SOURCE    PIC X(08).
    02 FILLER        PIC X(172).
    02 FILLER        PIC X(08).
01  WA-CUSTTRAN-CONTACT-REC.
    02 FILLER        PIC X(09).
    02 CTN-FUNCTION  PIC X(01).
        88 CTN-ADD    VALUE "A".
        88 CTN-CHANGE VALUE "U".
        88 CTN-END    VALUE "D".
    02 CTN-SEQ       PIC X(03).
    02 CTN-TYPE      PIC X(01).
        88 CTN-MOBILE   VALUE "M".
        88 CTN-LANDLINE VALUE "L".
        88 CTN-EMAIL    VALUE "E".
    02 CTN-VALUE     PIC X(40).
    02 CTN-LANDLINE-VALUE REDEFINES CTN-VALUE.
        03 CTN-STD-CODE  PIC X(05).
        03 CTN-LOCAL-NUM PIC X(08).
        03 FILLER        PIC X(27).
    02 CTN-PRIMARY   PIC X(01).
    02 CTN-USAGE     PIC X(08).
    02 CTN-EFF-TO    PIC X(08).
    02 FILLER        PIC X(119).
    02 FILLER        PIC X(08).
01  WA-CUSTTRAN-RELPTY-REC.
    02 FILLER        PIC X(09).
    02 CTR-FUNCTION  PIC X(01).
        88 CTR-ADD    VALUE "A".
        88 CTR-CHANGE VALUE "U".
        88 CTR-END    VALUE "D".
    02 CTR-PAN       PIC X(10).
    02 CTR-ROLE      PIC X(01).
    02 CTR-SHARE-PCT PIC X(05).
    02 CTR-SHARE-NUM REDEFINES CTR-SHARE-PCT PIC 9(03)V99.
    02 CTR-EFF-TO    PIC X(08).
    02 FILLER        PIC X(156).
    02 FILLER        PIC X(08).
01  WA-CUSTTRAN-KYC-REC.
    02 FILLER          PIC X(09).
    02 CTK-KYC-DATE    PIC X(08).
    02 CTK-VERIFIED-BY PIC X(08).
    02 CTK-REFERENCE   PIC X(12).
    02 FILLER          PIC X(153).
    02 FILLER          PIC X(08).
01  WA-CUSTTRAN-HDR-REC.
    02 FILLER        PIC X(01).
    02 CTH-SOURCE    PIC X(08).
