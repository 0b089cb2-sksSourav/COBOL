01  WA-VELALERT-REC.
    02 VA-CUSTID      PIC X(08).
    02 FILLER         PIC X(01).
    02 VA-RULES.
        03 VA-RULE-VELOCITY  PIC X(01).
            88 VA-VELOCITY        VALUE "V".
        03 VA-RULE-MOBILE    PIC X(01).
            88 VA-SHARED-MOBILE   VALUE "M".
        03 VA-RULE-PAN       PIC X(01).
            88 VA-SHARED-PAN      VALUE "P".
        03 VA-RULE-REINSTATE PIC X(01).
            88 VA-AFTER-REINSTATE VALUE "R".
    02 FILLER         PIC X(01).
    02 VA-SCORE       PIC 9(05).
    02 FILLER         PIC X(01).
    02 VA-CHANGES     PIC 9(05).
    02 FILLER         PIC X(01).
    02 VA-ALERT-DATE  PIC X(08).
    02 FILLER         PIC X(06).
