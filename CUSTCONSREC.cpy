01  WA-CUSTCONS-REC.
    02 CC-CUSTID        PIC X(08).
    02 CC-MKT-CONSENT   PIC X(01).
        88 CC-CONSENT-GIVEN     VALUE "Y".
        88 CC-CONSENT-WITHDRAWN VALUE "N".
    02 CC-CONSENT-DATE  PIC X(08).
    02 CC-CONSENT-SRC   PIC X(08).
    02 CC-DND-FLAG      PIC X(01).
        88 CC-ON-DND        VALUE "Y".
        88 CC-NOT-ON-DND    VALUE "N".
        88 CC-DND-UNCHECKED VALUE SPACE.
    02 CC-DND-DATE      PIC X(08).
    02 FILLER           PIC X(06).
