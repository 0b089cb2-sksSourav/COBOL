        88 WA-CTL-APPROVED    VALUE "APPROVED".
        88 WA-CTL-RERUN       VALUE "RERUN".
        88 WA-CTL-RESET       VALUE "RESET".
        88 WA-CTL-RESTART     VALUE "RESTART".
        88 WA-CTL-INSTALL     VALUE "INSTALL".
    02 WA-CTL-RETAIN-DAYS PIC X(03).
    02 WA-CTL-WARN-PCT PIC X(02).
    02 WA-CTL-FAIL-PCT PIC X(02).
    02 WA-CTL-DATE-BASIS PIC X(01).
        88 WA-CTL-BUSDAYS      VALUE "B".
        88 WA-CTL-CALENDAR-DAYS VALUE SPACE "C".
    02 WA-CTL-CKPT-INTERVAL PIC X(05).
    02 WA-CTL-UPDATE-MODE PIC X(01).
        88 WA-CTL-SEQ-UPDATE   VALUE "S" "s".
        88 WA-CTL-RANDOM-UPDATE VALUE SPACE "R" "r".
