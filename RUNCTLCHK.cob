01 RCK-PREDECESSOR PIC X(16).
01 RCK-RERUN-SW    PIC X(01).
    88 RCK-RERUN   VALUE "Y".
    88 RCK-CONTINUE VALUE "C".
01 RCK-RETCODE     PIC 9(02).
01 RCK-OK-SW       PIC X(01).
    88 RCK-OK      VALUE "Y".
            " - SUPPLY OPTION RERUN TO RUN AGAIN"
        EXIT PARAGRAPH
    END-IF.
    IF RCK-CONTINUE AND (NOT WA-SELF-FOUND OR NOT RC-RUNNING)
        DISPLAY "RUNCTLCHK - " RCK-PROGRAM " CANNOT RESTART: NO"
            " INTERRUPTED RUN RECORDED FOR " WA-CHECK-DATE
        EXIT PARAGRAPH
    END-IF.
    IF RCK-CONTINUE
        DISPLAY "RUNCTLCHK - " RCK-PROGRAM " RESTARTING RUN FOR "
            WA-CHECK-DATE " STARTED AT " RC-START-TIME
    ELSE
        MOVE WA-CHECK-DATE TO RC-BUSDATE
        MOVE RCK-PROGRAM TO RC-PROGRAM
        MOVE WA-NOW-TIME-X(1:6) TO RC-START-TIME
    END-IF.
    MOVE SPACES TO RC-END-TIME.
    MOVE 0 TO RC-RETCODE.
    MOVE "R" TO RC-STATE.
