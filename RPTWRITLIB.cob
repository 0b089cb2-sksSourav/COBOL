    LINKAGE SECTION.
    01 RPT-FUNCTION PIC X(01).
        88 RPT-OPEN-REPORT  VALUE "O".
        88 RPT-EXTEND-REPORT VALUE "E".
        88 RPT-DETAIL-LINE  VALUE "D".
        88 RPT-TOTAL-LINE   VALUE "T".
        88 RPT-CLOSE-REPORT VALUE "C".
    EVALUATE TRUE
    WHEN RPT-OPEN-REPORT
        PERFORM OPEN-REPORT-PARA
    WHEN RPT-EXTEND-REPORT
        PERFORM OPEN-REPORT-PARA
    WHEN RPT-DETAIL-LINE
        PERFORM DETAIL-LINE-PARA
    WHEN RPT-TOTAL-LINE
    MOVE RPT-PROGRAM TO WA-HEAD-PROGRAM.
    MOVE RPT-BUSDATE TO WA-HEAD-BUSDATE.
    MOVE RPT-RUN-MODE TO WA-HEAD-MODE.
    IF RPT-EXTEND-REPORT
        OPEN EXTEND REPORT-OUT-FILE
        IF WA-RPT-STATUS = "35"
            OPEN OUTPUT REPORT-OUT-FILE
        END-IF
    ELSE
        OPEN OUTPUT REPORT-OUT-FILE
    END-IF.
    IF WA-RPT-STATUS NOT = "00"
        DISPLAY "RPTWRITLIB - UNABLE TO OPEN REPORT " WA-RPT-DSN
            " STATUS=" WA-RPT-STATUS
