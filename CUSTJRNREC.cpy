        88 JRN-PANMAST  VALUE "P".
        88 JRN-MOBLMAST VALUE "M".
        88 JRN-CUSTARCH VALUE "A".
        88 JRN-CUSTCONS VALUE "K".
        88 JRN-CONTPNT  VALUE "N".
        88 JRN-RELPARTY VALUE "L".
        88 JRN-CUSTKYC  VALUE "Y".
    02 FILLER           PIC X(01).
    02 JRN-ACTION       PIC X(01).
        88 JRN-WRITE    VALUE "A".
