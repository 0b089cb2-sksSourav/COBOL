DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE
    RECORD CONTAINS 43 CHARACTERS.
COPY CTLCARDREC.

FD  CRM-EXTRACT-IN
