       FILE SECTION.
       FD   PRIMOF
            DATA RECORD IS REC-PRIMOF.
       01 REC-PRIMOF  PIC X(68).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
