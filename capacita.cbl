
       FD   GIORLOG
            DATA RECORD IS REC-GIORLOG.
       01 REC-GIORLOG  PIC X(68).

       FD   CITTAMF
            DATA RECORD IS REC-CITTAMF.
