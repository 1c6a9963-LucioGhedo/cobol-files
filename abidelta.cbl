
       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

      ************************************************************
      *                WORKING-STORAGE SECTION
