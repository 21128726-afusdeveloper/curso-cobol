       FD  ALERT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY ALRLWS.

       WORKING-STORAGE SECTION.
       77  WSV-ALOG-STAT                PIC X(02) VALUE ZEROS.
