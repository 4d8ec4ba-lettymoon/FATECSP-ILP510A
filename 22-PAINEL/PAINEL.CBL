           02 TELEFONE-OK-EX6   PIC 9(10).
           02 RUN-NR-OK-EX6     PIC 9(04).
           02 RUN-DATA-OK-EX6   PIC 9(08).
           02 FILLER            PIC X(184).

       FD REL-OCOR-EX6
           LABEL RECORD IS OMITTED
