           02 TIPO-DTIP  PIC 9(02).
           02 DESCR-DTIP PIC X(20).
           02 TETO-DTIP  PIC 9(05)V99.
           02 FILLER     PIC X(07).

       FD REL-SIM
           LABEL RECORD IS OMITTED.
