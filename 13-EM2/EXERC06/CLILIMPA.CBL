           02 CIDADE     PIC X(30).
           02 EMAIL      PIC X(30).
           02 TELEFONE   PIC 9(10).
           02 FILLER     PIC X(184).

       FD CADLIMPO
          LABEL RECORD ARE STANDARD
           02 CIDADE-LIM   PIC X(30).
           02 EMAIL-LIM    PIC X(30).
           02 TELEFONE-LIM PIC 9(10).
           02 FILLER       PIC X(184).

       FD SINONIMOS
          LABEL RECORD ARE STANDARD
