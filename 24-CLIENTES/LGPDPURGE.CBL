           02 TELEFONE-OK   PIC 9(10).
           02 RUN-NR-OK     PIC 9(04).
           02 RUN-DATA-OK   PIC 9(08).
           02 LOGRAD-OK     PIC X(40).
           02 NUMERO-OK     PIC X(06).
           02 COMPL-OK      PIC X(20).
           02 BAIRRO-OK     PIC X(25).
           02 CEP-OK        PIC 9(08).
           02 TIPO-PESSOA-OK PIC X(01).
           02 CNPJ-OK       PIC 9(14).
           02 RAZAO-OK      PIC X(40).
           02 FANTASIA-OK   PIC X(30).

       FD CADOKLGP
           LABEL RECORD ARE STANDARD
           02 TELEFONE-OK-LGP PIC 9(10).
           02 RUN-NR-OK-LGP   PIC 9(04).
           02 RUN-DATA-OK-LGP PIC 9(08).
           02 LOGRAD-OK-LGP   PIC X(40).
           02 NUMERO-OK-LGP   PIC X(06).
           02 COMPL-OK-LGP    PIC X(20).
           02 BAIRRO-OK-LGP   PIC X(25).
           02 CEP-OK-LGP      PIC 9(08).
           02 TIPO-PESSOA-OK-LGP PIC X(01).
           02 CNPJ-OK-LGP     PIC 9(14).
           02 RAZAO-OK-LGP    PIC X(40).
           02 FANTASIA-OK-LGP PIC X(30).

       FD LGPDAUD
           LABEL RECORD ARE STANDARD
                 MOVE "ANONIMIZADO" TO NOME-OK-LGP
                 MOVE ZEROES TO TELEFONE-OK-LGP
                 MOVE SPACES TO EMAIL-OK-LGP
                 MOVE SPACES TO LOGRAD-OK-LGP
                 MOVE SPACES TO NUMERO-OK-LGP
                 MOVE SPACES TO COMPL-OK-LGP
                 MOVE ZEROES TO CEP-OK-LGP
                 WRITE REGOK-LGP
                 ADD 1 TO CT-ANONIMOS
              END-IF
