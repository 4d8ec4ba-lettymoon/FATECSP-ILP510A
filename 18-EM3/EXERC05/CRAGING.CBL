           02 VALOR-CR     PIC 9(07)V99.
           02 RECEBIDO-CR  PIC 9(07)V99.
           02 SIT-CR       PIC X(01).
           02 COD-CLI-CR   PIC 9(05).
           02 PARCELA-CR   PIC 9(02).
           02 TIPO-CR      PIC X(01).
           02 DATA-ENC-CR  PIC 9(08).

       FD REL-AGING
           LABEL RECORD IS OMITTED.
           02 FILLER PIC X(28) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "NOTA/PC".
           02 FILLER PIC X(08) VALUE "VENDEDOR".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(02) VALUE "UF".
       01 DETALHE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 NOTA-REL  PIC 9(04).
           02 FILLER    PIC X(01) VALUE "/".
           02 PARC-REL  PIC 99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 VEND-REL  PIC 9(05).
           02 FILLER    PIC X(05) VALUE SPACES.
           02 UF-REL    PIC X(02).
              PERFORM CABECALHO
           END-IF.
           MOVE NR-NOTA-CR TO NOTA-REL.
           MOVE PARCELA-CR TO PARC-REL.
           MOVE NR-VEND-CR TO VEND-REL.
           MOVE UF-CR      TO UF-REL.
           MOVE DATA-VENC-CR(7:2) TO DIA-V-REL.
