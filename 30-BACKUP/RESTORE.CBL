           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANTRST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMERST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COKRST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 DATA-BCK    PIC 9(08).
           02 ARQUIVO-BCK PIC X(12).
           02 SEQ-BCK     PIC 9(06).
           02 CONTEUDO-BCK PIC X(350).

       FD USURST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-USU.RST".
       01 REG-USURST PIC X(51).

       FD CLIRST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ANT.RST".
       01 REG-ANTRST PIC X(34).

       FD CMERST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.RST".
       01 REG-CMERST PIC X(349).

       FD COKRST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOK.RST".
       01 REG-COKRST PIC X(309).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-BCK  PIC X(02).
              WHEN "ARQVENDA.DAT" OPEN OUTPUT VENRST
              WHEN "CADVEND.DAT " OPEN OUTPUT VDDRST
              WHEN "ANT.DAT     " OPEN OUTPUT ANTRST
              WHEN "CLIMEST.DAT " OPEN OUTPUT CMERST
              WHEN "CADOK.DAT   " OPEN OUTPUT COKRST
              WHEN OTHER
                 DISPLAY "ARQUIVO DESCONHECIDO: " ARQUIVO-PEDIDO
                 MOVE 8 TO RETURN-CODE
              WHEN "ANT.DAT     "
                 MOVE CONTEUDO-BCK TO REG-ANTRST
                 WRITE REG-ANTRST
              WHEN "CLIMEST.DAT "
                 MOVE CONTEUDO-BCK TO REG-CMERST
                 WRITE REG-CMERST
              WHEN "CADOK.DAT   "
                 MOVE CONTEUDO-BCK TO REG-COKRST
                 WRITE REG-COKRST
           END-EVALUATE.

       FECHA-DESTINO.
              WHEN "ARQVENDA.DAT" CLOSE VENRST
              WHEN "CADVEND.DAT " CLOSE VDDRST
              WHEN "ANT.DAT     " CLOSE ANTRST
              WHEN "CLIMEST.DAT " CLOSE CMERST
              WHEN "CADOK.DAT   " CLOSE COKRST
           END-EVALUATE.
