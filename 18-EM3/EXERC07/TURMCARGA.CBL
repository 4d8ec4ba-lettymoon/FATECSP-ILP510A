           FILE STATUS IS WS-STATUS-ENT.
           SELECT TURMMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HORAENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HENT.
           SELECT HORARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88 TURNO-TARDE VALUE "T".
               88 TURNO-NOITE VALUE "N".

       FD HORAENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORAENT.DAT".
       01 REG-HORA-ENT.
           02 TURMA-HORA-ENT PIC 9(03).
           02 DIA-HORA-ENT   PIC 9(01).
           02 INI-HORA-ENT.
               03 HH-INI-ENT PIC 9(02).
               03 MM-INI-ENT PIC 9(02).
           02 FIM-HORA-ENT.
               03 HH-FIM-ENT PIC 9(02).
               03 MM-FIM-ENT PIC 9(02).
           02 SALA-HORA-ENT  PIC X(06).

       FD HORARIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORARIO.DAT".
       01 REG-HORA.
           02 TURMA-HORA PIC 9(03).
           02 DIA-HORA   PIC 9(01).
           02 INI-HORA   PIC 9(04).
           02 FIM-HORA   PIC 9(04).
           02 SALA-HORA  PIC X(06).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ       PIC X(01) VALUE "N".
           77 WS-STATUS-ENT PIC X(02).
           77 WS-STATUS-HENT PIC X(02).
           77 CT-LIDOS      PIC 9(03) VALUE ZEROES.
           77 CT-GRAVADOS   PIC 9(03) VALUE ZEROES.
           77 CT-REJEIT     PIC 9(03) VALUE ZEROES.
           77 CT-SEM-PROF   PIC 9(03) VALUE ZEROES.
           77 CT-HORA-LIDOS PIC 9(04) VALUE ZEROES.
           77 CT-HORA-GRAV  PIC 9(04) VALUE ZEROES.
           77 CT-HORA-REJ   PIC 9(04) VALUE ZEROES.
           77 QTD-TURMAS    PIC 9(03) VALUE ZEROES.
           77 IND-TURMA     PIC 9(03) VALUE ZEROES.
           77 ACHEI         PIC X(01) VALUE "N".
       PGM-TURMCARGA.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM CARGA-HORARIO.
           PERFORM FIM.
           STOP RUN.

                    DISPLAY "REJEITADO - ANO INVALIDO: " NUM-TURMA-ENT
                    ADD 1 TO CT-REJEIT
                 ELSE
                    IF TURNO-TURMA-ENT NOT EQUAL "M" AND
                       TURNO-TURMA-ENT NOT EQUAL "T" AND
                       TURNO-TURMA-ENT NOT EQUAL "N"
                       DISPLAY "REJEITADO - TURNO INVALIDO: "
                               NUM-TURMA-ENT
                       ADD 1 TO CT-REJEIT
                    ELSE
                       IF PROF-TURMA-ENT EQUAL SPACES
                          DISPLAY "AVISO - TURMA SEM PROFESSOR: "
                                  NUM-TURMA-ENT
                          ADD 1 TO CT-SEM-PROF
                       END-IF
                       PERFORM GRAVA-TURMA
                    END-IF
                 END-IF
              END-IF
           WRITE REG-TURMA.
           ADD 1 TO CT-GRAVADOS.

       CARGA-HORARIO.
           MOVE "N" TO FIM-ARQ.
           OPEN INPUT HORAENT.
           IF WS-STATUS-HENT NOT EQUAL "00"
              DISPLAY "HORAENT.DAT NAO ENCONTRADO - "
                      "HORARIO NAO CARREGADO"
           ELSE
              OPEN OUTPUT HORARIO
              PERFORM LEITURA-HORA
              PERFORM PRINCIPAL-HORA UNTIL FIM-ARQ EQUAL "S"
              CLOSE HORAENT HORARIO
           END-IF.

       LEITURA-HORA.
           READ HORAENT AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-HORA-LIDOS
           END-IF.

       PRINCIPAL-HORA.
           MOVE TURMA-HORA-ENT TO NUM-TURMA-ENT.
           PERFORM PESQUISA-TURMA.
           IF ACHEI EQUAL "N"
              DISPLAY "HORARIO REJEITADO - TURMA NAO CARREGADA: "
                      REG-HORA-ENT(1:3)
              ADD 1 TO CT-HORA-REJ
           ELSE
              IF DIA-HORA-ENT NOT NUMERIC OR DIA-HORA-ENT LESS THAN 2
                 OR DIA-HORA-ENT GREATER THAN 7
                 DISPLAY "HORARIO REJEITADO - DIA INVALIDO: "
                         TURMA-HORA-ENT
                 ADD 1 TO CT-HORA-REJ
              ELSE
                 IF INI-HORA-ENT NOT NUMERIC OR
                    FIM-HORA-ENT NOT NUMERIC OR
                    HH-INI-ENT GREATER THAN 23 OR
                    MM-INI-ENT GREATER THAN 59 OR
                    HH-FIM-ENT GREATER THAN 23 OR
                    MM-FIM-ENT GREATER THAN 59 OR
                    INI-HORA-ENT NOT LESS THAN FIM-HORA-ENT
                    DISPLAY "HORARIO REJEITADO - HORA INVALIDA: "
                            TURMA-HORA-ENT
                    ADD 1 TO CT-HORA-REJ
                 ELSE
                    IF SALA-HORA-ENT EQUAL SPACES
                       DISPLAY "HORARIO REJEITADO - SEM SALA: "
                               TURMA-HORA-ENT
                       ADD 1 TO CT-HORA-REJ
                    ELSE
                       PERFORM GRAVA-HORARIO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM LEITURA-HORA.

       GRAVA-HORARIO.
           MOVE TURMA-HORA-ENT TO TURMA-HORA.
           MOVE DIA-HORA-ENT   TO DIA-HORA.
           MOVE INI-HORA-ENT   TO INI-HORA.
           MOVE FIM-HORA-ENT   TO FIM-HORA.
           MOVE SALA-HORA-ENT  TO SALA-HORA.
           WRITE REG-HORA.
           ADD 1 TO CT-HORA-GRAV.

       FIM.
           DISPLAY "TURMAS LIDAS        : " CT-LIDOS.
           DISPLAY "GRAVADAS EM TURMMEST: " CT-GRAVADOS.
           DISPLAY "REJEITADAS          : " CT-REJEIT.
           DISPLAY "SEM PROFESSOR       : " CT-SEM-PROF.
           DISPLAY "HORARIOS LIDOS      : " CT-HORA-LIDOS.
           DISPLAY "GRAVADOS EM HORARIO : " CT-HORA-GRAV.
           DISPLAY "HORARIOS REJEITADOS : " CT-HORA-REJ.
           CLOSE TURMENT TURMMEST.
