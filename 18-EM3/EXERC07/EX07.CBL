       01 REG-DISC.
           02 COD-DISC  PIC 9(03).
           02 NOME-DISC PIC X(20).
           02 PREREQ-DISC PIC 9(03) OCCURS 3 TIMES.
           02 CRED-DISC   PIC 9(02).

       FD TURMMEST
           LABEL RECORD ARE STANDARD
