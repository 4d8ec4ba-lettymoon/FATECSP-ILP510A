               03 MES PIC 9(02).
               03 ANO PIC 9(04).
           02 SIT-USU PIC 9(01).
           02 FILLER  PIC X(08).

       FD PARMSTAT
           LABEL RECORD ARE STANDARD
