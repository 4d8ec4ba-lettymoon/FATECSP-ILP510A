               88 SIT-ATIVO    VALUE 1.
               88 SIT-SUSPENSO VALUE 2.
               88 SIT-CANCELADO VALUE 3.
           02 FILLER  PIC X(08).

       FD MULTAS
           LABEL RECORD ARE STANDARD
