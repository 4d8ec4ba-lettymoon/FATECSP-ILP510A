               88 PERFIL-CONSULTA VALUE "C".
               88 PERFIL-OPERACAO VALUE "O".
               88 PERFIL-ADMIN    VALUE "A".
               88 PERFIL-APROVADOR VALUE "P".

       WORKING-STORAGE SECTION.
           77 FIM-ARQ       PIC X(01) VALUE "N".
