      *          administracao. O operador informado e conferido
      *          contra CADUSRTT.DAT. Restrito a supervisor.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Incluida a liberacao de acesso a todas as
      *                 unidades (PERM-TODAS-UNIDADES); sem ela o
      *                 operador ve e mantem so alunos e turmas da sua
      *                 unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPRFTT.
       77 WS-PERM-ALUNOS              PIC X     VALUE 'N'.
       77 WS-PERM-RELATORIOS          PIC X     VALUE 'N'.
       77 WS-PERM-ADMIN               PIC X     VALUE 'N'.
       77 WS-PERM-TODAS-UNIDADES      PIC X     VALUE 'N'.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.

       LINKAGE SECTION.
                   MOVE 'N'             TO WS-PERM-ALUNOS
                   MOVE 'N'             TO WS-PERM-RELATORIOS
                   MOVE 'N'             TO WS-PERM-ADMIN
                   MOVE 'N'             TO WS-PERM-TODAS-UNIDADES
               NOT INVALID KEY
                   SET PERFIL-JA-GRAVADO TO TRUE
                   MOVE PERM-CONTATOS   TO WS-PERM-CONTATOS
                   MOVE PERM-ALUNOS     TO WS-PERM-ALUNOS
                   MOVE PERM-RELATORIOS TO WS-PERM-RELATORIOS
                   MOVE PERM-ADMIN      TO WS-PERM-ADMIN
                   MOVE PERM-TODAS-UNIDADES
                                        TO WS-PERM-TODAS-UNIDADES
           END-READ

           DISPLAY 'OPERADOR....: ' WS-ID-USUARIO ' - ' WS-NM-USUARIO
                   ' ALUNOS=' WS-PERM-ALUNOS
                   ' RELATORIOS=' WS-PERM-RELATORIOS
                   ' ADMIN=' WS-PERM-ADMIN
                   ' TODAS UNIDADES=' WS-PERM-TODAS-UNIDADES

           DISPLAY 'LIBERA CONTATOS? <S/N>: '
           ACCEPT WS-PERM-CONTATOS
           ACCEPT WS-PERM-RELATORIOS
           DISPLAY 'LIBERA ADMINISTRACAO? <S/N>: '
           ACCEPT WS-PERM-ADMIN
           DISPLAY 'LIBERA TODAS AS UNIDADES? <S/N>: '
           ACCEPT WS-PERM-TODAS-UNIDADES

           DISPLAY 'TECLE <S> PARA GRAVAR O PERFIL: '
           ACCEPT WS-CONFIRM
           MOVE WS-PERM-ALUNOS          TO PERM-ALUNOS
           MOVE WS-PERM-RELATORIOS      TO PERM-RELATORIOS
           MOVE WS-PERM-ADMIN           TO PERM-ADMIN
           MOVE WS-PERM-TODAS-UNIDADES  TO PERM-TODAS-UNIDADES

           IF PERFIL-JA-GRAVADO
               REWRITE REG-PERFIL
