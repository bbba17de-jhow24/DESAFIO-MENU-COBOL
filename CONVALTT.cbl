      *          STATUS-ALUNO) para o layout novo, gravando todos os
      *          alunos existentes como ativos.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - UNIDADE-ALUNO incluido no layout de alunos: os
      *                 alunos convertidos ficam na sede (unidade 01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVALTT.
           MOVE TEL-ALUNO-ANT           TO TEL-ALUNO
           MOVE REF-ID-CONTATO-ANT      TO REF-ID-CONTATO
           SET ALUNO-ATIVO              TO TRUE
           MOVE 1                       TO UNIDADE-ALUNO

           WRITE REG-ALUNOS
               INVALID KEY
