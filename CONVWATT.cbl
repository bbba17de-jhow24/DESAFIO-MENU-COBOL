      *          chaves de 4 digitos, nos moldes do CONVKCTT. Grava
      *          ALUNOS_NOVO.DAT e rejeita duplicatas em CONVWATT-REJ.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - UNIDADE-ALUNO incluido no layout de alunos: os
      *                 alunos convertidos ficam na sede (unidade 01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVWATT.
           MOVE TEL-ALUNO-ANT           TO TEL-ALUNO
           MOVE REF-ID-CONTATO-ANT      TO REF-ID-CONTATO
           MOVE STATUS-ALUNO-ANT        TO STATUS-ALUNO
           MOVE 1                       TO UNIDADE-ALUNO

           WRITE REG-ALUNOS
               INVALID KEY
