      *          Nos moldes do CONVKCTT: grava CADUSRTT_NOVO.DAT e
      *          rejeita duplicatas em CONVSNTT-REJ.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - UNIDADE-USUARIO incluido no layout de
      *                 operadores: os operadores convertidos ficam na
      *                 sede (unidade 01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVSNTT.
           MOVE CONT-TENTATIVAS-ANT     TO CONT-TENTATIVAS
           MOVE WS-DATA-CONVERSAO       TO DT-TROCA-SENHA
           MOVE SPACES                  TO SENHAS-ANTERIORES
           MOVE 1                       TO UNIDADE-USUARIO

           WRITE REG-USUARIOS
               INVALID KEY
