      *          operacao em LOGCONTT.DAT. Restrito a supervisor, com
      *          login proprio nos moldes do PROMALTT.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Cada gravacao de contato e de aluno passou a
      *                 registrar a imagem completa do registro no
      *                 diario de recuperacao (GRVJRNTT), reaplicado
      *                 pelo RECJRNTT sobre a copia de seguranca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGCNTT.
           03 WS-DUP-DT-NASC          PIC 9(08).
           03 WS-DUP-TEL              PIC 9(12).

       01 WS-JORNAL.
           03 WS-JRN-ARQUIVO          PIC X(01).
               88 JRN-CONTATOS        VALUE 'C'.
               88 JRN-ALUNOS          VALUE 'A'.
           03 WS-JRN-OPERACAO         PIC X(01).
               88 JRN-INCLUSAO        VALUE 'I'.
               88 JRN-ALTERACAO       VALUE 'A'.
               88 JRN-SITUACAO        VALUE 'S'.
               88 JRN-MARCA-COPIA     VALUE 'B'.
           03 WS-JRN-PROGRAMA         PIC X(08).
           03 WS-JRN-ID-OPERADOR      PIC 9(04).
           03 WS-JRN-IMAGEM           PIC X(115).
           03 WS-JRN-RETORNO          PIC 99.
               88 JRN-GRAVADO         VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** FUSAO DE CONTATOS DUPLICADOS ***'
                       DISPLAY 'ERRO AO REAPONTAR O ALUNO ' ID-ALUNO
                   NOT INVALID KEY
                       ADD 1            TO WS-QTD-ALUNOS
                       SET JRN-ALTERACAO TO TRUE
                       PERFORM P585-JORNAL-ALUNO THRU P585-FIM
               END-REWRITE
           END-IF

               NOT INVALID KEY
                   MOVE 'FUSAO-DEST'    TO LOG-OPERACAO
                   PERFORM P700-GRAVA-LOG THRU P700-FIM
                   SET JRN-ALTERACAO    TO TRUE
                   PERFORM P580-JORNAL-CONTATO THRU P580-FIM
           END-REWRITE

           CLOSE CONTATOS
                   DISPLAY 'DUPLICADO INATIVADO COM SUCESSO.'
                   MOVE 'FUSAO-ORIG'    TO LOG-OPERACAO
                   PERFORM P700-GRAVA-LOG THRU P700-FIM
                   SET JRN-SITUACAO     TO TRUE
                   PERFORM P580-JORNAL-CONTATO THRU P580-FIM
           END-REWRITE

           CLOSE CONTATOS
           .
       P700-FIM.

      *    IMAGEM DO REGISTRO GRAVADO PARA O DIARIO DE RECUPERACAO;
      *    A OPERACAO (INCLUSAO, ALTERACAO OU SITUACAO) VEM DO CHAMADOR.
       P580-JORNAL-CONTATO.
           SET JRN-CONTATOS             TO TRUE
           MOVE REG-CONTATOS            TO WS-JRN-IMAGEM
           MOVE 'MRGCNTT'               TO WS-JRN-PROGRAMA
           MOVE WS-ID-OPERADOR          TO WS-JRN-ID-OPERADOR

           CALL 'GRVJRNTT'              USING WS-JORNAL

           IF NOT JRN-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O DIARIO DE RECUPERACAO - '
                       'FILE STATUS: ' WS-JRN-RETORNO
           END-IF
           .
       P580-FIM.

      *    IMAGEM DO REGISTRO GRAVADO PARA O DIARIO DE RECUPERACAO;
      *    A OPERACAO (INCLUSAO, ALTERACAO OU SITUACAO) VEM DO CHAMADOR.
       P585-JORNAL-ALUNO.
           SET JRN-ALUNOS               TO TRUE
           MOVE REG-ALUNOS              TO WS-JRN-IMAGEM
           MOVE 'MRGCNTT'               TO WS-JRN-PROGRAMA
           MOVE WS-ID-OPERADOR          TO WS-JRN-ID-OPERADOR

           CALL 'GRVJRNTT'              USING WS-JORNAL

           IF NOT JRN-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O DIARIO DE RECUPERACAO - '
                       'FILE STATUS: ' WS-JRN-RETORNO
           END-IF
           .
       P585-FIM.

       P900-FIM.
            STOP RUN.
       END PROGRAM MRGCNTT.
