      * 02/09/2026 JS - Chaves de identificacao (contato, aluno,
      *                 vinculo e operador) ampliadas de 2 para 4
      *                 digitos em todo o sistema.
      * 15/10/2026 JS - Cada gravacao de contato passou a registrar a
      *                 imagem completa do registro no diario de
      *                 recuperacao (GRVJRNTT), reaplicado pelo RECJRNTT
      *                 sobre a copia de seguranca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONTT.
           88 NOME-VALIDO             VALUE 'S' FALSE 'N'.
       77 WS-ID-SUGERIDO              PIC 9(04) VALUE 0.

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

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM             PIC X(40).
                       MOVE SPACES         TO LOG-NOME-ANTES
                       MOVE NM-CONTATO     TO LOG-NOME-DEPOIS
                       PERFORM P500-GRAVA-LOG THRU P500-FIM
                       SET JRN-INCLUSAO    TO TRUE
                       PERFORM P580-JORNAL-CONTATO THRU P580-FIM
               END-WRITE
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
                               MOVE 'REATIVACAO'  TO LOG-OPERACAO
                               MOVE NM-CONTATO    TO LOG-NOME-DEPOIS
                               PERFORM P500-GRAVA-LOG THRU P500-FIM
                               SET JRN-SITUACAO   TO TRUE
                               PERFORM P580-JORNAL-CONTATO
                                        THRU P580-FIM
                       END-REWRITE
                   ELSE
                       DISPLAY 'CONTATO JA CADASTRADO!'
           .
       P500-FIM.

      *    IMAGEM DO REGISTRO GRAVADO PARA O DIARIO DE RECUPERACAO;
      *    A OPERACAO (INCLUSAO, ALTERACAO OU SITUACAO) VEM DO CHAMADOR.
       P580-JORNAL-CONTATO.
           SET JRN-CONTATOS             TO TRUE
           MOVE REG-CONTATOS            TO WS-JRN-IMAGEM
           MOVE 'CADCONTT'              TO WS-JRN-PROGRAMA
           MOVE LK-ID-OPERADOR          TO WS-JRN-ID-OPERADOR

           CALL 'GRVJRNTT'              USING WS-JORNAL

           IF NOT JRN-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O DIARIO DE RECUPERACAO - '
                       'FILE STATUS: ' WS-JRN-RETORNO
           END-IF
           .
       P580-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM CADCONTT.
