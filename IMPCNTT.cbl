      *                 carregado (sem rejeitar tudo como duplicado) e
      *                 o arquivo de rejeitados segue em EXTEND. No
      *                 fim normal o checkpoint volta a zero.
      * 15/10/2026 JS - Cada gravacao de contato passou a registrar a
      *                 imagem completa do registro no diario de
      *                 recuperacao (GRVJRNTT), reaplicado pelo RECJRNTT
      *                 sobre a copia de seguranca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCNTT.
       77 WS-RETOMADA                 PIC X     VALUE 'N'.
           88 CARGA-RETOMADA          VALUE 'S' FALSE 'N'.

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
            DISPLAY '*** CARGA EM LOTE DE CONTATOS ***'
                   MOVE SPACES          TO LOG-NOME-ANTES
                   MOVE NM-CONTATO      TO LOG-NOME-DEPOIS
                   PERFORM P500-GRAVA-LOG THRU P500-FIM
                   SET JRN-INCLUSAO     TO TRUE
                   PERFORM P580-JORNAL-CONTATO THRU P580-FIM
           END-WRITE

           ADD 1                        TO WS-TRATADOS
           DISPLAY 'REGISTROS REJEITADOS.: ' WS-QTD-REJEITADOS
           DISPLAY '-----------------------------------------------'
           .
      *    IMAGEM DO REGISTRO GRAVADO PARA O DIARIO DE RECUPERACAO;
      *    A OPERACAO (INCLUSAO, ALTERACAO OU SITUACAO) VEM DO CHAMADOR.
       P580-JORNAL-CONTATO.
           SET JRN-CONTATOS             TO TRUE
           MOVE REG-CONTATOS            TO WS-JRN-IMAGEM
           MOVE 'IMPCNTT'               TO WS-JRN-PROGRAMA
           MOVE ZERO                    TO WS-JRN-ID-OPERADOR

           CALL 'GRVJRNTT'              USING WS-JORNAL

           IF NOT JRN-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O DIARIO DE RECUPERACAO - '
                       'FILE STATUS: ' WS-JRN-RETORNO
           END-IF
           .
       P580-FIM.

       P900-FIM.
            CLOSE ENTRADA
            CLOSE CONTATOS
