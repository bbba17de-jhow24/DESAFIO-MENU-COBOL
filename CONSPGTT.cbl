      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Consulta de cobranca e do seu historico de pagamentos:
      *          o operador informa a competencia e o aluno, o modulo
      *          mostra a cobranca de MENSALTT.DAT e todos os
      *          lancamentos do movimento de pagamentos (MOVPAGTT.DAT),
      *          recebimentos e estornos, com data, hora, operador e
      *          origem, totalizando o recebido, o estornado e o
      *          liquido.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Consulta restrita as cobrancas dos alunos da
      *                 unidade do operador, salvo perfil com acesso a
      *                 todas as unidades.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSPGTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MENSALIDADES ASSIGN TO
               "MENSALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS MENS-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT MOVIMENTO ASSIGN TO
               "MOVPAGTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS MOV-CHAVE
               FILE STATUS IS WS-FS-MOV.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENTT.

       FD ALUNOS.
          COPY FD_ALLTT.

       FD MOVIMENTO.
          COPY FD_MOVPG.

       WORKING-STORAGE SECTION.
       77 WS-FS-MENS                  PIC 99.
           88 FS-OK-MENS              VALUE 0.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-MOV                   PIC 99.
           88 FS-OK-MOV               VALUE 0.
       77 WS-EOF-MOV                  PIC X.
           88 EOF-MOV-OK              VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-COMPETENCIA              PIC 9(06) VALUE 0.
       77 WS-ID-ALUNO                 PIC 9(04) VALUE 0.
       77 WS-NM-ALUNO                 PIC X(20) VALUE SPACES.
       77 WS-UNIDADE-ALUNO            PIC 9(02) VALUE 0.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.
       77 WS-VALOR-ED                 PIC ZZ.ZZ9,99.
       77 WS-DS-STATUS                PIC X(09) VALUE SPACES.
       77 WS-DS-TIPO                  PIC X(11) VALUE SPACES.
       77 WS-DS-ORIGEM                PIC X(05) VALUE SPACES.
       77 WS-QTD-LANCAMENTOS          PIC 9(03) COMP VALUE 0.
       77 WS-TOTAL-RECEBIDO           PIC 9(06)V99 VALUE 0.
       77 WS-TOTAL-ESTORNADO          PIC 9(06)V99 VALUE 0.
       77 WS-TOTAL-LIQUIDO            PIC S9(06)V99 VALUE 0.
       77 WS-TOTAL-ED                 PIC ZZZ.ZZ9,99.
       77 WS-LIQUIDO-ED               PIC -ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM             PIC X(40).
           03 LK-NIVEL-OPERADOR       PIC X(01).
               88 OPERADOR-SUPERVISOR VALUE 'S'.
               88 OPERADOR-COMUM      VALUE 'O'.
           03 LK-LOGIN-OK             PIC X(01).
               88 LOGIN-OK            VALUE 'S'.
               88 LOGIN-FALHOU        VALUE 'N'.
           03 LK-ID-OPERADOR          PIC 9(04).
           03 LK-NM-OPERADOR          PIC X(20).
           03 LK-UNIDADE-OPERADOR     PIC 9(02).
           03 LK-TODAS-UNIDADES       PIC X(01).
               88 ACESSO-TODAS-UNIDADES VALUE 'S'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY LK-MENSAGEM
            SET EXIT-OK               TO FALSE
            PERFORM P300-CONSULTA     THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
       P300-CONSULTA.
           SET FS-OK-MENS              TO TRUE

           DISPLAY 'INFORME A COMPETENCIA DA COBRANCA (AAAAMM): '
           ACCEPT WS-COMPETENCIA

           DISPLAY 'INFORME O ID DO ALUNO: '
           ACCEPT WS-ID-ALUNO

           OPEN INPUT MENSALIDADES

           IF NOT FS-OK-MENS
               DISPLAY 'NENHUMA COBRANCA GERADA AINDA.'
               DISPLAY 'FILE STATUS: ' WS-FS-MENS
               GO TO P300-TECLA
           END-IF

           MOVE WS-COMPETENCIA         TO MENS-COMPETENCIA
           MOVE WS-ID-ALUNO            TO MENS-ID-ALUNO
           READ MENSALIDADES
               INVALID KEY
                   DISPLAY 'COBRANCA NAO ENCONTRADA PARA A '
                           'COMPETENCIA E ALUNO INFORMADOS.'
               NOT INVALID KEY
                   PERFORM P340-BUSCA-ALUNO THRU P340-FIM
                   IF NOT UNIDADE-PERMITIDA
                       DISPLAY 'ALUNO DE OUTRA UNIDADE. ACESSO NEGADO.'
                   ELSE
                       PERFORM P320-EXIBE-COBRANCA THRU P320-FIM
                       PERFORM P400-HISTORICO      THRU P400-FIM
                   END-IF
           END-READ

           CLOSE MENSALIDADES
           .
       P300-TECLA.
           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P320-EXIBE-COBRANCA.
           EVALUATE TRUE
               WHEN MENS-ABERTA
                   MOVE 'ABERTA'        TO WS-DS-STATUS
               WHEN MENS-PAGA
                   MOVE 'PAGA'          TO WS-DS-STATUS
               WHEN MENS-CANCELADA
                   MOVE 'CANCELADA'     TO WS-DS-STATUS
               WHEN OTHER
                   MOVE MENS-STATUS     TO WS-DS-STATUS
           END-EVALUATE

           DISPLAY '-------------------------------------------------'
           DISPLAY 'COMPETENCIA: ' MENS-COMPETENCIA
                   '  TURMA: ' MENS-NUM-TURMA
           DISPLAY 'ALUNO......: ' MENS-ID-ALUNO ' - ' WS-NM-ALUNO
           MOVE MENS-VALOR              TO WS-VALOR-ED
           DISPLAY 'VALOR......: ' WS-VALOR-ED
           DISPLAY 'VENCIMENTO.: ' MENS-DT-VENCIMENTO
           DISPLAY 'SITUACAO...: ' WS-DS-STATUS
           MOVE MENS-VALOR-PAGO         TO WS-VALOR-ED
           DISPLAY 'VALOR PAGO.: ' WS-VALOR-ED
                   '  ULTIMO PAGTO: ' MENS-DT-PAGAMENTO
           DISPLAY '-------------------------------------------------'
           .
       P320-FIM.

      *    ALEM DO NOME, CONFERE A UNIDADE DO ALUNO: O OPERADOR SO
      *    CONSULTA AS COBRANCAS DOS ALUNOS DA SUA UNIDADE, SALVO SE
      *    O PERFIL LIBERAR TODAS AS UNIDADES.
       P340-BUSCA-ALUNO.
           MOVE 'ALUNO NAO ENCONTRADO'   TO WS-NM-ALUNO
           MOVE 0                        TO WS-UNIDADE-ALUNO
           SET UNIDADE-PERMITIDA         TO FALSE
           SET FS-OK-ALUNOS              TO TRUE

           OPEN INPUT ALUNOS

           IF FS-OK-ALUNOS
               MOVE MENS-ID-ALUNO        TO ID-ALUNO
               READ ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO     TO WS-NM-ALUNO
                       MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALUNO
               END-READ

               CLOSE ALUNOS
           END-IF

           IF ACESSO-TODAS-UNIDADES OR
              WS-UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR
               SET UNIDADE-PERMITIDA     TO TRUE
           END-IF
           .
       P340-FIM.

       P400-HISTORICO.
           MOVE 0                       TO WS-QTD-LANCAMENTOS
           MOVE 0                       TO WS-TOTAL-RECEBIDO
           MOVE 0                       TO WS-TOTAL-ESTORNADO
           SET FS-OK-MOV                TO TRUE
           SET EOF-MOV-OK               TO FALSE

           OPEN INPUT MOVIMENTO

           IF NOT FS-OK-MOV
               DISPLAY 'NENHUM PAGAMENTO REGISTRADO NO MOVIMENTO.'
               GO TO P400-FIM
           END-IF

           MOVE WS-COMPETENCIA          TO MOV-COMPETENCIA
           MOVE WS-ID-ALUNO             TO MOV-ID-ALUNO
           MOVE 0                       TO MOV-SEQ

           START MOVIMENTO KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   SET EOF-MOV-OK       TO TRUE
           END-START

           IF NOT EOF-MOV-OK
               READ MOVIMENTO NEXT RECORD
                   AT END
                       SET EOF-MOV-OK   TO TRUE
               END-READ
           END-IF

           DISPLAY 'SEQ TIPO        DATA     HORA        VALOR ORIG.'
                   ' OPERADOR'
           PERFORM P420-EXIBE-LANCAMENTO THRU P420-FIM
               UNTIL EOF-MOV-OK

           CLOSE MOVIMENTO

           IF WS-QTD-LANCAMENTOS = 0
               DISPLAY 'NENHUM LANCAMENTO PARA ESTA COBRANCA.'
               GO TO P400-FIM
           END-IF

           COMPUTE WS-TOTAL-LIQUIDO =
                   WS-TOTAL-RECEBIDO - WS-TOTAL-ESTORNADO

           DISPLAY '-------------------------------------------------'
           MOVE WS-TOTAL-RECEBIDO       TO WS-TOTAL-ED
           DISPLAY 'TOTAL RECEBIDO.: ' WS-TOTAL-ED
           MOVE WS-TOTAL-ESTORNADO      TO WS-TOTAL-ED
           DISPLAY 'TOTAL ESTORNADO: ' WS-TOTAL-ED
           MOVE WS-TOTAL-LIQUIDO        TO WS-LIQUIDO-ED
           DISPLAY 'LIQUIDO........: ' WS-LIQUIDO-ED
           .
       P400-FIM.

       P420-EXIBE-LANCAMENTO.
           IF MOV-COMPETENCIA NOT EQUAL WS-COMPETENCIA
              OR MOV-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-MOV-OK           TO TRUE
               GO TO P420-FIM
           END-IF

           IF MOV-RECEBIMENTO
               ADD MOV-VALOR            TO WS-TOTAL-RECEBIDO
               IF MOV-ESTORNADO
                   MOVE 'RECEB.ESTOR'   TO WS-DS-TIPO
               ELSE
                   MOVE 'RECEBIMENTO'   TO WS-DS-TIPO
               END-IF
           ELSE
               ADD MOV-VALOR            TO WS-TOTAL-ESTORNADO
               MOVE 'ESTORNO'           TO WS-DS-TIPO
           END-IF

           IF MOV-ORIGEM-BANCO
               MOVE 'BANCO'             TO WS-DS-ORIGEM
           ELSE
               MOVE 'CAIXA'             TO WS-DS-ORIGEM
           END-IF

           MOVE MOV-VALOR               TO WS-VALOR-ED
           DISPLAY MOV-SEQ ' ' WS-DS-TIPO ' ' MOV-DATA ' '
                   MOV-HORA (1:6) ' ' WS-VALOR-ED ' ' WS-DS-ORIGEM
                   ' ' MOV-NM-OPERADOR

           IF MOV-ESTORNO
               DISPLAY '    ESTORNO DO RECEBIMENTO SEQ '
                       MOV-SEQ-REFERENCIA
           END-IF

           ADD 1                        TO WS-QTD-LANCAMENTOS

           READ MOVIMENTO NEXT RECORD
               AT END
                   SET EOF-MOV-OK       TO TRUE
           END-READ
           .
       P420-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM CONSPGTT.
