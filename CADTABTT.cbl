      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Manutencao da tabela de mensalidades por turma
      *          (TABMENTT.DAT) e dos parametros financeiros das
      *          mensalidades (PARMENTT.DAT): percentual de desconto
      *          de irmaos, percentual de multa e juros ao dia por
      *          atraso. A turma informada e conferida contra o
      *          cadastro mestre de turmas. Restrito a supervisor.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Incluida a manutencao dos dados do convenio de
      *                 cobranca bancaria (banco, agencia, conta,
      *                 convenio, carteira e beneficiario) usados na
      *                 remessa de boletos (REMBCOTT). A gravacao dos
      *                 percentuais preserva os dados bancarios e
      *                 vice-versa.
      * 15/10/2026 JS - Incluida a manutencao das contas contabeis
      *                 (caixa, banco, mensalidades a receber, receita
      *                 de mensalidades e receita de multa e juros)
      *                 usadas no diario contabil das mensalidades
      *                 (EXPCTBTT). A gravacao de cada grupo preserva os
      *                 demais.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTABTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TABMENSAL ASSIGN TO
               "TABMENTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS TABM-NUM-TURMA
               FILE STATUS IS WS-FS.

               SELECT TURMAS ASSIGN TO
               "TURMAS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS NUM-TURMA
               FILE STATUS IS WS-FS-TURMAS.

               SELECT PARAMETROS ASSIGN TO
               "PARMENTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD TABMENSAL.
          COPY FD_TABMT.

       FD TURMAS.
          COPY FD_TURMA.

       FD PARAMETROS.
          COPY FD_PARMT.

       WORKING-STORAGE SECTION.
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.
       77 WS-FS-TURMAS                PIC 99.
           88 FS-OK-TURMAS            VALUE 0.
       77 WS-FS-PARM                  PIC 99.
           88 FS-OK-PARM              VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                    PIC X.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.
       77 WS-NUM-TURMA                PIC 9(02) VALUE 0.
       77 WS-NM-TURMA                 PIC X(20) VALUE SPACES.
       77 WS-TURMA-OK                 PIC X     VALUE 'N'.
           88 TURMA-VALIDA            VALUE 'S' FALSE 'N'.
       77 WS-TABELA-EXISTE            PIC X     VALUE 'N'.
           88 TABELA-JA-GRAVADA       VALUE 'S' FALSE 'N'.
       77 WS-VALOR                    PIC 9(05)V99 VALUE 0.
       77 WS-VALOR-ED                 PIC ZZ.ZZ9,99.
       77 WS-PERC-ED                  PIC Z9,99.
       77 WS-JUROS-ED                 PIC 9,999.
       77 WS-PERC-DESC-IRMAO          PIC 9(02)V99 VALUE 0.
       77 WS-PERC-MULTA               PIC 9(02)V99 VALUE 0.
       77 WS-PERC-JUROS-DIA           PIC 9(01)V999 VALUE 0.
       77 WS-QTD-LISTADAS             PIC 9(03) COMP VALUE 0.
       77 WS-BANCO                    PIC 9(03) VALUE 0.
       77 WS-AGENCIA                  PIC 9(04) VALUE 0.
       77 WS-CONTA                    PIC 9(08) VALUE 0.
       77 WS-DV-CONTA                 PIC X(01) VALUE SPACES.
       77 WS-CONVENIO                 PIC 9(07) VALUE 0.
       77 WS-CARTEIRA                 PIC 9(02) VALUE 0.
       77 WS-NM-BENEFICIARIO          PIC X(30) VALUE SPACES.
       77 WS-SEQ-REMESSA              PIC 9(06) VALUE 0.
       77 WS-CTB-CONTA-CAIXA          PIC X(10) VALUE SPACES.
       77 WS-CTB-CONTA-BANCO          PIC X(10) VALUE SPACES.
       77 WS-CTB-CONTA-RECEBER        PIC X(10) VALUE SPACES.
       77 WS-CTB-CONTA-RECEITA        PIC X(10) VALUE SPACES.
       77 WS-CTB-CONTA-ENCARGOS       PIC X(10) VALUE SPACES.

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
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY LK-MENSAGEM
            IF NOT OPERADOR-SUPERVISOR IN LK-NIVEL-OPERADOR
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
                PERFORM P900-FIM
            END-IF
            SET EXIT-OK               TO FALSE
            PERFORM P300-PROCESSA     THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
       P300-PROCESSA.
           DISPLAY 'ESCOLHA: <1> VALOR DA TURMA  <2> LISTAR TABELA '
                   '<3> DESCONTO, MULTA E JUROS  <4> DADOS BANCARIOS'
                   '  <5> CONTAS CONTABEIS'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-VALOR-TURMA THRU P310-FIM
               WHEN '2'
                   PERFORM P350-LISTA      THRU P350-FIM
               WHEN '3'
                   PERFORM P370-PARAMETROS THRU P370-FIM
               WHEN '4'
                   PERFORM P375-DADOS-BANCO THRU P375-FIM
               WHEN '5'
                   PERFORM P377-CONTAS-CONTABEIS THRU P377-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE

           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P310-VALOR-TURMA.
           DISPLAY 'Informe o numero da turma: '
           ACCEPT WS-NUM-TURMA

           PERFORM P320-VALIDA-TURMA   THRU P320-FIM

           IF NOT TURMA-VALIDA
               DISPLAY 'TURMA NAO CADASTRADA OU INATIVA.'
               GO TO P310-FIM
           END-IF

           SET FS-OK                   TO TRUE
           SET TABELA-JA-GRAVADA       TO FALSE

           OPEN I-O TABMENSAL

           IF WS-FS EQUAL 35
               OPEN OUTPUT TABMENSAL
               CLOSE TABMENSAL
               OPEN I-O TABMENSAL
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR A TABELA DE MENSALIDADES.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P310-FIM
           END-IF

           MOVE WS-NUM-TURMA           TO TABM-NUM-TURMA
           READ TABMENSAL
               INVALID KEY
                   DISPLAY 'TURMA ' WS-NUM-TURMA ' - ' WS-NM-TURMA
                   DISPLAY 'SEM VALOR NA TABELA.'
               NOT INVALID KEY
                   SET TABELA-JA-GRAVADA TO TRUE
                   MOVE TABM-VALOR     TO WS-VALOR-ED
                   DISPLAY 'TURMA ' WS-NUM-TURMA ' - ' WS-NM-TURMA
                   DISPLAY 'VALOR ATUAL: ' WS-VALOR-ED
                           '  ALTERADO EM ' TABM-DT-ALTERACAO
           END-READ

           DISPLAY 'Informe o novo valor da mensalidade (99999,99): '
           ACCEPT WS-VALOR

           IF WS-VALOR EQUAL ZERO
               DISPLAY 'VALOR INVALIDO! O VALOR NAO PODE SER ZERO.'
               CLOSE TABMENSAL
               GO TO P310-FIM
           END-IF

           DISPLAY 'TECLE <S> PARA GRAVAR O VALOR: '
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'VALOR NAO GRAVADO.'
               CLOSE TABMENSAL
               GO TO P310-FIM
           END-IF

           MOVE WS-NUM-TURMA           TO TABM-NUM-TURMA
           MOVE WS-VALOR               TO TABM-VALOR
           ACCEPT TABM-DT-ALTERACAO    FROM DATE YYYYMMDD
           MOVE LK-ID-OPERADOR         TO TABM-ID-OPERADOR

           IF TABELA-JA-GRAVADA
               REWRITE REG-TABMENSAL
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O VALOR DA TURMA.'
                   NOT INVALID KEY
                       DISPLAY 'VALOR ATUALIZADO COM SUCESSO!'
               END-REWRITE
           ELSE
               WRITE REG-TABMENSAL
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O VALOR DA TURMA.'
                   NOT INVALID KEY
                       DISPLAY 'VALOR GRAVADO COM SUCESSO!'
               END-WRITE
           END-IF

           CLOSE TABMENSAL
           .
       P310-FIM.

       P320-VALIDA-TURMA.
           SET FS-OK-TURMAS             TO TRUE
           SET TURMA-VALIDA             TO FALSE
           MOVE SPACES                  TO WS-NM-TURMA

           OPEN INPUT TURMAS

           IF FS-OK-TURMAS
               MOVE WS-NUM-TURMA        TO NUM-TURMA
               READ TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TURMA-ATIVA
                           SET TURMA-VALIDA TO TRUE
                           MOVE NM-TURMA    TO WS-NM-TURMA
                       END-IF
               END-READ

               CLOSE TURMAS
           END-IF
           .
       P320-FIM.

       P350-LISTA.
           SET FS-OK                   TO TRUE
           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-QTD-LISTADAS

           OPEN INPUT TABMENSAL

           IF NOT FS-OK THEN
               DISPLAY 'TABELA DE MENSALIDADES AINDA NAO CADASTRADA.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P350-FIM
           END-IF

           DISPLAY '---------------------------------------------'
           DISPLAY 'TURMA        VALOR  ALTERADO EM  OPERADOR'
           DISPLAY '---------------------------------------------'

           READ TABMENSAL NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P360-EXIBE          THRU P360-FIM UNTIL EOF-OK

           CLOSE TABMENSAL

           DISPLAY '---------------------------------------------'
           DISPLAY WS-QTD-LISTADAS ' TURMA(S) NA TABELA.'
           .
       P350-FIM.

       P360-EXIBE.
           MOVE TABM-VALOR              TO WS-VALOR-ED
           DISPLAY '   ' TABM-NUM-TURMA '  ' WS-VALOR-ED '  '
                   TABM-DT-ALTERACAO '     ' TABM-ID-OPERADOR
           ADD 1                        TO WS-QTD-LISTADAS

           READ TABMENSAL NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P360-FIM.

       P370-PARAMETROS.
           PERFORM P380-LE-PARAMETROS  THRU P380-FIM

           MOVE WS-PERC-DESC-IRMAO     TO WS-PERC-ED
           DISPLAY 'DESCONTO DE IRMAOS ATUAL (%).: ' WS-PERC-ED
           MOVE WS-PERC-MULTA          TO WS-PERC-ED
           DISPLAY 'MULTA POR ATRASO ATUAL (%)...: ' WS-PERC-ED
           MOVE WS-PERC-JUROS-DIA      TO WS-JUROS-ED
           DISPLAY 'JUROS AO DIA ATUAL (%).......: ' WS-JUROS-ED

           DISPLAY 'Informe o desconto de irmaos em % (99,99): '
           ACCEPT WS-PERC-DESC-IRMAO
           DISPLAY 'Informe a multa por atraso em % (99,99): '
           ACCEPT WS-PERC-MULTA
           DISPLAY 'Informe os juros ao dia em % (9,999): '
           ACCEPT WS-PERC-JUROS-DIA

           DISPLAY 'TECLE <S> PARA GRAVAR OS PARAMETROS: '
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'PARAMETROS NAO GRAVADOS.'
               GO TO P370-FIM
           END-IF

           PERFORM P390-GRAVA-PARAMETROS THRU P390-FIM
           .
       P370-FIM.

       P375-DADOS-BANCO.
           PERFORM P380-LE-PARAMETROS  THRU P380-FIM

           DISPLAY 'BANCO ATUAL..........: ' WS-BANCO
           DISPLAY 'AGENCIA ATUAL........: ' WS-AGENCIA
           DISPLAY 'CONTA ATUAL..........: ' WS-CONTA '-' WS-DV-CONTA
           DISPLAY 'CONVENIO ATUAL.......: ' WS-CONVENIO
           DISPLAY 'CARTEIRA ATUAL.......: ' WS-CARTEIRA
           DISPLAY 'BENEFICIARIO ATUAL...: ' WS-NM-BENEFICIARIO
           DISPLAY 'ULTIMA REMESSA.......: ' WS-SEQ-REMESSA

           DISPLAY 'Informe o codigo do banco (999): '
           ACCEPT WS-BANCO
           DISPLAY 'Informe a agencia (9999): '
           ACCEPT WS-AGENCIA
           DISPLAY 'Informe a conta corrente, sem o digito: '
           ACCEPT WS-CONTA
           DISPLAY 'Informe o digito da conta: '
           ACCEPT WS-DV-CONTA
           DISPLAY 'Informe o codigo do convenio: '
           ACCEPT WS-CONVENIO
           DISPLAY 'Informe a carteira de cobranca (99): '
           ACCEPT WS-CARTEIRA
           DISPLAY 'Informe o nome do beneficiario (escola): '
           ACCEPT WS-NM-BENEFICIARIO

           IF WS-BANCO EQUAL ZERO OR WS-AGENCIA EQUAL ZERO
              OR WS-CONTA EQUAL ZERO OR WS-CONVENIO EQUAL ZERO
               DISPLAY 'BANCO, AGENCIA, CONTA E CONVENIO SAO '
                       'OBRIGATORIOS. DADOS NAO GRAVADOS.'
               GO TO P375-FIM
           END-IF

           DISPLAY 'TECLE <S> PARA GRAVAR OS DADOS BANCARIOS: '
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'DADOS BANCARIOS NAO GRAVADOS.'
               GO TO P375-FIM
           END-IF

           PERFORM P390-GRAVA-PARAMETROS THRU P390-FIM
           .
       P375-FIM.

      *    CONTAS DO PLANO DE CONTAS DO CONTADOR, USADAS NO DIARIO
      *    CONTABIL DAS MENSALIDADES (EXPCTBTT).
       P377-CONTAS-CONTABEIS.
           PERFORM P380-LE-PARAMETROS  THRU P380-FIM

           DISPLAY 'CONTA CAIXA ATUAL..............: '
                   WS-CTB-CONTA-CAIXA
           DISPLAY 'CONTA BANCO ATUAL..............: '
                   WS-CTB-CONTA-BANCO
           DISPLAY 'CONTA MENSALIDADES A RECEBER...: '
                   WS-CTB-CONTA-RECEBER
           DISPLAY 'CONTA RECEITA DE MENSALIDADES..: '
                   WS-CTB-CONTA-RECEITA
           DISPLAY 'CONTA RECEITA DE MULTA E JUROS.: '
                   WS-CTB-CONTA-ENCARGOS

           DISPLAY 'Informe a conta de caixa (recebimento no caixa): '
           ACCEPT WS-CTB-CONTA-CAIXA
           DISPLAY 'Informe a conta de banco (boleto liquidado): '
           ACCEPT WS-CTB-CONTA-BANCO
           DISPLAY 'Informe a conta de mensalidades a receber: '
           ACCEPT WS-CTB-CONTA-RECEBER
           DISPLAY 'Informe a conta de receita de mensalidades: '
           ACCEPT WS-CTB-CONTA-RECEITA
           DISPLAY 'Informe a conta de receita de multa e juros: '
           ACCEPT WS-CTB-CONTA-ENCARGOS

           IF WS-CTB-CONTA-CAIXA    EQUAL SPACES
              OR WS-CTB-CONTA-BANCO    EQUAL SPACES
              OR WS-CTB-CONTA-RECEBER  EQUAL SPACES
              OR WS-CTB-CONTA-RECEITA  EQUAL SPACES
              OR WS-CTB-CONTA-ENCARGOS EQUAL SPACES
               DISPLAY 'TODAS AS CONTAS SAO OBRIGATORIAS. CONTAS '
                       'NAO GRAVADAS.'
               GO TO P377-FIM
           END-IF

           DISPLAY 'TECLE <S> PARA GRAVAR AS CONTAS CONTABEIS: '
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'CONTAS CONTABEIS NAO GRAVADAS.'
               GO TO P377-FIM
           END-IF

           PERFORM P390-GRAVA-PARAMETROS THRU P390-FIM
           .
       P377-FIM.

       P380-LE-PARAMETROS.
           MOVE 0                      TO WS-PERC-DESC-IRMAO
           MOVE 0                      TO WS-PERC-MULTA
           MOVE 0                      TO WS-PERC-JUROS-DIA
           MOVE 0                      TO WS-BANCO
           MOVE 0                      TO WS-AGENCIA
           MOVE 0                      TO WS-CONTA
           MOVE SPACES                 TO WS-DV-CONTA
           MOVE 0                      TO WS-CONVENIO
           MOVE 0                      TO WS-CARTEIRA
           MOVE SPACES                 TO WS-NM-BENEFICIARIO
           MOVE 0                      TO WS-SEQ-REMESSA
           MOVE SPACES                 TO WS-CTB-CONTA-CAIXA
           MOVE SPACES                 TO WS-CTB-CONTA-BANCO
           MOVE SPACES                 TO WS-CTB-CONTA-RECEBER
           MOVE SPACES                 TO WS-CTB-CONTA-RECEITA
           MOVE SPACES                 TO WS-CTB-CONTA-ENCARGOS
           SET FS-OK-PARM              TO TRUE

           OPEN INPUT PARAMETROS

           IF NOT FS-OK-PARM
               GO TO P380-FIM
           END-IF

           READ PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-PERC-DESC-IRMAO TO WS-PERC-DESC-IRMAO
                   MOVE PARM-PERC-MULTA      TO WS-PERC-MULTA
                   MOVE PARM-PERC-JUROS-DIA  TO WS-PERC-JUROS-DIA
                   IF PARM-BANCO IS NUMERIC
                       MOVE PARM-BANCO       TO WS-BANCO
                       MOVE PARM-AGENCIA     TO WS-AGENCIA
                       MOVE PARM-CONTA       TO WS-CONTA
                       MOVE PARM-DV-CONTA    TO WS-DV-CONTA
                       MOVE PARM-CONVENIO    TO WS-CONVENIO
                       MOVE PARM-CARTEIRA    TO WS-CARTEIRA
                       MOVE PARM-NM-BENEFICIARIO
                                             TO WS-NM-BENEFICIARIO
                       MOVE PARM-SEQ-REMESSA TO WS-SEQ-REMESSA
                   END-IF
                   MOVE PARM-CTB-CONTA-CAIXA    TO WS-CTB-CONTA-CAIXA
                   MOVE PARM-CTB-CONTA-BANCO    TO WS-CTB-CONTA-BANCO
                   MOVE PARM-CTB-CONTA-RECEBER  TO WS-CTB-CONTA-RECEBER
                   MOVE PARM-CTB-CONTA-RECEITA  TO WS-CTB-CONTA-RECEITA
                   MOVE PARM-CTB-CONTA-ENCARGOS
                                             TO WS-CTB-CONTA-ENCARGOS
           END-READ

           CLOSE PARAMETROS
           .
       P380-FIM.

       P390-GRAVA-PARAMETROS.
           SET FS-OK-PARM              TO TRUE
           OPEN OUTPUT PARAMETROS

           IF NOT FS-OK-PARM
               DISPLAY 'ERRO AO GRAVAR OS PARAMETROS.'
               DISPLAY 'FILE STATUS: ' WS-FS-PARM
               GO TO P390-FIM
           END-IF

           MOVE WS-PERC-DESC-IRMAO     TO PARM-PERC-DESC-IRMAO
           MOVE WS-PERC-MULTA          TO PARM-PERC-MULTA
           MOVE WS-PERC-JUROS-DIA      TO PARM-PERC-JUROS-DIA
           MOVE WS-BANCO               TO PARM-BANCO
           MOVE WS-AGENCIA             TO PARM-AGENCIA
           MOVE WS-CONTA               TO PARM-CONTA
           MOVE WS-DV-CONTA            TO PARM-DV-CONTA
           MOVE WS-CONVENIO            TO PARM-CONVENIO
           MOVE WS-CARTEIRA            TO PARM-CARTEIRA
           MOVE WS-NM-BENEFICIARIO     TO PARM-NM-BENEFICIARIO
           MOVE WS-SEQ-REMESSA         TO PARM-SEQ-REMESSA
           MOVE WS-CTB-CONTA-CAIXA     TO PARM-CTB-CONTA-CAIXA
           MOVE WS-CTB-CONTA-BANCO     TO PARM-CTB-CONTA-BANCO
           MOVE WS-CTB-CONTA-RECEBER   TO PARM-CTB-CONTA-RECEBER
           MOVE WS-CTB-CONTA-RECEITA   TO PARM-CTB-CONTA-RECEITA
           MOVE WS-CTB-CONTA-ENCARGOS  TO PARM-CTB-CONTA-ENCARGOS
           WRITE REG-PARMENSAL

           CLOSE PARAMETROS
           DISPLAY 'PARAMETROS GRAVADOS COM SUCESSO!'
           .
       P390-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM CADTABTT.
