      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Fechamento mensal financeiro das mensalidades: o
      *          supervisor informa a competencia (AAAAMM), o programa
      *          apura as cobrancas de MENSALTT.DAT (geradas, pagas,
      *          canceladas e em aberto, com valores e o total
      *          recebido), confere geradas = pagas + canceladas +
      *          abertas, compara com o fechamento anterior (saldo em
      *          aberto no fechamento x saldo atual) e imprime a
      *          conciliacao em FECMENTT-LST. Confirmado, a
      *          competencia fica FECHADA em FECMENTT.DAT e deixa de
      *          aceitar alteracoes. A reabertura tambem e feita aqui,
      *          com motivo obrigatorio. Fechamentos e reaberturas
      *          ficam registrados em LOGFECTT.DAT. Restrito a
      *          supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECMENTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MENSALIDADES ASSIGN TO
               "MENSALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS MENS-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT FECHAMENTOS ASSIGN TO
               "FECMENTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS FEC-COMPETENCIA
               FILE STATUS IS WS-FS-FEC.

               SELECT LOGFECTT ASSIGN TO
               "LOGFECTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT RELATORIO ASSIGN TO
               "FECMENTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENTT.

       FD FECHAMENTOS.
          COPY FD_FECMT.

       FD LOGFECTT.
          COPY FD_LOGFC.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-MENS                  PIC 99.
           88 FS-OK-MENS              VALUE 0.
       77 WS-FS-FEC                   PIC 99.
           88 FS-OK-FEC               VALUE 0.
       77 WS-FS-LOG                   PIC 99.
           88 FS-OK-LOG               VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                    PIC X     VALUE SPACES.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.
       77 WS-COMPETENCIA              PIC 9(06) VALUE 0.
       77 WS-COMP-APURA               PIC 9(06) VALUE 0.
       77 WS-MOTIVO                   PIC X(40) VALUE SPACES.
       77 WS-OPERACAO-LOG             PIC X(10) VALUE SPACES.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-SALDO                    PIC 9(05)V99 VALUE 0.
       77 WS-QTD-LISTADOS             PIC 9(03) COMP VALUE 0.
       77 WS-REGISTRO-OK              PIC X     VALUE 'N'.
           88 COMPETENCIA-JA-CONTROLADA VALUE 'S' FALSE 'N'.
       77 WS-ANTERIOR-OK              PIC X     VALUE 'N'.
           88 TEM-FECHAMENTO-ANTERIOR VALUE 'S' FALSE 'N'.
       77 WS-ANT-COMPETENCIA          PIC 9(06) VALUE 0.
       77 WS-ANT-SALDO-FECHAMENTO     PIC 9(07)V99 VALUE 0.
       77 WS-ANT-SALDO-ATUAL          PIC 9(07)V99 VALUE 0.
       77 WS-ANT-DIFERENCA            PIC S9(07)V99 VALUE 0.
       77 WS-DIFERENCA                PIC S9(07)V99 VALUE 0.

      *    POSICAO APURADA DAS COBRANCAS DE UMA COMPETENCIA.
       01 WS-APURACAO.
           03 WS-APU-QTD-GERADAS      PIC 9(05) VALUE 0.
           03 WS-APU-VLR-GERADAS      PIC 9(07)V99 VALUE 0.
           03 WS-APU-QTD-PAGAS        PIC 9(05) VALUE 0.
           03 WS-APU-VLR-PAGAS        PIC 9(07)V99 VALUE 0.
           03 WS-APU-QTD-CANCELADAS   PIC 9(05) VALUE 0.
           03 WS-APU-VLR-CANCELADAS   PIC 9(07)V99 VALUE 0.
           03 WS-APU-QTD-ABERTAS      PIC 9(05) VALUE 0.
           03 WS-APU-VLR-ABERTAS      PIC 9(07)V99 VALUE 0.
           03 WS-APU-VLR-RECEBIDO     PIC 9(07)V99 VALUE 0.
           03 WS-APU-VLR-SALDO-ABERTO PIC 9(07)V99 VALUE 0.

       01 WS-APURACAO-SALVA           PIC X(74) VALUE SPACES.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'FECHAMENTO FINANCEIRO - COMPETENCIA '.
           03 WS-CAB-COMPETENCIA      PIC 9(06).
           03 FILLER                  PIC X(06) VALUE '  EM '.
           03 WS-CAB-DATA             PIC 9(08).

       01 WS-LINHA-POSICAO.
           03 WS-POS-DESCRICAO        PIC X(30).
           03 WS-POS-QTD              PIC ZZZZ9.
           03 FILLER                  PIC X(04) VALUE SPACES.
           03 WS-POS-VALOR            PIC Z.ZZZ.ZZ9,99.

       01 WS-LINHA-VALOR.
           03 WS-VAL-DESCRICAO        PIC X(39).
           03 WS-VAL-VALOR            PIC -Z.ZZZ.ZZ9,99.

       01 WS-LINHA-TEXTO              PIC X(80) VALUE SPACES.

       01 WS-LINHA-LISTA.
           03 WS-LIS-COMPETENCIA      PIC 9(06).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-LIS-SITUACAO         PIC X(09).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-LIS-DATA             PIC 9(08).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-LIS-QTD              PIC ZZZZ9.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-LIS-SALDO            PIC Z.ZZZ.ZZ9,99.

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
           DISPLAY 'ESCOLHA: <1> FECHAR COMPETENCIA  <2> REABRIR '
                   'COMPETENCIA  <3> LISTAR FECHAMENTOS'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-FECHA      THRU P400-FIM
               WHEN '2'
                   PERFORM P500-REABRE     THRU P500-FIM
               WHEN '3'
                   PERFORM P600-LISTA      THRU P600-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE

           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P350-ABRE-CONTROLE.
           SET FS-OK-FEC               TO TRUE

           OPEN I-O FECHAMENTOS

           IF WS-FS-FEC EQUAL 35
               OPEN OUTPUT FECHAMENTOS
               CLOSE FECHAMENTOS
               OPEN I-O FECHAMENTOS
           END-IF

           IF NOT FS-OK-FEC
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE FECHAMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-FEC
           END-IF
           .
       P350-FIM.

       P400-FECHA.
           DISPLAY 'INFORME A COMPETENCIA A FECHAR (AAAAMM): '
           ACCEPT WS-COMPETENCIA

           PERFORM P350-ABRE-CONTROLE  THRU P350-FIM

           IF NOT FS-OK-FEC
               GO TO P400-FIM
           END-IF

           SET COMPETENCIA-JA-CONTROLADA TO FALSE
           MOVE WS-COMPETENCIA         TO FEC-COMPETENCIA
           READ FECHAMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COMPETENCIA-JA-CONTROLADA TO TRUE
           END-READ

           IF COMPETENCIA-JA-CONTROLADA AND FEC-FECHADA
               DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' JA ESTA '
                       'FECHADA DESDE ' FEC-DT-FECHAMENTO '.'
               CLOSE FECHAMENTOS
               GO TO P400-FIM
           END-IF

           MOVE WS-COMPETENCIA         TO WS-COMP-APURA
           PERFORM P420-APURA          THRU P420-FIM

           IF WS-APU-QTD-GERADAS EQUAL ZERO
               DISPLAY 'NENHUMA COBRANCA NA COMPETENCIA '
                       WS-COMPETENCIA '. NADA A FECHAR.'
               CLOSE FECHAMENTOS
               GO TO P400-FIM
           END-IF

           PERFORM P460-BUSCA-ANTERIOR THRU P460-FIM

           PERFORM P480-IMPRIME        THRU P480-FIM

           DISPLAY 'CONCILIACAO GRAVADA EM FECMENTT-LST.'
           DISPLAY 'COBRANCAS GERADAS: ' WS-APU-QTD-GERADAS
                   '  EM ABERTO: ' WS-APU-QTD-ABERTAS
           DISPLAY 'TECLE <S> PARA FECHAR A COMPETENCIA '
                   WS-COMPETENCIA ': '
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'COMPETENCIA NAO FECHADA.'
               CLOSE FECHAMENTOS
               GO TO P400-FIM
           END-IF

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           MOVE WS-COMPETENCIA         TO FEC-COMPETENCIA
           SET FEC-FECHADA             TO TRUE
           MOVE WS-DATA-HOJE           TO FEC-DT-FECHAMENTO
           MOVE LK-ID-OPERADOR         TO FEC-ID-OPERADOR
           MOVE WS-APU-QTD-GERADAS     TO FEC-QTD-GERADAS
           MOVE WS-APU-VLR-GERADAS     TO FEC-VLR-GERADAS
           MOVE WS-APU-QTD-PAGAS       TO FEC-QTD-PAGAS
           MOVE WS-APU-VLR-PAGAS       TO FEC-VLR-PAGAS
           MOVE WS-APU-QTD-CANCELADAS  TO FEC-QTD-CANCELADAS
           MOVE WS-APU-VLR-CANCELADAS  TO FEC-VLR-CANCELADAS
           MOVE WS-APU-QTD-ABERTAS     TO FEC-QTD-ABERTAS
           MOVE WS-APU-VLR-ABERTAS     TO FEC-VLR-ABERTAS
           MOVE WS-APU-VLR-RECEBIDO    TO FEC-VLR-RECEBIDO
           MOVE WS-APU-VLR-SALDO-ABERTO TO FEC-VLR-SALDO-ABERTO

           IF COMPETENCIA-JA-CONTROLADA
               REWRITE REG-FECHAMENTO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O FECHAMENTO.'
                       DISPLAY 'FILE STATUS: ' WS-FS-FEC
               END-REWRITE
           ELSE
               WRITE REG-FECHAMENTO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O FECHAMENTO.'
                       DISPLAY 'FILE STATUS: ' WS-FS-FEC
               END-WRITE
           END-IF

           CLOSE FECHAMENTOS

           IF FS-OK-FEC
               MOVE 'FECHAMENTO'       TO WS-OPERACAO-LOG
               MOVE SPACES             TO WS-MOTIVO
               PERFORM P700-GRAVA-LOG  THRU P700-FIM
               DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                       ' FECHADA COM SUCESSO!'
           END-IF
           .
       P400-FIM.

       P420-APURA.
           MOVE ZEROS                  TO WS-APURACAO
           SET FS-OK-MENS              TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT MENSALIDADES

           IF NOT FS-OK-MENS
               GO TO P420-FIM
           END-IF

           MOVE WS-COMP-APURA          TO MENS-COMPETENCIA
           MOVE 0                      TO MENS-ID-ALUNO

           START MENSALIDADES KEY IS NOT LESS THAN MENS-CHAVE
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P440-SOMA           THRU P440-FIM UNTIL EOF-OK

           CLOSE MENSALIDADES
           .
       P420-FIM.

       P440-SOMA.
           IF MENS-COMPETENCIA NOT EQUAL WS-COMP-APURA
               SET EOF-OK               TO TRUE
               GO TO P440-FIM
           END-IF

           ADD 1                        TO WS-APU-QTD-GERADAS
           ADD MENS-VALOR               TO WS-APU-VLR-GERADAS

           EVALUATE TRUE
               WHEN MENS-PAGA
                   ADD 1                TO WS-APU-QTD-PAGAS
                   ADD MENS-VALOR       TO WS-APU-VLR-PAGAS
                   ADD MENS-VALOR-PAGO  TO WS-APU-VLR-RECEBIDO
               WHEN MENS-CANCELADA
                   ADD 1                TO WS-APU-QTD-CANCELADAS
                   ADD MENS-VALOR       TO WS-APU-VLR-CANCELADAS
               WHEN OTHER
                   ADD 1                TO WS-APU-QTD-ABERTAS
                   ADD MENS-VALOR       TO WS-APU-VLR-ABERTAS
                   ADD MENS-VALOR-PAGO  TO WS-APU-VLR-RECEBIDO
                   MOVE 0               TO WS-SALDO
                   IF MENS-VALOR > MENS-VALOR-PAGO
                       COMPUTE WS-SALDO = MENS-VALOR - MENS-VALOR-PAGO
                   END-IF
                   ADD WS-SALDO         TO WS-APU-VLR-SALDO-ABERTO
           END-EVALUATE

           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P440-FIM.

       P460-BUSCA-ANTERIOR.
           SET TEM-FECHAMENTO-ANTERIOR TO FALSE
           SET EOF-OK                  TO FALSE

           MOVE 0                      TO FEC-COMPETENCIA

           START FECHAMENTOS KEY IS NOT LESS THAN FEC-COMPETENCIA
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ FECHAMENTOS NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P470-GUARDA-ANTERIOR THRU P470-FIM UNTIL EOF-OK

           IF NOT TEM-FECHAMENTO-ANTERIOR
               GO TO P460-FIM
           END-IF

      *    SALDO ATUAL DA COMPETENCIA ANTERIOR, PARA COMPARAR COM O
      *    SALDO EM ABERTO NO FECHAMENTO DELA. A APURACAO DA
      *    COMPETENCIA CORRENTE E GUARDADA E RESTAURADA EM SEGUIDA.
           MOVE WS-APURACAO            TO WS-APURACAO-SALVA
           MOVE WS-ANT-COMPETENCIA     TO WS-COMP-APURA
           PERFORM P420-APURA          THRU P420-FIM
           MOVE WS-APU-VLR-SALDO-ABERTO TO WS-ANT-SALDO-ATUAL
           MOVE WS-APURACAO-SALVA      TO WS-APURACAO
           MOVE WS-COMPETENCIA         TO WS-COMP-APURA

           COMPUTE WS-ANT-DIFERENCA =
                   WS-ANT-SALDO-FECHAMENTO - WS-ANT-SALDO-ATUAL
           .
       P460-FIM.

       P470-GUARDA-ANTERIOR.
           IF FEC-COMPETENCIA NOT LESS THAN WS-COMPETENCIA
               SET EOF-OK               TO TRUE
               GO TO P470-FIM
           END-IF

           SET TEM-FECHAMENTO-ANTERIOR  TO TRUE
           MOVE FEC-COMPETENCIA         TO WS-ANT-COMPETENCIA
           MOVE FEC-VLR-SALDO-ABERTO    TO WS-ANT-SALDO-FECHAMENTO

           READ FECHAMENTOS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P470-FIM.

       P480-IMPRIME.
           SET FS-OK-RELATORIO         TO TRUE

           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DA CONCILIACAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RELATORIO
               GO TO P480-FIM
           END-IF

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           MOVE WS-COMPETENCIA         TO WS-CAB-COMPETENCIA
           MOVE WS-DATA-HOJE           TO WS-CAB-DATA
           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM SPACES

           MOVE 'COBRANCAS GERADAS............' TO WS-POS-DESCRICAO
           MOVE WS-APU-QTD-GERADAS     TO WS-POS-QTD
           MOVE WS-APU-VLR-GERADAS     TO WS-POS-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-POSICAO

           MOVE '  PAGAS......................' TO WS-POS-DESCRICAO
           MOVE WS-APU-QTD-PAGAS       TO WS-POS-QTD
           MOVE WS-APU-VLR-PAGAS       TO WS-POS-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-POSICAO

           MOVE '  CANCELADAS.................' TO WS-POS-DESCRICAO
           MOVE WS-APU-QTD-CANCELADAS  TO WS-POS-QTD
           MOVE WS-APU-VLR-CANCELADAS  TO WS-POS-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-POSICAO

           MOVE '  EM ABERTO..................' TO WS-POS-DESCRICAO
           MOVE WS-APU-QTD-ABERTAS     TO WS-POS-QTD
           MOVE WS-APU-VLR-ABERTAS     TO WS-POS-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-POSICAO

           COMPUTE WS-DIFERENCA = WS-APU-VLR-GERADAS
                                - WS-APU-VLR-PAGAS
                                - WS-APU-VLR-CANCELADAS
                                - WS-APU-VLR-ABERTAS
           MOVE 'DIFERENCA (GERADAS - PAGAS - CANC. - ABERTAS)'
                                       TO WS-VAL-DESCRICAO
           MOVE WS-DIFERENCA           TO WS-VAL-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-VALOR

           IF WS-DIFERENCA EQUAL ZERO
               MOVE 'CONFERENCIA OK.'  TO WS-LINHA-TEXTO
           ELSE
               MOVE 'ATENCAO: POSICAO NAO FECHA. CONFERIR ANTES DE '
                                       TO WS-LINHA-TEXTO
               MOVE 'FECHAR.'          TO WS-LINHA-TEXTO (48:7)
               DISPLAY 'ATENCAO: POSICAO DA COMPETENCIA NAO FECHA.'
           END-IF
           WRITE REG-RELATORIO         FROM WS-LINHA-TEXTO
           WRITE REG-RELATORIO         FROM SPACES

           MOVE 'TOTAL RECEBIDO NA COMPETENCIA..........'
                                       TO WS-VAL-DESCRICAO
           MOVE WS-APU-VLR-RECEBIDO    TO WS-VAL-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-VALOR

           MOVE 'SALDO EM ABERTO A RECEBER..............'
                                       TO WS-VAL-DESCRICAO
           MOVE WS-APU-VLR-SALDO-ABERTO TO WS-VAL-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-VALOR
           WRITE REG-RELATORIO         FROM SPACES

           IF NOT TEM-FECHAMENTO-ANTERIOR
               MOVE 'PRIMEIRO FECHAMENTO: SEM FECHAMENTO ANTERIOR.'
                                       TO WS-LINHA-TEXTO
               WRITE REG-RELATORIO     FROM WS-LINHA-TEXTO
               CLOSE RELATORIO
               GO TO P480-FIM
           END-IF

           MOVE SPACES                 TO WS-LINHA-TEXTO
           STRING 'FECHAMENTO ANTERIOR: COMPETENCIA '
                                       DELIMITED BY SIZE
                  WS-ANT-COMPETENCIA   DELIMITED BY SIZE
                  INTO WS-LINHA-TEXTO
           END-STRING
           WRITE REG-RELATORIO         FROM WS-LINHA-TEXTO

           MOVE '  SALDO EM ABERTO NO FECHAMENTO........'
                                       TO WS-VAL-DESCRICAO
           MOVE WS-ANT-SALDO-FECHAMENTO TO WS-VAL-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-VALOR

           MOVE '  SALDO EM ABERTO HOJE.................'
                                       TO WS-VAL-DESCRICAO
           MOVE WS-ANT-SALDO-ATUAL     TO WS-VAL-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-VALOR

           MOVE '  REDUCAO DO SALDO DESDE O FECHAMENTO..'
                                       TO WS-VAL-DESCRICAO
           MOVE WS-ANT-DIFERENCA       TO WS-VAL-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-VALOR

           CLOSE RELATORIO
           .
       P480-FIM.

       P500-REABRE.
           DISPLAY 'INFORME A COMPETENCIA A REABRIR (AAAAMM): '
           ACCEPT WS-COMPETENCIA

           PERFORM P350-ABRE-CONTROLE  THRU P350-FIM

           IF NOT FS-OK-FEC
               GO TO P500-FIM
           END-IF

           SET COMPETENCIA-JA-CONTROLADA TO FALSE
           MOVE WS-COMPETENCIA         TO FEC-COMPETENCIA
           READ FECHAMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COMPETENCIA-JA-CONTROLADA TO TRUE
           END-READ

           IF NOT COMPETENCIA-JA-CONTROLADA OR NOT FEC-FECHADA
               DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                       ' NAO ESTA FECHADA.'
               CLOSE FECHAMENTOS
               GO TO P500-FIM
           END-IF

           DISPLAY 'INFORME O MOTIVO DA REABERTURA: '
           ACCEPT WS-MOTIVO

           IF WS-MOTIVO EQUAL SPACES
               DISPLAY 'MOTIVO OBRIGATORIO. COMPETENCIA NAO REABERTA.'
               CLOSE FECHAMENTOS
               GO TO P500-FIM
           END-IF

           DISPLAY 'TECLE <S> PARA REABRIR A COMPETENCIA '
                   WS-COMPETENCIA ': '
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'COMPETENCIA NAO REABERTA.'
               CLOSE FECHAMENTOS
               GO TO P500-FIM
           END-IF

           SET FEC-REABERTA            TO TRUE

           REWRITE REG-FECHAMENTO
               INVALID KEY
                   DISPLAY 'ERRO AO REABRIR A COMPETENCIA.'
                   DISPLAY 'FILE STATUS: ' WS-FS-FEC
           END-REWRITE

           CLOSE FECHAMENTOS

           IF FS-OK-FEC
               MOVE 'REABERTURA'       TO WS-OPERACAO-LOG
               PERFORM P700-GRAVA-LOG  THRU P700-FIM
               DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                       ' REABERTA. REGISTRADO NO LOG DE FECHAMENTOS.'
           END-IF
           .
       P500-FIM.

       P600-LISTA.
           MOVE 0                      TO WS-QTD-LISTADOS
           SET FS-OK-FEC               TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT FECHAMENTOS

           IF NOT FS-OK-FEC
               DISPLAY 'NENHUMA COMPETENCIA FECHADA AINDA.'
               GO TO P600-FIM
           END-IF

           DISPLAY 'COMPET  SITUACAO   DATA      QTDE  SALDO ABERTO'

           READ FECHAMENTOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P620-EXIBE          THRU P620-FIM UNTIL EOF-OK

           CLOSE FECHAMENTOS

           DISPLAY WS-QTD-LISTADOS ' COMPETENCIA(S) NO CONTROLE.'
           .
       P600-FIM.

       P620-EXIBE.
           MOVE FEC-COMPETENCIA        TO WS-LIS-COMPETENCIA
           IF FEC-FECHADA
               MOVE 'FECHADA'          TO WS-LIS-SITUACAO
           ELSE
               MOVE 'REABERTA'         TO WS-LIS-SITUACAO
           END-IF
           MOVE FEC-DT-FECHAMENTO      TO WS-LIS-DATA
           MOVE FEC-QTD-GERADAS        TO WS-LIS-QTD
           MOVE FEC-VLR-SALDO-ABERTO   TO WS-LIS-SALDO
           DISPLAY WS-LINHA-LISTA
           ADD 1                       TO WS-QTD-LISTADOS

           READ FECHAMENTOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P620-FIM.

       P700-GRAVA-LOG.
           SET FS-OK-LOG                TO TRUE
           OPEN EXTEND LOGFECTT

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOGFECTT
           END-IF

           IF FS-OK-LOG THEN
               ACCEPT LOGF-DATA         FROM DATE YYYYMMDD
               ACCEPT LOGF-HORA         FROM TIME
               MOVE WS-OPERACAO-LOG     TO LOGF-OPERACAO
               MOVE WS-COMPETENCIA      TO LOGF-COMPETENCIA
               MOVE LK-ID-OPERADOR      TO LOGF-ID-OPERADOR
               MOVE LK-NM-OPERADOR      TO LOGF-NM-OPERADOR
               MOVE WS-MOTIVO           TO LOGF-MOTIVO
               WRITE REG-LOGFECTT
               CLOSE LOGFECTT
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LOG DE FECHAMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-LOG
           END-IF
           .
       P700-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM FECMENTT.
