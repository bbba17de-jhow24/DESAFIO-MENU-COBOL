      *          vencimento e registra o pagamento (valor pago e data
      *          do dia), baixando o status para PAGA.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Pagamento apos o vencimento passou a calcular
      *                 a multa e os juros ao dia (percentuais de
      *                 PARMENTT.DAT, mantidos pelo CADTABTT) e a
      *                 mostrar o valor atualizado a receber.
      * 15/10/2026 JS - Cada recebimento passou a ser gravado no
      *                 movimento de pagamentos (MOVPAGTT.DAT) com o
      *                 operador, a data e a hora. Pagamento parcial
      *                 aceito: a cobranca so passa a PAGA quando o
      *                 total recebido cobre o valor atualizado.
      * 15/10/2026 JS - Incluido o estorno de recebimento, restrito a
      *                 supervisor: marca o recebimento como estornado,
      *                 grava o estorno no movimento e reabre a
      *                 cobranca.
      * 15/10/2026 JS - Incluido o cancelamento de cobranca em aberto
      *                 sem recebimento, restrito a supervisor.
      *                 Competencia fechada no fechamento mensal
      *                 (FECMENTT.DAT) nao aceita recebimento, estorno
      *                 nem cancelamento.
      * 15/10/2026 JS - Recebimento, estorno e cancelamento restritos
      *                 aos alunos da unidade do operador, salvo perfil
      *                 com acesso a todas as unidades. Estorno sem
      *                 lancamento no movimento restaura o recebimento
      *                 original e nao reabre a cobranca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGMENTT.
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT MOVIMENTO ASSIGN TO
               "MOVPAGTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS MOV-CHAVE
               FILE STATUS IS WS-FS-MOV.

               SELECT PARAMETROS ASSIGN TO
               "PARMENTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

               SELECT FECHAMENTOS ASSIGN TO
               "FECMENTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS FEC-COMPETENCIA
               FILE STATUS IS WS-FS-FEC.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
       FD ALUNOS.
          COPY FD_ALLTT.

       FD MOVIMENTO.
          COPY FD_MOVPG.

       FD PARAMETROS.
          COPY FD_PARMT.

       FD FECHAMENTOS.
          COPY FD_FECMT.

       WORKING-STORAGE SECTION.
       77 WS-FS-MENS                  PIC 99.
           88 FS-OK-MENS              VALUE 0.
       77 WS-VALOR-PAGO               PIC 9(05)V99 VALUE 0.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.
       77 WS-NM-ALUNO                 PIC X(20) VALUE SPACES.
       77 WS-UNIDADE-ALUNO            PIC 9(02) VALUE 0.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.
       77 WS-VALOR-ED                 PIC ZZ.ZZ9,99.
       77 WS-FS-PARM                  PIC 99.
           88 FS-OK-PARM              VALUE 0.
       77 WS-FS-MOV                   PIC 99.
           88 FS-OK-MOV               VALUE 0.
       77 WS-FS-FEC                   PIC 99.
           88 FS-OK-FEC               VALUE 0.
       77 WS-FECHADA                  PIC X     VALUE 'N'.
           88 COMPETENCIA-FECHADA     VALUE 'S' FALSE 'N'.
       77 WS-EOF-MOV                  PIC X.
           88 EOF-MOV-OK              VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                    PIC X     VALUE SPACES.
       77 WS-SALDO                    PIC 9(05)V99 VALUE 0.
       77 WS-SEQ-ESTORNO              PIC 9(03) VALUE 0.
       77 WS-VALOR-ESTORNO            PIC 9(05)V99 VALUE 0.
       77 WS-PROX-SEQ                 PIC 9(03) VALUE 0.
       77 WS-QTD-LISTADOS             PIC 9(03) COMP VALUE 0.
       77 WS-MOV-TIPO                 PIC X(01) VALUE SPACES.
       77 WS-MOV-VALOR                PIC 9(05)V99 VALUE 0.
       77 WS-MOV-SEQ-REF              PIC 9(03) VALUE 0.
       77 WS-MOV-OK                   PIC X     VALUE 'N'.
           88 MOVIMENTO-GRAVADO       VALUE 'S' FALSE 'N'.
       77 WS-RECEB-OK                 PIC X     VALUE 'N'.
           88 RECEBIMENTO-VALIDO      VALUE 'S' FALSE 'N'.
       77 WS-PERC-MULTA               PIC 9(02)V99 VALUE 0.
       77 WS-PERC-JUROS-DIA           PIC 9(01)V999 VALUE 0.
       77 WS-DIAS-ATRASO              PIC S9(07) COMP VALUE 0.
       77 WS-VALOR-MULTA              PIC 9(05)V99 VALUE 0.
       77 WS-VALOR-JUROS              PIC 9(05)V99 VALUE 0.
       77 WS-VALOR-DEVIDO             PIC 9(05)V99 VALUE 0.
       77 WS-DIAS-HOJE                PIC 9(07) COMP VALUE 0.
       77 WS-DIAS-VENCTO              PIC 9(07) COMP VALUE 0.
       01 WS-DATA-HOJE                PIC 9(08) VALUE 0.
      *    VENCIMENTO GRAVADO PELO GERMENTT NO FORMATO DDMMAAAA.
       01 WS-DT-VENCTO                PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DT-VENCTO.
           03 WS-VENCTO-DIA           PIC 9(02).
           03 WS-VENCTO-MES           PIC 9(02).
           03 WS-VENCTO-ANO           PIC 9(04).
      *    CONTAGEM DE DIAS CORRIDOS DESDE O INICIO DA ERA PARA UMA
      *    DATA AAAAMMDD, COM ANOS BISSEXTOS (P380-DIAS-CORRIDOS).
       01 WS-DC-DATA                  PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DC-DATA.
           03 WS-DC-ANO               PIC 9(04).
           03 WS-DC-MES               PIC 9(02).
           03 WS-DC-DIA               PIC 9(02).
       77 WS-DC-DIAS                  PIC 9(07) COMP VALUE 0.
       77 WS-DC-ANOS-ANT              PIC 9(04) COMP VALUE 0.
       77 WS-DC-QUOC                  PIC 9(04) COMP VALUE 0.
       77 WS-DC-RESTO-4               PIC 9(04) COMP VALUE 0.
       77 WS-DC-RESTO-100             PIC 9(04) COMP VALUE 0.
       77 WS-DC-RESTO-400             PIC 9(04) COMP VALUE 0.
       01 WS-DIAS-ACUMULADOS          PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01 FILLER REDEFINES WS-DIAS-ACUMULADOS.
           03 WS-DIAS-ANTES-MES       PIC 9(03) OCCURS 12 TIMES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               88 LOGIN-FALHOU        VALUE 'N'.
           03 LK-ID-OPERADOR          PIC 9(04).
           03 LK-NM-OPERADOR          PIC X(20).
           03 LK-UNIDADE-OPERADOR     PIC 9(02).
           03 LK-TODAS-UNIDADES       PIC X(01).
               88 ACESSO-TODAS-UNIDADES VALUE 'S'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY LK-MENSAGEM
            PERFORM P100-CARREGA-PARAMETROS THRU P100-FIM
            SET EXIT-OK               TO FALSE
            PERFORM P300-PAGA         THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
       P100-CARREGA-PARAMETROS.
           MOVE 0                      TO WS-PERC-MULTA
           MOVE 0                      TO WS-PERC-JUROS-DIA
           SET FS-OK-PARM              TO TRUE

           OPEN INPUT PARAMETROS

           IF NOT FS-OK-PARM
               DISPLAY 'PARAMETROS (PARMENTT-DAT) NAO CADASTRADOS. '
                       'ATRASO SEM MULTA E JUROS.'
               GO TO P100-FIM
           END-IF

           READ PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-PERC-MULTA     TO WS-PERC-MULTA
                   MOVE PARM-PERC-JUROS-DIA TO WS-PERC-JUROS-DIA
           END-READ

           CLOSE PARAMETROS
           .
       P100-FIM.

       P300-PAGA.
           SET FS-OK-MENS              TO TRUE
           SET FS-OK-MOV               TO TRUE

           DISPLAY 'ESCOLHA: <1> RECEBER PAGAMENTO  <2> ESTORNAR '
                   'PAGAMENTO (SUPERVISOR)'
           DISPLAY '         <3> CANCELAR COBRANCA (SUPERVISOR)'
           ACCEPT WS-OPCAO

           IF WS-OPCAO NOT EQUAL '1' AND WS-OPCAO NOT EQUAL '2'
                                     AND WS-OPCAO NOT EQUAL '3'
               DISPLAY 'OPCAO INVALIDA.'
               GO TO P300-TECLA
           END-IF

           IF WS-OPCAO EQUAL '2' AND NOT OPERADOR-SUPERVISOR
               DISPLAY 'ESTORNO RESTRITO A SUPERVISOR. ACESSO NEGADO.'
               GO TO P300-TECLA
           END-IF

           IF WS-OPCAO EQUAL '3' AND NOT OPERADOR-SUPERVISOR
               DISPLAY 'CANCELAMENTO RESTRITO A SUPERVISOR. '
                       'ACESSO NEGADO.'
               GO TO P300-TECLA
           END-IF

           DISPLAY 'INFORME A COMPETENCIA DA COBRANCA (AAAAMM): '
           ACCEPT WS-COMPETENCIA

           PERFORM P310-VERIFICA-FECHAMENTO THRU P310-FIM

           IF COMPETENCIA-FECHADA
               DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' FECHADA NO '
                       'FECHAMENTO MENSAL. ALTERACAO NAO PERMITIDA.'
               GO TO P300-TECLA
           END-IF

           DISPLAY 'INFORME O ID DO ALUNO: '
           ACCEPT WS-ID-ALUNO

           OPEN I-O MENSALIDADES

           IF NOT FS-OK-MENS
               DISPLAY 'NENHUMA COBRANCA GERADA AINDA.'
               DISPLAY 'FILE STATUS: ' WS-FS-MENS
               GO TO P300-TECLA
           END-IF

           OPEN I-O MOVIMENTO

           IF WS-FS-MOV EQUAL 35
               OPEN OUTPUT MOVIMENTO
               CLOSE MOVIMENTO
               OPEN I-O MOVIMENTO
           END-IF

           IF NOT FS-OK-MOV
               DISPLAY 'ERRO AO ABRIR O MOVIMENTO DE PAGAMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-MOV
               CLOSE MENSALIDADES
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
                       EVALUATE WS-OPCAO
                           WHEN '1'
                               PERFORM P320-REGISTRA THRU P320-FIM
                           WHEN '2'
                               PERFORM P400-ESTORNA  THRU P400-FIM
                           WHEN OTHER
                               PERFORM P450-CANCELA  THRU P450-FIM
                       END-EVALUATE
                   END-IF
           END-READ

           CLOSE MENSALIDADES
           CLOSE MOVIMENTO
           .
       P300-TECLA.
           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P310-VERIFICA-FECHAMENTO.
           SET COMPETENCIA-FECHADA     TO FALSE
           SET FS-OK-FEC               TO TRUE

           OPEN INPUT FECHAMENTOS

           IF NOT FS-OK-FEC
               GO TO P310-FIM
           END-IF

           MOVE WS-COMPETENCIA         TO FEC-COMPETENCIA
           READ FECHAMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FEC-FECHADA
                       SET COMPETENCIA-FECHADA TO TRUE
                   END-IF
           END-READ

           CLOSE FECHAMENTOS
           .
       P310-FIM.

       P320-REGISTRA.
           IF MENS-PAGA
               DISPLAY 'COBRANCA JA PAGA EM ' MENS-DT-PAGAMENTO '.'
           DISPLAY 'VALOR.....: ' WS-VALOR-ED
           DISPLAY 'VENCIMENTO: ' MENS-DT-VENCIMENTO

           PERFORM P360-CALCULA-ENCARGOS THRU P360-FIM

           IF MENS-VALOR-PAGO > ZERO
               MOVE MENS-VALOR-PAGO     TO WS-VALOR-ED
               DISPLAY 'JA RECEBIDO (PARCIAL): ' WS-VALOR-ED
           END-IF

           MOVE 0                       TO WS-SALDO
           IF WS-VALOR-DEVIDO > MENS-VALOR-PAGO
               COMPUTE WS-SALDO = WS-VALOR-DEVIDO - MENS-VALOR-PAGO
           END-IF
           MOVE WS-SALDO                TO WS-VALOR-ED
           DISPLAY 'SALDO A RECEBER......: ' WS-VALOR-ED

           IF WS-SALDO EQUAL ZERO
               DISPLAY 'NADA A RECEBER NESTA COBRANCA.'
               GO TO P320-FIM
           END-IF

           DISPLAY 'INFORME O VALOR PAGO (99999,99): '
           ACCEPT WS-VALOR-PAGO

           IF WS-VALOR-PAGO EQUAL ZERO
               DISPLAY 'VALOR INVALIDO! O VALOR NAO PODE SER ZERO.'
               GO TO P320-FIM
           END-IF

           IF WS-VALOR-PAGO > WS-SALDO
               DISPLAY 'VALOR ACIMA DO SALDO A RECEBER. '
                       'PAGAMENTO NAO GRAVADO.'
               GO TO P320-FIM
           END-IF

           DISPLAY 'CONFIRMA O PAGAMENTO? <S> PARA GRAVAR: '
           ACCEPT WS-CONFIRM

               GO TO P320-FIM
           END-IF

           MOVE 'R'                     TO WS-MOV-TIPO
           MOVE WS-VALOR-PAGO           TO WS-MOV-VALOR
           MOVE 0                       TO WS-MOV-SEQ-REF
           PERFORM P500-GRAVA-MOVIMENTO THRU P500-FIM

           IF NOT MOVIMENTO-GRAVADO
               DISPLAY 'PAGAMENTO NAO GRAVADO.'
               GO TO P320-FIM
           END-IF

           ADD WS-VALOR-PAGO            TO MENS-VALOR-PAGO
           ACCEPT MENS-DT-PAGAMENTO     FROM DATE YYYYMMDD

           IF MENS-VALOR-PAGO NOT < WS-VALOR-DEVIDO
               SET MENS-PAGA            TO TRUE
           END-IF

           REWRITE REG-MENSALTT
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PAGAMENTO.'
                   DISPLAY 'FILE STATUS: ' WS-FS-MENS
               NOT INVALID KEY
                   IF MENS-PAGA
                       DISPLAY 'PAGAMENTO GRAVADO COM SUCESSO! '
                               'COBRANCA QUITADA.'
                   ELSE
                       COMPUTE WS-SALDO = WS-SALDO - WS-VALOR-PAGO
                       MOVE WS-SALDO    TO WS-VALOR-ED
                       DISPLAY 'PAGAMENTO PARCIAL GRAVADO. SALDO '
                               'RESTANTE: ' WS-VALOR-ED
                   END-IF
           END-REWRITE
           .
       P320-FIM.

      *    ALEM DO NOME, CONFERE A UNIDADE DO ALUNO: O OPERADOR SO
      *    MOVIMENTA AS COBRANCAS DOS ALUNOS DA SUA UNIDADE, SALVO SE
      *    O PERFIL LIBERAR TODAS AS UNIDADES.
       P340-BUSCA-ALUNO.
           MOVE 'ALUNO NAO ENCONTRADO'   TO WS-NM-ALUNO
           MOVE 0                        TO WS-UNIDADE-ALUNO
           SET UNIDADE-PERMITIDA         TO FALSE
           SET FS-OK-ALUNOS              TO TRUE

           OPEN INPUT ALUNOS
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

       P360-CALCULA-ENCARGOS.
           MOVE 0                       TO WS-VALOR-MULTA
           MOVE 0                       TO WS-VALOR-JUROS
           MOVE MENS-VALOR              TO WS-VALOR-DEVIDO
           MOVE 0                       TO WS-DIAS-ATRASO

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE            TO WS-DC-DATA
           PERFORM P380-DIAS-CORRIDOS   THRU P380-FIM
           MOVE WS-DC-DIAS              TO WS-DIAS-HOJE

           MOVE MENS-DT-VENCIMENTO      TO WS-DT-VENCTO
           MOVE WS-VENCTO-ANO           TO WS-DC-ANO
           MOVE WS-VENCTO-MES           TO WS-DC-MES
           MOVE WS-VENCTO-DIA           TO WS-DC-DIA
           PERFORM P380-DIAS-CORRIDOS   THRU P380-FIM
           MOVE WS-DC-DIAS              TO WS-DIAS-VENCTO

           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENCTO

           IF WS-DIAS-ATRASO NOT > 0
               GO TO P360-FIM
           END-IF

           COMPUTE WS-VALOR-MULTA ROUNDED =
               MENS-VALOR * WS-PERC-MULTA / 100
           COMPUTE WS-VALOR-JUROS ROUNDED =
               MENS-VALOR * WS-PERC-JUROS-DIA / 100 * WS-DIAS-ATRASO
           COMPUTE WS-VALOR-DEVIDO =
               MENS-VALOR + WS-VALOR-MULTA + WS-VALOR-JUROS

           DISPLAY 'PAGAMENTO EM ATRASO: ' WS-DIAS-ATRASO ' DIA(S).'
           MOVE WS-VALOR-MULTA          TO WS-VALOR-ED
           DISPLAY 'MULTA.....: ' WS-VALOR-ED
           MOVE WS-VALOR-JUROS          TO WS-VALOR-ED
           DISPLAY 'JUROS.....: ' WS-VALOR-ED
           MOVE WS-VALOR-DEVIDO         TO WS-VALOR-ED
           DISPLAY 'VALOR ATUALIZADO A RECEBER: ' WS-VALOR-ED
           .
       P360-FIM.

       P380-DIAS-CORRIDOS.
           IF WS-DC-ANO EQUAL ZERO OR WS-DC-MES < 1 OR WS-DC-MES > 12
               MOVE 0                   TO WS-DC-DIAS
               GO TO P380-FIM
           END-IF

           COMPUTE WS-DC-ANOS-ANT = WS-DC-ANO - 1
           COMPUTE WS-DC-DIAS = WS-DC-ANOS-ANT * 365
           DIVIDE WS-DC-ANOS-ANT BY 4   GIVING WS-DC-QUOC
           ADD WS-DC-QUOC               TO WS-DC-DIAS
           DIVIDE WS-DC-ANOS-ANT BY 100 GIVING WS-DC-QUOC
           SUBTRACT WS-DC-QUOC          FROM WS-DC-DIAS
           DIVIDE WS-DC-ANOS-ANT BY 400 GIVING WS-DC-QUOC
           ADD WS-DC-QUOC               TO WS-DC-DIAS

           ADD WS-DIAS-ANTES-MES (WS-DC-MES) TO WS-DC-DIAS
           ADD WS-DC-DIA                TO WS-DC-DIAS

           IF WS-DC-MES > 2
               DIVIDE WS-DC-ANO BY 4   GIVING WS-DC-QUOC
                                       REMAINDER WS-DC-RESTO-4
               DIVIDE WS-DC-ANO BY 100 GIVING WS-DC-QUOC
                                       REMAINDER WS-DC-RESTO-100
               DIVIDE WS-DC-ANO BY 400 GIVING WS-DC-QUOC
                                       REMAINDER WS-DC-RESTO-400
               IF WS-DC-RESTO-400 EQUAL ZERO
                  OR (WS-DC-RESTO-4 EQUAL ZERO
                      AND WS-DC-RESTO-100 NOT EQUAL ZERO)
                   ADD 1                TO WS-DC-DIAS
               END-IF
           END-IF
           .
       P380-FIM.

       P400-ESTORNA.
           IF MENS-CANCELADA
               DISPLAY 'COBRANCA CANCELADA. NADA A ESTORNAR.'
               GO TO P400-FIM
           END-IF

           IF MENS-VALOR-PAGO EQUAL ZERO
               DISPLAY 'NENHUM PAGAMENTO A ESTORNAR NESTA COBRANCA.'
               GO TO P400-FIM
           END-IF

           PERFORM P340-BUSCA-ALUNO     THRU P340-FIM

           DISPLAY 'ALUNO.....: ' MENS-ID-ALUNO ' - ' WS-NM-ALUNO
           MOVE MENS-VALOR              TO WS-VALOR-ED
           DISPLAY 'VALOR.....: ' WS-VALOR-ED
           MOVE MENS-VALOR-PAGO         TO WS-VALOR-ED
           DISPLAY 'RECEBIDO..: ' WS-VALOR-ED

           PERFORM P420-LISTA-RECEBIMENTOS THRU P420-FIM

           IF WS-QTD-LISTADOS = 0
               DISPLAY 'NENHUM RECEBIMENTO VALIDO NO MOVIMENTO.'
               GO TO P400-FIM
           END-IF

           DISPLAY 'INFORME A SEQUENCIA DO RECEBIMENTO A ESTORNAR: '
           ACCEPT WS-SEQ-ESTORNO

           SET RECEBIMENTO-VALIDO       TO FALSE
           MOVE WS-COMPETENCIA          TO MOV-COMPETENCIA
           MOVE WS-ID-ALUNO             TO MOV-ID-ALUNO
           MOVE WS-SEQ-ESTORNO          TO MOV-SEQ

           READ MOVIMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MOV-RECEBIMENTO AND MOV-VALIDO
                       SET RECEBIMENTO-VALIDO TO TRUE
                   END-IF
           END-READ

           IF NOT RECEBIMENTO-VALIDO
               DISPLAY 'SEQUENCIA NAO E UM RECEBIMENTO VALIDO.'
               GO TO P400-FIM
           END-IF

           MOVE MOV-VALOR               TO WS-VALOR-ESTORNO
           MOVE WS-VALOR-ESTORNO        TO WS-VALOR-ED
           DISPLAY 'ESTORNAR O RECEBIMENTO ' WS-SEQ-ESTORNO
                   ' DE ' MOV-DATA ' NO VALOR DE ' WS-VALOR-ED '?'
           DISPLAY 'TECLE <S> PARA CONFIRMAR O ESTORNO: '
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'ESTORNO NAO GRAVADO.'
               GO TO P400-FIM
           END-IF

           SET MOV-ESTORNADO            TO TRUE
           REWRITE REG-MOVPAGTO
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR O RECEBIMENTO ESTORNADO.'
                   DISPLAY 'FILE STATUS: ' WS-FS-MOV
                   GO TO P400-FIM
           END-REWRITE

           MOVE 'E'                     TO WS-MOV-TIPO
           MOVE WS-VALOR-ESTORNO        TO WS-MOV-VALOR
           MOVE WS-SEQ-ESTORNO          TO WS-MOV-SEQ-REF
           PERFORM P500-GRAVA-MOVIMENTO THRU P500-FIM

      *    SEM O LANCAMENTO DE ESTORNO NO MOVIMENTO, O RECEBIMENTO
      *    ORIGINAL VOLTA A VALER E A COBRANCA NAO E REABERTA.
           IF NOT MOVIMENTO-GRAVADO
               MOVE WS-COMPETENCIA      TO MOV-COMPETENCIA
               MOVE WS-ID-ALUNO         TO MOV-ID-ALUNO
               MOVE WS-SEQ-ESTORNO      TO MOV-SEQ
               READ MOVIMENTO
                   INVALID KEY
                       DISPLAY 'ERRO AO RELER O RECEBIMENTO '
                               WS-SEQ-ESTORNO '.'
                       DISPLAY 'FILE STATUS: ' WS-FS-MOV
                   NOT INVALID KEY
                       SET MOV-VALIDO   TO TRUE
                       REWRITE REG-MOVPAGTO
                           INVALID KEY
                               DISPLAY 'ERRO AO RESTAURAR O '
                                       'RECEBIMENTO ' WS-SEQ-ESTORNO
                               DISPLAY 'FILE STATUS: ' WS-FS-MOV
                       END-REWRITE
               END-READ
               DISPLAY 'ESTORNO NAO GRAVADO.'
               GO TO P400-FIM
           END-IF

           IF MENS-VALOR-PAGO > WS-VALOR-ESTORNO
               SUBTRACT WS-VALOR-ESTORNO FROM MENS-VALOR-PAGO
           ELSE
               MOVE 0                   TO MENS-VALOR-PAGO
               MOVE 0                   TO MENS-DT-PAGAMENTO
           END-IF
           SET MENS-ABERTA              TO TRUE

           REWRITE REG-MENSALTT
               INVALID KEY
                   DISPLAY 'ERRO AO REABRIR A COBRANCA.'
                   DISPLAY 'FILE STATUS: ' WS-FS-MENS
               NOT INVALID KEY
                   DISPLAY 'ESTORNO GRAVADO. COBRANCA REABERTA.'
           END-REWRITE
           .
       P400-FIM.

       P420-LISTA-RECEBIMENTOS.
           MOVE 0                       TO WS-QTD-LISTADOS
           SET EOF-MOV-OK               TO FALSE

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

           DISPLAY 'SEQ  DATA      HORA          VALOR  OPERADOR'
           PERFORM P430-EXIBE-RECEBIMENTO THRU P430-FIM
               UNTIL EOF-MOV-OK
           .
       P420-FIM.

       P430-EXIBE-RECEBIMENTO.
           IF MOV-COMPETENCIA NOT EQUAL WS-COMPETENCIA
              OR MOV-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-MOV-OK           TO TRUE
               GO TO P430-FIM
           END-IF

           IF MOV-RECEBIMENTO AND MOV-VALIDO
               MOVE MOV-VALOR           TO WS-VALOR-ED
               DISPLAY MOV-SEQ '  ' MOV-DATA '  ' MOV-HORA (1:6) '  '
                       WS-VALOR-ED '  ' MOV-NM-OPERADOR
               ADD 1                    TO WS-QTD-LISTADOS
           END-IF

           READ MOVIMENTO NEXT RECORD
               AT END
                   SET EOF-MOV-OK       TO TRUE
           END-READ
           .
       P430-FIM.

       P450-CANCELA.
           IF MENS-CANCELADA
               DISPLAY 'COBRANCA JA CANCELADA.'
               GO TO P450-FIM
           END-IF

           IF MENS-PAGA OR MENS-VALOR-PAGO NOT EQUAL ZERO
               DISPLAY 'COBRANCA COM RECEBIMENTO. ESTORNE OS '
                       'RECEBIMENTOS ANTES DE CANCELAR.'
               GO TO P450-FIM
           END-IF

           PERFORM P340-BUSCA-ALUNO     THRU P340-FIM

           DISPLAY 'ALUNO.....: ' MENS-ID-ALUNO ' - ' WS-NM-ALUNO
           MOVE MENS-VALOR              TO WS-VALOR-ED
           DISPLAY 'VALOR.....: ' WS-VALOR-ED
           DISPLAY 'VENCIMENTO: ' MENS-DT-VENCIMENTO

           DISPLAY 'TECLE <S> PARA CANCELAR A COBRANCA: '
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'CANCELAMENTO NAO EFETUADO.'
               GO TO P450-FIM
           END-IF

           SET MENS-CANCELADA           TO TRUE

           REWRITE REG-MENSALTT
               INVALID KEY
                   DISPLAY 'ERRO AO CANCELAR A COBRANCA.'
                   DISPLAY 'FILE STATUS: ' WS-FS-MENS
               NOT INVALID KEY
                   DISPLAY 'COBRANCA CANCELADA COM SUCESSO!'
           END-REWRITE
           .
       P450-FIM.

       P500-GRAVA-MOVIMENTO.
           SET MOVIMENTO-GRAVADO        TO FALSE

           PERFORM P520-PROXIMO-SEQ     THRU P520-FIM

           MOVE WS-COMPETENCIA          TO MOV-COMPETENCIA
           MOVE WS-ID-ALUNO             TO MOV-ID-ALUNO
           MOVE WS-PROX-SEQ             TO MOV-SEQ
           MOVE WS-MOV-TIPO             TO MOV-TIPO
           MOVE WS-MOV-VALOR            TO MOV-VALOR
           ACCEPT MOV-DATA              FROM DATE YYYYMMDD
           ACCEPT MOV-HORA              FROM TIME
           MOVE LK-ID-OPERADOR          TO MOV-ID-OPERADOR
           MOVE LK-NM-OPERADOR          TO MOV-NM-OPERADOR
           MOVE WS-MOV-SEQ-REF          TO MOV-SEQ-REFERENCIA
           SET MOV-VALIDO               TO TRUE
           SET MOV-ORIGEM-CAIXA         TO TRUE

           WRITE REG-MOVPAGTO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O MOVIMENTO DE PAGAMENTO.'
                   DISPLAY 'FILE STATUS: ' WS-FS-MOV
               NOT INVALID KEY
                   SET MOVIMENTO-GRAVADO TO TRUE
           END-WRITE
           .
       P500-FIM.

       P520-PROXIMO-SEQ.
           MOVE 1                       TO WS-PROX-SEQ
           SET EOF-MOV-OK               TO FALSE

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

           PERFORM P530-CONTA-SEQ       THRU P530-FIM UNTIL EOF-MOV-OK
           .
       P520-FIM.

       P530-CONTA-SEQ.
           IF MOV-COMPETENCIA NOT EQUAL WS-COMPETENCIA
              OR MOV-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-MOV-OK           TO TRUE
               GO TO P530-FIM
           END-IF

           COMPUTE WS-PROX-SEQ = MOV-SEQ + 1

           READ MOVIMENTO NEXT RECORD
               AT END
                   SET EOF-MOV-OK       TO TRUE
           END-READ
           .
       P530-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM PAGMENTT.
