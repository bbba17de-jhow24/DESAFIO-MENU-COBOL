      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Manutencao do calendario escolar (CALENDTT.DAT): gera
      *          o ano letivo dia a dia (sabados e domingos como fim
      *          de semana, dias uteis entre o inicio e o termino das
      *          aulas como letivos e os demais como recesso), marca
      *          feriados e periodos de recesso e lista o calendario
      *          do mes com a contagem de dias letivos. Restrito a
      *          supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCALTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CALENDARIO ASSIGN TO
               "CALENDTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS CAL-DATA
               FILE STATUS IS WS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDARIO.
          COPY FD_CALTT.

       WORKING-STORAGE SECTION.
       77 WS-FS-CAL                   PIC 99.
           88 FS-OK-CAL               VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                    PIC X     VALUE SPACES.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.
       77 WS-ANO                      PIC 9(04) VALUE 0.
       77 WS-DT-INICIO                PIC 9(08) VALUE 0.
       77 WS-DT-FIM                   PIC 9(08) VALUE 0.
       77 WS-COMPETENCIA              PIC 9(06) VALUE 0.
       77 WS-TIPO                     PIC X     VALUE SPACES.
       77 WS-DESCRICAO                PIC X(30) VALUE SPACES.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-QTD-GRAVADOS             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-LETIVOS              PIC 9(05) COMP VALUE 0.
       77 WS-QTD-LISTADOS             PIC 9(05) COMP VALUE 0.
       77 WS-DIA-OK                   PIC X     VALUE 'N'.
           88 DIA-JA-GRAVADO          VALUE 'S' FALSE 'N'.
       77 WS-DIA-SEMANA               PIC 9(01) VALUE 0.
       77 WS-ULTIMO-DIA               PIC 9(02) VALUE 0.

      *    DATA CORRENTE DA GERACAO / DO PERIODO (AAAAMMDD).
       01 WS-DATA                     PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA.
           03 WS-DATA-ANO             PIC 9(04).
           03 WS-DATA-MES             PIC 9(02).
           03 WS-DATA-DIA             PIC 9(02).

      *    CONTAGEM DE DIAS CORRIDOS DESDE O INICIO DA ERA PARA UMA
      *    DATA AAAAMMDD, COM ANOS BISSEXTOS (P720-DIAS-CORRIDOS). O
      *    DIA 1 DA ERA (01/01/0001) CAIU NUMA SEGUNDA-FEIRA.
       01 WS-DC-DATA                  PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DC-DATA.
           03 WS-DC-ANO               PIC 9(04).
           03 WS-DC-MES               PIC 9(02).
           03 WS-DC-DIA               PIC 9(02).
       77 WS-DC-DIAS                  PIC 9(07) COMP VALUE 0.
       77 WS-DC-ANOS-ANT              PIC 9(04) COMP VALUE 0.
       77 WS-DC-QUOC                  PIC 9(07) COMP VALUE 0.
       77 WS-DC-RESTO-4               PIC 9(04) COMP VALUE 0.
       77 WS-DC-RESTO-100             PIC 9(04) COMP VALUE 0.
       77 WS-DC-RESTO-400             PIC 9(04) COMP VALUE 0.
       77 WS-DC-RESTO-7               PIC 9(01) COMP VALUE 0.
       77 WS-DC-BISSEXTO              PIC X     VALUE 'N'.
           88 ANO-BISSEXTO            VALUE 'S' FALSE 'N'.
       01 WS-DIAS-ACUMULADOS          PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01 FILLER REDEFINES WS-DIAS-ACUMULADOS.
           03 WS-DIAS-ANTES-MES       PIC 9(03) OCCURS 12 TIMES.
       01 WS-DIAS-DO-MES              PIC X(24) VALUE
           '312831303130313130313031'.
       01 FILLER REDEFINES WS-DIAS-DO-MES.
           03 WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.

       01 WS-NOMES-SEMANA             PIC X(21) VALUE
           'DOMSEGTERQUAQUISEXSAB'.
       01 FILLER REDEFINES WS-NOMES-SEMANA.
           03 WS-NOME-SEMANA          PIC X(03) OCCURS 7 TIMES.

       01 WS-LINHA-DIA.
           03 WS-LIN-DATA             PIC 9(08).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-LIN-SEMANA           PIC X(03).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-LIN-TIPO             PIC X(12).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-LIN-DESCRICAO        PIC X(30).

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
           DISPLAY 'ESCOLHA: <1> GERAR ANO LETIVO  <2> MARCAR DIA  '
                   '<3> PERIODO DE RECESSO  <4> LISTAR MES'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-GERA-ANO   THRU P400-FIM
               WHEN '2'
                   PERFORM P500-MARCA-DIA  THRU P500-FIM
               WHEN '3'
                   PERFORM P550-RECESSO    THRU P550-FIM
               WHEN '4'
                   PERFORM P600-LISTA-MES  THRU P600-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE

           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P350-ABRE-CALENDARIO.
           SET FS-OK-CAL               TO TRUE

           OPEN I-O CALENDARIO

           IF WS-FS-CAL EQUAL 35
               OPEN OUTPUT CALENDARIO
               CLOSE CALENDARIO
               OPEN I-O CALENDARIO
           END-IF

           IF NOT FS-OK-CAL
               DISPLAY 'ERRO AO ABRIR O CALENDARIO ESCOLAR.'
               DISPLAY 'FILE STATUS: ' WS-FS-CAL
           END-IF
           .
       P350-FIM.

       P400-GERA-ANO.
           MOVE 0                      TO WS-QTD-GRAVADOS
           MOVE 0                      TO WS-QTD-LETIVOS

           DISPLAY 'INFORME O ANO LETIVO (AAAA): '
           ACCEPT WS-ANO

           DISPLAY 'INFORME O INICIO DAS AULAS (AAAAMMDD): '
           ACCEPT WS-DT-INICIO

           DISPLAY 'INFORME O TERMINO DAS AULAS (AAAAMMDD): '
           ACCEPT WS-DT-FIM

           IF WS-ANO < 1900
              OR WS-DT-INICIO (1:4) NOT EQUAL WS-ANO
              OR WS-DT-FIM (1:4) NOT EQUAL WS-ANO
              OR WS-DT-INICIO > WS-DT-FIM
               DISPLAY 'DATAS INVALIDAS! INICIO E TERMINO DEVEM SER '
                       'DO ANO INFORMADO, INICIO ANTES DO TERMINO.'
               GO TO P400-FIM
           END-IF

           DISPLAY 'FERIADOS JA MARCADOS NO ANO SAO PRESERVADOS.'
           DISPLAY 'TECLE <S> PARA GERAR O CALENDARIO DE ' WS-ANO ': '
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'CALENDARIO NAO GERADO.'
               GO TO P400-FIM
           END-IF

           PERFORM P350-ABRE-CALENDARIO THRU P350-FIM

           IF NOT FS-OK-CAL
               GO TO P400-FIM
           END-IF

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           MOVE WS-ANO                 TO WS-DATA-ANO
           MOVE 01                     TO WS-DATA-MES
           MOVE 01                     TO WS-DATA-DIA

           PERFORM P420-GERA-DIA       THRU P420-FIM
               UNTIL WS-DATA-ANO NOT EQUAL WS-ANO

           CLOSE CALENDARIO

           DISPLAY 'CALENDARIO DE ' WS-ANO ' GERADO: '
                   WS-QTD-GRAVADOS ' DIA(S), '
                   WS-QTD-LETIVOS ' LETIVO(S).'
           .
       P400-FIM.

       P420-GERA-DIA.
           PERFORM P700-DIA-SEMANA     THRU P700-FIM

           SET DIA-JA-GRAVADO          TO FALSE
           MOVE WS-DATA                TO CAL-DATA
           READ CALENDARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DIA-JA-GRAVADO  TO TRUE
           END-READ

           IF DIA-JA-GRAVADO AND CAL-FERIADO
               GO TO P420-PROXIMO
           END-IF

           MOVE WS-DATA                TO CAL-DATA
           MOVE WS-DIA-SEMANA          TO CAL-DIA-SEMANA
           MOVE WS-DATA-HOJE           TO CAL-DT-ALTERACAO
           MOVE LK-ID-OPERADOR         TO CAL-ID-OPERADOR

           EVALUATE TRUE
               WHEN WS-DIA-SEMANA EQUAL 1 OR WS-DIA-SEMANA EQUAL 7
                   SET CAL-FIM-SEMANA  TO TRUE
                   MOVE SPACES         TO CAL-DESCRICAO
               WHEN WS-DATA < WS-DT-INICIO OR WS-DATA > WS-DT-FIM
                   SET CAL-RECESSO     TO TRUE
                   MOVE 'FERIAS ESCOLARES' TO CAL-DESCRICAO
               WHEN OTHER
                   SET CAL-LETIVO      TO TRUE
                   MOVE SPACES         TO CAL-DESCRICAO
                   ADD 1               TO WS-QTD-LETIVOS
           END-EVALUATE

           IF DIA-JA-GRAVADO
               REWRITE REG-CALENDARIO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O DIA ' WS-DATA
                   NOT INVALID KEY
                       ADD 1           TO WS-QTD-GRAVADOS
               END-REWRITE
           ELSE
               WRITE REG-CALENDARIO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O DIA ' WS-DATA
                   NOT INVALID KEY
                       ADD 1           TO WS-QTD-GRAVADOS
               END-WRITE
           END-IF
           .
       P420-PROXIMO.
           PERFORM P740-PROXIMO-DIA    THRU P740-FIM
           .
       P420-FIM.

       P500-MARCA-DIA.
           DISPLAY 'INFORME A DATA (AAAAMMDD): '
           ACCEPT WS-DATA

           PERFORM P350-ABRE-CALENDARIO THRU P350-FIM

           IF NOT FS-OK-CAL
               GO TO P500-FIM
           END-IF

           MOVE WS-DATA                TO CAL-DATA
           READ CALENDARIO
               INVALID KEY
                   DISPLAY 'DATA FORA DO CALENDARIO ESCOLAR. GERE O '
                           'ANO LETIVO ANTES DE MARCAR O DIA.'
                   CLOSE CALENDARIO
                   GO TO P500-FIM
           END-READ

           PERFORM P620-MONTA-LINHA    THRU P620-FIM
           DISPLAY 'SITUACAO ATUAL: ' WS-LINHA-DIA

           DISPLAY 'NOVA SITUACAO <L> LETIVO, <F> FERIADO OU '
                   '<R> RECESSO: '
           ACCEPT WS-TIPO

           IF WS-TIPO NOT EQUAL 'L' AND WS-TIPO NOT EQUAL 'F'
                                    AND WS-TIPO NOT EQUAL 'R'
               DISPLAY 'SITUACAO INVALIDA! INFORME L, F OU R.'
               CLOSE CALENDARIO
               GO TO P500-FIM
           END-IF

           MOVE SPACES                 TO WS-DESCRICAO
           IF WS-TIPO NOT EQUAL 'L'
               DISPLAY 'INFORME A DESCRICAO (EX.: NOME DO FERIADO): '
               ACCEPT WS-DESCRICAO
           END-IF

           MOVE WS-TIPO                TO CAL-TIPO
           MOVE WS-DESCRICAO           TO CAL-DESCRICAO
           ACCEPT CAL-DT-ALTERACAO     FROM DATE YYYYMMDD
           MOVE LK-ID-OPERADOR         TO CAL-ID-OPERADOR

           REWRITE REG-CALENDARIO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O DIA ' WS-DATA
               NOT INVALID KEY
                   DISPLAY 'DIA ATUALIZADO COM SUCESSO!'
           END-REWRITE

           CLOSE CALENDARIO
           .
       P500-FIM.

       P550-RECESSO.
           MOVE 0                      TO WS-QTD-GRAVADOS

           DISPLAY 'INFORME O INICIO DO RECESSO (AAAAMMDD): '
           ACCEPT WS-DT-INICIO

           DISPLAY 'INFORME O TERMINO DO RECESSO (AAAAMMDD): '
           ACCEPT WS-DT-FIM

           MOVE WS-DT-INICIO           TO WS-DATA

           IF WS-DT-INICIO EQUAL ZERO OR WS-DT-INICIO > WS-DT-FIM
              OR WS-DATA-MES < 1 OR WS-DATA-MES > 12
               DISPLAY 'PERIODO INVALIDO!'
               GO TO P550-FIM
           END-IF

           DISPLAY 'INFORME A DESCRICAO DO RECESSO: '
           ACCEPT WS-DESCRICAO

           PERFORM P350-ABRE-CALENDARIO THRU P350-FIM

           IF NOT FS-OK-CAL
               GO TO P550-FIM
           END-IF

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           MOVE WS-DT-INICIO           TO WS-DATA

           PERFORM P570-RECESSO-DIA    THRU P570-FIM
               UNTIL WS-DATA > WS-DT-FIM

           CLOSE CALENDARIO

           DISPLAY WS-QTD-GRAVADOS ' DIA(S) LETIVO(S) MARCADO(S) '
                   'COMO RECESSO.'
           .
       P550-FIM.

      *    SO OS DIAS LETIVOS DO PERIODO VIRAM RECESSO: FIM DE SEMANA
      *    E FERIADO FICAM COMO ESTAO.
       P570-RECESSO-DIA.
           MOVE WS-DATA                TO CAL-DATA
           READ CALENDARIO
               INVALID KEY
                   GO TO P570-PROXIMO
           END-READ

           IF NOT CAL-LETIVO
               GO TO P570-PROXIMO
           END-IF

           SET CAL-RECESSO             TO TRUE
           MOVE WS-DESCRICAO           TO CAL-DESCRICAO
           MOVE WS-DATA-HOJE           TO CAL-DT-ALTERACAO
           MOVE LK-ID-OPERADOR         TO CAL-ID-OPERADOR

           REWRITE REG-CALENDARIO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O DIA ' WS-DATA
               NOT INVALID KEY
                   ADD 1               TO WS-QTD-GRAVADOS
           END-REWRITE
           .
       P570-PROXIMO.
           PERFORM P740-PROXIMO-DIA    THRU P740-FIM
           .
       P570-FIM.

       P600-LISTA-MES.
           MOVE 0                      TO WS-QTD-LISTADOS
           MOVE 0                      TO WS-QTD-LETIVOS
           SET FS-OK-CAL               TO TRUE
           SET EOF-OK                  TO FALSE

           DISPLAY 'INFORME O MES (AAAAMM): '
           ACCEPT WS-COMPETENCIA

           OPEN INPUT CALENDARIO

           IF NOT FS-OK-CAL
               DISPLAY 'CALENDARIO ESCOLAR NAO CADASTRADO.'
               GO TO P600-FIM
           END-IF

           MOVE WS-COMPETENCIA         TO CAL-DATA (1:6)
           MOVE 01                     TO CAL-DATA (7:2)

           START CALENDARIO KEY IS NOT LESS THAN CAL-DATA
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ CALENDARIO NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           DISPLAY 'DATA      DIA  SITUACAO      DESCRICAO'

           PERFORM P610-EXIBE-DIA      THRU P610-FIM UNTIL EOF-OK

           CLOSE CALENDARIO

           IF WS-QTD-LISTADOS EQUAL ZERO
               DISPLAY 'MES ' WS-COMPETENCIA
                       ' FORA DO CALENDARIO ESCOLAR.'
           ELSE
               DISPLAY 'DIAS LETIVOS NO MES: ' WS-QTD-LETIVOS
           END-IF
           .
       P600-FIM.

       P610-EXIBE-DIA.
           IF CAL-DATA (1:6) NOT EQUAL WS-COMPETENCIA
               SET EOF-OK               TO TRUE
               GO TO P610-FIM
           END-IF

           ADD 1                        TO WS-QTD-LISTADOS
           IF CAL-LETIVO
               ADD 1                    TO WS-QTD-LETIVOS
           END-IF

           PERFORM P620-MONTA-LINHA     THRU P620-FIM
           DISPLAY WS-LINHA-DIA

           READ CALENDARIO NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P610-FIM.

       P620-MONTA-LINHA.
           MOVE CAL-DATA                TO WS-LIN-DATA
           MOVE SPACES                  TO WS-LIN-SEMANA
           IF CAL-DIA-SEMANA > 0 AND CAL-DIA-SEMANA < 8
               MOVE WS-NOME-SEMANA (CAL-DIA-SEMANA) TO WS-LIN-SEMANA
           END-IF

           EVALUATE TRUE
               WHEN CAL-LETIVO
                   MOVE 'LETIVO'        TO WS-LIN-TIPO
               WHEN CAL-FIM-SEMANA
                   MOVE 'FIM DE SEMANA' TO WS-LIN-TIPO
               WHEN CAL-FERIADO
                   MOVE 'FERIADO'       TO WS-LIN-TIPO
               WHEN CAL-RECESSO
                   MOVE 'RECESSO'       TO WS-LIN-TIPO
               WHEN OTHER
                   MOVE '?'             TO WS-LIN-TIPO
           END-EVALUATE

           MOVE CAL-DESCRICAO           TO WS-LIN-DESCRICAO
           .
       P620-FIM.

      *    DIA DA SEMANA DE WS-DATA: 1 = DOMINGO ... 7 = SABADO.
       P700-DIA-SEMANA.
           MOVE WS-DATA                 TO WS-DC-DATA
           PERFORM P720-DIAS-CORRIDOS   THRU P720-FIM
           DIVIDE WS-DC-DIAS BY 7       GIVING WS-DC-QUOC
                                        REMAINDER WS-DC-RESTO-7
           COMPUTE WS-DIA-SEMANA = WS-DC-RESTO-7 + 1
           .
       P700-FIM.

       P720-DIAS-CORRIDOS.
           IF WS-DC-ANO EQUAL ZERO OR WS-DC-MES < 1 OR WS-DC-MES > 12
               MOVE 0                   TO WS-DC-DIAS
               GO TO P720-FIM
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
               PERFORM P730-BISSEXTO    THRU P730-FIM
               IF ANO-BISSEXTO
                   ADD 1                TO WS-DC-DIAS
               END-IF
           END-IF
           .
       P720-FIM.

       P730-BISSEXTO.
           SET ANO-BISSEXTO             TO FALSE
           DIVIDE WS-DC-ANO BY 4   GIVING WS-DC-QUOC
                                   REMAINDER WS-DC-RESTO-4
           DIVIDE WS-DC-ANO BY 100 GIVING WS-DC-QUOC
                                   REMAINDER WS-DC-RESTO-100
           DIVIDE WS-DC-ANO BY 400 GIVING WS-DC-QUOC
                                   REMAINDER WS-DC-RESTO-400
           IF WS-DC-RESTO-400 EQUAL ZERO
              OR (WS-DC-RESTO-4 EQUAL ZERO
                  AND WS-DC-RESTO-100 NOT EQUAL ZERO)
               SET ANO-BISSEXTO         TO TRUE
           END-IF
           .
       P730-FIM.

      *    AVANCA WS-DATA PARA O DIA SEGUINTE.
       P740-PROXIMO-DIA.
           MOVE WS-DIAS-MES (WS-DATA-MES) TO WS-ULTIMO-DIA
           IF WS-DATA-MES EQUAL 2
               MOVE WS-DATA-ANO         TO WS-DC-ANO
               PERFORM P730-BISSEXTO    THRU P730-FIM
               IF ANO-BISSEXTO
                   MOVE 29              TO WS-ULTIMO-DIA
               END-IF
           END-IF

           IF WS-DATA-DIA < WS-ULTIMO-DIA
               ADD 1                    TO WS-DATA-DIA
               GO TO P740-FIM
           END-IF

           MOVE 01                      TO WS-DATA-DIA
           IF WS-DATA-MES < 12
               ADD 1                    TO WS-DATA-MES
           ELSE
               MOVE 01                  TO WS-DATA-MES
               ADD 1                    TO WS-DATA-ANO
           END-IF
           .
       P740-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM CADCALTT.
