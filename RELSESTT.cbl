      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Relatorio de seguranca das sessoes dos operadores
      *          sobre o diario LOGSESTT.DAT (gravado pelo GRVSESTT),
      *          para um periodo informado: bloqueios de operador,
      *          resumo por operador (logins aceitos, recusados,
      *          bloqueios, trocas de senha, saidas e eventos fora do
      *          expediente), operadores com falhas repetidas de login
      *          e a lista da atividade fora do expediente (antes ou
      *          depois do horario informado, ou em sabado e domingo).
      *          Saida em RELSESTT-LST. Restrito a supervisor, com
      *          login proprio nos moldes do CONSLGTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSESTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOGSESTT ASSIGN TO
               "LOGSESTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT USUARIOS ASSIGN TO
               "CADUSRTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-USUARIO
               FILE STATUS IS WS-FS-USUARIOS.

               SELECT RELATORIO ASSIGN TO
               "RELSESTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD LOGSESTT.
          COPY FD_LOGST.

       FD USUARIOS.
          COPY FD_USRTT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-COM-AREA.
           03 WS-MENSAGEM                   PIC X(40).
           03 WS-NIVEL-OPERADOR             PIC X(01).
               88 OPERADOR-SUPERVISOR       VALUE 'S'.
               88 OPERADOR-COMUM            VALUE 'O'.
           03 WS-LOGIN-OK                   PIC X(01).
               88 LOGIN-OK                  VALUE 'S'.
               88 LOGIN-FALHOU              VALUE 'N'.
           03 WS-ID-OPERADOR                PIC 9(04).
           03 WS-NM-OPERADOR                PIC X(20).
       77 WS-FS-LOG                   PIC 99.
           88 FS-OK-LOG               VALUE 0.
       77 WS-FS-USUARIOS              PIC 99.
           88 FS-OK-USUARIOS          VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-USUARIOS-ABERTO          PIC X     VALUE 'N'.
           88 USUARIOS-ABERTO         VALUE 'S' FALSE 'N'.
       77 WS-RELATORIO-ABERTO         PIC X     VALUE 'N'.
           88 RELATORIO-ABERTO        VALUE 'S' FALSE 'N'.
       77 WS-FORA                     PIC X     VALUE 'N'.
           88 FORA-EXPEDIENTE         VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-DATA-INI                 PIC 9(08) VALUE 0.
       77 WS-DATA-FIM                 PIC 9(08) VALUE 0.
       77 WS-HORA-INI                 PIC 9(04) VALUE 0.
       77 WS-HORA-FIM                 PIC 9(04) VALUE 0.
       77 WS-HHMM                     PIC 9(04) VALUE 0.
       77 WS-LIMITE-FALHAS            PIC 9(02) VALUE 3.
       77 WS-IDX                      PIC 9(05) COMP VALUE 0.
       77 WS-QTD-EVENTOS              PIC 9(05) COMP VALUE 0.
       77 WS-QTD-BLOQUEIOS            PIC 9(05) COMP VALUE 0.
       77 WS-QTD-FORA                 PIC 9(05) COMP VALUE 0.
       77 WS-QTD-REPETIDAS            PIC 9(05) COMP VALUE 0.
       77 WS-QTD-OPERADORES           PIC 9(05) COMP VALUE 0.
       77 WS-DATA-SEMANA              PIC 9(08) VALUE 0.
       77 WS-DIA-SEMANA               PIC 9(01) VALUE 0.
       77 WS-NOME-ACHADO              PIC X(20) VALUE SPACES.
       77 WS-SITUACAO-ACHADA          PIC X(14) VALUE SPACES.

       01 WS-DATA                     PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA.
           03 WS-DATA-ANO             PIC 9(04).
           03 WS-DATA-MES             PIC 9(02).
           03 WS-DATA-DIA             PIC 9(02).

       01 WS-HORA                     PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-HORA.
           03 WS-HORA-HH              PIC 9(02).
           03 WS-HORA-MM              PIC 9(02).
           03 WS-HORA-SS              PIC 9(02).
           03 WS-HORA-CC              PIC 9(02).

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

       01 WS-NOMES-SEMANA             PIC X(21) VALUE
           'DOMSEGTERQUAQUISEXSAB'.
       01 FILLER REDEFINES WS-NOMES-SEMANA.
           03 WS-NOME-SEMANA          PIC X(03) OCCURS 7 TIMES.

      *    CONTADORES POR OPERADOR, INDEXADOS POR CODIGO + 1 (O CODIGO
      *    ZERO E O LOGIN TENTADO COM O CODIGO EM BRANCO).
       01 WS-TABELA-OPERADORES.
           03 WS-TAB-OPERADOR OCCURS 10000 TIMES.
               05 WS-OP-ENTRADAS      PIC 9(05) COMP.
               05 WS-OP-FALHAS        PIC 9(05) COMP.
               05 WS-OP-BLOQUEIOS     PIC 9(05) COMP.
               05 WS-OP-TROCAS-SENHA  PIC 9(05) COMP.
               05 WS-OP-SAIDAS        PIC 9(05) COMP.
               05 WS-OP-FORA          PIC 9(05) COMP.
               05 WS-OP-EVENTOS       PIC 9(05) COMP.
               05 WS-OP-ULT-FALHA-DT  PIC 9(08).
               05 WS-OP-ULT-FALHA-HR  PIC 9(08).

       01 WS-DATA-ED.
           03 WS-ED-DIA               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-MES               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-ANO               PIC 9(04).

       01 WS-HORA-ED.
           03 WS-ED-HH                PIC 9(02).
           03 FILLER                  PIC X(01) VALUE ':'.
           03 WS-ED-MM                PIC 9(02).
           03 FILLER                  PIC X(01) VALUE ':'.
           03 WS-ED-SS                PIC 9(02).

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'RELATORIO DE SEGURANCA - SESSOES DE '.
           03 WS-CAB-DATA-INI         PIC X(10).
           03 FILLER                  PIC X(03) VALUE ' A '.
           03 WS-CAB-DATA-FIM         PIC X(10).

       01 WS-CAB-EXPEDIENTE.
           03 FILLER                  PIC X(40) VALUE
              'EXPEDIENTE: SEGUNDA A SEXTA, DAS '.
           03 WS-CAB-HH-INI           PIC 9(02).
           03 FILLER                  PIC X(01) VALUE ':'.
           03 WS-CAB-MM-INI           PIC 9(02).
           03 FILLER                  PIC X(04) VALUE ' AS '.
           03 WS-CAB-HH-FIM           PIC 9(02).
           03 FILLER                  PIC X(01) VALUE ':'.
           03 WS-CAB-MM-FIM           PIC 9(02).

       01 WS-TITULO-BLOQUEIOS.
           03 FILLER                  PIC X(40) VALUE
              'BLOQUEIOS DE OPERADOR NO PERIODO'.

       01 WS-TITULO-RESUMO.
           03 FILLER                  PIC X(40) VALUE
              'RESUMO POR OPERADOR'.

       01 WS-TITULO-REPETIDAS.
           03 FILLER                  PIC X(40) VALUE
              'OPERADORES COM FALHAS REPETIDAS DE LOGIN'.
           03 FILLER                  PIC X(09) VALUE ' (MINIMO '.
           03 WS-TIT-LIMITE           PIC Z9.
           03 FILLER                  PIC X(01) VALUE ')'.

       01 WS-TITULO-FORA.
           03 FILLER                  PIC X(40) VALUE
              'ATIVIDADE FORA DO EXPEDIENTE'.

       01 WS-CAB-EVENTOS.
           03 FILLER                  PIC X(40) VALUE
              'DATA       DIA HORA     OPER NOME       '.
           03 FILLER                  PIC X(40) VALUE
              '          DETALHE'.

       01 WS-CAB-RESUMO.
           03 FILLER                  PIC X(40) VALUE
              'OPER NOME                 ENTR  FALH  BL'.
           03 FILLER                  PIC X(40) VALUE
              'OQ  SENH  SAID  FORA'.

       01 WS-CAB-REPETIDAS.
           03 FILLER                  PIC X(40) VALUE
              'OPER NOME                 FALH  ULTIMA F'.
           03 FILLER                  PIC X(40) VALUE
              'ALHA        SITUACAO ATUAL'.

       01 WS-DET-EVENTO.
           03 WS-DEV-DATA             PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DEV-SEMANA           PIC X(03).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DEV-HORA             PIC X(08).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DEV-OPERADOR         PIC 9(04).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DEV-NOME             PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DEV-DETALHE          PIC X(30).

       01 WS-DET-RESUMO.
           03 WS-DRS-OPERADOR         PIC 9(04).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRS-NOME             PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRS-ENTRADAS         PIC ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRS-FALHAS           PIC ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRS-BLOQUEIOS        PIC ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRS-TROCAS           PIC ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRS-SAIDAS           PIC ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRS-FORA             PIC ZZZZ9.

       01 WS-DET-REPETIDA.
           03 WS-DRP-OPERADOR         PIC 9(04).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRP-NOME             PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRP-FALHAS           PIC ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRP-DATA             PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRP-HORA             PIC X(08).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DRP-SITUACAO         PIC X(14).

       01 WS-NENHUM.
           03 FILLER                  PIC X(40) VALUE
              '  NENHUM.'.

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(34) VALUE
              'EVENTOS NO PERIODO..............: '.
           03 WS-ROD-EVENTOS          PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(34) VALUE
              'OPERADORES COM ATIVIDADE........: '.
           03 WS-ROD-OPERADORES       PIC ZZZZ9.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(34) VALUE
              'BLOQUEIOS.......................: '.
           03 WS-ROD-BLOQUEIOS        PIC ZZZZ9.

       01 WS-RODAPE-4.
           03 FILLER                  PIC X(34) VALUE
              'OPERADORES COM FALHAS REPETIDAS.: '.
           03 WS-ROD-REPETIDAS        PIC ZZZZ9.

       01 WS-RODAPE-5.
           03 FILLER                  PIC X(34) VALUE
              'EVENTOS FORA DO EXPEDIENTE......: '.
           03 WS-ROD-FORA             PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** RELATORIO DE SEGURANCA DAS SESSOES ***'
            CALL 'LOGINTT'                  USING WS-COM-AREA
            IF LOGIN-OK AND OPERADOR-SUPERVISOR IN WS-NIVEL-OPERADOR
                                                        THEN
                PERFORM P100-INFORMA-FILTROS THRU P100-FIM
                PERFORM P200-ABRE-ARQUIVOS   THRU P200-FIM
                IF RELATORIO-ABERTO
                    PERFORM P300-TOTALIZA    THRU P300-FIM
                    PERFORM P400-RESUMO      THRU P400-FIM
                    PERFORM P500-REPETIDAS   THRU P500-FIM
                    PERFORM P600-FORA-EXPEDIENTE THRU P600-FIM
                    PERFORM P800-RODAPE      THRU P800-FIM
                END-IF
            ELSE
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
            END-IF
            PERFORM P900-FIM
            .
       P100-INFORMA-FILTROS.
           INITIALIZE WS-TABELA-OPERADORES
           MOVE 0                       TO WS-QTD-EVENTOS
           MOVE 0                       TO WS-QTD-BLOQUEIOS
           MOVE 0                       TO WS-QTD-FORA
           MOVE 0                       TO WS-QTD-REPETIDAS
           MOVE 0                       TO WS-QTD-OPERADORES
           MOVE 0                       TO WS-DATA-SEMANA
           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD

           DISPLAY 'DATA INICIAL (AAAAMMDD, BRANCO = INICIO DO MES): '
           ACCEPT WS-DATA-INI
           IF WS-DATA-INI EQUAL 0
               MOVE WS-DATA-HOJE        TO WS-DATA
               MOVE 01                  TO WS-DATA-DIA
               MOVE WS-DATA             TO WS-DATA-INI
           END-IF

           DISPLAY 'DATA FINAL   (AAAAMMDD, BRANCO = HOJE): '
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM EQUAL 0
               MOVE WS-DATA-HOJE        TO WS-DATA-FIM
           END-IF

           DISPLAY 'INICIO DO EXPEDIENTE (HHMM, BRANCO = 0700): '
           ACCEPT WS-HORA-INI
           IF WS-HORA-INI EQUAL 0
               MOVE 0700                TO WS-HORA-INI
           END-IF

           DISPLAY 'FIM DO EXPEDIENTE    (HHMM, BRANCO = 1900): '
           ACCEPT WS-HORA-FIM
           IF WS-HORA-FIM EQUAL 0
               MOVE 1900                TO WS-HORA-FIM
           END-IF
           .
       P100-FIM.

       P200-ABRE-ARQUIVOS.
           SET FS-OK-RELATORIO          TO TRUE
           SET FS-OK-USUARIOS           TO TRUE

           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RELATORIO
               GO TO P200-FIM
           END-IF

           SET RELATORIO-ABERTO         TO TRUE

      *    SEM O CADASTRO DE OPERADORES O RELATORIO SAI SEM OS NOMES.
           OPEN INPUT USUARIOS

           IF FS-OK-USUARIOS
               SET USUARIOS-ABERTO      TO TRUE
           ELSE
               DISPLAY 'AVISO: CADASTRO DE OPERADORES NAO ABERTO. '
                       'FILE STATUS: ' WS-FS-USUARIOS
           END-IF

           MOVE WS-DATA-INI             TO WS-DATA
           PERFORM P890-EDITA-DATA      THRU P890-FIM
           MOVE WS-DATA-ED              TO WS-CAB-DATA-INI
           MOVE WS-DATA-FIM             TO WS-DATA
           PERFORM P890-EDITA-DATA      THRU P890-FIM
           MOVE WS-DATA-ED              TO WS-CAB-DATA-FIM
           DIVIDE WS-HORA-INI BY 100    GIVING WS-CAB-HH-INI
                                        REMAINDER WS-CAB-MM-INI
           DIVIDE WS-HORA-FIM BY 100    GIVING WS-CAB-HH-FIM
                                        REMAINDER WS-CAB-MM-FIM
           WRITE REG-RELATORIO          FROM WS-CABECALHO
           WRITE REG-RELATORIO          FROM WS-CAB-EXPEDIENTE
           WRITE REG-RELATORIO          FROM WS-SEPARADOR
           .
       P200-FIM.

      *    PRIMEIRA LEITURA: CONTADORES POR OPERADOR E LISTA DOS
      *    BLOQUEIOS, NA ORDEM EM QUE ACONTECERAM.
       P300-TOTALIZA.
           WRITE REG-RELATORIO          FROM WS-TITULO-BLOQUEIOS
           WRITE REG-RELATORIO          FROM WS-CAB-EVENTOS

           SET FS-OK-LOG                TO TRUE
           SET EOF-OK                   TO FALSE

           OPEN INPUT LOGSESTT

           IF NOT FS-OK-LOG
               DISPLAY 'DIARIO DE SESSOES NAO ENCONTRADO. FILE STATUS: '
                       WS-FS-LOG
               WRITE REG-RELATORIO      FROM WS-NENHUM
               GO TO P300-FIM
           END-IF

           READ LOGSESTT NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ

           PERFORM P320-CONTA-EVENTO   THRU P320-FIM UNTIL EOF-OK

           CLOSE LOGSESTT

           IF WS-QTD-BLOQUEIOS = 0
               WRITE REG-RELATORIO      FROM WS-NENHUM
           END-IF
           .
       P300-FIM.

       P320-CONTA-EVENTO.
           IF SES-DATA < WS-DATA-INI OR SES-DATA > WS-DATA-FIM
               GO TO P320-LE
           END-IF

           ADD 1                        TO WS-QTD-EVENTOS
           COMPUTE WS-IDX = SES-ID-OPERADOR + 1
           ADD 1                        TO WS-OP-EVENTOS (WS-IDX)

           EVALUATE TRUE
               WHEN SES-ENTRADA
                   ADD 1                TO WS-OP-ENTRADAS (WS-IDX)
               WHEN SES-FALHA
                   ADD 1                TO WS-OP-FALHAS (WS-IDX)
                   MOVE SES-DATA        TO WS-OP-ULT-FALHA-DT (WS-IDX)
                   MOVE SES-HORA        TO WS-OP-ULT-FALHA-HR (WS-IDX)
               WHEN SES-BLOQUEIO
                   ADD 1                TO WS-OP-BLOQUEIOS (WS-IDX)
                   ADD 1                TO WS-QTD-BLOQUEIOS
                   PERFORM P700-LINHA-EVENTO THRU P700-FIM
               WHEN SES-TROCA-SENHA
                   ADD 1                TO WS-OP-TROCAS-SENHA (WS-IDX)
               WHEN SES-TROCA-OPERADOR OR SES-SAIDA
                   ADD 1                TO WS-OP-SAIDAS (WS-IDX)
           END-EVALUATE

           PERFORM P350-VERIFICA-HORARIO THRU P350-FIM

           IF FORA-EXPEDIENTE
               ADD 1                    TO WS-OP-FORA (WS-IDX)
               ADD 1                    TO WS-QTD-FORA
           END-IF
           .
       P320-LE.
           READ LOGSESTT NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

      *    FORA DO EXPEDIENTE: SABADO, DOMINGO, ANTES DO INICIO OU A
      *    PARTIR DO FIM. O DIA DA SEMANA SO E RECALCULADO QUANDO A
      *    DATA DO EVENTO MUDA.
       P350-VERIFICA-HORARIO.
           SET FORA-EXPEDIENTE          TO FALSE

           IF SES-DATA NOT EQUAL WS-DATA-SEMANA
               MOVE SES-DATA            TO WS-DATA-SEMANA
               MOVE SES-DATA            TO WS-DC-DATA
               PERFORM P720-DIAS-CORRIDOS THRU P720-FIM
               DIVIDE WS-DC-DIAS BY 7   GIVING WS-DC-QUOC
                                        REMAINDER WS-DC-RESTO-7
               COMPUTE WS-DIA-SEMANA = WS-DC-RESTO-7 + 1
           END-IF

           MOVE SES-HORA                TO WS-HORA
           COMPUTE WS-HHMM = WS-HORA-HH * 100 + WS-HORA-MM

           IF WS-DIA-SEMANA EQUAL 1 OR WS-DIA-SEMANA EQUAL 7
              OR WS-HHMM < WS-HORA-INI
              OR WS-HHMM NOT < WS-HORA-FIM
               SET FORA-EXPEDIENTE      TO TRUE
           END-IF
           .
       P350-FIM.

       P400-RESUMO.
           WRITE REG-RELATORIO          FROM SPACES
           WRITE REG-RELATORIO          FROM WS-TITULO-RESUMO
           WRITE REG-RELATORIO          FROM WS-CAB-RESUMO

           MOVE 1                       TO WS-IDX
           PERFORM P420-LINHA-RESUMO   THRU P420-FIM
               UNTIL WS-IDX > 10000

           IF WS-QTD-OPERADORES = 0
               WRITE REG-RELATORIO      FROM WS-NENHUM
           END-IF
           .
       P400-FIM.

       P420-LINHA-RESUMO.
           IF WS-OP-EVENTOS (WS-IDX) = 0
               GO TO P420-PROXIMO
           END-IF

           ADD 1                        TO WS-QTD-OPERADORES
           COMPUTE WS-DRS-OPERADOR = WS-IDX - 1
           MOVE WS-DRS-OPERADOR         TO ID-USUARIO
           PERFORM P750-BUSCA-OPERADOR THRU P750-FIM
           MOVE WS-NOME-ACHADO          TO WS-DRS-NOME
           MOVE WS-OP-ENTRADAS (WS-IDX) TO WS-DRS-ENTRADAS
           MOVE WS-OP-FALHAS (WS-IDX)   TO WS-DRS-FALHAS
           MOVE WS-OP-BLOQUEIOS (WS-IDX) TO WS-DRS-BLOQUEIOS
           MOVE WS-OP-TROCAS-SENHA (WS-IDX) TO WS-DRS-TROCAS
           MOVE WS-OP-SAIDAS (WS-IDX)   TO WS-DRS-SAIDAS
           MOVE WS-OP-FORA (WS-IDX)     TO WS-DRS-FORA
           WRITE REG-RELATORIO          FROM WS-DET-RESUMO
           .
       P420-PROXIMO.
           ADD 1                        TO WS-IDX
           .
       P420-FIM.

       P500-REPETIDAS.
           MOVE WS-LIMITE-FALHAS        TO WS-TIT-LIMITE
           WRITE REG-RELATORIO          FROM SPACES
           WRITE REG-RELATORIO          FROM WS-TITULO-REPETIDAS
           WRITE REG-RELATORIO          FROM WS-CAB-REPETIDAS

           MOVE 1                       TO WS-IDX
           PERFORM P520-LINHA-REPETIDA THRU P520-FIM
               UNTIL WS-IDX > 10000

           IF WS-QTD-REPETIDAS = 0
               WRITE REG-RELATORIO      FROM WS-NENHUM
           END-IF
           .
       P500-FIM.

       P520-LINHA-REPETIDA.
           IF WS-OP-FALHAS (WS-IDX) < WS-LIMITE-FALHAS
               GO TO P520-PROXIMO
           END-IF

           ADD 1                        TO WS-QTD-REPETIDAS
           COMPUTE WS-DRP-OPERADOR = WS-IDX - 1
           MOVE WS-DRP-OPERADOR         TO ID-USUARIO
           PERFORM P750-BUSCA-OPERADOR THRU P750-FIM
           MOVE WS-NOME-ACHADO          TO WS-DRP-NOME
           MOVE WS-SITUACAO-ACHADA      TO WS-DRP-SITUACAO
           MOVE WS-OP-FALHAS (WS-IDX)   TO WS-DRP-FALHAS
           MOVE WS-OP-ULT-FALHA-DT (WS-IDX) TO WS-DATA
           PERFORM P890-EDITA-DATA      THRU P890-FIM
           MOVE WS-DATA-ED              TO WS-DRP-DATA
           MOVE WS-OP-ULT-FALHA-HR (WS-IDX) TO WS-HORA
           PERFORM P895-EDITA-HORA      THRU P895-FIM
           MOVE WS-HORA-ED              TO WS-DRP-HORA
           WRITE REG-RELATORIO          FROM WS-DET-REPETIDA
           .
       P520-PROXIMO.
           ADD 1                        TO WS-IDX
           .
       P520-FIM.

      *    SEGUNDA LEITURA: LISTA DA ATIVIDADE FORA DO EXPEDIENTE.
       P600-FORA-EXPEDIENTE.
           WRITE REG-RELATORIO          FROM SPACES
           WRITE REG-RELATORIO          FROM WS-TITULO-FORA
           WRITE REG-RELATORIO          FROM WS-CAB-EVENTOS

           IF WS-QTD-FORA = 0
               WRITE REG-RELATORIO      FROM WS-NENHUM
               GO TO P600-FIM
           END-IF

           SET FS-OK-LOG                TO TRUE
           SET EOF-OK                   TO FALSE
           MOVE 0                       TO WS-DATA-SEMANA

           OPEN INPUT LOGSESTT

           IF NOT FS-OK-LOG
               GO TO P600-FIM
           END-IF

           READ LOGSESTT NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ

           PERFORM P620-LISTA-FORA     THRU P620-FIM UNTIL EOF-OK

           CLOSE LOGSESTT
           .
       P600-FIM.

       P620-LISTA-FORA.
           IF SES-DATA < WS-DATA-INI OR SES-DATA > WS-DATA-FIM
               GO TO P620-LE
           END-IF

           PERFORM P350-VERIFICA-HORARIO THRU P350-FIM

           IF FORA-EXPEDIENTE
               PERFORM P700-LINHA-EVENTO THRU P700-FIM
           END-IF
           .
       P620-LE.
           READ LOGSESTT NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P620-FIM.

       P700-LINHA-EVENTO.
           IF SES-DATA NOT EQUAL WS-DATA-SEMANA
               PERFORM P350-VERIFICA-HORARIO THRU P350-FIM
           END-IF

           MOVE SES-DATA                TO WS-DATA
           PERFORM P890-EDITA-DATA      THRU P890-FIM
           MOVE WS-DATA-ED              TO WS-DEV-DATA
           MOVE WS-NOME-SEMANA (WS-DIA-SEMANA) TO WS-DEV-SEMANA
           MOVE SES-HORA                TO WS-HORA
           PERFORM P895-EDITA-HORA      THRU P895-FIM
           MOVE WS-HORA-ED              TO WS-DEV-HORA
           MOVE SES-ID-OPERADOR         TO WS-DEV-OPERADOR
           MOVE SES-ID-OPERADOR         TO ID-USUARIO
           PERFORM P750-BUSCA-OPERADOR THRU P750-FIM
           MOVE WS-NOME-ACHADO          TO WS-DEV-NOME
           MOVE SES-DETALHE             TO WS-DEV-DETALHE
           WRITE REG-RELATORIO          FROM WS-DET-EVENTO
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

      *    NOME E SITUACAO ATUAL DO OPERADOR EM ID-USUARIO.
       P750-BUSCA-OPERADOR.
           MOVE SPACES                  TO WS-NOME-ACHADO
           MOVE SPACES                  TO WS-SITUACAO-ACHADA

           IF ID-USUARIO EQUAL ZERO
               MOVE '(CODIGO EM BRANCO)' TO WS-NOME-ACHADO
               GO TO P750-FIM
           END-IF

           IF NOT USUARIOS-ABERTO
               GO TO P750-FIM
           END-IF

           READ USUARIOS
               INVALID KEY
                   MOVE '(NAO CADASTRADO)' TO WS-NOME-ACHADO
               NOT INVALID KEY
                   MOVE NM-USUARIO      TO WS-NOME-ACHADO
                   EVALUATE TRUE
                       WHEN USUARIO-ATIVO
                           MOVE 'ATIVO'     TO WS-SITUACAO-ACHADA
                       WHEN USUARIO-BLOQUEADO
                           MOVE 'BLOQUEADO' TO WS-SITUACAO-ACHADA
                       WHEN USUARIO-INATIVO
                           MOVE 'INATIVO'   TO WS-SITUACAO-ACHADA
                   END-EVALUATE
           END-READ
           .
       P750-FIM.

       P800-RODAPE.
           MOVE WS-QTD-EVENTOS          TO WS-ROD-EVENTOS
           MOVE WS-QTD-OPERADORES       TO WS-ROD-OPERADORES
           MOVE WS-QTD-BLOQUEIOS        TO WS-ROD-BLOQUEIOS
           MOVE WS-QTD-REPETIDAS        TO WS-ROD-REPETIDAS
           MOVE WS-QTD-FORA             TO WS-ROD-FORA
           WRITE REG-RELATORIO          FROM WS-SEPARADOR
           WRITE REG-RELATORIO          FROM WS-RODAPE-1
           WRITE REG-RELATORIO          FROM WS-RODAPE-2
           WRITE REG-RELATORIO          FROM WS-RODAPE-3
           WRITE REG-RELATORIO          FROM WS-RODAPE-4
           WRITE REG-RELATORIO          FROM WS-RODAPE-5

           DISPLAY '-----------------------------------------------'
           DISPLAY 'EVENTOS NO PERIODO..............: ' WS-QTD-EVENTOS
           DISPLAY 'BLOQUEIOS.......................: '
                   WS-QTD-BLOQUEIOS
           DISPLAY 'OPERADORES COM FALHAS REPETIDAS.: '
                   WS-QTD-REPETIDAS
           DISPLAY 'EVENTOS FORA DO EXPEDIENTE......: ' WS-QTD-FORA
           DISPLAY 'RELATORIO GRAVADO EM RELSESTT-LST.'
           DISPLAY '-----------------------------------------------'
           .
       P800-FIM.

       P890-EDITA-DATA.
           MOVE WS-DATA-DIA             TO WS-ED-DIA
           MOVE WS-DATA-MES             TO WS-ED-MES
           MOVE WS-DATA-ANO             TO WS-ED-ANO
           .
       P890-FIM.

       P895-EDITA-HORA.
           MOVE WS-HORA-HH              TO WS-ED-HH
           MOVE WS-HORA-MM              TO WS-ED-MM
           MOVE WS-HORA-SS              TO WS-ED-SS
           .
       P895-FIM.

       P900-FIM.
            IF RELATORIO-ABERTO
                CLOSE RELATORIO
                SET RELATORIO-ABERTO    TO FALSE
            END-IF
            IF USUARIOS-ABERTO
                CLOSE USUARIOS
                SET USUARIOS-ABERTO     TO FALSE
            END-IF
            GOBACK.
       END PROGRAM RELSESTT.
