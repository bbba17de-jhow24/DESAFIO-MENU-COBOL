      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Relatorio das tarefas de retorno vencidas (TARCNTT.DAT,
      *          mantido pelo CADTARTT) agrupadas por operador
      *          responsavel, na ordem da chave do operador: numero,
      *          contato, vencimento, dias em atraso e descricao, com
      *          total e maior atraso por operador e totais gerais.
      *          Vencida e a tarefa aberta com vencimento anterior a
      *          data de posicao informada. Saida em RELTARTT-LST.
      *          Restrito a supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTARTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TAREFAS ASSIGN TO
               "TARCNTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS TAR-NUMERO
               ALTERNATE RECORD KEY IS TAR-ID-OPERADOR WITH DUPLICATES
               FILE STATUS IS WS-FS-TAREFAS.

               SELECT CONTATOS ASSIGN TO
               "CONTATOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT USUARIOS ASSIGN TO
               "CADUSRTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-USUARIO
               FILE STATUS IS WS-FS-USUARIOS.

               SELECT RELATORIO ASSIGN TO
               "RELTARTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD TAREFAS.
          COPY FD_TARTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD USUARIOS.
          COPY FD_USRTT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-TAREFAS               PIC 99.
           88 FS-OK-TAREFAS           VALUE 0.
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-USUARIOS              PIC 99.
           88 FS-OK-USUARIOS          VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-CONTATOS-ABERTO          PIC X     VALUE 'N'.
           88 CONTATOS-ABERTO         VALUE 'S' FALSE 'N'.
       77 WS-USUARIOS-ABERTO          PIC X     VALUE 'N'.
           88 USUARIOS-ABERTO         VALUE 'S' FALSE 'N'.
       77 WS-GRUPO                    PIC X     VALUE 'N'.
           88 GRUPO-ABERTO            VALUE 'S' FALSE 'N'.
       77 WS-DATA-POSICAO             PIC 9(08) VALUE 0.
       77 WS-OPERADOR-ATUAL           PIC 9(04) VALUE 0.
       77 WS-ATRASO                   PIC 9(05) VALUE 0.
       77 WS-DIAS-POSICAO             PIC 9(07) COMP VALUE 0.
       77 WS-QTD-OPERADOR             PIC 9(05) COMP VALUE 0.
       77 WS-MAIOR-ATRASO             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-VENCIDAS             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-OPERADORES           PIC 9(05) COMP VALUE 0.
       77 WS-QTD-ABERTAS              PIC 9(05) COMP VALUE 0.

      *    CONTAGEM DE DIAS CORRIDOS DESDE O INICIO DA ERA PARA UMA
      *    DATA AAAAMMDD, COM ANOS BISSEXTOS (P720-DIAS-CORRIDOS).
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
       77 WS-DC-BISSEXTO              PIC X     VALUE 'N'.
           88 ANO-BISSEXTO            VALUE 'S' FALSE 'N'.
       01 WS-DIAS-ACUMULADOS          PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01 FILLER REDEFINES WS-DIAS-ACUMULADOS.
           03 WS-DIAS-ANTES-MES       PIC 9(03) OCCURS 12 TIMES.

       01 WS-DATA-AUX                 PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO              PIC 9(04).
           03 WS-AUX-MES              PIC 9(02).
           03 WS-AUX-DIA              PIC 9(02).
       01 WS-DATA-ED.
           03 WS-ED-DIA               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-MES               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-ANO               PIC 9(04).

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'TAREFAS DE RETORNO VENCIDAS POR OPERADOR'.
           03 FILLER                  PIC X(15) VALUE
              ' - POSICAO EM '.
           03 WS-CAB-DATA             PIC X(10).

       01 WS-CAB-OPERADOR.
           03 FILLER                  PIC X(10) VALUE 'OPERADOR: '.
           03 WS-COP-ID               PIC 9(04).
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-COP-NOME             PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-COP-SITUACAO         PIC X(18).

       01 WS-CAB-COLUNAS.
           03 FILLER                  PIC X(40) VALUE
              'NUMERO CONT NOME DO CONTATO       VENCIM'.
           03 FILLER                  PIC X(40) VALUE
              'ENTO ATRASO DESCRICAO'.

       01 WS-DETALHE.
           03 WS-DET-NUMERO           PIC 9(06).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-CONTATO          PIC 9(04).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-NOME             PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-VENCIMENTO       PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-ATRASO           PIC ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-DESCRICAO        PIC X(30).

       01 WS-TOTAL-OPERADOR.
           03 FILLER                  PIC X(22) VALUE
              '  TOTAL DO OPERADOR: '.
           03 WS-TOP-QTD              PIC ZZZZ9.
           03 FILLER                  PIC X(30) VALUE
              ' TAREFA(S) - MAIOR ATRASO: '.
           03 WS-TOP-MAIOR            PIC ZZZZ9.
           03 FILLER                  PIC X(08) VALUE ' DIA(S)'.

       01 WS-NENHUMA.
           03 FILLER                  PIC X(40) VALUE
              'NENHUMA TAREFA VENCIDA.'.

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(35) VALUE
              'TAREFAS ABERTAS..................: '.
           03 WS-ROD-ABERTAS          PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(35) VALUE
              'TAREFAS VENCIDAS.................: '.
           03 WS-ROD-VENCIDAS         PIC ZZZZ9.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(35) VALUE
              'OPERADORES COM TAREFAS VENCIDAS..: '.
           03 WS-ROD-OPERADORES       PIC ZZZZ9.

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
            PERFORM P100-INICIA         THRU P100-FIM
            PERFORM P300-LISTA          THRU P300-FIM
            PERFORM P800-RODAPE         THRU P800-FIM
            PERFORM P900-FIM
            .
       P100-INICIA.
           MOVE 0                      TO WS-QTD-VENCIDAS
           MOVE 0                      TO WS-QTD-OPERADORES
           MOVE 0                      TO WS-QTD-ABERTAS
           SET GRUPO-ABERTO            TO FALSE

           DISPLAY 'DATA DE POSICAO (AAAAMMDD, BRANCO = HOJE): '
           ACCEPT WS-DATA-POSICAO

           IF WS-DATA-POSICAO EQUAL ZERO
               ACCEPT WS-DATA-POSICAO  FROM DATE YYYYMMDD
           END-IF

           MOVE WS-DATA-POSICAO        TO WS-DC-DATA
           PERFORM P720-DIAS-CORRIDOS  THRU P720-FIM
           MOVE WS-DC-DIAS             TO WS-DIAS-POSICAO

           SET FS-OK-TAREFAS           TO TRUE
           SET FS-OK-RELATORIO         TO TRUE

           OPEN INPUT TAREFAS

           IF NOT FS-OK-TAREFAS
               DISPLAY 'NENHUMA TAREFA CADASTRADA.'
               PERFORM P900-FIM
           END-IF

           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RELATORIO
               CLOSE TAREFAS
               PERFORM P900-FIM
           END-IF

      *    SEM OS CADASTROS O RELATORIO SAI SEM OS NOMES.
           SET FS-OK-CONTATOS          TO TRUE
           OPEN INPUT CONTATOS
           IF FS-OK-CONTATOS
               SET CONTATOS-ABERTO     TO TRUE
           END-IF

           SET FS-OK-USUARIOS          TO TRUE
           OPEN INPUT USUARIOS
           IF FS-OK-USUARIOS
               SET USUARIOS-ABERTO     TO TRUE
           END-IF

           MOVE WS-DATA-POSICAO        TO WS-DATA-AUX
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-CAB-DATA
           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           .
       P100-FIM.

       P300-LISTA.
           SET EOF-OK                  TO FALSE

           MOVE 0                      TO TAR-ID-OPERADOR
           START TAREFAS KEY IS NOT LESS THAN TAR-ID-OPERADOR
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ TAREFAS NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P320-TAREFA         THRU P320-FIM UNTIL EOF-OK

           IF GRUPO-ABERTO
               PERFORM P360-FECHA-GRUPO THRU P360-FIM
           END-IF

           IF WS-QTD-VENCIDAS = 0
               WRITE REG-RELATORIO     FROM WS-NENHUMA
           END-IF

           CLOSE TAREFAS
           .
       P300-FIM.

       P320-TAREFA.
           IF NOT TAR-ABERTA
               GO TO P320-LE
           END-IF

           ADD 1                       TO WS-QTD-ABERTAS

           IF TAR-DT-VENCIMENTO NOT LESS THAN WS-DATA-POSICAO
               GO TO P320-LE
           END-IF

           IF GRUPO-ABERTO AND TAR-ID-OPERADOR NOT EQUAL
                                                 WS-OPERADOR-ATUAL
               PERFORM P360-FECHA-GRUPO THRU P360-FIM
           END-IF

           IF NOT GRUPO-ABERTO
               PERFORM P340-ABRE-GRUPO THRU P340-FIM
           END-IF

           MOVE TAR-DT-VENCIMENTO      TO WS-DC-DATA
           PERFORM P720-DIAS-CORRIDOS  THRU P720-FIM
           COMPUTE WS-ATRASO = WS-DIAS-POSICAO - WS-DC-DIAS

           ADD 1                       TO WS-QTD-OPERADOR
           ADD 1                       TO WS-QTD-VENCIDAS
           IF WS-ATRASO > WS-MAIOR-ATRASO
               MOVE WS-ATRASO          TO WS-MAIOR-ATRASO
           END-IF

           MOVE TAR-NUMERO             TO WS-DET-NUMERO
           MOVE TAR-ID-CONTATO         TO WS-DET-CONTATO
           MOVE SPACES                 TO WS-DET-NOME
           IF CONTATOS-ABERTO
               MOVE TAR-ID-CONTATO     TO ID-CONTATO
               READ CONTATOS
                   INVALID KEY
                       MOVE '(NAO CADASTRADO)' TO WS-DET-NOME
                   NOT INVALID KEY
                       MOVE NM-CONTATO TO WS-DET-NOME
               END-READ
           END-IF
           MOVE TAR-DT-VENCIMENTO      TO WS-DATA-AUX
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-DET-VENCIMENTO
           MOVE WS-ATRASO              TO WS-DET-ATRASO
           MOVE TAR-DESCRICAO          TO WS-DET-DESCRICAO
           WRITE REG-RELATORIO         FROM WS-DETALHE
           .
       P320-LE.
           READ TAREFAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P320-FIM.

       P340-ABRE-GRUPO.
           SET GRUPO-ABERTO            TO TRUE
           MOVE TAR-ID-OPERADOR        TO WS-OPERADOR-ATUAL
           MOVE 0                      TO WS-QTD-OPERADOR
           MOVE 0                      TO WS-MAIOR-ATRASO
           ADD 1                       TO WS-QTD-OPERADORES

           MOVE TAR-ID-OPERADOR        TO WS-COP-ID
           MOVE SPACES                 TO WS-COP-NOME
           MOVE SPACES                 TO WS-COP-SITUACAO
           IF USUARIOS-ABERTO
               MOVE TAR-ID-OPERADOR    TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       MOVE '(NAO CADASTRADO)' TO WS-COP-NOME
                   NOT INVALID KEY
                       MOVE NM-USUARIO TO WS-COP-NOME
                       IF USUARIO-INATIVO
                           MOVE '(OPERADOR INATIVO)' TO WS-COP-SITUACAO
                       END-IF
               END-READ
           END-IF

           WRITE REG-RELATORIO         FROM SPACES
           WRITE REG-RELATORIO         FROM WS-CAB-OPERADOR
           WRITE REG-RELATORIO         FROM WS-CAB-COLUNAS
           .
       P340-FIM.

       P360-FECHA-GRUPO.
           MOVE WS-QTD-OPERADOR        TO WS-TOP-QTD
           MOVE WS-MAIOR-ATRASO        TO WS-TOP-MAIOR
           WRITE REG-RELATORIO         FROM WS-TOTAL-OPERADOR
           SET GRUPO-ABERTO            TO FALSE
           .
       P360-FIM.

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

       P800-RODAPE.
           MOVE WS-QTD-ABERTAS         TO WS-ROD-ABERTAS
           MOVE WS-QTD-VENCIDAS        TO WS-ROD-VENCIDAS
           MOVE WS-QTD-OPERADORES      TO WS-ROD-OPERADORES
           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           WRITE REG-RELATORIO         FROM WS-RODAPE-1
           WRITE REG-RELATORIO         FROM WS-RODAPE-2
           WRITE REG-RELATORIO         FROM WS-RODAPE-3

           CLOSE RELATORIO

           DISPLAY '-----------------------------------------------'
           DISPLAY 'TAREFAS ABERTAS.................: ' WS-QTD-ABERTAS
           DISPLAY 'TAREFAS VENCIDAS................: '
                   WS-QTD-VENCIDAS
           DISPLAY 'OPERADORES COM TAREFAS VENCIDAS.: '
                   WS-QTD-OPERADORES
           DISPLAY 'RELATORIO GRAVADO EM RELTARTT-LST.'
           DISPLAY '-----------------------------------------------'
           .
       P800-FIM.

       P890-EDITA-DATA.
           MOVE WS-AUX-DIA             TO WS-ED-DIA
           MOVE WS-AUX-MES             TO WS-ED-MES
           MOVE WS-AUX-ANO             TO WS-ED-ANO
           .
       P890-FIM.

       P900-FIM.
            IF CONTATOS-ABERTO
                CLOSE CONTATOS
                SET CONTATOS-ABERTO     TO FALSE
            END-IF
            IF USUARIOS-ABERTO
                CLOSE USUARIOS
                SET USUARIOS-ABERTO     TO FALSE
            END-IF
            GOBACK.
       END PROGRAM RELTARTT.
