      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Relatorio diario dos alunos ainda nao retirados: alunos
      *          ativos sem registro no livro de saida (SAIDALTT.DAT,
      *          gravado pela portaria no PORTALTT) na data informada,
      *          agrupados por turma (tabela em memoria ordenada por
      *          selection sort, nos moldes do TURMALTT), com o
      *          responsavel titular e o telefone para contato. Aluno
      *          lancado como ausente na frequencia do dia nao entra;
      *          aluno sem frequencia lancada entra. Saida em
      *          RELSAITT-LST.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Recebe a area de comunicacao do MENUCNTT: o
      *                 operador sem acesso a todas as unidades so ve os
      *                 alunos da sua unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSAITT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT SAIDAS ASSIGN TO
               "SAIDALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS SAI-CHAVE
               FILE STATUS IS WS-FS-SAIDAS.

               SELECT FREQUENCIA ASSIGN TO
               "FREQALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS FREQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

               SELECT CONTATOS ASSIGN TO
               "CONTATOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT TURMAS ASSIGN TO
               "TURMAS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS NUM-TURMA
               FILE STATUS IS WS-FS-TURMAS.

               SELECT RELATORIO ASSIGN TO
               "RELSAITT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_ALLTT.

       FD SAIDAS.
          COPY FD_SAIAT.

       FD FREQUENCIA.
          COPY FD_FREQTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD TURMAS.
          COPY FD_TURMA.

       FD RELATORIO.
       01 REG-RELATORIO                   PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS                 PIC 99.
           88 FS-OK-ALUNOS              VALUE 0.
       77 WS-FS-SAIDAS                 PIC 99.
           88 FS-OK-SAIDAS              VALUE 0.
       77 WS-FS-FREQ                   PIC 99.
           88 FS-OK-FREQ                VALUE 0.
       77 WS-FS-CONTATOS               PIC 99.
           88 FS-OK-CONTATOS            VALUE 0.
       77 WS-FS-TURMAS                 PIC 99.
           88 FS-OK-TURMAS              VALUE 0.
       77 WS-FS-RELATORIO              PIC 99.
           88 FS-OK-RELATORIO           VALUE 0.
       77 WS-EOF                       PIC X.
           88 EOF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-SAIDAS-ABERTO             PIC X     VALUE 'N'.
           88 SAIDAS-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-FREQ-ABERTO               PIC X     VALUE 'N'.
           88 FREQ-ABERTO               VALUE 'S' FALSE 'N'.
       77 WS-CONTATOS-ABERTO           PIC X     VALUE 'N'.
           88 CONTATOS-ABERTO           VALUE 'S' FALSE 'N'.
       77 WS-TURMAS-ABERTO             PIC X     VALUE 'N'.
           88 TURMAS-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-DATA-SAIDA                PIC 9(08) VALUE 0.
       77 WS-MAX-ALUNOS                PIC 9(05) COMP VALUE 1000.
       77 WS-QTD-TABELA                PIC 9(05) COMP VALUE 0.
       77 WS-IDX-I                     PIC 9(05) COMP VALUE 0.
       77 WS-IDX-J                     PIC 9(05) COMP VALUE 0.
       77 WS-IDX-MENOR                 PIC 9(05) COMP VALUE 0.
       77 WS-QTD-ATIVOS                PIC 9(05) COMP VALUE 0.
       77 WS-QTD-AUSENTES              PIC 9(05) COMP VALUE 0.
       77 WS-QTD-RETIRADOS             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-TURMA                 PIC 9(05) COMP VALUE 0.
       77 WS-TURMA-ATUAL               PIC 9(02).
       77 WS-UNIDADE-FILTRO            PIC 9(02) VALUE 0.
           88 TODAS-AS-UNIDADES        VALUE 0.

       01 WS-TABELA-ALUNOS.
           03 WS-TAB-ALUNO OCCURS 1000 TIMES.
               05 WS-TAB-ID            PIC 9(04).
               05 WS-TAB-NOME          PIC X(20).
               05 WS-TAB-TURMA         PIC 9(02).
               05 WS-TAB-CONTATO       PIC 9(04).

       01 WS-TAB-TROCA.
           05 WS-TROCA-ID              PIC 9(04).
           05 WS-TROCA-NOME            PIC X(20).
           05 WS-TROCA-TURMA           PIC 9(02).
           05 WS-TROCA-CONTATO         PIC 9(04).

       01 WS-DATA-AUX                  PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO               PIC 9(04).
           03 WS-AUX-MES               PIC 9(02).
           03 WS-AUX-DIA               PIC 9(02).
       01 WS-DATA-ED.
           03 WS-ED-DIA                PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-ED-MES                PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-ED-ANO                PIC 9(04).

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'ALUNOS AINDA NAO RETIRADOS - SAIDA DE '.
           03 WS-CAB-DATA             PIC X(10).

       01 WS-CAB-UNIDADE.
           03 FILLER                  PIC X(09) VALUE 'UNIDADE: '.
           03 WS-CAB-UNIDADE-DESC     PIC X(05) VALUE SPACES.

       01 WS-TURMA-LINHA.
           03 FILLER                  PIC X(08) VALUE 'TURMA: '.
           03 WS-TURMA-LINHA-NUM       PIC Z9.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-TURMA-LINHA-NOME      PIC X(20).
           03 FILLER                  PIC X(08) VALUE '  SALA: '.
           03 WS-TURMA-LINHA-SALA      PIC X(05).

       01 WS-CAB-COLUNAS.
           03 FILLER                  PIC X(40) VALUE
              '     ALUNO NOME                 RESPONSA'.
           03 FILLER                  PIC X(40) VALUE
              'VEL          TELEFONE'.

       01 WS-DETALHE.
           03 FILLER                  PIC X(05) VALUE SPACES.
           03 WS-DET-ID                PIC ZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-NOME              PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-RESPONSAVEL       PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-TELEFONE          PIC Z(11)9.

       01 WS-TURMA-TOTAL.
           03 FILLER                  PIC X(05) VALUE SPACES.
           03 FILLER                  PIC X(22) VALUE
              'AGUARDANDO RETIRADA.: '.
           03 WS-TURMA-TOTAL-NUM       PIC ZZZZ9.

       01 WS-NENHUM.
           03 FILLER                  PIC X(40) VALUE
              'NENHUM ALUNO AGUARDANDO RETIRADA.'.

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(25) VALUE
              'ALUNOS ATIVOS..........: '.
           03 WS-ROD-ATIVOS           PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(25) VALUE
              'AUSENTES NO DIA........: '.
           03 WS-ROD-AUSENTES         PIC ZZZZ9.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(25) VALUE
              'JA RETIRADOS...........: '.
           03 WS-ROD-RETIRADOS        PIC ZZZZ9.

       01 WS-RODAPE-4.
           03 FILLER                  PIC X(25) VALUE
              'AGUARDANDO RETIRADA....: '.
           03 WS-ROD-AGUARDANDO       PIC ZZZZ9.

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
            MOVE 0                TO WS-QTD-TABELA
            MOVE 0                TO WS-QTD-ATIVOS
            MOVE 0                TO WS-QTD-AUSENTES
            MOVE 0                TO WS-QTD-RETIRADOS
            MOVE 0                TO WS-QTD-TURMA
            PERFORM P050-DEFINE-UNIDADE THRU P050-FIM
            PERFORM P100-ABRE-ARQUIVOS THRU P100-FIM
            PERFORM P200-CARREGA-TABELA THRU P200-FIM
            PERFORM P500-ORDENA-I      THRU P500-FIM
            PERFORM P700-CABECALHO
            PERFORM P600-IMPRIME       THRU P600-FIM
            PERFORM P650-FECHA-TURMA
            PERFORM P800-RODAPE
            PERFORM P900-FIM
            .
      *    O OPERADOR SEM ACESSO A TODAS AS UNIDADES SO VE OS ALUNOS
      *    DA SUA UNIDADE. COM ACESSO A TODAS, A LISTA E DA ESCOLA
      *    INTEIRA.
       P050-DEFINE-UNIDADE.
           MOVE 0                       TO WS-UNIDADE-FILTRO

           IF NOT ACESSO-TODAS-UNIDADES
               MOVE LK-UNIDADE-OPERADOR TO WS-UNIDADE-FILTRO
           END-IF
           .
       P050-FIM.

       P100-ABRE-ARQUIVOS.
           DISPLAY '*** ALUNOS AINDA NAO RETIRADOS ***'
           DISPLAY 'DATA DA SAIDA (AAAAMMDD, BRANCO = HOJE): '
           ACCEPT WS-DATA-SAIDA

           IF WS-DATA-SAIDA EQUAL ZERO
               ACCEPT WS-DATA-SAIDA    FROM DATE YYYYMMDD
           END-IF

           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-RELATORIO         TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT ALUNOS
           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-ALUNOS OR NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO RELATORIO.'
               DISPLAY 'FILE STATUS ALUNOS...: ' WS-FS-ALUNOS
               DISPLAY 'FILE STATUS RELATORIO: ' WS-FS-RELATORIO
               PERFORM P900-FIM
           END-IF

      *    SEM LIVRO DE SAIDA NINGUEM FOI RETIRADO; SEM FREQUENCIA
      *    TODOS CONTAM COMO PRESENTES.
           SET FS-OK-SAIDAS            TO TRUE
           OPEN INPUT SAIDAS
           IF FS-OK-SAIDAS
               SET SAIDAS-ABERTO       TO TRUE
           END-IF

           SET FS-OK-FREQ              TO TRUE
           OPEN INPUT FREQUENCIA
           IF FS-OK-FREQ
               SET FREQ-ABERTO         TO TRUE
           END-IF

           SET FS-OK-CONTATOS          TO TRUE
           OPEN INPUT CONTATOS
           IF FS-OK-CONTATOS
               SET CONTATOS-ABERTO     TO TRUE
           END-IF

           SET FS-OK-TURMAS            TO TRUE
           OPEN INPUT TURMAS
           IF FS-OK-TURMAS
               SET TURMAS-ABERTO       TO TRUE
           END-IF
           .
       P100-FIM.

       P200-CARREGA-TABELA.
           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK         TO TRUE
           END-READ

           PERFORM P220-EMPILHA        THRU P220-FIM UNTIL EOF-OK

           IF WS-QTD-TABELA = WS-MAX-ALUNOS
               DISPLAY 'ATENCAO: LIMITE DE ' WS-MAX-ALUNOS
                       ' ALUNOS ATINGIDO. RELATORIO PODE ESTAR '
                       'INCOMPLETO.'
           END-IF
           .
       P200-FIM.

       P220-EMPILHA.
           IF NOT ALUNO-ATIVO
               GO TO P220-LE
           END-IF

           IF NOT TODAS-AS-UNIDADES
              AND UNIDADE-ALUNO NOT EQUAL WS-UNIDADE-FILTRO
               GO TO P220-LE
           END-IF

           ADD 1                        TO WS-QTD-ATIVOS

           IF FREQ-ABERTO
               MOVE WS-DATA-SAIDA       TO FREQ-DATA
               MOVE ID-ALUNO            TO FREQ-ID-ALUNO
               READ FREQUENCIA
                   INVALID KEY
                       MOVE SPACES      TO FREQ-SITUACAO
               END-READ
               IF FREQ-AUSENTE
                   ADD 1                TO WS-QTD-AUSENTES
                   GO TO P220-LE
               END-IF
           END-IF

           IF SAIDAS-ABERTO
               MOVE WS-DATA-SAIDA       TO SAI-DATA
               MOVE ID-ALUNO            TO SAI-ID-ALUNO
               READ SAIDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1            TO WS-QTD-RETIRADOS
                       GO TO P220-LE
               END-READ
           END-IF

           IF WS-QTD-TABELA < WS-MAX-ALUNOS
               ADD 1                    TO WS-QTD-TABELA
               MOVE ID-ALUNO            TO WS-TAB-ID    (WS-QTD-TABELA)
               MOVE NM-ALUNO            TO WS-TAB-NOME  (WS-QTD-TABELA)
               MOVE NUM-ALUNO           TO WS-TAB-TURMA (WS-QTD-TABELA)
               MOVE REF-ID-CONTATO      TO
                                       WS-TAB-CONTATO (WS-QTD-TABELA)
           END-IF
           .
       P220-LE.
           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK         TO TRUE
           END-READ
           .
       P220-FIM.

       P500-ORDENA-I.
           MOVE 1                       TO WS-IDX-I

           PERFORM P510-ORDENA-J        THRU P510-FIM
               UNTIL WS-IDX-I >= WS-QTD-TABELA
           .
       P500-FIM.

       P510-ORDENA-J.
           MOVE WS-IDX-I                TO WS-IDX-MENOR
           COMPUTE WS-IDX-J = WS-IDX-I + 1

           PERFORM P520-PROCURA-MENOR   THRU P520-FIM
               UNTIL WS-IDX-J > WS-QTD-TABELA

           IF WS-IDX-MENOR NOT EQUAL WS-IDX-I
               PERFORM P530-TROCA       THRU P530-FIM
           END-IF

           ADD 1                        TO WS-IDX-I
           .
       P510-FIM.

       P520-PROCURA-MENOR.
           IF WS-TAB-TURMA (WS-IDX-J) < WS-TAB-TURMA (WS-IDX-MENOR)
               MOVE WS-IDX-J            TO WS-IDX-MENOR
           END-IF

           ADD 1                        TO WS-IDX-J
           .
       P520-FIM.

       P530-TROCA.
           MOVE WS-TAB-ALUNO (WS-IDX-I)     TO WS-TAB-TROCA
           MOVE WS-TAB-ALUNO (WS-IDX-MENOR) TO WS-TAB-ALUNO (WS-IDX-I)
           MOVE WS-TAB-TROCA            TO WS-TAB-ALUNO (WS-IDX-MENOR)
           .
       P530-FIM.

       P600-IMPRIME.
           MOVE 1                       TO WS-IDX-I

           IF WS-QTD-TABELA = 0
               WRITE REG-RELATORIO      FROM WS-NENHUM
           END-IF

           PERFORM P610-IMPRIME-LINHA   THRU P610-FIM
               UNTIL WS-IDX-I > WS-QTD-TABELA
           .
       P600-FIM.

       P610-IMPRIME-LINHA.
           IF WS-IDX-I = 1
               PERFORM P620-ABRE-TURMA  THRU P620-FIM
           ELSE
               IF WS-TAB-TURMA (WS-IDX-I) NOT EQUAL WS-TURMA-ATUAL
                   PERFORM P650-FECHA-TURMA
                   PERFORM P620-ABRE-TURMA THRU P620-FIM
               END-IF
           END-IF

           MOVE WS-TAB-ID   (WS-IDX-I)  TO WS-DET-ID
           MOVE WS-TAB-NOME (WS-IDX-I)  TO WS-DET-NOME
           MOVE SPACES                  TO WS-DET-RESPONSAVEL
           MOVE 0                       TO WS-DET-TELEFONE
           IF CONTATOS-ABERTO
               MOVE WS-TAB-CONTATO (WS-IDX-I) TO ID-CONTATO
               READ CONTATOS
                   INVALID KEY
                       MOVE '(SEM RESPONSAVEL)' TO WS-DET-RESPONSAVEL
                   NOT INVALID KEY
                       MOVE NM-CONTATO  TO WS-DET-RESPONSAVEL
                       MOVE TEL-CONTATO TO WS-DET-TELEFONE
               END-READ
           END-IF
           WRITE REG-RELATORIO          FROM WS-DETALHE

           ADD 1                        TO WS-QTD-TURMA
           ADD 1                        TO WS-IDX-I
           .
       P610-FIM.

       P620-ABRE-TURMA.
           MOVE WS-TAB-TURMA (WS-IDX-I) TO WS-TURMA-ATUAL
           MOVE 0                       TO WS-QTD-TURMA
           WRITE REG-RELATORIO          FROM SPACES
           MOVE WS-TURMA-ATUAL          TO WS-TURMA-LINHA-NUM
           MOVE 'TURMA NAO CADASTRADA'  TO WS-TURMA-LINHA-NOME
           MOVE SPACES                  TO WS-TURMA-LINHA-SALA
           IF TURMAS-ABERTO
               MOVE WS-TURMA-ATUAL      TO NUM-TURMA
               READ TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-TURMA    TO WS-TURMA-LINHA-NOME
                       MOVE SALA-TURMA  TO WS-TURMA-LINHA-SALA
               END-READ
           END-IF
           WRITE REG-RELATORIO          FROM WS-TURMA-LINHA
           WRITE REG-RELATORIO          FROM WS-CAB-COLUNAS
           .
       P620-FIM.

       P650-FECHA-TURMA.
           IF WS-QTD-TURMA > 0
               MOVE WS-QTD-TURMA        TO WS-TURMA-TOTAL-NUM
               WRITE REG-RELATORIO      FROM WS-TURMA-TOTAL
           END-IF
           .
       P700-CABECALHO.
           MOVE WS-DATA-SAIDA           TO WS-DATA-AUX
           MOVE WS-AUX-DIA              TO WS-ED-DIA
           MOVE WS-AUX-MES              TO WS-ED-MES
           MOVE WS-AUX-ANO              TO WS-ED-ANO
           MOVE WS-DATA-ED              TO WS-CAB-DATA
           WRITE REG-RELATORIO          FROM WS-CABECALHO
           IF TODAS-AS-UNIDADES
               MOVE 'TODAS'             TO WS-CAB-UNIDADE-DESC
           ELSE
               MOVE WS-UNIDADE-FILTRO   TO WS-CAB-UNIDADE-DESC
           END-IF
           WRITE REG-RELATORIO          FROM WS-CAB-UNIDADE
           .
       P800-RODAPE.
           MOVE WS-QTD-ATIVOS           TO WS-ROD-ATIVOS
           MOVE WS-QTD-AUSENTES         TO WS-ROD-AUSENTES
           MOVE WS-QTD-RETIRADOS        TO WS-ROD-RETIRADOS
           MOVE WS-QTD-TABELA           TO WS-ROD-AGUARDANDO
           WRITE REG-RELATORIO          FROM SPACES
           WRITE REG-RELATORIO          FROM WS-RODAPE-1
           WRITE REG-RELATORIO          FROM WS-RODAPE-2
           WRITE REG-RELATORIO          FROM WS-RODAPE-3
           WRITE REG-RELATORIO          FROM WS-RODAPE-4

           DISPLAY 'ALUNOS AGUARDANDO RETIRADA: ' WS-QTD-TABELA
           DISPLAY 'RELATORIO GRAVADO EM RELSAITT-LST.'
           .
       P900-FIM.
            CLOSE ALUNOS
            CLOSE RELATORIO
            IF SAIDAS-ABERTO
                CLOSE SAIDAS
                SET SAIDAS-ABERTO       TO FALSE
            END-IF
            IF FREQ-ABERTO
                CLOSE FREQUENCIA
                SET FREQ-ABERTO         TO FALSE
            END-IF
            IF CONTATOS-ABERTO
                CLOSE CONTATOS
                SET CONTATOS-ABERTO     TO FALSE
            END-IF
            IF TURMAS-ABERTO
                CLOSE TURMAS
                SET TURMAS-ABERTO       TO FALSE
            END-IF
            GOBACK.
       END PROGRAM RELSAITT.
