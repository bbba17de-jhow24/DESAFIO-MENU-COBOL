      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Boletim escolar do ano letivo, por aluno ou por turma
      *          inteira. Para cada aluno imprime em BOLETTT-LST as
      *          notas dos 4 bimestres por disciplina (AVALALTT.DAT),
      *          a media da disciplina, o percentual de frequencia do
      *          ano (FREQALTT.DAT, atrasado conta como presente) e a
      *          situacao final apurada pelo RESANOTT (RESALTT.DAT),
      *          quando ja houver.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Recebe a area de comunicacao do MENUCNTT: o
      *                 operador sem acesso a todas as unidades so emite
      *                 o boletim dos alunos da sua unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT TURMAS ASSIGN TO
               "TURMAS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS NUM-TURMA
               FILE STATUS IS WS-FS-TURMAS.

               SELECT AVALIACOES ASSIGN TO
               "AVALALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS AVAL-CHAVE
               FILE STATUS IS WS-FS-AVAL.

               SELECT FREQUENCIA ASSIGN TO
               "FREQALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS FREQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

               SELECT RESULTADOS ASSIGN TO
               "RESALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS RES-CHAVE
               FILE STATUS IS WS-FS-RES.

               SELECT RELATORIO ASSIGN TO
               "BOLETTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_ALLTT.

       FD TURMAS.
          COPY FD_TURMA.

       FD AVALIACOES.
          COPY FD_AVALT.

       FD FREQUENCIA.
          COPY FD_FREQTT.

       FD RESULTADOS.
          COPY FD_RESAT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-TURMAS                PIC 99.
           88 FS-OK-TURMAS            VALUE 0.
       77 WS-FS-AVAL                  PIC 99.
           88 FS-OK-AVAL              VALUE 0.
       77 WS-FS-FREQ                  PIC 99.
           88 FS-OK-FREQ              VALUE 0.
       77 WS-FS-RES                   PIC 99.
           88 FS-OK-RES               VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-AVAL                 PIC X.
           88 EOF-AVAL-OK             VALUE 'S' FALSE 'N'.
       77 WS-EOF-FREQ                 PIC X.
           88 EOF-FREQ-OK             VALUE 'S' FALSE 'N'.
       77 WS-TEM-FREQ                 PIC X     VALUE 'N'.
           88 TEM-FREQUENCIA          VALUE 'S' FALSE 'N'.
       77 WS-TEM-RES                  PIC X     VALUE 'N'.
           88 TEM-RESULTADO           VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                    PIC X     VALUE SPACES.
       77 WS-ANO-LETIVO               PIC 9(04) VALUE 0.
       77 WS-ID-ALUNO                 PIC 9(04) VALUE 0.
       77 WS-NUM-TURMA                PIC 9(02) VALUE 0.
       77 WS-DATA-INICIO              PIC 9(08) VALUE 0.
       77 WS-DATA-FIM                 PIC 9(08) VALUE 0.
       77 WS-MAX-DISC                 PIC 9(02) COMP VALUE 15.
       77 WS-QTD-DISC                 PIC 9(02) COMP VALUE 0.
       77 WS-IDX-D                    PIC 9(02) COMP VALUE 0.
       77 WS-IDX-B                    PIC 9(02) COMP VALUE 0.
       77 WS-DISC-OK                  PIC X     VALUE 'N'.
           88 DISC-ENCONTRADA         VALUE 'S' FALSE 'N'.
       77 WS-QTD-AULAS                PIC 9(03) COMP VALUE 0.
       77 WS-QTD-PRESENCAS            PIC 9(03) COMP VALUE 0.
       77 WS-QTD-FALTAS               PIC 9(03) COMP VALUE 0.
       77 WS-PERC-FREQ                PIC 9(03)V9 VALUE 0.
       77 WS-MEDIA                    PIC 9(02)V9 VALUE 0.
       77 WS-NOTA-ED                  PIC Z9,9.
       77 WS-QTD-BOLETINS             PIC 9(05) COMP VALUE 0.
       77 WS-NM-TURMA                 PIC X(20) VALUE SPACES.
       77 WS-QTD-OUTRA-UNIDADE        PIC 9(05) COMP VALUE 0.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.

       01 WS-TABELA-DISCIPLINAS.
           03 WS-TAB-DISC OCCURS 15 TIMES.
               05 WS-TAB-NOME         PIC X(15).
               05 WS-TAB-SOMA         PIC 9(03)V9.
               05 WS-TAB-QTD          PIC 9(01).
               05 WS-TAB-BIM OCCURS 4 TIMES.
                   07 WS-TAB-NOTA     PIC 9(02)V9.
                   07 WS-TAB-LANCADA  PIC X(01).
                       88 NOTA-LANCADA VALUE 'S'.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(29) VALUE
              'BOLETIM ESCOLAR - ANO LETIVO '.
           03 WS-CAB-ANO              PIC 9(04).

       01 WS-LINHA-ALUNO.
           03 FILLER                  PIC X(07) VALUE 'ALUNO: '.
           03 WS-ALU-ID               PIC ZZZ9.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-ALU-NOME             PIC X(20).
           03 FILLER                  PIC X(09) VALUE '  TURMA: '.
           03 WS-ALU-TURMA            PIC Z9.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-ALU-NM-TURMA         PIC X(20).

       01 WS-TITULO-NOTAS.
           03 FILLER                  PIC X(18) VALUE 'DISCIPLINA'.
           03 FILLER                  PIC X(35) VALUE
              '  1.BIM  2.BIM  3.BIM  4.BIM  MEDIA'.

       01 WS-DETALHE.
           03 WS-DET-DISC             PIC X(15).
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 WS-DET-BIM OCCURS 4 TIMES.
               05 FILLER              PIC X(03).
               05 WS-DET-NOTA         PIC X(04).
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 WS-DET-MEDIA            PIC X(04).

       01 WS-LINHA-FREQ.
           03 FILLER                  PIC X(20) VALUE
              'FREQUENCIA - AULAS: '.
           03 WS-FRQ-AULAS            PIC ZZ9.
           03 FILLER                  PIC X(13) VALUE '  PRESENCAS: '.
           03 WS-FRQ-PRESENCAS        PIC ZZ9.
           03 FILLER                  PIC X(10) VALUE '  FALTAS: '.
           03 WS-FRQ-FALTAS           PIC ZZ9.
           03 FILLER                  PIC X(04) VALUE '  - '.
           03 WS-FRQ-PERC             PIC ZZ9,9.
           03 FILLER                  PIC X(01) VALUE '%'.

       01 WS-LINHA-SITUACAO.
           03 FILLER                  PIC X(17) VALUE
              'SITUACAO FINAL: '.
           03 WS-SIT-TEXTO            PIC X(20).

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

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
            MOVE 0                TO WS-QTD-BOLETINS
            MOVE 0                TO WS-QTD-OUTRA-UNIDADE
            DISPLAY '*** BOLETIM ESCOLAR ***'
            PERFORM P050-INFORMA-FILTRO THRU P050-FIM
            PERFORM P100-ABRE-ARQUIVOS  THRU P100-FIM
            IF WS-OPCAO EQUAL 'A'
                PERFORM P200-POR-ALUNO  THRU P200-FIM
            ELSE
                PERFORM P250-POR-TURMA  THRU P250-FIM
            END-IF
            DISPLAY 'BOLETINS IMPRESSOS: ' WS-QTD-BOLETINS
            DISPLAY 'ARQUIVO DE IMPRESSAO: BOLETTT-LST.'
            PERFORM P900-FIM
            .
       P050-INFORMA-FILTRO.
           DISPLAY 'Informe o ano letivo (AAAA): '
           ACCEPT WS-ANO-LETIVO

           COMPUTE WS-DATA-INICIO = WS-ANO-LETIVO * 10000 + 0101
           COMPUTE WS-DATA-FIM    = WS-ANO-LETIVO * 10000 + 1231

           MOVE SPACES                 TO WS-OPCAO
           PERFORM P060-INFORMA-OPCAO  THRU P060-FIM
               UNTIL WS-OPCAO EQUAL 'A' OR WS-OPCAO EQUAL 'T'

           IF WS-OPCAO EQUAL 'A'
               DISPLAY 'Informe o ID do aluno: '
               ACCEPT WS-ID-ALUNO
           ELSE
               DISPLAY 'Informe o numero da turma: '
               ACCEPT WS-NUM-TURMA
           END-IF
           .
       P050-FIM.

       P060-INFORMA-OPCAO.
           DISPLAY 'Boletim de <A> um aluno ou <T> uma turma inteira: '
           ACCEPT WS-OPCAO

           IF WS-OPCAO EQUAL 'a'
               MOVE 'A'                 TO WS-OPCAO
           END-IF
           IF WS-OPCAO EQUAL 't'
               MOVE 'T'                 TO WS-OPCAO
           END-IF

           IF WS-OPCAO NOT EQUAL 'A' AND WS-OPCAO NOT EQUAL 'T'
               DISPLAY 'OPCAO INVALIDA! INFORME A OU T.'
           END-IF
           .
       P060-FIM.

       P100-ABRE-ARQUIVOS.
           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-AVAL              TO TRUE
           SET FS-OK-RELATORIO         TO TRUE
           SET FS-OK-FREQ              TO TRUE
           SET FS-OK-RES               TO TRUE
           SET TEM-FREQUENCIA          TO FALSE
           SET TEM-RESULTADO           TO FALSE

           OPEN INPUT ALUNOS
           OPEN INPUT AVALIACOES
           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-ALUNOS OR NOT FS-OK-AVAL
                               OR NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO BOLETIM.'
               DISPLAY 'FILE STATUS ALUNOS.....: ' WS-FS-ALUNOS
               DISPLAY 'FILE STATUS AVALIACOES.: ' WS-FS-AVAL
               DISPLAY 'FILE STATUS RELATORIO..: ' WS-FS-RELATORIO
               PERFORM P900-FIM
           END-IF

      *    FREQUENCIA E RESULTADO FINAL SAO OPCIONAIS: SEM ELES O
      *    BOLETIM SAI SO COM AS NOTAS.
           OPEN INPUT FREQUENCIA
           IF FS-OK-FREQ
               SET TEM-FREQUENCIA      TO TRUE
           END-IF

           OPEN INPUT RESULTADOS
           IF FS-OK-RES
               SET TEM-RESULTADO       TO TRUE
           END-IF
           .
       P100-FIM.

       P200-POR-ALUNO.
           MOVE WS-ID-ALUNO            TO ID-ALUNO

           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM P280-CONFERE-UNIDADE THRU P280-FIM
                   IF UNIDADE-PERMITIDA
                       PERFORM P400-BOLETIM-ALUNO THRU P400-FIM
                   ELSE
                       DISPLAY 'ALUNO DE OUTRA UNIDADE. ACESSO NEGADO.'
                   END-IF
           END-READ
           .
       P200-FIM.

       P250-POR-TURMA.
           SET EOF-OK                  TO FALSE

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P270-SELECIONA-ALUNO THRU P270-FIM UNTIL EOF-OK

           IF WS-QTD-BOLETINS = 0
               IF WS-QTD-OUTRA-UNIDADE > 0
                   DISPLAY 'TURMA DE OUTRA UNIDADE. ACESSO NEGADO.'
               ELSE
                   DISPLAY 'NENHUM ALUNO ATIVO NA TURMA '
                           WS-NUM-TURMA '.'
               END-IF
           END-IF
           .
       P250-FIM.

       P270-SELECIONA-ALUNO.
           IF ALUNO-ATIVO AND NUM-ALUNO EQUAL WS-NUM-TURMA
               PERFORM P280-CONFERE-UNIDADE THRU P280-FIM
               IF UNIDADE-PERMITIDA
                   PERFORM P400-BOLETIM-ALUNO THRU P400-FIM
               ELSE
                   ADD 1               TO WS-QTD-OUTRA-UNIDADE
               END-IF
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P270-FIM.

      *    O OPERADOR SO EMITE O BOLETIM DOS ALUNOS DA SUA UNIDADE,
      *    SALVO SE O PERFIL LIBERAR TODAS AS UNIDADES.
       P280-CONFERE-UNIDADE.
           SET UNIDADE-PERMITIDA       TO FALSE

           IF ACESSO-TODAS-UNIDADES OR
              UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR
               SET UNIDADE-PERMITIDA   TO TRUE
           END-IF
           .
       P280-FIM.

       P400-BOLETIM-ALUNO.
           PERFORM P410-CARREGA-NOTAS  THRU P410-FIM
           PERFORM P440-APURA-FREQ     THRU P440-FIM
           PERFORM P460-BUSCA-TURMA    THRU P460-FIM
           PERFORM P500-IMPRIME        THRU P500-FIM
           ADD 1                       TO WS-QTD-BOLETINS
           .
       P400-FIM.

       P410-CARREGA-NOTAS.
           MOVE 0                      TO WS-QTD-DISC
           INITIALIZE WS-TABELA-DISCIPLINAS
           SET EOF-AVAL-OK             TO FALSE

           MOVE WS-ANO-LETIVO          TO AVAL-ANO-LETIVO
           MOVE ID-ALUNO               TO AVAL-ID-ALUNO
           MOVE LOW-VALUES             TO AVAL-DISCIPLINA
           MOVE 0                      TO AVAL-BIMESTRE

           START AVALIACOES KEY IS NOT LESS THAN AVAL-CHAVE
               INVALID KEY
                   SET EOF-AVAL-OK     TO TRUE
           END-START

           IF NOT EOF-AVAL-OK
               READ AVALIACOES NEXT RECORD
                   AT END
                       SET EOF-AVAL-OK TO TRUE
               END-READ
           END-IF

           PERFORM P420-ACUMULA-NOTA   THRU P420-FIM UNTIL EOF-AVAL-OK
           .
       P410-FIM.

       P420-ACUMULA-NOTA.
           IF AVAL-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              OR AVAL-ID-ALUNO NOT EQUAL ID-ALUNO
               SET EOF-AVAL-OK          TO TRUE
               GO TO P420-FIM
           END-IF

           SET DISC-ENCONTRADA          TO FALSE
           MOVE 1                       TO WS-IDX-D

           PERFORM P430-PROCURA-DISC    THRU P430-FIM
               UNTIL DISC-ENCONTRADA OR WS-IDX-D > WS-QTD-DISC

           IF NOT DISC-ENCONTRADA
               IF WS-QTD-DISC < WS-MAX-DISC
                   ADD 1                TO WS-QTD-DISC
                   MOVE WS-QTD-DISC     TO WS-IDX-D
                   MOVE AVAL-DISCIPLINA TO WS-TAB-NOME (WS-IDX-D)
                   SET DISC-ENCONTRADA  TO TRUE
               ELSE
                   DISPLAY 'ATENCAO: ALUNO ' ID-ALUNO ' COM MAIS DE '
                           WS-MAX-DISC ' DISCIPLINAS. '
                           AVAL-DISCIPLINA ' IGNORADA.'
               END-IF
           END-IF

           IF DISC-ENCONTRADA
              AND AVAL-BIMESTRE > 0 AND AVAL-BIMESTRE < 5
               MOVE AVAL-NOTA           TO WS-TAB-NOTA
                                           (WS-IDX-D AVAL-BIMESTRE)
               MOVE 'S'                 TO WS-TAB-LANCADA
                                           (WS-IDX-D AVAL-BIMESTRE)
               ADD AVAL-NOTA            TO WS-TAB-SOMA (WS-IDX-D)
               ADD 1                    TO WS-TAB-QTD (WS-IDX-D)
           END-IF

           READ AVALIACOES NEXT RECORD
               AT END
                   SET EOF-AVAL-OK      TO TRUE
           END-READ
           .
       P420-FIM.

       P430-PROCURA-DISC.
           IF WS-TAB-NOME (WS-IDX-D) EQUAL AVAL-DISCIPLINA
               SET DISC-ENCONTRADA      TO TRUE
           ELSE
               ADD 1                    TO WS-IDX-D
           END-IF
           .
       P430-FIM.

       P440-APURA-FREQ.
           MOVE 0                       TO WS-QTD-AULAS
           MOVE 0                       TO WS-QTD-PRESENCAS
           MOVE 0                       TO WS-QTD-FALTAS
           MOVE 0                       TO WS-PERC-FREQ

           IF NOT TEM-FREQUENCIA
               GO TO P440-FIM
           END-IF

           SET EOF-FREQ-OK              TO FALSE
           MOVE WS-DATA-INICIO          TO FREQ-DATA
           MOVE 0                       TO FREQ-ID-ALUNO

           START FREQUENCIA KEY IS NOT LESS THAN FREQ-CHAVE
               INVALID KEY
                   SET EOF-FREQ-OK      TO TRUE
           END-START

           IF NOT EOF-FREQ-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-FREQ-OK  TO TRUE
               END-READ
           END-IF

           PERFORM P450-CONTA-FREQ      THRU P450-FIM UNTIL EOF-FREQ-OK

           IF WS-QTD-AULAS > 0
               COMPUTE WS-PERC-FREQ =
                   WS-QTD-PRESENCAS * 100 / WS-QTD-AULAS
           END-IF
           .
       P440-FIM.

       P450-CONTA-FREQ.
           IF FREQ-DATA > WS-DATA-FIM
               SET EOF-FREQ-OK          TO TRUE
               GO TO P450-FIM
           END-IF

           IF FREQ-ID-ALUNO EQUAL ID-ALUNO
               ADD 1                    TO WS-QTD-AULAS
               IF FREQ-AUSENTE
                   ADD 1                TO WS-QTD-FALTAS
               ELSE
                   ADD 1                TO WS-QTD-PRESENCAS
               END-IF
           END-IF

           READ FREQUENCIA NEXT RECORD
               AT END
                   SET EOF-FREQ-OK      TO TRUE
           END-READ
           .
       P450-FIM.

       P460-BUSCA-TURMA.
           MOVE 'TURMA NAO CADASTRADA'  TO WS-NM-TURMA
           SET FS-OK-TURMAS             TO TRUE

           OPEN INPUT TURMAS

           IF FS-OK-TURMAS
               MOVE NUM-ALUNO           TO NUM-TURMA
               READ TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-TURMA    TO WS-NM-TURMA
               END-READ

               CLOSE TURMAS
           END-IF
           .
       P460-FIM.

       P500-IMPRIME.
           MOVE WS-ANO-LETIVO           TO WS-CAB-ANO
           MOVE ID-ALUNO                TO WS-ALU-ID
           MOVE NM-ALUNO                TO WS-ALU-NOME
           MOVE NUM-ALUNO               TO WS-ALU-TURMA
           MOVE WS-NM-TURMA             TO WS-ALU-NM-TURMA

           WRITE REG-RELATORIO          FROM WS-CABECALHO
           WRITE REG-RELATORIO          FROM WS-LINHA-ALUNO
           WRITE REG-RELATORIO          FROM SPACES
           WRITE REG-RELATORIO          FROM WS-TITULO-NOTAS

           IF WS-QTD-DISC = 0
               MOVE 'NENHUMA NOTA LANCADA NO ANO.' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           MOVE 1                       TO WS-IDX-D
           PERFORM P520-IMPRIME-DISC    THRU P520-FIM
               UNTIL WS-IDX-D > WS-QTD-DISC

           WRITE REG-RELATORIO          FROM SPACES

           IF TEM-FREQUENCIA
               MOVE WS-QTD-AULAS        TO WS-FRQ-AULAS
               MOVE WS-QTD-PRESENCAS    TO WS-FRQ-PRESENCAS
               MOVE WS-QTD-FALTAS       TO WS-FRQ-FALTAS
               MOVE WS-PERC-FREQ        TO WS-FRQ-PERC
               WRITE REG-RELATORIO      FROM WS-LINHA-FREQ
           ELSE
               MOVE 'FREQUENCIA - SEM LANCAMENTOS NO ANO.'
                                        TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           MOVE 'EM APURACAO'           TO WS-SIT-TEXTO
           IF TEM-RESULTADO
               MOVE WS-ANO-LETIVO       TO RES-ANO-LETIVO
               MOVE ID-ALUNO            TO RES-ID-ALUNO
               READ RESULTADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RES-APROVADO
                           MOVE 'APROVADO'  TO WS-SIT-TEXTO
                       ELSE
                           MOVE 'REPROVADO' TO WS-SIT-TEXTO
                       END-IF
               END-READ
           END-IF
           WRITE REG-RELATORIO          FROM WS-LINHA-SITUACAO

           WRITE REG-RELATORIO          FROM WS-SEPARADOR
           .
       P500-FIM.

       P520-IMPRIME-DISC.
           MOVE WS-TAB-NOME (WS-IDX-D)  TO WS-DET-DISC

           MOVE 1                       TO WS-IDX-B
           PERFORM P530-IMPRIME-BIM     THRU P530-FIM
               UNTIL WS-IDX-B > 4

           IF WS-TAB-QTD (WS-IDX-D) > 0
               COMPUTE WS-MEDIA =
                   WS-TAB-SOMA (WS-IDX-D) / WS-TAB-QTD (WS-IDX-D)
               MOVE WS-MEDIA            TO WS-NOTA-ED
               MOVE WS-NOTA-ED          TO WS-DET-MEDIA
           ELSE
               MOVE '  - '              TO WS-DET-MEDIA
           END-IF

           WRITE REG-RELATORIO          FROM WS-DETALHE
           ADD 1                        TO WS-IDX-D
           .
       P520-FIM.

       P530-IMPRIME-BIM.
           MOVE SPACES                  TO WS-DET-BIM (WS-IDX-B)

           IF NOTA-LANCADA (WS-IDX-D WS-IDX-B)
               MOVE WS-TAB-NOTA (WS-IDX-D WS-IDX-B) TO WS-NOTA-ED
               MOVE WS-NOTA-ED          TO WS-DET-NOTA (WS-IDX-B)
           ELSE
               MOVE '  - '              TO WS-DET-NOTA (WS-IDX-B)
           END-IF

           ADD 1                        TO WS-IDX-B
           .
       P530-FIM.

       P900-FIM.
            CLOSE ALUNOS
            CLOSE AVALIACOES
            CLOSE FREQUENCIA
            CLOSE RESULTADOS
            CLOSE RELATORIO
            GOBACK.
       END PROGRAM BOLETTT.
