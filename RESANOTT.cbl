      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Apuracao do resultado final do ano letivo. Para cada
      *          aluno ativo calcula a media de cada disciplina a
      *          partir das notas bimestrais (AVALALTT.DAT) e o
      *          percentual de frequencia do ano (FREQALTT.DAT) e
      *          grava em RESALTT.DAT a situacao aprovado/reprovado:
      *          reprova quem ficar abaixo da media minima em alguma
      *          disciplina ou abaixo da frequencia minima. A
      *          situacao e consultada pelo PROMALTT para reter os
      *          reprovados na virada de ano. Pode ser reexecutado
      *          (regrava o resultado). Restrito a supervisor, com
      *          login proprio nos moldes do PROMALTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESANOTT.

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
               "RESANOTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_ALLTT.

       FD AVALIACOES.
          COPY FD_AVALT.

       FD FREQUENCIA.
          COPY FD_FREQTT.

       FD RESULTADOS.
          COPY FD_RESAT.

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
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
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
       77 WS-ANO-LETIVO               PIC 9(04) VALUE 0.
       77 WS-DATA-INICIO              PIC 9(08) VALUE 0.
       77 WS-DATA-FIM                 PIC 9(08) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-MEDIA-MINIMA             PIC 9(02)V9 VALUE 6.
       77 WS-FREQ-MINIMA              PIC 9(03)V9 VALUE 75.
       77 WS-MAX-DISC                 PIC 9(02) COMP VALUE 15.
       77 WS-QTD-DISC                 PIC 9(02) COMP VALUE 0.
       77 WS-IDX-D                    PIC 9(02) COMP VALUE 0.
       77 WS-DISC-OK                  PIC X     VALUE 'N'.
           88 DISC-ENCONTRADA         VALUE 'S' FALSE 'N'.
       77 WS-QTD-AULAS                PIC 9(03) COMP VALUE 0.
       77 WS-QTD-PRESENCAS            PIC 9(03) COMP VALUE 0.
       77 WS-PERC-FREQ                PIC 9(03)V9 VALUE 0.
       77 WS-MEDIA-DISC               PIC 9(02)V9 VALUE 0.
       77 WS-SOMA-MEDIAS              PIC 9(04)V9 VALUE 0.
       77 WS-MEDIA-GERAL              PIC 9(02)V9 VALUE 0.
       77 WS-QTD-ABAIXO               PIC 9(02) COMP VALUE 0.
       77 WS-QTD-LIDOS                PIC 9(05) COMP VALUE 0.
       77 WS-QTD-APROVADOS            PIC 9(05) COMP VALUE 0.
       77 WS-QTD-REPROVADOS           PIC 9(05) COMP VALUE 0.
       77 WS-QTD-SEM-NOTAS            PIC 9(05) COMP VALUE 0.
       77 WS-QTD-ERROS                PIC 9(05) COMP VALUE 0.

       01 WS-TABELA-DISCIPLINAS.
           03 WS-TAB-DISC OCCURS 15 TIMES.
               05 WS-TAB-NOME         PIC X(15).
               05 WS-TAB-SOMA         PIC 9(03)V9.
               05 WS-TAB-QTD          PIC 9(01).

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'RESULTADO FINAL DO ANO LETIVO - ANO '.
           03 WS-CAB-ANO              PIC 9(04).

       01 WS-TITULO.
           03 FILLER                  PIC X(40) VALUE
              '  ID NOME                 TURMA  MEDIA  '.
           03 FILLER                  PIC X(32) VALUE
              ' FREQ%  ABAIXO  SITUACAO'.

       01 WS-DETALHE.
           03 WS-DET-ID               PIC ZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-NOME             PIC X(20).
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 WS-DET-TURMA            PIC Z9.
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 WS-DET-MEDIA            PIC Z9,9.
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 WS-DET-FREQ             PIC ZZ9,9.
           03 FILLER                  PIC X(05) VALUE SPACES.
           03 WS-DET-ABAIXO           PIC Z9.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-SITUACAO         PIC X(22).

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(25) VALUE
              'ALUNOS ATIVOS LIDOS....: '.
           03 WS-ROD-LIDOS            PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(25) VALUE
              'APROVADOS..............: '.
           03 WS-ROD-APROVADOS        PIC ZZZZ9.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(25) VALUE
              'REPROVADOS.............: '.
           03 WS-ROD-REPROVADOS       PIC ZZZZ9.

       01 WS-RODAPE-4.
           03 FILLER                  PIC X(25) VALUE
              'SEM NOTAS (NAO APURADO): '.
           03 WS-ROD-SEM-NOTAS        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** RESULTADO FINAL DO ANO LETIVO ***'
            CALL 'LOGINTT'              USING WS-COM-AREA
            IF LOGIN-OK AND OPERADOR-SUPERVISOR IN WS-NIVEL-OPERADOR
                                                        THEN
                PERFORM P050-INFORMA-ANO    THRU P050-FIM
                PERFORM P100-ABRE-ARQUIVOS  THRU P100-FIM
                PERFORM P300-APURA          THRU P300-FIM
                PERFORM P800-RODAPE         THRU P800-FIM
            ELSE
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
            END-IF
            PERFORM P900-FIM
            .
       P050-INFORMA-ANO.
           DISPLAY 'INFORME O ANO LETIVO A APURAR (AAAA): '
           ACCEPT WS-ANO-LETIVO

           COMPUTE WS-DATA-INICIO = WS-ANO-LETIVO * 10000 + 0101
           COMPUTE WS-DATA-FIM    = WS-ANO-LETIVO * 10000 + 1231
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           .
       P050-FIM.

       P100-ABRE-ARQUIVOS.
           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-AVAL              TO TRUE
           SET FS-OK-RES               TO TRUE
           SET FS-OK-RELATORIO         TO TRUE
           SET FS-OK-FREQ              TO TRUE
           SET TEM-FREQUENCIA          TO FALSE

           OPEN INPUT ALUNOS
           OPEN INPUT AVALIACOES
           OPEN OUTPUT RELATORIO

           OPEN I-O RESULTADOS
           IF WS-FS-RES EQUAL 35
               OPEN OUTPUT RESULTADOS
               CLOSE RESULTADOS
               OPEN I-O RESULTADOS
           END-IF

           IF NOT FS-OK-ALUNOS OR NOT FS-OK-AVAL
              OR NOT FS-OK-RES OR NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA APURACAO.'
               DISPLAY 'FILE STATUS ALUNOS.....: ' WS-FS-ALUNOS
               DISPLAY 'FILE STATUS AVALIACOES.: ' WS-FS-AVAL
               DISPLAY 'FILE STATUS RESULTADOS.: ' WS-FS-RES
               DISPLAY 'FILE STATUS RELATORIO..: ' WS-FS-RELATORIO
               PERFORM P900-FIM
           END-IF

           OPEN INPUT FREQUENCIA
           IF FS-OK-FREQ
               SET TEM-FREQUENCIA      TO TRUE
           ELSE
               DISPLAY 'ATENCAO: FREQALTT-DAT NAO ENCONTRADO. '
                       'APURACAO SO PELAS NOTAS.'
           END-IF
           .
       P100-FIM.

       P300-APURA.
           SET EOF-OK                  TO FALSE

           MOVE WS-ANO-LETIVO          TO WS-CAB-ANO
           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM SPACES
           WRITE REG-RELATORIO         FROM WS-TITULO

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P320-APURA-ALUNO    THRU P320-FIM UNTIL EOF-OK
           .
       P300-FIM.

       P320-APURA-ALUNO.
           IF NOT ALUNO-ATIVO
               GO TO P320-LE
           END-IF

           ADD 1                        TO WS-QTD-LIDOS
           PERFORM P410-CARREGA-NOTAS   THRU P410-FIM

           MOVE ID-ALUNO                TO WS-DET-ID
           MOVE NM-ALUNO                TO WS-DET-NOME
           MOVE NUM-ALUNO               TO WS-DET-TURMA

           IF WS-QTD-DISC = 0
               ADD 1                    TO WS-QTD-SEM-NOTAS
               MOVE 0                   TO WS-DET-MEDIA
               MOVE 0                   TO WS-DET-FREQ
               MOVE 0                   TO WS-DET-ABAIXO
               MOVE 'SEM NOTAS-NAO APURADO' TO WS-DET-SITUACAO
               WRITE REG-RELATORIO      FROM WS-DETALHE
               GO TO P320-LE
           END-IF

           PERFORM P460-CALCULA-MEDIAS  THRU P460-FIM
           PERFORM P440-APURA-FREQ      THRU P440-FIM
           PERFORM P500-GRAVA-RESULTADO THRU P500-FIM

           MOVE WS-MEDIA-GERAL          TO WS-DET-MEDIA
           MOVE WS-PERC-FREQ            TO WS-DET-FREQ
           MOVE WS-QTD-ABAIXO           TO WS-DET-ABAIXO
           IF RES-APROVADO
               MOVE 'APROVADO'          TO WS-DET-SITUACAO
           ELSE
               MOVE 'REPROVADO'         TO WS-DET-SITUACAO
           END-IF
           WRITE REG-RELATORIO          FROM WS-DETALHE
           .
       P320-LE.
           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

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
           MOVE 100                     TO WS-PERC-FREQ

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
               IF NOT FREQ-AUSENTE
                   ADD 1                TO WS-QTD-PRESENCAS
               END-IF
           END-IF

           READ FREQUENCIA NEXT RECORD
               AT END
                   SET EOF-FREQ-OK      TO TRUE
           END-READ
           .
       P450-FIM.

       P460-CALCULA-MEDIAS.
           MOVE 0                       TO WS-SOMA-MEDIAS
           MOVE 0                       TO WS-QTD-ABAIXO
           MOVE 1                       TO WS-IDX-D

           PERFORM P470-MEDIA-DISC      THRU P470-FIM
               UNTIL WS-IDX-D > WS-QTD-DISC

           COMPUTE WS-MEDIA-GERAL = WS-SOMA-MEDIAS / WS-QTD-DISC
           .
       P460-FIM.

       P470-MEDIA-DISC.
           COMPUTE WS-MEDIA-DISC =
               WS-TAB-SOMA (WS-IDX-D) / WS-TAB-QTD (WS-IDX-D)
           ADD WS-MEDIA-DISC            TO WS-SOMA-MEDIAS

           IF WS-MEDIA-DISC < WS-MEDIA-MINIMA
               ADD 1                    TO WS-QTD-ABAIXO
           END-IF

           ADD 1                        TO WS-IDX-D
           .
       P470-FIM.

       P500-GRAVA-RESULTADO.
           MOVE WS-ANO-LETIVO           TO RES-ANO-LETIVO
           MOVE ID-ALUNO                TO RES-ID-ALUNO
           MOVE NUM-ALUNO               TO RES-NUM-TURMA
           MOVE WS-MEDIA-GERAL          TO RES-MEDIA-GERAL
           MOVE WS-PERC-FREQ            TO RES-PERC-FREQUENCIA
           MOVE WS-QTD-ABAIXO           TO RES-QTD-DISC-ABAIXO
           MOVE WS-DATA-HOJE            TO RES-DT-APURACAO
           MOVE WS-ID-OPERADOR          TO RES-ID-OPERADOR

           IF WS-QTD-ABAIXO > 0 OR WS-PERC-FREQ < WS-FREQ-MINIMA
               SET RES-REPROVADO        TO TRUE
               ADD 1                    TO WS-QTD-REPROVADOS
           ELSE
               SET RES-APROVADO         TO TRUE
               ADD 1                    TO WS-QTD-APROVADOS
           END-IF

           WRITE REG-RESULTADO
               INVALID KEY
                   REWRITE REG-RESULTADO
                       INVALID KEY
                           ADD 1        TO WS-QTD-ERROS
                           DISPLAY 'ERRO AO GRAVAR O RESULTADO DO '
                                   'ALUNO ' RES-ID-ALUNO
                   END-REWRITE
           END-WRITE
           .
       P500-FIM.

       P800-RODAPE.
           MOVE WS-QTD-LIDOS            TO WS-ROD-LIDOS
           MOVE WS-QTD-APROVADOS        TO WS-ROD-APROVADOS
           MOVE WS-QTD-REPROVADOS       TO WS-ROD-REPROVADOS
           MOVE WS-QTD-SEM-NOTAS        TO WS-ROD-SEM-NOTAS
           WRITE REG-RELATORIO          FROM SPACES
           WRITE REG-RELATORIO          FROM WS-RODAPE-1
           WRITE REG-RELATORIO          FROM WS-RODAPE-2
           WRITE REG-RELATORIO          FROM WS-RODAPE-3
           WRITE REG-RELATORIO          FROM WS-RODAPE-4

           DISPLAY '-----------------------------------------------'
           DISPLAY 'ALUNOS ATIVOS LIDOS....: ' WS-QTD-LIDOS
           DISPLAY 'APROVADOS..............: ' WS-QTD-APROVADOS
           DISPLAY 'REPROVADOS.............: ' WS-QTD-REPROVADOS
           DISPLAY 'SEM NOTAS (NAO APURADO): ' WS-QTD-SEM-NOTAS
           DISPLAY 'ERROS DE GRAVACAO......: ' WS-QTD-ERROS
           DISPLAY 'LISTAGEM GRAVADA EM RESANOTT-LST.'
           DISPLAY '-----------------------------------------------'
           .
       P800-FIM.

       P900-FIM.
            CLOSE ALUNOS
            CLOSE AVALIACOES
            CLOSE FREQUENCIA
            CLOSE RESULTADOS
            CLOSE RELATORIO
            STOP RUN.
       END PROGRAM RESANOTT.
