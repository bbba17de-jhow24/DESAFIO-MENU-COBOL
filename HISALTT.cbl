      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Historico escolar do aluno para acompanhar as
      *          transferencias. Imprime em HISALTT-LST todos os
      *          periodos do historico de matricula (HISTALTT.DAT):
      *          ano letivo, turma, inicio, fim e resultado de cada
      *          periodo, com a media geral e a frequencia do ano
      *          apuradas pelo RESANOTT (RESALTT.DAT), quando houver.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Recebe a area de comunicacao do MENUCNTT: o
      *                 operador sem acesso a todas as unidades so emite
      *                 o historico dos alunos da sua unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISALTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT CONTATOS ASSIGN TO
               "CONTATOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT HISTORICO ASSIGN TO
               "HISTALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS HIS-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT RESULTADOS ASSIGN TO
               "RESALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS RES-CHAVE
               FILE STATUS IS WS-FS-RES.

               SELECT RELATORIO ASSIGN TO
               "HISALTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_ALLTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD HISTORICO.
          COPY FD_HISAT.

       FD RESULTADOS.
          COPY FD_RESAT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-HIST                  PIC 99.
           88 FS-OK-HIST              VALUE 0.
       77 WS-FS-RES                   PIC 99.
           88 FS-OK-RES               VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-TEM-RES                  PIC X     VALUE 'N'.
           88 TEM-RESULTADO           VALUE 'S' FALSE 'N'.
       77 WS-TEM-CONTATOS             PIC X     VALUE 'N'.
           88 TEM-CONTATOS            VALUE 'S' FALSE 'N'.
       77 WS-ID-ALUNO                 PIC 9(04) VALUE 0.
       77 WS-QTD-PERIODOS             PIC 9(03) COMP VALUE 0.
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

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'HISTORICO ESCOLAR'.
           03 FILLER                  PIC X(10) VALUE 'EMISSAO: '.
           03 WS-CAB-EMISSAO          PIC X(10).

       01 WS-LINHA-ALUNO.
           03 FILLER                  PIC X(07) VALUE 'ALUNO: '.
           03 WS-ALU-ID               PIC ZZZ9.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-ALU-NOME             PIC X(20).
           03 FILLER                  PIC X(12) VALUE '  SITUACAO: '.
           03 WS-ALU-SITUACAO         PIC X(10).

       01 WS-LINHA-RESP.
           03 FILLER                  PIC X(13) VALUE 'RESPONSAVEL: '.
           03 WS-RESP-ID              PIC ZZZ9.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-RESP-NOME            PIC X(20).

       01 WS-TITULO.
           03 FILLER                  PIC X(34) VALUE
              'ANO   TURMA'.
           03 FILLER                  PIC X(34) VALUE
              'INICIO      FIM         RESULTADO'.

       01 WS-DETALHE.
           03 WS-DET-ANO              PIC 9(04).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-TURMA            PIC Z9.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-DET-NM-TURMA         PIC X(20).
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 WS-DET-INICIO           PIC X(10).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-FIM              PIC X(10).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-RESULTADO        PIC X(12).

       01 WS-DETALHE-2.
           03 FILLER                  PIC X(06) VALUE SPACES.
           03 WS-DT2-NOTAS            PIC X(38) VALUE SPACES.
           03 WS-DT2-OBS              PIC X(36) VALUE SPACES.

       01 WS-NOTAS.
           03 FILLER                  PIC X(13) VALUE 'MEDIA GERAL: '.
           03 WS-NOT-MEDIA            PIC Z9,9.
           03 FILLER                  PIC X(14) VALUE '  FREQUENCIA: '.
           03 WS-NOT-FREQ             PIC ZZ9,9.
           03 FILLER                  PIC X(02) VALUE '%'.

       01 WS-OBSERVACAO.
           03 FILLER                  PIC X(06) VALUE 'OBS.: '.
           03 WS-OBS-TEXTO            PIC X(30).

       01 WS-RODAPE.
           03 FILLER                  PIC X(23) VALUE
              'PERIODOS REGISTRADOS: '.
           03 WS-ROD-PERIODOS         PIC ZZ9.

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
            DISPLAY '*** HISTORICO ESCOLAR ***'
            MOVE 0                    TO WS-QTD-PERIODOS
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            PERFORM P100-ABRE-ARQUIVOS THRU P100-FIM
            PERFORM P200-HISTORICO     THRU P200-FIM
            PERFORM P900-FIM
            .
       P100-ABRE-ARQUIVOS.
           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-HIST              TO TRUE
           SET FS-OK-RELATORIO         TO TRUE
           SET FS-OK-CONTATOS          TO TRUE
           SET FS-OK-RES               TO TRUE
           SET TEM-CONTATOS            TO FALSE
           SET TEM-RESULTADO           TO FALSE

           OPEN INPUT ALUNOS
           OPEN INPUT HISTORICO
           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-ALUNOS OR NOT FS-OK-HIST
                               OR NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO HISTORICO.'
               DISPLAY 'FILE STATUS ALUNOS.....: ' WS-FS-ALUNOS
               DISPLAY 'FILE STATUS HISTORICO..: ' WS-FS-HIST
               DISPLAY 'FILE STATUS RELATORIO..: ' WS-FS-RELATORIO
               PERFORM P900-FIM
           END-IF

      *    RESPONSAVEL E RESULTADO FINAL SAO OPCIONAIS NO HISTORICO.
           OPEN INPUT CONTATOS
           IF FS-OK-CONTATOS
               SET TEM-CONTATOS        TO TRUE
           END-IF

           OPEN INPUT RESULTADOS
           IF FS-OK-RES
               SET TEM-RESULTADO       TO TRUE
           END-IF
           .
       P100-FIM.

       P200-HISTORICO.
           MOVE WS-ID-ALUNO            TO ID-ALUNO

           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO.'
                   GO TO P200-FIM
           END-READ

      *    O OPERADOR SO EMITE O HISTORICO DOS ALUNOS DA SUA
      *    UNIDADE, SALVO SE O PERFIL LIBERAR TODAS AS UNIDADES.
           IF NOT ACESSO-TODAS-UNIDADES
              AND UNIDADE-ALUNO NOT EQUAL LK-UNIDADE-OPERADOR
               DISPLAY 'ALUNO DE OUTRA UNIDADE. ACESSO NEGADO.'
               GO TO P200-FIM
           END-IF

           PERFORM P300-CABECALHO      THRU P300-FIM

           SET EOF-OK                  TO FALSE
           MOVE WS-ID-ALUNO            TO HIS-ID-ALUNO
           MOVE 0                      TO HIS-SEQ

           START HISTORICO KEY IS NOT LESS THAN HIS-CHAVE
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ HISTORICO NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P400-PERIODO        THRU P400-FIM UNTIL EOF-OK

           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           IF WS-QTD-PERIODOS = 0
               MOVE 'NENHUM PERIODO REGISTRADO NO HISTORICO.'
                                       TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE WS-QTD-PERIODOS    TO WS-ROD-PERIODOS
               WRITE REG-RELATORIO     FROM WS-RODAPE
           END-IF

           DISPLAY 'PERIODOS IMPRESSOS: ' WS-QTD-PERIODOS
           DISPLAY 'ARQUIVO DE IMPRESSAO: HISALTT-LST.'
           .
       P200-FIM.

       P300-CABECALHO.
           ACCEPT WS-DATA-AUX          FROM DATE YYYYMMDD
           PERFORM P700-EDITA-DATA     THRU P700-FIM
           MOVE WS-DATA-ED             TO WS-CAB-EMISSAO
           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM WS-SEPARADOR

           MOVE ID-ALUNO               TO WS-ALU-ID
           MOVE NM-ALUNO               TO WS-ALU-NOME
           IF ALUNO-ATIVO
               MOVE 'ATIVO'            TO WS-ALU-SITUACAO
           ELSE
               MOVE 'INATIVO'          TO WS-ALU-SITUACAO
           END-IF
           WRITE REG-RELATORIO         FROM WS-LINHA-ALUNO

           MOVE REF-ID-CONTATO         TO WS-RESP-ID
           MOVE SPACES                 TO WS-RESP-NOME
           IF TEM-CONTATOS
               MOVE REF-ID-CONTATO     TO ID-CONTATO
               READ CONTATOS
                   NOT INVALID KEY
                       MOVE NM-CONTATO TO WS-RESP-NOME
               END-READ
           END-IF
           WRITE REG-RELATORIO         FROM WS-LINHA-RESP

           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           WRITE REG-RELATORIO         FROM WS-TITULO
           .
       P300-FIM.

       P400-PERIODO.
           IF HIS-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-OK              TO TRUE
               GO TO P400-FIM
           END-IF

           ADD 1                       TO WS-QTD-PERIODOS

           MOVE HIS-ANO-LETIVO         TO WS-DET-ANO
           MOVE HIS-NUM-TURMA          TO WS-DET-TURMA
           MOVE HIS-NM-TURMA           TO WS-DET-NM-TURMA

           IF HIS-DT-INICIO = 0
               MOVE '    --    '       TO WS-DET-INICIO
           ELSE
               MOVE HIS-DT-INICIO      TO WS-DATA-AUX
               PERFORM P700-EDITA-DATA THRU P700-FIM
               MOVE WS-DATA-ED         TO WS-DET-INICIO
           END-IF

           IF HIS-DT-FIM = 0
               MOVE '    --    '       TO WS-DET-FIM
           ELSE
               MOVE HIS-DT-FIM         TO WS-DATA-AUX
               PERFORM P700-EDITA-DATA THRU P700-FIM
               MOVE WS-DATA-ED         TO WS-DET-FIM
           END-IF

           EVALUATE TRUE
               WHEN HIS-CURSANDO
                   MOVE 'CURSANDO'     TO WS-DET-RESULTADO
               WHEN HIS-PROMOVIDO
                   MOVE 'PROMOVIDO'    TO WS-DET-RESULTADO
               WHEN HIS-RETIDO
                   MOVE 'RETIDO'       TO WS-DET-RESULTADO
               WHEN HIS-TRANSFERIDO
                   MOVE 'TRANSFERIDO'  TO WS-DET-RESULTADO
               WHEN HIS-DESISTENTE
                   MOVE 'DESISTENTE'   TO WS-DET-RESULTADO
               WHEN HIS-FORMADO
                   MOVE 'FORMADO'      TO WS-DET-RESULTADO
               WHEN OTHER
                   MOVE HIS-RESULTADO  TO WS-DET-RESULTADO
           END-EVALUATE

           WRITE REG-RELATORIO         FROM WS-DETALHE

           PERFORM P420-COMPLEMENTO    THRU P420-FIM

           READ HISTORICO NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P400-FIM.

      *    SEGUNDA LINHA DO PERIODO: RESULTADO FINAL DO ANO (SO PARA O
      *    PERIODO ENCERRADO POR PROMOCAO, RETENCAO OU FORMATURA) E A
      *    OBSERVACAO GRAVADA NO ENCERRAMENTO.
       P420-COMPLEMENTO.
           MOVE SPACES                 TO WS-DT2-NOTAS
           MOVE SPACES                 TO WS-DT2-OBS

           IF TEM-RESULTADO AND (HIS-PROMOVIDO OR HIS-RETIDO
                                 OR HIS-FORMADO)
               MOVE HIS-ANO-LETIVO     TO RES-ANO-LETIVO
               MOVE HIS-ID-ALUNO       TO RES-ID-ALUNO
               READ RESULTADOS
                   NOT INVALID KEY
                       MOVE RES-MEDIA-GERAL     TO WS-NOT-MEDIA
                       MOVE RES-PERC-FREQUENCIA TO WS-NOT-FREQ
                       MOVE WS-NOTAS            TO WS-DT2-NOTAS
               END-READ
           END-IF

           IF HIS-OBSERVACAO NOT EQUAL SPACES
               MOVE HIS-OBSERVACAO     TO WS-OBS-TEXTO
               MOVE WS-OBSERVACAO      TO WS-DT2-OBS
           END-IF

           IF WS-DT2-NOTAS NOT EQUAL SPACES
                           OR WS-DT2-OBS NOT EQUAL SPACES
               WRITE REG-RELATORIO     FROM WS-DETALHE-2
           END-IF
           .
       P420-FIM.

       P700-EDITA-DATA.
           MOVE WS-AUX-DIA             TO WS-ED-DIA
           MOVE WS-AUX-MES             TO WS-ED-MES
           MOVE WS-AUX-ANO             TO WS-ED-ANO
           .
       P700-FIM.

       P900-FIM.
            CLOSE ALUNOS
            CLOSE CONTATOS
            CLOSE HISTORICO
            CLOSE RESULTADOS
            CLOSE RELATORIO
            GOBACK.
       END PROGRAM HISALTT.
