      *          responsavel titular (REF-ID-CONTATO em CONTATOS.DAT)
      *          para a secretaria ligar.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Percentual de presenca de cada aluno calculado
      *                 sobre os dias letivos do mes no calendario
      *                 escolar (CALENDTT.DAT, mantido pelo CADCALTT).
      *                 Atraso conta como presenca.
      * 15/10/2026 JS - Relatorio emitido para uma unidade ou para todas
      *                 (unidade em branco), ordenado por unidade e
      *                 turma, com subtotal de faltas e atrasos por
      *                 unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFRQTT.
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT CALENDARIO ASSIGN TO
               "CALENDTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS CAL-DATA
               FILE STATUS IS WS-FS-CAL.

               SELECT UNIDADES ASSIGN TO
               "UNIDADES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS COD-UNIDADE
               FILE STATUS IS WS-FS-UNI.

               SELECT RELATORIO ASSIGN TO
               "RELFRQTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
       FD CONTATOS.
          COPY FD_CONTT.

       FD CALENDARIO.
          COPY FD_CALTT.

       FD UNIDADES.
          COPY FD_UNITT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-FS-CAL                   PIC 99.
           88 FS-OK-CAL               VALUE 0.
       77 WS-FS-UNI                   PIC 99.
           88 FS-OK-UNI               VALUE 0.
       77 WS-CAL-OK                   PIC X     VALUE 'N'.
           88 TEM-CALENDARIO          VALUE 'S' FALSE 'N'.
       77 WS-DIAS-LETIVOS             PIC 9(03) COMP VALUE 0.
       77 WS-PERC-PRESENCA            PIC 9(03)V9 VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-COMPETENCIA              PIC 9(06) VALUE 0.
       77 WS-TURMA-FALTAS             PIC 9(05) COMP VALUE 0.
       77 WS-TURMA-ATRASOS            PIC 9(05) COMP VALUE 0.
       77 WS-TOTAL-FALTAS             PIC 9(05) COMP VALUE 0.
       77 WS-UNIDADE-ATUAL            PIC 9(02).
       77 WS-UNIDADE-FALTAS           PIC 9(05) COMP VALUE 0.
       77 WS-UNIDADE-ATRASOS          PIC 9(05) COMP VALUE 0.
       77 WS-UNIDADE-FILTRO           PIC 9(02) VALUE 0.
           88 TODAS-AS-UNIDADES       VALUE 0.

       01 WS-TABELA-ALUNOS.
           03 WS-TAB-ALUNO OCCURS 200 TIMES.
               05 WS-TAB-ID            PIC 9(04).
               05 WS-TAB-NOME          PIC X(20).
               05 WS-TAB-CHAVE.
                   07 WS-TAB-UNIDADE   PIC 9(02).
                   07 WS-TAB-TURMA     PIC 9(02).
               05 WS-TAB-REF-CONTATO   PIC 9(04).
               05 WS-TAB-PRESENCAS     PIC 9(03) COMP.
               05 WS-TAB-FALTAS        PIC 9(03) COMP.
              'RELATORIO MENSAL DE FREQUENCIA - '.
           03 WS-CAB-COMPETENCIA      PIC 9(06).

       01 WS-CAB-FILTRO.
           03 FILLER                  PIC X(09) VALUE 'UNIDADE: '.
           03 WS-CAB-FILTRO-DESC       PIC X(20) VALUE SPACES.

       01 WS-UNIDADE-LINHA.
           03 FILLER                  PIC X(09) VALUE 'UNIDADE: '.
           03 WS-UNIDADE-LINHA-NUM     PIC 99.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-UNIDADE-LINHA-NOME    PIC X(20).

       01 WS-UNIDADE-TOTAL.
           03 FILLER                  PIC X(22) VALUE
              'FALTAS NA UNIDADE...: '.
           03 WS-UNIDADE-TOTAL-FALTAS  PIC ZZZZ9.
           03 FILLER                  PIC X(12) VALUE '  ATRASOS: '.
           03 WS-UNIDADE-TOTAL-ATRASOS PIC ZZZZ9.

       01 WS-TURMA-LINHA.
           03 FILLER                  PIC X(08) VALUE 'TURMA: '.
           03 WS-TURMA-LINHA-NUM       PIC Z9.
           03 WS-DET-FALTAS            PIC ZZ9.
           03 FILLER                  PIC X(07) VALUE ' ATRA: '.
           03 WS-DET-ATRASOS           PIC ZZ9.
           03 FILLER                  PIC X(07) VALUE ' FREQ: '.
           03 WS-DET-PERC              PIC ZZ9,9.
           03 FILLER                  PIC X(01) VALUE '%'.

       01 WS-LINHA-LETIVOS.
           03 FILLER                  PIC X(22) VALUE
              'DIAS LETIVOS NO MES.: '.
           03 WS-LET-DIAS             PIC ZZ9.

       01 WS-LINHA-AVISO.
           03 FILLER                  PIC X(16) VALUE
            DISPLAY '*** RELATORIO MENSAL DE FREQUENCIA ***'
            DISPLAY 'INFORME A COMPETENCIA (AAAAMM): '
            ACCEPT WS-COMPETENCIA
            MOVE 0                     TO WS-UNIDADE-FILTRO
            DISPLAY 'INFORME A UNIDADE (BRANCO = TODAS): '
            ACCEPT WS-UNIDADE-FILTRO
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P150-CONTA-LETIVOS THRU P150-FIM
            PERFORM P200-CARREGA-ALUNOS THRU P200-FIM
            PERFORM P250-SOMA-FREQUENCIA THRU P250-FIM
            PERFORM P500-ORDENA-I      THRU P500-FIM
            PERFORM P700-CABECALHO
            PERFORM P600-IMPRIME       THRU P600-FIM
            PERFORM P650-FECHA-TURMA
            PERFORM P670-FECHA-UNIDADE
            PERFORM P800-RODAPE
            PERFORM P900-FIM
            .
               PERFORM P900-FIM
           END-IF
           .
       P150-CONTA-LETIVOS.
           SET TEM-CALENDARIO          TO FALSE
           SET FS-OK-CAL               TO TRUE
           MOVE 0                      TO WS-DIAS-LETIVOS

           OPEN INPUT CALENDARIO

           IF NOT FS-OK-CAL
               DISPLAY 'CALENDARIO ESCOLAR NAO CADASTRADO. RELATORIO '
                       'SEM PERCENTUAL DE PRESENCA.'
               GO TO P150-FIM
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

           PERFORM P160-CONTA-DIA      THRU P160-FIM UNTIL EOF-OK

           CLOSE CALENDARIO
           SET EOF-OK                  TO FALSE

           IF WS-DIAS-LETIVOS EQUAL ZERO
               DISPLAY 'NENHUM DIA LETIVO NO CALENDARIO PARA '
                       WS-COMPETENCIA '. RELATORIO SEM PERCENTUAL.'
           ELSE
               SET TEM-CALENDARIO      TO TRUE
           END-IF
           .
       P150-FIM.

       P160-CONTA-DIA.
           IF CAL-DATA (1:6) NOT EQUAL WS-COMPETENCIA
               SET EOF-OK               TO TRUE
               GO TO P160-FIM
           END-IF

           IF CAL-LETIVO
               ADD 1                    TO WS-DIAS-LETIVOS
           END-IF

           READ CALENDARIO NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P160-FIM.

       P200-CARREGA-ALUNOS.
           READ ALUNOS NEXT RECORD
               AT END
       P200-FIM.

       P220-EMPILHA.
           IF ALUNO-ATIVO AND WS-QTD-TABELA < WS-MAX-ALUNOS AND
              (TODAS-AS-UNIDADES OR
               UNIDADE-ALUNO EQUAL WS-UNIDADE-FILTRO)
               ADD 1                    TO WS-QTD-TABELA
               MOVE ID-ALUNO            TO WS-TAB-ID    (WS-QTD-TABELA)
               MOVE NM-ALUNO            TO WS-TAB-NOME  (WS-QTD-TABELA)
               MOVE UNIDADE-ALUNO       TO WS-TAB-UNIDADE
                                                       (WS-QTD-TABELA)
               MOVE NUM-ALUNO           TO WS-TAB-TURMA (WS-QTD-TABELA)
               MOVE REF-ID-CONTATO      TO WS-TAB-REF-CONTATO
                                                       (WS-QTD-TABELA)
       P510-FIM.

       P520-PROCURA-MENOR.
           IF WS-TAB-CHAVE (WS-IDX-J) < WS-TAB-CHAVE (WS-IDX-MENOR)
               MOVE WS-IDX-J            TO WS-IDX-MENOR
           END-IF


       P610-IMPRIME-LINHA.
           IF WS-IDX-I = 1
               PERFORM P660-ABRE-UNIDADE THRU P660-FIM
               PERFORM P620-ABRE-TURMA  THRU P620-FIM
           ELSE
               IF WS-TAB-UNIDADE (WS-IDX-I) NOT EQUAL WS-UNIDADE-ATUAL
                   PERFORM P650-FECHA-TURMA
                   PERFORM P670-FECHA-UNIDADE
                   PERFORM P660-ABRE-UNIDADE THRU P660-FIM
                   PERFORM P620-ABRE-TURMA THRU P620-FIM
               ELSE
                   IF WS-TAB-TURMA (WS-IDX-I) NOT EQUAL WS-TURMA-ATUAL
                       PERFORM P650-FECHA-TURMA
                       PERFORM P620-ABRE-TURMA THRU P620-FIM
                   END-IF
               END-IF
           END-IF

           MOVE WS-TAB-PRESENCAS (WS-IDX-I) TO WS-DET-PRESENCAS
           MOVE WS-TAB-FALTAS    (WS-IDX-I) TO WS-DET-FALTAS
           MOVE WS-TAB-ATRASOS   (WS-IDX-I) TO WS-DET-ATRASOS
           MOVE 0                       TO WS-PERC-PRESENCA
           IF TEM-CALENDARIO
               COMPUTE WS-PERC-PRESENCA ROUNDED =
                       (WS-TAB-PRESENCAS (WS-IDX-I)
                      + WS-TAB-ATRASOS (WS-IDX-I)) * 100
                      / WS-DIAS-LETIVOS
               IF WS-PERC-PRESENCA > 100
                   MOVE 100             TO WS-PERC-PRESENCA
               END-IF
           END-IF
           MOVE WS-PERC-PRESENCA        TO WS-DET-PERC
           WRITE REG-RELATORIO          FROM WS-DETALHE

           ADD WS-TAB-FALTAS  (WS-IDX-I) TO WS-TURMA-FALTAS
           ADD WS-TAB-FALTAS  (WS-IDX-I) TO WS-TOTAL-FALTAS
           ADD WS-TAB-ATRASOS (WS-IDX-I) TO WS-TURMA-ATRASOS
           ADD WS-TAB-FALTAS  (WS-IDX-I) TO WS-UNIDADE-FALTAS
           ADD WS-TAB-ATRASOS (WS-IDX-I) TO WS-UNIDADE-ATRASOS

           IF WS-TAB-FALTAS (WS-IDX-I) > WS-LIMITE-FALTAS
               PERFORM P630-BUSCA-RESPONSAVEL THRU P630-FIM
               WRITE REG-RELATORIO      FROM WS-TURMA-TOTAL
           END-IF
           .
       P660-ABRE-UNIDADE.
           MOVE WS-TAB-UNIDADE (WS-IDX-I) TO WS-UNIDADE-ATUAL
           MOVE 0                       TO WS-UNIDADE-FALTAS
           MOVE 0                       TO WS-UNIDADE-ATRASOS
           WRITE REG-RELATORIO          FROM SPACES
           MOVE WS-UNIDADE-ATUAL        TO WS-UNIDADE-LINHA-NUM
           PERFORM P680-BUSCA-UNIDADE   THRU P680-FIM
           WRITE REG-RELATORIO          FROM WS-UNIDADE-LINHA
           .
       P660-FIM.

       P670-FECHA-UNIDADE.
           IF WS-QTD-TABELA > 0
               MOVE WS-UNIDADE-FALTAS   TO WS-UNIDADE-TOTAL-FALTAS
               MOVE WS-UNIDADE-ATRASOS  TO WS-UNIDADE-TOTAL-ATRASOS
               WRITE REG-RELATORIO      FROM WS-UNIDADE-TOTAL
           END-IF
           .
       P680-BUSCA-UNIDADE.
           MOVE 'UNIDADE NAO CADASTRADA' TO WS-UNIDADE-LINHA-NOME
           SET FS-OK-UNI                TO TRUE

           OPEN INPUT UNIDADES

           IF FS-OK-UNI
               MOVE WS-UNIDADE-ATUAL    TO COD-UNIDADE
               READ UNIDADES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-UNIDADE  TO WS-UNIDADE-LINHA-NOME
               END-READ

               CLOSE UNIDADES
           END-IF
           .
       P680-FIM.

       P700-CABECALHO.
           MOVE WS-COMPETENCIA          TO WS-CAB-COMPETENCIA
           WRITE REG-RELATORIO          FROM WS-CABECALHO

           IF TODAS-AS-UNIDADES
               MOVE 'TODAS'             TO WS-CAB-FILTRO-DESC
           ELSE
               MOVE WS-UNIDADE-FILTRO   TO WS-UNIDADE-ATUAL
               PERFORM P680-BUSCA-UNIDADE THRU P680-FIM
               MOVE WS-UNIDADE-LINHA-NOME TO WS-CAB-FILTRO-DESC
           END-IF

           WRITE REG-RELATORIO          FROM WS-CAB-FILTRO
           IF TEM-CALENDARIO
               MOVE WS-DIAS-LETIVOS     TO WS-LET-DIAS
               WRITE REG-RELATORIO      FROM WS-LINHA-LETIVOS
           ELSE
               MOVE 'CALENDARIO ESCOLAR NAO CADASTRADO PARA O MES - '
                                        TO REG-RELATORIO
               MOVE 'SEM PERCENTUAL'    TO REG-RELATORIO (48:14)
               WRITE REG-RELATORIO
           END-IF
           .
       P800-RODAPE.
           MOVE WS-TOTAL-FALTAS         TO WS-ROD-FALTAS
