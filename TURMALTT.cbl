      *                 menu, o programa pode rodar varias vezes
      *                 na mesma sessao e os VALUE so valem na
      *                 primeira carga.
      * 15/10/2026 JS - Nome do professor passou a vir do cadastro
      *                 mestre de professores (PROFESSORES.DAT), pelo
      *                 ID-PROFESSOR-TURMA.
      * 15/10/2026 JS - Relatorio passou a ser emitido para uma unidade
      *                 ou para todas (unidade em branco), ordenado por
      *                 unidade e turma, com subtotal de alunos por
      *                 unidade.
      * 15/10/2026 JS - Recebe a area de comunicacao do MENUCNTT: o
      *                 operador sem acesso a todas as unidades emite so
      *                 a sua unidade, sem a pergunta da unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURMALTT.
               RECORD KEY  IS NUM-TURMA
               FILE STATUS IS WS-FS-TURMAS.

               SELECT PROFESSORES ASSIGN TO
               "PROFESSORES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PROF.

               SELECT UNIDADES ASSIGN TO
               "UNIDADES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS COD-UNIDADE
               FILE STATUS IS WS-FS-UNI.

               SELECT RELATORIO ASSIGN TO
               "TURMALTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
       FD TURMAS.
          COPY FD_TURMA.

       FD PROFESSORES.
          COPY FD_PROTT.

       FD UNIDADES.
          COPY FD_UNITT.

       FD RELATORIO.
       01 REG-RELATORIO                   PIC X(80).

           88 FS-OK-ALUNOS              VALUE 0.
       77 WS-FS-TURMAS                 PIC 99.
           88 FS-OK-TURMAS              VALUE 0.
       77 WS-FS-PROF                   PIC 99.
           88 FS-OK-PROF                VALUE 0.
       77 WS-FS-UNI                    PIC 99.
           88 FS-OK-UNI                 VALUE 0.
       77 WS-FS-RELATORIO              PIC 99.
           88 FS-OK-RELATORIO           VALUE 0.
       77 WS-EOF                       PIC X.
       77 WS-TOTAL-ALUNOS              PIC 9(05) COMP VALUE 0.
       77 WS-QTD-TURMA                 PIC 9(05) COMP VALUE 0.
       77 WS-TURMA-ATUAL               PIC 9(02).
       77 WS-QTD-UNIDADE               PIC 9(05) COMP VALUE 0.
       77 WS-UNIDADE-ATUAL             PIC 9(02).
       77 WS-UNIDADE-FILTRO            PIC 9(02) VALUE 0.
           88 TODAS-AS-UNIDADES         VALUE 0.

       01 WS-TABELA-ALUNOS.
           03 WS-TAB-ALUNO OCCURS 200 TIMES.
               05 WS-TAB-ID            PIC 9(04).
               05 WS-TAB-NOME          PIC X(20).
               05 WS-TAB-CHAVE.
                   07 WS-TAB-UNIDADE   PIC 9(02).
                   07 WS-TAB-TURMA     PIC 9(02).

       01 WS-TAB-TROCA.
           05 WS-TROCA-ID              PIC 9(04).
           05 WS-TROCA-NOME            PIC X(20).
           05 WS-TROCA-CHAVE           PIC 9(04).

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'RELATORIO DE ALUNOS POR TURMA'.

       01 WS-CAB-FILTRO.
           03 FILLER                  PIC X(09) VALUE 'UNIDADE: '.
           03 WS-CAB-FILTRO-DESC       PIC X(20) VALUE SPACES.

       01 WS-UNIDADE-LINHA.
           03 FILLER                  PIC X(09) VALUE 'UNIDADE: '.
           03 WS-UNIDADE-LINHA-NUM     PIC 99.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-UNIDADE-LINHA-NOME    PIC X(20).

       01 WS-UNIDADE-TOTAL.
           03 FILLER                  PIC X(27) VALUE
              'ALUNOS NESTA UNIDADE.....: '.
           03 WS-UNIDADE-TOTAL-NUM     PIC ZZZZ9.

       01 WS-TURMA-LINHA.
           03 FILLER                  PIC X(08) VALUE 'TURMA: '.
           03 WS-TURMA-LINHA-NUM       PIC Z9.
              'TOTAL DE ALUNOS........: '.
           03 WS-ROD-TOTAL            PIC ZZZZ9.

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
            MOVE 0                TO WS-TOTAL-ALUNOS
            MOVE 0                TO WS-QTD-TURMA
            MOVE 0                TO WS-QTD-UNIDADE
            PERFORM P050-INFORMA-UNIDADE THRU P050-FIM
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P200-CARREGA-TABELA THRU P200-FIM
            PERFORM P500-ORDENA-I      THRU P500-FIM
            PERFORM P700-CABECALHO
            PERFORM P600-IMPRIME       THRU P600-FIM
            PERFORM P650-FECHA-TURMA
            PERFORM P670-FECHA-UNIDADE
            PERFORM P800-RODAPE
            PERFORM P900-FIM
            .
      *    UNIDADE EM BRANCO (ZERO) EMITE TODAS, COM SUBTOTAL POR
      *    UNIDADE. O OPERADOR SEM ACESSO A TODAS AS UNIDADES SO
      *    EMITE A DA SUA UNIDADE, SEM PERGUNTA.
       P050-INFORMA-UNIDADE.
           MOVE 0                      TO WS-UNIDADE-FILTRO

           IF NOT ACESSO-TODAS-UNIDADES
               MOVE LK-UNIDADE-OPERADOR TO WS-UNIDADE-FILTRO
               DISPLAY 'RELATORIO DA UNIDADE ' WS-UNIDADE-FILTRO
                       ' DO OPERADOR.'
               GO TO P050-FIM
           END-IF

           DISPLAY 'INFORME A UNIDADE (BRANCO = TODAS): '
           ACCEPT WS-UNIDADE-FILTRO
           .
       P050-FIM.
       P100-ABRE-ARQUIVOS.
           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-RELATORIO         TO TRUE
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
           END-IF

       P510-FIM.

       P520-PROCURA-MENOR.
           IF WS-TAB-CHAVE (WS-IDX-J) < WS-TAB-CHAVE (WS-IDX-MENOR)
               MOVE WS-IDX-J            TO WS-IDX-MENOR
           END-IF

       P530-TROCA.
           MOVE WS-TAB-ID    (WS-IDX-I) TO WS-TROCA-ID
           MOVE WS-TAB-NOME  (WS-IDX-I) TO WS-TROCA-NOME
           MOVE WS-TAB-CHAVE (WS-IDX-I) TO WS-TROCA-CHAVE

           MOVE WS-TAB-ID    (WS-IDX-MENOR) TO WS-TAB-ID    (WS-IDX-I)
           MOVE WS-TAB-NOME  (WS-IDX-MENOR) TO WS-TAB-NOME  (WS-IDX-I)
           MOVE WS-TAB-CHAVE (WS-IDX-MENOR) TO WS-TAB-CHAVE (WS-IDX-I)

           MOVE WS-TROCA-ID              TO WS-TAB-ID    (WS-IDX-MENOR)
           MOVE WS-TROCA-NOME            TO WS-TAB-NOME  (WS-IDX-MENOR)
           MOVE WS-TROCA-CHAVE           TO WS-TAB-CHAVE (WS-IDX-MENOR)
           .
       P530-FIM.


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

           WRITE REG-RELATORIO          FROM WS-DETALHE

           ADD 1                        TO WS-QTD-TURMA
           ADD 1                        TO WS-QTD-UNIDADE
           ADD 1                        TO WS-TOTAL-ALUNOS
           ADD 1                        TO WS-IDX-I
           .
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-TURMA    TO WS-TURMA-LINHA-NOME
                       PERFORM P640-BUSCA-PROFESSOR THRU P640-FIM
               END-READ

               CLOSE TURMAS
           .
       P630-FIM.

       P640-BUSCA-PROFESSOR.
           SET FS-OK-PROF               TO TRUE

           OPEN INPUT PROFESSORES

           IF FS-OK-PROF
               MOVE ID-PROFESSOR-TURMA  TO ID-PROFESSOR
               READ PROFESSORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-PROFESSOR TO WS-TURMA-LINHA-PROF
               END-READ

               CLOSE PROFESSORES
           END-IF
           .
       P640-FIM.

       P650-FECHA-TURMA.
           IF WS-TOTAL-ALUNOS > 0 OR WS-QTD-TURMA > 0
               MOVE WS-QTD-TURMA        TO WS-TURMA-TOTAL-NUM
               WRITE REG-RELATORIO      FROM WS-TURMA-TOTAL
           END-IF
           .
       P660-ABRE-UNIDADE.
           MOVE WS-TAB-UNIDADE (WS-IDX-I) TO WS-UNIDADE-ATUAL
           MOVE 0                       TO WS-QTD-UNIDADE
           WRITE REG-RELATORIO          FROM SPACES
           MOVE WS-UNIDADE-ATUAL        TO WS-UNIDADE-LINHA-NUM
           PERFORM P680-BUSCA-UNIDADE   THRU P680-FIM
           WRITE REG-RELATORIO          FROM WS-UNIDADE-LINHA
           .
       P660-FIM.

       P670-FECHA-UNIDADE.
           IF WS-TOTAL-ALUNOS > 0 OR WS-QTD-UNIDADE > 0
               MOVE WS-QTD-UNIDADE      TO WS-UNIDADE-TOTAL-NUM
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
           WRITE REG-RELATORIO          FROM WS-CABECALHO

           IF TODAS-AS-UNIDADES
               MOVE 'TODAS'             TO WS-CAB-FILTRO-DESC
           ELSE
               MOVE WS-UNIDADE-FILTRO   TO WS-UNIDADE-ATUAL
               PERFORM P680-BUSCA-UNIDADE THRU P680-FIM
               MOVE WS-UNIDADE-LINHA-NOME TO WS-CAB-FILTRO-DESC
           END-IF

           WRITE REG-RELATORIO          FROM WS-CAB-FILTRO
           .
       P800-RODAPE.
           MOVE WS-TOTAL-ALUNOS         TO WS-ROD-TOTAL
