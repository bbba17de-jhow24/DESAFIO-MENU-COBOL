      *          execucao. Saida formatada com cabecalho e totais nos
      *          moldes do REPCNTT, em RELGERTT-LST.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Relatorio emitido para uma unidade ou para todas
      *                 (unidade em branco): totais de alunos e
      *                 distribuicao por turma filtrados pela unidade,
      *                 com quadro de alunos ativos e inativos por
      *                 unidade. Contatos e logs continuam da escola
      *                 toda.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGERTT.
               RECORD KEY  IS CTL-CHAVE
               FILE STATUS IS WS-FS-CONTROLE.

               SELECT UNIDADES ASSIGN TO
               "UNIDADES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS COD-UNIDADE
               FILE STATUS IS WS-FS-UNI.

               SELECT RELATORIO ASSIGN TO
               "RELGERTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               05 CTL-TURMA           PIC 9(02).
           03 CTL-QTD-ALUNOS          PIC 9(05).

       FD UNIDADES.
          COPY FD_UNITT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

           88 FS-OK-LOGA              VALUE 0.
       77 WS-FS-CONTROLE              PIC 99.
           88 FS-OK-CONTROLE          VALUE 0.
       77 WS-FS-UNI                   PIC 99.
           88 FS-OK-UNI               VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
       77 WS-VARIACAO                 PIC S9(05) COMP VALUE 0.
       77 WS-CTL-EXISTE               PIC X     VALUE 'N'.
           88 CONTROLE-JA-GRAVADO     VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-FILTRO           PIC 9(02) VALUE 0.
           88 TODAS-AS-UNIDADES       VALUE 0.
       77 WS-IDX-UNI                  PIC 9(03) COMP VALUE 0.

      *    SUBTOTAIS DE ALUNOS POR UNIDADE, INDEXADOS PELO CODIGO DA
      *    UNIDADE.
       01 WS-TABELA-UNIDADES.
           03 WS-TAB-UNI OCCURS 99 TIMES.
               05 WS-TAB-UNI-ATIVOS    PIC 9(05) COMP.
               05 WS-TAB-UNI-INATIVOS  PIC 9(05) COMP.

       01 WS-TABELA-OPER-CONT.
           03 WS-TAB-OPC OCCURS 10 TIMES.
       01 WS-TABELA-TURMAS.
           03 WS-TAB-TUR OCCURS 20 TIMES.
               05 WS-TAB-TUR-NUM       PIC 9(02).
               05 WS-TAB-TUR-UNIDADE   PIC 9(02).
               05 WS-TAB-TUR-QTD       PIC 9(05) COMP.
               05 WS-TAB-TUR-ANTERIOR  PIC 9(05) COMP.

       01 WS-CABECALHO-2.
           03 FILLER                  PIC X(47) VALUE ALL '='.

       01 WS-CAB-FILTRO.
           03 FILLER                  PIC X(09) VALUE 'UNIDADE: '.
           03 WS-CAB-FILTRO-DESC       PIC X(20) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           03 WS-TOT-TEXTO            PIC X(25).
           03 WS-TOT-QTD              PIC ZZZZ9.
       01 WS-LINHA-TURMA.
           03 FILLER                  PIC X(08) VALUE '  TURMA '.
           03 WS-TUR-NUM              PIC Z9.
           03 FILLER                  PIC X(04) VALUE ' UN '.
           03 WS-TUR-UNIDADE          PIC 99.
           03 FILLER                  PIC X(09) VALUE '  ATUAL: '.
           03 WS-TUR-QTD              PIC ZZZZ9.
           03 FILLER                  PIC X(12) VALUE '  ANTERIOR: '.
           03 FILLER                  PIC X(12) VALUE '  VARIACAO: '.
           03 WS-TUR-VARIACAO         PIC +ZZZ9.

       01 WS-LINHA-UNIDADE.
           03 FILLER                  PIC X(10) VALUE '  UNIDADE '.
           03 WS-UNI-COD              PIC 99.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-UNI-NOME             PIC X(20).
           03 FILLER                  PIC X(10) VALUE '  ATIVOS: '.
           03 WS-UNI-ATIVOS           PIC ZZZZ9.
           03 FILLER                  PIC X(12) VALUE '  INATIVOS: '.
           03 WS-UNI-INATIVOS         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** RELATORIO GERENCIAL MENSAL ***'
            DISPLAY 'INFORME A COMPETENCIA (AAAAMM): '
            ACCEPT WS-COMPETENCIA
            MOVE 0                     TO WS-UNIDADE-FILTRO
            DISPLAY 'INFORME A UNIDADE (BRANCO = TODAS): '
            ACCEPT WS-UNIDADE-FILTRO
            INITIALIZE WS-TABELA-UNIDADES
            PERFORM P100-COMPETENCIA-ANT THRU P100-FIM
            PERFORM P200-CONTA-CONTATOS  THRU P200-FIM
            PERFORM P250-CONTA-ALUNOS    THRU P250-FIM
           .
       P250-FIM.

      *    ALUNO DE OUTRA UNIDADE FICA FORA DOS TOTAIS QUANDO O
      *    RELATORIO E EMITIDO PARA UMA UNIDADE SO.
       P260-CONTA-ALUNO.
           IF NOT TODAS-AS-UNIDADES AND
              UNIDADE-ALUNO NOT EQUAL WS-UNIDADE-FILTRO
               GO TO P260-LE-PROXIMO
           END-IF

           IF ALUNO-ATIVO
               ADD 1                    TO WS-QTD-ALU-ATIVOS
               PERFORM P270-SOMA-TURMA  THRU P270-FIM
               IF UNIDADE-ALUNO > 0
                   ADD 1                TO WS-TAB-UNI-ATIVOS
                                                      (UNIDADE-ALUNO)
               END-IF
           ELSE
               ADD 1                    TO WS-QTD-ALU-INATIVOS
               IF UNIDADE-ALUNO > 0
                   ADD 1                TO WS-TAB-UNI-INATIVOS
                                                      (UNIDADE-ALUNO)
               END-IF
           END-IF
           .
       P260-LE-PROXIMO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
                   ADD 1                TO WS-QTD-TURMAS
                   MOVE NUM-ALUNO       TO WS-TAB-TUR-NUM
                                                       (WS-QTD-TURMAS)
                   MOVE UNIDADE-ALUNO   TO WS-TAB-TUR-UNIDADE
                                                       (WS-QTD-TURMAS)
                   MOVE 1               TO WS-TAB-TUR-QTD
                                                       (WS-QTD-TURMAS)
                   MOVE 0               TO WS-TAB-TUR-ANTERIOR
           MOVE WS-COMPETENCIA          TO WS-CAB-COMPETENCIA
           WRITE REG-RELATORIO          FROM WS-CABECALHO-1
           WRITE REG-RELATORIO          FROM WS-CABECALHO-2

           IF TODAS-AS-UNIDADES
               MOVE 'TODAS'             TO WS-CAB-FILTRO-DESC
           ELSE
               MOVE WS-UNIDADE-FILTRO   TO WS-UNI-COD
               PERFORM P590-BUSCA-UNIDADE THRU P590-FIM
               MOVE WS-UNI-NOME         TO WS-CAB-FILTRO-DESC
           END-IF

           WRITE REG-RELATORIO          FROM WS-CAB-FILTRO
           WRITE REG-RELATORIO          FROM SPACES

           MOVE 'CONTATOS ATIVOS........: ' TO WS-TOT-TEXTO
           MOVE WS-QTD-ALU-INATIVOS     TO WS-TOT-QTD
           WRITE REG-RELATORIO          FROM WS-LINHA-TOTAL

           WRITE REG-RELATORIO          FROM SPACES
           MOVE 'ALUNOS POR UNIDADE:'   TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE 1                       TO WS-IDX-UNI
           PERFORM P580-LINHA-UNIDADE   THRU P580-FIM
               UNTIL WS-IDX-UNI > 99

           WRITE REG-RELATORIO          FROM SPACES
           MOVE 'MOVIMENTACAO DE CONTATOS NO MES:'
                                        TO REG-RELATORIO

       P560-LINHA-TURMA.
           MOVE WS-TAB-TUR-NUM (WS-IDX) TO WS-TUR-NUM
           MOVE WS-TAB-TUR-UNIDADE (WS-IDX) TO WS-TUR-UNIDADE
           MOVE WS-TAB-TUR-QTD (WS-IDX) TO WS-TUR-QTD
           MOVE WS-TAB-TUR-ANTERIOR (WS-IDX) TO WS-TUR-ANTERIOR

           .
       P560-FIM.

       P580-LINHA-UNIDADE.
           IF WS-TAB-UNI-ATIVOS   (WS-IDX-UNI) > 0 OR
              WS-TAB-UNI-INATIVOS (WS-IDX-UNI) > 0
               MOVE WS-IDX-UNI          TO WS-UNI-COD
               PERFORM P590-BUSCA-UNIDADE THRU P590-FIM
               MOVE WS-TAB-UNI-ATIVOS   (WS-IDX-UNI) TO WS-UNI-ATIVOS
               MOVE WS-TAB-UNI-INATIVOS (WS-IDX-UNI)
                                        TO WS-UNI-INATIVOS
               WRITE REG-RELATORIO      FROM WS-LINHA-UNIDADE
           END-IF

           ADD 1                        TO WS-IDX-UNI
           .
       P580-FIM.

       P590-BUSCA-UNIDADE.
           MOVE 'UNIDADE NAO CADASTRADA' TO WS-UNI-NOME
           SET FS-OK-UNI                TO TRUE

           OPEN INPUT UNIDADES

           IF FS-OK-UNI
               MOVE WS-UNI-COD          TO COD-UNIDADE
               READ UNIDADES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-UNIDADE  TO WS-UNI-NOME
               END-READ

               CLOSE UNIDADES
           END-IF
           .
       P590-FIM.

       P900-FIM.
            STOP RUN.
       END PROGRAM RELGERTT.
