      *          Restrito a supervisor, com login proprio nos moldes
      *          do CONSLGTT.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Aluno reprovado no resultado final do ano
      *                 letivo (RESALTT.DAT, apurado pelo RESANOTT)
      *                 passou a ser retido na turma atual em vez de
      *                 seguir a tabela de promocao; sai como RETIDO
      *                 na listagem de conferencia.
      * 15/10/2026 JS - Virada de ano passou a registrar no historico
      *                 de matricula (GRVHISTT) o resultado do ano que
      *                 termina (promovido, retido ou formado) e a
      *                 abrir o periodo do ano seguinte.
      * 15/10/2026 JS - Cada gravacao de aluno passou a registrar a
      *                 imagem completa do registro no diario de
      *                 recuperacao (GRVJRNTT), reaplicado pelo RECJRNTT
      *                 sobre a copia de seguranca.
      * 15/10/2026 JS - Aluno promovido passa para a unidade da turma
      *                 destino (UNIDADE-ALUNO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMALTT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.

               SELECT RESULTADOS ASSIGN TO
               "RESALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS RES-CHAVE
               FILE STATUS IS WS-FS-RES.

               SELECT LOGALTT ASSIGN TO
               "LOGALTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           03 PROM-FORMATURA          PIC X(01).
               88 PROM-FORMA          VALUE 'S'.

       FD RESULTADOS.
          COPY FD_RESAT.

       FD LOGALTT.
          COPY FD_LOGAT.

           88 FS-OK-TURMAS            VALUE 0.
       77 WS-FS-TABELA                PIC 99.
           88 FS-OK-TABELA            VALUE 0.
       77 WS-FS-RES                   PIC 99.
           88 FS-OK-RES               VALUE 0.
       77 WS-FS-LOG                   PIC 99.
           88 FS-OK-LOG               VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
       77 WS-REGRA-OK                 PIC X     VALUE 'N'.
           88 REGRA-ENCONTRADA        VALUE 'S' FALSE 'N'.
       77 WS-TURMA-DESTINO            PIC 9(02) VALUE 0.
       77 WS-UNIDADE-DESTINO          PIC 9(02) VALUE 0.
       77 WS-ACAO                     PIC X     VALUE SPACES.
           88 ACAO-PROMOVE            VALUE 'P'.
           88 ACAO-FORMA              VALUE 'F'.
           88 ACAO-MANTEM             VALUE 'M'.
           88 ACAO-RETEM              VALUE 'R'.
       77 WS-ANO-LETIVO               PIC 9(04) VALUE 0.
       77 WS-TEM-RES                  PIC X     VALUE 'N'.
           88 TEM-RESULTADO           VALUE 'S' FALSE 'N'.
       77 WS-QTD-LIDOS                PIC 9(05) COMP VALUE 0.
       77 WS-QTD-PROMOVIDOS           PIC 9(05) COMP VALUE 0.
       77 WS-QTD-FORMADOS             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-SEM-REGRA            PIC 9(05) COMP VALUE 0.
       77 WS-QTD-RETIDOS              PIC 9(05) COMP VALUE 0.
       77 WS-TURMA-ANTERIOR           PIC 9(02) VALUE 0.
       01 WS-HISTORICO.
           03 WS-HIS-OPERACAO         PIC X(01).
               88 HIST-MATRICULA      VALUE 'M'.
               88 HIST-ENCERRA        VALUE 'E'.
               88 HIST-MUDA           VALUE 'T'.
           03 WS-HIS-ID-ALUNO         PIC 9(04).
           03 WS-HIS-TURMA-ATUAL      PIC 9(02).
           03 WS-HIS-ANO-ATUAL        PIC 9(04).
           03 WS-HIS-RESULTADO        PIC X(01).
               88 HIST-PROMOVIDO      VALUE 'P'.
               88 HIST-RETIDO         VALUE 'R'.
               88 HIST-TRANSFERIDO    VALUE 'T'.
               88 HIST-DESISTENTE     VALUE 'D'.
               88 HIST-FORMADO        VALUE 'F'.
           03 WS-HIS-OBSERVACAO       PIC X(30).
           03 WS-HIS-NOVA-TURMA       PIC 9(02).
           03 WS-HIS-NOVO-ANO         PIC 9(04).
           03 WS-HIS-ID-OPERADOR      PIC 9(04).
           03 WS-HIS-RETORNO          PIC 99.
               88 HIST-GRAVADO        VALUE 0.

       01 WS-TABELA-REGRAS.
           03 WS-TAB-REGRA OCCURS 20 TIMES.
              'ALUNOS SEM REGRA.......: '.
           03 WS-ROD-SEM-REGRA        PIC ZZZZ9.

       01 WS-RODAPE-5.
           03 FILLER                  PIC X(25) VALUE
              'ALUNOS RETIDOS.........: '.
           03 WS-ROD-RETIDOS          PIC ZZZZ9.

       01 WS-JORNAL.
           03 WS-JRN-ARQUIVO          PIC X(01).
               88 JRN-CONTATOS        VALUE 'C'.
               88 JRN-ALUNOS          VALUE 'A'.
           03 WS-JRN-OPERACAO         PIC X(01).
               88 JRN-INCLUSAO        VALUE 'I'.
               88 JRN-ALTERACAO       VALUE 'A'.
               88 JRN-SITUACAO        VALUE 'S'.
               88 JRN-MARCA-COPIA     VALUE 'B'.
           03 WS-JRN-PROGRAMA         PIC X(08).
           03 WS-JRN-ID-OPERADOR      PIC 9(04).
           03 WS-JRN-IMAGEM           PIC X(115).
           03 WS-JRN-RETORNO          PIC 99.
               88 JRN-GRAVADO         VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** VIRADA DE ANO LETIVO - ALUNOS ***'
                    DISPLAY 'TABELA DE PROMOCAO (PROMOTBL-DAT) VAZIA '
                            'OU NAO ENCONTRADA. NADA A FAZER.'
                ELSE
                    PERFORM P200-ABRE-RESULTADO THRU P200-FIM
                    PERFORM P300-SIMULA      THRU P300-FIM
                    PERFORM P600-CONFIRMA    THRU P600-FIM
                END-IF
           .
       P120-FIM.

       P200-ABRE-RESULTADO.
           DISPLAY 'INFORME O ANO LETIVO QUE ESTA SENDO ENCERRADO '
                   '(AAAA): '
           ACCEPT WS-ANO-LETIVO

           SET FS-OK-RES               TO TRUE
           SET TEM-RESULTADO           TO FALSE

           OPEN INPUT RESULTADOS

           IF FS-OK-RES
               SET TEM-RESULTADO       TO TRUE
           ELSE
               DISPLAY 'ATENCAO: RESULTADO FINAL (RESALTT-DAT) NAO '
                       'APURADO. NENHUM ALUNO SERA RETIDO.'
           END-IF
           .
       P200-FIM.

       P300-SIMULA.
           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-RELATORIO         TO TRUE
           DISPLAY 'A PROMOVER.............: ' WS-QTD-PROMOVIDOS
           DISPLAY 'A FORMAR (BAIXA).......: ' WS-QTD-FORMADOS
           DISPLAY 'SEM REGRA (MANTIDOS)...: ' WS-QTD-SEM-REGRA
           DISPLAY 'REPROVADOS (RETIDOS)...: ' WS-QTD-RETIDOS
           .
       P300-FIM.

                       ADD 1            TO WS-QTD-PROMOVIDOS
                       MOVE SPACES      TO WS-DET-DEPOIS
                       MOVE WS-TURMA-DESTINO TO WS-DET-DEPOIS (1:2)
                   WHEN ACAO-RETEM
                       ADD 1            TO WS-QTD-RETIDOS
                       MOVE 'RETIDO'    TO WS-DET-DEPOIS
                   WHEN OTHER
                       ADD 1            TO WS-QTD-SEM-REGRA
                       MOVE 'SEM REGRA' TO WS-DET-DEPOIS
       P340-ACHA-REGRA.
           SET REGRA-ENCONTRADA         TO FALSE
           SET ACAO-MANTEM              TO TRUE

           PERFORM P345-VERIFICA-RESULTADO THRU P345-FIM

           IF ACAO-RETEM
               GO TO P340-FIM
           END-IF

           MOVE 1                       TO WS-IDX

           PERFORM P350-COMPARA-REGRA   THRU P350-FIM
           .
       P340-FIM.

       P345-VERIFICA-RESULTADO.
           IF NOT TEM-RESULTADO
               GO TO P345-FIM
           END-IF

           MOVE WS-ANO-LETIVO           TO RES-ANO-LETIVO
           MOVE ID-ALUNO                TO RES-ID-ALUNO

           READ RESULTADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RES-REPROVADO
                       SET ACAO-RETEM   TO TRUE
                   END-IF
           END-READ
           .
       P345-FIM.

       P350-COMPARA-REGRA.
           IF WS-TAB-ORIGEM (WS-IDX) EQUAL NUM-ALUNO
               SET REGRA-ENCONTRADA     TO TRUE
                   NOT INVALID KEY
                       IF TURMA-ATIVA
                           SET ACAO-PROMOVE TO TRUE
                           MOVE UNIDADE-TURMA TO WS-UNIDADE-DESTINO
                       ELSE
                           DISPLAY 'ATENCAO: TURMA DESTINO '
                                   WS-TURMA-DESTINO ' INATIVA. '
           MOVE WS-QTD-PROMOVIDOS       TO WS-ROD-PROMOVIDOS
           MOVE WS-QTD-FORMADOS         TO WS-ROD-FORMADOS
           MOVE WS-QTD-SEM-REGRA        TO WS-ROD-SEM-REGRA
           MOVE WS-QTD-RETIDOS          TO WS-ROD-RETIDOS
           WRITE REG-RELATORIO          FROM SPACES
           WRITE REG-RELATORIO          FROM WS-RODAPE-1
           WRITE REG-RELATORIO          FROM WS-RODAPE-2
           WRITE REG-RELATORIO          FROM WS-RODAPE-3
           WRITE REG-RELATORIO          FROM WS-RODAPE-4
           WRITE REG-RELATORIO          FROM WS-RODAPE-5
           .
       P380-FIM.

           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-QTD-PROMOVIDOS
           MOVE 0                      TO WS-QTD-FORMADOS
           MOVE 0                      TO WS-QTD-RETIDOS

           OPEN I-O ALUNOS

           DISPLAY '-----------------------------------------------'
           DISPLAY 'ALUNOS PROMOVIDOS......: ' WS-QTD-PROMOVIDOS
           DISPLAY 'ALUNOS FORMADOS........: ' WS-QTD-FORMADOS
           DISPLAY 'ALUNOS RETIDOS.........: ' WS-QTD-RETIDOS
           DISPLAY 'VIRADA DE ANO CONCLUIDA.'
           DISPLAY '-----------------------------------------------'
           .
       P720-EFETIVA-ALUNO.
           IF ALUNO-ATIVO
               PERFORM P340-ACHA-REGRA  THRU P340-FIM
               MOVE NUM-ALUNO           TO WS-TURMA-ANTERIOR

               EVALUATE TRUE
                   WHEN ACAO-FORMA
                           NOT INVALID KEY
                               ADD 1    TO WS-QTD-FORMADOS
                               PERFORM P500-GRAVA-LOG THRU P500-FIM
                               PERFORM P550-GRAVA-HISTORICO
                                        THRU P550-FIM
                               SET JRN-SITUACAO TO TRUE
                               PERFORM P585-JORNAL-ALUNO
                                        THRU P585-FIM
                       END-REWRITE
                   WHEN ACAO-PROMOVE
                       MOVE WS-TURMA-DESTINO TO NUM-ALUNO
                       MOVE WS-UNIDADE-DESTINO TO UNIDADE-ALUNO
                       REWRITE REG-ALUNOS
                           INVALID KEY
                               DISPLAY 'ERRO AO PROMOVER O ALUNO '
                                       ID-ALUNO
                           NOT INVALID KEY
                               ADD 1    TO WS-QTD-PROMOVIDOS
                               PERFORM P550-GRAVA-HISTORICO
                                        THRU P550-FIM
                               SET JRN-ALTERACAO TO TRUE
                               PERFORM P585-JORNAL-ALUNO
                                        THRU P585-FIM
                       END-REWRITE
                   WHEN ACAO-RETEM
                       ADD 1            TO WS-QTD-RETIDOS
                       PERFORM P550-GRAVA-HISTORICO THRU P550-FIM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           .
       P500-FIM.

      *    FORMADO ENCERRA O PERIODO; PROMOVIDO E RETIDO ENCERRAM O
      *    PERIODO DO ANO QUE TERMINA E ABREM O DO ANO SEGUINTE NA
      *    TURMA DE DESTINO (RETIDO: NA MESMA TURMA).
       P550-GRAVA-HISTORICO.
           INITIALIZE WS-HISTORICO
           MOVE ID-ALUNO                TO WS-HIS-ID-ALUNO
           MOVE WS-TURMA-ANTERIOR       TO WS-HIS-TURMA-ATUAL
           MOVE WS-ANO-LETIVO           TO WS-HIS-ANO-ATUAL
           COMPUTE WS-HIS-NOVO-ANO = WS-ANO-LETIVO + 1
           MOVE WS-ID-OPERADOR          TO WS-HIS-ID-OPERADOR

           EVALUATE TRUE
               WHEN ACAO-FORMA
                   SET HIST-ENCERRA     TO TRUE
                   SET HIST-FORMADO     TO TRUE
               WHEN ACAO-PROMOVE
                   SET HIST-MUDA        TO TRUE
                   SET HIST-PROMOVIDO   TO TRUE
                   MOVE WS-TURMA-DESTINO TO WS-HIS-NOVA-TURMA
               WHEN OTHER
                   SET HIST-MUDA        TO TRUE
                   SET HIST-RETIDO      TO TRUE
                   MOVE WS-TURMA-ANTERIOR TO WS-HIS-NOVA-TURMA
           END-EVALUATE

           CALL 'GRVHISTT'              USING WS-HISTORICO

           IF NOT HIST-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DO ALUNO '
                       ID-ALUNO ' - FILE STATUS: ' WS-HIS-RETORNO
           END-IF
           .
       P550-FIM.

      *    IMAGEM DO REGISTRO GRAVADO PARA O DIARIO DE RECUPERACAO;
      *    A OPERACAO (INCLUSAO, ALTERACAO OU SITUACAO) VEM DO CHAMADOR.
       P585-JORNAL-ALUNO.
           SET JRN-ALUNOS               TO TRUE
           MOVE REG-ALUNOS              TO WS-JRN-IMAGEM
           MOVE 'PROMALTT'              TO WS-JRN-PROGRAMA
           MOVE WS-ID-OPERADOR          TO WS-JRN-ID-OPERADOR

           CALL 'GRVJRNTT'              USING WS-JORNAL

           IF NOT JRN-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O DIARIO DE RECUPERACAO - '
                       'FILE STATUS: ' WS-JRN-RETORNO
           END-IF
           .
       P585-FIM.

       P900-FIM.
            IF TEM-RESULTADO
                CLOSE RESULTADOS
            END-IF
            STOP RUN.
       END PROGRAM PROMALTT.
