      *          Restrito a supervisor, com login proprio nos moldes
      *          do PROMALTT.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Valor da cobranca passou a vir da tabela de
      *                 mensalidades por turma (TABMENTT.DAT, mantida
      *                 pelo CADTABTT) em vez de um valor unico
      *                 digitado. Aluno de turma sem valor na tabela
      *                 nao e cobrado e sai na contagem final.
      * 15/10/2026 JS - Desconto de irmaos (PARMENTT.DAT): responsavel
      *                 (REF-ID-CONTATO) com mais de um aluno ativo
      *                 tem o percentual descontado a partir do
      *                 segundo aluno (o de menor ID paga cheio).
      * 15/10/2026 JS - Competencia fechada no fechamento mensal
      *                 (FECMENTT.DAT) nao aceita nova geracao.
      * 15/10/2026 JS - Vencimento que cai em fim de semana ou feriado
      *                 do calendario escolar (CALENDTT.DAT) passa
      *                 para o proximo dia util.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERMENTT.
               RECORD KEY  IS MENS-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT TABMENSAL ASSIGN TO
               "TABMENTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS TABM-NUM-TURMA
               FILE STATUS IS WS-FS-TABELA.

               SELECT PARAMETROS ASSIGN TO
               "PARMENTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

               SELECT CALENDARIO ASSIGN TO
               "CALENDTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CAL-DATA
               FILE STATUS IS WS-FS-CAL.

               SELECT FECHAMENTOS ASSIGN TO
               "FECMENTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS FEC-COMPETENCIA
               FILE STATUS IS WS-FS-FEC.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       FD MENSALIDADES.
          COPY FD_MENTT.

       FD TABMENSAL.
          COPY FD_TABMT.

       FD CALENDARIO.
          COPY FD_CALTT.

       FD FECHAMENTOS.
          COPY FD_FECMT.

       FD PARAMETROS.
          COPY FD_PARMT.

       WORKING-STORAGE SECTION.
       01 WS-COM-AREA.
           03 WS-MENSAGEM                   PIC X(40).
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-MENS                  PIC 99.
           88 FS-OK-MENS              VALUE 0.
       77 WS-FS-TABELA                PIC 99.
           88 FS-OK-TABELA            VALUE 0.
       77 WS-FS-PARM                  PIC 99.
           88 FS-OK-PARM              VALUE 0.
       77 WS-FS-FEC                   PIC 99.
           88 FS-OK-FEC               VALUE 0.
       77 WS-FS-CAL                   PIC 99.
           88 FS-OK-CAL               VALUE 0.
       77 WS-UTIL-OK                  PIC X     VALUE 'N'.
           88 DIA-UTIL-ACHADO         VALUE 'S' FALSE 'N'.
       77 WS-QTD-DIAS-AVANCO          PIC 9(03) COMP VALUE 0.
       77 WS-ULTIMO-DIA               PIC 9(02) VALUE 0.
       77 WS-QUOC                     PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-4                  PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-100                PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-400                PIC 9(04) COMP VALUE 0.
      *    VENCIMENTO NO FORMATO DO CALENDARIO (AAAAMMDD).
       01 WS-DATA                     PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA.
           03 WS-DATA-ANO             PIC 9(04).
           03 WS-DATA-MES             PIC 9(02).
           03 WS-DATA-DIA             PIC 9(02).
       01 WS-DIAS-DO-MES              PIC X(24) VALUE
           '312831303130313130313031'.
       01 FILLER REDEFINES WS-DIAS-DO-MES.
           03 WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
       77 WS-FECHADA                  PIC X     VALUE 'N'.
           88 COMPETENCIA-FECHADA     VALUE 'S' FALSE 'N'.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-COMPETENCIA              PIC 9(06) VALUE 0.
       77 WS-VALOR                    PIC 9(05)V99 VALUE 0.
       01 WS-DT-VENCIMENTO            PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DT-VENCIMENTO.
           03 WS-VENCTO-DIA           PIC 9(02).
           03 WS-VENCTO-MES           PIC 9(02).
           03 WS-VENCTO-ANO           PIC 9(04).
       77 WS-QTD-GERADAS              PIC 9(05) COMP VALUE 0.
       77 WS-QTD-EXISTENTES           PIC 9(05) COMP VALUE 0.
       77 WS-QTD-ERROS                PIC 9(05) COMP VALUE 0.
       77 WS-QTD-SEM-TABELA           PIC 9(05) COMP VALUE 0.
       77 WS-QTD-DESCONTO             PIC 9(05) COMP VALUE 0.
       77 WS-PERC-DESC-IRMAO          PIC 9(02)V99 VALUE 0.
       77 WS-VALOR-DESCONTO           PIC 9(05)V99 VALUE 0.
       77 WS-MAX-RESP                 PIC 9(05) COMP VALUE 500.
       77 WS-QTD-RESP                 PIC 9(05) COMP VALUE 0.
       77 WS-IDX-R                    PIC 9(05) COMP VALUE 0.
       77 WS-RESP-OK                  PIC X     VALUE 'N'.
           88 RESP-ENCONTRADO         VALUE 'S' FALSE 'N'.
       77 WS-IRMAO-OK                 PIC X     VALUE 'N'.
           88 TEM-DESCONTO-IRMAO      VALUE 'S' FALSE 'N'.

      *    RESPONSAVEIS COM ALUNO ATIVO: QUANTIDADE DE ALUNOS E O
      *    PRIMEIRO (MENOR ID), QUE PAGA SEM DESCONTO DE IRMAOS.
       01 WS-TABELA-RESP.
           03 WS-TAB-RESP OCCURS 500 TIMES.
               05 WS-TAB-ID-CONTATO   PIC 9(04).
               05 WS-TAB-QTD-ALUNOS   PIC 9(03) COMP.
               05 WS-TAB-PRIMEIRO     PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            IF LOGIN-OK AND OPERADOR-SUPERVISOR IN WS-NIVEL-OPERADOR
                                                        THEN
                PERFORM P100-INFORMA-DADOS THRU P100-FIM
                PERFORM P120-VERIFICA-FECHAMENTO THRU P120-FIM
                IF COMPETENCIA-FECHADA
                    DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' FECHADA. '
                            'GERACAO NAO PERMITIDA.'
                ELSE
                    PERFORM P130-AJUSTA-VENCIMENTO THRU P130-FIM
                    PERFORM P150-CARREGA-PARAMETROS THRU P150-FIM
                    PERFORM P200-CARREGA-IRMAOS THRU P200-FIM
                    PERFORM P300-GERA          THRU P300-FIM
                END-IF
            ELSE
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
            END-IF
           DISPLAY 'INFORME A COMPETENCIA (AAAAMM): '
           ACCEPT WS-COMPETENCIA

           DISPLAY 'INFORME A DATA DE VENCIMENTO (DDMMAAAA): '
           ACCEPT WS-DT-VENCIMENTO
           .
       P100-FIM.

       P120-VERIFICA-FECHAMENTO.
           SET COMPETENCIA-FECHADA     TO FALSE
           SET FS-OK-FEC               TO TRUE

           OPEN INPUT FECHAMENTOS

           IF NOT FS-OK-FEC
               GO TO P120-FIM
           END-IF

           MOVE WS-COMPETENCIA         TO FEC-COMPETENCIA
           READ FECHAMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FEC-FECHADA
                       SET COMPETENCIA-FECHADA TO TRUE
                   END-IF
           END-READ

           CLOSE FECHAMENTOS
           .
       P120-FIM.

       P130-AJUSTA-VENCIMENTO.
           SET FS-OK-CAL               TO TRUE
           SET DIA-UTIL-ACHADO         TO FALSE
           MOVE 0                      TO WS-QTD-DIAS-AVANCO

           IF WS-VENCTO-MES < 1 OR WS-VENCTO-MES > 12
               GO TO P130-FIM
           END-IF

           OPEN INPUT CALENDARIO

           IF NOT FS-OK-CAL
               DISPLAY 'CALENDARIO ESCOLAR NAO CADASTRADO. VENCIMENTO '
                       'MANTIDO SEM CONFERIR DIA UTIL.'
               GO TO P130-FIM
           END-IF

           MOVE WS-VENCTO-ANO          TO WS-DATA-ANO
           MOVE WS-VENCTO-MES          TO WS-DATA-MES
           MOVE WS-VENCTO-DIA          TO WS-DATA-DIA

           PERFORM P140-CONFERE-DIA    THRU P140-FIM
               UNTIL DIA-UTIL-ACHADO OR WS-QTD-DIAS-AVANCO > 31

           CLOSE CALENDARIO

           IF WS-QTD-DIAS-AVANCO > 0 AND DIA-UTIL-ACHADO
               DISPLAY 'VENCIMENTO ' WS-DT-VENCIMENTO
                       ' NAO E DIA UTIL.'
               MOVE WS-DATA-DIA        TO WS-VENCTO-DIA
               MOVE WS-DATA-MES        TO WS-VENCTO-MES
               MOVE WS-DATA-ANO        TO WS-VENCTO-ANO
               DISPLAY 'VENCIMENTO AJUSTADO PARA ' WS-DT-VENCIMENTO
                       ' (DDMMAAAA).'
           END-IF
           .
       P130-FIM.

      *    DIA UTIL: SEM FERIADO NO CALENDARIO E FORA DO SABADO E DO
      *    DOMINGO. DATA FORA DO CALENDARIO FICA COMO INFORMADA.
       P140-CONFERE-DIA.
           MOVE WS-DATA                TO CAL-DATA
           READ CALENDARIO
               INVALID KEY
                   SET DIA-UTIL-ACHADO TO TRUE
                   GO TO P140-FIM
           END-READ

           IF CAL-DIA-UTIL AND CAL-DIA-SEMANA NOT EQUAL 1
                           AND CAL-DIA-SEMANA NOT EQUAL 7
               SET DIA-UTIL-ACHADO     TO TRUE
               GO TO P140-FIM
           END-IF

           ADD 1                       TO WS-QTD-DIAS-AVANCO
           PERFORM P145-PROXIMO-DIA    THRU P145-FIM
           .
       P140-FIM.

       P145-PROXIMO-DIA.
           MOVE WS-DIAS-MES (WS-DATA-MES) TO WS-ULTIMO-DIA
           IF WS-DATA-MES EQUAL 2
               DIVIDE WS-DATA-ANO BY 4   GIVING WS-QUOC
                                         REMAINDER WS-RESTO-4
               DIVIDE WS-DATA-ANO BY 100 GIVING WS-QUOC
                                         REMAINDER WS-RESTO-100
               DIVIDE WS-DATA-ANO BY 400 GIVING WS-QUOC
                                         REMAINDER WS-RESTO-400
               IF WS-RESTO-400 EQUAL ZERO
                  OR (WS-RESTO-4 EQUAL ZERO
                      AND WS-RESTO-100 NOT EQUAL ZERO)
                   MOVE 29              TO WS-ULTIMO-DIA
               END-IF
           END-IF

           IF WS-DATA-DIA < WS-ULTIMO-DIA
               ADD 1                    TO WS-DATA-DIA
               GO TO P145-FIM
           END-IF

           MOVE 01                      TO WS-DATA-DIA
           IF WS-DATA-MES < 12
               ADD 1                    TO WS-DATA-MES
           ELSE
               MOVE 01                  TO WS-DATA-MES
               ADD 1                    TO WS-DATA-ANO
           END-IF
           .
       P145-FIM.

       P150-CARREGA-PARAMETROS.
           MOVE 0                      TO WS-PERC-DESC-IRMAO
           SET FS-OK-PARM              TO TRUE

           OPEN INPUT PARAMETROS

           IF NOT FS-OK-PARM
               DISPLAY 'PARAMETROS (PARMENTT-DAT) NAO CADASTRADOS. '
                       'GERACAO SEM DESCONTO DE IRMAOS.'
               GO TO P150-FIM
           END-IF

           READ PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-PERC-DESC-IRMAO TO WS-PERC-DESC-IRMAO
           END-READ

           CLOSE PARAMETROS
           .
       P150-FIM.

       P200-CARREGA-IRMAOS.
           SET FS-OK-ALUNOS            TO TRUE
           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-QTD-RESP

           IF WS-PERC-DESC-IRMAO EQUAL ZERO
               GO TO P200-FIM
           END-IF

           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               GO TO P200-FIM
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P220-CONTA-IRMAO    THRU P220-FIM UNTIL EOF-OK

           CLOSE ALUNOS
           .
       P200-FIM.

       P220-CONTA-IRMAO.
           IF ALUNO-ATIVO AND REF-ID-CONTATO NOT EQUAL ZERO
               PERFORM P240-PROCURA-RESP THRU P240-FIM

               IF RESP-ENCONTRADO
                   ADD 1                TO WS-TAB-QTD-ALUNOS (WS-IDX-R)
               ELSE
                   IF WS-QTD-RESP < WS-MAX-RESP
                       ADD 1            TO WS-QTD-RESP
                       MOVE REF-ID-CONTATO TO WS-TAB-ID-CONTATO
                                                   (WS-QTD-RESP)
                       MOVE 1           TO WS-TAB-QTD-ALUNOS
                                                   (WS-QTD-RESP)
                       MOVE ID-ALUNO    TO WS-TAB-PRIMEIRO
                                                   (WS-QTD-RESP)
                   ELSE
                       DISPLAY 'ATENCAO: LIMITE DE ' WS-MAX-RESP
                               ' RESPONSAVEIS ATINGIDO. CONTATO '
                               REF-ID-CONTATO ' SEM DESCONTO.'
                   END-IF
               END-IF
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P220-FIM.

       P240-PROCURA-RESP.
           SET RESP-ENCONTRADO          TO FALSE
           MOVE 1                       TO WS-IDX-R

           PERFORM P250-COMPARA-RESP    THRU P250-FIM
               UNTIL RESP-ENCONTRADO OR WS-IDX-R > WS-QTD-RESP
           .
       P240-FIM.

       P250-COMPARA-RESP.
           IF WS-TAB-ID-CONTATO (WS-IDX-R) EQUAL REF-ID-CONTATO
               SET RESP-ENCONTRADO      TO TRUE
           ELSE
               ADD 1                    TO WS-IDX-R
           END-IF
           .
       P250-FIM.

       P300-GERA.
           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-MENS              TO TRUE
               GO TO P300-FIM
           END-IF

           SET FS-OK-TABELA            TO TRUE
           OPEN INPUT TABMENSAL

           IF NOT FS-OK-TABELA
               DISPLAY 'TABELA DE MENSALIDADES (TABMENTT-DAT) NAO '
                       'CADASTRADA. NENHUMA COBRANCA GERADA.'
               DISPLAY 'FILE STATUS: ' WS-FS-TABELA
               CLOSE ALUNOS
               CLOSE MENSALIDADES
               GO TO P300-FIM
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE

           CLOSE ALUNOS
           CLOSE MENSALIDADES
           CLOSE TABMENSAL

           DISPLAY '-----------------------------------------------'
           DISPLAY 'COBRANCAS GERADAS......: ' WS-QTD-GERADAS
           DISPLAY 'COM DESCONTO DE IRMAOS.: ' WS-QTD-DESCONTO
           DISPLAY 'JA EXISTENTES..........: ' WS-QTD-EXISTENTES
           DISPLAY 'TURMA SEM VALOR........: ' WS-QTD-SEM-TABELA
           DISPLAY 'ERROS DE GRAVACAO......: ' WS-QTD-ERROS
           DISPLAY 'GERACAO DA COMPETENCIA ' WS-COMPETENCIA
                   ' CONCLUIDA.'
       P300-FIM.

       P320-GERA-ALUNO.
           IF NOT ALUNO-ATIVO
               GO TO P320-LE
           END-IF

           PERFORM P340-PRECIFICA       THRU P340-FIM

           IF WS-VALOR EQUAL ZERO
               ADD 1                    TO WS-QTD-SEM-TABELA
               DISPLAY 'TURMA ' NUM-ALUNO ' SEM VALOR NA TABELA. '
                       'ALUNO ' ID-ALUNO ' NAO COBRADO.'
               GO TO P320-LE
           END-IF

           MOVE WS-COMPETENCIA      TO MENS-COMPETENCIA
           MOVE ID-ALUNO            TO MENS-ID-ALUNO
           MOVE NUM-ALUNO           TO MENS-NUM-TURMA
           MOVE WS-VALOR            TO MENS-VALOR
           MOVE WS-DT-VENCIMENTO    TO MENS-DT-VENCIMENTO
           SET MENS-ABERTA          TO TRUE
           MOVE 0                   TO MENS-DT-PAGAMENTO
           MOVE 0                   TO MENS-VALOR-PAGO

           WRITE REG-MENSALTT
               INVALID KEY
                   IF WS-FS-MENS EQUAL 22
                       ADD 1        TO WS-QTD-EXISTENTES
                   ELSE
                       ADD 1        TO WS-QTD-ERROS
                       DISPLAY 'ERRO AO GRAVAR A COBRANCA DO '
                               'ALUNO ' ID-ALUNO
                       DISPLAY 'FILE STATUS: ' WS-FS-MENS
                   END-IF
               NOT INVALID KEY
                   ADD 1            TO WS-QTD-GERADAS
                   IF TEM-DESCONTO-IRMAO
                       ADD 1        TO WS-QTD-DESCONTO
                   END-IF
           END-WRITE
           .
       P320-LE.
           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           .
       P320-FIM.

       P340-PRECIFICA.
           MOVE 0                       TO WS-VALOR
           SET TEM-DESCONTO-IRMAO       TO FALSE

           MOVE NUM-ALUNO               TO TABM-NUM-TURMA
           READ TABMENSAL
               INVALID KEY
                   GO TO P340-FIM
               NOT INVALID KEY
                   MOVE TABM-VALOR      TO WS-VALOR
           END-READ

           IF WS-PERC-DESC-IRMAO EQUAL ZERO
              OR REF-ID-CONTATO EQUAL ZERO
               GO TO P340-FIM
           END-IF

           PERFORM P240-PROCURA-RESP    THRU P240-FIM

           IF RESP-ENCONTRADO
               IF WS-TAB-QTD-ALUNOS (WS-IDX-R) > 1
                  AND WS-TAB-PRIMEIRO (WS-IDX-R) NOT EQUAL ID-ALUNO
                   SET TEM-DESCONTO-IRMAO TO TRUE
                   COMPUTE WS-VALOR-DESCONTO ROUNDED =
                       WS-VALOR * WS-PERC-DESC-IRMAO / 100
                   SUBTRACT WS-VALOR-DESCONTO FROM WS-VALOR
               END-IF
           END-IF
           .
       P340-FIM.

       P900-FIM.
            STOP RUN.
       END PROGRAM GERMENTT.
