      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Distribuicao de vagas pela lista de espera. Para cada
      *          turma ativa compara os alunos ativos (ALUNOS.DAT) e as
      *          ofertas pendentes (OFEVAGTT.DAT) com a
      *          CAPACIDADE-TURMA (TURMAS.DAT) e oferece cada vaga
      *          livre ao candidato AGUARDANDO mais antigo (menor
      *          DT-INSCRICAO) da TURMA-DESEJADA em LISESPTT.DAT,
      *          gravando a oferta com data de validade. Antes,
      *          acerta as ofertas pendentes: candidato ja
      *          matriculado = aceita, inscricao cancelada = recusada,
      *          validade vencida = expirada, e a vaga volta a ser
      *          oferecida ao proximo da fila. Candidato que ja teve
      *          oferta nao e chamado de novo. Lista de chamada com o
      *          telefone do responsavel em VAGESPTT-LST.
      *          Restrito a supervisor, com login proprio nos moldes
      *          do GERMENTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAGESPTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TURMAS ASSIGN TO
               "TURMAS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS NUM-TURMA
               FILE STATUS IS WS-FS-TURMAS.

               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT ESPERA ASSIGN TO
               "LISESPTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-ESPERA
               FILE STATUS IS WS-FS-ESPERA.

               SELECT OFERTAS ASSIGN TO
               "OFEVAGTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS OFE-ID-ESPERA
               FILE STATUS IS WS-FS-OFE.

               SELECT RELATORIO ASSIGN TO
               "VAGESPTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
          COPY FD_TURMA.

       FD ALUNOS.
          COPY FD_ALLTT.

       FD ESPERA.
          COPY FD_ESPTT.

       FD OFERTAS.
          COPY FD_OFEVG.

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
       77 WS-FS-TURMAS                PIC 99.
           88 FS-OK-TURMAS            VALUE 0.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-ESPERA                PIC 99.
           88 FS-OK-ESPERA            VALUE 0.
       77 WS-FS-OFE                   PIC 99.
           88 FS-OK-OFE               VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-PRAZO-DIAS               PIC 9(02) VALUE 0.
       77 WS-CONTA-DIAS               PIC 9(02) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-DATA-VALIDADE            PIC 9(08) VALUE 0.
       77 WS-IDX-TURMA                PIC 9(03) COMP VALUE 0.
       77 WS-IDX                      PIC 9(05) COMP VALUE 0.
       77 WS-IDX-ESCOLHIDO            PIC 9(05) COMP VALUE 0.
       77 WS-VAGAS                    PIC S9(05) COMP VALUE 0.
       77 WS-MAX-CANDIDATOS           PIC 9(05) COMP VALUE 999.
       77 WS-QTD-CANDIDATOS           PIC 9(05) COMP VALUE 0.
       77 WS-QTD-NOVAS                PIC 9(05) COMP VALUE 0.
       77 WS-QTD-NOVAS-TURMA          PIC 9(05) COMP VALUE 0.
       77 WS-QTD-EXPIRADAS            PIC 9(05) COMP VALUE 0.
       77 WS-QTD-ACEITAS              PIC 9(05) COMP VALUE 0.
       77 WS-QTD-RECUSADAS            PIC 9(05) COMP VALUE 0.
       77 WS-QTD-PENDENTES            PIC 9(05) COMP VALUE 0.
       77 WS-QTD-VAGAS-SOBRA          PIC 9(05) COMP VALUE 0.
       77 WS-ULTIMO-DIA               PIC 9(02) VALUE 0.
       77 WS-QUOC                     PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-4                  PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-100                PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-400                PIC 9(04) COMP VALUE 0.

       01 WS-DATA                     PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA.
           03 WS-DATA-ANO             PIC 9(04).
           03 WS-DATA-MES             PIC 9(02).
           03 WS-DATA-DIA             PIC 9(02).
       01 WS-DIAS-DO-MES              PIC X(24) VALUE
           '312831303130313130313031'.
       01 FILLER REDEFINES WS-DIAS-DO-MES.
           03 WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.

       01 WS-DATA-ED.
           03 WS-ED-DIA               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-MES               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-ANO               PIC 9(04).

      *    SITUACAO DE CADA TURMA, INDEXADA PELO NUMERO DA TURMA.
       01 WS-TABELA-TURMAS.
           03 WS-TAB-TURMA OCCURS 99 TIMES.
               05 WS-TAB-ATIVA        PIC X(01).
                   88 TAB-TURMA-ATIVA VALUE 'S'.
               05 WS-TAB-NOME         PIC X(20).
               05 WS-TAB-CAPACIDADE   PIC 9(03).
               05 WS-TAB-QTD-ALUNOS   PIC 9(05) COMP.
               05 WS-TAB-QTD-RESERVA  PIC 9(05) COMP.

      *    SITUACAO DA INSCRICAO E SE JA TEVE OFERTA, PELO ID-ESPERA.
       01 WS-TABELA-INSCRICOES.
           03 WS-TAB-INSCRICAO OCCURS 9999 TIMES.
               05 WS-TAB-STATUS-ESP   PIC X(01).
               05 WS-TAB-OFERTADO     PIC X(01).
                   88 JA-OFERTADO     VALUE 'S'.

      *    CANDIDATOS AGUARDANDO VAGA.
       01 WS-TABELA-CANDIDATOS.
           03 WS-TAB-CANDIDATO OCCURS 999 TIMES.
               05 WS-CAN-ID           PIC 9(04).
               05 WS-CAN-TURMA        PIC 9(02).
               05 WS-CAN-DT-INSCRICAO PIC 9(08).
               05 WS-CAN-NOME         PIC X(20).
               05 WS-CAN-RESP         PIC X(20).
               05 WS-CAN-TEL          PIC 9(12).

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'DISTRIBUICAO DE VAGAS - LISTA DE CHAMADA'.
           03 FILLER                  PIC X(10) VALUE ' EMISSAO: '.
           03 WS-CAB-DATA             PIC X(10).

       01 WS-TITULO-EXPIRADAS.
           03 FILLER                  PIC X(40) VALUE
              'OFERTAS VENCIDAS SEM RESPOSTA (A VAGA PA'.
           03 FILLER                  PIC X(30) VALUE
              'SSA AO PROXIMO DA FILA)'.

       01 WS-DET-EXPIRADA.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 FILLER                  PIC X(10) VALUE 'INSCRICAO '.
           03 WS-DEX-ID               PIC 9(04).
           03 FILLER                  PIC X(08) VALUE '  TURMA '.
           03 WS-DEX-TURMA            PIC Z9.
           03 FILLER                  PIC X(13) VALUE '  OFERTA EM '.
           03 WS-DEX-OFERTA           PIC X(10).
           03 FILLER                  PIC X(13) VALUE '  VALIDA ATE '.
           03 WS-DEX-VALIDADE         PIC X(10).

       01 WS-LINHA-TURMA.
           03 FILLER                  PIC X(07) VALUE 'TURMA: '.
           03 WS-LTU-NUM              PIC Z9.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-LTU-NOME             PIC X(20).
           03 FILLER                  PIC X(06) VALUE ' CAP. '.
           03 WS-LTU-CAPACIDADE       PIC ZZ9.
           03 FILLER                  PIC X(09) VALUE ' ALUNOS '.
           03 WS-LTU-ALUNOS           PIC ZZZ9.
           03 FILLER                  PIC X(12) VALUE ' RESERVADAS '.
           03 WS-LTU-RESERVA          PIC ZZZ9.
           03 FILLER                  PIC X(07) VALUE ' LIVRES'.
           03 WS-LTU-LIVRES           PIC ZZZ9.

       01 WS-DET-OFERTA.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DOF-ID               PIC 9(04).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DOF-CANDIDATO        PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DOF-INSCRICAO        PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DOF-RESP             PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DOF-TEL              PIC Z(11)9.

       01 WS-DET-OFERTA-2.
           03 FILLER                  PIC X(07) VALUE SPACES.
           03 FILLER                  PIC X(31) VALUE
              'VAGA RESERVADA ATE (VALIDADE): '.
           03 WS-DO2-VALIDADE         PIC X(10).

       01 WS-SEM-CANDIDATO.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-SCA-VAGAS            PIC ZZZ9.
           03 FILLER                  PIC X(40) VALUE
              ' VAGA(S) SEM CANDIDATO NA LISTA DE ESPER'.
           03 FILLER                  PIC X(02) VALUE 'A.'.

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(36) VALUE
              'NOVAS OFERTAS GRAVADAS............: '.
           03 WS-ROD-NOVAS            PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(36) VALUE
              'OFERTAS PENDENTES NO PRAZO........: '.
           03 WS-ROD-PENDENTES        PIC ZZZZ9.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(36) VALUE
              'OFERTAS EXPIRADAS NESTA EXECUCAO..: '.
           03 WS-ROD-EXPIRADAS        PIC ZZZZ9.

       01 WS-RODAPE-4.
           03 FILLER                  PIC X(36) VALUE
              'OFERTAS ACEITAS (MATRICULADOS)....: '.
           03 WS-ROD-ACEITAS          PIC ZZZZ9.

       01 WS-RODAPE-5.
           03 FILLER                  PIC X(36) VALUE
              'OFERTAS RECUSADAS (CANCELADOS)....: '.
           03 WS-ROD-RECUSADAS        PIC ZZZZ9.

       01 WS-RODAPE-6.
           03 FILLER                  PIC X(36) VALUE
              'VAGAS LIVRES SEM CANDIDATO........: '.
           03 WS-ROD-SOBRA            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** DISTRIBUICAO DE VAGAS DA LISTA DE ESPERA ***'
            CALL 'LOGINTT'              USING WS-COM-AREA
            IF LOGIN-OK AND OPERADOR-SUPERVISOR IN WS-NIVEL-OPERADOR
                                                        THEN
                PERFORM P100-INFORMA-DADOS  THRU P100-FIM
                PERFORM P200-CARREGA-TURMAS THRU P200-FIM
                PERFORM P250-CONTA-ALUNOS   THRU P250-FIM
                PERFORM P300-CARREGA-ESPERA THRU P300-FIM
                PERFORM P400-ACERTA-OFERTAS THRU P400-FIM
                PERFORM P500-DISTRIBUI      THRU P500-FIM
                PERFORM P800-RESUMO         THRU P800-FIM
            ELSE
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
            END-IF
            PERFORM P900-FIM
            .
       P100-INFORMA-DADOS.
           DISPLAY 'PRAZO PARA RESPOSTA DA OFERTA EM DIAS '
                   '(BRANCO = 3): '
           ACCEPT WS-PRAZO-DIAS

           IF WS-PRAZO-DIAS = 0
               MOVE 3                  TO WS-PRAZO-DIAS
           END-IF

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           MOVE WS-DATA-HOJE           TO WS-DATA
           MOVE 0                      TO WS-CONTA-DIAS
           PERFORM P145-PROXIMO-DIA    THRU P145-FIM
               UNTIL WS-CONTA-DIAS NOT LESS THAN WS-PRAZO-DIAS
           MOVE WS-DATA                TO WS-DATA-VALIDADE

           INITIALIZE WS-TABELA-TURMAS
           INITIALIZE WS-TABELA-INSCRICOES
           MOVE 0                      TO WS-QTD-CANDIDATOS

           SET FS-OK-RELATORIO         TO TRUE
           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RELATORIO
               PERFORM P900-FIM
           END-IF

           MOVE WS-DATA-HOJE           TO WS-DATA
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-CAB-DATA
           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           .
       P100-FIM.

      *    AVANCA WS-DATA EM UM DIA CORRIDO.
       P145-PROXIMO-DIA.
           ADD 1                        TO WS-CONTA-DIAS
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

       P200-CARREGA-TURMAS.
           SET FS-OK-TURMAS            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT TURMAS

           IF NOT FS-OK-TURMAS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS.'
               DISPLAY 'FILE STATUS: ' WS-FS-TURMAS
               PERFORM P900-FIM
           END-IF

           READ TURMAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P220-GUARDA-TURMA   THRU P220-FIM UNTIL EOF-OK

           CLOSE TURMAS
           .
       P200-FIM.

       P220-GUARDA-TURMA.
           IF TURMA-ATIVA AND NUM-TURMA NOT EQUAL ZERO
               MOVE 'S'                TO WS-TAB-ATIVA (NUM-TURMA)
               MOVE NM-TURMA           TO WS-TAB-NOME (NUM-TURMA)
               MOVE CAPACIDADE-TURMA   TO WS-TAB-CAPACIDADE (NUM-TURMA)
           END-IF

           READ TURMAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P220-FIM.

       P250-CONTA-ALUNOS.
           SET FS-OK-ALUNOS            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               GO TO P250-FIM
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P260-CONTA-ALUNO    THRU P260-FIM UNTIL EOF-OK

           CLOSE ALUNOS
           .
       P250-FIM.

       P260-CONTA-ALUNO.
           IF ALUNO-ATIVO AND NUM-ALUNO NOT EQUAL ZERO
               ADD 1                TO WS-TAB-QTD-ALUNOS (NUM-ALUNO)
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P260-FIM.

       P300-CARREGA-ESPERA.
           SET FS-OK-ESPERA            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT ESPERA

           IF NOT FS-OK-ESPERA
               DISPLAY 'NENHUM CANDIDATO NA LISTA DE ESPERA.'
               GO TO P300-FIM
           END-IF

           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P320-GUARDA-INSCRICAO THRU P320-FIM UNTIL EOF-OK

           CLOSE ESPERA

           IF WS-QTD-CANDIDATOS = WS-MAX-CANDIDATOS
               DISPLAY 'ATENCAO: LIMITE DE ' WS-MAX-CANDIDATOS
                       ' CANDIDATOS ATINGIDO. OS DEMAIS FICAM PARA '
                       'A PROXIMA EXECUCAO.'
           END-IF
           .
       P300-FIM.

       P320-GUARDA-INSCRICAO.
           IF ID-ESPERA EQUAL ZERO
               GO TO P320-LE
           END-IF

           MOVE STATUS-ESPERA          TO WS-TAB-STATUS-ESP (ID-ESPERA)

           IF ESPERA-AGUARDANDO
              AND WS-QTD-CANDIDATOS < WS-MAX-CANDIDATOS
               ADD 1                   TO WS-QTD-CANDIDATOS
               MOVE ID-ESPERA       TO WS-CAN-ID (WS-QTD-CANDIDATOS)
               MOVE TURMA-DESEJADA  TO WS-CAN-TURMA (WS-QTD-CANDIDATOS)
               MOVE DT-INSCRICAO
                    TO WS-CAN-DT-INSCRICAO (WS-QTD-CANDIDATOS)
               MOVE NM-CANDIDATO    TO WS-CAN-NOME (WS-QTD-CANDIDATOS)
               MOVE NM-RESP-ESPERA  TO WS-CAN-RESP (WS-QTD-CANDIDATOS)
               MOVE TEL-RESP-ESPERA TO WS-CAN-TEL (WS-QTD-CANDIDATOS)
           END-IF
           .
       P320-LE.
           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P320-FIM.

      *    ACERTA AS OFERTAS PENDENTES E SOMA AS QUE AINDA SEGURAM VAGA.
       P400-ACERTA-OFERTAS.
           SET FS-OK-OFE               TO TRUE
           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-QTD-EXPIRADAS
           MOVE 0                      TO WS-QTD-ACEITAS
           MOVE 0                      TO WS-QTD-RECUSADAS
           MOVE 0                      TO WS-QTD-PENDENTES

           OPEN I-O OFERTAS

           IF WS-FS-OFE EQUAL 35
               OPEN OUTPUT OFERTAS
               CLOSE OFERTAS
               OPEN I-O OFERTAS
               CLOSE OFERTAS
               GO TO P400-FIM
           END-IF

           IF NOT FS-OK-OFE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OFERTAS.'
               DISPLAY 'FILE STATUS: ' WS-FS-OFE
               PERFORM P900-FIM
           END-IF

           WRITE REG-RELATORIO         FROM WS-TITULO-EXPIRADAS

           READ OFERTAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P420-ACERTA-OFERTA  THRU P420-FIM UNTIL EOF-OK

           CLOSE OFERTAS
           .
       P400-FIM.

       P420-ACERTA-OFERTA.
           IF OFE-ID-ESPERA EQUAL ZERO
               GO TO P420-LE
           END-IF

           MOVE 'S'             TO WS-TAB-OFERTADO (OFE-ID-ESPERA)

           IF NOT OFE-PENDENTE
               GO TO P420-LE
           END-IF

           EVALUATE TRUE
               WHEN WS-TAB-STATUS-ESP (OFE-ID-ESPERA) EQUAL 'M'
                   SET OFE-ACEITA      TO TRUE
                   ADD 1               TO WS-QTD-ACEITAS
               WHEN WS-TAB-STATUS-ESP (OFE-ID-ESPERA) NOT EQUAL 'A'
                   SET OFE-RECUSADA    TO TRUE
                   ADD 1               TO WS-QTD-RECUSADAS
               WHEN OFE-DT-VALIDADE < WS-DATA-HOJE
                   SET OFE-EXPIRADA    TO TRUE
                   ADD 1               TO WS-QTD-EXPIRADAS
                   PERFORM P440-LISTA-EXPIRADA THRU P440-FIM
               WHEN OTHER
                   ADD 1               TO WS-QTD-PENDENTES
                   IF OFE-NUM-TURMA NOT EQUAL ZERO
                       ADD 1 TO WS-TAB-QTD-RESERVA (OFE-NUM-TURMA)
                   END-IF
                   GO TO P420-LE
           END-EVALUATE

           MOVE WS-DATA-HOJE           TO OFE-DT-RESPOSTA
           MOVE WS-ID-OPERADOR         TO OFE-ID-OPERADOR
           REWRITE REG-OFERTA
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR A OFERTA ' OFE-ID-ESPERA
           END-REWRITE
           .
       P420-LE.
           READ OFERTAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P420-FIM.

       P440-LISTA-EXPIRADA.
           MOVE OFE-ID-ESPERA          TO WS-DEX-ID
           MOVE OFE-NUM-TURMA          TO WS-DEX-TURMA
           MOVE OFE-DT-OFERTA          TO WS-DATA
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-DEX-OFERTA
           MOVE OFE-DT-VALIDADE        TO WS-DATA
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-DEX-VALIDADE
           WRITE REG-RELATORIO         FROM WS-DET-EXPIRADA
           .
       P440-FIM.

       P500-DISTRIBUI.
           MOVE 0                      TO WS-QTD-NOVAS
           MOVE 0                      TO WS-QTD-VAGAS-SOBRA
           SET FS-OK-OFE               TO TRUE

           OPEN I-O OFERTAS

           IF NOT FS-OK-OFE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OFERTAS.'
               DISPLAY 'FILE STATUS: ' WS-FS-OFE
               GO TO P500-FIM
           END-IF

           WRITE REG-RELATORIO         FROM SPACES
           WRITE REG-RELATORIO         FROM WS-SEPARADOR

           MOVE 1                      TO WS-IDX-TURMA
           PERFORM P520-TURMA          THRU P520-FIM
               UNTIL WS-IDX-TURMA > 99

           CLOSE OFERTAS
           .
       P500-FIM.

       P520-TURMA.
           IF NOT TAB-TURMA-ATIVA (WS-IDX-TURMA)
               GO TO P520-PROXIMA
           END-IF

           COMPUTE WS-VAGAS = WS-TAB-CAPACIDADE (WS-IDX-TURMA)
                            - WS-TAB-QTD-ALUNOS (WS-IDX-TURMA)
                            - WS-TAB-QTD-RESERVA (WS-IDX-TURMA)

           IF WS-VAGAS NOT > 0
               GO TO P520-PROXIMA
           END-IF

           MOVE WS-IDX-TURMA           TO WS-LTU-NUM
           MOVE WS-TAB-NOME (WS-IDX-TURMA) TO WS-LTU-NOME
           MOVE WS-TAB-CAPACIDADE (WS-IDX-TURMA) TO WS-LTU-CAPACIDADE
           MOVE WS-TAB-QTD-ALUNOS (WS-IDX-TURMA) TO WS-LTU-ALUNOS
           MOVE WS-TAB-QTD-RESERVA (WS-IDX-TURMA) TO WS-LTU-RESERVA
           MOVE WS-VAGAS               TO WS-LTU-LIVRES
           WRITE REG-RELATORIO         FROM SPACES
           WRITE REG-RELATORIO         FROM WS-LINHA-TURMA

           MOVE 0                      TO WS-QTD-NOVAS-TURMA
           MOVE 1                      TO WS-IDX-ESCOLHIDO

           PERFORM P540-OFERECE-VAGA   THRU P540-FIM
               UNTIL WS-VAGAS NOT > 0 OR WS-IDX-ESCOLHIDO = 0

           IF WS-VAGAS > 0
               MOVE WS-VAGAS           TO WS-SCA-VAGAS
               WRITE REG-RELATORIO     FROM WS-SEM-CANDIDATO
               ADD WS-VAGAS            TO WS-QTD-VAGAS-SOBRA
           END-IF
           .
       P520-PROXIMA.
           ADD 1                       TO WS-IDX-TURMA
           .
       P520-FIM.

      *    ESCOLHE O CANDIDATO MAIS ANTIGO DA TURMA AINDA SEM OFERTA.
       P540-OFERECE-VAGA.
           MOVE 0                      TO WS-IDX-ESCOLHIDO
           MOVE 1                      TO WS-IDX

           PERFORM P560-COMPARA-CANDIDATO THRU P560-FIM
               UNTIL WS-IDX > WS-QTD-CANDIDATOS

           IF WS-IDX-ESCOLHIDO = 0
               GO TO P540-FIM
           END-IF

           MOVE WS-CAN-ID (WS-IDX-ESCOLHIDO) TO OFE-ID-ESPERA
           MOVE WS-IDX-TURMA           TO OFE-NUM-TURMA
           MOVE WS-DATA-HOJE           TO OFE-DT-OFERTA
           MOVE WS-DATA-VALIDADE       TO OFE-DT-VALIDADE
           SET OFE-PENDENTE            TO TRUE
           MOVE 0                      TO OFE-DT-RESPOSTA
           MOVE WS-ID-OPERADOR         TO OFE-ID-OPERADOR

           MOVE 'S' TO WS-TAB-OFERTADO (WS-CAN-ID (WS-IDX-ESCOLHIDO))

           WRITE REG-OFERTA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A OFERTA DA INSCRICAO '
                           OFE-ID-ESPERA
                   GO TO P540-FIM
           END-WRITE

           SUBTRACT 1                  FROM WS-VAGAS
           ADD 1                       TO WS-QTD-NOVAS
           ADD 1                       TO WS-QTD-NOVAS-TURMA

           MOVE WS-CAN-ID (WS-IDX-ESCOLHIDO)   TO WS-DOF-ID
           MOVE WS-CAN-NOME (WS-IDX-ESCOLHIDO) TO WS-DOF-CANDIDATO
           MOVE WS-CAN-DT-INSCRICAO (WS-IDX-ESCOLHIDO) TO WS-DATA
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-DOF-INSCRICAO
           MOVE WS-CAN-RESP (WS-IDX-ESCOLHIDO) TO WS-DOF-RESP
           MOVE WS-CAN-TEL (WS-IDX-ESCOLHIDO)  TO WS-DOF-TEL
           WRITE REG-RELATORIO         FROM WS-DET-OFERTA
           MOVE WS-DATA-VALIDADE       TO WS-DATA
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-DO2-VALIDADE
           WRITE REG-RELATORIO         FROM WS-DET-OFERTA-2
           .
       P540-FIM.

       P560-COMPARA-CANDIDATO.
           IF WS-CAN-TURMA (WS-IDX) NOT EQUAL WS-IDX-TURMA
               GO TO P560-PROXIMO
           END-IF

           IF JA-OFERTADO (WS-CAN-ID (WS-IDX))
               GO TO P560-PROXIMO
           END-IF

           IF WS-IDX-ESCOLHIDO = 0
               MOVE WS-IDX             TO WS-IDX-ESCOLHIDO
               GO TO P560-PROXIMO
           END-IF

           IF WS-CAN-DT-INSCRICAO (WS-IDX)
                   < WS-CAN-DT-INSCRICAO (WS-IDX-ESCOLHIDO)
               MOVE WS-IDX             TO WS-IDX-ESCOLHIDO
           END-IF
           .
       P560-PROXIMO.
           ADD 1                       TO WS-IDX
           .
       P560-FIM.

       P800-RESUMO.
           MOVE WS-QTD-NOVAS           TO WS-ROD-NOVAS
           MOVE WS-QTD-PENDENTES       TO WS-ROD-PENDENTES
           MOVE WS-QTD-EXPIRADAS       TO WS-ROD-EXPIRADAS
           MOVE WS-QTD-ACEITAS         TO WS-ROD-ACEITAS
           MOVE WS-QTD-RECUSADAS       TO WS-ROD-RECUSADAS
           MOVE WS-QTD-VAGAS-SOBRA     TO WS-ROD-SOBRA
           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           WRITE REG-RELATORIO         FROM WS-RODAPE-1
           WRITE REG-RELATORIO         FROM WS-RODAPE-2
           WRITE REG-RELATORIO         FROM WS-RODAPE-3
           WRITE REG-RELATORIO         FROM WS-RODAPE-4
           WRITE REG-RELATORIO         FROM WS-RODAPE-5
           WRITE REG-RELATORIO         FROM WS-RODAPE-6

           DISPLAY '-----------------------------------------------'
           DISPLAY 'NOVAS OFERTAS GRAVADAS.: ' WS-QTD-NOVAS
           DISPLAY 'OFERTAS PENDENTES......: ' WS-QTD-PENDENTES
           DISPLAY 'OFERTAS EXPIRADAS......: ' WS-QTD-EXPIRADAS
           DISPLAY 'OFERTAS ACEITAS........: ' WS-QTD-ACEITAS
           DISPLAY 'OFERTAS RECUSADAS......: ' WS-QTD-RECUSADAS
           DISPLAY 'VAGAS SEM CANDIDATO....: ' WS-QTD-VAGAS-SOBRA
           DISPLAY 'LISTA DE CHAMADA EM VAGESPTT-LST.'
           DISPLAY '-----------------------------------------------'
           .
       P800-FIM.

       P890-EDITA-DATA.
           MOVE WS-DATA-DIA            TO WS-ED-DIA
           MOVE WS-DATA-MES            TO WS-ED-MES
           MOVE WS-DATA-ANO            TO WS-ED-ANO
           .
       P890-FIM.

       P900-FIM.
            CLOSE RELATORIO
            STOP RUN.
       END PROGRAM VAGESPTT.
