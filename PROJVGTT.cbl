      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Projecao de vagas por turma para o ano seguinte.
      *          Aplica aos alunos ativos de ALUNOS.DAT as mesmas
      *          regras da virada de ano do PROMALTT (PROMOTBL.DAT e
      *          retencao dos reprovados em RESALTT.DAT), sem gravar
      *          nada, e compara o total projetado em cada turma de
      *          destino com a CAPACIDADE-TURMA de TURMAS.DAT,
      *          somando a demanda da lista de espera (candidatos
      *          AGUARDANDO em LISESPTT.DAT). Mostra por turma os
      *          alunos projetados, as vagas livres, os candidatos
      *          em espera e o saldo (falta ou sobra de vagas), para
      *          decidir a abertura de nova turma. Relatorio em
      *          PROJVGTT-LST, chamado pelo submenu de relatorios do
      *          MENUCNTT.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Recebe a area de comunicacao do MENUCNTT: o
      *                 operador sem acesso a todas as unidades so
      *                 projeta as turmas, alunos e candidatos da sua
      *                 unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJVGTT.

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

               SELECT TURMAS ASSIGN TO
               "TURMAS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS NUM-TURMA
               FILE STATUS IS WS-FS-TURMAS.

               SELECT PROMOTBL ASSIGN TO
               "PROMOTBL-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.

               SELECT RESULTADOS ASSIGN TO
               "RESALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS RES-CHAVE
               FILE STATUS IS WS-FS-RES.

               SELECT ESPERA ASSIGN TO
               "LISESPTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-ESPERA
               FILE STATUS IS WS-FS-ESPERA.

               SELECT RELATORIO ASSIGN TO
               "PROJVGTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_ALLTT.

       FD TURMAS.
          COPY FD_TURMA.

       FD PROMOTBL.
       01 REG-PROMOTBL.
           03 PROM-TURMA-ORIGEM       PIC 9(02).
           03 PROM-TURMA-DESTINO      PIC 9(02).
           03 PROM-FORMATURA          PIC X(01).
               88 PROM-FORMA          VALUE 'S'.

       FD RESULTADOS.
          COPY FD_RESAT.

       FD ESPERA.
          COPY FD_ESPTT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-TURMAS                PIC 99.
           88 FS-OK-TURMAS            VALUE 0.
       77 WS-FS-TABELA                PIC 99.
           88 FS-OK-TABELA            VALUE 0.
       77 WS-FS-RES                   PIC 99.
           88 FS-OK-RES               VALUE 0.
       77 WS-FS-ESPERA                PIC 99.
           88 FS-OK-ESPERA            VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-MAX-REGRAS               PIC 9(02) COMP VALUE 20.
       77 WS-QTD-REGRAS               PIC 9(02) COMP VALUE 0.
       77 WS-IDX                      PIC 9(02) COMP VALUE 0.
       77 WS-IDX-TURMA                PIC 9(03) COMP VALUE 0.
       77 WS-REGRA-OK                 PIC X     VALUE 'N'.
           88 REGRA-ENCONTRADA        VALUE 'S' FALSE 'N'.
       77 WS-TURMA-DESTINO            PIC 9(02) VALUE 0.
       77 WS-ACAO                     PIC X     VALUE SPACES.
           88 ACAO-PROMOVE            VALUE 'P'.
           88 ACAO-FORMA              VALUE 'F'.
           88 ACAO-MANTEM             VALUE 'M'.
           88 ACAO-RETEM              VALUE 'R'.
       77 WS-ANO-LETIVO               PIC 9(04) VALUE 0.
       77 WS-TEM-RES                  PIC X     VALUE 'N'.
           88 TEM-RESULTADO           VALUE 'S' FALSE 'N'.
       77 WS-LIVRES                   PIC S9(05) COMP VALUE 0.
       77 WS-SALDO                    PIC S9(05) COMP VALUE 0.
       77 WS-QTD-LIDOS                PIC 9(05) COMP VALUE 0.
       77 WS-QTD-PROMOVIDOS           PIC 9(05) COMP VALUE 0.
       77 WS-QTD-FORMADOS             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-RETIDOS              PIC 9(05) COMP VALUE 0.
       77 WS-QTD-SEM-REGRA            PIC 9(05) COMP VALUE 0.
       77 WS-QTD-ESPERA               PIC 9(05) COMP VALUE 0.
       77 WS-QTD-TURMAS-FALTA         PIC 9(05) COMP VALUE 0.
       77 WS-TOT-FALTA                PIC 9(05) COMP VALUE 0.
       77 WS-UNIDADE-FILTRO           PIC 9(02) VALUE 0.
           88 TODAS-AS-UNIDADES       VALUE 0.

       01 WS-TABELA-REGRAS.
           03 WS-TAB-REGRA OCCURS 20 TIMES.
               05 WS-TAB-ORIGEM        PIC 9(02).
               05 WS-TAB-DESTINO       PIC 9(02).
               05 WS-TAB-FORMATURA     PIC X(01).

      *    SITUACAO PROJETADA, INDEXADA PELO NUMERO DA TURMA.
       01 WS-TABELA-TURMAS.
           03 WS-TAB-TURMA OCCURS 99 TIMES.
               05 WS-TAB-CADASTRADA   PIC X(01).
                   88 TAB-CADASTRADA  VALUE 'S'.
               05 WS-TAB-ATIVA        PIC X(01).
                   88 TAB-TURMA-ATIVA VALUE 'S'.
               05 WS-TAB-NOME         PIC X(20).
               05 WS-TAB-UNIDADE      PIC 9(02).
               05 WS-TAB-CAPACIDADE   PIC 9(03).
               05 WS-TAB-QTD-ATUAL    PIC 9(05) COMP.
               05 WS-TAB-QTD-PROJ     PIC 9(05) COMP.
               05 WS-TAB-QTD-ESPERA   PIC 9(05) COMP.

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'PROJECAO DE VAGAS POR TURMA - ANO LETIVO'.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-CAB-ANO              PIC 9(04).

       01 WS-CAB-UNIDADE.
           03 FILLER                  PIC X(09) VALUE 'UNIDADE: '.
           03 WS-CAB-UNIDADE-DESC     PIC X(05) VALUE SPACES.

       01 WS-CABECALHO-2.
           03 FILLER                  PIC X(40) VALUE
              'TU NOME DA TURMA         CAP ATUAL PROJ.'.
           03 FILLER                  PIC X(40) VALUE
              ' LIVRES ESPERA  SALDO SITUACAO'.

       01 WS-DETALHE.
           03 WS-DET-TURMA            PIC 9(02).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-NOME             PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-CAPACIDADE       PIC ZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-ATUAL            PIC ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-PROJ             PIC ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-LIVRES           PIC -ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-ESPERA           PIC ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-SALDO            PIC -ZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-SITUACAO         PIC X(15).

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(36) VALUE
              'ALUNOS ATIVOS CONSIDERADOS........: '.
           03 WS-ROD-LIDOS            PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(36) VALUE
              'A PROMOVER........................: '.
           03 WS-ROD-PROMOVIDOS       PIC ZZZZ9.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(36) VALUE
              'RETIDOS NA TURMA ATUAL............: '.
           03 WS-ROD-RETIDOS          PIC ZZZZ9.

       01 WS-RODAPE-4.
           03 FILLER                  PIC X(36) VALUE
              'SEM REGRA (MANTIDOS NA TURMA).....: '.
           03 WS-ROD-SEM-REGRA        PIC ZZZZ9.

       01 WS-RODAPE-5.
           03 FILLER                  PIC X(36) VALUE
              'A FORMAR (SAEM DA ESCOLA).........: '.
           03 WS-ROD-FORMADOS         PIC ZZZZ9.

       01 WS-RODAPE-6.
           03 FILLER                  PIC X(36) VALUE
              'CANDIDATOS NA LISTA DE ESPERA.....: '.
           03 WS-ROD-ESPERA           PIC ZZZZ9.

       01 WS-RODAPE-7.
           03 FILLER                  PIC X(36) VALUE
              'TURMAS COM FALTA DE VAGAS.........: '.
           03 WS-ROD-TURMAS-FALTA     PIC ZZZZ9.

       01 WS-RODAPE-8.
           03 FILLER                  PIC X(36) VALUE
              'TOTAL DE VAGAS QUE FALTAM.........: '.
           03 WS-ROD-TOT-FALTA        PIC ZZZZ9.

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
            MOVE 0                TO WS-QTD-LIDOS
            MOVE 0                TO WS-QTD-PROMOVIDOS
            MOVE 0                TO WS-QTD-FORMADOS
            MOVE 0                TO WS-QTD-RETIDOS
            MOVE 0                TO WS-QTD-SEM-REGRA
            MOVE 0                TO WS-QTD-ESPERA
            MOVE 0                TO WS-QTD-TURMAS-FALTA
            MOVE 0                TO WS-TOT-FALTA
            INITIALIZE WS-TABELA-TURMAS
            PERFORM P050-DEFINE-UNIDADE THRU P050-FIM
            PERFORM P100-CARREGA-REGRAS THRU P100-FIM
            PERFORM P150-ABRE-RESULTADO THRU P150-FIM
            PERFORM P200-CARREGA-TURMAS THRU P200-FIM
            PERFORM P300-PROJETA-ALUNOS THRU P300-FIM
            PERFORM P400-CONTA-ESPERA   THRU P400-FIM
            PERFORM P600-IMPRIME        THRU P600-FIM
            PERFORM P900-FIM
            .
      *    O OPERADOR SEM ACESSO A TODAS AS UNIDADES SO PROJETA AS
      *    TURMAS E ALUNOS DA SUA UNIDADE. COM ACESSO A TODAS, A
      *    PROJECAO E DA ESCOLA INTEIRA.
       P050-DEFINE-UNIDADE.
           MOVE 0                      TO WS-UNIDADE-FILTRO

           IF NOT ACESSO-TODAS-UNIDADES
               MOVE LK-UNIDADE-OPERADOR TO WS-UNIDADE-FILTRO
           END-IF
           .
       P050-FIM.

       P100-CARREGA-REGRAS.
           SET FS-OK-TABELA            TO TRUE
           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-QTD-REGRAS

           OPEN INPUT PROMOTBL

           IF NOT FS-OK-TABELA
               DISPLAY 'ATENCAO: TABELA DE PROMOCAO (PROMOTBL-DAT) '
                       'NAO ENCONTRADA. ALUNOS PROJETADOS NA TURMA '
                       'ATUAL.'
               GO TO P100-FIM
           END-IF

           READ PROMOTBL NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P120-EMPILHA-REGRA  THRU P120-FIM UNTIL EOF-OK

           CLOSE PROMOTBL
           .
       P100-FIM.

       P120-EMPILHA-REGRA.
           IF WS-QTD-REGRAS < WS-MAX-REGRAS
               ADD 1                    TO WS-QTD-REGRAS
               MOVE PROM-TURMA-ORIGEM   TO WS-TAB-ORIGEM
                                                       (WS-QTD-REGRAS)
               MOVE PROM-TURMA-DESTINO  TO WS-TAB-DESTINO
                                                       (WS-QTD-REGRAS)
               MOVE PROM-FORMATURA      TO WS-TAB-FORMATURA
                                                       (WS-QTD-REGRAS)
           ELSE
               DISPLAY 'ATENCAO: LIMITE DE ' WS-MAX-REGRAS
                       ' REGRAS ATINGIDO. TABELA TRUNCADA.'
           END-IF

           READ PROMOTBL NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P120-FIM.

       P150-ABRE-RESULTADO.
           DISPLAY 'INFORME O ANO LETIVO ATUAL (AAAA): '
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
       P150-FIM.

       P200-CARREGA-TURMAS.
           SET FS-OK-TURMAS            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT TURMAS

           IF NOT FS-OK-TURMAS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS.'
               DISPLAY 'FILE STATUS: ' WS-FS-TURMAS
               GO TO P200-FIM
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
           IF NUM-TURMA NOT EQUAL ZERO
               MOVE 'S'                TO WS-TAB-CADASTRADA (NUM-TURMA)
               MOVE NM-TURMA           TO WS-TAB-NOME (NUM-TURMA)
               MOVE UNIDADE-TURMA      TO WS-TAB-UNIDADE (NUM-TURMA)
               MOVE CAPACIDADE-TURMA   TO WS-TAB-CAPACIDADE (NUM-TURMA)
               IF TURMA-ATIVA
                   MOVE 'S'            TO WS-TAB-ATIVA (NUM-TURMA)
               END-IF
           END-IF

           READ TURMAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P220-FIM.

       P300-PROJETA-ALUNOS.
           SET FS-OK-ALUNOS            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-ALUNOS
               GO TO P300-FIM
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P320-PROJETA-ALUNO  THRU P320-FIM UNTIL EOF-OK

           CLOSE ALUNOS
           .
       P300-FIM.

       P320-PROJETA-ALUNO.
           IF NOT ALUNO-ATIVO OR NUM-ALUNO EQUAL ZERO
               GO TO P320-LE
           END-IF

           IF NOT TODAS-AS-UNIDADES
              AND UNIDADE-ALUNO NOT EQUAL WS-UNIDADE-FILTRO
               GO TO P320-LE
           END-IF

           ADD 1                        TO WS-QTD-LIDOS
           ADD 1                        TO WS-TAB-QTD-ATUAL (NUM-ALUNO)
           PERFORM P340-ACHA-REGRA      THRU P340-FIM

           EVALUATE TRUE
               WHEN ACAO-FORMA
                   ADD 1                TO WS-QTD-FORMADOS
               WHEN ACAO-PROMOVE
                   ADD 1                TO WS-QTD-PROMOVIDOS
                   ADD 1       TO WS-TAB-QTD-PROJ (WS-TURMA-DESTINO)
               WHEN ACAO-RETEM
                   ADD 1                TO WS-QTD-RETIDOS
                   ADD 1                TO WS-TAB-QTD-PROJ (NUM-ALUNO)
               WHEN OTHER
                   ADD 1                TO WS-QTD-SEM-REGRA
                   ADD 1                TO WS-TAB-QTD-PROJ (NUM-ALUNO)
           END-EVALUATE
           .
       P320-LE.
           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

      *    MESMA DECISAO DO PROMALTT: RETIDO, FORMA, PROMOVE PARA
      *    TURMA ATIVA OU MANTEM NA TURMA ATUAL.
       P340-ACHA-REGRA.
           SET REGRA-ENCONTRADA         TO FALSE
           SET ACAO-MANTEM              TO TRUE

           PERFORM P345-VERIFICA-RESULTADO THRU P345-FIM

           IF ACAO-RETEM
               GO TO P340-FIM
           END-IF

           MOVE 1                       TO WS-IDX

           PERFORM P350-COMPARA-REGRA   THRU P350-FIM
               UNTIL REGRA-ENCONTRADA OR WS-IDX > WS-QTD-REGRAS

           IF REGRA-ENCONTRADA
               IF WS-TAB-FORMATURA (WS-IDX) EQUAL 'S'
                   SET ACAO-FORMA       TO TRUE
               ELSE
                   MOVE WS-TAB-DESTINO (WS-IDX) TO WS-TURMA-DESTINO
                   IF WS-TURMA-DESTINO NOT EQUAL ZERO
                      AND TAB-TURMA-ATIVA (WS-TURMA-DESTINO)
                       SET ACAO-PROMOVE TO TRUE
                   END-IF
               END-IF
           END-IF
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
           ELSE
               ADD 1                    TO WS-IDX
           END-IF
           .
       P350-FIM.

       P400-CONTA-ESPERA.
           SET FS-OK-ESPERA            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT ESPERA

           IF NOT FS-OK-ESPERA
               GO TO P400-FIM
           END-IF

           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P420-CONTA-CANDIDATO THRU P420-FIM UNTIL EOF-OK

           CLOSE ESPERA
           .
       P400-FIM.

       P420-CONTA-CANDIDATO.
           IF ESPERA-AGUARDANDO AND TURMA-DESEJADA NOT EQUAL ZERO
              AND (TODAS-AS-UNIDADES OR
                   WS-TAB-UNIDADE (TURMA-DESEJADA)
                                     EQUAL WS-UNIDADE-FILTRO)
               ADD 1                   TO WS-QTD-ESPERA
               ADD 1        TO WS-TAB-QTD-ESPERA (TURMA-DESEJADA)
           END-IF

           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P420-FIM.

       P600-IMPRIME.
           SET FS-OK-RELATORIO         TO TRUE

           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RELATORIO
               GO TO P600-FIM
           END-IF

           COMPUTE WS-CAB-ANO = WS-ANO-LETIVO + 1
           WRITE REG-RELATORIO         FROM WS-CABECALHO
           IF TODAS-AS-UNIDADES
               MOVE 'TODAS'            TO WS-CAB-UNIDADE-DESC
           ELSE
               MOVE WS-UNIDADE-FILTRO  TO WS-CAB-UNIDADE-DESC
           END-IF
           WRITE REG-RELATORIO         FROM WS-CAB-UNIDADE
           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           WRITE REG-RELATORIO         FROM WS-CABECALHO-2
           WRITE REG-RELATORIO         FROM WS-SEPARADOR

           MOVE 1                      TO WS-IDX-TURMA
           PERFORM P620-IMPRIME-TURMA  THRU P620-FIM
               UNTIL WS-IDX-TURMA > 99

           PERFORM P680-RODAPE         THRU P680-FIM

           CLOSE RELATORIO

           DISPLAY 'PROJECAO DE VAGAS GRAVADA EM PROJVGTT-LST.'
           DISPLAY 'TURMAS COM FALTA DE VAGAS: ' WS-QTD-TURMAS-FALTA
           .
       P600-FIM.

      *    TURMA INATIVA SO APARECE SE AINDA TIVER ALUNO PROJETADO OU
      *    CANDIDATO EM ESPERA. TURMA CADASTRADA EM OUTRA UNIDADE NAO
      *    APARECE NA PROJECAO DE UMA UNIDADE.
       P620-IMPRIME-TURMA.
           IF NOT TODAS-AS-UNIDADES
              AND TAB-CADASTRADA (WS-IDX-TURMA)
              AND WS-TAB-UNIDADE (WS-IDX-TURMA)
                                     NOT EQUAL WS-UNIDADE-FILTRO
               GO TO P620-PROXIMA
           END-IF

           IF NOT TAB-TURMA-ATIVA (WS-IDX-TURMA)
              AND WS-TAB-QTD-PROJ (WS-IDX-TURMA) EQUAL ZERO
              AND WS-TAB-QTD-ESPERA (WS-IDX-TURMA) EQUAL ZERO
               GO TO P620-PROXIMA
           END-IF

           COMPUTE WS-LIVRES = WS-TAB-CAPACIDADE (WS-IDX-TURMA)
                             - WS-TAB-QTD-PROJ (WS-IDX-TURMA)
           COMPUTE WS-SALDO  = WS-LIVRES
                             - WS-TAB-QTD-ESPERA (WS-IDX-TURMA)

           MOVE WS-IDX-TURMA           TO WS-DET-TURMA
           MOVE WS-TAB-NOME (WS-IDX-TURMA) TO WS-DET-NOME
           MOVE WS-TAB-CAPACIDADE (WS-IDX-TURMA) TO WS-DET-CAPACIDADE
           MOVE WS-TAB-QTD-ATUAL (WS-IDX-TURMA)  TO WS-DET-ATUAL
           MOVE WS-TAB-QTD-PROJ (WS-IDX-TURMA)   TO WS-DET-PROJ
           MOVE WS-LIVRES              TO WS-DET-LIVRES
           MOVE WS-TAB-QTD-ESPERA (WS-IDX-TURMA) TO WS-DET-ESPERA
           MOVE WS-SALDO               TO WS-DET-SALDO

           EVALUATE TRUE
               WHEN NOT TAB-CADASTRADA (WS-IDX-TURMA)
                   MOVE '*** SEM CADASTRO'  TO WS-DET-NOME
                   MOVE 'NAO CADASTRADA'    TO WS-DET-SITUACAO
               WHEN NOT TAB-TURMA-ATIVA (WS-IDX-TURMA)
                   MOVE 'TURMA INATIVA'     TO WS-DET-SITUACAO
               WHEN WS-SALDO < 0
                   MOVE 'FALTAM VAGAS'      TO WS-DET-SITUACAO
               WHEN WS-SALDO = 0
                   MOVE 'LOTADA'            TO WS-DET-SITUACAO
               WHEN OTHER
                   MOVE 'SOBRAM VAGAS'      TO WS-DET-SITUACAO
           END-EVALUATE

           IF WS-SALDO < 0
               ADD 1                   TO WS-QTD-TURMAS-FALTA
               SUBTRACT WS-SALDO       FROM WS-TOT-FALTA
           END-IF

           WRITE REG-RELATORIO         FROM WS-DETALHE
           .
       P620-PROXIMA.
           ADD 1                       TO WS-IDX-TURMA
           .
       P620-FIM.

       P680-RODAPE.
           MOVE WS-QTD-LIDOS           TO WS-ROD-LIDOS
           MOVE WS-QTD-PROMOVIDOS      TO WS-ROD-PROMOVIDOS
           MOVE WS-QTD-RETIDOS         TO WS-ROD-RETIDOS
           MOVE WS-QTD-SEM-REGRA       TO WS-ROD-SEM-REGRA
           MOVE WS-QTD-FORMADOS        TO WS-ROD-FORMADOS
           MOVE WS-QTD-ESPERA          TO WS-ROD-ESPERA
           MOVE WS-QTD-TURMAS-FALTA    TO WS-ROD-TURMAS-FALTA
           MOVE WS-TOT-FALTA           TO WS-ROD-TOT-FALTA
           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           WRITE REG-RELATORIO         FROM WS-RODAPE-1
           WRITE REG-RELATORIO         FROM WS-RODAPE-2
           WRITE REG-RELATORIO         FROM WS-RODAPE-3
           WRITE REG-RELATORIO         FROM WS-RODAPE-4
           WRITE REG-RELATORIO         FROM WS-RODAPE-5
           WRITE REG-RELATORIO         FROM WS-RODAPE-6
           WRITE REG-RELATORIO         FROM WS-RODAPE-7
           WRITE REG-RELATORIO         FROM WS-RODAPE-8
           .
       P680-FIM.

       P900-FIM.
            IF TEM-RESULTADO
                CLOSE RESULTADOS
            END-IF
            GOBACK.
       END PROGRAM PROJVGTT.
