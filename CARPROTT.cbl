      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Relatorio de carga dos professores: para cada
      *          professor do cadastro mestre (PROFESSORES.DAT), as
      *          turmas ativas que leciona (TURMAS.DAT), com a sala e
      *          a quantidade de alunos ativos de cada uma
      *          (ALUNOS.DAT), e o total de alunos do professor.
      *          Turma cujo professor esta com baixa sai marcada, e as
      *          turmas sem professor cadastrado saem em bloco proprio
      *          no fim. Grava CARPROTT-LST. Chamado pelo submenu de
      *          secretaria do MENUCNTT, nos moldes do TURMALTT.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Recebe a area de comunicacao do MENUCNTT: o
      *                 operador sem acesso a todas as unidades so ve as
      *                 turmas da sua unidade e os professores delas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARPROTT.

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

               SELECT PROFESSORES ASSIGN TO
               "PROFESSORES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PROF.

               SELECT RELATORIO ASSIGN TO
               "CARPROTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_ALLTT.

       FD TURMAS.
          COPY FD_TURMA.

       FD PROFESSORES.
          COPY FD_PROTT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-TURMAS                PIC 99.
           88 FS-OK-TURMAS            VALUE 0.
       77 WS-FS-PROF                  PIC 99.
           88 FS-OK-PROF              VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-IDX                      PIC 9(03) COMP VALUE 0.
       77 WS-QTD-TURMAS-PROF          PIC 9(03) COMP VALUE 0.
       77 WS-QTD-ALUNOS-PROF          PIC 9(05) COMP VALUE 0.
       77 WS-QTD-PROFESSORES          PIC 9(05) COMP VALUE 0.
       77 WS-QTD-TURMAS-PROF-INAT     PIC 9(05) COMP VALUE 0.
       77 WS-QTD-TURMAS-SEM-PROF      PIC 9(05) COMP VALUE 0.
       77 WS-TOTAL-ALUNOS             PIC 9(05) COMP VALUE 0.
       77 WS-UNIDADE-FILTRO           PIC 9(02) VALUE 0.
           88 TODAS-AS-UNIDADES       VALUE 0.

      *    TURMAS ATIVAS, INDEXADAS PELO NUMERO DA TURMA.
       01 WS-TABELA-TURMAS.
           03 WS-TAB-TURMA OCCURS 99 TIMES.
               05 WS-TAB-ATIVA        PIC X(01).
                   88 TAB-TURMA-ATIVA VALUE 'S'.
               05 WS-TAB-LISTADA      PIC X(01).
                   88 TAB-TURMA-LISTADA VALUE 'S'.
               05 WS-TAB-NOME         PIC X(20).
               05 WS-TAB-SALA         PIC X(05).
               05 WS-TAB-PROFESSOR    PIC 9(04).
               05 WS-TAB-CAPACIDADE   PIC 9(03).
               05 WS-TAB-QTD-ALUNOS   PIC 9(05) COMP.

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'RELATORIO DE CARGA DOS PROFESSORES'.

       01 WS-CAB-UNIDADE.
           03 FILLER                  PIC X(09) VALUE 'UNIDADE: '.
           03 WS-CAB-UNIDADE-DESC     PIC X(05) VALUE SPACES.

       01 WS-CABECALHO-2.
           03 FILLER                  PIC X(40) VALUE
              '     TURMA                     SALA   AL'.
           03 FILLER                  PIC X(40) VALUE
              'UNOS  CAPAC.'.

       01 WS-LINHA-PROF.
           03 FILLER                  PIC X(11) VALUE 'PROFESSOR: '.
           03 WS-LPR-ID               PIC 9(04).
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-LPR-NOME             PIC X(30).
           03 FILLER                  PIC X(06) VALUE ' TEL: '.
           03 WS-LPR-TEL              PIC Z(11)9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-LPR-STATUS           PIC X(07).

       01 WS-LINHA-DISC.
           03 FILLER                  PIC X(11) VALUE SPACES.
           03 FILLER                  PIC X(13) VALUE 'DISCIPLINAS: '.
           03 WS-LDI-DISCIPLINAS      PIC X(40).

       01 WS-DETALHE.
           03 FILLER                  PIC X(05) VALUE SPACES.
           03 WS-DET-NUM              PIC Z9.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-DET-NOME             PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-SALA             PIC X(05).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-ALUNOS           PIC ZZZZ9.
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 WS-DET-CAPACIDADE       PIC ZZ9.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-AVISO            PIC X(29).

       01 WS-TOTAL-PROF.
           03 FILLER                  PIC X(05) VALUE SPACES.
           03 FILLER                  PIC X(08) VALUE 'TURMAS: '.
           03 WS-TPR-TURMAS           PIC ZZ9.
           03 FILLER                  PIC X(20) VALUE
              '   TOTAL DE ALUNOS: '.
           03 WS-TPR-ALUNOS           PIC ZZZZ9.

       01 WS-TITULO-SEM-PROF.
           03 FILLER                  PIC X(40) VALUE
              'TURMAS ATIVAS SEM PROFESSOR CADASTRADO'.

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(36) VALUE
              'PROFESSORES LISTADOS..............: '.
           03 WS-ROD-PROFESSORES      PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(36) VALUE
              'TURMAS COM PROFESSOR INATIVO......: '.
           03 WS-ROD-PROF-INAT        PIC ZZZZ9.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(36) VALUE
              'TURMAS SEM PROFESSOR CADASTRADO...: '.
           03 WS-ROD-SEM-PROF         PIC ZZZZ9.

       01 WS-RODAPE-4.
           03 FILLER                  PIC X(36) VALUE
              'TOTAL DE ALUNOS ATIVOS EM TURMA...: '.
           03 WS-ROD-ALUNOS           PIC ZZZZ9.

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
            MOVE 0                TO WS-QTD-PROFESSORES
            MOVE 0                TO WS-QTD-TURMAS-PROF-INAT
            MOVE 0                TO WS-QTD-TURMAS-SEM-PROF
            MOVE 0                TO WS-TOTAL-ALUNOS
            INITIALIZE WS-TABELA-TURMAS
            PERFORM P050-DEFINE-UNIDADE THRU P050-FIM
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P200-CARREGA-TURMAS THRU P200-FIM
            PERFORM P300-CONTA-ALUNOS   THRU P300-FIM
            PERFORM P500-PROFESSORES    THRU P500-FIM
            PERFORM P700-SEM-PROFESSOR  THRU P700-FIM
            PERFORM P800-RODAPE
            PERFORM P900-FIM
            .
      *    O OPERADOR SEM ACESSO A TODAS AS UNIDADES SO VE AS TURMAS
      *    DA SUA UNIDADE (E OS PROFESSORES DELAS). COM ACESSO A
      *    TODAS, O RELATORIO E DA ESCOLA INTEIRA.
       P050-DEFINE-UNIDADE.
           MOVE 0                      TO WS-UNIDADE-FILTRO

           IF NOT ACESSO-TODAS-UNIDADES
               MOVE LK-UNIDADE-OPERADOR TO WS-UNIDADE-FILTRO
           END-IF
           .
       P050-FIM.

       P100-ABRE-ARQUIVOS.
           SET FS-OK-TURMAS            TO TRUE
           SET FS-OK-RELATORIO         TO TRUE

           OPEN INPUT TURMAS
           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-TURMAS OR NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO RELATORIO.'
               DISPLAY 'FILE STATUS TURMAS...: ' WS-FS-TURMAS
               DISPLAY 'FILE STATUS RELATORIO: ' WS-FS-RELATORIO
               PERFORM P900-FIM
           END-IF

           WRITE REG-RELATORIO         FROM WS-CABECALHO
           IF TODAS-AS-UNIDADES
               MOVE 'TODAS'            TO WS-CAB-UNIDADE-DESC
           ELSE
               MOVE WS-UNIDADE-FILTRO  TO WS-CAB-UNIDADE-DESC
           END-IF
           WRITE REG-RELATORIO         FROM WS-CAB-UNIDADE
           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           WRITE REG-RELATORIO         FROM WS-CABECALHO-2
           .
       P200-CARREGA-TURMAS.
           SET EOF-OK                  TO FALSE

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
              AND (TODAS-AS-UNIDADES OR
                   UNIDADE-TURMA EQUAL WS-UNIDADE-FILTRO)
               MOVE 'S'                TO WS-TAB-ATIVA (NUM-TURMA)
               MOVE NM-TURMA           TO WS-TAB-NOME (NUM-TURMA)
               MOVE SALA-TURMA         TO WS-TAB-SALA (NUM-TURMA)
               MOVE ID-PROFESSOR-TURMA TO WS-TAB-PROFESSOR (NUM-TURMA)
               MOVE CAPACIDADE-TURMA   TO WS-TAB-CAPACIDADE (NUM-TURMA)
           END-IF

           READ TURMAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P220-FIM.

       P300-CONTA-ALUNOS.
           SET FS-OK-ALUNOS            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               GO TO P300-FIM
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P320-CONTA-ALUNO    THRU P320-FIM UNTIL EOF-OK

           CLOSE ALUNOS
           .
       P300-FIM.

       P320-CONTA-ALUNO.
           IF ALUNO-ATIVO AND NUM-ALUNO NOT EQUAL ZERO
               ADD 1                TO WS-TAB-QTD-ALUNOS (NUM-ALUNO)
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P320-FIM.

       P500-PROFESSORES.
           SET FS-OK-PROF              TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT PROFESSORES

           IF NOT FS-OK-PROF
               DISPLAY 'CADASTRO DE PROFESSORES VAZIO OU INACESSIVEL.'
               GO TO P500-FIM
           END-IF

           READ PROFESSORES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P520-PROFESSOR      THRU P520-FIM UNTIL EOF-OK

           CLOSE PROFESSORES
           .
       P500-FIM.

       P520-PROFESSOR.
           MOVE 0                      TO WS-QTD-TURMAS-PROF
           MOVE 0                      TO WS-QTD-ALUNOS-PROF
           MOVE 1                      TO WS-IDX

           PERFORM P540-CONTA-TURMA    THRU P540-FIM UNTIL WS-IDX > 99

      *    PROFESSOR COM BAIXA E SEM TURMA NAO TEM CARGA A MOSTRAR;
      *    NO RELATORIO DE UMA UNIDADE, SO SAI QUEM TEM TURMA NELA.
           IF PROFESSOR-INATIVO AND WS-QTD-TURMAS-PROF = 0
               GO TO P520-LE
           END-IF

           IF NOT TODAS-AS-UNIDADES AND WS-QTD-TURMAS-PROF = 0
               GO TO P520-LE
           END-IF

           ADD 1                       TO WS-QTD-PROFESSORES
           WRITE REG-RELATORIO         FROM SPACES
           MOVE ID-PROFESSOR           TO WS-LPR-ID
           MOVE NM-PROFESSOR           TO WS-LPR-NOME
           MOVE TEL-PROFESSOR          TO WS-LPR-TEL
           IF PROFESSOR-ATIVO
               MOVE 'ATIVO'            TO WS-LPR-STATUS
           ELSE
               MOVE 'INATIVO'          TO WS-LPR-STATUS
           END-IF
           WRITE REG-RELATORIO         FROM WS-LINHA-PROF

           IF DISCIPLINAS-PROFESSOR NOT EQUAL SPACES
               MOVE DISCIPLINAS-PROFESSOR TO WS-LDI-DISCIPLINAS
               WRITE REG-RELATORIO     FROM WS-LINHA-DISC
           END-IF

           MOVE 1                      TO WS-IDX
           PERFORM P560-IMPRIME-TURMA  THRU P560-FIM UNTIL WS-IDX > 99

           MOVE WS-QTD-TURMAS-PROF     TO WS-TPR-TURMAS
           MOVE WS-QTD-ALUNOS-PROF     TO WS-TPR-ALUNOS
           WRITE REG-RELATORIO         FROM WS-TOTAL-PROF
           .
       P520-LE.
           READ PROFESSORES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P520-FIM.

       P540-CONTA-TURMA.
           IF TAB-TURMA-ATIVA (WS-IDX)
              AND WS-TAB-PROFESSOR (WS-IDX) EQUAL ID-PROFESSOR
               ADD 1                   TO WS-QTD-TURMAS-PROF
               ADD WS-TAB-QTD-ALUNOS (WS-IDX) TO WS-QTD-ALUNOS-PROF
           END-IF

           ADD 1                       TO WS-IDX
           .
       P540-FIM.

       P560-IMPRIME-TURMA.
           IF TAB-TURMA-ATIVA (WS-IDX)
              AND WS-TAB-PROFESSOR (WS-IDX) EQUAL ID-PROFESSOR
               MOVE 'S'                TO WS-TAB-LISTADA (WS-IDX)
               MOVE SPACES             TO WS-DET-AVISO
               IF PROFESSOR-INATIVO
                   MOVE '*** PROFESSOR INATIVO ***' TO WS-DET-AVISO
                   ADD 1               TO WS-QTD-TURMAS-PROF-INAT
               END-IF
               PERFORM P580-DETALHE    THRU P580-FIM
           END-IF

           ADD 1                       TO WS-IDX
           .
       P560-FIM.

       P580-DETALHE.
           MOVE WS-IDX                 TO WS-DET-NUM
           MOVE WS-TAB-NOME (WS-IDX)   TO WS-DET-NOME
           MOVE WS-TAB-SALA (WS-IDX)   TO WS-DET-SALA
           MOVE WS-TAB-QTD-ALUNOS (WS-IDX) TO WS-DET-ALUNOS
           MOVE WS-TAB-CAPACIDADE (WS-IDX) TO WS-DET-CAPACIDADE
           WRITE REG-RELATORIO         FROM WS-DETALHE
           ADD WS-TAB-QTD-ALUNOS (WS-IDX) TO WS-TOTAL-ALUNOS
           .
       P580-FIM.

      *    TURMA ATIVA QUE NAO SAIU EM NENHUM PROFESSOR: SEM PROFESSOR
      *    INFORMADO OU COM ID QUE NAO EXISTE NO CADASTRO.
       P700-SEM-PROFESSOR.
           WRITE REG-RELATORIO         FROM SPACES
           WRITE REG-RELATORIO         FROM WS-TITULO-SEM-PROF
           MOVE 1                      TO WS-IDX

           PERFORM P720-TURMA-SEM-PROF THRU P720-FIM UNTIL WS-IDX > 99
           .
       P700-FIM.

       P720-TURMA-SEM-PROF.
           IF TAB-TURMA-ATIVA (WS-IDX)
              AND NOT TAB-TURMA-LISTADA (WS-IDX)
               ADD 1                   TO WS-QTD-TURMAS-SEM-PROF
               IF WS-TAB-PROFESSOR (WS-IDX) EQUAL ZERO
                   MOVE '*** SEM PROFESSOR ***' TO WS-DET-AVISO
               ELSE
                   MOVE '*** PROF. NAO CADASTRADO ***' TO WS-DET-AVISO
               END-IF
               PERFORM P580-DETALHE    THRU P580-FIM
           END-IF

           ADD 1                       TO WS-IDX
           .
       P720-FIM.

       P800-RODAPE.
           MOVE WS-QTD-PROFESSORES     TO WS-ROD-PROFESSORES
           MOVE WS-QTD-TURMAS-PROF-INAT TO WS-ROD-PROF-INAT
           MOVE WS-QTD-TURMAS-SEM-PROF TO WS-ROD-SEM-PROF
           MOVE WS-TOTAL-ALUNOS        TO WS-ROD-ALUNOS
           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           WRITE REG-RELATORIO         FROM WS-RODAPE-1
           WRITE REG-RELATORIO         FROM WS-RODAPE-2
           WRITE REG-RELATORIO         FROM WS-RODAPE-3
           WRITE REG-RELATORIO         FROM WS-RODAPE-4

           DISPLAY 'PROFESSORES LISTADOS......: ' WS-QTD-PROFESSORES
           DISPLAY 'TURMAS COM PROF. INATIVO..: '
                   WS-QTD-TURMAS-PROF-INAT
           DISPLAY 'TURMAS SEM PROFESSOR......: '
                   WS-QTD-TURMAS-SEM-PROF
           DISPLAY 'RELATORIO GRAVADO EM CARPROTT-LST.'
           .
       P900-FIM.
            CLOSE RELATORIO
            GOBACK.
       END PROGRAM CARPROTT.
