      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Extrato financeiro do responsavel: o operador informa
      *          o ID do contato (CONTATOS.DAT) e o programa lista
      *          todas as cobrancas de MENSALTT.DAT de todos os alunos
      *          ligados a ele por REF-ID-CONTATO (ativos ou nao),
      *          com o valor cobrado, o pago e o saldo em aberto de
      *          cada uma, e os totais no rodape, em EXTRESTT-LST.
      *          Cobranca cancelada aparece no extrato mas nao entra
      *          nos totais.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Recebe a area de comunicacao do MENUCNTT: o
      *                 operador sem acesso a todas as unidades so ve as
      *                 cobrancas dos alunos da sua unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRESTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO
               "CONTATOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT MENSALIDADES ASSIGN TO
               "MENSALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS MENS-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT RELATORIO ASSIGN TO
               "EXTRESTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD ALUNOS.
          COPY FD_ALLTT.

       FD MENSALIDADES.
          COPY FD_MENTT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-MENS                  PIC 99.
           88 FS-OK-MENS              VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-CONTATO-OK               PIC X     VALUE 'N'.
           88 CONTATO-ENCONTRADO      VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-OK                 PIC X     VALUE 'N'.
           88 ALUNO-DO-RESPONSAVEL    VALUE 'S' FALSE 'N'.
       77 WS-ID-CONTATO               PIC 9(04) VALUE 0.
       77 WS-MAX-ALUNOS               PIC 9(03) COMP VALUE 20.
       77 WS-QTD-ALUNOS               PIC 9(03) COMP VALUE 0.
       77 WS-IDX-A                    PIC 9(03) COMP VALUE 0.
       77 WS-QTD-COBRANCAS            PIC 9(05) COMP VALUE 0.
       77 WS-SALDO                    PIC 9(05)V99 VALUE 0.
       77 WS-TOTAL-COBRADO            PIC 9(07)V99 VALUE 0.
       77 WS-TOTAL-PAGO               PIC 9(07)V99 VALUE 0.
       77 WS-TOTAL-ABERTO             PIC 9(07)V99 VALUE 0.
       77 WS-UNIDADE-FILTRO           PIC 9(02) VALUE 0.
           88 TODAS-AS-UNIDADES       VALUE 0.
       77 WS-QTD-OUTRA-UNIDADE        PIC 9(03) COMP VALUE 0.

      *    ALUNOS LIGADOS AO RESPONSAVEL (REF-ID-CONTATO).
       01 WS-TABELA-ALUNOS.
           03 WS-TAB-ALUNO OCCURS 20 TIMES.
               05 WS-TAB-ID-ALUNO     PIC 9(04).
               05 WS-TAB-NM-ALUNO     PIC X(20).

       01 WS-CABECALHO.
           03 FILLER                  PIC X(38) VALUE
              'EXTRATO FINANCEIRO DO RESPONSAVEL - '.
           03 WS-CAB-ID-CONTATO       PIC ZZZ9.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-CAB-NM-CONTATO       PIC X(20).

       01 WS-CABECALHO-2.
           03 FILLER                  PIC X(40) VALUE
              'COMPET ALUNO NOME            VENCTO    '.
           03 FILLER                  PIC X(40) VALUE
              '   COBRADO      PAGO    ABERTO SIT.'.

       01 WS-DETALHE.
           03 WS-DET-COMPETENCIA      PIC 9(06).
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-ID-ALUNO         PIC ZZZ9.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-NM-ALUNO         PIC X(15).
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-VENCIMENTO       PIC 9(08).
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-VALOR            PIC ZZ.ZZ9,99.
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-PAGO             PIC ZZ.ZZ9,99.
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-ABERTO           PIC ZZ.ZZ9,99.
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-SITUACAO         PIC X(04).

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(25) VALUE
              'COBRANCAS NO EXTRATO...: '.
           03 WS-ROD-QTD              PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(25) VALUE
              'TOTAL COBRADO..........: '.
           03 WS-ROD-COBRADO          PIC Z.ZZZ.ZZ9,99.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(25) VALUE
              'TOTAL PAGO.............: '.
           03 WS-ROD-PAGO             PIC Z.ZZZ.ZZ9,99.

       01 WS-RODAPE-4.
           03 FILLER                  PIC X(25) VALUE
              'TOTAL EM ABERTO........: '.
           03 WS-ROD-ABERTO           PIC Z.ZZZ.ZZ9,99.

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
            MOVE 0                TO WS-QTD-COBRANCAS
            MOVE 0                TO WS-TOTAL-COBRADO
            MOVE 0                TO WS-TOTAL-PAGO
            MOVE 0                TO WS-TOTAL-ABERTO
            PERFORM P050-DEFINE-UNIDADE THRU P050-FIM
            DISPLAY '*** EXTRATO FINANCEIRO DO RESPONSAVEL ***'
            DISPLAY 'INFORME O ID DO RESPONSAVEL (CONTATO): '
            ACCEPT WS-ID-CONTATO
            PERFORM P100-BUSCA-CONTATO  THRU P100-FIM
            IF NOT CONTATO-ENCONTRADO
                DISPLAY 'CONTATO NAO ENCONTRADO.'
                GOBACK
            END-IF
            PERFORM P200-COLETA-ALUNOS  THRU P200-FIM
            IF WS-QTD-ALUNOS EQUAL 0
                IF WS-QTD-OUTRA-UNIDADE > 0
                    DISPLAY 'ALUNOS DE OUTRA UNIDADE. ACESSO NEGADO.'
                ELSE
                    DISPLAY 'NENHUM ALUNO LIGADO A ESTE RESPONSAVEL.'
                END-IF
                GOBACK
            END-IF
            PERFORM P300-PROCESSA       THRU P300-FIM
            PERFORM P900-FIM
            .
      *    O OPERADOR SEM ACESSO A TODAS AS UNIDADES SO VE AS
      *    COBRANCAS DOS ALUNOS DA SUA UNIDADE.
       P050-DEFINE-UNIDADE.
           MOVE 0                      TO WS-UNIDADE-FILTRO

           IF NOT ACESSO-TODAS-UNIDADES
               MOVE LK-UNIDADE-OPERADOR TO WS-UNIDADE-FILTRO
           END-IF
           .
       P050-FIM.

       P100-BUSCA-CONTATO.
           SET CONTATO-ENCONTRADO      TO FALSE
           SET FS-OK-CONTATOS          TO TRUE

           OPEN INPUT CONTATOS

           IF NOT FS-OK-CONTATOS
               GO TO P100-FIM
           END-IF

           MOVE WS-ID-CONTATO          TO ID-CONTATO
           READ CONTATOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTATO-ENCONTRADO TO TRUE
                   MOVE ID-CONTATO     TO WS-CAB-ID-CONTATO
                   MOVE NM-CONTATO     TO WS-CAB-NM-CONTATO
           END-READ

           CLOSE CONTATOS
           .
       P100-FIM.

       P200-COLETA-ALUNOS.
           MOVE 0                      TO WS-QTD-ALUNOS
           MOVE 0                      TO WS-QTD-OUTRA-UNIDADE
           SET FS-OK-ALUNOS            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               GO TO P200-FIM
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P220-COLETA         THRU P220-FIM UNTIL EOF-OK

           CLOSE ALUNOS
           .
       P200-FIM.

       P220-COLETA.
           IF REF-ID-CONTATO EQUAL WS-ID-CONTATO
              AND NOT TODAS-AS-UNIDADES
              AND UNIDADE-ALUNO NOT EQUAL WS-UNIDADE-FILTRO
               ADD 1                    TO WS-QTD-OUTRA-UNIDADE
               GO TO P220-LE
           END-IF

           IF REF-ID-CONTATO EQUAL WS-ID-CONTATO
               IF WS-QTD-ALUNOS < WS-MAX-ALUNOS
                   ADD 1                TO WS-QTD-ALUNOS
                   MOVE ID-ALUNO        TO WS-TAB-ID-ALUNO
                                                   (WS-QTD-ALUNOS)
                   MOVE NM-ALUNO        TO WS-TAB-NM-ALUNO
                                                   (WS-QTD-ALUNOS)
               ELSE
                   DISPLAY 'ATENCAO: MAIS DE ' WS-MAX-ALUNOS
                           ' ALUNOS. ALUNO ' ID-ALUNO
                           ' FORA DO EXTRATO.'
               END-IF
           END-IF
           .
       P220-LE.
           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P220-FIM.

       P300-PROCESSA.
           SET FS-OK-MENS              TO TRUE
           SET FS-OK-RELATORIO         TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO EXTRATO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RELATORIO
               GOBACK
           END-IF

           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM SPACES
           WRITE REG-RELATORIO         FROM WS-CABECALHO-2

           OPEN INPUT MENSALIDADES

           IF NOT FS-OK-MENS
               DISPLAY 'NENHUMA COBRANCA GERADA AINDA.'
               GO TO P300-FIM
           END-IF

           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P320-TRATA-COBRANCA THRU P320-FIM UNTIL EOF-OK

           CLOSE MENSALIDADES
           .
       P300-FIM.

       P320-TRATA-COBRANCA.
           PERFORM P340-PROCURA-ALUNO   THRU P340-FIM

           IF NOT ALUNO-DO-RESPONSAVEL
               GO TO P320-LE
           END-IF

           MOVE 0                       TO WS-SALDO
           IF MENS-ABERTA AND MENS-VALOR > MENS-VALOR-PAGO
               COMPUTE WS-SALDO = MENS-VALOR - MENS-VALOR-PAGO
           END-IF

           EVALUATE TRUE
               WHEN MENS-ABERTA
                   MOVE 'ABER'          TO WS-DET-SITUACAO
               WHEN MENS-PAGA
                   MOVE 'PAGA'          TO WS-DET-SITUACAO
               WHEN OTHER
                   MOVE 'CANC'          TO WS-DET-SITUACAO
           END-EVALUATE

           IF NOT MENS-CANCELADA
               ADD MENS-VALOR           TO WS-TOTAL-COBRADO
               ADD MENS-VALOR-PAGO      TO WS-TOTAL-PAGO
               ADD WS-SALDO             TO WS-TOTAL-ABERTO
           END-IF

           MOVE MENS-COMPETENCIA        TO WS-DET-COMPETENCIA
           MOVE MENS-ID-ALUNO           TO WS-DET-ID-ALUNO
           MOVE WS-TAB-NM-ALUNO (WS-IDX-A) TO WS-DET-NM-ALUNO
           MOVE MENS-DT-VENCIMENTO      TO WS-DET-VENCIMENTO
           MOVE MENS-VALOR              TO WS-DET-VALOR
           MOVE MENS-VALOR-PAGO         TO WS-DET-PAGO
           MOVE WS-SALDO                TO WS-DET-ABERTO
           WRITE REG-RELATORIO          FROM WS-DETALHE
           ADD 1                        TO WS-QTD-COBRANCAS
           .
       P320-LE.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

       P340-PROCURA-ALUNO.
           SET ALUNO-DO-RESPONSAVEL     TO FALSE
           MOVE 1                       TO WS-IDX-A

           PERFORM P350-COMPARA-ALUNO   THRU P350-FIM
               UNTIL ALUNO-DO-RESPONSAVEL OR WS-IDX-A > WS-QTD-ALUNOS
           .
       P340-FIM.

       P350-COMPARA-ALUNO.
           IF WS-TAB-ID-ALUNO (WS-IDX-A) EQUAL MENS-ID-ALUNO
               SET ALUNO-DO-RESPONSAVEL TO TRUE
           ELSE
               ADD 1                    TO WS-IDX-A
           END-IF
           .
       P350-FIM.

       P900-FIM.
           MOVE WS-QTD-COBRANCAS        TO WS-ROD-QTD
           MOVE WS-TOTAL-COBRADO        TO WS-ROD-COBRADO
           MOVE WS-TOTAL-PAGO           TO WS-ROD-PAGO
           MOVE WS-TOTAL-ABERTO         TO WS-ROD-ABERTO
           WRITE REG-RELATORIO          FROM SPACES
           WRITE REG-RELATORIO          FROM WS-RODAPE-1
           WRITE REG-RELATORIO          FROM WS-RODAPE-2
           WRITE REG-RELATORIO          FROM WS-RODAPE-3
           WRITE REG-RELATORIO          FROM WS-RODAPE-4
           CLOSE RELATORIO

           DISPLAY 'COBRANCAS NO EXTRATO: ' WS-QTD-COBRANCAS
           MOVE WS-TOTAL-ABERTO         TO WS-ROD-ABERTO
           DISPLAY 'TOTAL EM ABERTO.....: ' WS-ROD-ABERTO
           DISPLAY 'EXTRATO GRAVADO EM EXTRESTT-LST.'
           GOBACK.
       END PROGRAM EXTRESTT.
