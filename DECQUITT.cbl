      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Declaracao anual de quitacao de debitos (Lei
      *          12.007/2009): para o ano informado, apura por
      *          responsavel (REF-ID-CONTATO dos alunos) as cobrancas
      *          de MENSALTT.DAT das competencias do ano. Responsavel
      *          com cobranca no ano e nenhuma em aberto recebe a
      *          declaracao em DECQUITT-LST; responsavel com cobranca
      *          em aberto sai em DECQUITT-REJ com a quantidade e o
      *          saldo devedor. Cobranca cancelada nao conta.
      *          Restrito a supervisor, com login proprio nos moldes
      *          do GERMENTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECQUITT.

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

               SELECT MENSALIDADES ASSIGN TO
               "MENSALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS MENS-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT CONTATOS ASSIGN TO
               "CONTATOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT DECLARACAO ASSIGN TO
               "DECQUITT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECLARACAO.

               SELECT PENDENTES ASSIGN TO
               "DECQUITT-REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENTES.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_ALLTT.

       FD MENSALIDADES.
          COPY FD_MENTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD DECLARACAO.
       01 REG-DECLARACAO              PIC X(80).

       FD PENDENTES.
       01 REG-PENDENTES               PIC X(80).

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
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-MENS                  PIC 99.
           88 FS-OK-MENS              VALUE 0.
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-DECLARACAO            PIC 99.
           88 FS-OK-DECLARACAO        VALUE 0.
       77 WS-FS-PENDENTES             PIC 99.
           88 FS-OK-PENDENTES         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-ANO                      PIC 9(04) VALUE 0.
       77 WS-COMP-INICIAL             PIC 9(06) VALUE 0.
       77 WS-COMP-FINAL               PIC 9(06) VALUE 0.
       77 WS-ID-RESP                  PIC 9(04) VALUE 0.
       77 WS-SALDO                    PIC 9(05)V99 VALUE 0.
       77 WS-QTD-DECLARACOES          PIC 9(05) COMP VALUE 0.
       77 WS-QTD-PENDENTES            PIC 9(05) COMP VALUE 0.
       77 WS-QTD-SEM-RESP             PIC 9(05) COMP VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-DATA-EXT                 PIC X(10) VALUE SPACES.

      *    RESPONSAVEL DE CADA ALUNO, INDEXADO PELO ID-ALUNO.
       01 WS-TABELA-ALUNOS.
           03 WS-TAB-RESP-ALUNO       PIC 9(04) OCCURS 9999 TIMES.

      *    SITUACAO DO ANO POR RESPONSAVEL, INDEXADA PELO ID-CONTATO.
       01 WS-TABELA-RESP.
           03 WS-TAB-RESP OCCURS 9999 TIMES.
               05 WS-TAB-QTD-COBRANCAS PIC 9(03) COMP.
               05 WS-TAB-QTD-ABERTAS  PIC 9(03) COMP.
               05 WS-TAB-VALOR-PAGO   PIC 9(07)V99.
               05 WS-TAB-VALOR-ABERTO PIC 9(07)V99.

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-DEC-TITULO.
           03 FILLER                  PIC X(48) VALUE
              'DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO '.
           03 WS-DEC-ANO-1            PIC 9(04).

       01 WS-DEC-LINHA-1.
           03 FILLER                  PIC X(60) VALUE
              'DECLARAMOS, PARA OS FINS DA LEI 12.007/2009, QUE O(A)'.

       01 WS-DEC-LINHA-2.
           03 FILLER                  PIC X(14) VALUE
              'RESPONSAVEL '.
           03 WS-DEC-NM-CONTATO       PIC X(20).
           03 FILLER                  PIC X(10) VALUE ' (CODIGO '.
           03 WS-DEC-ID-CONTATO       PIC 9(04).
           03 FILLER                  PIC X(01) VALUE ')'.

       01 WS-DEC-LINHA-3.
           03 FILLER                  PIC X(40) VALUE
              'QUITOU TODAS AS MENSALIDADES ESCOLARES '.
           03 FILLER                  PIC X(24) VALUE
              'DAS COMPETENCIAS DO ANO '.
           03 WS-DEC-ANO-2            PIC 9(04).
           03 FILLER                  PIC X(01) VALUE ','.

       01 WS-DEC-LINHA-4.
           03 FILLER                  PIC X(31) VALUE
              'NO VALOR TOTAL PAGO DE R$ '.
           03 WS-DEC-VALOR            PIC Z.ZZZ.ZZ9,99.
           03 FILLER                  PIC X(22) VALUE
              ', NAO HAVENDO DEBITOS'.

       01 WS-DEC-LINHA-5.
           03 FILLER                  PIC X(40) VALUE
              'EM ABERTO REFERENTES A ESSE PERIODO.'.

       01 WS-DEC-LINHA-6.
           03 FILLER                  PIC X(11) VALUE 'EMITIDA EM '.
           03 WS-DEC-DATA             PIC X(10).
           03 FILLER                  PIC X(01) VALUE '.'.

       01 WS-PEN-CABECALHO.
           03 FILLER                  PIC X(48) VALUE
              'RESPONSAVEIS SEM DIREITO A DECLARACAO - ANO '.
           03 WS-PEN-ANO              PIC 9(04).

       01 WS-PEN-CABECALHO-2.
           03 FILLER                  PIC X(40) VALUE
              'ID   NOME                 TELEFONE    '.
           03 FILLER                  PIC X(30) VALUE
              '  ABERTAS  SALDO DEVEDOR'.

       01 WS-PEN-DETALHE.
           03 WS-PEN-ID-CONTATO       PIC ZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-PEN-NM-CONTATO       PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-PEN-TEL              PIC Z(11)9.
           03 FILLER                  PIC X(04) VALUE SPACES.
           03 WS-PEN-QTD-ABERTAS      PIC ZZ9.
           03 FILLER                  PIC X(04) VALUE SPACES.
           03 WS-PEN-SALDO            PIC Z.ZZZ.ZZ9,99.

       01 WS-PEN-RODAPE.
           03 FILLER                  PIC X(31) VALUE
              'RESPONSAVEIS COM PENDENCIA...: '.
           03 WS-PEN-ROD-QTD          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** DECLARACAO ANUAL DE QUITACAO DE DEBITOS ***'
            CALL 'LOGINTT'              USING WS-COM-AREA
            IF LOGIN-OK AND OPERADOR-SUPERVISOR IN WS-NIVEL-OPERADOR
                                                        THEN
                PERFORM P100-INFORMA-DADOS THRU P100-FIM
                PERFORM P200-CARREGA-ALUNOS THRU P200-FIM
                PERFORM P300-APURA         THRU P300-FIM
                PERFORM P500-EMITE         THRU P500-FIM
            ELSE
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
            END-IF
            PERFORM P900-FIM
            .
       P100-INFORMA-DADOS.
           DISPLAY 'INFORME O ANO DAS MENSALIDADES (AAAA): '
           ACCEPT WS-ANO

           COMPUTE WS-COMP-INICIAL = WS-ANO * 100 + 1
           COMPUTE WS-COMP-FINAL   = WS-ANO * 100 + 12

           INITIALIZE WS-TABELA-ALUNOS
           INITIALIZE WS-TABELA-RESP

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE (7:2)      TO WS-DATA-EXT (1:2)
           MOVE '/'                     TO WS-DATA-EXT (3:1)
           MOVE WS-DATA-HOJE (5:2)      TO WS-DATA-EXT (4:2)
           MOVE '/'                     TO WS-DATA-EXT (6:1)
           MOVE WS-DATA-HOJE (1:4)      TO WS-DATA-EXT (7:4)
           .
       P100-FIM.

       P200-CARREGA-ALUNOS.
           SET FS-OK-ALUNOS            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-ALUNOS
               PERFORM P900-FIM
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P220-GUARDA-RESP    THRU P220-FIM UNTIL EOF-OK

           CLOSE ALUNOS
           .
       P200-FIM.

       P220-GUARDA-RESP.
           IF ID-ALUNO NOT EQUAL ZERO
               MOVE REF-ID-CONTATO      TO WS-TAB-RESP-ALUNO (ID-ALUNO)
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P220-FIM.

       P300-APURA.
           SET FS-OK-MENS              TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT MENSALIDADES

           IF NOT FS-OK-MENS
               DISPLAY 'NENHUMA COBRANCA GERADA AINDA.'
               DISPLAY 'FILE STATUS: ' WS-FS-MENS
               PERFORM P900-FIM
           END-IF

           MOVE WS-COMP-INICIAL        TO MENS-COMPETENCIA
           MOVE 0                      TO MENS-ID-ALUNO

           START MENSALIDADES KEY IS NOT LESS THAN MENS-CHAVE
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P320-SOMA-COBRANCA  THRU P320-FIM UNTIL EOF-OK

           CLOSE MENSALIDADES
           .
       P300-FIM.

       P320-SOMA-COBRANCA.
           IF MENS-COMPETENCIA > WS-COMP-FINAL
               SET EOF-OK               TO TRUE
               GO TO P320-FIM
           END-IF

           IF MENS-CANCELADA OR MENS-ID-ALUNO EQUAL ZERO
               GO TO P320-LE
           END-IF

           MOVE WS-TAB-RESP-ALUNO (MENS-ID-ALUNO) TO WS-ID-RESP

           IF WS-ID-RESP EQUAL ZERO
               ADD 1                    TO WS-QTD-SEM-RESP
               GO TO P320-LE
           END-IF

           ADD 1                TO WS-TAB-QTD-COBRANCAS (WS-ID-RESP)
           ADD MENS-VALOR-PAGO  TO WS-TAB-VALOR-PAGO (WS-ID-RESP)

           IF MENS-ABERTA
               MOVE 0                   TO WS-SALDO
               IF MENS-VALOR > MENS-VALOR-PAGO
                   COMPUTE WS-SALDO = MENS-VALOR - MENS-VALOR-PAGO
               END-IF
               ADD 1            TO WS-TAB-QTD-ABERTAS (WS-ID-RESP)
               ADD WS-SALDO     TO WS-TAB-VALOR-ABERTO (WS-ID-RESP)
           END-IF
           .
       P320-LE.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

       P500-EMITE.
           MOVE 0                      TO WS-QTD-DECLARACOES
           MOVE 0                      TO WS-QTD-PENDENTES
           SET FS-OK-CONTATOS          TO TRUE
           SET FS-OK-DECLARACAO        TO TRUE
           SET FS-OK-PENDENTES         TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT CONTATOS
           OPEN OUTPUT DECLARACAO
           OPEN OUTPUT PENDENTES

           IF NOT FS-OK-CONTATOS OR NOT FS-OK-DECLARACAO
              OR NOT FS-OK-PENDENTES
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA DECLARACAO.'
               DISPLAY 'FILE STATUS CONTATOS..: ' WS-FS-CONTATOS
               DISPLAY 'FILE STATUS DECLARACAO: ' WS-FS-DECLARACAO
               DISPLAY 'FILE STATUS PENDENTES.: ' WS-FS-PENDENTES
               PERFORM P900-FIM
           END-IF

           MOVE WS-ANO                 TO WS-PEN-ANO
           WRITE REG-PENDENTES         FROM WS-PEN-CABECALHO
           WRITE REG-PENDENTES         FROM SPACES
           WRITE REG-PENDENTES         FROM WS-PEN-CABECALHO-2

           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P520-TRATA-RESP     THRU P520-FIM UNTIL EOF-OK

           MOVE WS-QTD-PENDENTES       TO WS-PEN-ROD-QTD
           WRITE REG-PENDENTES         FROM SPACES
           WRITE REG-PENDENTES         FROM WS-PEN-RODAPE

           CLOSE CONTATOS
           CLOSE DECLARACAO
           CLOSE PENDENTES

           DISPLAY '-----------------------------------------------'
           DISPLAY 'DECLARACOES EMITIDAS...: ' WS-QTD-DECLARACOES
           DISPLAY 'RESPONSAVEIS PENDENTES.: ' WS-QTD-PENDENTES
           DISPLAY 'COBRANCAS SEM RESPONS..: ' WS-QTD-SEM-RESP
           DISPLAY 'DECLARACOES EM DECQUITT-LST.'
           DISPLAY 'PENDENTES EM DECQUITT-REJ.'
           DISPLAY '-----------------------------------------------'
           .
       P500-FIM.

       P520-TRATA-RESP.
           IF ID-CONTATO EQUAL ZERO
               GO TO P520-LE
           END-IF

           IF WS-TAB-QTD-COBRANCAS (ID-CONTATO) EQUAL ZERO
               GO TO P520-LE
           END-IF

           IF WS-TAB-QTD-ABERTAS (ID-CONTATO) EQUAL ZERO
               PERFORM P540-DECLARACAO  THRU P540-FIM
           ELSE
               PERFORM P560-PENDENTE    THRU P560-FIM
           END-IF
           .
       P520-LE.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P520-FIM.

       P540-DECLARACAO.
           MOVE WS-ANO                  TO WS-DEC-ANO-1
           MOVE WS-ANO                  TO WS-DEC-ANO-2
           MOVE NM-CONTATO              TO WS-DEC-NM-CONTATO
           MOVE ID-CONTATO              TO WS-DEC-ID-CONTATO
           MOVE WS-TAB-VALOR-PAGO (ID-CONTATO) TO WS-DEC-VALOR
           MOVE WS-DATA-EXT             TO WS-DEC-DATA

           WRITE REG-DECLARACAO         FROM WS-DEC-TITULO
           WRITE REG-DECLARACAO         FROM SPACES
           WRITE REG-DECLARACAO         FROM WS-DEC-LINHA-1
           WRITE REG-DECLARACAO         FROM WS-DEC-LINHA-2
           WRITE REG-DECLARACAO         FROM WS-DEC-LINHA-3
           WRITE REG-DECLARACAO         FROM WS-DEC-LINHA-4
           WRITE REG-DECLARACAO         FROM WS-DEC-LINHA-5
           WRITE REG-DECLARACAO         FROM SPACES
           WRITE REG-DECLARACAO         FROM WS-DEC-LINHA-6
           WRITE REG-DECLARACAO         FROM WS-SEPARADOR

           ADD 1                        TO WS-QTD-DECLARACOES
           .
       P540-FIM.

       P560-PENDENTE.
           MOVE ID-CONTATO              TO WS-PEN-ID-CONTATO
           MOVE NM-CONTATO              TO WS-PEN-NM-CONTATO
           MOVE TEL-CONTATO             TO WS-PEN-TEL
           MOVE WS-TAB-QTD-ABERTAS (ID-CONTATO) TO WS-PEN-QTD-ABERTAS
           MOVE WS-TAB-VALOR-ABERTO (ID-CONTATO) TO WS-PEN-SALDO
           WRITE REG-PENDENTES          FROM WS-PEN-DETALHE

           ADD 1                        TO WS-QTD-PENDENTES
           .
       P560-FIM.

       P900-FIM.
            STOP RUN.
       END PROGRAM DECQUITT.
