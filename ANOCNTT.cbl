      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Anonimizacao de contatos inativos (LGPD): contato
      *          INATIVO cuja ultima movimentacao (auditoria em
      *          LOGCONTT.DAT ou anotacao em NOTACTT.DAT) seja anterior
      *          ao prazo de guarda informado, sem aluno ativo sob sua
      *          responsabilidade ou vinculado (ALUNOS.DAT e
      *          VINCALTT.DAT) e sem cobranca em aberto dos seus alunos
      *          (MENSALTT.DAT), tem nome, e-mail, endereco, nascimento
      *          e telefone apagados. O ID e mantido, para que
      *          cobrancas, pagamentos e auditoria continuem ligados.
      *          Primeiro lista a simulacao em ANOCNTT-LST e so grava
      *          apos confirmacao. Cada anonimizacao gera registro
      *          ANONIMIZA no LOGCONTT.DAT, sem dado pessoal.
      *          As tarefas de retorno do contato (TARCNTT.DAT) tem
      *          descricao e nota de conclusao apagadas.
      *          Restrito a supervisor, com login proprio nos moldes
      *          do GERMENTT.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Cada contato anonimizado passou a registrar a
      *                 imagem completa do registro no diario de
      *                 recuperacao (GRVJRNTT), para que a recuperacao
      *                 pelo RECJRNTT nao traga de volta os dados
      *                 apagados.
      * 15/10/2026 JS - As tarefas de retorno (TARCNTT.DAT) dos contatos
      *                 anonimizados, nesta ou em execucao anterior, tem
      *                 descricao e nota de conclusao apagadas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO
               "CONTATOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

               SELECT VINCALTT ASSIGN TO
               "VINCALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-VINCULO
               ALTERNATE RECORD KEY IS ID-ALUNO-VI WITH DUPLICATES
               FILE STATUS IS WS-FS-VINC.

               SELECT MENSALIDADES ASSIGN TO
               "MENSALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS MENS-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT NOTAS ASSIGN TO
               "NOTACTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTAS.

               SELECT LOGCONTT ASSIGN TO
               "LOGCONTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT TAREFAS ASSIGN TO
               "TARCNTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS TAR-NUMERO
               ALTERNATE RECORD KEY IS TAR-ID-OPERADOR WITH DUPLICATES
               FILE STATUS IS WS-FS-TAREFAS.

               SELECT RELATORIO ASSIGN TO
               "ANOCNTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD ALUNOS.
          COPY FD_ALLTT.

       FD VINCALTT.
          COPY FD_VINATT REPLACING ID-ALUNO BY ID-ALUNO-VI
                                   ID-CONTATO BY ID-CONTATO-VI.

       FD MENSALIDADES.
          COPY FD_MENTT.

       FD NOTAS.
          COPY FD_NOTCT.

       FD LOGCONTT.
          COPY FD_LOGCT.

       FD TAREFAS.
          COPY FD_TARTT.

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
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-VINC                  PIC 99.
           88 FS-OK-VINC              VALUE 0.
       77 WS-FS-MENS                  PIC 99.
           88 FS-OK-MENS              VALUE 0.
       77 WS-FS-NOTAS                 PIC 99.
           88 FS-OK-NOTAS             VALUE 0.
       77 WS-FS-LOG                   PIC 99.
           88 FS-OK-LOG               VALUE 0.
       77 WS-FS-TAREFAS               PIC 99.
           88 FS-OK-TAREFAS           VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.
       77 WS-ANOS-GUARDA              PIC 9(02) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-DATA-CORTE               PIC 9(08) VALUE 0.
       77 WS-ID-RESP                  PIC 9(04) VALUE 0.
       77 WS-MARCA-ANONIMO            PIC X(20) VALUE 'ANONIMIZADO'.
       77 WS-QTD-INATIVOS             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-CANDIDATOS           PIC 9(05) COMP VALUE 0.
       77 WS-QTD-MANTIDOS             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-ANONIMIZADOS         PIC 9(05) COMP VALUE 0.
       77 WS-QTD-TAREFAS-LIMPAS       PIC 9(05) COMP VALUE 0.
       77 WS-SITUACAO                 PIC X(01) VALUE SPACES.
           88 SIT-ANONIMIZAR          VALUE 'S'.
           88 SIT-JA-ANONIMO          VALUE 'J'.
           88 SIT-ALUNO-ATIVO         VALUE 'A'.
           88 SIT-COBRANCA-ABERTA     VALUE 'C'.
           88 SIT-NO-PRAZO            VALUE 'P'.

      *    RESPONSAVEL E SITUACAO DE CADA ALUNO, INDEXADO PELO ID-ALUNO.
       01 WS-TABELA-ALUNOS.
           03 WS-TAB-ALUNO OCCURS 9999 TIMES.
               05 WS-TAB-RESP-ALUNO   PIC 9(04).
               05 WS-TAB-ALUNO-ATIVO  PIC X(01).

      *    ULTIMA MOVIMENTACAO E IMPEDIMENTOS, INDEXADO PELO ID-CONTATO.
       01 WS-TABELA-CONTATOS.
           03 WS-TAB-CONTATO OCCURS 9999 TIMES.
               05 WS-TAB-ULT-ATIVIDADE PIC 9(08).
               05 WS-TAB-ALUNO-ATIVO-C PIC X(01).
                   88 TEM-ALUNO-ATIVO VALUE 'S'.
               05 WS-TAB-COBR-ABERTA  PIC X(01).
                   88 TEM-COBRANCA-ABERTA VALUE 'S'.
               05 WS-TAB-ANONIMO      PIC X(01).
                   88 CONTATO-ANONIMO VALUE 'S'.

       01 WS-DATA-AUX                 PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO              PIC 9(04).
           03 WS-AUX-MES              PIC 9(02).
           03 WS-AUX-DIA              PIC 9(02).
       01 WS-DATA-ED.
           03 WS-ED-DIA               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-MES               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-ANO               PIC 9(04).

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(46) VALUE
              'ANONIMIZACAO DE CONTATOS INATIVOS - SIMULACAO'.
           03 FILLER                  PIC X(10) VALUE ' EMISSAO: '.
           03 WS-CAB-DATA             PIC X(10).

       01 WS-CABECALHO-2.
           03 FILLER                  PIC X(39) VALUE
              'SEM MOVIMENTACAO DESDE (DATA DE CORTE):'.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-CAB-CORTE            PIC X(10).
           03 FILLER                  PIC X(09) VALUE '  PRAZO: '.
           03 WS-CAB-ANOS             PIC Z9.
           03 FILLER                  PIC X(05) VALUE ' ANOS'.

       01 WS-CABECALHO-3.
           03 FILLER                  PIC X(40) VALUE
              'ID   NOME                 ULT.MOVIMENT'.
           03 FILLER                  PIC X(20) VALUE
              '.  SITUACAO'.

       01 WS-DETALHE.
           03 WS-DET-ID               PIC ZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-NOME             PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-ULT              PIC X(10).
           03 FILLER                  PIC X(03) VALUE SPACES.
           03 WS-DET-SITUACAO         PIC X(30).

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(31) VALUE
              'CONTATOS INATIVOS ANALISADOS: '.
           03 WS-ROD-INATIVOS         PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(31) VALUE
              'A ANONIMIZAR................: '.
           03 WS-ROD-CANDIDATOS       PIC ZZZZ9.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(31) VALUE
              'MANTIDOS....................: '.
           03 WS-ROD-MANTIDOS         PIC ZZZZ9.

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
            DISPLAY '*** ANONIMIZACAO DE CONTATOS INATIVOS (LGPD) ***'
            CALL 'LOGINTT'              USING WS-COM-AREA
            IF LOGIN-OK AND OPERADOR-SUPERVISOR IN WS-NIVEL-OPERADOR
                                                        THEN
                PERFORM P100-INFORMA-DADOS  THRU P100-FIM
                PERFORM P200-CARREGA-ALUNOS THRU P200-FIM
                PERFORM P250-CARREGA-VINCULOS THRU P250-FIM
                PERFORM P300-CARREGA-COBRANCAS THRU P300-FIM
                PERFORM P350-CARREGA-NOTAS  THRU P350-FIM
                PERFORM P400-CARREGA-LOG    THRU P400-FIM
                PERFORM P500-SIMULA         THRU P500-FIM
                IF WS-QTD-CANDIDATOS = 0
                    DISPLAY 'NENHUM CONTATO A ANONIMIZAR.'
                ELSE
                    PERFORM P600-CONFIRMA   THRU P600-FIM
                END-IF
            ELSE
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
            END-IF
            PERFORM P900-FIM
            .
       P100-INFORMA-DADOS.
           DISPLAY 'INFORME O PRAZO DE GUARDA EM ANOS (BRANCO = 5): '
           ACCEPT WS-ANOS-GUARDA

           IF WS-ANOS-GUARDA = 0
               MOVE 5                   TO WS-ANOS-GUARDA
           END-IF

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
           COMPUTE WS-DATA-CORTE = WS-DATA-HOJE
                                 - WS-ANOS-GUARDA * 10000

           INITIALIZE WS-TABELA-ALUNOS
           INITIALIZE WS-TABELA-CONTATOS
           .
       P100-FIM.

       P200-CARREGA-ALUNOS.
           SET FS-OK-ALUNOS            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT ALUNOS

           IF WS-FS-ALUNOS EQUAL 35
               GO TO P200-FIM
           END-IF

           IF NOT FS-OK-ALUNOS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-ALUNOS
               PERFORM P900-FIM
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P220-GUARDA-ALUNO   THRU P220-FIM UNTIL EOF-OK

           CLOSE ALUNOS
           .
       P200-FIM.

       P220-GUARDA-ALUNO.
           IF ID-ALUNO NOT EQUAL ZERO
               MOVE REF-ID-CONTATO     TO WS-TAB-RESP-ALUNO (ID-ALUNO)
               MOVE STATUS-ALUNO       TO WS-TAB-ALUNO-ATIVO (ID-ALUNO)
               IF ALUNO-ATIVO AND REF-ID-CONTATO NOT EQUAL ZERO
                   MOVE 'S' TO WS-TAB-ALUNO-ATIVO-C (REF-ID-CONTATO)
               END-IF
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P220-FIM.

       P250-CARREGA-VINCULOS.
           SET FS-OK-VINC              TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT VINCALTT

           IF NOT FS-OK-VINC
               GO TO P250-FIM
           END-IF

           READ VINCALTT NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P260-GUARDA-VINCULO THRU P260-FIM UNTIL EOF-OK

           CLOSE VINCALTT
           .
       P250-FIM.

       P260-GUARDA-VINCULO.
           IF ID-ALUNO-VI NOT EQUAL ZERO
                          AND ID-CONTATO-VI NOT EQUAL ZERO
               IF WS-TAB-ALUNO-ATIVO (ID-ALUNO-VI) EQUAL 'A'
                   MOVE 'S' TO WS-TAB-ALUNO-ATIVO-C (ID-CONTATO-VI)
               END-IF
           END-IF

           READ VINCALTT NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P260-FIM.

       P300-CARREGA-COBRANCAS.
           SET FS-OK-MENS              TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT MENSALIDADES

           IF NOT FS-OK-MENS
               GO TO P300-FIM
           END-IF

           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P320-GUARDA-COBRANCA THRU P320-FIM UNTIL EOF-OK

           CLOSE MENSALIDADES
           .
       P300-FIM.

       P320-GUARDA-COBRANCA.
           IF MENS-ABERTA AND MENS-ID-ALUNO NOT EQUAL ZERO
               MOVE WS-TAB-RESP-ALUNO (MENS-ID-ALUNO) TO WS-ID-RESP
               IF WS-ID-RESP NOT EQUAL ZERO
                   MOVE 'S' TO WS-TAB-COBR-ABERTA (WS-ID-RESP)
               END-IF
           END-IF

           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P320-FIM.

       P350-CARREGA-NOTAS.
           SET FS-OK-NOTAS             TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT NOTAS

           IF NOT FS-OK-NOTAS
               GO TO P350-FIM
           END-IF

           READ NOTAS
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P360-GUARDA-NOTA    THRU P360-FIM UNTIL EOF-OK

           CLOSE NOTAS
           .
       P350-FIM.

       P360-GUARDA-NOTA.
           IF NOTA-ID-CONTATO NOT EQUAL ZERO
               IF NOTA-DATA > WS-TAB-ULT-ATIVIDADE (NOTA-ID-CONTATO)
                   MOVE NOTA-DATA
                        TO WS-TAB-ULT-ATIVIDADE (NOTA-ID-CONTATO)
               END-IF
           END-IF

           READ NOTAS
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P360-FIM.

       P400-CARREGA-LOG.
           SET FS-OK-LOG               TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT LOGCONTT

           IF NOT FS-OK-LOG
               GO TO P400-FIM
           END-IF

           READ LOGCONTT
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P420-GUARDA-LOG     THRU P420-FIM UNTIL EOF-OK

           CLOSE LOGCONTT
           .
       P400-FIM.

       P420-GUARDA-LOG.
           IF LOG-ID-CONTATO NOT EQUAL ZERO
               IF LOG-DATA > WS-TAB-ULT-ATIVIDADE (LOG-ID-CONTATO)
                   MOVE LOG-DATA
                        TO WS-TAB-ULT-ATIVIDADE (LOG-ID-CONTATO)
               END-IF
           END-IF

           READ LOGCONTT
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P420-FIM.

       P500-SIMULA.
           MOVE 0                      TO WS-QTD-INATIVOS
           MOVE 0                      TO WS-QTD-CANDIDATOS
           MOVE 0                      TO WS-QTD-MANTIDOS
           SET FS-OK-CONTATOS          TO TRUE
           SET FS-OK-RELATORIO         TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT CONTATOS
           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-CONTATOS OR NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA SIMULACAO.'
               DISPLAY 'FILE STATUS CONTATOS.: ' WS-FS-CONTATOS
               DISPLAY 'FILE STATUS RELATORIO: ' WS-FS-RELATORIO
               PERFORM P900-FIM
           END-IF

           MOVE WS-DATA-HOJE           TO WS-DATA-AUX
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-CAB-DATA
           MOVE WS-DATA-CORTE          TO WS-DATA-AUX
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-CAB-CORTE
           MOVE WS-ANOS-GUARDA         TO WS-CAB-ANOS
           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM WS-CABECALHO-2
           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           WRITE REG-RELATORIO         FROM WS-CABECALHO-3

           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P520-SIMULA-CONTATO THRU P520-FIM UNTIL EOF-OK

           MOVE WS-QTD-INATIVOS        TO WS-ROD-INATIVOS
           MOVE WS-QTD-CANDIDATOS      TO WS-ROD-CANDIDATOS
           MOVE WS-QTD-MANTIDOS        TO WS-ROD-MANTIDOS
           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           WRITE REG-RELATORIO         FROM WS-RODAPE-1
           WRITE REG-RELATORIO         FROM WS-RODAPE-2
           WRITE REG-RELATORIO         FROM WS-RODAPE-3

           CLOSE CONTATOS
           CLOSE RELATORIO

           DISPLAY '-----------------------------------------------'
           DISPLAY 'CONTATOS INATIVOS......: ' WS-QTD-INATIVOS
           DISPLAY 'A ANONIMIZAR...........: ' WS-QTD-CANDIDATOS
           DISPLAY 'MANTIDOS...............: ' WS-QTD-MANTIDOS
           DISPLAY 'SIMULACAO EM ANOCNTT-LST.'
           DISPLAY '-----------------------------------------------'
           .
       P500-FIM.

       P520-SIMULA-CONTATO.
           PERFORM P540-AVALIA-CONTATO THRU P540-FIM

           IF WS-SITUACAO EQUAL SPACES OR SIT-JA-ANONIMO
               GO TO P520-LE
           END-IF

           ADD 1                       TO WS-QTD-INATIVOS
           MOVE ID-CONTATO             TO WS-DET-ID
           MOVE NM-CONTATO             TO WS-DET-NOME
           MOVE SPACES                 TO WS-DET-ULT
           IF WS-TAB-ULT-ATIVIDADE (ID-CONTATO) NOT EQUAL ZERO
               MOVE WS-TAB-ULT-ATIVIDADE (ID-CONTATO) TO WS-DATA-AUX
               PERFORM P890-EDITA-DATA THRU P890-FIM
               MOVE WS-DATA-ED         TO WS-DET-ULT
           END-IF

           EVALUATE TRUE
               WHEN SIT-ANONIMIZAR
                   ADD 1               TO WS-QTD-CANDIDATOS
                   MOVE 'A ANONIMIZAR' TO WS-DET-SITUACAO
               WHEN SIT-ALUNO-ATIVO
                   ADD 1               TO WS-QTD-MANTIDOS
                   MOVE 'MANTIDO - ALUNO ATIVO' TO WS-DET-SITUACAO
               WHEN SIT-COBRANCA-ABERTA
                   ADD 1               TO WS-QTD-MANTIDOS
                   MOVE 'MANTIDO - COBRANCA EM ABERTO'
                                       TO WS-DET-SITUACAO
               WHEN OTHER
                   ADD 1               TO WS-QTD-MANTIDOS
                   MOVE 'MANTIDO - DENTRO DO PRAZO'
                                       TO WS-DET-SITUACAO
           END-EVALUATE

           WRITE REG-RELATORIO         FROM WS-DETALHE
           .
       P520-LE.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P520-FIM.

      *    SITUACAO DO CONTATO LIDO. BRANCO = ATIVO (FORA DA ANALISE).
       P540-AVALIA-CONTATO.
           MOVE SPACES                 TO WS-SITUACAO

           IF ID-CONTATO EQUAL ZERO OR NOT CONTATO-INATIVO
               GO TO P540-FIM
           END-IF

           IF NM-CONTATO EQUAL WS-MARCA-ANONIMO
               SET SIT-JA-ANONIMO      TO TRUE
               GO TO P540-FIM
           END-IF

           EVALUATE TRUE
               WHEN TEM-ALUNO-ATIVO (ID-CONTATO)
                   SET SIT-ALUNO-ATIVO     TO TRUE
               WHEN TEM-COBRANCA-ABERTA (ID-CONTATO)
                   SET SIT-COBRANCA-ABERTA TO TRUE
               WHEN WS-TAB-ULT-ATIVIDADE (ID-CONTATO)
                                       NOT LESS THAN WS-DATA-CORTE
                   SET SIT-NO-PRAZO        TO TRUE
               WHEN OTHER
                   SET SIT-ANONIMIZAR      TO TRUE
           END-EVALUATE
           .
       P540-FIM.

      *    IMAGEM DO REGISTRO GRAVADO PARA O DIARIO DE RECUPERACAO;
      *    A OPERACAO (INCLUSAO, ALTERACAO OU SITUACAO) VEM DO CHAMADOR.
       P580-JORNAL-CONTATO.
           SET JRN-CONTATOS             TO TRUE
           MOVE REG-CONTATOS            TO WS-JRN-IMAGEM
           MOVE 'ANOCNTT'               TO WS-JRN-PROGRAMA
           MOVE WS-ID-OPERADOR          TO WS-JRN-ID-OPERADOR

           CALL 'GRVJRNTT'              USING WS-JORNAL

           IF NOT JRN-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O DIARIO DE RECUPERACAO - '
                       'FILE STATUS: ' WS-JRN-RETORNO
           END-IF
           .
       P580-FIM.

       P600-CONFIRMA.
           DISPLAY 'CONFIRA A LISTAGEM ANOCNTT-LST. TECLE <S> PARA '
                   'ANONIMIZAR OU <QUALQUER TECLA> PARA CANCELAR.'
           DISPLAY 'ATENCAO: OS DADOS PESSOAIS APAGADOS NAO PODEM '
                   'SER RECUPERADOS.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'ANONIMIZACAO CANCELADA. NADA GRAVADO.'
               GO TO P600-FIM
           END-IF

           PERFORM P700-EFETIVA        THRU P700-FIM
           .
       P600-FIM.

       P700-EFETIVA.
           MOVE 0                      TO WS-QTD-ANONIMIZADOS
           SET FS-OK-CONTATOS          TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN I-O CONTATOS

           IF NOT FS-OK-CONTATOS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-CONTATOS
               GO TO P700-FIM
           END-IF

           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P720-EFETIVA-CONTATO THRU P720-FIM UNTIL EOF-OK

           CLOSE CONTATOS

           PERFORM P750-LIMPA-TAREFAS  THRU P750-FIM

           DISPLAY '-----------------------------------------------'
           DISPLAY 'CONTATOS ANONIMIZADOS..: ' WS-QTD-ANONIMIZADOS
           DISPLAY 'TAREFAS APAGADAS.......: ' WS-QTD-TAREFAS-LIMPAS
           DISPLAY 'ANONIMIZACAO CONCLUIDA.'
           DISPLAY '-----------------------------------------------'
           .
       P700-FIM.

       P720-EFETIVA-CONTATO.
           PERFORM P540-AVALIA-CONTATO THRU P540-FIM

      *    CONTATO JA ANONIMIZADO ANTES TAMBEM TEM AS TAREFAS LIMPAS.
           IF SIT-JA-ANONIMO
               SET CONTATO-ANONIMO (ID-CONTATO) TO TRUE
           END-IF

           IF NOT SIT-ANONIMIZAR
               GO TO P720-LE
           END-IF

           MOVE WS-MARCA-ANONIMO       TO NM-CONTATO
           MOVE SPACES                 TO EMAIL-CONTATO
           MOVE SPACES                 TO ENDERECO-CONTATO
           MOVE 0                      TO DT-NASC-CONTATO
           MOVE 0                      TO TEL-CONTATO

           REWRITE REG-CONTATOS
               INVALID KEY
                   DISPLAY 'ERRO AO ANONIMIZAR O CONTATO ' ID-CONTATO
               NOT INVALID KEY
                   ADD 1               TO WS-QTD-ANONIMIZADOS
                   SET CONTATO-ANONIMO (ID-CONTATO) TO TRUE
                   PERFORM P800-GRAVA-LOG THRU P800-FIM
                   SET JRN-ALTERACAO   TO TRUE
                   PERFORM P580-JORNAL-CONTATO THRU P580-FIM
           END-REWRITE
           .
       P720-LE.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P720-FIM.

      *    APAGA O TEXTO LIVRE DAS TAREFAS DOS CONTATOS ANONIMIZADOS.
      *    O ARQUIVO NAO TEM CHAVE PELO CONTATO: LE TUDO. SEM ARQUIVO
      *    DE TAREFAS NAO HA O QUE APAGAR.
       P750-LIMPA-TAREFAS.
           MOVE 0                      TO WS-QTD-TAREFAS-LIMPAS
           SET FS-OK-TAREFAS           TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN I-O TAREFAS

           IF WS-FS-TAREFAS EQUAL 35
               GO TO P750-FIM
           END-IF

           IF NOT FS-OK-TAREFAS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TAREFAS.'
               DISPLAY 'FILE STATUS: ' WS-FS-TAREFAS
               GO TO P750-FIM
           END-IF

           READ TAREFAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P760-LIMPA-TAREFA   THRU P760-FIM UNTIL EOF-OK

           CLOSE TAREFAS
           .
       P750-FIM.

       P760-LIMPA-TAREFA.
           IF TAR-ID-CONTATO EQUAL ZERO
               GO TO P760-LE
           END-IF

           IF NOT CONTATO-ANONIMO (TAR-ID-CONTATO)
               GO TO P760-LE
           END-IF

           IF TAR-DESCRICAO EQUAL SPACES
              AND TAR-NOTA-CONCLUSAO EQUAL SPACES
               GO TO P760-LE
           END-IF

           MOVE SPACES                 TO TAR-DESCRICAO
           MOVE SPACES                 TO TAR-NOTA-CONCLUSAO

           REWRITE REG-TAREFA
               INVALID KEY
                   DISPLAY 'ERRO AO APAGAR A TAREFA ' TAR-NUMERO
               NOT INVALID KEY
                   ADD 1               TO WS-QTD-TAREFAS-LIMPAS
           END-REWRITE
           .
       P760-LE.
           READ TAREFAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P760-FIM.

       P800-GRAVA-LOG.
           SET FS-OK-LOG                TO TRUE
           OPEN EXTEND LOGCONTT

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOGCONTT
           END-IF

           IF FS-OK-LOG THEN
               ACCEPT LOG-DATA          FROM DATE YYYYMMDD
               ACCEPT LOG-HORA          FROM TIME
               MOVE 'ANONIMIZA'         TO LOG-OPERACAO
               MOVE ID-CONTATO          TO LOG-ID-CONTATO
               MOVE SPACES              TO LOG-NOME-ANTES
               MOVE WS-MARCA-ANONIMO    TO LOG-NOME-DEPOIS
               WRITE REG-LOGCONTT
               CLOSE LOGCONTT
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LOG DE AUDITORIA.'
               DISPLAY 'FILE STATUS: ' WS-FS-LOG
           END-IF
           .
       P800-FIM.

       P890-EDITA-DATA.
           MOVE WS-AUX-DIA             TO WS-ED-DIA
           MOVE WS-AUX-MES             TO WS-ED-MES
           MOVE WS-AUX-ANO             TO WS-ED-ANO
           .
       P890-FIM.

       P900-FIM.
            STOP RUN.
       END PROGRAM ANOCNTT.
