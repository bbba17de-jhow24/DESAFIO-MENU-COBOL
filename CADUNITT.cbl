      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Manutencao do cadastro mestre de unidades (campus) da
      *          escola (UNIDADES.DAT): inclusao, alteracao, listagem e
      *          baixa, nos moldes do CADPROTT. O codigo da unidade e a
      *          referencia gravada nas turmas (UNIDADE-TURMA), nos
      *          alunos (UNIDADE-ALUNO) e nos operadores
      *          (UNIDADE-USUARIO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUNITT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT UNIDADES ASSIGN TO
               "UNIDADES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS COD-UNIDADE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD UNIDADES.
          COPY FD_UNITT.

       WORKING-STORAGE SECTION.
       77 WS-OPCAO                    PIC X.
       77 WS-COD-UNIDADE              PIC 9(02).
       77 WS-NM-UNIDADE               PIC X(20).
       77 WS-ENDERECO-UNIDADE         PIC X(40).
       77 WS-TEL-UNIDADE              PIC 9(12).
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.
       77 WS-QTD-LISTADAS             PIC 9(03) COMP VALUE 0.

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
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY LK-MENSAGEM
            SET EXIT-OK               TO FALSE
            PERFORM P300-PROCESSA     THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
       P300-PROCESSA.
           DISPLAY 'ESCOLHA: <1> INCLUIR  <2> ALTERAR  <3> LISTAR '
                   '<4> BAIXAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-INCLUI     THRU P310-FIM
               WHEN '2'
                   PERFORM P330-ALTERA     THRU P330-FIM
               WHEN '3'
                   PERFORM P350-LISTA      THRU P350-FIM
               WHEN '4'
                   PERFORM P370-BAIXA      THRU P370-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE

           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P310-INCLUI.
           SET FS-OK                   TO TRUE

           DISPLAY 'Informe o codigo da unidade: '
           ACCEPT WS-COD-UNIDADE

           IF WS-COD-UNIDADE EQUAL ZERO
               DISPLAY 'CODIGO INVALIDO! A UNIDADE NAO PODE SER ZERO.'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Informe o nome da unidade: '
           ACCEPT WS-NM-UNIDADE

           IF WS-NM-UNIDADE EQUAL SPACES
               DISPLAY 'NOME INVALIDO! O NOME NAO PODE FICAR EM BRANCO.'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Informe o endereco: '
           ACCEPT WS-ENDERECO-UNIDADE
           DISPLAY 'Informe o telefone: '
           ACCEPT WS-TEL-UNIDADE

           OPEN I-O UNIDADES

           IF WS-FS EQUAL 35
               OPEN OUTPUT UNIDADES
           END-IF

           IF FS-OK THEN
               MOVE WS-COD-UNIDADE       TO COD-UNIDADE
               MOVE WS-NM-UNIDADE        TO NM-UNIDADE
               MOVE WS-ENDERECO-UNIDADE  TO ENDERECO-UNIDADE
               MOVE WS-TEL-UNIDADE       TO TEL-UNIDADE
               SET UNIDADE-ATIVA         TO TRUE

               WRITE REG-UNIDADES
                   INVALID KEY
                       DISPLAY 'UNIDADE JA CADASTRADA!'
                   NOT INVALID KEY
                       DISPLAY 'UNIDADE GRAVADA COM SUCESSO!'
               END-WRITE
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE UNIDADES.'
               DISPLAY 'FILE STATUS: ' WS-FS
           END-IF

           CLOSE UNIDADES
           .
       P310-FIM.

       P330-ALTERA.
           SET FS-OK                   TO TRUE
           MOVE SPACES                 TO WS-CONFIRM

           OPEN I-O UNIDADES

           IF FS-OK THEN
               DISPLAY 'INFORME O CODIGO DA UNIDADE: '
               ACCEPT WS-COD-UNIDADE
               MOVE WS-COD-UNIDADE      TO COD-UNIDADE

               READ UNIDADES
                   INVALID KEY
                       DISPLAY 'UNIDADE NAO EXISTE'
                   NOT INVALID KEY
                       IF UNIDADE-INATIVA THEN
                           DISPLAY 'UNIDADE NAO EXISTE'
                       ELSE
                           PERFORM P340-CAPTURA THRU P340-FIM
                       END-IF
               END-READ
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE UNIDADES.'
               DISPLAY 'FILE STATUS: ' WS-FS
           END-IF

           CLOSE UNIDADES
           .
       P330-FIM.

       P340-CAPTURA.
           DISPLAY 'NOME ATUAL........: ' NM-UNIDADE
           DISPLAY 'ENDERECO ATUAL....: ' ENDERECO-UNIDADE
           DISPLAY 'TELEFONE ATUAL....: ' TEL-UNIDADE

           DISPLAY 'Informe o novo nome: '
           ACCEPT WS-NM-UNIDADE
           DISPLAY 'Informe o novo endereco: '
           ACCEPT WS-ENDERECO-UNIDADE
           DISPLAY 'Informe o novo telefone: '
           ACCEPT WS-TEL-UNIDADE

           IF WS-NM-UNIDADE EQUAL SPACES
               DISPLAY 'NOME INVALIDO! O NOME NAO PODE FICAR EM BRANCO.'
               GO TO P340-FIM
           END-IF

           DISPLAY 'TECLE: '
               '<S> para confirmar ou <QUALQUER TECLA>'
               'para continuar com o atual.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM EQUAL 'S' THEN
               MOVE WS-NM-UNIDADE       TO NM-UNIDADE
               MOVE WS-ENDERECO-UNIDADE TO ENDERECO-UNIDADE
               MOVE WS-TEL-UNIDADE      TO TEL-UNIDADE
               REWRITE REG-UNIDADES
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR A UNIDADE'
                   NOT INVALID KEY
                       DISPLAY 'ALTERADA COM SUCESSO!'
               END-REWRITE
           ELSE
               DISPLAY 'UNIDADE NAO ALTERADA!'
           END-IF
           .
       P340-FIM.

       P350-LISTA.
           SET FS-OK                   TO TRUE
           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-QTD-LISTADAS

           OPEN INPUT UNIDADES

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE UNIDADES.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P350-FIM
           END-IF

           DISPLAY '---------------------------------------------'
           DISPLAY 'UN NOME                 TELEFONE'
           DISPLAY '   ENDERECO'
           DISPLAY '---------------------------------------------'

           READ UNIDADES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P360-EXIBE          THRU P360-FIM UNTIL EOF-OK

           CLOSE UNIDADES

           DISPLAY '---------------------------------------------'
           DISPLAY WS-QTD-LISTADAS ' UNIDADE(S) ATIVA(S).'
           .
       P350-FIM.

       P360-EXIBE.
           IF UNIDADE-ATIVA
               DISPLAY COD-UNIDADE ' ' NM-UNIDADE ' ' TEL-UNIDADE
               DISPLAY '   ' ENDERECO-UNIDADE
               ADD 1                    TO WS-QTD-LISTADAS
           END-IF

           READ UNIDADES NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P360-FIM.

      *    A SEDE (UNIDADE 01) NAO PODE RECEBER BAIXA: E A UNIDADE
      *    PADRAO DOS REGISTROS CONVERTIDOS.
       P370-BAIXA.
           MOVE SPACES                 TO WS-CONFIRM

           IF NOT OPERADOR-SUPERVISOR THEN
               DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
               GO TO P370-FIM
           END-IF

           SET FS-OK                   TO TRUE
           OPEN I-O UNIDADES

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE UNIDADES.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P370-FIM
           END-IF

           DISPLAY 'INFORME O CODIGO DA UNIDADE: '
           ACCEPT COD-UNIDADE

           IF COD-UNIDADE EQUAL 1
               DISPLAY 'A SEDE NAO PODE RECEBER BAIXA.'
               CLOSE UNIDADES
               GO TO P370-FIM
           END-IF

           READ UNIDADES
               INVALID KEY
                   DISPLAY 'UNIDADE NAO EXISTE'
                   CLOSE UNIDADES
                   GO TO P370-FIM
           END-READ

           IF UNIDADE-INATIVA THEN
               DISPLAY 'UNIDADE JA ESTA COM BAIXA!'
               CLOSE UNIDADES
               GO TO P370-FIM
           END-IF

           DISPLAY 'Nome atual: ' NM-UNIDADE
           DISPLAY 'TURMAS, ALUNOS E OPERADORES DESTA UNIDADE '
                   'CONTINUAM VINCULADOS A ELA.'
           DISPLAY 'TECLE: '
               '<S> para confirmar ou <QUALQUER TECLA>'
               'para cancelar.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM EQUAL 'S' THEN
               SET UNIDADE-INATIVA      TO TRUE
               REWRITE REG-UNIDADES
                   INVALID KEY
                       DISPLAY 'ERRO AO DAR BAIXA NA UNIDADE'
                   NOT INVALID KEY
                       DISPLAY 'BAIXA REALIZADA COM SUCESSO!'
               END-REWRITE
           ELSE
               DISPLAY 'UNIDADE NAO ALTERADA!'
           END-IF

           CLOSE UNIDADES
           .
       P370-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM CADUNITT.
