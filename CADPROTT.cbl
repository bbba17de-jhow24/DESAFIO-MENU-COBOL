      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Manutencao do cadastro mestre de professores
      *          (PROFESSORES.DAT): inclusao, alteracao, listagem e
      *          baixa, nos moldes do CADTURTT. O ID do professor e a
      *          referencia usada pelas turmas (ID-PROFESSOR-TURMA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROFESSORES ASSIGN TO
               "PROFESSORES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFESSORES.
          COPY FD_PROTT.

       WORKING-STORAGE SECTION.
       77 WS-OPCAO                    PIC X.
       77 WS-ID-PROFESSOR             PIC 9(04).
       77 WS-NM-PROFESSOR             PIC X(30).
       77 WS-TEL-PROFESSOR            PIC 9(12).
       77 WS-EMAIL-PROFESSOR          PIC X(30).
       77 WS-DISCIPLINAS              PIC X(40).
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.
       77 WS-QTD-LISTADOS             PIC 9(04) COMP VALUE 0.

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

           DISPLAY 'Informe o ID do professor: '
           ACCEPT WS-ID-PROFESSOR

           IF WS-ID-PROFESSOR EQUAL ZERO
               DISPLAY 'ID INVALIDO! O ID NAO PODE SER ZERO.'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Informe o nome do professor: '
           ACCEPT WS-NM-PROFESSOR

           IF WS-NM-PROFESSOR EQUAL SPACES
               DISPLAY 'NOME INVALIDO! O NOME NAO PODE FICAR EM BRANCO.'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Informe o telefone: '
           ACCEPT WS-TEL-PROFESSOR
           DISPLAY 'Informe o e-mail: '
           ACCEPT WS-EMAIL-PROFESSOR
           DISPLAY 'Informe as disciplinas que leciona: '
           ACCEPT WS-DISCIPLINAS

           OPEN I-O PROFESSORES

           IF WS-FS EQUAL 35
               OPEN OUTPUT PROFESSORES
           END-IF

           IF FS-OK THEN
               MOVE WS-ID-PROFESSOR      TO ID-PROFESSOR
               MOVE WS-NM-PROFESSOR      TO NM-PROFESSOR
               MOVE WS-TEL-PROFESSOR     TO TEL-PROFESSOR
               MOVE WS-EMAIL-PROFESSOR   TO EMAIL-PROFESSOR
               MOVE WS-DISCIPLINAS       TO DISCIPLINAS-PROFESSOR
               SET PROFESSOR-ATIVO       TO TRUE

               WRITE REG-PROFESSORES
                   INVALID KEY
                       DISPLAY 'PROFESSOR JA CADASTRADO!'
                   NOT INVALID KEY
                       DISPLAY 'PROFESSOR GRAVADO COM SUCESSO!'
               END-WRITE
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES.'
               DISPLAY 'FILE STATUS: ' WS-FS
           END-IF

           CLOSE PROFESSORES
           .
       P310-FIM.

       P330-ALTERA.
           SET FS-OK                   TO TRUE
           MOVE SPACES                 TO WS-CONFIRM

           OPEN I-O PROFESSORES

           IF FS-OK THEN
               DISPLAY 'INFORME O ID DO PROFESSOR: '
               ACCEPT WS-ID-PROFESSOR
               MOVE WS-ID-PROFESSOR     TO ID-PROFESSOR

               READ PROFESSORES
                   INVALID KEY
                       DISPLAY 'PROFESSOR NAO EXISTE'
                   NOT INVALID KEY
                       IF PROFESSOR-INATIVO THEN
                           DISPLAY 'PROFESSOR NAO EXISTE'
                       ELSE
                           PERFORM P340-CAPTURA THRU P340-FIM
                       END-IF
               END-READ
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES.'
               DISPLAY 'FILE STATUS: ' WS-FS
           END-IF

           CLOSE PROFESSORES
           .
       P330-FIM.

       P340-CAPTURA.
           DISPLAY 'NOME ATUAL........: ' NM-PROFESSOR
           DISPLAY 'TELEFONE ATUAL....: ' TEL-PROFESSOR
           DISPLAY 'E-MAIL ATUAL......: ' EMAIL-PROFESSOR
           DISPLAY 'DISCIPLINAS ATUAIS: ' DISCIPLINAS-PROFESSOR

           DISPLAY 'Informe o novo nome: '
           ACCEPT WS-NM-PROFESSOR
           DISPLAY 'Informe o novo telefone: '
           ACCEPT WS-TEL-PROFESSOR
           DISPLAY 'Informe o novo e-mail: '
           ACCEPT WS-EMAIL-PROFESSOR
           DISPLAY 'Informe as novas disciplinas: '
           ACCEPT WS-DISCIPLINAS

           IF WS-NM-PROFESSOR EQUAL SPACES
               DISPLAY 'NOME INVALIDO! O NOME NAO PODE FICAR EM BRANCO.'
               GO TO P340-FIM
           END-IF

           DISPLAY 'TECLE: '
               '<S> para confirmar ou <QUALQUER TECLA>'
               'para continuar com o atual.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM EQUAL 'S' THEN
               MOVE WS-NM-PROFESSOR     TO NM-PROFESSOR
               MOVE WS-TEL-PROFESSOR    TO TEL-PROFESSOR
               MOVE WS-EMAIL-PROFESSOR  TO EMAIL-PROFESSOR
               MOVE WS-DISCIPLINAS      TO DISCIPLINAS-PROFESSOR
               REWRITE REG-PROFESSORES
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR O PROFESSOR'
                   NOT INVALID KEY
                       DISPLAY 'ALTERADO COM SUCESSO!'
               END-REWRITE
           ELSE
               DISPLAY 'PROFESSOR NAO ALTERADO!'
           END-IF
           .
       P340-FIM.

       P350-LISTA.
           SET FS-OK                   TO TRUE
           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-QTD-LISTADOS

           OPEN INPUT PROFESSORES

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P350-FIM
           END-IF

           DISPLAY '---------------------------------------------'
           DISPLAY 'ID   NOME                           TELEFONE'
           DISPLAY '     E-MAIL / DISCIPLINAS'
           DISPLAY '---------------------------------------------'

           READ PROFESSORES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P360-EXIBE          THRU P360-FIM UNTIL EOF-OK

           CLOSE PROFESSORES

           DISPLAY '---------------------------------------------'
           DISPLAY WS-QTD-LISTADOS ' PROFESSOR(ES) ATIVO(S).'
           .
       P350-FIM.

       P360-EXIBE.
           IF PROFESSOR-ATIVO
               DISPLAY ID-PROFESSOR ' ' NM-PROFESSOR ' ' TEL-PROFESSOR
               DISPLAY '     ' EMAIL-PROFESSOR ' ' DISCIPLINAS-PROFESSOR
               ADD 1                    TO WS-QTD-LISTADOS
           END-IF

           READ PROFESSORES NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P360-FIM.

       P370-BAIXA.
           MOVE SPACES                 TO WS-CONFIRM

           IF NOT OPERADOR-SUPERVISOR THEN
               DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
               GO TO P370-FIM
           END-IF

           SET FS-OK                   TO TRUE
           OPEN I-O PROFESSORES

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P370-FIM
           END-IF

           DISPLAY 'INFORME O ID DO PROFESSOR: '
           ACCEPT ID-PROFESSOR

           READ PROFESSORES
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO EXISTE'
                   CLOSE PROFESSORES
                   GO TO P370-FIM
           END-READ

           IF PROFESSOR-INATIVO THEN
               DISPLAY 'PROFESSOR JA ESTA COM BAIXA!'
               CLOSE PROFESSORES
               GO TO P370-FIM
           END-IF

           DISPLAY 'Nome atual: ' NM-PROFESSOR
           DISPLAY 'AS TURMAS DESTE PROFESSOR SERAO APONTADAS NO '
                   'RELATORIO DE CARGA DOS PROFESSORES.'
           DISPLAY 'TECLE: '
               '<S> para confirmar ou <QUALQUER TECLA>'
               'para cancelar.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM EQUAL 'S' THEN
               SET PROFESSOR-INATIVO    TO TRUE
               REWRITE REG-PROFESSORES
                   INVALID KEY
                       DISPLAY 'ERRO AO DAR BAIXA NO PROFESSOR'
                   NOT INVALID KEY
                       DISPLAY 'BAIXA REALIZADA COM SUCESSO!'
               END-REWRITE
           ELSE
               DISPLAY 'PROFESSOR NAO ALTERADO!'
           END-IF

           CLOSE PROFESSORES
           .
       P370-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM CADPROTT.
