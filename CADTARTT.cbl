      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Tarefas de retorno por contato (TARCNTT.DAT): inclusao
      *          de tarefa com vencimento, operador responsavel e
      *          descricao; fila de tarefas abertas do operador (o
      *          supervisor pode ver a fila de outro operador);
      *          conclusao com nota; e lista das tarefas de um
      *          contato. A nota de conclusao tambem e gravada como
      *          nota de atendimento do contato (NOTACTT.DAT), como a
      *          nota incluida pelo CONSCTT. So o operador responsavel
      *          ou um supervisor conclui a tarefa. Numeracao
      *          sequencial como a do DOCALTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTARTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TAREFAS ASSIGN TO
               "TARCNTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS TAR-NUMERO
               ALTERNATE RECORD KEY IS TAR-ID-OPERADOR WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTATOS ASSIGN TO
               "CONTATOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT USUARIOS ASSIGN TO
               "CADUSRTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-USUARIO
               FILE STATUS IS WS-FS-USUARIOS.

               SELECT NOTAS ASSIGN TO
               "NOTACTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTAS.

       DATA DIVISION.
       FILE SECTION.
       FD TAREFAS.
          COPY FD_TARTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD USUARIOS.
          COPY FD_USRTT.

       FD NOTAS.
          COPY FD_NOTCT.

       WORKING-STORAGE SECTION.
       77 WS-OPCAO                    PIC X.
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-USUARIOS              PIC 99.
           88 FS-OK-USUARIOS          VALUE 0.
       77 WS-FS-NOTAS                 PIC 99.
           88 FS-OK-NOTAS             VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.
       77 WS-VALIDO                   PIC X     VALUE 'N'.
           88 DADO-VALIDO             VALUE 'S' FALSE 'N'.
       77 WS-ID-CONTATO               PIC 9(04) VALUE 0.
       77 WS-NM-CONTATO               PIC X(20) VALUE SPACES.
       77 WS-ID-RESPONSAVEL           PIC 9(04) VALUE 0.
       77 WS-NM-RESPONSAVEL           PIC X(20) VALUE SPACES.
       77 WS-DESCRICAO                PIC X(60) VALUE SPACES.
       77 WS-NOTA                     PIC X(60) VALUE SPACES.
       77 WS-NUMERO                   PIC 9(06) VALUE 0.
       77 WS-ULTIMO-NUMERO            PIC 9(06) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-QTD-LISTADAS             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-VENCIDAS             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-HOJE                 PIC 9(05) COMP VALUE 0.
       77 WS-SITUACAO                 PIC X(10) VALUE SPACES.

       01 WS-VENCIMENTO               PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-VENCIMENTO.
           03 WS-VENC-ANO             PIC 9(04).
           03 WS-VENC-MES             PIC 9(02).
           03 WS-VENC-DIA             PIC 9(02).

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
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           DISPLAY 'ESCOLHA: <1> INCLUIR  <2> MINHA FILA  <3> CONCLUIR '
                   '<4> TAREFAS DO CONTATO'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-INCLUI     THRU P310-FIM
               WHEN '2'
                   PERFORM P330-FILA       THRU P330-FIM
               WHEN '3'
                   PERFORM P350-CONCLUI    THRU P350-FIM
               WHEN '4'
                   PERFORM P370-LISTA-CONTATO THRU P370-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE

           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P310-INCLUI.
           DISPLAY 'Informe o ID do contato: '
           ACCEPT WS-ID-CONTATO

           PERFORM P500-VALIDA-CONTATO THRU P500-FIM

           IF NOT DADO-VALIDO
               GO TO P310-FIM
           END-IF

           DISPLAY 'CONTATO: ' WS-NM-CONTATO

           DISPLAY 'Descreva o que precisa ser feito (ate 60 '
                   'caracteres): '
           ACCEPT WS-DESCRICAO

           IF WS-DESCRICAO EQUAL SPACES
               DISPLAY 'DESCRICAO INVALIDA! NAO PODE FICAR EM BRANCO.'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Informe o vencimento (AAAAMMDD, BRANCO = HOJE): '
           ACCEPT WS-VENCIMENTO

           IF WS-VENCIMENTO EQUAL ZERO
               MOVE WS-DATA-HOJE        TO WS-VENCIMENTO
           END-IF

           IF WS-VENC-MES < 1 OR WS-VENC-MES > 12
              OR WS-VENC-DIA < 1 OR WS-VENC-DIA > 31
               DISPLAY 'DATA INVALIDA!'
               GO TO P310-FIM
           END-IF

           IF WS-VENCIMENTO < WS-DATA-HOJE
               DISPLAY 'O VENCIMENTO NAO PODE SER ANTERIOR A HOJE.'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Informe o operador responsavel (BRANCO = VOCE): '
           ACCEPT WS-ID-RESPONSAVEL

           IF WS-ID-RESPONSAVEL EQUAL ZERO
               MOVE LK-ID-OPERADOR      TO WS-ID-RESPONSAVEL
           END-IF

           PERFORM P520-VALIDA-OPERADOR THRU P520-FIM

           IF NOT DADO-VALIDO
               GO TO P310-FIM
           END-IF

           SET FS-OK                   TO TRUE
           OPEN I-O TAREFAS

           IF WS-FS EQUAL 35
               OPEN OUTPUT TAREFAS
               CLOSE TAREFAS
               SET FS-OK               TO TRUE
               OPEN I-O TAREFAS
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TAREFAS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P310-FIM
           END-IF

           PERFORM P460-PROXIMO-NUMERO THRU P460-FIM

           INITIALIZE REG-TAREFA
           MOVE WS-NUMERO              TO TAR-NUMERO
           MOVE WS-ID-CONTATO          TO TAR-ID-CONTATO
           MOVE WS-ID-RESPONSAVEL      TO TAR-ID-OPERADOR
           MOVE WS-VENCIMENTO          TO TAR-DT-VENCIMENTO
           MOVE WS-DESCRICAO           TO TAR-DESCRICAO
           SET TAR-ABERTA              TO TRUE
           MOVE WS-DATA-HOJE           TO TAR-DT-ABERTURA
           MOVE LK-ID-OPERADOR         TO TAR-ID-OPER-ABERTURA

           WRITE REG-TAREFA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A TAREFA. FILE STATUS: '
                           WS-FS
               NOT INVALID KEY
                   DISPLAY 'TAREFA No. ' TAR-NUMERO
                           ' GRAVADA PARA ' WS-NM-RESPONSAVEL
           END-WRITE

           CLOSE TAREFAS
           .
       P310-FIM.

       P330-FILA.
           MOVE LK-ID-OPERADOR         TO WS-ID-RESPONSAVEL

           IF OPERADOR-SUPERVISOR IN LK-NIVEL-OPERADOR
               DISPLAY 'Fila de qual operador? (BRANCO = A SUA): '
               ACCEPT WS-ID-RESPONSAVEL
               IF WS-ID-RESPONSAVEL EQUAL ZERO
                   MOVE LK-ID-OPERADOR  TO WS-ID-RESPONSAVEL
               END-IF
           END-IF

           SET FS-OK                   TO TRUE
           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-QTD-LISTADAS
           MOVE 0                      TO WS-QTD-VENCIDAS
           MOVE 0                      TO WS-QTD-HOJE

           OPEN INPUT TAREFAS

           IF NOT FS-OK
               DISPLAY 'NENHUMA TAREFA CADASTRADA.'
               GO TO P330-FIM
           END-IF

           MOVE WS-ID-RESPONSAVEL      TO TAR-ID-OPERADOR
           START TAREFAS KEY IS EQUAL TAR-ID-OPERADOR
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           DISPLAY '---------------------------------------------------'
                   '---------------'
           DISPLAY 'NUMERO VENCIMENTO SITUACAO   CONTATO DESCRICAO'
           DISPLAY '---------------------------------------------------'
                   '---------------'

           IF NOT EOF-OK
               READ TAREFAS NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P340-EXIBE-FILA     THRU P340-FIM UNTIL EOF-OK

           CLOSE TAREFAS

           DISPLAY '---------------------------------------------------'
                   '---------------'
           DISPLAY WS-QTD-LISTADAS ' TAREFA(S) ABERTA(S), '
                   WS-QTD-VENCIDAS ' VENCIDA(S), '
                   WS-QTD-HOJE ' PARA HOJE.'
           .
       P330-FIM.

       P340-EXIBE-FILA.
           IF TAR-ID-OPERADOR NOT EQUAL WS-ID-RESPONSAVEL
               SET EOF-OK              TO TRUE
               GO TO P340-FIM
           END-IF

           IF TAR-ABERTA
               ADD 1                   TO WS-QTD-LISTADAS
               PERFORM P540-SITUACAO   THRU P540-FIM
               MOVE TAR-DT-VENCIMENTO  TO WS-DATA-AUX
               PERFORM P890-EDITA-DATA THRU P890-FIM
               DISPLAY TAR-NUMERO ' ' WS-DATA-ED ' ' WS-SITUACAO ' '
                       TAR-ID-CONTATO '    ' TAR-DESCRICAO
           END-IF

           READ TAREFAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P340-FIM.

       P350-CONCLUI.
           MOVE SPACES                 TO WS-CONFIRM
           SET FS-OK                   TO TRUE

           OPEN I-O TAREFAS

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TAREFAS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P350-FIM
           END-IF

           DISPLAY 'INFORME O NUMERO DA TAREFA: '
           ACCEPT WS-NUMERO
           MOVE WS-NUMERO              TO TAR-NUMERO

           READ TAREFAS
               INVALID KEY
                   DISPLAY 'TAREFA NAO EXISTE'
                   CLOSE TAREFAS
                   GO TO P350-FIM
           END-READ

           IF TAR-CONCLUIDA
               DISPLAY 'TAREFA JA CONCLUIDA!'
               CLOSE TAREFAS
               GO TO P350-FIM
           END-IF

           IF TAR-ID-OPERADOR NOT EQUAL LK-ID-OPERADOR
              AND NOT OPERADOR-SUPERVISOR IN LK-NIVEL-OPERADOR
               DISPLAY 'TAREFA DE OUTRO OPERADOR. SO O RESPONSAVEL OU '
                       'UM SUPERVISOR PODE CONCLUIR.'
               CLOSE TAREFAS
               GO TO P350-FIM
           END-IF

           MOVE TAR-DT-VENCIMENTO      TO WS-DATA-AUX
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           DISPLAY 'CONTATO....: ' TAR-ID-CONTATO
           DISPLAY 'VENCIMENTO.: ' WS-DATA-ED
           DISPLAY 'DESCRICAO..: ' TAR-DESCRICAO

           DISPLAY 'Digite a nota de conclusao (ate 60 caracteres): '
           ACCEPT WS-NOTA

           IF WS-NOTA EQUAL SPACES
               DISPLAY 'A NOTA DE CONCLUSAO E OBRIGATORIA. TAREFA NAO '
                       'CONCLUIDA.'
               CLOSE TAREFAS
               GO TO P350-FIM
           END-IF

           DISPLAY 'TECLE: '
               '<S> para confirmar ou <QUALQUER TECLA>'
               'para cancelar.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'TAREFA NAO ALTERADA!'
               CLOSE TAREFAS
               GO TO P350-FIM
           END-IF

           SET TAR-CONCLUIDA           TO TRUE
           MOVE WS-DATA-HOJE           TO TAR-DT-CONCLUSAO
           MOVE LK-ID-OPERADOR         TO TAR-ID-OPER-CONCLUSAO
           MOVE WS-NOTA                TO TAR-NOTA-CONCLUSAO

           REWRITE REG-TAREFA
               INVALID KEY
                   DISPLAY 'ERRO AO CONCLUIR A TAREFA'
               NOT INVALID KEY
                   DISPLAY 'TAREFA CONCLUIDA COM SUCESSO!'
                   PERFORM P560-GRAVA-NOTA THRU P560-FIM
           END-REWRITE

           CLOSE TAREFAS
           .
       P350-FIM.

       P370-LISTA-CONTATO.
           DISPLAY 'Informe o ID do contato: '
           ACCEPT WS-ID-CONTATO

           SET FS-OK                   TO TRUE
           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-QTD-LISTADAS

           OPEN INPUT TAREFAS

           IF NOT FS-OK
               DISPLAY 'NENHUMA TAREFA CADASTRADA.'
               GO TO P370-FIM
           END-IF

           DISPLAY '---------------------------------------------------'
                   '---------------'
           DISPLAY 'NUMERO VENCIMENTO SITUACAO   OPER DESCRICAO / NOTA'
           DISPLAY '---------------------------------------------------'
                   '---------------'

           READ TAREFAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P380-EXIBE-CONTATO  THRU P380-FIM UNTIL EOF-OK

           CLOSE TAREFAS

           DISPLAY '---------------------------------------------------'
                   '---------------'
           DISPLAY WS-QTD-LISTADAS ' TAREFA(S) DO CONTATO.'
           .
       P370-FIM.

       P380-EXIBE-CONTATO.
           IF TAR-ID-CONTATO EQUAL WS-ID-CONTATO
               ADD 1                   TO WS-QTD-LISTADAS
               PERFORM P540-SITUACAO   THRU P540-FIM
               MOVE TAR-DT-VENCIMENTO  TO WS-DATA-AUX
               PERFORM P890-EDITA-DATA THRU P890-FIM
               DISPLAY TAR-NUMERO ' ' WS-DATA-ED ' ' WS-SITUACAO ' '
                       TAR-ID-OPERADOR ' ' TAR-DESCRICAO
               IF TAR-CONCLUIDA
                   MOVE TAR-DT-CONCLUSAO TO WS-DATA-AUX
                   PERFORM P890-EDITA-DATA THRU P890-FIM
                   DISPLAY '       ' WS-DATA-ED ' ' TAR-NOTA-CONCLUSAO
               END-IF
           END-IF

           READ TAREFAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P380-FIM.

       P460-PROXIMO-NUMERO.
           MOVE 0                      TO WS-ULTIMO-NUMERO
           SET EOF-OK                  TO FALSE

           MOVE 0                      TO TAR-NUMERO
           START TAREFAS KEY IS NOT LESS THAN TAR-NUMERO
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ TAREFAS NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P465-MAIOR-NUMERO   THRU P465-FIM UNTIL EOF-OK

           COMPUTE WS-NUMERO = WS-ULTIMO-NUMERO + 1
           .
       P460-FIM.

       P465-MAIOR-NUMERO.
           MOVE TAR-NUMERO             TO WS-ULTIMO-NUMERO

           READ TAREFAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P465-FIM.

       P500-VALIDA-CONTATO.
           SET DADO-VALIDO             TO FALSE
           SET FS-OK-CONTATOS          TO TRUE

           OPEN INPUT CONTATOS

           IF NOT FS-OK-CONTATOS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-CONTATOS
               GO TO P500-FIM
           END-IF

           MOVE WS-ID-CONTATO          TO ID-CONTATO
           READ CONTATOS
               INVALID KEY
                   DISPLAY 'CONTATO NAO EXISTE'
               NOT INVALID KEY
                   IF CONTATO-ATIVO
                       SET DADO-VALIDO TO TRUE
                       MOVE NM-CONTATO TO WS-NM-CONTATO
                   ELSE
                       DISPLAY 'CONTATO NAO EXISTE'
                   END-IF
           END-READ

           CLOSE CONTATOS
           .
       P500-FIM.

       P520-VALIDA-OPERADOR.
           SET DADO-VALIDO             TO FALSE
           SET FS-OK-USUARIOS          TO TRUE

           OPEN INPUT USUARIOS

           IF NOT FS-OK-USUARIOS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES.'
               DISPLAY 'FILE STATUS: ' WS-FS-USUARIOS
               GO TO P520-FIM
           END-IF

           MOVE WS-ID-RESPONSAVEL      TO ID-USUARIO
           READ USUARIOS
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO.'
               NOT INVALID KEY
                   IF USUARIO-INATIVO
                       DISPLAY 'OPERADOR INATIVO. ESCOLHA OUTRO.'
                   ELSE
                       SET DADO-VALIDO TO TRUE
                       MOVE NM-USUARIO TO WS-NM-RESPONSAVEL
                   END-IF
           END-READ

           CLOSE USUARIOS
           .
       P520-FIM.

       P540-SITUACAO.
           EVALUATE TRUE
               WHEN TAR-CONCLUIDA
                   MOVE 'CONCLUIDA'    TO WS-SITUACAO
               WHEN TAR-DT-VENCIMENTO < WS-DATA-HOJE
                   MOVE 'VENCIDA'      TO WS-SITUACAO
                   ADD 1               TO WS-QTD-VENCIDAS
               WHEN TAR-DT-VENCIMENTO EQUAL WS-DATA-HOJE
                   MOVE 'PARA HOJE'    TO WS-SITUACAO
                   ADD 1               TO WS-QTD-HOJE
               WHEN OTHER
                   MOVE 'A VENCER'     TO WS-SITUACAO
           END-EVALUATE
           .
       P540-FIM.

       P560-GRAVA-NOTA.
           SET FS-OK-NOTAS              TO TRUE
           OPEN EXTEND NOTAS

           IF WS-FS-NOTAS EQUAL 35
               OPEN OUTPUT NOTAS
           END-IF

           IF FS-OK-NOTAS THEN
               MOVE TAR-ID-CONTATO      TO NOTA-ID-CONTATO
               ACCEPT NOTA-DATA         FROM DATE YYYYMMDD
               ACCEPT NOTA-HORA         FROM TIME
               MOVE LK-ID-OPERADOR      TO NOTA-ID-OPERADOR
               MOVE LK-NM-OPERADOR      TO NOTA-NM-OPERADOR
               MOVE WS-NOTA             TO NOTA-TEXTO
               WRITE REG-NOTACTT
               CLOSE NOTAS
           ELSE
               DISPLAY 'ERRO AO GRAVAR A NOTA DE ATENDIMENTO.'
               DISPLAY 'FILE STATUS: ' WS-FS-NOTAS
           END-IF
           .
       P560-FIM.

       P890-EDITA-DATA.
           MOVE WS-AUX-DIA             TO WS-ED-DIA
           MOVE WS-AUX-MES             TO WS-ED-MES
           MOVE WS-AUX-ANO             TO WS-ED-ANO
           .
       P890-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM CADTARTT.
