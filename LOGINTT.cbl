      *                 caracteres, precisa ser diferente da atual e
      *                 das 3 ultimas (SENHAS-ANTERIORES) e e pedida
      *                 duas vezes.
      * 15/10/2026 JS - Cada login aceito ou recusado, bloqueio por
      *                 senha incorreta e troca de senha passou a ser
      *                 gravado no diario de sessoes (LOGSESTT.DAT) pelo
      *                 GRVSESTT, com data, hora e codigo do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGINTT.
       77 WS-IDX-HIST                 PIC 9(01) COMP VALUE 0.
       77 WS-REUSO                    PIC X     VALUE 'N'.
           88 SENHA-REUSADA           VALUE 'S' FALSE 'N'.
       01 WS-SESSAO.
           03 WS-SES-ID-OPERADOR      PIC 9(04).
           03 WS-SES-EVENTO           PIC X(01).
               88 SES-ENTRADA         VALUE 'E'.
               88 SES-FALHA           VALUE 'F'.
               88 SES-BLOQUEIO        VALUE 'B'.
               88 SES-TROCA-SENHA     VALUE 'T'.
           03 WS-SES-DETALHE          PIC X(30).
           03 WS-SES-RETORNO          PIC 99.
               88 SES-GRAVADO         VALUE 0.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               READ USUARIOS
                   INVALID KEY
                       DISPLAY 'OPERADOR NAO CADASTRADO.'
                       SET SES-FALHA    TO TRUE
                       MOVE 'OPERADOR NAO CADASTRADO'
                                        TO WS-SES-DETALHE
                       PERFORM P800-GRAVA-SESSAO THRU P800-FIM
                   NOT INVALID KEY
                       IF USUARIO-INATIVO THEN
                           DISPLAY 'OPERADOR INATIVO. ACESSO NEGADO.'
                           SET SES-FALHA TO TRUE
                           MOVE 'OPERADOR INATIVO' TO WS-SES-DETALHE
                           PERFORM P800-GRAVA-SESSAO THRU P800-FIM
                       ELSE
                           IF USUARIO-BLOQUEADO THEN
                               DISPLAY
                               'OPERADOR BLOQUEADO. PROCURE UM '
                               'SUPERVISOR.'
                               SET SES-FALHA TO TRUE
                               MOVE 'OPERADOR BLOQUEADO'
                                        TO WS-SES-DETALHE
                               PERFORM P800-GRAVA-SESSAO THRU P800-FIM
                           ELSE
                               IF SENHA-USUARIO EQUAL WS-SENHA-USUARIO
                                                                  THEN
                                       DISPLAY
                                       'ACESSO LIBERADO. BEM-VINDO, '
                                       NM-USUARIO
                                       SET SES-ENTRADA TO TRUE
                                       MOVE 'LOGIN ACEITO'
                                            TO WS-SES-DETALHE
                                   ELSE
                                       SET SES-FALHA TO TRUE
                                       MOVE 'SENHA EXPIRADA NAO TROCADA'
                                            TO WS-SES-DETALHE
                                   END-IF
                                   PERFORM P800-GRAVA-SESSAO
                                            THRU P800-FIM
                               ELSE
                                   ADD 1      TO CONT-TENTATIVAS
                                   SET SES-FALHA  TO TRUE
                                   MOVE 'SENHA INCORRETA'
                                            TO WS-SES-DETALHE
                                   PERFORM P800-GRAVA-SESSAO
                                            THRU P800-FIM
                                   IF CONT-TENTATIVAS >= 3 THEN
                                       SET USUARIO-BLOQUEADO TO TRUE
                                       DISPLAY
                                       'SENHA INCORRETA. OPERADOR '
                                       'BLOQUEADO.'
                                       SET SES-BLOQUEIO TO TRUE
                                       MOVE
                                       'BLOQUEIO POR SENHA INCORRETA'
                                            TO WS-SES-DETALHE
                                       PERFORM P800-GRAVA-SESSAO
                                            THRU P800-FIM
                                   ELSE
                                       DISPLAY 'SENHA INCORRETA.'
                                   END-IF
           ACCEPT DT-TROCA-SENHA        FROM DATE YYYYMMDD

           DISPLAY 'SENHA TROCADA COM SUCESSO!'

           SET SES-TROCA-SENHA          TO TRUE
           IF SENHA-EXPIRADA
               MOVE 'TROCA DE SENHA EXPIRADA' TO WS-SES-DETALHE
           ELSE
               MOVE 'TROCA DE SENHA'    TO WS-SES-DETALHE
           END-IF
           PERFORM P800-GRAVA-SESSAO    THRU P800-FIM
           .
       P400-FIM.

           .
       P440-FIM.

      *    O CODIGO GRAVADO E O DIGITADO, MESMO QUANDO NAO CADASTRADO.
       P800-GRAVA-SESSAO.
           MOVE WS-ID-USUARIO           TO WS-SES-ID-OPERADOR

           CALL 'GRVSESTT'              USING WS-SESSAO

           IF NOT SES-GRAVADO
               DISPLAY 'AVISO: DIARIO DE SESSOES NAO GRAVADO. FILE '
                       'STATUS: ' WS-SES-RETORNO
           END-IF
           .
       P800-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM LOGINTT.
