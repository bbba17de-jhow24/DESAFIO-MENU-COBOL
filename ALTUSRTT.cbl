      * 02/09/2026 JS - Inicializacao de DT-TROCA-SENHA e do
      *                 historico de senhas incluidos no layout de
      *                 operadores pela validade de senha do LOGINTT.
      * 15/10/2026 JS - Incluida a alteracao da unidade do operador
      *                 (UNIDADE-USUARIO), validada no cadastro de
      *                 unidades.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTUSRTT.
               RECORD KEY  IS ID-USUARIO
               FILE STATUS IS WS-FS.

               SELECT UNIDADES ASSIGN TO
               "UNIDADES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS COD-UNIDADE
               FILE STATUS IS WS-FS-UNI.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
          COPY FD_USRTT.

       FD UNIDADES.
          COPY FD_UNITT.

       WORKING-STORAGE SECTION.
       01 WS-COM-AREA.
           03 WS-MENSAGEM                   PIC X(40).
       77 WS-SENHA-USUARIO            PIC X(10).
       77 WS-NIVEL-USUARIO            PIC X(01).
       77 WS-STATUS-USUARIO           PIC X(01).
       77 WS-UNIDADE-USUARIO          PIC 9(02).
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.
       77 WS-FS-UNI                   PIC 99.
           88 FS-OK-UNI               VALUE 0.
       77 WS-UNIDADE-VALIDA           PIC X     VALUE 'N'.
           88 UNIDADE-VALIDA          VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM                  PIC X    VALUE SPACES.
           DISPLAY 'Nome atual...............: ' NM-USUARIO
           DISPLAY 'Nivel atual..............: ' NIVEL-USUARIO
           DISPLAY 'Status atual.............: ' STATUS-USUARIO
           DISPLAY 'Unidade atual............: ' UNIDADE-USUARIO
           DISPLAY 'Tentativas de senha acumuladas: ' CONT-TENTATIVAS

           MOVE SPACES                  TO WS-NM-USUARIO
           MOVE SPACES                  TO WS-SENHA-USUARIO
           MOVE SPACES                  TO WS-NIVEL-USUARIO
           MOVE SPACES                  TO WS-STATUS-USUARIO
           MOVE 0                       TO WS-UNIDADE-USUARIO

           DISPLAY 'Informe o novo nome (ou deixe igual): '
           ACCEPT WS-NM-USUARIO
           DISPLAY 'Novo status <A> ativo, <I> inativo '
                   'ou <B> bloqueado (ou deixe igual): '
           ACCEPT WS-STATUS-USUARIO
           DISPLAY 'Nova unidade (ou deixe igual): '
           ACCEPT WS-UNIDADE-USUARIO

           IF WS-NM-USUARIO EQUAL SPACES
               MOVE NM-USUARIO          TO WS-NM-USUARIO
           IF WS-STATUS-USUARIO EQUAL SPACES
               MOVE STATUS-USUARIO      TO WS-STATUS-USUARIO
           END-IF
           IF WS-UNIDADE-USUARIO EQUAL ZERO
               MOVE UNIDADE-USUARIO     TO WS-UNIDADE-USUARIO
           END-IF

           IF WS-NIVEL-USUARIO NOT EQUAL 'S' AND
              WS-NIVEL-USUARIO NOT EQUAL 'O'
               GO TO P320-FIM
           END-IF

           PERFORM P350-VALIDA-UNIDADE  THRU P350-FIM

           IF NOT UNIDADE-VALIDA
               DISPLAY 'UNIDADE INVALIDA. OPERADOR NAO ALTERADO!'
               GO TO P320-FIM
           END-IF

           DISPLAY 'TECLE: '
               '<S> para confirmar ou <QUALQUER TECLA>'
               'para cancelar.'
               MOVE WS-SENHA-USUARIO    TO SENHA-USUARIO
               MOVE WS-NIVEL-USUARIO    TO NIVEL-USUARIO
               MOVE WS-STATUS-USUARIO   TO STATUS-USUARIO
               MOVE WS-UNIDADE-USUARIO  TO UNIDADE-USUARIO
               MOVE 0                   TO CONT-TENTATIVAS
               REWRITE REG-USUARIOS
                   INVALID KEY
           .
       P320-FIM.

      *    A UNIDADE TEM DE ESTAR CADASTRADA E ATIVA. ANTES DA CRIACAO
      *    DO CADASTRO DE UNIDADES SO A SEDE (01) E ACEITA.
       P350-VALIDA-UNIDADE.
           SET UNIDADE-VALIDA           TO FALSE
           SET FS-OK-UNI                TO TRUE

           IF WS-UNIDADE-USUARIO EQUAL ZERO
               MOVE 1                   TO WS-UNIDADE-USUARIO
           END-IF

           OPEN INPUT UNIDADES

           IF NOT FS-OK-UNI
               IF WS-UNIDADE-USUARIO EQUAL 1
                   SET UNIDADE-VALIDA   TO TRUE
               ELSE
                   DISPLAY 'UNIDADE NAO CADASTRADA!'
               END-IF
               GO TO P350-FIM
           END-IF

           MOVE WS-UNIDADE-USUARIO      TO COD-UNIDADE
           READ UNIDADES
               INVALID KEY
                   DISPLAY 'UNIDADE NAO CADASTRADA!'
               NOT INVALID KEY
                   IF UNIDADE-INATIVA
                       DISPLAY 'UNIDADE COM BAIXA! INFORME UMA '
                               'UNIDADE ATIVA.'
                   ELSE
                       DISPLAY 'UNIDADE: ' NM-UNIDADE
                       SET UNIDADE-VALIDA TO TRUE
                   END-IF
           END-READ

           CLOSE UNIDADES
           .
       P350-FIM.

       P900-FIM.
            STOP RUN.
       END PROGRAM ALTUSRTT.
