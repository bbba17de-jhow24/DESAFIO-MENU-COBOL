      * 02/09/2026 JS - Inicializacao de DT-TROCA-SENHA e do
      *                 historico de senhas incluidos no layout de
      *                 operadores pela validade de senha do LOGINTT.
      * 15/10/2026 JS - Incluida a unidade do operador (UNIDADE-
      *                 USUARIO), validada no cadastro de unidades; em
      *                 branco assume a sede (01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUSRTT.
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
       77 WS-ID-USUARIO               PIC 9(04).
       77 WS-NM-USUARIO               PIC X(20).
       77 WS-SENHA-USUARIO            PIC X(10).
       77 WS-NIVEL-USUARIO            PIC X(01).
       77 WS-UNIDADE-USUARIO          PIC 9(02).
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.
       77 WS-FS-UNI                   PIC 99.
           88 FS-OK-UNI               VALUE 0.
       77 WS-UNIDADE-VALIDA           PIC X     VALUE 'N'.
           88 UNIDADE-VALIDA          VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.

                   '<O> operador comum: '
           ACCEPT WS-NIVEL-USUARIO

           DISPLAY 'Informe a unidade do operador '
                   '(BRANCO = 01 SEDE): '
           ACCEPT WS-UNIDADE-USUARIO

           PERFORM P350-VALIDA-UNIDADE THRU P350-FIM

           IF NOT UNIDADE-VALIDA
               DISPLAY 'OPERADOR NAO GRAVADO!'
               GO TO P300-CONTINUA
           END-IF

           OPEN I-O USUARIOS

           IF WS-FS EQUAL 35
               MOVE 0                    TO CONT-TENTATIVAS
               ACCEPT DT-TROCA-SENHA     FROM DATE YYYYMMDD
               MOVE SPACES               TO SENHAS-ANTERIORES
               MOVE WS-UNIDADE-USUARIO   TO UNIDADE-USUARIO

               WRITE REG-USUARIOS
                   INVALID KEY
           END-IF

           CLOSE USUARIOS
           .
       P300-CONTINUA.
           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

      *    A UNIDADE TEM DE ESTAR CADASTRADA E ATIVA. ANTES DA CRIACAO
      *    DO CADASTRO DE UNIDADES SO A SEDE (01) E ACEITA.
       P350-VALIDA-UNIDADE.
           SET UNIDADE-VALIDA          TO FALSE
           SET FS-OK-UNI               TO TRUE

           IF WS-UNIDADE-USUARIO EQUAL ZERO
               MOVE 1                  TO WS-UNIDADE-USUARIO
           END-IF

           OPEN INPUT UNIDADES

           IF NOT FS-OK-UNI
               IF WS-UNIDADE-USUARIO EQUAL 1
                   SET UNIDADE-VALIDA  TO TRUE
               ELSE
                   DISPLAY 'UNIDADE NAO CADASTRADA!'
               END-IF
               GO TO P350-FIM
           END-IF

           MOVE WS-UNIDADE-USUARIO     TO COD-UNIDADE
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
       END PROGRAM CADUSRTT.
