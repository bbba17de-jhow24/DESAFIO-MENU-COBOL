      * 02/09/2026 JS - Passou a poder ser chamado pelo submenu do
      *                 MENUCNTT: termino via GOBACK (continua
      *                 rodando sozinho pela linha de comando).
      * 15/10/2026 JS - Recebe a area de comunicacao do MENUCNTT: o
      *                 operador so vincula alunos da sua unidade, salvo
      *                 perfil com acesso a todas as unidades. Passa a
      *                 rodar somente pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVINTT.
           88 ALUNO-ENCONTRADO        VALUE 'S' FALSE 'N'.
       77 WS-CONTATO-OK               PIC X     VALUE 'N'.
           88 CONTATO-ENCONTRADO      VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-ALUNO            PIC 9(02) VALUE 0.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.

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
            DISPLAY '*** CADASTRO DE VINCULO ALUNO X CONTATO ***'
            SET EXIT-OK               TO FALSE

           IF NOT ALUNO-ENCONTRADO
               DISPLAY 'ALUNO NAO ENCONTRADO OU INATIVO.'
               GO TO P300-TECLA
           END-IF

           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'ALUNO DE OUTRA UNIDADE. ACESSO NEGADO.'
           ELSE
               DISPLAY 'Informe o ID do contato: '
               ACCEPT WS-ID-CONTATO
                   PERFORM P340-GRAVA-VINCULO THRU P340-FIM
               END-IF
           END-IF
           .
       P300-TECLA.
           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
                   NOT INVALID KEY
                       IF ALUNO-ATIVO
                           SET ALUNO-ENCONTRADO TO TRUE
                           MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALUNO
                           PERFORM P315-CONFERE-UNIDADE THRU P315-FIM
                       END-IF
               END-READ

           .
       P310-FIM.

      *    O OPERADOR SO VINCULA OS ALUNOS DA SUA UNIDADE, SALVO SE O
      *    PERFIL LIBERAR TODAS AS UNIDADES.
       P315-CONFERE-UNIDADE.
           SET UNIDADE-PERMITIDA        TO FALSE

           IF ACESSO-TODAS-UNIDADES OR
              WS-UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR
               SET UNIDADE-PERMITIDA    TO TRUE
           END-IF
           .
       P315-FIM.

       P320-VALIDA-CONTATO.
           SET FS-OK-CONTATOS           TO TRUE
           SET CONTATO-ENCONTRADO       TO FALSE
