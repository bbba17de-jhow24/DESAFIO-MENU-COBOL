      * 02/09/2026 JS - Chaves de identificacao (contato, aluno,
      *                 vinculo e operador) ampliadas de 2 para 4
      *                 digitos em todo o sistema.
      * 15/10/2026 JS - Consulta restrita aos alunos da unidade do
      *                 operador, salvo acesso a todas as unidades;
      *                 incluida a exibicao da unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSALTT.
           88 ACHOU-ALUNO             VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               88 LOGIN-FALHOU        VALUE 'N'.
           03 LK-ID-OPERADOR          PIC 9(04).
           03 LK-NM-OPERADOR          PIC X(20).
           03 LK-UNIDADE-OPERADOR     PIC 9(02).
           03 LK-TODAS-UNIDADES       PIC X(01).
               88 ACESSO-TODAS-UNIDADES VALUE 'S'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY LK-MENSAGEM
                   INVALID KEY
                       DISPLAY 'ALUNO NAO EXISTE'
                   NOT INVALID KEY
                       PERFORM P345-CONFERE-UNIDADE THRU P345-FIM
                       IF NOT ALUNO-ATIVO
                           DISPLAY 'ALUNO NAO EXISTE'
                       ELSE
                           IF UNIDADE-PERMITIDA
                               PERFORM P360-EXIBE THRU P360-FIM
                           ELSE
                               DISPLAY 'ALUNO DE OUTRA UNIDADE. '
                                       'ACESSO NEGADO.'
                           END-IF
                       END-IF
               END-READ
           ELSE
           .
       P350-FIM.

      *    O OPERADOR SO CONSULTA OS ALUNOS DA SUA UNIDADE, SALVO SE
      *    O PERFIL LIBERAR TODAS AS UNIDADES.
       P345-CONFERE-UNIDADE.
           SET UNIDADE-PERMITIDA       TO FALSE

           IF ACESSO-TODAS-UNIDADES OR
              UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR
               SET UNIDADE-PERMITIDA   TO TRUE
           END-IF
           .
       P345-FIM.

       P360-EXIBE.
           DISPLAY 'ID...........: ' ID-ALUNO
           DISPLAY 'NUMERO/TURMA.: ' NUM-ALUNO
           DISPLAY 'NOME.........: ' NM-ALUNO
           DISPLAY 'TELEFONE.....: ' TEL-ALUNO
           DISPLAY 'RESPONSAVEL..: ' REF-ID-CONTATO
           DISPLAY 'UNIDADE......: ' UNIDADE-ALUNO
           PERFORM P370-EXIBE-VINCULOS THRU P370-FIM
           .
       P360-FIM.

       P420-COMPARA-REG.
           PERFORM P430-PROCURA-SUB   THRU P430-FIM
           PERFORM P345-CONFERE-UNIDADE THRU P345-FIM

           IF ACHOU-ALUNO AND ALUNO-ATIVO AND UNIDADE-PERMITIDA
               ADD 1                    TO WS-QTD-ACHADOS
               PERFORM P360-EXIBE       THRU P360-FIM
           END-IF
