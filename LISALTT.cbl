      * 02/09/2026 JS - Chaves de identificacao (contato, aluno,
      *                 vinculo e operador) ampliadas de 2 para 4
      *                 digitos em todo o sistema.
      * 15/10/2026 JS - Listagem restrita aos alunos da unidade do
      *                 operador, salvo acesso a todas as unidades;
      *                 incluida a coluna da unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISALTT.
               88 LOGIN-FALHOU        VALUE 'N'.
           03 LK-ID-OPERADOR          PIC 9(04).
           03 LK-NM-OPERADOR          PIC X(20).
           03 LK-UNIDADE-OPERADOR     PIC 9(02).
           03 LK-TODAS-UNIDADES       PIC X(01).
               88 ACESSO-TODAS-UNIDADES VALUE 'S'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY LK-MENSAGEM

           DISPLAY '---------------------------------------------'
           DISPLAY 'ID TURMA                NOME                 '
                   'TELEFONE     RESP UN'
           DISPLAY '---------------------------------------------'

           PERFORM P310-LE-PRIMEIRO
                   SET EOF-OK         TO TRUE
           END-READ
           .
      *    SEM ACESSO A TODAS AS UNIDADES SO LISTA OS ALUNOS DA
      *    UNIDADE DO OPERADOR.
       P320-EXIBE.
           IF ALUNO-ATIVO AND
              (ACESSO-TODAS-UNIDADES OR
               UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR)
               PERFORM P330-BUSCA-TURMA THRU P330-FIM
               DISPLAY ID-ALUNO ' ' WS-NM-TURMA-EXIBE ' ' NM-ALUNO ' '
                       TEL-ALUNO ' ' REF-ID-CONTATO ' ' UNIDADE-ALUNO
           END-IF

           READ ALUNOS NEXT RECORD
