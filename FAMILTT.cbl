      *                 menu, o programa pode rodar varias vezes
      *                 na mesma sessao e os VALUE so valem na
      *                 primeira carga.
      * 15/10/2026 JS - Recebe a area de comunicacao do MENUCNTT: o
      *                 operador sem acesso a todas as unidades so ve os
      *                 alunos da sua unidade e os responsaveis deles.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMILTT.
              'TOTAL DE ALUNOS........: '.
           03 WS-ROD-ALUNOS           PIC ZZZZ9.

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
            MOVE 0                TO WS-TOTAL-FAMILIAS
            MOVE 0                TO WS-TOTAL-ALUNOS
           .
       P320-FIM.

      *    SEM ACESSO A TODAS AS UNIDADES SO ENTRAM OS ALUNOS DA
      *    UNIDADE DO OPERADOR; O RESPONSAVEL SEM ALUNO NELA NAO SAI.
       P330-CONTA-VINCULADOS.
           MOVE 0                       TO WS-QTD-VINCULADOS
           SET FS-OK-ALUNOS             TO TRUE
       P330-FIM.

       P335-CONTA.
           IF ALUNO-ATIVO AND REF-ID-CONTATO EQUAL ID-CONTATO AND
              (ACESSO-TODAS-UNIDADES OR
               UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR)
               ADD 1                    TO WS-QTD-VINCULADOS
           END-IF

       P340-FIM.

       P345-IMPRIME-ALUNO.
           IF ALUNO-ATIVO AND REF-ID-CONTATO EQUAL ID-CONTATO AND
              (ACESSO-TODAS-UNIDADES OR
               UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR)
               MOVE NM-ALUNO            TO WS-ALUNO-NOME
               WRITE REG-RELATORIO      FROM WS-LINHA-ALUNO
               ADD 1                    TO WS-TOTAL-ALUNOS
