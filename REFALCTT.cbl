      *                 menu, o programa pode rodar varias vezes
      *                 na mesma sessao e os VALUE so valem na
      *                 primeira carga.
      * 15/10/2026 JS - Recebe a area de comunicacao do MENUCNTT: o
      *                 operador sem acesso a todas as unidades so lista
      *                 os alunos da sua unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFALCTT.
              'TOTAL DE ALUNOS........: '.
           03 WS-ROD-TOTAL            PIC ZZZZ9.

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
            MOVE 0                TO WS-TOTAL-ALUNOS
            PERFORM P100-ABRE-ARQUIVOS
           .
       P300-FIM.

      *    SEM ACESSO A TODAS AS UNIDADES SO LISTA OS ALUNOS DA
      *    UNIDADE DO OPERADOR.
       P320-IMPRIME.
           IF ALUNO-ATIVO AND
              (ACESSO-TODAS-UNIDADES OR
               UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR)
               PERFORM P340-BUSCA-RESPONSAVEL THRU P340-FIM

               MOVE ID-ALUNO                TO WS-DET-ID
