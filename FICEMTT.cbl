      *                 menu, o programa pode rodar varias vezes
      *                 na mesma sessao e os VALUE so valem na
      *                 primeira carga.
      * 15/10/2026 JS - Recebe a area de comunicacao do MENUCNTT: o
      *                 operador sem acesso a todas as unidades so gera
      *                 fichas dos alunos da sua unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICEMTT.

       01 WS-SEPARADOR               PIC X(60) VALUE ALL '-'.

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
            MOVE 0                TO WS-QTD-FICHAS
            MOVE 0                TO WS-QTD-SEM-CONTATO
               PERFORM P900-FIM
           END-IF
           .
      *    SEM ACESSO A TODAS AS UNIDADES SO SAEM FICHAS DOS ALUNOS DA
      *    UNIDADE DO OPERADOR.
       P200-POR-ALUNO.
           MOVE WS-ID-ALUNO             TO ID-ALUNO

                   DISPLAY 'ALUNO NAO EXISTE.'
               NOT INVALID KEY
                   IF ALUNO-ATIVO
                       IF ACESSO-TODAS-UNIDADES OR
                          UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR
                           PERFORM P400-GERA-FICHA THRU P400-FIM
                       ELSE
                           DISPLAY 'ALUNO DE OUTRA UNIDADE. '
                                   'ACESSO NEGADO.'
                       END-IF
                   ELSE
                       DISPLAY 'ALUNO NAO EXISTE.'
                   END-IF
       P300-FIM.

       P320-TRATA-ALUNO.
           IF ALUNO-ATIVO AND NUM-ALUNO EQUAL WS-TURMA-FILTRO AND
              (ACESSO-TODAS-UNIDADES OR
               UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR)
               PERFORM P400-GERA-FICHA  THRU P400-FIM
           END-IF

