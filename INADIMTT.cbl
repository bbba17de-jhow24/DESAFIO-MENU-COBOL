      *          INADIMTT-LST, para a cobranca sair de um unico
      *          impresso.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Com o pagamento parcial, o valor impresso e
      *                 somado passa a ser o saldo em aberto da cobranca
      *                 (valor menos o ja recebido).
      * 15/10/2026 JS - Relatorio emitido para uma unidade (unidade do
      *                 aluno) ou para todas (unidade em branco), com
      *                 subtotal de cobrancas e saldo por unidade no
      *                 rodape.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INADIMTT.
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT UNIDADES ASSIGN TO
               "UNIDADES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS COD-UNIDADE
               FILE STATUS IS WS-FS-UNI.

               SELECT RELATORIO ASSIGN TO
               "INADIMTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
       FD CONTATOS.
          COPY FD_CONTT.

       FD UNIDADES.
          COPY FD_UNITT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-UNI                   PIC 99.
           88 FS-OK-UNI               VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-QTD-ABERTAS              PIC 9(05) COMP VALUE 0.
       77 WS-TOTAL-ABERTO             PIC 9(07)V99 VALUE 0.
       77 WS-SALDO-ABERTO             PIC 9(05)V99 VALUE 0.
       77 WS-UNIDADE-COBRANCA         PIC 9(02) VALUE 0.
       77 WS-UNIDADE-FILTRO           PIC 9(02) VALUE 0.
           88 TODAS-AS-UNIDADES       VALUE 0.
       77 WS-IDX-UNI                  PIC 9(03) COMP VALUE 0.

      *    SUBTOTAIS POR UNIDADE, INDEXADOS PELO CODIGO DA UNIDADE.
       01 WS-TABELA-UNIDADES.
           03 WS-TAB-UNI OCCURS 99 TIMES.
               05 WS-TAB-UNI-QTD       PIC 9(05) COMP.
               05 WS-TAB-UNI-TOTAL     PIC 9(07)V99.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(42) VALUE
              'RELATORIO DE INADIMPLENCIA - PLANILHA DE'.
           03 FILLER                  PIC X(09) VALUE ' COBRANCA'.

       01 WS-CAB-FILTRO.
           03 FILLER                  PIC X(09) VALUE 'UNIDADE: '.
           03 WS-CAB-FILTRO-DESC       PIC X(20) VALUE SPACES.

       01 WS-DETALHE.
           03 WS-DET-COMPETENCIA      PIC 9(06).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-ID-ALUNO         PIC ZZZ9.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-NM-ALUNO         PIC X(20).
           03 FILLER                  PIC X(05) VALUE ' SLD '.
           03 WS-DET-VALOR            PIC ZZ.ZZ9,99.
           03 FILLER                  PIC X(06) VALUE ' VENC '.
           03 WS-DET-VENCIMENTO       PIC 9(08).
              'TOTAL EM ABERTO........: '.
           03 WS-ROD-TOTAL            PIC Z.ZZZ.ZZ9,99.

       01 WS-RODAPE-UNIDADE.
           03 FILLER                  PIC X(08) VALUE 'UNIDADE '.
           03 WS-ROD-UNI-COD          PIC 99.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-ROD-UNI-NOME         PIC X(20).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-ROD-UNI-QTD          PIC ZZZZ9.
           03 FILLER                  PIC X(12) VALUE ' COBR. SLD '.
           03 WS-ROD-UNI-TOTAL        PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** RELATORIO DE INADIMPLENCIA ***'
            MOVE 0                     TO WS-UNIDADE-FILTRO
            DISPLAY 'INFORME A UNIDADE (BRANCO = TODAS): '
            ACCEPT WS-UNIDADE-FILTRO
            INITIALIZE WS-TABELA-UNIDADES
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P300-PROCESSA      THRU P300-FIM
            PERFORM P800-RODAPE
           END-IF

           WRITE REG-RELATORIO         FROM WS-CABECALHO

           IF TODAS-AS-UNIDADES
               MOVE 'TODAS'            TO WS-CAB-FILTRO-DESC
           ELSE
               MOVE WS-UNIDADE-FILTRO  TO WS-ROD-UNI-COD
               PERFORM P880-BUSCA-UNIDADE THRU P880-FIM
               MOVE WS-ROD-UNI-NOME    TO WS-CAB-FILTRO-DESC
           END-IF

           WRITE REG-RELATORIO         FROM WS-CAB-FILTRO
           WRITE REG-RELATORIO         FROM SPACES
           .
       P300-PROCESSA.
           .
       P300-FIM.

      *    A UNIDADE DA COBRANCA E A DO ALUNO; COBRANCA DE ALUNO NAO
      *    ENCONTRADO SO SAI NO RELATORIO DE TODAS AS UNIDADES.
       P320-TRATA-COBRANCA.
           IF NOT MENS-ABERTA
               GO TO P320-LE-PROXIMA
           END-IF

           PERFORM P340-BUSCA-ALUNO    THRU P340-FIM

           IF NOT TODAS-AS-UNIDADES AND
              WS-UNIDADE-COBRANCA NOT EQUAL WS-UNIDADE-FILTRO
               GO TO P320-LE-PROXIMA
           END-IF

           ADD 1                        TO WS-QTD-ABERTAS
           MOVE 0                       TO WS-SALDO-ABERTO
           IF MENS-VALOR > MENS-VALOR-PAGO
               COMPUTE WS-SALDO-ABERTO =
                       MENS-VALOR - MENS-VALOR-PAGO
           END-IF
           ADD WS-SALDO-ABERTO          TO WS-TOTAL-ABERTO

           IF WS-UNIDADE-COBRANCA > 0
               ADD 1                    TO WS-TAB-UNI-QTD
                                               (WS-UNIDADE-COBRANCA)
               ADD WS-SALDO-ABERTO      TO WS-TAB-UNI-TOTAL
                                               (WS-UNIDADE-COBRANCA)
           END-IF

           MOVE MENS-COMPETENCIA        TO WS-DET-COMPETENCIA
           MOVE MENS-ID-ALUNO           TO WS-DET-ID-ALUNO
           MOVE WS-SALDO-ABERTO         TO WS-DET-VALOR
           MOVE MENS-DT-VENCIMENTO      TO WS-DET-VENCIMENTO
           WRITE REG-RELATORIO          FROM WS-DETALHE
           WRITE REG-RELATORIO          FROM WS-LINHA-RESP
           WRITE REG-RELATORIO          FROM WS-LINHA-END
           WRITE REG-RELATORIO          FROM SPACES
           .
       P320-LE-PROXIMA.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           MOVE 'RESP NAO ENCONTRADO'    TO WS-RESP-NOME
           MOVE 0                        TO WS-RESP-TEL
           MOVE SPACES                   TO WS-RESP-ENDERECO
           MOVE 0                        TO WS-UNIDADE-COBRANCA
           SET FS-OK-ALUNOS              TO TRUE

           OPEN INPUT ALUNOS
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO     TO WS-DET-NM-ALUNO
                       MOVE UNIDADE-ALUNO TO WS-UNIDADE-COBRANCA
                       PERFORM P360-BUSCA-RESPONSAVEL THRU P360-FIM
               END-READ

           MOVE WS-TOTAL-ABERTO          TO WS-ROD-TOTAL
           WRITE REG-RELATORIO           FROM WS-RODAPE-1
           WRITE REG-RELATORIO           FROM WS-RODAPE-2

           IF TODAS-AS-UNIDADES
               WRITE REG-RELATORIO       FROM SPACES
               MOVE 1                    TO WS-IDX-UNI
               PERFORM P850-RODAPE-UNIDADE THRU P850-FIM
                   UNTIL WS-IDX-UNI > 99
           END-IF

           DISPLAY 'RELATORIO GRAVADO EM INADIMTT-LST.'
           DISPLAY 'COBRANCAS EM ABERTO: ' WS-QTD-ABERTAS
           .
       P850-RODAPE-UNIDADE.
           IF WS-TAB-UNI-QTD (WS-IDX-UNI) > 0
               MOVE WS-IDX-UNI           TO WS-ROD-UNI-COD
               PERFORM P880-BUSCA-UNIDADE THRU P880-FIM
               MOVE WS-TAB-UNI-QTD   (WS-IDX-UNI) TO WS-ROD-UNI-QTD
               MOVE WS-TAB-UNI-TOTAL (WS-IDX-UNI) TO WS-ROD-UNI-TOTAL
               WRITE REG-RELATORIO       FROM WS-RODAPE-UNIDADE
           END-IF

           ADD 1                         TO WS-IDX-UNI
           .
       P850-FIM.

       P880-BUSCA-UNIDADE.
           MOVE 'UNIDADE NAO CADASTRADA' TO WS-ROD-UNI-NOME
           SET FS-OK-UNI                 TO TRUE

           OPEN INPUT UNIDADES

           IF FS-OK-UNI
               MOVE WS-ROD-UNI-COD       TO COD-UNIDADE
               READ UNIDADES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-UNIDADE   TO WS-ROD-UNI-NOME
               END-READ

               CLOSE UNIDADES
           END-IF
           .
       P880-FIM.

       P900-FIM.
            CLOSE RELATORIO
            STOP RUN.
