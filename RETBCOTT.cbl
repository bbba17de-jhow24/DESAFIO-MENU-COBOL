      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Retorno de boletos do banco: le o arquivo de retorno
      *          CNAB de 400 posicoes (RETBCOTT-DAT) e baixa
      *          automaticamente em MENSALTT.DAT as cobrancas
      *          liquidadas (ocorrencia 06), localizadas pelo nosso
      *          numero (competencia + aluno). Cada baixa grava um
      *          recebimento de origem BANCO no movimento de
      *          pagamentos (MOVPAGTT.DAT) em nome do operador logado.
      *          Titulo que nao pode ser baixado (cobranca
      *          inexistente, cancelada ou ja paga, valor divergente
      *          do saldo, entrada rejeitada pelo banco) vai para a
      *          listagem de rejeitados RETBCOTT-LST, para tratamento
      *          pela secretaria. Restrito a supervisor, com login
      *          proprio nos moldes do GERMENTT.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Titulo de competencia fechada no fechamento
      *                 mensal (FECMENTT.DAT) nao e baixado e vai para
      *                 os rejeitados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBCOTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETORNO ASSIGN TO
               "RETBCOTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.

               SELECT MENSALIDADES ASSIGN TO
               "MENSALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS MENS-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT MOVIMENTO ASSIGN TO
               "MOVPAGTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS MOV-CHAVE
               FILE STATUS IS WS-FS-MOV.

               SELECT PARAMETROS ASSIGN TO
               "PARMENTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

               SELECT FECHAMENTOS ASSIGN TO
               "FECMENTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS FEC-COMPETENCIA
               FILE STATUS IS WS-FS-FEC.

               SELECT RELATORIO ASSIGN TO
               "RETBCOTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO.
          COPY FD_CNAB.

       FD MENSALIDADES.
          COPY FD_MENTT.

       FD MOVIMENTO.
          COPY FD_MOVPG.

       FD PARAMETROS.
          COPY FD_PARMT.

       FD FECHAMENTOS.
          COPY FD_FECMT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-COM-AREA.
           03 WS-MENSAGEM                   PIC X(40).
           03 WS-NIVEL-OPERADOR             PIC X(01).
               88 OPERADOR-SUPERVISOR       VALUE 'S'.
               88 OPERADOR-COMUM            VALUE 'O'.
           03 WS-LOGIN-OK                   PIC X(01).
               88 LOGIN-OK                  VALUE 'S'.
               88 LOGIN-FALHOU              VALUE 'N'.
           03 WS-ID-OPERADOR                PIC 9(04).
           03 WS-NM-OPERADOR                PIC X(20).
       77 WS-FS-RETORNO               PIC 99.
           88 FS-OK-RETORNO           VALUE 0.
       77 WS-FS-MENS                  PIC 99.
           88 FS-OK-MENS              VALUE 0.
       77 WS-FS-MOV                   PIC 99.
           88 FS-OK-MOV               VALUE 0.
       77 WS-FS-PARM                  PIC 99.
           88 FS-OK-PARM              VALUE 0.
       77 WS-FS-FEC                   PIC 99.
           88 FS-OK-FEC               VALUE 0.
       77 WS-CONTROLE-OK              PIC X     VALUE 'N'.
           88 CONTROLE-ABERTO         VALUE 'S' FALSE 'N'.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-MOV                  PIC X.
           88 EOF-MOV-OK              VALUE 'S' FALSE 'N'.
       77 WS-HEADER-OK                PIC X     VALUE 'N'.
           88 HEADER-VALIDO           VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-OK               PIC X     VALUE 'N'.
           88 TEM-TRAILER             VALUE 'S' FALSE 'N'.
       77 WS-CONVENIO                 PIC 9(07) VALUE 0.
       77 WS-SALDO                    PIC 9(05)V99 VALUE 0.
       77 WS-VALOR-PRINCIPAL          PIC 9(11)V99 VALUE 0.
       77 WS-PROX-SEQ                 PIC 9(03) VALUE 0.
       77 WS-MOTIVO                   PIC X(30) VALUE SPACES.
       77 WS-QTD-TITULOS              PIC 9(07) COMP VALUE 0.
       77 WS-QTD-BAIXADOS             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-CONFIRMADOS          PIC 9(05) COMP VALUE 0.
       77 WS-QTD-REJEITADOS           PIC 9(05) COMP VALUE 0.
       77 WS-QTD-IGNORADOS            PIC 9(05) COMP VALUE 0.
       77 WS-TOTAL-BAIXADO            PIC 9(09)V99 VALUE 0.
       77 WS-TRL-QTD-TITULOS          PIC 9(08) VALUE 0.
      *    DATA DA OCORRENCIA NO FORMATO DO BANCO (DDMMAAAA), PASSADA
      *    PARA AAAAMMDD NA BAIXA DA COBRANCA.
       01 WS-DATA-BANCO               PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA-BANCO.
           03 WS-BANCO-DIA            PIC 9(02).
           03 WS-BANCO-MES            PIC 9(02).
           03 WS-BANCO-ANO            PIC 9(04).
       01 WS-DATA-PAGTO.
           03 WS-PAGTO-ANO            PIC 9(04).
           03 WS-PAGTO-MES            PIC 9(02).
           03 WS-PAGTO-DIA            PIC 9(02).

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'RETORNO DE BOLETOS - TITULOS REJEITADOS '.
           03 FILLER                  PIC X(09) VALUE 'ARQUIVO '.
           03 WS-CAB-SEQ-ARQUIVO      PIC ZZZZZ9.

       01 WS-CABECALHO-2.
           03 FILLER                  PIC X(40) VALUE
              'COMPET ALUNO OCO   VALOR PAGO  MOTIVO  '.

       01 WS-DETALHE.
           03 WS-DET-COMPETENCIA      PIC 9(06).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-ID-ALUNO         PIC ZZZ9.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-OCORRENCIA       PIC 9(02).
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-VALOR            PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-MOTIVO           PIC X(30).
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-MOTIVO-BANCO     PIC X(08).

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(31) VALUE
              'TITULOS NO ARQUIVO...........: '.
           03 WS-ROD-TITULOS          PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(31) VALUE
              'COBRANCAS BAIXADAS...........: '.
           03 WS-ROD-BAIXADOS         PIC ZZZZ9.
           03 FILLER                  PIC X(08) VALUE '  VALOR '.
           03 WS-ROD-TOTAL            PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(31) VALUE
              'ENTRADAS CONFIRMADAS.........: '.
           03 WS-ROD-CONFIRMADOS      PIC ZZZZ9.

       01 WS-RODAPE-4.
           03 FILLER                  PIC X(31) VALUE
              'REJEITADOS (LISTADOS ACIMA)..: '.
           03 WS-ROD-REJEITADOS       PIC ZZZZ9.

       01 WS-RODAPE-5.
           03 FILLER                  PIC X(31) VALUE
              'OUTRAS OCORRENCIAS...........: '.
           03 WS-ROD-IGNORADOS        PIC ZZZZ9.

       01 WS-RODAPE-6.
           03 FILLER                  PIC X(45) VALUE
              'ATENCAO: QUANTIDADE DIFERENTE DO TRAILER DO '.
           03 FILLER                  PIC X(14) VALUE 'BANCO, QUE DA '.
           03 WS-ROD-TRL-QTD          PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** RETORNO DE BOLETOS DO BANCO ***'
            CALL 'LOGINTT'              USING WS-COM-AREA
            IF LOGIN-OK AND OPERADOR-SUPERVISOR IN WS-NIVEL-OPERADOR
                                                        THEN
                PERFORM P100-CARREGA-PARAMETROS THRU P100-FIM
                PERFORM P200-ABRE-ARQUIVOS THRU P200-FIM
                IF HEADER-VALIDO
                    PERFORM P300-PROCESSA  THRU P300-FIM
                    PERFORM P800-RODAPE    THRU P800-FIM
                END-IF
            ELSE
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
            END-IF
            PERFORM P900-FIM
            .
       P100-CARREGA-PARAMETROS.
           MOVE 0                      TO WS-CONVENIO
           SET FS-OK-PARM              TO TRUE

           OPEN INPUT PARAMETROS

           IF NOT FS-OK-PARM
               GO TO P100-FIM
           END-IF

           READ PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-CONVENIO IS NUMERIC
                       MOVE PARM-CONVENIO TO WS-CONVENIO
                   END-IF
           END-READ

           CLOSE PARAMETROS
           .
       P100-FIM.

       P200-ABRE-ARQUIVOS.
           SET HEADER-VALIDO           TO FALSE
           SET FS-OK-RETORNO           TO TRUE
           SET FS-OK-MENS              TO TRUE
           SET FS-OK-MOV               TO TRUE
           SET FS-OK-RELATORIO         TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT RETORNO

           IF NOT FS-OK-RETORNO
               DISPLAY 'ARQUIVO DE RETORNO (RETBCOTT-DAT) NAO '
                       'ENCONTRADO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RETORNO
               GO TO P200-FIM
           END-IF

           READ RETORNO
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           IF EOF-OK OR NOT CNAB-TIPO-HEADER OR NOT CNAB-RETORNO
               DISPLAY 'ARQUIVO SEM HEADER DE RETORNO DE COBRANCA. '
                       'NADA PROCESSADO.'
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

           IF WS-CONVENIO NOT EQUAL ZERO
              AND CNAB-H-CONVENIO NOT EQUAL WS-CONVENIO
               DISPLAY 'RETORNO DO CONVENIO ' CNAB-H-CONVENIO
                       ' NAO CONFERE COM O CADASTRADO ('
                       WS-CONVENIO '). NADA PROCESSADO.'
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

           MOVE CNAB-H-SEQ-ARQUIVO     TO WS-CAB-SEQ-ARQUIVO

           OPEN I-O MENSALIDADES

           OPEN I-O MOVIMENTO

           IF WS-FS-MOV EQUAL 35
               OPEN OUTPUT MOVIMENTO
               CLOSE MOVIMENTO
               OPEN I-O MOVIMENTO
           END-IF

           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-MENS OR NOT FS-OK-MOV OR NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO RETORNO.'
               DISPLAY 'FILE STATUS MENSALID.: ' WS-FS-MENS
               DISPLAY 'FILE STATUS MOVIMENTO: ' WS-FS-MOV
               DISPLAY 'FILE STATUS RELATORIO: ' WS-FS-RELATORIO
               CLOSE RETORNO
               CLOSE MENSALIDADES
               CLOSE MOVIMENTO
               CLOSE RELATORIO
               GO TO P200-FIM
           END-IF

           SET HEADER-VALIDO           TO TRUE

      *    SEM CONTROLE DE FECHAMENTOS, NENHUMA COMPETENCIA ESTA
      *    FECHADA.
           SET CONTROLE-ABERTO         TO FALSE
           SET FS-OK-FEC               TO TRUE
           OPEN INPUT FECHAMENTOS
           IF FS-OK-FEC
               SET CONTROLE-ABERTO     TO TRUE
           END-IF

           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM SPACES
           WRITE REG-RELATORIO         FROM WS-CABECALHO-2
           .
       P200-FIM.

       P300-PROCESSA.
           MOVE 0                      TO WS-QTD-TITULOS
           MOVE 0                      TO WS-QTD-BAIXADOS
           MOVE 0                      TO WS-QTD-CONFIRMADOS
           MOVE 0                      TO WS-QTD-REJEITADOS
           MOVE 0                      TO WS-QTD-IGNORADOS
           MOVE 0                      TO WS-TOTAL-BAIXADO
           SET TEM-TRAILER             TO FALSE

           READ RETORNO
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P320-TRATA-REGISTRO THRU P320-FIM UNTIL EOF-OK

           CLOSE RETORNO
           CLOSE MENSALIDADES
           CLOSE MOVIMENTO
           IF CONTROLE-ABERTO
               CLOSE FECHAMENTOS
           END-IF
           .
       P300-FIM.

       P320-TRATA-REGISTRO.
           IF CNAB-TIPO-TRAILER
               SET TEM-TRAILER          TO TRUE
               MOVE CNAB-T-QTD-TITULOS  TO WS-TRL-QTD-TITULOS
               GO TO P320-LE
           END-IF

           IF NOT CNAB-TIPO-DETALHE
               GO TO P320-LE
           END-IF

           ADD 1                        TO WS-QTD-TITULOS

           EVALUATE TRUE
               WHEN CNAB-OCO-LIQUIDACAO
                   PERFORM P340-BAIXA   THRU P340-FIM
               WHEN CNAB-OCO-CONFIRMADA
                   ADD 1                TO WS-QTD-CONFIRMADOS
               WHEN CNAB-OCO-REJEITADA
                   MOVE 'ENTRADA REJEITADA PELO BANCO'
                                        TO WS-MOTIVO
                   PERFORM P380-REJEITA THRU P380-FIM
               WHEN OTHER
                   ADD 1                TO WS-QTD-IGNORADOS
           END-EVALUATE
           .
       P320-LE.
           READ RETORNO
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

       P340-BAIXA.
           IF CONTROLE-ABERTO
               MOVE CNAB-D-NN-COMPETENCIA TO FEC-COMPETENCIA
               READ FECHAMENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FEC-FECHADA
                           MOVE 'COMPETENCIA FECHADA' TO WS-MOTIVO
                           PERFORM P380-REJEITA THRU P380-FIM
                           GO TO P340-FIM
                       END-IF
               END-READ
           END-IF

           MOVE CNAB-D-NN-COMPETENCIA   TO MENS-COMPETENCIA
           MOVE CNAB-D-NN-ID-ALUNO      TO MENS-ID-ALUNO

           READ MENSALIDADES
               INVALID KEY
                   MOVE 'COBRANCA NAO ENCONTRADA'
                                        TO WS-MOTIVO
                   PERFORM P380-REJEITA THRU P380-FIM
                   GO TO P340-FIM
           END-READ

           IF MENS-CANCELADA
               MOVE 'COBRANCA CANCELADA' TO WS-MOTIVO
               PERFORM P380-REJEITA     THRU P380-FIM
               GO TO P340-FIM
           END-IF

           IF MENS-PAGA
               MOVE 'COBRANCA JA PAGA'  TO WS-MOTIVO
               PERFORM P380-REJEITA     THRU P380-FIM
               GO TO P340-FIM
           END-IF

           MOVE 0                       TO WS-SALDO
           IF MENS-VALOR > MENS-VALOR-PAGO
               COMPUTE WS-SALDO = MENS-VALOR - MENS-VALOR-PAGO
           END-IF

           MOVE 0                       TO WS-VALOR-PRINCIPAL
           IF CNAB-D-VALOR-PAGO > CNAB-D-VALOR-JUROS
               COMPUTE WS-VALOR-PRINCIPAL =
                       CNAB-D-VALOR-PAGO - CNAB-D-VALOR-JUROS
           END-IF

           IF WS-VALOR-PRINCIPAL NOT EQUAL WS-SALDO
               MOVE 'VALOR DIVERGENTE DO SALDO' TO WS-MOTIVO
               PERFORM P380-REJEITA     THRU P380-FIM
               GO TO P340-FIM
           END-IF

           PERFORM P360-GRAVA-MOVIMENTO THRU P360-FIM

           IF NOT FS-OK-MOV
               MOVE 'ERRO AO GRAVAR O MOVIMENTO' TO WS-MOTIVO
               PERFORM P380-REJEITA     THRU P380-FIM
               GO TO P340-FIM
           END-IF

           MOVE CNAB-D-DT-OCORRENCIA    TO WS-DATA-BANCO
           MOVE WS-BANCO-ANO            TO WS-PAGTO-ANO
           MOVE WS-BANCO-MES            TO WS-PAGTO-MES
           MOVE WS-BANCO-DIA            TO WS-PAGTO-DIA

           ADD CNAB-D-VALOR-PAGO        TO MENS-VALOR-PAGO
           MOVE WS-DATA-PAGTO           TO MENS-DT-PAGAMENTO
           SET MENS-PAGA                TO TRUE

           REWRITE REG-MENSALTT
               INVALID KEY
                   MOVE 'ERRO AO GRAVAR A BAIXA' TO WS-MOTIVO
                   PERFORM P380-REJEITA THRU P380-FIM
               NOT INVALID KEY
                   ADD 1                TO WS-QTD-BAIXADOS
                   ADD CNAB-D-VALOR-PAGO TO WS-TOTAL-BAIXADO
           END-REWRITE
           .
       P340-FIM.

       P360-GRAVA-MOVIMENTO.
           PERFORM P370-PROXIMO-SEQ     THRU P370-FIM

           MOVE MENS-COMPETENCIA        TO MOV-COMPETENCIA
           MOVE MENS-ID-ALUNO           TO MOV-ID-ALUNO
           MOVE WS-PROX-SEQ             TO MOV-SEQ
           SET MOV-RECEBIMENTO          TO TRUE
           MOVE CNAB-D-VALOR-PAGO       TO MOV-VALOR
           ACCEPT MOV-DATA              FROM DATE YYYYMMDD
           ACCEPT MOV-HORA              FROM TIME
           MOVE WS-ID-OPERADOR          TO MOV-ID-OPERADOR
           MOVE WS-NM-OPERADOR          TO MOV-NM-OPERADOR
           MOVE 0                       TO MOV-SEQ-REFERENCIA
           SET MOV-VALIDO               TO TRUE
           SET MOV-ORIGEM-BANCO         TO TRUE

           WRITE REG-MOVPAGTO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O MOVIMENTO DA COBRANCA '
                           MOV-COMPETENCIA '/' MOV-ID-ALUNO
                   DISPLAY 'FILE STATUS: ' WS-FS-MOV
           END-WRITE
           .
       P360-FIM.

       P370-PROXIMO-SEQ.
           MOVE 1                       TO WS-PROX-SEQ
           SET EOF-MOV-OK               TO FALSE

           MOVE MENS-COMPETENCIA        TO MOV-COMPETENCIA
           MOVE MENS-ID-ALUNO           TO MOV-ID-ALUNO
           MOVE 0                       TO MOV-SEQ

           START MOVIMENTO KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   SET EOF-MOV-OK       TO TRUE
           END-START

           IF NOT EOF-MOV-OK
               READ MOVIMENTO NEXT RECORD
                   AT END
                       SET EOF-MOV-OK   TO TRUE
               END-READ
           END-IF

           PERFORM P375-CONTA-SEQ       THRU P375-FIM UNTIL EOF-MOV-OK
           .
       P370-FIM.

       P375-CONTA-SEQ.
           IF MOV-COMPETENCIA NOT EQUAL MENS-COMPETENCIA
              OR MOV-ID-ALUNO NOT EQUAL MENS-ID-ALUNO
               SET EOF-MOV-OK           TO TRUE
               GO TO P375-FIM
           END-IF

           COMPUTE WS-PROX-SEQ = MOV-SEQ + 1

           READ MOVIMENTO NEXT RECORD
               AT END
                   SET EOF-MOV-OK       TO TRUE
           END-READ
           .
       P375-FIM.

       P380-REJEITA.
           ADD 1                        TO WS-QTD-REJEITADOS

           MOVE CNAB-D-NN-COMPETENCIA   TO WS-DET-COMPETENCIA
           MOVE CNAB-D-NN-ID-ALUNO      TO WS-DET-ID-ALUNO
           MOVE CNAB-D-OCORRENCIA       TO WS-DET-OCORRENCIA
           MOVE CNAB-D-VALOR-PAGO       TO WS-DET-VALOR
           MOVE WS-MOTIVO               TO WS-DET-MOTIVO
           MOVE CNAB-D-MOTIVO-REJEICAO  TO WS-DET-MOTIVO-BANCO
           WRITE REG-RELATORIO          FROM WS-DETALHE
           .
       P380-FIM.

       P800-RODAPE.
           MOVE WS-QTD-TITULOS          TO WS-ROD-TITULOS
           MOVE WS-QTD-BAIXADOS         TO WS-ROD-BAIXADOS
           MOVE WS-TOTAL-BAIXADO        TO WS-ROD-TOTAL
           MOVE WS-QTD-CONFIRMADOS      TO WS-ROD-CONFIRMADOS
           MOVE WS-QTD-REJEITADOS       TO WS-ROD-REJEITADOS
           MOVE WS-QTD-IGNORADOS        TO WS-ROD-IGNORADOS
           WRITE REG-RELATORIO          FROM SPACES
           WRITE REG-RELATORIO          FROM WS-RODAPE-1
           WRITE REG-RELATORIO          FROM WS-RODAPE-2
           WRITE REG-RELATORIO          FROM WS-RODAPE-3
           WRITE REG-RELATORIO          FROM WS-RODAPE-4
           WRITE REG-RELATORIO          FROM WS-RODAPE-5

           IF TEM-TRAILER AND WS-TRL-QTD-TITULOS NOT EQUAL
                                                 WS-QTD-TITULOS
               MOVE WS-TRL-QTD-TITULOS  TO WS-ROD-TRL-QTD
               WRITE REG-RELATORIO      FROM WS-RODAPE-6
               DISPLAY 'ATENCAO: QUANTIDADE DE TITULOS DIFERENTE DO '
                       'TRAILER DO ARQUIVO.'
           END-IF

           CLOSE RELATORIO

           DISPLAY '-----------------------------------------------'
           DISPLAY 'TITULOS NO ARQUIVO.....: ' WS-QTD-TITULOS
           DISPLAY 'COBRANCAS BAIXADAS.....: ' WS-QTD-BAIXADOS
           DISPLAY 'ENTRADAS CONFIRMADAS...: ' WS-QTD-CONFIRMADOS
           DISPLAY 'REJEITADOS.............: ' WS-QTD-REJEITADOS
           DISPLAY 'OUTRAS OCORRENCIAS.....: ' WS-QTD-IGNORADOS
           DISPLAY 'REJEITADOS LISTADOS EM RETBCOTT-LST.'
           DISPLAY '-----------------------------------------------'
           .
       P800-FIM.

       P900-FIM.
            STOP RUN.
       END PROGRAM RETBCOTT.
