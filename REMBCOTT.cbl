      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Remessa de boletos ao banco: para a competencia
      *          informada (AAAAMM), grava em REMBCOTT-DAT um titulo
      *          no padrao CNAB de 400 posicoes para cada cobranca em
      *          aberto de MENSALTT.DAT, pelo saldo a receber, com o
      *          responsavel titular do aluno (REF-ID-CONTATO em
      *          CONTATOS.DAT) como pagador e a multa e os juros de
      *          PARMENTT.DAT. O convenio bancario tambem vem de
      *          PARMENTT.DAT (mantido pelo CADTABTT), onde o numero
      *          da remessa e incrementado. Cobranca sem responsavel
      *          valido fica de fora e sai na listagem REMBCOTT-LST.
      *          Restrito a supervisor, com login proprio nos moldes
      *          do GERMENTT. Sem nenhum titulo gerado o numero da
      *          remessa nao e consumido.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Copia do registro de parametros ampliada para
      *                 123 posicoes, junto com as contas contabeis
      *                 incluidas em PARMENTT.DAT, para a atualizacao do
      *                 numero da remessa nao apagar as contas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMBCOTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MENSALIDADES ASSIGN TO
               "MENSALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS MENS-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT CONTATOS ASSIGN TO
               "CONTATOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT PARAMETROS ASSIGN TO
               "PARMENTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

               SELECT REMESSA ASSIGN TO
               "REMBCOTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA.

               SELECT RELATORIO ASSIGN TO
               "REMBCOTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENTT.

       FD ALUNOS.
          COPY FD_ALLTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD PARAMETROS.
          COPY FD_PARMT.

       FD REMESSA.
          COPY FD_CNAB.

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
       77 WS-FS-MENS                  PIC 99.
           88 FS-OK-MENS              VALUE 0.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-PARM                  PIC 99.
           88 FS-OK-PARM              VALUE 0.
       77 WS-FS-REMESSA               PIC 99.
           88 FS-OK-REMESSA           VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-PARM-OK                  PIC X     VALUE 'N'.
           88 CONVENIO-CADASTRADO     VALUE 'S' FALSE 'N'.
       77 WS-PAGADOR-OK               PIC X     VALUE 'N'.
           88 PAGADOR-ENCONTRADO      VALUE 'S' FALSE 'N'.
       77 WS-COMPETENCIA              PIC 9(06) VALUE 0.
       77 WS-SALDO                    PIC 9(05)V99 VALUE 0.
       77 WS-VALOR-MORA               PIC 9(05)V99 VALUE 0.
       77 WS-SEQ-REGISTRO             PIC 9(06) VALUE 0.
       77 WS-QTD-TITULOS              PIC 9(05) COMP VALUE 0.
       77 WS-QTD-SEM-PAGADOR          PIC 9(05) COMP VALUE 0.
       77 WS-TOTAL-REMESSA            PIC 9(09)V99 VALUE 0.
       77 WS-NM-ALUNO                 PIC X(20) VALUE SPACES.
       77 WS-MOTIVO                   PIC X(30) VALUE SPACES.
       01 WS-REG-PARM                 PIC X(123) VALUE SPACES.
       01 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO             PIC 9(04).
           03 WS-HOJE-MES             PIC 9(02).
           03 WS-HOJE-DIA             PIC 9(02).
      *    DATA DO DIA NO FORMATO DO BANCO (DDMMAAAA).
       01 WS-DATA-BANCO.
           03 WS-BANCO-DIA            PIC 9(02).
           03 WS-BANCO-MES            PIC 9(02).
           03 WS-BANCO-ANO            PIC 9(04).

       01 WS-CABECALHO.
           03 FILLER                  PIC X(33) VALUE
              'REMESSA DE BOLETOS - COMPETENCIA '.
           03 WS-CAB-COMPETENCIA      PIC 9(06).
           03 FILLER                  PIC X(10) VALUE ' REMESSA '.
           03 WS-CAB-SEQ-ARQUIVO      PIC ZZZZZ9.

       01 WS-CABECALHO-2.
           03 FILLER                  PIC X(40) VALUE
              'ALUNO NOME                 SALDO       '.
           03 FILLER                  PIC X(30) VALUE
              'VENCTO   PAGADOR / MOTIVO'.

       01 WS-DETALHE.
           03 WS-DET-ID-ALUNO         PIC ZZZ9.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-NM-ALUNO         PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACES.
           03 WS-DET-VALOR            PIC ZZ.ZZ9,99.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-VENCIMENTO       PIC 9(08).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-PAGADOR          PIC X(30).

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(31) VALUE
              'TITULOS ENVIADOS.............: '.
           03 WS-ROD-TITULOS          PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(31) VALUE
              'VALOR TOTAL DA REMESSA.......: '.
           03 WS-ROD-TOTAL            PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(31) VALUE
              'FORA DA REMESSA (SEM PAGADOR): '.
           03 WS-ROD-SEM-PAGADOR      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** REMESSA DE BOLETOS AO BANCO ***'
            CALL 'LOGINTT'              USING WS-COM-AREA
            IF LOGIN-OK AND OPERADOR-SUPERVISOR IN WS-NIVEL-OPERADOR
                                                        THEN
                PERFORM P100-CARREGA-PARAMETROS THRU P100-FIM
                IF CONVENIO-CADASTRADO
                    PERFORM P200-INFORMA-DADOS THRU P200-FIM
                    PERFORM P300-GERA          THRU P300-FIM
                    PERFORM P850-GRAVA-SEQUENCIA THRU P850-FIM
                END-IF
            ELSE
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
            END-IF
            PERFORM P900-FIM
            .
       P100-CARREGA-PARAMETROS.
           SET CONVENIO-CADASTRADO     TO FALSE
           SET FS-OK-PARM              TO TRUE

           OPEN INPUT PARAMETROS

           IF NOT FS-OK-PARM
               DISPLAY 'PARAMETROS (PARMENTT-DAT) NAO CADASTRADOS.'
               DISPLAY 'INFORME OS DADOS BANCARIOS NO CADTABTT.'
               GO TO P100-FIM
           END-IF

           READ PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-BANCO IS NUMERIC
                      AND PARM-CONVENIO IS NUMERIC
                      AND PARM-BANCO NOT EQUAL ZERO
                      AND PARM-CONVENIO NOT EQUAL ZERO
                       SET CONVENIO-CADASTRADO TO TRUE
                   END-IF
           END-READ

           IF NOT CONVENIO-CADASTRADO
               CLOSE PARAMETROS
               DISPLAY 'CONVENIO BANCARIO NAO CADASTRADO.'
               DISPLAY 'INFORME OS DADOS BANCARIOS NO CADTABTT.'
           END-IF
           .
       P100-FIM.

       P200-INFORMA-DADOS.
           DISPLAY 'INFORME A COMPETENCIA (AAAAMM): '
           ACCEPT WS-COMPETENCIA

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           MOVE WS-HOJE-DIA            TO WS-BANCO-DIA
           MOVE WS-HOJE-MES            TO WS-BANCO-MES
           MOVE WS-HOJE-ANO            TO WS-BANCO-ANO
           .
       P200-FIM.

       P300-GERA.
           MOVE 0                      TO WS-QTD-TITULOS
           MOVE 0                      TO WS-QTD-SEM-PAGADOR
           MOVE 0                      TO WS-TOTAL-REMESSA
           MOVE 0                      TO WS-SEQ-REGISTRO
           SET FS-OK-MENS              TO TRUE
           SET FS-OK-REMESSA           TO TRUE
           SET FS-OK-RELATORIO         TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT MENSALIDADES

           IF NOT FS-OK-MENS
               DISPLAY 'NENHUMA COBRANCA GERADA AINDA.'
               DISPLAY 'FILE STATUS: ' WS-FS-MENS
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT REMESSA
           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-REMESSA OR NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA REMESSA.'
               DISPLAY 'FILE STATUS REMESSA..: ' WS-FS-REMESSA
               DISPLAY 'FILE STATUS RELATORIO: ' WS-FS-RELATORIO
               CLOSE MENSALIDADES
               CLOSE REMESSA
               CLOSE RELATORIO
               GO TO P300-FIM
           END-IF

           ADD 1                       TO PARM-SEQ-REMESSA

           PERFORM P310-HEADER         THRU P310-FIM

           MOVE WS-COMPETENCIA         TO WS-CAB-COMPETENCIA
           MOVE PARM-SEQ-REMESSA       TO WS-CAB-SEQ-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM SPACES
           WRITE REG-RELATORIO         FROM WS-CABECALHO-2

           MOVE WS-COMPETENCIA         TO MENS-COMPETENCIA
           MOVE 0                      TO MENS-ID-ALUNO

           START MENSALIDADES KEY IS NOT LESS THAN MENS-CHAVE
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P320-TRATA-COBRANCA THRU P320-FIM UNTIL EOF-OK

           PERFORM P380-TRAILER        THRU P380-FIM

           CLOSE MENSALIDADES
           CLOSE REMESSA

           PERFORM P800-RODAPE         THRU P800-FIM

           CLOSE RELATORIO
           .
       P300-FIM.

       P310-HEADER.
           MOVE SPACES                 TO CNAB-HEADER
           MOVE 0                      TO CNAB-H-TIPO-REG
           SET CNAB-REMESSA            TO TRUE
           MOVE 'REMESSA'              TO CNAB-H-LIT-OPERACAO
           MOVE 01                     TO CNAB-H-SERVICO
           MOVE 'COBRANCA'             TO CNAB-H-LIT-SERVICO
           MOVE PARM-AGENCIA           TO CNAB-H-AGENCIA
           MOVE PARM-CONTA             TO CNAB-H-CONTA
           MOVE PARM-DV-CONTA          TO CNAB-H-DV-CONTA
           MOVE PARM-CONVENIO          TO CNAB-H-CONVENIO
           MOVE PARM-NM-BENEFICIARIO   TO CNAB-H-NM-EMPRESA
           MOVE PARM-BANCO             TO CNAB-H-BANCO
           MOVE SPACES                 TO CNAB-H-NM-BANCO
           MOVE WS-DATA-BANCO          TO CNAB-H-DT-GRAVACAO
           MOVE PARM-SEQ-REMESSA       TO CNAB-H-SEQ-ARQUIVO
           ADD 1                       TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO        TO CNAB-H-SEQ-REGISTRO
           WRITE CNAB-HEADER
           .
       P310-FIM.

       P320-TRATA-COBRANCA.
           IF MENS-COMPETENCIA NOT EQUAL WS-COMPETENCIA
               SET EOF-OK               TO TRUE
               GO TO P320-FIM
           END-IF

           IF NOT MENS-ABERTA OR MENS-VALOR NOT > MENS-VALOR-PAGO
               GO TO P320-LE
           END-IF

           COMPUTE WS-SALDO = MENS-VALOR - MENS-VALOR-PAGO

           PERFORM P340-BUSCA-PAGADOR   THRU P340-FIM

           MOVE MENS-ID-ALUNO           TO WS-DET-ID-ALUNO
           MOVE WS-NM-ALUNO             TO WS-DET-NM-ALUNO
           MOVE WS-SALDO                TO WS-DET-VALOR
           MOVE MENS-DT-VENCIMENTO      TO WS-DET-VENCIMENTO

           IF NOT PAGADOR-ENCONTRADO
               ADD 1                    TO WS-QTD-SEM-PAGADOR
               MOVE WS-MOTIVO           TO WS-DET-PAGADOR
               WRITE REG-RELATORIO      FROM WS-DETALHE
               GO TO P320-LE
           END-IF

           PERFORM P360-DETALHE         THRU P360-FIM

           MOVE NM-CONTATO              TO WS-DET-PAGADOR
           WRITE REG-RELATORIO          FROM WS-DETALHE
           .
       P320-LE.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

       P340-BUSCA-PAGADOR.
           SET PAGADOR-ENCONTRADO       TO FALSE
           MOVE 'ALUNO NAO ENCONTRADO'  TO WS-NM-ALUNO
           MOVE '*** ALUNO NAO ENCONTRADO'
                                        TO WS-MOTIVO
           SET FS-OK-ALUNOS             TO TRUE

           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               GO TO P340-FIM
           END-IF

           MOVE MENS-ID-ALUNO           TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   CLOSE ALUNOS
                   GO TO P340-FIM
           END-READ

           CLOSE ALUNOS
           MOVE NM-ALUNO                TO WS-NM-ALUNO
           MOVE '*** SEM RESPONSAVEL VALIDO'
                                        TO WS-MOTIVO

           IF REF-ID-CONTATO EQUAL ZERO
               GO TO P340-FIM
           END-IF

           SET FS-OK-CONTATOS           TO TRUE
           OPEN INPUT CONTATOS

           IF NOT FS-OK-CONTATOS
               GO TO P340-FIM
           END-IF

           MOVE REF-ID-CONTATO          TO ID-CONTATO
           READ CONTATOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONTATO-ATIVO
                       SET PAGADOR-ENCONTRADO TO TRUE
                   END-IF
           END-READ

           CLOSE CONTATOS
           .
       P340-FIM.

       P360-DETALHE.
           COMPUTE WS-VALOR-MORA ROUNDED =
                   MENS-VALOR * PARM-PERC-JUROS-DIA / 100

           MOVE SPACES                  TO CNAB-DETALHE
           MOVE 1                       TO CNAB-D-TIPO-REG
           MOVE PARM-AGENCIA            TO CNAB-D-AGENCIA
           MOVE PARM-CONTA              TO CNAB-D-CONTA
           MOVE PARM-DV-CONTA           TO CNAB-D-DV-CONTA
           MOVE PARM-CONVENIO           TO CNAB-D-CONVENIO
           MOVE PARM-CARTEIRA           TO CNAB-D-CARTEIRA
           MOVE MENS-CHAVE              TO CNAB-D-USO-EMPRESA
           MOVE MENS-COMPETENCIA        TO CNAB-D-NN-COMPETENCIA
           MOVE MENS-ID-ALUNO           TO CNAB-D-NN-ID-ALUNO
           SET CNAB-OCO-ENTRADA         TO TRUE
           MOVE MENS-DT-VENCIMENTO      TO CNAB-D-VENCIMENTO
           MOVE WS-SALDO                TO CNAB-D-VALOR-TITULO
           MOVE PARM-BANCO              TO CNAB-D-BANCO
           MOVE 04                      TO CNAB-D-ESPECIE
           MOVE WS-DATA-BANCO           TO CNAB-D-DT-EMISSAO
           MOVE WS-VALOR-MORA           TO CNAB-D-VALOR-MORA-DIA
           MOVE PARM-PERC-MULTA         TO CNAB-D-PERC-MULTA
           MOVE NM-CONTATO              TO CNAB-D-NM-PAGADOR
           MOVE ENDERECO-CONTATO        TO CNAB-D-END-PAGADOR
           MOVE EMAIL-CONTATO           TO CNAB-D-EMAIL-PAGADOR
           STRING 'MENSALIDADE ' DELIMITED BY SIZE
                  MENS-COMPETENCIA      DELIMITED BY SIZE
                  ' - '                 DELIMITED BY SIZE
                  WS-NM-ALUNO           DELIMITED BY SIZE
                  INTO CNAB-D-MENSAGEM
           END-STRING
           MOVE 0                       TO CNAB-D-DT-OCORRENCIA
           MOVE 0                       TO CNAB-D-VALOR-PAGO
           MOVE 0                       TO CNAB-D-VALOR-JUROS
           MOVE 0                       TO CNAB-D-VALOR-TARIFA
           MOVE 0                       TO CNAB-D-DT-CREDITO
           ADD 1                        TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO         TO CNAB-D-SEQ-REGISTRO
           WRITE CNAB-DETALHE

           ADD 1                        TO WS-QTD-TITULOS
           ADD WS-SALDO                 TO WS-TOTAL-REMESSA
           .
       P360-FIM.

       P380-TRAILER.
           MOVE SPACES                  TO CNAB-TRAILER
           MOVE 9                       TO CNAB-T-TIPO-REG
           MOVE WS-QTD-TITULOS          TO CNAB-T-QTD-TITULOS
           MOVE WS-TOTAL-REMESSA        TO CNAB-T-VALOR-TOTAL
           ADD 1                        TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO         TO CNAB-T-SEQ-REGISTRO
           WRITE CNAB-TRAILER
           .
       P380-FIM.

       P800-RODAPE.
           MOVE WS-QTD-TITULOS          TO WS-ROD-TITULOS
           MOVE WS-TOTAL-REMESSA        TO WS-ROD-TOTAL
           MOVE WS-QTD-SEM-PAGADOR      TO WS-ROD-SEM-PAGADOR
           WRITE REG-RELATORIO          FROM SPACES
           WRITE REG-RELATORIO          FROM WS-RODAPE-1
           WRITE REG-RELATORIO          FROM WS-RODAPE-2
           WRITE REG-RELATORIO          FROM WS-RODAPE-3

           DISPLAY '-----------------------------------------------'
           DISPLAY 'TITULOS ENVIADOS.......: ' WS-QTD-TITULOS
           DISPLAY 'SEM PAGADOR (FORA).....: ' WS-QTD-SEM-PAGADOR
           DISPLAY 'REMESSA GRAVADA EM REMBCOTT-DAT.'
           DISPLAY 'LISTAGEM GRAVADA EM REMBCOTT-LST.'
           DISPLAY '-----------------------------------------------'
           .
       P800-FIM.

       P850-GRAVA-SEQUENCIA.
           IF WS-QTD-TITULOS EQUAL ZERO
               CLOSE PARAMETROS
               GO TO P850-FIM
           END-IF

           MOVE REG-PARMENSAL           TO WS-REG-PARM
           CLOSE PARAMETROS

           SET FS-OK-PARM               TO TRUE
           OPEN OUTPUT PARAMETROS

           IF NOT FS-OK-PARM
               DISPLAY 'ERRO AO ATUALIZAR O NUMERO DA REMESSA.'
               DISPLAY 'FILE STATUS: ' WS-FS-PARM
               GO TO P850-FIM
           END-IF

           MOVE WS-REG-PARM             TO REG-PARMENSAL
           WRITE REG-PARMENSAL
           CLOSE PARAMETROS
           .
       P850-FIM.

       P900-FIM.
            STOP RUN.
       END PROGRAM REMBCOTT.
