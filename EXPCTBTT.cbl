      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Diario contabil das mensalidades para o escritorio de
      *          contabilidade. Grava em EXPCTBTTAAAAMMDD-DAT, no
      *          layout fixo do contador (FD_CTBTT), os lancamentos
      *          ainda nao enviados: cada cobranca de MENSALTT.DAT
      *          gerada pelo GERMENTT vira um lancamento de
      *          mensalidade a receber (e o cancelamento, o
      *          lancamento inverso); cada recebimento e estorno do
      *          movimento de pagamentos (MOVPAGTT.DAT) gravado pelo
      *          PAGMENTT e pelo RETBCOTT vira um lancamento de caixa
      *          ou banco. A parte do recebimento que passa do valor
      *          da cobranca (multa e juros) vai para a conta de
      *          receita de multa e juros. Contas em PARMENTT.DAT,
      *          mantidas pelo CADTABTT. O trailer leva os totais de
      *          controle. Cada lancamento enviado fica registrado em
      *          EXPCTBTT-REG e cada dia exportado em EXPCTBTT-CTL:
      *          o dia ja concluido nao e exportado de novo, e o dia
      *          interrompido e refeito com os mesmos lancamentos.
      *          Dia anterior interrompido e refeito primeiro, no seu
      *          proprio arquivo, antes da exportacao do dia corrente.
      *          Encadeado pelo FIMDIATT; termina via GOBACK com
      *          codigo de retorno 8 quando nao pode ser executado.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Dia anterior com exportacao interrompida no
      *                 EXPCTBTT-CTL e refeito antes do dia corrente, so
      *                 com os lancamentos ja marcados nele; o controle
      *                 do dia so fica em execucao depois de abertos os
      *                 arquivos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCTBTT.

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

               SELECT MOVIMENTO ASSIGN TO
               "MOVPAGTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS MOV-CHAVE
               FILE STATUS IS WS-FS-MOV.

               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT PARAMETROS ASSIGN TO
               "PARMENTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

               SELECT EXPORTADOS ASSIGN TO
               "EXPCTBTT-REG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS EXP-CHAVE
               FILE STATUS IS WS-FS-EXP.

               SELECT CONTROLE ASSIGN TO
               "EXPCTBTT-CTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS CTL-DATA
               FILE STATUS IS WS-FS-CONTROLE.

               SELECT DIARIO ASSIGN TO DYNAMIC
               WS-NOME-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENTT.

       FD MOVIMENTO.
          COPY FD_MOVPG.

       FD ALUNOS.
          COPY FD_ALLTT.

       FD PARAMETROS.
          COPY FD_PARMT.

       FD EXPORTADOS.
       01 REG-EXPORTADO.
           03 EXP-CHAVE.
               05 EXP-COMPETENCIA     PIC 9(06).
               05 EXP-ID-ALUNO        PIC 9(04).
               05 EXP-SEQ-MOV         PIC 9(03).
           03 EXP-DT-EXPORTACAO       PIC 9(08).
           03 EXP-VALOR               PIC 9(05)V99.
           03 EXP-DT-CANCELAMENTO     PIC 9(08).

       FD CONTROLE.
       01 REG-CONTROLE.
           03 CTL-DATA                PIC 9(08).
           03 CTL-HORA-INI            PIC 9(08).
           03 CTL-HORA-FIM            PIC 9(08).
           03 CTL-STATUS              PIC X(01).
               88 EXPORTACAO-EXECUTANDO VALUE 'E'.
               88 EXPORTACAO-CONCLUIDA VALUE 'C'.
           03 CTL-QTD-LANCAMENTOS     PIC 9(06).
           03 CTL-VALOR-TOTAL         PIC 9(13)V99.

       FD DIARIO.
          COPY FD_CTBTT.

       WORKING-STORAGE SECTION.
       77 WS-FS-MENS                  PIC 99.
           88 FS-OK-MENS              VALUE 0.
       77 WS-FS-MOV                   PIC 99.
           88 FS-OK-MOV               VALUE 0.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-PARM                  PIC 99.
           88 FS-OK-PARM              VALUE 0.
       77 WS-FS-EXP                   PIC 99.
           88 FS-OK-EXP               VALUE 0.
       77 WS-FS-CONTROLE              PIC 99.
           88 FS-OK-CONTROLE          VALUE 0.
       77 WS-FS-DIARIO                PIC 99.
           88 FS-OK-DIARIO            VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-TEM-MENS                 PIC X     VALUE 'N'.
           88 TEM-MENSALIDADES        VALUE 'S' FALSE 'N'.
       77 WS-TEM-MOV                  PIC X     VALUE 'N'.
           88 TEM-MOVIMENTO           VALUE 'S' FALSE 'N'.
       77 WS-TEM-ALUNOS               PIC X     VALUE 'N'.
           88 TEM-ALUNOS              VALUE 'S' FALSE 'N'.
       77 WS-CTL-EXISTE               PIC X     VALUE 'N'.
           88 CONTROLE-JA-GRAVADO     VALUE 'S' FALSE 'N'.
       77 WS-EXP-EXISTE               PIC X     VALUE 'N'.
           88 EXPORTADO-JA-GRAVADO    VALUE 'S' FALSE 'N'.
       77 WS-EXP-ALTERADO             PIC X     VALUE 'N'.
           88 EXPORTADO-ALTERADO      VALUE 'S' FALSE 'N'.
       77 WS-COB-EXISTE               PIC X     VALUE 'N'.
           88 COBRANCA-ENCONTRADA     VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-DATA-PENDENTE            PIC 9(08) VALUE 0.
       77 WS-DATA-EXPORTACAO          PIC 9(08) VALUE 0.
       77 WS-REFAZ-PENDENTE           PIC X     VALUE 'N'.
           88 REFAZENDO-PENDENTE      VALUE 'S' FALSE 'N'.
       77 WS-HORA-INI                 PIC 9(08) VALUE 0.
       77 WS-ID-ALUNO-LIDO            PIC 9(04) VALUE 0.
       77 WS-NM-ALUNO                 PIC X(20) VALUE SPACES.
       77 WS-NM-EMPRESA               PIC X(30) VALUE SPACES.
       77 WS-CONTA-CAIXA              PIC X(10) VALUE SPACES.
       77 WS-CONTA-BANCO              PIC X(10) VALUE SPACES.
       77 WS-CONTA-RECEBER            PIC X(10) VALUE SPACES.
       77 WS-CONTA-RECEITA            PIC X(10) VALUE SPACES.
       77 WS-CONTA-ENCARGOS           PIC X(10) VALUE SPACES.
       77 WS-CONTA-DISPONIVEL         PIC X(10) VALUE SPACES.
       77 WS-VALOR-COBRANCA           PIC 9(05)V99 VALUE 0.
       77 WS-PRINCIPAL-RECEBIDO       PIC 9(07)V99 VALUE 0.
       77 WS-SALDO-PRINCIPAL          PIC 9(07)V99 VALUE 0.
       77 WS-PARTE-PRINCIPAL          PIC 9(05)V99 VALUE 0.
       77 WS-PARTE-ENCARGOS           PIC 9(05)V99 VALUE 0.
       77 WS-ORIGEM                   PIC X(01) VALUE SPACES.
           88 ORIGEM-BANCO            VALUE 'B'.
       77 WS-SEQ-REGISTRO             PIC 9(06) VALUE 0.
       77 WS-QTD-LANCAMENTOS          PIC 9(06) COMP VALUE 0.
       77 WS-VALOR-TOTAL              PIC 9(13)V99 VALUE 0.
       77 WS-QTD-COBRANCAS            PIC 9(06) COMP VALUE 0.
       77 WS-VLR-COBRANCAS            PIC 9(11)V99 VALUE 0.
       77 WS-QTD-CANCELAMENTOS        PIC 9(06) COMP VALUE 0.
       77 WS-VLR-CANCELAMENTOS        PIC 9(11)V99 VALUE 0.
       77 WS-QTD-RECEBIMENTOS         PIC 9(06) COMP VALUE 0.
       77 WS-VLR-RECEBIMENTOS         PIC 9(11)V99 VALUE 0.
       77 WS-QTD-ESTORNOS             PIC 9(06) COMP VALUE 0.
       77 WS-VLR-ESTORNOS             PIC 9(11)V99 VALUE 0.
       77 WS-VALOR-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-NOME-DIARIO.
           03 FILLER                  PIC X(08) VALUE 'EXPCTBTT'.
           03 WS-NOME-DIARIO-DATA     PIC 9(08).
           03 FILLER                  PIC X(04) VALUE '-DAT'.

       01 WS-COBRANCA-ATUAL.
           03 WS-ATU-COMPETENCIA      PIC 9(06).
           03 WS-ATU-ID-ALUNO         PIC 9(04).

      *    DIVISAO DE CADA RECEBIMENTO DA COBRANCA ATUAL ENTRE
      *    MENSALIDADE E ENCARGOS, PELA SEQUENCIA DO MOVIMENTO, PARA O
      *    ESTORNO DESFAZER O LANCAMENTO NA MESMA PROPORCAO.
       01 WS-TABELA-MOV.
           03 WS-TAB-MOV OCCURS 999 TIMES.
               05 WS-TAB-PRINCIPAL     PIC 9(05)V99.
               05 WS-TAB-ENCARGOS      PIC 9(05)V99.
               05 WS-TAB-ORIGEM        PIC X(01).

       01 WS-LANCAMENTO.
           03 WS-LANC-DATA            PIC 9(08).
           03 WS-LANC-TIPO            PIC X(02).
           03 WS-LANC-DEBITO          PIC X(10).
           03 WS-LANC-CREDITO         PIC X(10).
           03 WS-LANC-VALOR           PIC 9(05)V99.
           03 WS-LANC-COMPETENCIA     PIC 9(06).
           03 WS-LANC-ID-ALUNO        PIC 9(04).
           03 WS-LANC-SEQ-MOV         PIC 9(03).
           03 WS-LANC-HISTORICO.
               05 WS-LANC-HIST-TEXTO  PIC X(23).
               05 FILLER              PIC X(01) VALUE SPACE.
               05 WS-LANC-HIST-COMPET PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** DIARIO CONTABIL DAS MENSALIDADES ***'
            ACCEPT WS-DATA-HOJE       FROM DATE YYYYMMDD
            PERFORM P100-LE-PARAMETROS THRU P100-FIM
            PERFORM P150-ABRE-CONTROLE THRU P150-FIM
            PERFORM P160-PROCURA-PENDENTE THRU P160-FIM

      *    UM DIA ANTERIOR INTERROMPIDO TEM LANCAMENTOS MARCADOS COMO
      *    ENVIADOS NUM DIARIO INCOMPLETO: O DIARIO DESSE DIA E
      *    REFEITO PRIMEIRO, SO COM OS LANCAMENTOS JA MARCADOS NELE.
            IF WS-DATA-PENDENTE NOT EQUAL 0
                DISPLAY 'EXPORTACAO DE ' WS-DATA-PENDENTE ' FICOU '
                        'INTERROMPIDA - O DIARIO DESSE DIA SERA '
                        'REFEITO ANTES.'
                SET REFAZENDO-PENDENTE TO TRUE
                MOVE WS-DATA-PENDENTE TO WS-DATA-EXPORTACAO
                PERFORM P180-EXPORTA-DIA THRU P180-FIM
            END-IF

            SET REFAZENDO-PENDENTE    TO FALSE
            MOVE WS-DATA-HOJE         TO WS-DATA-EXPORTACAO
            PERFORM P170-CONFERE-HOJE THRU P170-FIM
            PERFORM P180-EXPORTA-DIA  THRU P180-FIM
            PERFORM P900-FIM
            .
       P100-LE-PARAMETROS.
           SET FS-OK-PARM              TO TRUE

           OPEN INPUT PARAMETROS

           IF NOT FS-OK-PARM
               MOVE 8                   TO RETURN-CODE
               DISPLAY 'PARAMETROS FINANCEIROS (PARMENTT) NAO '
                       'CADASTRADOS. FILE STATUS: ' WS-FS-PARM
               PERFORM P900-FIM
           END-IF

           READ PARAMETROS
               AT END
                   MOVE SPACES          TO REG-PARMENSAL
           END-READ

           MOVE PARM-NM-BENEFICIARIO   TO WS-NM-EMPRESA
           MOVE PARM-CTB-CONTA-CAIXA   TO WS-CONTA-CAIXA
           MOVE PARM-CTB-CONTA-BANCO   TO WS-CONTA-BANCO
           MOVE PARM-CTB-CONTA-RECEBER TO WS-CONTA-RECEBER
           MOVE PARM-CTB-CONTA-RECEITA TO WS-CONTA-RECEITA
           MOVE PARM-CTB-CONTA-ENCARGOS TO WS-CONTA-ENCARGOS

           CLOSE PARAMETROS

           IF WS-CONTA-CAIXA    EQUAL SPACES
              OR WS-CONTA-BANCO    EQUAL SPACES
              OR WS-CONTA-RECEBER  EQUAL SPACES
              OR WS-CONTA-RECEITA  EQUAL SPACES
              OR WS-CONTA-ENCARGOS EQUAL SPACES
               MOVE 8                   TO RETURN-CODE
               DISPLAY 'CONTAS CONTABEIS NAO CADASTRADAS. INFORME-AS '
                       'NO CADTABTT (OPCAO 5).'
               PERFORM P900-FIM
           END-IF
           .
       P100-FIM.

       P150-ABRE-CONTROLE.
           SET FS-OK-CONTROLE          TO TRUE

           OPEN I-O CONTROLE

           IF WS-FS-CONTROLE EQUAL 35
               OPEN OUTPUT CONTROLE
               CLOSE CONTROLE
               OPEN I-O CONTROLE
           END-IF

           IF NOT FS-OK-CONTROLE
               MOVE 8                   TO RETURN-CODE
               DISPLAY 'ERRO AO ABRIR O CONTROLE EXPCTBTT-CTL.'
               DISPLAY 'FILE STATUS: ' WS-FS-CONTROLE
               PERFORM P900-FIM
           END-IF
           .
       P150-FIM.

       P160-PROCURA-PENDENTE.
           MOVE 0                      TO WS-DATA-PENDENTE
           SET EOF-OK                  TO FALSE
           MOVE 0                      TO CTL-DATA

           START CONTROLE KEY IS NOT LESS THAN CTL-DATA
               INVALID KEY
                   GO TO P160-FIM
           END-START

           READ CONTROLE NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P165-CONFERE-DIA    THRU P165-FIM
               UNTIL EOF-OK OR WS-DATA-PENDENTE NOT EQUAL 0
           .
       P160-FIM.

       P165-CONFERE-DIA.
           IF EXPORTACAO-EXECUTANDO
              AND CTL-DATA NOT EQUAL WS-DATA-HOJE
               MOVE CTL-DATA           TO WS-DATA-PENDENTE
               GO TO P165-FIM
           END-IF

           READ CONTROLE NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P165-FIM.

      *    DIA JA EXPORTADO: O ARQUIVO DO DIA NAO E REGRAVADO E NADA
      *    E REENVIADO.
       P170-CONFERE-HOJE.
           SET CONTROLE-JA-GRAVADO     TO FALSE
           MOVE WS-DATA-HOJE           TO CTL-DATA
           MOVE WS-DATA-HOJE           TO WS-NOME-DIARIO-DATA

           READ CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTROLE-JA-GRAVADO TO TRUE
           END-READ

           IF CONTROLE-JA-GRAVADO AND EXPORTACAO-CONCLUIDA
               DISPLAY 'DIARIO CONTABIL DE ' WS-DATA-HOJE
                       ' JA GERADO EM ' WS-NOME-DIARIO
                       '. NADA A REENVIAR.'
               PERFORM P900-FIM
           END-IF

           IF CONTROLE-JA-GRAVADO
               DISPLAY 'EXPORTACAO DE ' WS-DATA-HOJE ' FICOU '
                       'INTERROMPIDA - O DIARIO DO DIA SERA REFEITO.'
           END-IF
           .
       P170-FIM.

      *    EXPORTA O DIA DE WS-DATA-EXPORTACAO NO SEU PROPRIO ARQUIVO.
      *    O CONTROLE DO DIA SO FICA EM EXECUCAO DEPOIS DE ABERTOS
      *    TODOS OS ARQUIVOS.
       P180-EXPORTA-DIA.
           PERFORM P190-ZERA-TOTAIS
           MOVE WS-DATA-EXPORTACAO     TO WS-NOME-DIARIO-DATA
           ACCEPT WS-HORA-INI          FROM TIME
           PERFORM P200-ABRE-ARQUIVOS  THRU P200-FIM
           PERFORM P260-GRAVA-CONTROLE THRU P260-FIM
           PERFORM P300-COBRANCAS      THRU P300-FIM
           PERFORM P500-MOVIMENTOS     THRU P500-FIM
           PERFORM P800-TRAILER
           PERFORM P880-FECHA-DIA
           PERFORM P850-CONCLUI-CONTROLE
           PERFORM P870-RESUMO
           .
       P180-FIM.

       P190-ZERA-TOTAIS.
           MOVE 0                      TO WS-SEQ-REGISTRO
           MOVE 0                      TO WS-QTD-LANCAMENTOS
           MOVE 0                      TO WS-VALOR-TOTAL
           MOVE 0                      TO WS-QTD-COBRANCAS
           MOVE 0                      TO WS-VLR-COBRANCAS
           MOVE 0                      TO WS-QTD-CANCELAMENTOS
           MOVE 0                      TO WS-VLR-CANCELAMENTOS
           MOVE 0                      TO WS-QTD-RECEBIMENTOS
           MOVE 0                      TO WS-VLR-RECEBIMENTOS
           MOVE 0                      TO WS-QTD-ESTORNOS
           MOVE 0                      TO WS-VLR-ESTORNOS
           MOVE 0                      TO WS-ID-ALUNO-LIDO
           .

       P200-ABRE-ARQUIVOS.
           SET FS-OK-MENS              TO TRUE
           SET FS-OK-MOV               TO TRUE
           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-EXP               TO TRUE
           SET FS-OK-DIARIO            TO TRUE
           SET TEM-MENSALIDADES        TO TRUE
           SET TEM-MOVIMENTO           TO TRUE
           SET TEM-ALUNOS              TO TRUE

           OPEN INPUT MENSALIDADES

           IF WS-FS-MENS EQUAL 35
               DISPLAY 'NENHUMA MENSALIDADE CADASTRADA.'
               SET TEM-MENSALIDADES    TO FALSE
           ELSE
               IF NOT FS-OK-MENS
                   MOVE 8               TO RETURN-CODE
                   DISPLAY 'ERRO AO ABRIR MENSALTT. FILE STATUS: '
                           WS-FS-MENS
                   PERFORM P900-FIM
               END-IF
           END-IF

           OPEN INPUT MOVIMENTO

           IF WS-FS-MOV EQUAL 35
               DISPLAY 'NENHUM RECEBIMENTO REGISTRADO.'
               SET TEM-MOVIMENTO       TO FALSE
           ELSE
               IF NOT FS-OK-MOV
                   MOVE 8               TO RETURN-CODE
                   DISPLAY 'ERRO AO ABRIR MOVPAGTT. FILE STATUS: '
                           WS-FS-MOV
                   PERFORM P900-FIM
               END-IF
           END-IF

           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               SET TEM-ALUNOS          TO FALSE
           END-IF

           OPEN I-O EXPORTADOS

           IF WS-FS-EXP EQUAL 35
               OPEN OUTPUT EXPORTADOS
               CLOSE EXPORTADOS
               OPEN I-O EXPORTADOS
           END-IF

           OPEN OUTPUT DIARIO

           IF NOT FS-OK-EXP OR NOT FS-OK-DIARIO
               MOVE 8                   TO RETURN-CODE
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA EXPORTACAO.'
               DISPLAY 'FILE STATUS EXPCTBTT-REG: ' WS-FS-EXP
               DISPLAY 'FILE STATUS DIARIO......: ' WS-FS-DIARIO
               PERFORM P900-FIM
           END-IF

           MOVE SPACES                 TO CTB-HEADER
           SET CTB-TIPO-HEADER         TO TRUE
           MOVE WS-DATA-EXPORTACAO     TO CTB-H-DT-MOVIMENTO
           MOVE WS-DATA-HOJE           TO CTB-H-DT-GERACAO
           MOVE WS-HORA-INI            TO CTB-H-HORA-GERACAO
           MOVE WS-NM-EMPRESA          TO CTB-H-NM-EMPRESA
           MOVE 'DIARIO MENSALIDADES'  TO CTB-H-LIT-ARQUIVO
           ADD 1                       TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO        TO CTB-H-SEQ-REGISTRO
           WRITE CTB-HEADER
           .
       P200-FIM.

       P260-GRAVA-CONTROLE.
           SET CONTROLE-JA-GRAVADO     TO FALSE
           MOVE WS-DATA-EXPORTACAO     TO CTL-DATA

           READ CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTROLE-JA-GRAVADO TO TRUE
           END-READ

           MOVE WS-DATA-EXPORTACAO     TO CTL-DATA
           MOVE WS-HORA-INI            TO CTL-HORA-INI
           MOVE 0                      TO CTL-HORA-FIM
           MOVE 0                      TO CTL-QTD-LANCAMENTOS
           MOVE 0                      TO CTL-VALOR-TOTAL
           SET EXPORTACAO-EXECUTANDO   TO TRUE

           IF CONTROLE-JA-GRAVADO
               REWRITE REG-CONTROLE
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O CONTROLE DO DIA '
                               CTL-DATA
               END-REWRITE
           ELSE
               WRITE REG-CONTROLE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O CONTROLE DO DIA '
                               CTL-DATA
               END-WRITE
           END-IF
           .
       P260-FIM.

      *    COBRANCA AINDA NAO ENVIADA SAI COMO MENSALIDADE A RECEBER
      *    NA DATA DE HOJE; COBRANCA JA ENVIADA E DEPOIS CANCELADA SAI
      *    COMO CANCELAMENTO. COBRANCA CANCELADA ANTES DE SER ENVIADA
      *    NAO GERA LANCAMENTO. AO REFAZER UM DIA ANTERIOR SO SAEM OS
      *    LANCAMENTOS JA MARCADOS COM A DATA DESSE DIA.
       P300-COBRANCAS.
           IF NOT TEM-MENSALIDADES
               GO TO P300-FIM
           END-IF

           SET EOF-OK                  TO FALSE

           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P320-TRATA-COBRANCA THRU P320-FIM UNTIL EOF-OK
           .
       P300-FIM.

       P320-TRATA-COBRANCA.
           MOVE MENS-COMPETENCIA       TO EXP-COMPETENCIA
           MOVE MENS-ID-ALUNO          TO EXP-ID-ALUNO
           MOVE 0                      TO EXP-SEQ-MOV
           PERFORM P600-LE-EXPORTADO   THRU P600-FIM

           IF NOT EXPORTADO-JA-GRAVADO AND MENS-CANCELADA
               GO TO P320-LE-PROXIMA
           END-IF

           IF NOT EXPORTADO-JA-GRAVADO AND REFAZENDO-PENDENTE
               GO TO P320-LE-PROXIMA
           END-IF

           MOVE MENS-COMPETENCIA       TO WS-LANC-COMPETENCIA
           MOVE MENS-ID-ALUNO          TO WS-LANC-ID-ALUNO
           MOVE 0                      TO WS-LANC-SEQ-MOV
           MOVE WS-DATA-EXPORTACAO     TO WS-LANC-DATA

           IF NOT EXPORTADO-JA-GRAVADO OR
              EXP-DT-EXPORTACAO EQUAL WS-DATA-EXPORTACAO
               MOVE 'CB'                TO WS-LANC-TIPO
               MOVE WS-CONTA-RECEBER    TO WS-LANC-DEBITO
               MOVE WS-CONTA-RECEITA    TO WS-LANC-CREDITO
               MOVE MENS-VALOR          TO WS-LANC-VALOR
               MOVE 'MENSALIDADE COMPETENCIA'
                                        TO WS-LANC-HIST-TEXTO
               PERFORM P700-GRAVA-LANCAMENTO THRU P700-FIM
               MOVE WS-DATA-EXPORTACAO  TO EXP-DT-EXPORTACAO
               MOVE MENS-VALOR          TO EXP-VALOR
               SET EXPORTADO-ALTERADO   TO TRUE
           END-IF

           IF MENS-CANCELADA AND
              ((EXP-DT-CANCELAMENTO EQUAL 0 AND
                NOT REFAZENDO-PENDENTE) OR
               EXP-DT-CANCELAMENTO EQUAL WS-DATA-EXPORTACAO)
               MOVE 'CN'                TO WS-LANC-TIPO
               MOVE WS-CONTA-RECEITA    TO WS-LANC-DEBITO
               MOVE WS-CONTA-RECEBER    TO WS-LANC-CREDITO
               MOVE EXP-VALOR           TO WS-LANC-VALOR
               MOVE 'CANCELAMENTO COMPET.'
                                        TO WS-LANC-HIST-TEXTO
               PERFORM P700-GRAVA-LANCAMENTO THRU P700-FIM
               MOVE WS-DATA-EXPORTACAO  TO EXP-DT-CANCELAMENTO
               SET EXPORTADO-ALTERADO   TO TRUE
           END-IF

           PERFORM P620-GRAVA-EXPORTADO THRU P620-FIM
           .
       P320-LE-PROXIMA.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

      *    O MOVIMENTO E LIDO INTEIRO, EM ORDEM DE COBRANCA E
      *    SEQUENCIA, PARA APURAR QUANTO DE CADA RECEBIMENTO E
      *    MENSALIDADE E QUANTO E MULTA E JUROS; SO SAEM NO DIARIO OS
      *    MOVIMENTOS AINDA NAO ENVIADOS, NA DATA EM QUE OCORRERAM.
       P500-MOVIMENTOS.
           IF NOT TEM-MOVIMENTO
               GO TO P500-FIM
           END-IF

           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-ATU-COMPETENCIA
           MOVE 0                      TO WS-ATU-ID-ALUNO

           READ MOVIMENTO NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P520-TRATA-MOVIMENTO THRU P520-FIM UNTIL EOF-OK
           .
       P500-FIM.

       P520-TRATA-MOVIMENTO.
           IF MOV-SEQ EQUAL 0
               GO TO P520-LE-PROXIMO
           END-IF

           IF MOV-COMPETENCIA NOT EQUAL WS-ATU-COMPETENCIA OR
              MOV-ID-ALUNO    NOT EQUAL WS-ATU-ID-ALUNO
               PERFORM P540-NOVA-COBRANCA THRU P540-FIM
           END-IF

           IF MOV-RECEBIMENTO
               PERFORM P550-DIVIDE-RECEBIMENTO THRU P550-FIM
           ELSE
               PERFORM P560-DIVIDE-ESTORNO THRU P560-FIM
           END-IF

           MOVE WS-PARTE-PRINCIPAL     TO WS-TAB-PRINCIPAL (MOV-SEQ)
           MOVE WS-PARTE-ENCARGOS      TO WS-TAB-ENCARGOS  (MOV-SEQ)
           MOVE WS-ORIGEM              TO WS-TAB-ORIGEM    (MOV-SEQ)

           MOVE MOV-COMPETENCIA        TO EXP-COMPETENCIA
           MOVE MOV-ID-ALUNO           TO EXP-ID-ALUNO
           MOVE MOV-SEQ                TO EXP-SEQ-MOV
           PERFORM P600-LE-EXPORTADO   THRU P600-FIM

           IF EXPORTADO-JA-GRAVADO AND
              EXP-DT-EXPORTACAO NOT EQUAL WS-DATA-EXPORTACAO
               GO TO P520-LE-PROXIMO
           END-IF

           IF NOT EXPORTADO-JA-GRAVADO AND REFAZENDO-PENDENTE
               GO TO P520-LE-PROXIMO
           END-IF

           IF ORIGEM-BANCO
               MOVE WS-CONTA-BANCO      TO WS-CONTA-DISPONIVEL
           ELSE
               MOVE WS-CONTA-CAIXA      TO WS-CONTA-DISPONIVEL
           END-IF

           MOVE MOV-DATA               TO WS-LANC-DATA
           MOVE MOV-COMPETENCIA        TO WS-LANC-COMPETENCIA
           MOVE MOV-ID-ALUNO           TO WS-LANC-ID-ALUNO
           MOVE MOV-SEQ                TO WS-LANC-SEQ-MOV

           IF MOV-RECEBIMENTO
               PERFORM P570-LANCA-RECEBIMENTO THRU P570-FIM
           ELSE
               PERFORM P580-LANCA-ESTORNO THRU P580-FIM
           END-IF

           MOVE WS-DATA-EXPORTACAO     TO EXP-DT-EXPORTACAO
           MOVE MOV-VALOR              TO EXP-VALOR
           MOVE 0                      TO EXP-DT-CANCELAMENTO
           SET EXPORTADO-ALTERADO      TO TRUE
           PERFORM P620-GRAVA-EXPORTADO THRU P620-FIM
           .
       P520-LE-PROXIMO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P520-FIM.

       P540-NOVA-COBRANCA.
           MOVE MOV-COMPETENCIA        TO WS-ATU-COMPETENCIA
           MOVE MOV-ID-ALUNO           TO WS-ATU-ID-ALUNO
           MOVE 0                      TO WS-PRINCIPAL-RECEBIDO
           MOVE 0                      TO WS-VALOR-COBRANCA
           SET COBRANCA-ENCONTRADA     TO FALSE

           IF NOT TEM-MENSALIDADES
               GO TO P540-FIM
           END-IF

           MOVE MOV-COMPETENCIA        TO MENS-COMPETENCIA
           MOVE MOV-ID-ALUNO           TO MENS-ID-ALUNO

           READ MENSALIDADES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COBRANCA-ENCONTRADA TO TRUE
                   MOVE MENS-VALOR     TO WS-VALOR-COBRANCA
           END-READ
           .
       P540-FIM.

      *    O RECEBIMENTO QUITA PRIMEIRO O VALOR DA COBRANCA; O QUE
      *    PASSAR DELE E MULTA E JUROS.
       P550-DIVIDE-RECEBIMENTO.
           MOVE MOV-ORIGEM             TO WS-ORIGEM
           MOVE MOV-VALOR              TO WS-PARTE-PRINCIPAL
           MOVE 0                      TO WS-PARTE-ENCARGOS

           IF NOT COBRANCA-ENCONTRADA
               GO TO P550-SOMA
           END-IF

           MOVE 0                      TO WS-SALDO-PRINCIPAL
           IF WS-VALOR-COBRANCA > WS-PRINCIPAL-RECEBIDO
               COMPUTE WS-SALDO-PRINCIPAL =
                       WS-VALOR-COBRANCA - WS-PRINCIPAL-RECEBIDO
           END-IF

           IF MOV-VALOR > WS-SALDO-PRINCIPAL
               MOVE WS-SALDO-PRINCIPAL  TO WS-PARTE-PRINCIPAL
               COMPUTE WS-PARTE-ENCARGOS =
                       MOV-VALOR - WS-SALDO-PRINCIPAL
           END-IF
           .
       P550-SOMA.
           ADD WS-PARTE-PRINCIPAL      TO WS-PRINCIPAL-RECEBIDO
           .
       P550-FIM.

      *    O ESTORNO DESFAZ O RECEBIMENTO REFERENCIADO NA MESMA
      *    DIVISAO E PELA MESMA CONTA (CAIXA OU BANCO).
       P560-DIVIDE-ESTORNO.
           IF MOV-SEQ-REFERENCIA > 0 AND
              MOV-SEQ-REFERENCIA < MOV-SEQ
               MOVE WS-TAB-PRINCIPAL (MOV-SEQ-REFERENCIA)
                                        TO WS-PARTE-PRINCIPAL
               MOVE WS-TAB-ENCARGOS  (MOV-SEQ-REFERENCIA)
                                        TO WS-PARTE-ENCARGOS
               MOVE WS-TAB-ORIGEM    (MOV-SEQ-REFERENCIA)
                                        TO WS-ORIGEM
           ELSE
               MOVE MOV-VALOR           TO WS-PARTE-PRINCIPAL
               MOVE 0                   TO WS-PARTE-ENCARGOS
               MOVE MOV-ORIGEM          TO WS-ORIGEM
           END-IF

           IF WS-PARTE-PRINCIPAL > WS-PRINCIPAL-RECEBIDO
               MOVE 0                   TO WS-PRINCIPAL-RECEBIDO
           ELSE
               SUBTRACT WS-PARTE-PRINCIPAL FROM WS-PRINCIPAL-RECEBIDO
           END-IF
           .
       P560-FIM.

       P570-LANCA-RECEBIMENTO.
           MOVE 'RC'                   TO WS-LANC-TIPO
           MOVE WS-CONTA-DISPONIVEL    TO WS-LANC-DEBITO

           IF WS-PARTE-PRINCIPAL > 0
               MOVE WS-CONTA-RECEBER    TO WS-LANC-CREDITO
               MOVE WS-PARTE-PRINCIPAL  TO WS-LANC-VALOR
               MOVE 'RECEBIMENTO COMPETENCIA'
                                        TO WS-LANC-HIST-TEXTO
               PERFORM P700-GRAVA-LANCAMENTO THRU P700-FIM
           END-IF

           IF WS-PARTE-ENCARGOS > 0
               MOVE WS-CONTA-ENCARGOS   TO WS-LANC-CREDITO
               MOVE WS-PARTE-ENCARGOS   TO WS-LANC-VALOR
               MOVE 'MULTA/JUROS COMPETENCIA'
                                        TO WS-LANC-HIST-TEXTO
               PERFORM P700-GRAVA-LANCAMENTO THRU P700-FIM
           END-IF
           .
       P570-FIM.

       P580-LANCA-ESTORNO.
           MOVE 'ES'                   TO WS-LANC-TIPO
           MOVE WS-CONTA-DISPONIVEL    TO WS-LANC-CREDITO

           IF WS-PARTE-PRINCIPAL > 0
               MOVE WS-CONTA-RECEBER    TO WS-LANC-DEBITO
               MOVE WS-PARTE-PRINCIPAL  TO WS-LANC-VALOR
               MOVE 'ESTORNO RECEB. COMPET.'
                                        TO WS-LANC-HIST-TEXTO
               PERFORM P700-GRAVA-LANCAMENTO THRU P700-FIM
           END-IF

           IF WS-PARTE-ENCARGOS > 0
               MOVE WS-CONTA-ENCARGOS   TO WS-LANC-DEBITO
               MOVE WS-PARTE-ENCARGOS   TO WS-LANC-VALOR
               MOVE 'ESTORNO M/J COMPETENCIA'
                                        TO WS-LANC-HIST-TEXTO
               PERFORM P700-GRAVA-LANCAMENTO THRU P700-FIM
           END-IF
           .
       P580-FIM.

       P600-LE-EXPORTADO.
           SET EXPORTADO-JA-GRAVADO    TO FALSE
           SET EXPORTADO-ALTERADO      TO FALSE

           READ EXPORTADOS
               INVALID KEY
                   MOVE 0               TO EXP-DT-EXPORTACAO
                   MOVE 0               TO EXP-VALOR
                   MOVE 0               TO EXP-DT-CANCELAMENTO
               NOT INVALID KEY
                   SET EXPORTADO-JA-GRAVADO TO TRUE
           END-READ
           .
       P600-FIM.

       P620-GRAVA-EXPORTADO.
           IF NOT EXPORTADO-ALTERADO
               GO TO P620-FIM
           END-IF

           IF EXPORTADO-JA-GRAVADO
               REWRITE REG-EXPORTADO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O REGISTRO DE '
                               'EXPORTACAO ' EXP-CHAVE
               END-REWRITE
           ELSE
               WRITE REG-EXPORTADO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O REGISTRO DE '
                               'EXPORTACAO ' EXP-CHAVE
               END-WRITE
           END-IF
           .
       P620-FIM.

       P650-BUSCA-ALUNO.
           IF WS-LANC-ID-ALUNO EQUAL WS-ID-ALUNO-LIDO
               GO TO P650-FIM
           END-IF

           MOVE WS-LANC-ID-ALUNO       TO WS-ID-ALUNO-LIDO
           MOVE 'ALUNO NAO ENCONTRADO' TO WS-NM-ALUNO

           IF NOT TEM-ALUNOS
               GO TO P650-FIM
           END-IF

           MOVE WS-LANC-ID-ALUNO       TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NM-ALUNO        TO WS-NM-ALUNO
           END-READ
           .
       P650-FIM.

       P700-GRAVA-LANCAMENTO.
           PERFORM P650-BUSCA-ALUNO    THRU P650-FIM

           MOVE WS-LANC-COMPETENCIA    TO WS-LANC-HIST-COMPET
           MOVE SPACES                 TO CTB-DETALHE
           SET CTB-TIPO-DETALHE        TO TRUE
           MOVE WS-LANC-DATA           TO CTB-D-DT-LANCAMENTO
           MOVE WS-LANC-TIPO           TO CTB-D-TIPO-LANCAMENTO
           MOVE WS-LANC-DEBITO         TO CTB-D-CONTA-DEBITO
           MOVE WS-LANC-CREDITO        TO CTB-D-CONTA-CREDITO
           MOVE WS-LANC-VALOR          TO CTB-D-VALOR
           MOVE WS-LANC-COMPETENCIA    TO CTB-D-REF-COMPETENCIA
           MOVE WS-LANC-ID-ALUNO       TO CTB-D-REF-ID-ALUNO
           MOVE WS-LANC-SEQ-MOV        TO CTB-D-REF-SEQ-MOV
           MOVE WS-NM-ALUNO            TO CTB-D-NM-ALUNO
           MOVE WS-LANC-HISTORICO      TO CTB-D-HISTORICO
           ADD 1                       TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO        TO CTB-D-SEQ-REGISTRO
           WRITE CTB-DETALHE

           ADD 1                       TO WS-QTD-LANCAMENTOS
           ADD WS-LANC-VALOR           TO WS-VALOR-TOTAL

           EVALUATE TRUE
               WHEN CTB-LANC-COBRANCA
                   ADD 1                TO WS-QTD-COBRANCAS
                   ADD WS-LANC-VALOR    TO WS-VLR-COBRANCAS
               WHEN CTB-LANC-CANCELAMENTO
                   ADD 1                TO WS-QTD-CANCELAMENTOS
                   ADD WS-LANC-VALOR    TO WS-VLR-CANCELAMENTOS
               WHEN CTB-LANC-RECEBIMENTO
                   ADD 1                TO WS-QTD-RECEBIMENTOS
                   ADD WS-LANC-VALOR    TO WS-VLR-RECEBIMENTOS
               WHEN CTB-LANC-ESTORNO
                   ADD 1                TO WS-QTD-ESTORNOS
                   ADD WS-LANC-VALOR    TO WS-VLR-ESTORNOS
           END-EVALUATE
           .
       P700-FIM.

       P800-TRAILER.
           MOVE SPACES                 TO CTB-TRAILER
           SET CTB-TIPO-TRAILER        TO TRUE
           MOVE WS-QTD-LANCAMENTOS     TO CTB-T-QTD-LANCAMENTOS
           MOVE WS-VALOR-TOTAL         TO CTB-T-TOTAL-DEBITOS
           MOVE WS-VALOR-TOTAL         TO CTB-T-TOTAL-CREDITOS
           MOVE WS-QTD-COBRANCAS       TO CTB-T-QTD-COBRANCAS
           MOVE WS-VLR-COBRANCAS       TO CTB-T-VLR-COBRANCAS
           MOVE WS-QTD-CANCELAMENTOS   TO CTB-T-QTD-CANCELAMENTOS
           MOVE WS-VLR-CANCELAMENTOS   TO CTB-T-VLR-CANCELAMENTOS
           MOVE WS-QTD-RECEBIMENTOS    TO CTB-T-QTD-RECEBIMENTOS
           MOVE WS-VLR-RECEBIMENTOS    TO CTB-T-VLR-RECEBIMENTOS
           MOVE WS-QTD-ESTORNOS        TO CTB-T-QTD-ESTORNOS
           MOVE WS-VLR-ESTORNOS        TO CTB-T-VLR-ESTORNOS
           ADD 1                       TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO        TO CTB-T-SEQ-REGISTRO
           WRITE CTB-TRAILER
           .
       P850-CONCLUI-CONTROLE.
           MOVE WS-DATA-EXPORTACAO     TO CTL-DATA
           MOVE WS-HORA-INI            TO CTL-HORA-INI
           ACCEPT CTL-HORA-FIM         FROM TIME
           MOVE WS-QTD-LANCAMENTOS     TO CTL-QTD-LANCAMENTOS
           MOVE WS-VALOR-TOTAL         TO CTL-VALOR-TOTAL
           SET EXPORTACAO-CONCLUIDA    TO TRUE

           REWRITE REG-CONTROLE
               INVALID KEY
                   MOVE 8               TO RETURN-CODE
                   DISPLAY 'ERRO AO CONCLUIR O CONTROLE DO DIA '
                           CTL-DATA
           END-REWRITE
           .
       P870-RESUMO.
           DISPLAY '-----------------------------------------------'
           DISPLAY 'LANCAMENTOS GRAVADOS..: ' WS-QTD-LANCAMENTOS
           DISPLAY 'COBRANCAS.............: ' WS-QTD-COBRANCAS
           DISPLAY 'CANCELAMENTOS.........: ' WS-QTD-CANCELAMENTOS
           DISPLAY 'RECEBIMENTOS..........: ' WS-QTD-RECEBIMENTOS
           DISPLAY 'ESTORNOS..............: ' WS-QTD-ESTORNOS
           MOVE WS-VALOR-TOTAL         TO WS-VALOR-ED
           DISPLAY 'VALOR TOTAL...........: ' WS-VALOR-ED
           DISPLAY 'DIARIO GRAVADO EM ' WS-NOME-DIARIO
           DISPLAY '-----------------------------------------------'
           .
       P880-FECHA-DIA.
           CLOSE MENSALIDADES
           CLOSE MOVIMENTO
           CLOSE ALUNOS
           CLOSE EXPORTADOS
           CLOSE DIARIO
           .
       P900-FIM.
            CLOSE MENSALIDADES
            CLOSE MOVIMENTO
            CLOSE ALUNOS
            CLOSE EXPORTADOS
            CLOSE CONTROLE
            CLOSE DIARIO
            GOBACK.
       END PROGRAM EXPCTBTT.
