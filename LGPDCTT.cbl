      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Relatorio do titular de dados (LGPD): dado o ID de um
      *          contato, lista em LGPDCTT-LST todo registro que
      *          referencia essa pessoa: cadastro (CONTATOS.DAT),
      *          alunos sob sua responsabilidade (ALUNOS.DAT),
      *          vinculos (VINCALTT.DAT), anotacoes de atendimento
      *          (NOTACTT.DAT), auditoria (LOGCONTT.DAT), inscricoes na
      *          lista de espera com o mesmo nome ou telefone
      *          (LISESPTT.DAT), cobrancas e pagamentos dos alunos sob
      *          sua responsabilidade (MENSALTT.DAT e MOVPAGTT.DAT),
      *          avisos de falta recebidos (AVIREGTT.DAT) e documentos
      *          escolares emitidos em seu nome (DOCEMITT.DAT) e
      *          tarefas de retorno abertas para ele (TARCNTT.DAT).
      *          Restrito a supervisor.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Nova secao 11 com as tarefas de retorno do
      *                 contato (TARCNTT.DAT): descricao e nota de
      *                 conclusao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDCTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO
               "CONTATOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT VINCALTT ASSIGN TO
               "VINCALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-VINCULO
               ALTERNATE RECORD KEY IS ID-ALUNO-VI WITH DUPLICATES
               FILE STATUS IS WS-FS-VINC.

               SELECT NOTAS ASSIGN TO
               "NOTACTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTAS.

               SELECT LOGCONTT ASSIGN TO
               "LOGCONTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT ESPERA ASSIGN TO
               "LISESPTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-ESPERA
               FILE STATUS IS WS-FS-ESPERA.

               SELECT MENSALIDADES ASSIGN TO
               "MENSALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS MENS-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT MOVIMENTO ASSIGN TO
               "MOVPAGTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS MOV-CHAVE
               FILE STATUS IS WS-FS-MOV.

               SELECT AVIREG ASSIGN TO
               "AVIREGTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS AVR-CHAVE
               FILE STATUS IS WS-FS-AVR.

               SELECT DOCUMENTOS ASSIGN TO
               "DOCEMITT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS DOC-NUMERO
               FILE STATUS IS WS-FS-DOC.

               SELECT TAREFAS ASSIGN TO
               "TARCNTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS TAR-NUMERO
               ALTERNATE RECORD KEY IS TAR-ID-OPERADOR WITH DUPLICATES
               FILE STATUS IS WS-FS-TAREFAS.

               SELECT RELATORIO ASSIGN TO
               "LGPDCTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD ALUNOS.
          COPY FD_ALLTT.

       FD VINCALTT.
          COPY FD_VINATT REPLACING ID-ALUNO BY ID-ALUNO-VI
                                   ID-CONTATO BY ID-CONTATO-VI.

       FD NOTAS.
          COPY FD_NOTCT.

       FD LOGCONTT.
          COPY FD_LOGCT.

       FD ESPERA.
          COPY FD_ESPTT.

       FD MENSALIDADES.
          COPY FD_MENTT.

       FD MOVIMENTO.
          COPY FD_MOVPG.

       FD AVIREG.
          COPY FD_AVIRG.

       FD DOCUMENTOS.
          COPY FD_DOCEM.

       FD TAREFAS.
          COPY FD_TARTT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-VINC                  PIC 99.
           88 FS-OK-VINC              VALUE 0.
       77 WS-FS-NOTAS                 PIC 99.
           88 FS-OK-NOTAS             VALUE 0.
       77 WS-FS-LOG                   PIC 99.
           88 FS-OK-LOG               VALUE 0.
       77 WS-FS-ESPERA                PIC 99.
           88 FS-OK-ESPERA            VALUE 0.
       77 WS-FS-MENS                  PIC 99.
           88 FS-OK-MENS              VALUE 0.
       77 WS-FS-MOV                   PIC 99.
           88 FS-OK-MOV               VALUE 0.
       77 WS-FS-AVR                   PIC 99.
           88 FS-OK-AVR               VALUE 0.
       77 WS-FS-DOC                   PIC 99.
           88 FS-OK-DOC               VALUE 0.
       77 WS-FS-TAREFAS               PIC 99.
           88 FS-OK-TAREFAS           VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-ID-CONTATO               PIC 9(04) VALUE 0.
       77 WS-NM-CONTATO               PIC X(20) VALUE SPACES.
       77 WS-TEL-CONTATO              PIC 9(12) VALUE 0.
       77 WS-QTD-SECAO                PIC 9(05) COMP VALUE 0.
       77 WS-QTD-TOTAL                PIC 9(05) COMP VALUE 0.
       77 WS-QTD-ALUNOS-RESP          PIC 9(05) COMP VALUE 0.

      *    ALUNOS LIGADOS AO CONTATO, INDEXADO PELO ID-ALUNO:
      *    'R' = RESPONSAVEL (REF-ID-CONTATO), 'V' = SO POR VINCULO.
       01 WS-TABELA-ALUNOS.
           03 WS-TAB-LIGACAO          PIC X(01) OCCURS 9999 TIMES.
               88 ALUNO-DO-RESPONSAVEL VALUE 'R'.

       01 WS-DATA-AUX                 PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO              PIC 9(04).
           03 WS-AUX-MES              PIC 9(02).
           03 WS-AUX-DIA              PIC 9(02).
       01 WS-DATA-ED.
           03 WS-ED-DIA               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-MES               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-ANO               PIC 9(04).

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(44) VALUE
              'RELATORIO DO TITULAR DE DADOS (LGPD) - ID '.
           03 WS-CAB-ID               PIC 9(04).
           03 FILLER                  PIC X(12) VALUE '  EMISSAO: '.
           03 WS-CAB-DATA             PIC X(10).

       01 WS-TITULO-SECAO.
           03 WS-SEC-TITULO           PIC X(50).
           03 WS-SEC-ARQUIVO          PIC X(30).

       01 WS-LINHA-CAMPO.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-CMP-NOME             PIC X(16).
           03 WS-CMP-VALOR            PIC X(62).

       01 WS-LINHA-QTD.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 FILLER                  PIC X(23) VALUE
              'REGISTROS ENCONTRADOS: '.
           03 WS-QTD-ED               PIC ZZZZ9.

       01 WS-DET-ALUNO.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DAL-ID               PIC 9(04).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DAL-NOME             PIC X(20).
           03 FILLER                  PIC X(08) VALUE '  TURMA '.
           03 WS-DAL-TURMA            PIC Z9.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DAL-SITUACAO         PIC X(07).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 FILLER                  PIC X(05) VALUE 'TEL: '.
           03 WS-DAL-TEL              PIC 9(12).

       01 WS-DET-VINCULO.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 FILLER                  PIC X(08) VALUE 'VINCULO '.
           03 WS-DVI-ID               PIC 9(04).
           03 FILLER                  PIC X(08) VALUE '  ALUNO '.
           03 WS-DVI-ALUNO            PIC 9(04).
           03 FILLER                  PIC X(07) VALUE '  TIPO '.
           03 WS-DVI-TIPO             PIC X(10).

       01 WS-DET-NOTA.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DNO-DATA             PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DNO-OPERADOR         PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DNO-TEXTO            PIC X(46).

       01 WS-DET-NOTA-2.
           03 FILLER                  PIC X(34) VALUE SPACES.
           03 WS-DN2-TEXTO            PIC X(14).

       01 WS-DET-LOG.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DLG-DATA             PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DLG-OPERACAO         PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DLG-ANTES            PIC X(20).
           03 FILLER                  PIC X(04) VALUE ' -> '.
           03 WS-DLG-DEPOIS           PIC X(20).

       01 WS-DET-ESPERA.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 FILLER                  PIC X(10) VALUE 'INSCRICAO '.
           03 WS-DES-ID               PIC 9(04).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DES-DATA             PIC X(10).
           03 FILLER                  PIC X(12) VALUE ' CANDIDATO: '.
           03 WS-DES-CANDIDATO        PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DES-STATUS           PIC X(11).

       01 WS-DET-ESPERA-2.
           03 FILLER                  PIC X(04) VALUE SPACES.
           03 FILLER                  PIC X(06) VALUE 'RESP: '.
           03 WS-DE2-NOME             PIC X(20).
           03 FILLER                  PIC X(06) VALUE ' TEL: '.
           03 WS-DE2-TEL              PIC 9(12).
           03 FILLER                  PIC X(08) VALUE ' EMAIL: '.
           03 WS-DE2-EMAIL            PIC X(24).

       01 WS-DET-MENS.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 FILLER                  PIC X(12) VALUE 'COMPETENCIA '.
           03 WS-DME-COMP             PIC 9(06).
           03 FILLER                  PIC X(08) VALUE '  ALUNO '.
           03 WS-DME-ALUNO            PIC 9(04).
           03 FILLER                  PIC X(08) VALUE '  VALOR '.
           03 WS-DME-VALOR            PIC ZZ.ZZ9,99.
           03 FILLER                  PIC X(07) VALUE '  PAGO '.
           03 WS-DME-PAGO             PIC ZZ.ZZ9,99.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DME-STATUS           PIC X(10).

       01 WS-DET-MOV.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DMV-DATA             PIC X(10).
           03 FILLER                  PIC X(07) VALUE '  COMP '.
           03 WS-DMV-COMP             PIC 9(06).
           03 FILLER                  PIC X(08) VALUE '  ALUNO '.
           03 WS-DMV-ALUNO            PIC 9(04).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DMV-TIPO             PIC X(12).
           03 WS-DMV-VALOR            PIC ZZ.ZZ9,99.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DMV-ORIGEM           PIC X(05).

       01 WS-DET-AVISO.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 FILLER                  PIC X(09) VALUE 'FALTA EM '.
           03 WS-DAV-DATA             PIC X(10).
           03 FILLER                  PIC X(08) VALUE '  ALUNO '.
           03 WS-DAV-ALUNO            PIC 9(04).
           03 FILLER                  PIC X(12) VALUE '  CANAIS: '.
           03 WS-DAV-CANAIS           PIC 9(01).

       01 WS-DET-DOC.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 FILLER                  PIC X(10) VALUE 'DOCUMENTO '.
           03 WS-DDO-NUMERO           PIC 9(06).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DDO-TIPO             PIC X(13).
           03 FILLER                  PIC X(04) VALUE ' EM '.
           03 WS-DDO-DATA             PIC X(10).
           03 FILLER                  PIC X(08) VALUE '  ALUNO '.
           03 WS-DDO-ALUNO            PIC 9(04).

       01 WS-DET-TAREFA.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 FILLER                  PIC X(07) VALUE 'TAREFA '.
           03 WS-DTA-NUMERO           PIC 9(06).
           03 FILLER                  PIC X(07) VALUE ' VENCE '.
           03 WS-DTA-DATA             PIC X(10).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DTA-STATUS           PIC X(09).
           03 FILLER                  PIC X(07) VALUE '  OPER '.
           03 WS-DTA-OPERADOR         PIC 9(04).

       01 WS-DET-TAREFA-2.
           03 FILLER                  PIC X(04) VALUE SPACES.
           03 WS-DT2-ROTULO           PIC X(12).
           03 WS-DT2-TEXTO            PIC X(60).

       01 WS-RODAPE.
           03 FILLER                  PIC X(31) VALUE
              'TOTAL DE REGISTROS LISTADOS: '.
           03 WS-ROD-TOTAL            PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(40) VALUE
              'REGISTROS DE AUDITORIA ANTERIORES AO FEC'.
           03 FILLER                  PIC X(40) VALUE
              'HAMENTO DOS LOGS FICAM NOS ARQUIVOS'.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(40) VALUE
              'MORTOS LOGCARQ<AAAAMM>-DAT (CONSULTA PEL'.
           03 FILLER                  PIC X(40) VALUE
              'O CONSLGTT).'.

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
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY LK-MENSAGEM
            IF NOT OPERADOR-SUPERVISOR IN LK-NIVEL-OPERADOR
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
                PERFORM P900-FIM
            END-IF
            SET EXIT-OK               TO FALSE
            PERFORM P100-PROCESSA     THRU P100-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
       P100-PROCESSA.
           DISPLAY 'Informe o ID do contato (titular dos dados): '
           ACCEPT WS-ID-CONTATO

           PERFORM P200-CADASTRO       THRU P200-FIM

           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P100-FIM.

       P200-CADASTRO.
           SET FS-OK-CONTATOS          TO TRUE
           OPEN INPUT CONTATOS

           IF NOT FS-OK-CONTATOS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-CONTATOS
               GO TO P200-FIM
           END-IF

           MOVE WS-ID-CONTATO          TO ID-CONTATO
           READ CONTATOS
               INVALID KEY
                   DISPLAY 'CONTATO NAO ENCONTRADO.'
                   CLOSE CONTATOS
                   GO TO P200-FIM
           END-READ

           SET FS-OK-RELATORIO         TO TRUE
           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RELATORIO
               CLOSE CONTATOS
               GO TO P200-FIM
           END-IF

           MOVE 0                      TO WS-QTD-TOTAL
           MOVE 0                      TO WS-QTD-ALUNOS-RESP
           INITIALIZE WS-TABELA-ALUNOS
           MOVE NM-CONTATO             TO WS-NM-CONTATO
           MOVE TEL-CONTATO            TO WS-TEL-CONTATO

           ACCEPT WS-DATA-AUX          FROM DATE YYYYMMDD
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-ID-CONTATO          TO WS-CAB-ID
           MOVE WS-DATA-ED             TO WS-CAB-DATA
           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM WS-SEPARADOR

           MOVE '1. CADASTRO DO CONTATO'  TO WS-SEC-TITULO
           MOVE '(CONTATOS.DAT)'       TO WS-SEC-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-TITULO-SECAO

           MOVE 'NOME..........:'      TO WS-CMP-NOME
           MOVE NM-CONTATO             TO WS-CMP-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-CAMPO
           MOVE 'E-MAIL........:'      TO WS-CMP-NOME
           MOVE EMAIL-CONTATO          TO WS-CMP-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-CAMPO
           MOVE 'ENDERECO......:'      TO WS-CMP-NOME
           MOVE ENDERECO-CONTATO       TO WS-CMP-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-CAMPO
           MOVE 'NASCIMENTO....:'      TO WS-CMP-NOME
           MOVE SPACES                 TO WS-CMP-VALOR
           MOVE DT-NASC-CONTATO (1:2)  TO WS-CMP-VALOR (1:2)
           MOVE '/'                    TO WS-CMP-VALOR (3:1)
           MOVE DT-NASC-CONTATO (3:2)  TO WS-CMP-VALOR (4:2)
           MOVE '/'                    TO WS-CMP-VALOR (6:1)
           MOVE DT-NASC-CONTATO (5:4)  TO WS-CMP-VALOR (7:4)
           WRITE REG-RELATORIO         FROM WS-LINHA-CAMPO
           MOVE 'TELEFONE......:'      TO WS-CMP-NOME
           MOVE TEL-CONTATO            TO WS-CMP-VALOR
           WRITE REG-RELATORIO         FROM WS-LINHA-CAMPO
           MOVE 'SITUACAO......:'      TO WS-CMP-NOME
           IF CONTATO-ATIVO
               MOVE 'ATIVO'            TO WS-CMP-VALOR
           ELSE
               MOVE 'INATIVO'          TO WS-CMP-VALOR
           END-IF
           WRITE REG-RELATORIO         FROM WS-LINHA-CAMPO
           ADD 1                       TO WS-QTD-TOTAL

           CLOSE CONTATOS

           PERFORM P300-ALUNOS         THRU P300-FIM
           PERFORM P350-VINCULOS       THRU P350-FIM
           PERFORM P400-NOTAS          THRU P400-FIM
           PERFORM P450-AUDITORIA      THRU P450-FIM
           PERFORM P500-ESPERA         THRU P500-FIM
           PERFORM P550-MENSALIDADES   THRU P550-FIM
           PERFORM P600-PAGAMENTOS     THRU P600-FIM
           PERFORM P650-AVISOS         THRU P650-FIM
           PERFORM P700-DOCUMENTOS     THRU P700-FIM
           PERFORM P750-TAREFAS        THRU P750-FIM

           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           MOVE WS-QTD-TOTAL           TO WS-ROD-TOTAL
           WRITE REG-RELATORIO         FROM WS-RODAPE
           WRITE REG-RELATORIO         FROM WS-RODAPE-2
           WRITE REG-RELATORIO         FROM WS-RODAPE-3

           CLOSE RELATORIO

           DISPLAY 'REGISTROS LISTADOS: ' WS-QTD-TOTAL
           DISPLAY 'ARQUIVO DE IMPRESSAO: LGPDCTT-LST.'
           .
       P200-FIM.

      *    FECHA A SECAO IMPRIMINDO A QUANTIDADE ENCONTRADA.
       P280-FIM-SECAO.
           MOVE WS-QTD-SECAO           TO WS-QTD-ED
           WRITE REG-RELATORIO         FROM WS-LINHA-QTD
           ADD WS-QTD-SECAO            TO WS-QTD-TOTAL
           .
       P280-FIM.

       P300-ALUNOS.
           MOVE '2. ALUNOS SOB RESPONSABILIDADE' TO WS-SEC-TITULO
           MOVE '(ALUNOS.DAT)'         TO WS-SEC-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-TITULO-SECAO
           MOVE 0                      TO WS-QTD-SECAO

           SET FS-OK-ALUNOS            TO TRUE
           SET EOF-OK                  TO FALSE
           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P300-FIM
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P310-ALUNO          THRU P310-FIM UNTIL EOF-OK

           CLOSE ALUNOS
           PERFORM P280-FIM-SECAO      THRU P280-FIM
           .
       P300-FIM.

       P310-ALUNO.
           IF REF-ID-CONTATO EQUAL WS-ID-CONTATO
                             AND ID-ALUNO NOT EQUAL ZERO
               MOVE 'R'                TO WS-TAB-LIGACAO (ID-ALUNO)
               ADD 1                   TO WS-QTD-SECAO
               ADD 1                   TO WS-QTD-ALUNOS-RESP
               MOVE ID-ALUNO           TO WS-DAL-ID
               MOVE NM-ALUNO           TO WS-DAL-NOME
               MOVE NUM-ALUNO          TO WS-DAL-TURMA
               IF ALUNO-ATIVO
                   MOVE 'ATIVO'        TO WS-DAL-SITUACAO
               ELSE
                   MOVE 'INATIVO'      TO WS-DAL-SITUACAO
               END-IF
               MOVE TEL-ALUNO          TO WS-DAL-TEL
               WRITE REG-RELATORIO     FROM WS-DET-ALUNO
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P310-FIM.

       P350-VINCULOS.
           MOVE '3. VINCULOS COM ALUNOS' TO WS-SEC-TITULO
           MOVE '(VINCALTT.DAT)'       TO WS-SEC-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-TITULO-SECAO
           MOVE 0                      TO WS-QTD-SECAO

           SET FS-OK-VINC              TO TRUE
           SET EOF-OK                  TO FALSE
           OPEN INPUT VINCALTT

           IF NOT FS-OK-VINC
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P350-FIM
           END-IF

           READ VINCALTT NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P360-VINCULO        THRU P360-FIM UNTIL EOF-OK

           CLOSE VINCALTT
           PERFORM P280-FIM-SECAO      THRU P280-FIM
           .
       P350-FIM.

       P360-VINCULO.
           IF ID-CONTATO-VI EQUAL WS-ID-CONTATO
               ADD 1                   TO WS-QTD-SECAO
               MOVE ID-VINCULO         TO WS-DVI-ID
               MOVE ID-ALUNO-VI        TO WS-DVI-ALUNO
               EVALUATE TRUE
                   WHEN VINCULO-PRIMARIO
                       MOVE 'PRIMARIO'   TO WS-DVI-TIPO
                   WHEN VINCULO-EMERGENCIA
                       MOVE 'EMERGENCIA' TO WS-DVI-TIPO
                   WHEN OTHER
                       MOVE 'OUTRO'      TO WS-DVI-TIPO
               END-EVALUATE
               WRITE REG-RELATORIO     FROM WS-DET-VINCULO
           END-IF

           READ VINCALTT NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P360-FIM.

       P400-NOTAS.
           MOVE '4. ANOTACOES DE ATENDIMENTO' TO WS-SEC-TITULO
           MOVE '(NOTACTT.DAT)'        TO WS-SEC-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-TITULO-SECAO
           MOVE 0                      TO WS-QTD-SECAO

           SET FS-OK-NOTAS             TO TRUE
           SET EOF-OK                  TO FALSE
           OPEN INPUT NOTAS

           IF NOT FS-OK-NOTAS
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P400-FIM
           END-IF

           READ NOTAS
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P410-NOTA           THRU P410-FIM UNTIL EOF-OK

           CLOSE NOTAS
           PERFORM P280-FIM-SECAO      THRU P280-FIM
           .
       P400-FIM.

       P410-NOTA.
           IF NOTA-ID-CONTATO EQUAL WS-ID-CONTATO
               ADD 1                   TO WS-QTD-SECAO
               MOVE NOTA-DATA          TO WS-DATA-AUX
               PERFORM P890-EDITA-DATA THRU P890-FIM
               MOVE WS-DATA-ED         TO WS-DNO-DATA
               MOVE NOTA-NM-OPERADOR   TO WS-DNO-OPERADOR
               MOVE NOTA-TEXTO (1:46)  TO WS-DNO-TEXTO
               WRITE REG-RELATORIO     FROM WS-DET-NOTA
               IF NOTA-TEXTO (47:14) NOT EQUAL SPACES
                   MOVE NOTA-TEXTO (47:14) TO WS-DN2-TEXTO
                   WRITE REG-RELATORIO FROM WS-DET-NOTA-2
               END-IF
           END-IF

           READ NOTAS
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P410-FIM.

       P450-AUDITORIA.
           MOVE '5. AUDITORIA DO CADASTRO' TO WS-SEC-TITULO
           MOVE '(LOGCONTT.DAT)'       TO WS-SEC-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-TITULO-SECAO
           MOVE 0                      TO WS-QTD-SECAO

           SET FS-OK-LOG               TO TRUE
           SET EOF-OK                  TO FALSE
           OPEN INPUT LOGCONTT

           IF NOT FS-OK-LOG
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P450-FIM
           END-IF

           READ LOGCONTT
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P460-LOG            THRU P460-FIM UNTIL EOF-OK

           CLOSE LOGCONTT
           PERFORM P280-FIM-SECAO      THRU P280-FIM
           .
       P450-FIM.

       P460-LOG.
           IF LOG-ID-CONTATO EQUAL WS-ID-CONTATO
               ADD 1                   TO WS-QTD-SECAO
               MOVE LOG-DATA           TO WS-DATA-AUX
               PERFORM P890-EDITA-DATA THRU P890-FIM
               MOVE WS-DATA-ED         TO WS-DLG-DATA
               MOVE LOG-OPERACAO       TO WS-DLG-OPERACAO
               MOVE LOG-NOME-ANTES     TO WS-DLG-ANTES
               MOVE LOG-NOME-DEPOIS    TO WS-DLG-DEPOIS
               WRITE REG-RELATORIO     FROM WS-DET-LOG
           END-IF

           READ LOGCONTT
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P460-FIM.

      *    A LISTA DE ESPERA NAO GUARDA O ID DO CONTATO: A INSCRICAO E
      *    RELACIONADA PELO MESMO NOME OU PELO MESMO TELEFONE.
       P500-ESPERA.
           MOVE '6. LISTA DE ESPERA (MESMO NOME OU TELEFONE)'
                                       TO WS-SEC-TITULO
           MOVE '(LISESPTT.DAT)'       TO WS-SEC-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-TITULO-SECAO
           MOVE 0                      TO WS-QTD-SECAO

           SET FS-OK-ESPERA            TO TRUE
           SET EOF-OK                  TO FALSE
           OPEN INPUT ESPERA

           IF NOT FS-OK-ESPERA
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P500-FIM
           END-IF

           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P510-INSCRICAO      THRU P510-FIM UNTIL EOF-OK

           CLOSE ESPERA
           PERFORM P280-FIM-SECAO      THRU P280-FIM
           .
       P500-FIM.

       P510-INSCRICAO.
           IF (NM-RESP-ESPERA EQUAL WS-NM-CONTATO
                              AND WS-NM-CONTATO NOT EQUAL SPACES)
              OR (TEL-RESP-ESPERA EQUAL WS-TEL-CONTATO
                              AND WS-TEL-CONTATO NOT EQUAL ZERO)
               ADD 1                   TO WS-QTD-SECAO
               MOVE ID-ESPERA          TO WS-DES-ID
               MOVE DT-INSCRICAO       TO WS-DATA-AUX
               PERFORM P890-EDITA-DATA THRU P890-FIM
               MOVE WS-DATA-ED         TO WS-DES-DATA
               MOVE NM-CANDIDATO       TO WS-DES-CANDIDATO
               EVALUATE TRUE
                   WHEN ESPERA-AGUARDANDO
                       MOVE 'AGUARDANDO'  TO WS-DES-STATUS
                   WHEN ESPERA-MATRICULADA
                       MOVE 'MATRICULADA' TO WS-DES-STATUS
                   WHEN OTHER
                       MOVE 'CANCELADA'   TO WS-DES-STATUS
               END-EVALUATE
               WRITE REG-RELATORIO     FROM WS-DET-ESPERA
               MOVE NM-RESP-ESPERA     TO WS-DE2-NOME
               MOVE TEL-RESP-ESPERA    TO WS-DE2-TEL
               MOVE EMAIL-RESP-ESPERA  TO WS-DE2-EMAIL
               WRITE REG-RELATORIO     FROM WS-DET-ESPERA-2
           END-IF

           READ ESPERA NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P510-FIM.

       P550-MENSALIDADES.
           MOVE '7. COBRANCAS DOS ALUNOS SOB RESPONSABILIDADE'
                                       TO WS-SEC-TITULO
           MOVE '(MENSALTT.DAT)'       TO WS-SEC-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-TITULO-SECAO
           MOVE 0                      TO WS-QTD-SECAO

           SET FS-OK-MENS              TO TRUE
           SET EOF-OK                  TO FALSE

           IF WS-QTD-ALUNOS-RESP = 0
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P550-FIM
           END-IF

           OPEN INPUT MENSALIDADES

           IF NOT FS-OK-MENS
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P550-FIM
           END-IF

           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P560-COBRANCA       THRU P560-FIM UNTIL EOF-OK

           CLOSE MENSALIDADES
           PERFORM P280-FIM-SECAO      THRU P280-FIM
           .
       P550-FIM.

       P560-COBRANCA.
           IF MENS-ID-ALUNO NOT EQUAL ZERO
               IF ALUNO-DO-RESPONSAVEL (MENS-ID-ALUNO)
                   ADD 1               TO WS-QTD-SECAO
                   MOVE MENS-COMPETENCIA TO WS-DME-COMP
                   MOVE MENS-ID-ALUNO  TO WS-DME-ALUNO
                   MOVE MENS-VALOR     TO WS-DME-VALOR
                   MOVE MENS-VALOR-PAGO TO WS-DME-PAGO
                   EVALUATE TRUE
                       WHEN MENS-ABERTA
                           MOVE 'ABERTA'    TO WS-DME-STATUS
                       WHEN MENS-PAGA
                           MOVE 'PAGA'      TO WS-DME-STATUS
                       WHEN OTHER
                           MOVE 'CANCELADA' TO WS-DME-STATUS
                   END-EVALUATE
                   WRITE REG-RELATORIO FROM WS-DET-MENS
               END-IF
           END-IF

           READ MENSALIDADES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P560-FIM.

       P600-PAGAMENTOS.
           MOVE '8. PAGAMENTOS E ESTORNOS' TO WS-SEC-TITULO
           MOVE '(MOVPAGTT.DAT)'       TO WS-SEC-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-TITULO-SECAO
           MOVE 0                      TO WS-QTD-SECAO

           SET FS-OK-MOV               TO TRUE
           SET EOF-OK                  TO FALSE

           IF WS-QTD-ALUNOS-RESP = 0
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P600-FIM
           END-IF

           OPEN INPUT MOVIMENTO

           IF NOT FS-OK-MOV
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P600-FIM
           END-IF

           READ MOVIMENTO NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P610-MOVIMENTO      THRU P610-FIM UNTIL EOF-OK

           CLOSE MOVIMENTO
           PERFORM P280-FIM-SECAO      THRU P280-FIM
           .
       P600-FIM.

       P610-MOVIMENTO.
           IF MOV-ID-ALUNO NOT EQUAL ZERO
               IF ALUNO-DO-RESPONSAVEL (MOV-ID-ALUNO)
                   ADD 1               TO WS-QTD-SECAO
                   MOVE MOV-DATA       TO WS-DATA-AUX
                   PERFORM P890-EDITA-DATA THRU P890-FIM
                   MOVE WS-DATA-ED     TO WS-DMV-DATA
                   MOVE MOV-COMPETENCIA TO WS-DMV-COMP
                   MOVE MOV-ID-ALUNO   TO WS-DMV-ALUNO
                   IF MOV-RECEBIMENTO
                       MOVE 'RECEBIMENTO' TO WS-DMV-TIPO
                   ELSE
                       MOVE 'ESTORNO'     TO WS-DMV-TIPO
                   END-IF
                   MOVE MOV-VALOR      TO WS-DMV-VALOR
                   IF MOV-ORIGEM-BANCO
                       MOVE 'BANCO'    TO WS-DMV-ORIGEM
                   ELSE
                       MOVE 'CAIXA'    TO WS-DMV-ORIGEM
                   END-IF
                   WRITE REG-RELATORIO FROM WS-DET-MOV
               END-IF
           END-IF

           READ MOVIMENTO NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P610-FIM.

       P650-AVISOS.
           MOVE '9. AVISOS DE FALTA RECEBIDOS' TO WS-SEC-TITULO
           MOVE '(AVIREGTT.DAT)'       TO WS-SEC-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-TITULO-SECAO
           MOVE 0                      TO WS-QTD-SECAO

           SET FS-OK-AVR               TO TRUE
           SET EOF-OK                  TO FALSE
           OPEN INPUT AVIREG

           IF NOT FS-OK-AVR
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P650-FIM
           END-IF

           READ AVIREG NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P660-AVISO          THRU P660-FIM UNTIL EOF-OK

           CLOSE AVIREG
           PERFORM P280-FIM-SECAO      THRU P280-FIM
           .
       P650-FIM.

       P660-AVISO.
           IF AVR-ID-CONTATO EQUAL WS-ID-CONTATO
               ADD 1                   TO WS-QTD-SECAO
               MOVE AVR-DATA           TO WS-DATA-AUX
               PERFORM P890-EDITA-DATA THRU P890-FIM
               MOVE WS-DATA-ED         TO WS-DAV-DATA
               MOVE AVR-ID-ALUNO       TO WS-DAV-ALUNO
               MOVE AVR-QTD-CANAIS     TO WS-DAV-CANAIS
               WRITE REG-RELATORIO     FROM WS-DET-AVISO
           END-IF

           READ AVIREG NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P660-FIM.

       P700-DOCUMENTOS.
           MOVE '10. DOCUMENTOS ESCOLARES EMITIDOS' TO WS-SEC-TITULO
           MOVE '(DOCEMITT.DAT)'       TO WS-SEC-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-TITULO-SECAO
           MOVE 0                      TO WS-QTD-SECAO

           SET FS-OK-DOC               TO TRUE
           SET EOF-OK                  TO FALSE
           OPEN INPUT DOCUMENTOS

           IF NOT FS-OK-DOC
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P700-FIM
           END-IF

           READ DOCUMENTOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P710-DOCUMENTO      THRU P710-FIM UNTIL EOF-OK

           CLOSE DOCUMENTOS
           PERFORM P280-FIM-SECAO      THRU P280-FIM
           .
       P700-FIM.

       P710-DOCUMENTO.
           IF DOC-ID-RESPONSAVEL EQUAL WS-ID-CONTATO
               ADD 1                   TO WS-QTD-SECAO
               MOVE DOC-NUMERO         TO WS-DDO-NUMERO
               IF DOC-DECL-MATRICULA
                   MOVE 'DECL.MATRIC.' TO WS-DDO-TIPO
               ELSE
                   MOVE 'CERT.TRANSF.' TO WS-DDO-TIPO
               END-IF
               MOVE DOC-DT-EMISSAO     TO WS-DATA-AUX
               PERFORM P890-EDITA-DATA THRU P890-FIM
               MOVE WS-DATA-ED         TO WS-DDO-DATA
               MOVE DOC-ID-ALUNO       TO WS-DDO-ALUNO
               WRITE REG-RELATORIO     FROM WS-DET-DOC
           END-IF

           READ DOCUMENTOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P710-FIM.

      *    O ARQUIVO DE TAREFAS NAO TEM CHAVE PELO CONTATO: LE TUDO E
      *    SEPARA AS TAREFAS DO TITULAR.
       P750-TAREFAS.
           MOVE '11. TAREFAS DE RETORNO' TO WS-SEC-TITULO
           MOVE '(TARCNTT.DAT)'        TO WS-SEC-ARQUIVO
           WRITE REG-RELATORIO         FROM WS-TITULO-SECAO
           MOVE 0                      TO WS-QTD-SECAO

           SET FS-OK-TAREFAS           TO TRUE
           SET EOF-OK                  TO FALSE
           OPEN INPUT TAREFAS

           IF NOT FS-OK-TAREFAS
               PERFORM P280-FIM-SECAO  THRU P280-FIM
               GO TO P750-FIM
           END-IF

           READ TAREFAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P760-TAREFA         THRU P760-FIM UNTIL EOF-OK

           CLOSE TAREFAS
           PERFORM P280-FIM-SECAO      THRU P280-FIM
           .
       P750-FIM.

       P760-TAREFA.
           IF TAR-ID-CONTATO EQUAL WS-ID-CONTATO
               ADD 1                   TO WS-QTD-SECAO
               MOVE TAR-NUMERO         TO WS-DTA-NUMERO
               MOVE TAR-DT-VENCIMENTO  TO WS-DATA-AUX
               PERFORM P890-EDITA-DATA THRU P890-FIM
               MOVE WS-DATA-ED         TO WS-DTA-DATA
               IF TAR-ABERTA
                   MOVE 'ABERTA'       TO WS-DTA-STATUS
               ELSE
                   MOVE 'CONCLUIDA'    TO WS-DTA-STATUS
               END-IF
               MOVE TAR-ID-OPERADOR    TO WS-DTA-OPERADOR
               WRITE REG-RELATORIO     FROM WS-DET-TAREFA
               MOVE 'DESCRICAO: '      TO WS-DT2-ROTULO
               MOVE TAR-DESCRICAO      TO WS-DT2-TEXTO
               WRITE REG-RELATORIO     FROM WS-DET-TAREFA-2
               IF TAR-NOTA-CONCLUSAO NOT EQUAL SPACES
                   MOVE 'CONCLUSAO: '  TO WS-DT2-ROTULO
                   MOVE TAR-NOTA-CONCLUSAO TO WS-DT2-TEXTO
                   WRITE REG-RELATORIO FROM WS-DET-TAREFA-2
               END-IF
           END-IF

           READ TAREFAS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P760-FIM.

       P890-EDITA-DATA.
           MOVE WS-AUX-DIA             TO WS-ED-DIA
           MOVE WS-AUX-MES             TO WS-ED-MES
           MOVE WS-AUX-ANO             TO WS-ED-ANO
           .
       P890-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM LGPDCTT.
