      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Avisos diarios de falta aos responsaveis: depois do
      *          lancamento da chamada no CADFRQTT, le em FREQALTT.DAT
      *          as faltas (FREQ-AUSENTE) do dia informado, localiza
      *          os responsaveis do aluno (REF-ID-CONTATO em
      *          ALUNOS.DAT e vinculos primarios em VINCALTT.DAT) e
      *          grava em AVIFALTT-DAT um aviso por canal (SMS no
      *          telefone e e-mail) para o gateway de mensagens. Cada
      *          aviso enviado fica em AVIREGTT.DAT e o responsavel
      *          nao e avisado de novo pela mesma falta na
      *          reexecucao. Aluno com faltas em dias letivos
      *          seguidos (calendario escolar CALENDTT.DAT) ou sem
      *          responsavel que possa ser avisado vai para a lista
      *          da coordenacao AVIFALTT-LST. Restrito a supervisor,
      *          com login proprio nos moldes do GERMENTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVIFALTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FREQUENCIA ASSIGN TO
               "FREQALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS FREQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT VINCALTT ASSIGN TO
               "VINCALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-VINCULO
               ALTERNATE RECORD KEY IS ID-ALUNO-VI WITH DUPLICATES
               FILE STATUS IS WS-FS-VINC.

               SELECT CONTATOS ASSIGN TO
               "CONTATOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT CALENDARIO ASSIGN TO
               "CALENDTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CAL-DATA
               FILE STATUS IS WS-FS-CAL.

               SELECT AVIREG ASSIGN TO
               "AVIREGTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS AVR-CHAVE
               FILE STATUS IS WS-FS-AVR.

               SELECT AVISOS ASSIGN TO
               "AVIFALTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVISOS.

               SELECT RELATORIO ASSIGN TO
               "AVIFALTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD FREQUENCIA.
          COPY FD_FREQTT.

       FD ALUNOS.
          COPY FD_ALLTT.

       FD VINCALTT.
          COPY FD_VINATT REPLACING ID-ALUNO BY ID-ALUNO-VI
                                   ID-CONTATO BY ID-CONTATO-VI.

       FD CONTATOS.
          COPY FD_CONTT.

       FD CALENDARIO.
          COPY FD_CALTT.

       FD AVIREG.
          COPY FD_AVIRG.

       FD AVISOS.
          COPY FD_AVIFT.

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
       77 WS-FS-FREQ                  PIC 99.
           88 FS-OK-FREQ              VALUE 0.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-VINC                  PIC 99.
           88 FS-OK-VINC              VALUE 0.
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-CAL                   PIC 99.
           88 FS-OK-CAL               VALUE 0.
       77 WS-FS-AVR                   PIC 99.
           88 FS-OK-AVR               VALUE 0.
       77 WS-FS-AVISOS                PIC 99.
           88 FS-OK-AVISOS            VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-ARQ-OK                   PIC X     VALUE 'N'.
           88 ARQUIVOS-ABERTOS        VALUE 'S' FALSE 'N'.
       77 WS-CAL-OK                   PIC X     VALUE 'N'.
           88 TEM-CALENDARIO          VALUE 'S' FALSE 'N'.
       77 WS-PARA-OK                  PIC X     VALUE 'N'.
           88 SEQUENCIA-INTERROMPIDA  VALUE 'S' FALSE 'N'.
       77 WS-RESP-OK                  PIC X     VALUE 'N'.
           88 RESP-JA-NA-LISTA        VALUE 'S' FALSE 'N'.
       77 WS-DATA-FALTA               PIC 9(08) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-LIMITE-CONSECUTIVAS      PIC 9(02) VALUE 3.
       77 WS-DIAS-CONSECUTIVOS        PIC 9(02) VALUE 0.
       77 WS-MAX-AUSENTES             PIC 9(05) COMP VALUE 500.
       77 WS-QTD-AUSENTES             PIC 9(05) COMP VALUE 0.
       77 WS-MAX-ANTERIORES           PIC 9(02) COMP VALUE 10.
       77 WS-QTD-ANTERIORES           PIC 9(02) COMP VALUE 0.
       77 WS-QTD-PASSOS               PIC 9(03) COMP VALUE 0.
       77 WS-MAX-RESP                 PIC 9(02) COMP VALUE 10.
       77 WS-QTD-RESP                 PIC 9(02) COMP VALUE 0.
       77 WS-QTD-AVISADOS-ALUNO       PIC 9(02) COMP VALUE 0.
       77 WS-QTD-CANAIS               PIC 9(01) VALUE 0.
       77 WS-IDX                      PIC 9(05) COMP VALUE 0.
       77 WS-IDX-D                    PIC 9(02) COMP VALUE 0.
       77 WS-IDX-R                    PIC 9(02) COMP VALUE 0.
       77 WS-IDX-B                    PIC 9(02) COMP VALUE 0.
       77 WS-ID-CONTATO-NOVO          PIC 9(04) VALUE 0.
       77 WS-TEL-DESTINO              PIC 9(12) VALUE 0.
       77 WS-ULTIMO-DIA               PIC 9(02) VALUE 0.
       77 WS-QUOC                     PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-4                  PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-100                PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-400                PIC 9(04) COMP VALUE 0.
       77 WS-QTD-FALTAS               PIC 9(05) COMP VALUE 0.
       77 WS-QTD-AVISOS               PIC 9(05) COMP VALUE 0.
       77 WS-QTD-RESP-AVISADOS        PIC 9(05) COMP VALUE 0.
       77 WS-QTD-JA-AVISADOS          PIC 9(05) COMP VALUE 0.
       77 WS-QTD-ESCALADOS            PIC 9(05) COMP VALUE 0.
       77 WS-QTD-SEM-RESP             PIC 9(05) COMP VALUE 0.

      *    DATA CORRENTE NA BUSCA DOS DIAS LETIVOS ANTERIORES.
       01 WS-DATA                     PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA.
           03 WS-DATA-ANO             PIC 9(04).
           03 WS-DATA-MES             PIC 9(02).
           03 WS-DATA-DIA             PIC 9(02).
       01 WS-DIAS-DO-MES              PIC X(24) VALUE
           '312831303130313130313031'.
       01 FILLER REDEFINES WS-DIAS-DO-MES.
           03 WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.

      *    DATA DA FALTA NO TEXTO DO AVISO (DD/MM/AAAA).
       01 WS-DATA-TEXTO.
           03 WS-TXT-DIA              PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-TXT-MES              PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-TXT-ANO              PIC 9(04).

      *    ALUNOS AUSENTES NO DIA, COLETADOS ANTES DAS LEITURAS
      *    ALEATORIAS DA FREQUENCIA DOS DIAS ANTERIORES.
       01 WS-TABELA-AUSENTES.
           03 WS-TAB-AUSENTE          PIC 9(04) OCCURS 500 TIMES.

      *    DIAS LETIVOS ANTERIORES A DATA DA FALTA, DO MAIS RECENTE
      *    PARA O MAIS ANTIGO.
       01 WS-TABELA-ANTERIORES.
           03 WS-TAB-ANTERIOR         PIC 9(08) OCCURS 10 TIMES.

      *    RESPONSAVEIS DO ALUNO: TITULAR E VINCULOS PRIMARIOS.
       01 WS-TABELA-RESP.
           03 WS-TAB-RESP             PIC 9(04) OCCURS 10 TIMES.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'FALTAS - LISTA DA COORDENACAO - DIA '.
           03 WS-CAB-DATA             PIC 9(08).

       01 WS-CABECALHO-2.
           03 FILLER                  PIC X(40) VALUE
              'ALUNO NOME                 TURMA DIAS '.
           03 FILLER                  PIC X(40) VALUE
              'SITUACAO'.

       01 WS-DETALHE.
           03 WS-DET-ID               PIC ZZZ9.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-NOME             PIC X(20).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-TURMA            PIC Z9.
           03 FILLER                  PIC X(04) VALUE SPACES.
           03 WS-DET-DIAS             PIC Z9.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-SITUACAO         PIC X(42).

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(31) VALUE
              'FALTAS NO DIA................: '.
           03 WS-ROD-FALTAS           PIC ZZZZ9.
       01 WS-RODAPE-2.
           03 FILLER                  PIC X(31) VALUE
              'AVISOS GRAVADOS (SMS/E-MAIL).: '.
           03 WS-ROD-AVISOS           PIC ZZZZ9.
       01 WS-RODAPE-3.
           03 FILLER                  PIC X(31) VALUE
              'JA AVISADOS ANTES (PULADOS)..: '.
           03 WS-ROD-JA-AVISADOS      PIC ZZZZ9.
       01 WS-RODAPE-4.
           03 FILLER                  PIC X(31) VALUE
              'ALUNOS NA LISTA (ACIMA)......: '.
           03 WS-ROD-LISTADOS         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** AVISOS DE FALTA AOS RESPONSAVEIS ***'
            CALL 'LOGINTT'              USING WS-COM-AREA
            IF LOGIN-OK AND OPERADOR-SUPERVISOR IN WS-NIVEL-OPERADOR
                                                        THEN
                PERFORM P100-INFORMA-DATA  THRU P100-FIM
                PERFORM P150-DIAS-ANTERIORES THRU P150-FIM
                PERFORM P200-COLETA-AUSENTES THRU P200-FIM
                PERFORM P250-ABRE-ARQUIVOS THRU P250-FIM
                IF ARQUIVOS-ABERTOS
                    PERFORM P300-PROCESSA  THRU P300-FIM
                    PERFORM P800-RODAPE    THRU P800-FIM
                END-IF
            ELSE
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
            END-IF
            PERFORM P900-FIM
            .
       P100-INFORMA-DATA.
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           DISPLAY 'INFORME A DATA DA CHAMADA (AAAAMMDD) OU <ENTER> '
                   'PARA HOJE: '
           ACCEPT WS-DATA-FALTA

           IF WS-DATA-FALTA EQUAL ZERO
               MOVE WS-DATA-HOJE       TO WS-DATA-FALTA
           END-IF

           MOVE WS-DATA-FALTA          TO WS-DATA
           MOVE WS-DATA-DIA            TO WS-TXT-DIA
           MOVE WS-DATA-MES            TO WS-TXT-MES
           MOVE WS-DATA-ANO            TO WS-TXT-ANO
           .
       P100-FIM.

      *    MONTA A LISTA DOS DIAS LETIVOS ANTERIORES A DATA DA FALTA,
      *    VOLTANDO DIA A DIA NO CALENDARIO ESCOLAR.
       P150-DIAS-ANTERIORES.
           SET TEM-CALENDARIO          TO FALSE
           SET FS-OK-CAL               TO TRUE
           MOVE 0                      TO WS-QTD-ANTERIORES
           MOVE 0                      TO WS-QTD-PASSOS

           IF WS-DATA-MES < 1 OR WS-DATA-MES > 12
               GO TO P150-FIM
           END-IF

           OPEN INPUT CALENDARIO

           IF NOT FS-OK-CAL
               DISPLAY 'CALENDARIO ESCOLAR NAO CADASTRADO. FALTAS '
                       'SEGUIDAS NAO SERAO CONFERIDAS.'
               GO TO P150-FIM
           END-IF

           SET TEM-CALENDARIO          TO TRUE

           PERFORM P160-VOLTA-DIA      THRU P160-FIM
               UNTIL WS-QTD-ANTERIORES NOT LESS THAN WS-MAX-ANTERIORES
                  OR WS-QTD-PASSOS > 60

           CLOSE CALENDARIO
           .
       P150-FIM.

       P160-VOLTA-DIA.
           ADD 1                        TO WS-QTD-PASSOS
           PERFORM P170-DIA-ANTERIOR    THRU P170-FIM

           MOVE WS-DATA                 TO CAL-DATA
           READ CALENDARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAL-LETIVO
                       ADD 1            TO WS-QTD-ANTERIORES
                       MOVE WS-DATA     TO WS-TAB-ANTERIOR
                                                   (WS-QTD-ANTERIORES)
                   END-IF
           END-READ
           .
       P160-FIM.

      *    RECUA WS-DATA PARA O DIA ANTERIOR.
       P170-DIA-ANTERIOR.
           IF WS-DATA-DIA > 1
               SUBTRACT 1               FROM WS-DATA-DIA
               GO TO P170-FIM
           END-IF

           IF WS-DATA-MES > 1
               SUBTRACT 1               FROM WS-DATA-MES
           ELSE
               MOVE 12                  TO WS-DATA-MES
               SUBTRACT 1               FROM WS-DATA-ANO
           END-IF

           MOVE WS-DIAS-MES (WS-DATA-MES) TO WS-ULTIMO-DIA
           IF WS-DATA-MES EQUAL 2
               DIVIDE WS-DATA-ANO BY 4   GIVING WS-QUOC
                                         REMAINDER WS-RESTO-4
               DIVIDE WS-DATA-ANO BY 100 GIVING WS-QUOC
                                         REMAINDER WS-RESTO-100
               DIVIDE WS-DATA-ANO BY 400 GIVING WS-QUOC
                                         REMAINDER WS-RESTO-400
               IF WS-RESTO-400 EQUAL ZERO
                  OR (WS-RESTO-4 EQUAL ZERO
                      AND WS-RESTO-100 NOT EQUAL ZERO)
                   MOVE 29              TO WS-ULTIMO-DIA
               END-IF
           END-IF
           MOVE WS-ULTIMO-DIA           TO WS-DATA-DIA
           .
       P170-FIM.

       P200-COLETA-AUSENTES.
           MOVE 0                      TO WS-QTD-AUSENTES
           MOVE 0                      TO WS-QTD-FALTAS
           SET FS-OK-FREQ              TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT FREQUENCIA

           IF NOT FS-OK-FREQ
               DISPLAY 'NENHUM ARQUIVO DE FREQUENCIA ENCONTRADO.'
               DISPLAY 'FILE STATUS: ' WS-FS-FREQ
               GO TO P200-FIM
           END-IF

           MOVE WS-DATA-FALTA          TO FREQ-DATA
           MOVE 0                      TO FREQ-ID-ALUNO

           START FREQUENCIA KEY IS NOT LESS THAN FREQ-CHAVE
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P220-EMPILHA-AUSENTE THRU P220-FIM UNTIL EOF-OK

           CLOSE FREQUENCIA

           IF WS-QTD-AUSENTES = WS-MAX-AUSENTES
               DISPLAY 'ATENCAO: LIMITE DE ' WS-MAX-AUSENTES
                       ' FALTAS NO DIA ATINGIDO. AVISOS PODEM ESTAR '
                       'INCOMPLETOS.'
           END-IF
           .
       P200-FIM.

       P220-EMPILHA-AUSENTE.
           IF FREQ-DATA NOT EQUAL WS-DATA-FALTA
               SET EOF-OK               TO TRUE
               GO TO P220-FIM
           END-IF

           IF FREQ-AUSENTE AND WS-QTD-AUSENTES < WS-MAX-AUSENTES
               ADD 1                    TO WS-QTD-AUSENTES
               ADD 1                    TO WS-QTD-FALTAS
               MOVE FREQ-ID-ALUNO       TO WS-TAB-AUSENTE
                                                   (WS-QTD-AUSENTES)
           END-IF

           READ FREQUENCIA NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P220-FIM.

       P250-ABRE-ARQUIVOS.
           SET ARQUIVOS-ABERTOS        TO FALSE

           IF WS-QTD-AUSENTES EQUAL ZERO
               DISPLAY 'NENHUMA FALTA LANCADA EM ' WS-DATA-FALTA '.'
               GO TO P250-FIM
           END-IF

           SET FS-OK-FREQ              TO TRUE
           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-AVR               TO TRUE
           SET FS-OK-AVISOS            TO TRUE
           SET FS-OK-RELATORIO         TO TRUE

           OPEN INPUT FREQUENCIA
           OPEN INPUT ALUNOS

           OPEN I-O AVIREG

           IF WS-FS-AVR EQUAL 35
               OPEN OUTPUT AVIREG
               CLOSE AVIREG
               OPEN I-O AVIREG
           END-IF

           OPEN EXTEND AVISOS

           IF WS-FS-AVISOS EQUAL 35
               OPEN OUTPUT AVISOS
           END-IF

           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-FREQ OR NOT FS-OK-ALUNOS OR NOT FS-OK-AVR
              OR NOT FS-OK-AVISOS OR NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DOS AVISOS.'
               DISPLAY 'FILE STATUS FREQUENCIA: ' WS-FS-FREQ
               DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-ALUNOS
               DISPLAY 'FILE STATUS REGISTRO..: ' WS-FS-AVR
               DISPLAY 'FILE STATUS AVISOS....: ' WS-FS-AVISOS
               DISPLAY 'FILE STATUS RELATORIO.: ' WS-FS-RELATORIO
               CLOSE FREQUENCIA
               CLOSE ALUNOS
               CLOSE AVIREG
               CLOSE AVISOS
               CLOSE RELATORIO
               GO TO P250-FIM
           END-IF

           SET ARQUIVOS-ABERTOS        TO TRUE

           MOVE WS-DATA-FALTA          TO WS-CAB-DATA
           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM SPACES
           WRITE REG-RELATORIO         FROM WS-CABECALHO-2
           .
       P250-FIM.

       P300-PROCESSA.
           MOVE 0                      TO WS-QTD-AVISOS
           MOVE 0                      TO WS-QTD-RESP-AVISADOS
           MOVE 0                      TO WS-QTD-JA-AVISADOS
           MOVE 0                      TO WS-QTD-ESCALADOS
           MOVE 0                      TO WS-QTD-SEM-RESP
           MOVE 1                      TO WS-IDX

           PERFORM P320-TRATA-AUSENTE  THRU P320-FIM
               UNTIL WS-IDX > WS-QTD-AUSENTES

           CLOSE FREQUENCIA
           CLOSE ALUNOS
           CLOSE AVIREG
           CLOSE AVISOS
           .
       P300-FIM.

       P320-TRATA-AUSENTE.
           MOVE WS-TAB-AUSENTE (WS-IDX) TO ID-ALUNO

           READ ALUNOS
               INVALID KEY
                   GO TO P320-PROXIMO
           END-READ

           PERFORM P340-CONTA-SEGUIDAS  THRU P340-FIM
           PERFORM P360-COLETA-RESP     THRU P360-FIM

           MOVE 0                       TO WS-QTD-AVISADOS-ALUNO
           MOVE 1                       TO WS-IDX-R
           PERFORM P400-AVISA-RESP      THRU P400-FIM
               UNTIL WS-IDX-R > WS-QTD-RESP

           MOVE ID-ALUNO                TO WS-DET-ID
           MOVE NM-ALUNO                TO WS-DET-NOME
           MOVE NUM-ALUNO               TO WS-DET-TURMA
           MOVE WS-DIAS-CONSECUTIVOS    TO WS-DET-DIAS

           EVALUATE TRUE
               WHEN WS-QTD-RESP EQUAL ZERO
                   MOVE 'SEM RESPONSAVEL CADASTRADO'
                                        TO WS-DET-SITUACAO
                   ADD 1                TO WS-QTD-SEM-RESP
                   PERFORM P380-LISTA   THRU P380-FIM
               WHEN WS-QTD-AVISADOS-ALUNO EQUAL ZERO
                   MOVE 'SEM RESPONSAVEL ATIVO COM TELEFONE/E-MAIL'
                                        TO WS-DET-SITUACAO
                   ADD 1                TO WS-QTD-SEM-RESP
                   PERFORM P380-LISTA   THRU P380-FIM
               WHEN WS-DIAS-CONSECUTIVOS NOT LESS THAN
                    WS-LIMITE-CONSECUTIVAS
                   MOVE 'FALTAS EM DIAS LETIVOS SEGUIDOS'
                                        TO WS-DET-SITUACAO
                   ADD 1                TO WS-QTD-ESCALADOS
                   PERFORM P380-LISTA   THRU P380-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P320-PROXIMO.
           ADD 1                        TO WS-IDX
           .
       P320-FIM.

      *    CONTA A FALTA DO DIA MAIS AS FALTAS NOS DIAS LETIVOS
      *    IMEDIATAMENTE ANTERIORES, ATE O PRIMEIRO DIA SEM FALTA.
       P340-CONTA-SEGUIDAS.
           MOVE 1                       TO WS-DIAS-CONSECUTIVOS
           MOVE 1                       TO WS-IDX-D
           SET SEQUENCIA-INTERROMPIDA   TO FALSE

           PERFORM P345-CONFERE-DIA     THRU P345-FIM
               UNTIL SEQUENCIA-INTERROMPIDA
                  OR WS-IDX-D > WS-QTD-ANTERIORES
           .
       P340-FIM.

       P345-CONFERE-DIA.
           MOVE WS-TAB-ANTERIOR (WS-IDX-D) TO FREQ-DATA
           MOVE ID-ALUNO                TO FREQ-ID-ALUNO

           READ FREQUENCIA
               INVALID KEY
                   SET SEQUENCIA-INTERROMPIDA TO TRUE
               NOT INVALID KEY
                   IF FREQ-AUSENTE
                       ADD 1            TO WS-DIAS-CONSECUTIVOS
                   ELSE
                       SET SEQUENCIA-INTERROMPIDA TO TRUE
                   END-IF
           END-READ

           ADD 1                        TO WS-IDX-D
           .
       P345-FIM.

       P360-COLETA-RESP.
      *    A VARREDURA DO ARQUIVO DE VINCULOS ACONTECE PARA CADA ALUNO
      *    AUSENTE, POR ISSO ELE E ABERTO E FECHADO AQUI, COMO NO
      *    FICEMTT.
           MOVE 0                       TO WS-QTD-RESP

           IF REF-ID-CONTATO NOT EQUAL ZERO
               MOVE REF-ID-CONTATO      TO WS-ID-CONTATO-NOVO
               PERFORM P370-ACRESCENTA-RESP THRU P370-FIM
           END-IF

           SET FS-OK-VINC               TO TRUE

           OPEN INPUT VINCALTT

           IF NOT FS-OK-VINC
               GO TO P360-FIM
           END-IF

           PERFORM P365-LE-VINCULO      THRU P365-FIM

           PERFORM P368-EMPILHA-VINCULO THRU P368-FIM
               UNTIL WS-FS-VINC NOT EQUAL 0

           CLOSE VINCALTT
           .
       P360-FIM.

       P365-LE-VINCULO.
           READ VINCALTT NEXT RECORD
               AT END
                   CONTINUE
           END-READ
           .
       P365-FIM.

       P368-EMPILHA-VINCULO.
           IF ID-ALUNO-VI EQUAL ID-ALUNO AND VINCULO-PRIMARIO
               MOVE ID-CONTATO-VI       TO WS-ID-CONTATO-NOVO
               PERFORM P370-ACRESCENTA-RESP THRU P370-FIM
           END-IF

           PERFORM P365-LE-VINCULO      THRU P365-FIM
           .
       P368-FIM.

       P370-ACRESCENTA-RESP.
           SET RESP-JA-NA-LISTA         TO FALSE
           MOVE 1                       TO WS-IDX-B

           PERFORM P375-COMPARA-RESP    THRU P375-FIM
               UNTIL RESP-JA-NA-LISTA OR WS-IDX-B > WS-QTD-RESP

           IF NOT RESP-JA-NA-LISTA AND WS-QTD-RESP < WS-MAX-RESP
               ADD 1                    TO WS-QTD-RESP
               MOVE WS-ID-CONTATO-NOVO  TO WS-TAB-RESP (WS-QTD-RESP)
           END-IF
           .
       P370-FIM.

       P375-COMPARA-RESP.
           IF WS-TAB-RESP (WS-IDX-B) EQUAL WS-ID-CONTATO-NOVO
               SET RESP-JA-NA-LISTA     TO TRUE
           ELSE
               ADD 1                    TO WS-IDX-B
           END-IF
           .
       P375-FIM.

       P380-LISTA.
           WRITE REG-RELATORIO          FROM WS-DETALHE
           .
       P380-FIM.

       P400-AVISA-RESP.
           SET FS-OK-CONTATOS           TO TRUE

           OPEN INPUT CONTATOS

           IF NOT FS-OK-CONTATOS
               GO TO P400-PROXIMO
           END-IF

           MOVE WS-TAB-RESP (WS-IDX-R)  TO ID-CONTATO
           READ CONTATOS
               INVALID KEY
                   CLOSE CONTATOS
                   GO TO P400-PROXIMO
           END-READ

           CLOSE CONTATOS

           IF NOT CONTATO-ATIVO
               GO TO P400-PROXIMO
           END-IF

           IF TEL-CONTATO EQUAL ZERO AND EMAIL-CONTATO EQUAL SPACES
               GO TO P400-PROXIMO
           END-IF

           MOVE WS-DATA-FALTA           TO AVR-DATA
           MOVE ID-ALUNO                TO AVR-ID-ALUNO
           MOVE ID-CONTATO              TO AVR-ID-CONTATO

           READ AVIREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1                TO WS-QTD-JA-AVISADOS
                   ADD 1                TO WS-QTD-AVISADOS-ALUNO
                   GO TO P400-PROXIMO
           END-READ

           MOVE 0                       TO WS-QTD-CANAIS
           MOVE SPACES                  TO REG-AVISO
           MOVE ID-CONTATO              TO AVI-ID-CONTATO
           MOVE NM-CONTATO              TO AVI-NM-CONTATO
           MOVE ID-ALUNO                TO AVI-ID-ALUNO
           MOVE NM-ALUNO                TO AVI-NM-ALUNO
           MOVE WS-DATA-FALTA           TO AVI-DT-FALTA
           STRING 'AVISO DA ESCOLA: O ALUNO ' DELIMITED BY SIZE
                  NM-ALUNO              DELIMITED BY '  '
                  ' FALTOU A AULA EM '  DELIMITED BY SIZE
                  WS-DATA-TEXTO         DELIMITED BY SIZE
                  '.'                   DELIMITED BY SIZE
                  INTO AVI-MENSAGEM
           END-STRING

           IF TEL-CONTATO NOT EQUAL ZERO
               SET AVI-SMS              TO TRUE
               MOVE TEL-CONTATO         TO WS-TEL-DESTINO
               MOVE WS-TEL-DESTINO      TO AVI-DESTINO
               WRITE REG-AVISO
               ADD 1                    TO WS-QTD-CANAIS
           END-IF

           IF EMAIL-CONTATO NOT EQUAL SPACES
               SET AVI-EMAIL            TO TRUE
               MOVE EMAIL-CONTATO       TO AVI-DESTINO
               WRITE REG-AVISO
               ADD 1                    TO WS-QTD-CANAIS
           END-IF

           ADD WS-QTD-CANAIS            TO WS-QTD-AVISOS
           ADD 1                        TO WS-QTD-RESP-AVISADOS
           ADD 1                        TO WS-QTD-AVISADOS-ALUNO

           MOVE WS-DATA-FALTA           TO AVR-DATA
           MOVE ID-ALUNO                TO AVR-ID-ALUNO
           MOVE ID-CONTATO              TO AVR-ID-CONTATO
           ACCEPT AVR-DT-ENVIO          FROM DATE YYYYMMDD
           ACCEPT AVR-HORA-ENVIO        FROM TIME
           MOVE WS-QTD-CANAIS           TO AVR-QTD-CANAIS
           MOVE WS-DIAS-CONSECUTIVOS    TO AVR-DIAS-CONSECUTIVOS
           MOVE WS-ID-OPERADOR          TO AVR-ID-OPERADOR

           WRITE REG-AVIREG
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O AVISO DO ALUNO '
                           ID-ALUNO ' AO CONTATO ' ID-CONTATO
           END-WRITE
           .
       P400-PROXIMO.
           ADD 1                        TO WS-IDX-R
           .
       P400-FIM.

       P800-RODAPE.
           MOVE WS-QTD-FALTAS           TO WS-ROD-FALTAS
           MOVE WS-QTD-AVISOS           TO WS-ROD-AVISOS
           MOVE WS-QTD-JA-AVISADOS      TO WS-ROD-JA-AVISADOS
           COMPUTE WS-ROD-LISTADOS = WS-QTD-ESCALADOS + WS-QTD-SEM-RESP

           WRITE REG-RELATORIO          FROM SPACES
           WRITE REG-RELATORIO          FROM WS-RODAPE-1
           WRITE REG-RELATORIO          FROM WS-RODAPE-2
           WRITE REG-RELATORIO          FROM WS-RODAPE-3
           WRITE REG-RELATORIO          FROM WS-RODAPE-4

           CLOSE RELATORIO

           DISPLAY 'FALTAS NO DIA..........: ' WS-QTD-FALTAS
           DISPLAY 'RESPONSAVEIS AVISADOS..: ' WS-QTD-RESP-AVISADOS
           DISPLAY 'AVISOS GRAVADOS........: ' WS-QTD-AVISOS
           DISPLAY 'JA AVISADOS ANTES......: ' WS-QTD-JA-AVISADOS
           DISPLAY 'FALTAS SEGUIDAS........: ' WS-QTD-ESCALADOS
           DISPLAY 'SEM RESPONSAVEL........: ' WS-QTD-SEM-RESP
           DISPLAY 'AVISOS EM AVIFALTT-DAT; LISTA DA COORDENACAO EM '
                   'AVIFALTT-LST.'
           .
       P800-FIM.

       P900-FIM.
            STOP RUN.
       END PROGRAM AVIFALTT.
