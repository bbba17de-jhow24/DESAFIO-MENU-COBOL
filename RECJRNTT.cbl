      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Recuperacao de CONTATOS.DAT e ALUNOS.DAT a partir da
      *          copia de seguranca do BKPCNTT mais o diario de
      *          recuperacao (JRNRECTT<AAAAMMDD>.DAT, gravado pelo
      *          GRVJRNTT). Recarrega a geracao escolhida em arquivos
      *          indexados novos, como o RESCNTT, e reaplica em ordem
      *          as imagens gravadas no diario depois da marca da
      *          copia ate a data e hora informadas. Inclusao de chave
      *          que ja existe e regravada com a imagem do diario;
      *          alteracao ou mudanca de situacao de registro que nao
      *          existe na base recuperada nao e aplicada e sai
      *          listada em RECJRNTT-LST, com as contagens do que foi
      *          reaplicado. Copia sem marca no diario (gerada antes
      *          do diario ou com falha na marca): o diario do dia da
      *          copia e reaplicado inteiro, o que nao altera o
      *          resultado porque cada entrada e a imagem completa.
      *          Restrito a supervisor, com login proprio nos moldes
      *          do PROMALTT.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Copia de seguranca de alunos ampliada para 45
      *                 posicoes com a inclusao de UNIDADE-ALUNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECJRNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BACKUP ASSIGN TO DYNAMIC
               WS-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BACKUP.

               SELECT BACKUP-ALUNOS ASSIGN TO DYNAMIC
               WS-NOME-BACKUP-ALUNOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BACKUP-ALUNOS.

               SELECT CONTATOS ASSIGN TO
               "CONTATOS-RESTAURADO-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT ALUNOS ASSIGN TO
               "ALUNOS-RESTAURADO-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT JORNAL ASSIGN TO DYNAMIC
               WS-NOME-JORNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

               SELECT RELATORIO ASSIGN TO
               "RECJRNTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD BACKUP.
       01 REG-BACKUP                  PIC X(115).

       FD BACKUP-ALUNOS.
       01 REG-BACKUP-ALUNOS           PIC X(45).

       FD CONTATOS.
          COPY FD_CONTT.

       FD ALUNOS.
          COPY FD_ALLTT.

       FD JORNAL.
          COPY FD_JRNTT.

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
       77 WS-FS-BACKUP                PIC 99.
           88 FS-OK-BACKUP            VALUE 0.
       77 WS-FS-BACKUP-ALUNOS         PIC 99.
           88 FS-OK-BACKUP-ALUNOS     VALUE 0.
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-JORNAL                PIC 99.
           88 FS-OK-JORNAL            VALUE 0.
       77 WS-FS-RELATORIO             PIC 99.
           88 FS-OK-RELATORIO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-OPCAO-ARQ                PIC X     VALUE SPACES.
           88 OPCAO-ARQ-VALIDA        VALUE '1' '2' '3'.
       77 WS-RECUPERA-CONTATOS        PIC X     VALUE 'N'.
           88 RECUPERA-CONTATOS       VALUE 'S' FALSE 'N'.
       77 WS-RECUPERA-ALUNOS          PIC X     VALUE 'N'.
           88 RECUPERA-ALUNOS         VALUE 'S' FALSE 'N'.
       77 WS-MARCA-CONTATOS           PIC X     VALUE 'N'.
           88 ACHOU-MARCA-CONTATOS    VALUE 'S' FALSE 'N'.
       77 WS-MARCA-ALUNOS             PIC X     VALUE 'N'.
           88 ACHOU-MARCA-ALUNOS      VALUE 'S' FALSE 'N'.
       77 WS-DATA-BACKUP              PIC 9(08) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-DATA-SALVA               PIC 9(08) VALUE 0.
       77 WS-HORA-ALVO                PIC 9(04) VALUE 0.
       77 WS-IDX-ARQ                  PIC 9(01) COMP VALUE 0.
       77 WS-QTD-NAO-APLICADAS        PIC 9(05) COMP VALUE 0.
       77 WS-MOTIVO                   PIC X(30) VALUE SPACES.
       77 WS-ULTIMO-DIA               PIC 9(02) VALUE 0.
       77 WS-QUOC                     PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-4                  PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-100                PIC 9(04) COMP VALUE 0.
       77 WS-RESTO-400                PIC 9(04) COMP VALUE 0.

       01 WS-NOME-BACKUP.
           03 FILLER                  PIC X(07) VALUE 'BKPCNTT'.
           03 WS-NOME-BACKUP-DATA     PIC 9(08).
           03 FILLER                  PIC X(04) VALUE '-DAT'.
       01 WS-NOME-BACKUP-ALUNOS.
           03 FILLER                  PIC X(07) VALUE 'BKPALTT'.
           03 WS-NOME-BACKUP-AL-DATA  PIC 9(08).
           03 FILLER                  PIC X(04) VALUE '-DAT'.
       01 WS-NOME-JORNAL.
           03 FILLER                  PIC X(08) VALUE 'JRNRECTT'.
           03 WS-NOME-JORNAL-DATA     PIC 9(08).
           03 FILLER                  PIC X(04) VALUE '-DAT'.

      *    MOMENTOS COMPARADOS COMO DATA + HORA (HHMMSSCC).
       01 WS-LIMITE.
           03 WS-LIM-DATA             PIC 9(08).
           03 WS-LIM-HORA             PIC 9(08).
       01 WS-INICIO-CONTATOS.
           03 WS-INI-C-DATA           PIC 9(08).
           03 WS-INI-C-HORA           PIC 9(08).
       01 WS-INICIO-ALUNOS.
           03 WS-INI-A-DATA           PIC 9(08).
           03 WS-INI-A-HORA           PIC 9(08).
       01 WS-MOMENTO.
           03 WS-MOM-DATA             PIC 9(08).
           03 WS-MOM-HORA             PIC 9(08).

       01 WS-DATA                     PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA.
           03 WS-DATA-ANO             PIC 9(04).
           03 WS-DATA-MES             PIC 9(02).
           03 WS-DATA-DIA             PIC 9(02).
       01 WS-DIAS-DO-MES              PIC X(24) VALUE
           '312831303130313130313031'.
       01 FILLER REDEFINES WS-DIAS-DO-MES.
           03 WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.

       01 WS-HORA                     PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-HORA.
           03 WS-HORA-HH              PIC 9(02).
           03 WS-HORA-MM              PIC 9(02).
           03 WS-HORA-SS              PIC 9(02).
           03 WS-HORA-CC              PIC 9(02).

       01 WS-DATA-ED.
           03 WS-ED-DIA               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-MES               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-ANO               PIC 9(04).

       01 WS-HORA-ED.
           03 WS-ED-HH                PIC 9(02).
           03 FILLER                  PIC X(01) VALUE ':'.
           03 WS-ED-MM                PIC 9(02).
           03 FILLER                  PIC X(01) VALUE ':'.
           03 WS-ED-SS                PIC 9(02).

      *    CONTADORES POR ARQUIVO: 1 = CONTATOS, 2 = ALUNOS.
       01 WS-TABELA-CONTADORES.
           03 WS-TAB-CONT OCCURS 2 TIMES.
               05 WS-CNT-RESTAURADOS  PIC 9(05) COMP.
               05 WS-CNT-INCLUSOES    PIC 9(05) COMP.
               05 WS-CNT-ALTERACOES   PIC 9(05) COMP.
               05 WS-CNT-SITUACOES    PIC 9(05) COMP.
               05 WS-CNT-NAO-APLIC    PIC 9(05) COMP.
               05 WS-CNT-NA-COPIA     PIC 9(05) COMP.
               05 WS-CNT-POSTERIORES  PIC 9(05) COMP.

       01 WS-NOMES-ARQUIVOS.
           03 FILLER                  PIC X(08) VALUE 'CONTATOS'.
           03 FILLER                  PIC X(08) VALUE 'ALUNOS'.
       01 FILLER REDEFINES WS-NOMES-ARQUIVOS.
           03 WS-NOME-ARQ             PIC X(08) OCCURS 2 TIMES.

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-CABECALHO.
           03 FILLER                  PIC X(40) VALUE
              'RECUPERACAO PELO DIARIO - COPIA DE '.
           03 WS-CAB-COPIA            PIC X(10).
           03 FILLER                  PIC X(05) VALUE ' ATE '.
           03 WS-CAB-ALVO-DATA        PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-CAB-ALVO-HORA        PIC X(08).

       01 WS-LINHA-MARCA.
           03 FILLER                  PIC X(09) VALUE 'COPIA DE '.
           03 WS-LMA-ARQUIVO          PIC X(08).
           03 FILLER                  PIC X(13) VALUE ' FEITA EM    '.
           03 WS-LMA-DATA             PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-LMA-HORA             PIC X(08).

       01 WS-LINHA-SEM-MARCA.
           03 FILLER                  PIC X(09) VALUE 'COPIA DE '.
           03 WS-LSM-ARQUIVO          PIC X(08).
           03 FILLER                  PIC X(40) VALUE
              ' SEM MARCA NO DIARIO: DIA DA COPIA REAPL'.
           03 FILLER                  PIC X(13) VALUE
              'ICADO INTEIRO'.

       01 WS-TITULO-NAO-APLICADAS.
           03 FILLER                  PIC X(40) VALUE
              'ENTRADAS DO DIARIO NAO APLICADAS'.

       01 WS-CAB-NAO-APLICADAS.
           03 FILLER                  PIC X(40) VALUE
              'DATA       HORA     ARQUIVO  O PROGRAMA '.
           03 FILLER                  PIC X(40) VALUE
              'CHAVE MOTIVO'.

       01 WS-DETALHE.
           03 WS-DET-DATA             PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-HORA             PIC X(08).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-ARQUIVO          PIC X(08).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-OPERACAO         PIC X(01).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-PROGRAMA         PIC X(08).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-DET-CHAVE            PIC 9(04).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-DET-MOTIVO           PIC X(30).

       01 WS-NENHUMA.
           03 FILLER                  PIC X(40) VALUE
              '  NENHUMA.'.

       01 WS-RODAPE-ARQ.
           03 FILLER                  PIC X(09) VALUE 'ARQUIVO: '.
           03 WS-ROD-ARQUIVO          PIC X(08).

       01 WS-RODAPE-1.
           03 FILLER                  PIC X(36) VALUE
              '  RESTAURADOS DA COPIA............: '.
           03 WS-ROD-RESTAURADOS      PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER                  PIC X(36) VALUE
              '  INCLUSOES REAPLICADAS...........: '.
           03 WS-ROD-INCLUSOES        PIC ZZZZ9.

       01 WS-RODAPE-3.
           03 FILLER                  PIC X(36) VALUE
              '  ALTERACOES REAPLICADAS..........: '.
           03 WS-ROD-ALTERACOES       PIC ZZZZ9.

       01 WS-RODAPE-4.
           03 FILLER                  PIC X(36) VALUE
              '  MUDANCAS DE SITUACAO REAPLICADAS: '.
           03 WS-ROD-SITUACOES        PIC ZZZZ9.

       01 WS-RODAPE-5.
           03 FILLER                  PIC X(36) VALUE
              '  ENTRADAS NAO APLICADAS..........: '.
           03 WS-ROD-NAO-APLIC        PIC ZZZZ9.

       01 WS-RODAPE-6.
           03 FILLER                  PIC X(36) VALUE
              '  JA CONTIDAS NA COPIA............: '.
           03 WS-ROD-NA-COPIA         PIC ZZZZ9.

       01 WS-RODAPE-7.
           03 FILLER                  PIC X(36) VALUE
              '  POSTERIORES AO HORARIO ESCOLHIDO: '.
           03 WS-ROD-POSTERIORES      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** RECUPERACAO DE CONTATOS E ALUNOS PELO '
                    'DIARIO ***'
            CALL 'LOGINTT'              USING WS-COM-AREA
            IF LOGIN-OK AND OPERADOR-SUPERVISOR IN WS-NIVEL-OPERADOR
                                                        THEN
                PERFORM P100-INFORMA-DADOS  THRU P100-FIM
                PERFORM P200-RESTAURA-CONTATOS THRU P200-FIM
                PERFORM P250-RESTAURA-ALUNOS THRU P250-FIM
                PERFORM P300-LOCALIZA-MARCA THRU P300-FIM
                PERFORM P400-REAPLICA       THRU P400-FIM
                PERFORM P800-RESUMO         THRU P800-FIM
            ELSE
                DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
            END-IF
            PERFORM P900-FIM
            .
       P100-INFORMA-DADOS.
           INITIALIZE WS-TABELA-CONTADORES
           MOVE 0                      TO WS-QTD-NAO-APLICADAS
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           PERFORM P110-INFORMA-ARQUIVO THRU P110-FIM
               UNTIL OPCAO-ARQ-VALIDA

           IF WS-OPCAO-ARQ EQUAL '1' OR WS-OPCAO-ARQ EQUAL '3'
               SET RECUPERA-CONTATOS   TO TRUE
           END-IF
           IF WS-OPCAO-ARQ EQUAL '2' OR WS-OPCAO-ARQ EQUAL '3'
               SET RECUPERA-ALUNOS     TO TRUE
           END-IF

           DISPLAY 'INFORME A DATA DA COPIA A RESTAURAR (AAAAMMDD): '
           ACCEPT WS-DATA-BACKUP

           IF WS-DATA-BACKUP EQUAL 0 OR WS-DATA-BACKUP > WS-DATA-HOJE
               DISPLAY 'DATA DA COPIA INVALIDA. NADA FOI FEITO.'
               PERFORM P900-FIM
           END-IF

           DISPLAY 'RECUPERAR ATE A DATA (AAAAMMDD, BRANCO = HOJE): '
           ACCEPT WS-LIM-DATA
           IF WS-LIM-DATA EQUAL 0
               MOVE WS-DATA-HOJE       TO WS-LIM-DATA
           END-IF

           IF WS-LIM-DATA < WS-DATA-BACKUP
               DISPLAY 'A DATA FINAL NAO PODE SER ANTERIOR A COPIA. '
                       'NADA FOI FEITO.'
               PERFORM P900-FIM
           END-IF

           DISPLAY 'ATE A HORA (HHMM, BRANCO = FIM DO DIA): '
           ACCEPT WS-HORA-ALVO
           IF WS-HORA-ALVO EQUAL 0
               MOVE 23595999           TO WS-LIM-HORA
           ELSE
               COMPUTE WS-LIM-HORA = WS-HORA-ALVO * 10000 + 5999
           END-IF

           MOVE WS-DATA-BACKUP         TO WS-NOME-BACKUP-DATA
           MOVE WS-DATA-BACKUP         TO WS-NOME-BACKUP-AL-DATA

           SET FS-OK-RELATORIO         TO TRUE
           OPEN OUTPUT RELATORIO

           IF NOT FS-OK-RELATORIO
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RELATORIO
               PERFORM P900-FIM
           END-IF

           MOVE WS-DATA-BACKUP         TO WS-DATA
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-CAB-COPIA
           MOVE WS-LIM-DATA            TO WS-DATA
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-CAB-ALVO-DATA
           MOVE WS-LIM-HORA            TO WS-HORA
           PERFORM P895-EDITA-HORA     THRU P895-FIM
           MOVE WS-HORA-ED             TO WS-CAB-ALVO-HORA
           WRITE REG-RELATORIO         FROM WS-CABECALHO
           WRITE REG-RELATORIO         FROM WS-SEPARADOR
           .
       P100-FIM.

       P110-INFORMA-ARQUIVO.
           DISPLAY 'ARQUIVO A RECUPERAR: <1> CONTATOS  <2> ALUNOS  '
                   '<3> AMBOS'
           ACCEPT WS-OPCAO-ARQ

           IF NOT OPCAO-ARQ-VALIDA
               DISPLAY 'OPCAO INVALIDA.'
           END-IF
           .
       P110-FIM.

       P200-RESTAURA-CONTATOS.
           IF NOT RECUPERA-CONTATOS
               GO TO P200-FIM
           END-IF

           SET FS-OK-BACKUP            TO TRUE
           SET FS-OK-CONTATOS          TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT BACKUP
           OPEN OUTPUT CONTATOS

           IF NOT FS-OK-BACKUP OR NOT FS-OK-CONTATOS
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA RESTAURACAO DE '
                       'CONTATOS.'
               DISPLAY 'COPIA...............: ' WS-NOME-BACKUP
               DISPLAY 'FILE STATUS BACKUP..: ' WS-FS-BACKUP
               DISPLAY 'FILE STATUS CONTATOS: ' WS-FS-CONTATOS
               PERFORM P900-FIM
           END-IF

           READ BACKUP NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P220-GRAVA-CONTATO  THRU P220-FIM UNTIL EOF-OK

           CLOSE BACKUP
           CLOSE CONTATOS
           .
       P200-FIM.

       P220-GRAVA-CONTATO.
           MOVE REG-BACKUP             TO REG-CONTATOS

           WRITE REG-CONTATOS
               INVALID KEY
                   DISPLAY 'CONTATO ' ID-CONTATO
                           ' DUPLICADO NA COPIA - IGNORADO.'
               NOT INVALID KEY
                   ADD 1               TO WS-CNT-RESTAURADOS (1)
           END-WRITE

           READ BACKUP NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P220-FIM.

       P250-RESTAURA-ALUNOS.
           IF NOT RECUPERA-ALUNOS
               GO TO P250-FIM
           END-IF

           SET FS-OK-BACKUP-ALUNOS     TO TRUE
           SET FS-OK-ALUNOS            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT BACKUP-ALUNOS
           OPEN OUTPUT ALUNOS

           IF NOT FS-OK-BACKUP-ALUNOS OR NOT FS-OK-ALUNOS
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA RESTAURACAO DE '
                       'ALUNOS.'
               DISPLAY 'COPIA...............: ' WS-NOME-BACKUP-ALUNOS
               DISPLAY 'FILE STATUS BACKUP..: ' WS-FS-BACKUP-ALUNOS
               DISPLAY 'FILE STATUS ALUNOS..: ' WS-FS-ALUNOS
               PERFORM P900-FIM
           END-IF

           READ BACKUP-ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P270-GRAVA-ALUNO    THRU P270-FIM UNTIL EOF-OK

           CLOSE BACKUP-ALUNOS
           CLOSE ALUNOS
           .
       P250-FIM.

       P270-GRAVA-ALUNO.
           MOVE REG-BACKUP-ALUNOS      TO REG-ALUNOS

           WRITE REG-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO ' ID-ALUNO
                           ' DUPLICADO NA COPIA - IGNORADO.'
               NOT INVALID KEY
                   ADD 1               TO WS-CNT-RESTAURADOS (2)
           END-WRITE

           READ BACKUP-ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P270-FIM.

      *    A ULTIMA MARCA DO BKPCNTT NO DIARIO DO DIA DA COPIA DIZ ATE
      *    ONDE A COPIA JA CONTEM AS MUDANCAS DE CADA ARQUIVO.
       P300-LOCALIZA-MARCA.
           MOVE WS-DATA-BACKUP         TO WS-INI-C-DATA
           MOVE 0                      TO WS-INI-C-HORA
           MOVE WS-DATA-BACKUP         TO WS-INI-A-DATA
           MOVE 0                      TO WS-INI-A-HORA
           SET ACHOU-MARCA-CONTATOS    TO FALSE
           SET ACHOU-MARCA-ALUNOS      TO FALSE

           MOVE WS-DATA-BACKUP         TO WS-NOME-JORNAL-DATA
           SET FS-OK-JORNAL            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT JORNAL

           IF FS-OK-JORNAL
               READ JORNAL NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ

               PERFORM P320-PROCURA-MARCA THRU P320-FIM UNTIL EOF-OK

               CLOSE JORNAL
           END-IF

           IF RECUPERA-CONTATOS
               MOVE WS-NOME-ARQ (1)    TO WS-LMA-ARQUIVO
               MOVE WS-NOME-ARQ (1)    TO WS-LSM-ARQUIVO
               IF ACHOU-MARCA-CONTATOS
                   MOVE WS-INI-C-DATA  TO WS-DATA
                   MOVE WS-INI-C-HORA  TO WS-HORA
                   PERFORM P310-LINHA-MARCA THRU P310-FIM
               ELSE
                   WRITE REG-RELATORIO FROM WS-LINHA-SEM-MARCA
               END-IF
           END-IF

           IF RECUPERA-ALUNOS
               MOVE WS-NOME-ARQ (2)    TO WS-LMA-ARQUIVO
               MOVE WS-NOME-ARQ (2)    TO WS-LSM-ARQUIVO
               IF ACHOU-MARCA-ALUNOS
                   MOVE WS-INI-A-DATA  TO WS-DATA
                   MOVE WS-INI-A-HORA  TO WS-HORA
                   PERFORM P310-LINHA-MARCA THRU P310-FIM
               ELSE
                   WRITE REG-RELATORIO FROM WS-LINHA-SEM-MARCA
               END-IF
           END-IF
           .
       P300-FIM.

       P310-LINHA-MARCA.
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-LMA-DATA
           PERFORM P895-EDITA-HORA     THRU P895-FIM
           MOVE WS-HORA-ED             TO WS-LMA-HORA
           WRITE REG-RELATORIO         FROM WS-LINHA-MARCA
           .
       P310-FIM.

       P320-PROCURA-MARCA.
           IF JRN-MARCA-COPIA
               IF JRN-CONTATOS
                   SET ACHOU-MARCA-CONTATOS TO TRUE
                   MOVE JRN-DATA       TO WS-INI-C-DATA
                   MOVE JRN-HORA       TO WS-INI-C-HORA
               END-IF
               IF JRN-ALUNOS
                   SET ACHOU-MARCA-ALUNOS TO TRUE
                   MOVE JRN-DATA       TO WS-INI-A-DATA
                   MOVE JRN-HORA       TO WS-INI-A-HORA
               END-IF
           END-IF

           READ JORNAL NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P320-FIM.

       P400-REAPLICA.
           WRITE REG-RELATORIO         FROM SPACES
           WRITE REG-RELATORIO         FROM WS-TITULO-NAO-APLICADAS
           WRITE REG-RELATORIO         FROM WS-CAB-NAO-APLICADAS

           IF RECUPERA-CONTATOS
               SET FS-OK-CONTATOS      TO TRUE
               OPEN I-O CONTATOS
               IF NOT FS-OK-CONTATOS
                   DISPLAY 'ERRO AO REABRIR OS CONTATOS RESTAURADOS.'
                   DISPLAY 'FILE STATUS: ' WS-FS-CONTATOS
                   SET RECUPERA-CONTATOS TO FALSE
               END-IF
           END-IF

           IF RECUPERA-ALUNOS
               SET FS-OK-ALUNOS        TO TRUE
               OPEN I-O ALUNOS
               IF NOT FS-OK-ALUNOS
                   DISPLAY 'ERRO AO REABRIR OS ALUNOS RESTAURADOS.'
                   DISPLAY 'FILE STATUS: ' WS-FS-ALUNOS
                   SET RECUPERA-ALUNOS TO FALSE
               END-IF
           END-IF

           MOVE WS-DATA-BACKUP         TO WS-DATA
           PERFORM P420-REAPLICA-DIA   THRU P420-FIM
               UNTIL WS-DATA > WS-LIM-DATA

           IF WS-QTD-NAO-APLICADAS = 0
               WRITE REG-RELATORIO     FROM WS-NENHUMA
           END-IF

           IF RECUPERA-CONTATOS
               CLOSE CONTATOS
           END-IF
           IF RECUPERA-ALUNOS
               CLOSE ALUNOS
           END-IF
           .
       P400-FIM.

       P420-REAPLICA-DIA.
           MOVE WS-DATA                TO WS-NOME-JORNAL-DATA
           SET FS-OK-JORNAL            TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT JORNAL

           IF NOT FS-OK-JORNAL
               GO TO P420-PROXIMO
           END-IF

           READ JORNAL NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P440-ENTRADA        THRU P440-FIM UNTIL EOF-OK

           CLOSE JORNAL
           .
       P420-PROXIMO.
           PERFORM P145-PROXIMO-DIA    THRU P145-FIM
           .
       P420-FIM.

       P440-ENTRADA.
           IF JRN-MARCA-COPIA
               GO TO P440-LE
           END-IF

           MOVE JRN-DATA               TO WS-MOM-DATA
           MOVE JRN-HORA               TO WS-MOM-HORA

           EVALUATE TRUE
               WHEN JRN-CONTATOS
                   IF NOT RECUPERA-CONTATOS
                       GO TO P440-LE
                   END-IF
                   MOVE 1              TO WS-IDX-ARQ
                   IF WS-MOMENTO NOT > WS-INICIO-CONTATOS
                       ADD 1 TO WS-CNT-NA-COPIA (WS-IDX-ARQ)
                       GO TO P440-LE
                   END-IF
               WHEN JRN-ALUNOS
                   IF NOT RECUPERA-ALUNOS
                       GO TO P440-LE
                   END-IF
                   MOVE 2              TO WS-IDX-ARQ
                   IF WS-MOMENTO NOT > WS-INICIO-ALUNOS
                       ADD 1 TO WS-CNT-NA-COPIA (WS-IDX-ARQ)
                       GO TO P440-LE
                   END-IF
               WHEN OTHER
                   MOVE 'ARQUIVO DESCONHECIDO NO DIARIO' TO WS-MOTIVO
                   MOVE 0              TO WS-IDX-ARQ
                   PERFORM P500-NAO-APLICADA THRU P500-FIM
                   GO TO P440-LE
           END-EVALUATE

           IF WS-MOMENTO > WS-LIMITE
               ADD 1 TO WS-CNT-POSTERIORES (WS-IDX-ARQ)
               GO TO P440-LE
           END-IF

           IF WS-IDX-ARQ = 1
               PERFORM P460-APLICA-CONTATO THRU P460-FIM
           ELSE
               PERFORM P480-APLICA-ALUNO   THRU P480-FIM
           END-IF
           .
       P440-LE.
           READ JORNAL NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P440-FIM.

       P460-APLICA-CONTATO.
           MOVE JRN-IMAGEM             TO REG-CONTATOS

           IF ID-CONTATO NOT NUMERIC OR ID-CONTATO EQUAL ZERO
               MOVE 'IMAGEM SEM CHAVE VALIDA'  TO WS-MOTIVO
               PERFORM P500-NAO-APLICADA THRU P500-FIM
               GO TO P460-FIM
           END-IF

           EVALUATE TRUE
               WHEN JRN-INCLUSAO
                   WRITE REG-CONTATOS
                       INVALID KEY
                           REWRITE REG-CONTATOS
                               INVALID KEY
                                   MOVE 'ERRO NA GRAVACAO DA INCLUSAO'
                                                TO WS-MOTIVO
                                   PERFORM P500-NAO-APLICADA
                                            THRU P500-FIM
                                   GO TO P460-FIM
                           END-REWRITE
                   END-WRITE
                   ADD 1               TO WS-CNT-INCLUSOES (1)
               WHEN JRN-ALTERACAO OR JRN-SITUACAO
                   REWRITE REG-CONTATOS
                       INVALID KEY
                           MOVE 'REGISTRO INEXISTENTE NA BASE'
                                                TO WS-MOTIVO
                           PERFORM P500-NAO-APLICADA THRU P500-FIM
                           GO TO P460-FIM
                   END-REWRITE
                   IF JRN-ALTERACAO
                       ADD 1           TO WS-CNT-ALTERACOES (1)
                   ELSE
                       ADD 1           TO WS-CNT-SITUACOES (1)
                   END-IF
               WHEN OTHER
                   MOVE 'OPERACAO DESCONHECIDA'  TO WS-MOTIVO
                   PERFORM P500-NAO-APLICADA THRU P500-FIM
           END-EVALUATE
           .
       P460-FIM.

       P480-APLICA-ALUNO.
           MOVE JRN-IMAGEM             TO REG-ALUNOS

           IF ID-ALUNO NOT NUMERIC OR ID-ALUNO EQUAL ZERO
               MOVE 'IMAGEM SEM CHAVE VALIDA'  TO WS-MOTIVO
               PERFORM P500-NAO-APLICADA THRU P500-FIM
               GO TO P480-FIM
           END-IF

           EVALUATE TRUE
               WHEN JRN-INCLUSAO
                   WRITE REG-ALUNOS
                       INVALID KEY
                           REWRITE REG-ALUNOS
                               INVALID KEY
                                   MOVE 'ERRO NA GRAVACAO DA INCLUSAO'
                                                TO WS-MOTIVO
                                   PERFORM P500-NAO-APLICADA
                                            THRU P500-FIM
                                   GO TO P480-FIM
                           END-REWRITE
                   END-WRITE
                   ADD 1               TO WS-CNT-INCLUSOES (2)
               WHEN JRN-ALTERACAO OR JRN-SITUACAO
                   REWRITE REG-ALUNOS
                       INVALID KEY
                           MOVE 'REGISTRO INEXISTENTE NA BASE'
                                                TO WS-MOTIVO
                           PERFORM P500-NAO-APLICADA THRU P500-FIM
                           GO TO P480-FIM
                   END-REWRITE
                   IF JRN-ALTERACAO
                       ADD 1           TO WS-CNT-ALTERACOES (2)
                   ELSE
                       ADD 1           TO WS-CNT-SITUACOES (2)
                   END-IF
               WHEN OTHER
                   MOVE 'OPERACAO DESCONHECIDA'  TO WS-MOTIVO
                   PERFORM P500-NAO-APLICADA THRU P500-FIM
           END-EVALUATE
           .
       P480-FIM.

       P500-NAO-APLICADA.
           ADD 1                       TO WS-QTD-NAO-APLICADAS
           IF WS-IDX-ARQ > 0
               ADD 1                   TO WS-CNT-NAO-APLIC (WS-IDX-ARQ)
               MOVE WS-NOME-ARQ (WS-IDX-ARQ) TO WS-DET-ARQUIVO
           ELSE
               MOVE JRN-ARQUIVO        TO WS-DET-ARQUIVO
           END-IF

           MOVE WS-DATA                TO WS-DATA-SALVA
           MOVE JRN-DATA               TO WS-DATA
           PERFORM P890-EDITA-DATA     THRU P890-FIM
           MOVE WS-DATA-ED             TO WS-DET-DATA
           MOVE WS-DATA-SALVA          TO WS-DATA
           MOVE JRN-HORA               TO WS-HORA
           PERFORM P895-EDITA-HORA     THRU P895-FIM
           MOVE WS-HORA-ED             TO WS-DET-HORA
           MOVE JRN-OPERACAO           TO WS-DET-OPERACAO
           MOVE JRN-PROGRAMA           TO WS-DET-PROGRAMA
           MOVE JRN-IMAGEM (1:4)       TO WS-DET-CHAVE
           MOVE WS-MOTIVO              TO WS-DET-MOTIVO
           WRITE REG-RELATORIO         FROM WS-DETALHE
           .
       P500-FIM.

      *    AVANCA WS-DATA EM UM DIA CORRIDO.
       P145-PROXIMO-DIA.
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

           IF WS-DATA-DIA < WS-ULTIMO-DIA
               ADD 1                    TO WS-DATA-DIA
               GO TO P145-FIM
           END-IF

           MOVE 01                      TO WS-DATA-DIA

           IF WS-DATA-MES < 12
               ADD 1                    TO WS-DATA-MES
           ELSE
               MOVE 01                  TO WS-DATA-MES
               ADD 1                    TO WS-DATA-ANO
           END-IF
           .
       P145-FIM.

       P800-RESUMO.
           WRITE REG-RELATORIO         FROM SPACES
           WRITE REG-RELATORIO         FROM WS-SEPARADOR

           IF RECUPERA-CONTATOS
               MOVE 1                  TO WS-IDX-ARQ
               PERFORM P820-RESUMO-ARQUIVO THRU P820-FIM
           END-IF

           IF RECUPERA-ALUNOS
               MOVE 2                  TO WS-IDX-ARQ
               PERFORM P820-RESUMO-ARQUIVO THRU P820-FIM
           END-IF

           DISPLAY '-----------------------------------------------'
           DISPLAY 'ENTRADAS NAO APLICADAS.: ' WS-QTD-NAO-APLICADAS
           DISPLAY 'DETALHES EM RECJRNTT-LST.'
           IF RECUPERA-CONTATOS
               DISPLAY 'SUBSTITUA O CONTATOS.DAT PELO ARQUIVO '
                       'CONTATOS_RESTAURADO.DAT APOS CONFERIR.'
           END-IF
           IF RECUPERA-ALUNOS
               DISPLAY 'SUBSTITUA O ALUNOS.DAT PELO ARQUIVO '
                       'ALUNOS_RESTAURADO.DAT APOS CONFERIR.'
           END-IF
           DISPLAY '-----------------------------------------------'
           .
       P800-FIM.

       P820-RESUMO-ARQUIVO.
           MOVE WS-NOME-ARQ (WS-IDX-ARQ) TO WS-ROD-ARQUIVO
           MOVE WS-CNT-RESTAURADOS (WS-IDX-ARQ) TO WS-ROD-RESTAURADOS
           MOVE WS-CNT-INCLUSOES (WS-IDX-ARQ)   TO WS-ROD-INCLUSOES
           MOVE WS-CNT-ALTERACOES (WS-IDX-ARQ)  TO WS-ROD-ALTERACOES
           MOVE WS-CNT-SITUACOES (WS-IDX-ARQ)   TO WS-ROD-SITUACOES
           MOVE WS-CNT-NAO-APLIC (WS-IDX-ARQ)   TO WS-ROD-NAO-APLIC
           MOVE WS-CNT-NA-COPIA (WS-IDX-ARQ)    TO WS-ROD-NA-COPIA
           MOVE WS-CNT-POSTERIORES (WS-IDX-ARQ) TO WS-ROD-POSTERIORES
           WRITE REG-RELATORIO         FROM WS-RODAPE-ARQ
           WRITE REG-RELATORIO         FROM WS-RODAPE-1
           WRITE REG-RELATORIO         FROM WS-RODAPE-2
           WRITE REG-RELATORIO         FROM WS-RODAPE-3
           WRITE REG-RELATORIO         FROM WS-RODAPE-4
           WRITE REG-RELATORIO         FROM WS-RODAPE-5
           WRITE REG-RELATORIO         FROM WS-RODAPE-6
           WRITE REG-RELATORIO         FROM WS-RODAPE-7

           DISPLAY WS-NOME-ARQ (WS-IDX-ARQ) ' - RESTAURADOS: '
                   WS-CNT-RESTAURADOS (WS-IDX-ARQ)
                   ' REAPLICADOS: '
                   WS-CNT-INCLUSOES (WS-IDX-ARQ) '/'
                   WS-CNT-ALTERACOES (WS-IDX-ARQ) '/'
                   WS-CNT-SITUACOES (WS-IDX-ARQ)
           .
       P820-FIM.

       P890-EDITA-DATA.
           MOVE WS-DATA-DIA            TO WS-ED-DIA
           MOVE WS-DATA-MES            TO WS-ED-MES
           MOVE WS-DATA-ANO            TO WS-ED-ANO
           .
       P890-FIM.

       P895-EDITA-HORA.
           MOVE WS-HORA-HH             TO WS-ED-HH
           MOVE WS-HORA-MM             TO WS-ED-MM
           MOVE WS-HORA-SS             TO WS-ED-SS
           .
       P895-FIM.

       P900-FIM.
            CLOSE RELATORIO
            STOP RUN.
       END PROGRAM RECJRNTT.
