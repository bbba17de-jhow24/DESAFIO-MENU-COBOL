      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Gravacao do historico de matricula do aluno
      *          (HISTALTT.DAT), chamado pelos programas que mudam a
      *          situacao do aluno na escola. Conforme a operacao
      *          recebida na area de comunicacao:
      *          M - abre um periodo CURSANDO na turma informada
      *              (matricula: CADALLTT e CADESPTT);
      *          E - encerra o periodo em curso com o resultado
      *              informado (baixa: DELALTT; formatura: PROMALTT);
      *          T - encerra o periodo em curso e abre o seguinte
      *              (mudanca de turma: ALTALTT; promocao e retencao:
      *              PROMALTT).
      *          Aluno sem periodo em curso (matriculado antes da
      *          implantacao do historico) recebe um periodo ja
      *          encerrado, com data de inicio zerada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVHISTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HISTORICO ASSIGN TO
               "HISTALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS HIS-CHAVE
               FILE STATUS IS WS-FS.

               SELECT TURMAS ASSIGN TO
               "TURMAS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS NUM-TURMA
               FILE STATUS IS WS-FS-TURMAS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO.
          COPY FD_HISAT.

       FD TURMAS.
          COPY FD_TURMA.

       WORKING-STORAGE SECTION.
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.
       77 WS-FS-TURMAS                PIC 99.
           88 FS-OK-TURMAS            VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-ULTIMA-SEQ               PIC 9(03) VALUE 0.
       77 WS-SEQ-ABERTA               PIC 9(03) VALUE 0.
       77 WS-ANO-ATUAL                PIC 9(04) VALUE 0.
       77 WS-NOVO-ANO                 PIC 9(04) VALUE 0.
       77 WS-TURMA-BUSCA              PIC 9(02) VALUE 0.
       77 WS-NM-TURMA                 PIC X(20) VALUE SPACES.
       01 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO             PIC 9(04).
           03 WS-HOJE-MES             PIC 9(02).
           03 WS-HOJE-DIA             PIC 9(02).

       LINKAGE SECTION.
       01 LK-HISTORICO.
           03 LK-HIS-OPERACAO         PIC X(01).
               88 HIST-MATRICULA      VALUE 'M'.
               88 HIST-ENCERRA        VALUE 'E'.
               88 HIST-MUDA           VALUE 'T'.
           03 LK-HIS-ID-ALUNO         PIC 9(04).
           03 LK-HIS-TURMA-ATUAL      PIC 9(02).
           03 LK-HIS-ANO-ATUAL        PIC 9(04).
           03 LK-HIS-RESULTADO        PIC X(01).
               88 HIST-PROMOVIDO      VALUE 'P'.
               88 HIST-RETIDO         VALUE 'R'.
               88 HIST-TRANSFERIDO    VALUE 'T'.
               88 HIST-DESISTENTE     VALUE 'D'.
               88 HIST-FORMADO        VALUE 'F'.
           03 LK-HIS-OBSERVACAO       PIC X(30).
           03 LK-HIS-NOVA-TURMA       PIC 9(02).
           03 LK-HIS-NOVO-ANO         PIC 9(04).
           03 LK-HIS-ID-OPERADOR      PIC 9(04).
           03 LK-HIS-RETORNO          PIC 99.
               88 HIST-GRAVADO        VALUE 0.
       PROCEDURE DIVISION USING LK-HISTORICO.
       MAIN-PROCEDURE.
            MOVE 0                     TO LK-HIS-RETORNO
            ACCEPT WS-DATA-HOJE        FROM DATE YYYYMMDD

      *     ANO ZERADO NA CHAMADA: VALE O ANO CORRENTE.
            MOVE LK-HIS-ANO-ATUAL      TO WS-ANO-ATUAL
            IF WS-ANO-ATUAL = 0
                MOVE WS-HOJE-ANO       TO WS-ANO-ATUAL
            END-IF
            MOVE LK-HIS-NOVO-ANO       TO WS-NOVO-ANO
            IF WS-NOVO-ANO = 0
                MOVE WS-HOJE-ANO       TO WS-NOVO-ANO
            END-IF

            PERFORM P100-ABRE-HISTORICO THRU P100-FIM

            IF HIST-GRAVADO
                PERFORM P200-LOCALIZA  THRU P200-FIM

                IF HIST-ENCERRA OR HIST-MUDA
                    PERFORM P300-ENCERRA THRU P300-FIM
                END-IF

                IF (HIST-MATRICULA OR HIST-MUDA) AND HIST-GRAVADO
                    PERFORM P400-NOVO-PERIODO THRU P400-FIM
                END-IF

                CLOSE HISTORICO
            END-IF

            PERFORM P900-FIM
            .
       P100-ABRE-HISTORICO.
           SET FS-OK                   TO TRUE
           OPEN I-O HISTORICO

           IF WS-FS EQUAL 35
               OPEN OUTPUT HISTORICO
               CLOSE HISTORICO
               OPEN I-O HISTORICO
           END-IF

           IF NOT FS-OK
               MOVE WS-FS              TO LK-HIS-RETORNO
           END-IF
           .
       P100-FIM.

      *    PERCORRE OS PERIODOS DO ALUNO GUARDANDO A ULTIMA SEQUENCIA
      *    USADA E A DO PERIODO AINDA EM CURSO, SE HOUVER.
       P200-LOCALIZA.
           MOVE 0                      TO WS-ULTIMA-SEQ
           MOVE 0                      TO WS-SEQ-ABERTA
           SET EOF-OK                  TO FALSE

           MOVE LK-HIS-ID-ALUNO        TO HIS-ID-ALUNO
           MOVE 0                      TO HIS-SEQ

           START HISTORICO KEY IS NOT LESS THAN HIS-CHAVE
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ HISTORICO NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P210-PERIODO        THRU P210-FIM UNTIL EOF-OK
           .
       P200-FIM.

       P210-PERIODO.
           IF HIS-ID-ALUNO NOT EQUAL LK-HIS-ID-ALUNO
               SET EOF-OK              TO TRUE
               GO TO P210-FIM
           END-IF

           MOVE HIS-SEQ                TO WS-ULTIMA-SEQ
           IF HIS-CURSANDO
               MOVE HIS-SEQ            TO WS-SEQ-ABERTA
           END-IF

           READ HISTORICO NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P210-FIM.

       P300-ENCERRA.
           IF WS-SEQ-ABERTA = 0
               PERFORM P320-PERIODO-ANTIGO THRU P320-FIM
               GO TO P300-FIM
           END-IF

           MOVE LK-HIS-ID-ALUNO        TO HIS-ID-ALUNO
           MOVE WS-SEQ-ABERTA          TO HIS-SEQ

           READ HISTORICO
               INVALID KEY
                   MOVE WS-FS          TO LK-HIS-RETORNO
                   GO TO P300-FIM
           END-READ

           MOVE WS-DATA-HOJE           TO HIS-DT-FIM
           MOVE LK-HIS-RESULTADO       TO HIS-RESULTADO
           MOVE LK-HIS-OBSERVACAO      TO HIS-OBSERVACAO
           MOVE LK-HIS-ID-OPERADOR     TO HIS-ID-OPERADOR

           REWRITE REG-HISTORICO
               INVALID KEY
                   MOVE WS-FS          TO LK-HIS-RETORNO
           END-REWRITE
           .
       P300-FIM.

      *    ALUNO MATRICULADO ANTES DO HISTORICO: REGISTRA O PERIODO QUE
      *    ESTA SENDO ENCERRADO, SEM DATA DE INICIO CONHECIDA.
       P320-PERIODO-ANTIGO.
           MOVE LK-HIS-TURMA-ATUAL     TO WS-TURMA-BUSCA
           PERFORM P450-BUSCA-TURMA    THRU P450-FIM

           ADD 1                       TO WS-ULTIMA-SEQ
           INITIALIZE REG-HISTORICO
           MOVE LK-HIS-ID-ALUNO        TO HIS-ID-ALUNO
           MOVE WS-ULTIMA-SEQ          TO HIS-SEQ
           MOVE WS-ANO-ATUAL           TO HIS-ANO-LETIVO
           MOVE LK-HIS-TURMA-ATUAL     TO HIS-NUM-TURMA
           MOVE WS-NM-TURMA            TO HIS-NM-TURMA
           MOVE 0                      TO HIS-DT-INICIO
           MOVE WS-DATA-HOJE           TO HIS-DT-FIM
           MOVE LK-HIS-RESULTADO       TO HIS-RESULTADO
           MOVE LK-HIS-OBSERVACAO      TO HIS-OBSERVACAO
           MOVE LK-HIS-ID-OPERADOR     TO HIS-ID-OPERADOR

           WRITE REG-HISTORICO
               INVALID KEY
                   MOVE WS-FS          TO LK-HIS-RETORNO
           END-WRITE
           .
       P320-FIM.

       P400-NOVO-PERIODO.
           MOVE LK-HIS-NOVA-TURMA      TO WS-TURMA-BUSCA
           PERFORM P450-BUSCA-TURMA    THRU P450-FIM

           ADD 1                       TO WS-ULTIMA-SEQ
           INITIALIZE REG-HISTORICO
           MOVE LK-HIS-ID-ALUNO        TO HIS-ID-ALUNO
           MOVE WS-ULTIMA-SEQ          TO HIS-SEQ
           MOVE WS-NOVO-ANO            TO HIS-ANO-LETIVO
           MOVE LK-HIS-NOVA-TURMA      TO HIS-NUM-TURMA
           MOVE WS-NM-TURMA            TO HIS-NM-TURMA
           MOVE WS-DATA-HOJE           TO HIS-DT-INICIO
           MOVE 0                      TO HIS-DT-FIM
           SET HIS-CURSANDO            TO TRUE
           MOVE SPACES                 TO HIS-OBSERVACAO
           MOVE LK-HIS-ID-OPERADOR     TO HIS-ID-OPERADOR

           WRITE REG-HISTORICO
               INVALID KEY
                   MOVE WS-FS          TO LK-HIS-RETORNO
           END-WRITE
           .
       P400-FIM.

      *    O NOME DA TURMA E GUARDADO NO PERIODO PORQUE A TURMA PODE
      *    SER RENOMEADA OU DESATIVADA NOS ANOS SEGUINTES.
       P450-BUSCA-TURMA.
           MOVE SPACES                 TO WS-NM-TURMA
           SET FS-OK-TURMAS            TO TRUE

           OPEN INPUT TURMAS

           IF FS-OK-TURMAS
               MOVE WS-TURMA-BUSCA     TO NUM-TURMA
               READ TURMAS
                   NOT INVALID KEY
                       MOVE NM-TURMA   TO WS-NM-TURMA
               END-READ
               CLOSE TURMAS
           END-IF
           .
       P450-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM GRVHISTT.
