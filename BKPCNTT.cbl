      *                 menu, o programa pode rodar varias vezes
      *                 na mesma sessao e os VALUE so valem na
      *                 primeira carga.
      * 15/10/2026 JS - Passou a copiar tambem ALUNOS.DAT
      *                 (BKPALTT<AAAAMMDD>.DAT, mesma data da copia de
      *                 contatos) e a gravar no diario de recuperacao
      *                 (GRVJRNTT) a marca do momento da copia, a partir
      *                 da qual o RECJRNTT reaplica as mudancas.
      * 15/10/2026 JS - Copia de seguranca de alunos ampliada para 45
      *                 posicoes com a inclusao de UNIDADE-ALUNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPCNTT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BACKUP.

               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT BACKUP-ALUNOS ASSIGN TO DYNAMIC
               WS-NOME-BACKUP-ALUNOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BACKUP-ALUNOS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD BACKUP.
       01 REG-BACKUP                  PIC X(115).

       FD ALUNOS.
          COPY FD_ALLTT.

       FD BACKUP-ALUNOS.
       01 REG-BACKUP-ALUNOS           PIC X(45).

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTATOS               PIC 99.
           88 FS-OK-CONTATOS           VALUE 0.
       77 WS-FS-BACKUP                 PIC 99.
           88 FS-OK-BACKUP             VALUE 0.
       77 WS-FS-ALUNOS                 PIC 99.
           88 FS-OK-ALUNOS             VALUE 0.
       77 WS-FS-BACKUP-ALUNOS          PIC 99.
           88 FS-OK-BACKUP-ALUNOS      VALUE 0.
       77 WS-EOF                       PIC X.
           88 EOF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-DATA-BACKUP               PIC 9(08) COMP VALUE 0.
       77 WS-QTD-GRAVADOS              PIC 9(05) COMP VALUE 0.
       77 WS-QTD-ALUNOS                PIC 9(05) COMP VALUE 0.
       77 WS-COPIA-ALUNOS              PIC X     VALUE 'N'.
           88 COPIA-ALUNOS             VALUE 'S' FALSE 'N'.
       01 WS-NOME-BACKUP.
           03 FILLER                  PIC X(07) VALUE 'BKPCNTT'.
           03 WS-NOME-BACKUP-DATA     PIC 9(08).
           03 FILLER                  PIC X(04) VALUE '-DAT'.
       01 WS-NOME-BACKUP-ALUNOS.
           03 FILLER                  PIC X(07) VALUE 'BKPALTT'.
           03 WS-NOME-BACKUP-AL-DATA  PIC 9(08).
           03 FILLER                  PIC X(04) VALUE '-DAT'.
       01 WS-JORNAL.
           03 WS-JRN-ARQUIVO          PIC X(01).
               88 JRN-CONTATOS        VALUE 'C'.
               88 JRN-ALUNOS          VALUE 'A'.
           03 WS-JRN-OPERACAO         PIC X(01).
               88 JRN-INCLUSAO        VALUE 'I'.
               88 JRN-ALTERACAO       VALUE 'A'.
               88 JRN-SITUACAO        VALUE 'S'.
               88 JRN-MARCA-COPIA     VALUE 'B'.
           03 WS-JRN-PROGRAMA         PIC X(08).
           03 WS-JRN-ID-OPERADOR      PIC 9(04).
           03 WS-JRN-IMAGEM           PIC X(115).
           03 WS-JRN-RETORNO          PIC 99.
               88 JRN-GRAVADO         VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 0                TO WS-QTD-GRAVADOS
            MOVE 0                TO WS-QTD-ALUNOS
            SET COPIA-ALUNOS      TO FALSE
            DISPLAY '*** COPIA DE SEGURANCA DE CONTATOS.DAT ***'
            PERFORM P100-ABRE-ARQUIVOS THRU P100-FIM
            PERFORM P200-MARCA-JORNAL THRU P200-FIM
            PERFORM P300-COPIA        THRU P300-FIM
            PERFORM P400-COPIA-ALUNOS THRU P400-FIM
            PERFORM P800-RESUMO
            PERFORM P900-FIM
            .
               MOVE 8                   TO RETURN-CODE
               PERFORM P900-FIM
           END-IF

           MOVE WS-DATA-BACKUP         TO WS-NOME-BACKUP-AL-DATA
           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-BACKUP-ALUNOS     TO TRUE
           SET COPIA-ALUNOS            TO FALSE

           OPEN INPUT ALUNOS

           IF WS-FS-ALUNOS EQUAL 35
               DISPLAY 'ARQUIVO DE ALUNOS INEXISTENTE. SEM COPIA.'
               GO TO P100-FIM
           END-IF

           OPEN OUTPUT BACKUP-ALUNOS

           IF NOT FS-OK-ALUNOS OR NOT FS-OK-BACKUP-ALUNOS
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA COPIA DE ALUNOS.'
               DISPLAY 'FILE STATUS ALUNOS..: ' WS-FS-ALUNOS
               DISPLAY 'FILE STATUS BACKUP..: ' WS-FS-BACKUP-ALUNOS
               MOVE 8                   TO RETURN-CODE
               PERFORM P900-FIM
           END-IF

           SET COPIA-ALUNOS            TO TRUE
           .
       P100-FIM.

      *    MARCA NO DIARIO DE RECUPERACAO O MOMENTO DA COPIA: O RECJRNTT
      *    REAPLICA SOBRE ESTA GERACAO SO O QUE FOR GRAVADO DEPOIS.
      *    A MARCA VEM ANTES DA LEITURA; O QUE MUDAR DURANTE A COPIA E
      *    REAPLICADO DE NOVO, SEM PREJUIZO (IMAGEM COMPLETA).
       P200-MARCA-JORNAL.
           MOVE SPACES                 TO WS-JRN-IMAGEM
           MOVE 'BKPCNTT'              TO WS-JRN-PROGRAMA
           MOVE 0                      TO WS-JRN-ID-OPERADOR
           SET JRN-MARCA-COPIA         TO TRUE
           SET JRN-CONTATOS            TO TRUE

           CALL 'GRVJRNTT'             USING WS-JORNAL

           IF COPIA-ALUNOS AND JRN-GRAVADO
               SET JRN-ALUNOS          TO TRUE
               CALL 'GRVJRNTT'         USING WS-JORNAL
           END-IF

           IF NOT JRN-GRAVADO
               DISPLAY 'ERRO AO GRAVAR A MARCA NO DIARIO DE '
                       'RECUPERACAO - FILE STATUS: ' WS-JRN-RETORNO
               DISPLAY 'A RECUPERACAO DESTA GERACAO REAPLICARA O '
                       'DIARIO DO DIA INTEIRO.'
           END-IF
           .
       P200-FIM.

       P300-COPIA.
           READ CONTATOS NEXT RECORD
               AT END
           .
       P320-FIM.

       P400-COPIA-ALUNOS.
           IF NOT COPIA-ALUNOS
               GO TO P400-FIM
           END-IF

           SET EOF-OK                  TO FALSE

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P420-GRAVA-BACKUP-ALUNO THRU P420-FIM UNTIL EOF-OK
           .
       P400-FIM.

       P420-GRAVA-BACKUP-ALUNO.
           WRITE REG-BACKUP-ALUNOS    FROM REG-ALUNOS
           ADD 1                      TO WS-QTD-ALUNOS

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK         TO TRUE
           END-READ
           .
       P420-FIM.

       P800-RESUMO.
           DISPLAY '-----------------------------------------------'
           DISPLAY 'DATA DA COPIA........: ' WS-DATA-BACKUP
           DISPLAY 'ARQUIVO GERADO.......: ' WS-NOME-BACKUP
           DISPLAY 'CONTATOS COPIADOS....: ' WS-QTD-GRAVADOS
           DISPLAY 'ARQUIVO DE ALUNOS....: ' WS-NOME-BACKUP-ALUNOS
           DISPLAY 'ALUNOS COPIADOS......: ' WS-QTD-ALUNOS
           DISPLAY '-----------------------------------------------'
           .
       P900-FIM.
            CLOSE CONTATOS
            CLOSE BACKUP
            IF COPIA-ALUNOS
                CLOSE ALUNOS
                CLOSE BACKUP-ALUNOS
            END-IF
            GOBACK.
       END PROGRAM BKPCNTT.
