      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Conversao unica de ALUNOS.DAT para o layout com
      *          UNIDADE-ALUNO. Todos os alunos existentes pertencem a
      *          sede e recebem a unidade 01, a mesma que o CONVUTTT
      *          grava nas turmas. Nos moldes do CONVKCTT: grava
      *          ALUNOS_NOVO.DAT e rejeita duplicatas em CONVUATT-REJ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVUATT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALUNOS-ANT ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-ALUNO-ANT
               FILE STATUS IS WS-FS-ANT.

               SELECT ALUNOS-NOVO ASSIGN TO
               "ALUNOS-NOVO-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-NOVO.

               SELECT REJEITADOS ASSIGN TO
               "CONVUATT-REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS-ANT.
       01 REG-ALUNOS-ANT.
           03 ID-ALUNO-ANT            PIC 9(04).
           03 NUM-ALUNO-ANT           PIC 9(02).
           03 NM-ALUNO-ANT            PIC X(20).
           03 TEL-ALUNO-ANT           PIC 9(12).
           03 REF-ID-CONTATO-ANT      PIC 9(04).
           03 STATUS-ALUNO-ANT        PIC X(01).

       FD ALUNOS-NOVO.
          COPY FD_ALLTT.

       FD REJEITADOS.
       01 REG-REJEITADOS.
           03 REJ-ID-ALUNO            PIC 9(04).
           03 REJ-NM-ALUNO            PIC X(20).
           03 REJ-MOTIVO              PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-FS-ANT                   PIC 99.
           88 FS-OK-ANT               VALUE 0.
       77 WS-FS-NOVO                  PIC 99.
           88 FS-OK-NOVO              VALUE 0.
       77 WS-FS-REJ                   PIC 99.
           88 FS-OK-REJ               VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-QTD-LIDOS                PIC 9(05) COMP VALUE 0.
       77 WS-QTD-CONVERTIDOS          PIC 9(05) COMP VALUE 0.
       77 WS-QTD-REJEITADOS           PIC 9(05) COMP VALUE 0.
       77 WS-UNIDADE-SEDE             PIC 9(02) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** CONVERSAO DE ALUNOS.DAT (UNIDADE) ***'
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P300-CONVERTE     THRU P300-FIM
            PERFORM P800-RESUMO
            PERFORM P900-FIM
            .
       P100-ABRE-ARQUIVOS.
           SET FS-OK-ANT               TO TRUE
           SET FS-OK-NOVO              TO TRUE
           SET FS-OK-REJ               TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT ALUNOS-ANT
           OPEN OUTPUT ALUNOS-NOVO
           OPEN OUTPUT REJEITADOS

           IF NOT FS-OK-ANT OR NOT FS-OK-NOVO OR NOT FS-OK-REJ
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE CONVERSAO.'
               DISPLAY 'FILE STATUS ANTIGO: ' WS-FS-ANT
               DISPLAY 'FILE STATUS NOVO..: ' WS-FS-NOVO
               DISPLAY 'FILE STATUS REJEIT: ' WS-FS-REJ
               PERFORM P900-FIM
           END-IF
           .
       P300-CONVERTE.
           READ ALUNOS-ANT NEXT RECORD
               AT END
                   SET EOF-OK         TO TRUE
           END-READ

           PERFORM P320-GRAVA-NOVO    THRU P320-FIM UNTIL EOF-OK
           .
       P300-FIM.

       P320-GRAVA-NOVO.
           ADD 1                        TO WS-QTD-LIDOS

           MOVE ID-ALUNO-ANT            TO ID-ALUNO
           MOVE NUM-ALUNO-ANT           TO NUM-ALUNO
           MOVE NM-ALUNO-ANT            TO NM-ALUNO
           MOVE TEL-ALUNO-ANT           TO TEL-ALUNO
           MOVE REF-ID-CONTATO-ANT      TO REF-ID-CONTATO
           MOVE STATUS-ALUNO-ANT        TO STATUS-ALUNO
           MOVE WS-UNIDADE-SEDE         TO UNIDADE-ALUNO

           WRITE REG-ALUNOS
               INVALID KEY
                   ADD 1                TO WS-QTD-REJEITADOS
                   DISPLAY 'ALUNO ' ID-ALUNO-ANT
                           ' DUPLICADO NO ARQUIVO NOVO - REJEITADO.'
                   PERFORM P550-GRAVA-REJEITADO THRU P550-FIM
               NOT INVALID KEY
                   ADD 1                TO WS-QTD-CONVERTIDOS
           END-WRITE

           READ ALUNOS-ANT NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

       P550-GRAVA-REJEITADO.
           MOVE ID-ALUNO-ANT            TO REJ-ID-ALUNO
           MOVE NM-ALUNO-ANT            TO REJ-NM-ALUNO
           MOVE 'ID DUPLICADO NO ARQUIVO NOVO' TO REJ-MOTIVO
           WRITE REG-REJEITADOS
           .
       P550-FIM.

       P800-RESUMO.
           DISPLAY '-----------------------------------------------'
           DISPLAY 'REGISTROS LIDOS......: ' WS-QTD-LIDOS
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-QTD-CONVERTIDOS
           DISPLAY 'REGISTROS REJEITADOS.: ' WS-QTD-REJEITADOS
           DISPLAY '-----------------------------------------------'
           DISPLAY 'SUBSTITUA O ALUNOS.DAT ANTIGO PELO ARQUIVO '
           DISPLAY 'ALUNOS_NOVO.DAT APOS CONFERIR O RESULTADO.'
           .
       P900-FIM.
            CLOSE ALUNOS-ANT
            CLOSE ALUNOS-NOVO
            CLOSE REJEITADOS
            STOP RUN.
       END PROGRAM CONVUATT.
