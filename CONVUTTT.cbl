      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Conversao unica de TURMAS.DAT para o layout com
      *          UNIDADE-TURMA. Todas as turmas existentes sao da sede
      *          e recebem a unidade 01, que e criada aqui no cadastro
      *          mestre de unidades (UNIDADES.DAT) como SEDE, a
      *          completar pelo CADUNITT. Nos moldes do CONVKCTT:
      *          grava TURMAS_NOVO.DAT e rejeita duplicatas em
      *          CONVUTTT-REJ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVUTTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TURMAS-ANT ASSIGN TO
               "TURMAS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS NUM-TURMA-ANT
               FILE STATUS IS WS-FS-ANT.

               SELECT TURMAS-NOVO ASSIGN TO
               "TURMAS-NOVO-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS NUM-TURMA
               FILE STATUS IS WS-FS-NOVO.

               SELECT UNIDADES ASSIGN TO
               "UNIDADES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS COD-UNIDADE
               FILE STATUS IS WS-FS-UNI.

               SELECT REJEITADOS ASSIGN TO
               "CONVUTTT-REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS-ANT.
       01 REG-TURMAS-ANT.
           03 NUM-TURMA-ANT           PIC 9(02).
           03 NM-TURMA-ANT            PIC X(20).
           03 ID-PROFESSOR-TURMA-ANT  PIC 9(04).
           03 SALA-TURMA-ANT          PIC X(05).
           03 CAPACIDADE-TURMA-ANT    PIC 9(03).
           03 STATUS-TURMA-ANT        PIC X(01).

       FD TURMAS-NOVO.
          COPY FD_TURMA.

       FD UNIDADES.
          COPY FD_UNITT.

       FD REJEITADOS.
       01 REG-REJEITADOS.
           03 REJ-NUM-TURMA           PIC 9(02).
           03 REJ-NM-TURMA            PIC X(20).
           03 REJ-MOTIVO              PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-FS-ANT                   PIC 99.
           88 FS-OK-ANT               VALUE 0.
       77 WS-FS-NOVO                  PIC 99.
           88 FS-OK-NOVO              VALUE 0.
       77 WS-FS-UNI                   PIC 99.
           88 FS-OK-UNI               VALUE 0.
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
            DISPLAY '*** CONVERSAO DE TURMAS.DAT (UNIDADE) ***'
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P200-CRIA-SEDE    THRU P200-FIM
            PERFORM P300-CONVERTE     THRU P300-FIM
            PERFORM P800-RESUMO
            PERFORM P900-FIM
            .
       P100-ABRE-ARQUIVOS.
           SET FS-OK-ANT               TO TRUE
           SET FS-OK-NOVO              TO TRUE
           SET FS-OK-REJ               TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT TURMAS-ANT
           OPEN OUTPUT TURMAS-NOVO
           OPEN OUTPUT REJEITADOS

           IF NOT FS-OK-ANT OR NOT FS-OK-NOVO OR NOT FS-OK-REJ
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE CONVERSAO.'
               DISPLAY 'FILE STATUS ANTIGO: ' WS-FS-ANT
               DISPLAY 'FILE STATUS NOVO..: ' WS-FS-NOVO
               DISPLAY 'FILE STATUS REJEIT: ' WS-FS-REJ
               PERFORM P900-FIM
           END-IF
           .
      *    A SEDE SO E CRIADA SE AINDA NAO EXISTIR NO CADASTRO.
       P200-CRIA-SEDE.
           SET FS-OK-UNI               TO TRUE
           OPEN I-O UNIDADES

           IF WS-FS-UNI EQUAL 35
               OPEN OUTPUT UNIDADES
               CLOSE UNIDADES
               SET FS-OK-UNI           TO TRUE
               OPEN I-O UNIDADES
           END-IF

           IF NOT FS-OK-UNI
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE UNIDADES.'
               DISPLAY 'FILE STATUS: ' WS-FS-UNI
               GO TO P200-FIM
           END-IF

           INITIALIZE REG-UNIDADES
           MOVE WS-UNIDADE-SEDE        TO COD-UNIDADE
           MOVE 'SEDE'                 TO NM-UNIDADE
           SET UNIDADE-ATIVA           TO TRUE

           WRITE REG-UNIDADES
               INVALID KEY
                   DISPLAY 'UNIDADE 01 JA CADASTRADA.'
               NOT INVALID KEY
                   DISPLAY 'UNIDADE 01 - SEDE CRIADA.'
           END-WRITE

           CLOSE UNIDADES
           .
       P200-FIM.

       P300-CONVERTE.
           READ TURMAS-ANT NEXT RECORD
               AT END
                   SET EOF-OK         TO TRUE
           END-READ

           PERFORM P320-GRAVA-NOVO    THRU P320-FIM UNTIL EOF-OK
           .
       P300-FIM.

       P320-GRAVA-NOVO.
           ADD 1                        TO WS-QTD-LIDOS

           MOVE NUM-TURMA-ANT           TO NUM-TURMA
           MOVE NM-TURMA-ANT            TO NM-TURMA
           MOVE ID-PROFESSOR-TURMA-ANT  TO ID-PROFESSOR-TURMA
           MOVE SALA-TURMA-ANT          TO SALA-TURMA
           MOVE CAPACIDADE-TURMA-ANT    TO CAPACIDADE-TURMA
           MOVE STATUS-TURMA-ANT        TO STATUS-TURMA
           MOVE WS-UNIDADE-SEDE         TO UNIDADE-TURMA

           WRITE REG-TURMAS
               INVALID KEY
                   ADD 1                TO WS-QTD-REJEITADOS
                   DISPLAY 'TURMA ' NUM-TURMA-ANT
                           ' DUPLICADA NO ARQUIVO NOVO - REJEITADA.'
                   PERFORM P550-GRAVA-REJEITADO THRU P550-FIM
               NOT INVALID KEY
                   ADD 1                TO WS-QTD-CONVERTIDOS
           END-WRITE

           READ TURMAS-ANT NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

       P550-GRAVA-REJEITADO.
           MOVE NUM-TURMA-ANT           TO REJ-NUM-TURMA
           MOVE NM-TURMA-ANT            TO REJ-NM-TURMA
           MOVE 'TURMA DUPLICADA NO ARQ NOVO' TO REJ-MOTIVO
           WRITE REG-REJEITADOS
           .
       P550-FIM.

       P800-RESUMO.
           DISPLAY '-----------------------------------------------'
           DISPLAY 'REGISTROS LIDOS......: ' WS-QTD-LIDOS
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-QTD-CONVERTIDOS
           DISPLAY 'REGISTROS REJEITADOS.: ' WS-QTD-REJEITADOS
           DISPLAY '-----------------------------------------------'
           DISPLAY 'SUBSTITUA O TURMAS.DAT ANTIGO PELO ARQUIVO '
           DISPLAY 'TURMAS_NOVO.DAT APOS CONFERIR O RESULTADO.'
           .
       P900-FIM.
            CLOSE TURMAS-ANT
            CLOSE TURMAS-NOVO
            CLOSE REJEITADOS
            STOP RUN.
       END PROGRAM CONVUTTT.
