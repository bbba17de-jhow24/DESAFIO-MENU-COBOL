      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Gravacao do diario de recuperacao de CONTATOS.DAT e
      *          ALUNOS.DAT (JRNRECTT<AAAAMMDD>.DAT, um arquivo por
      *          dia), chamado pelos programas de manutencao logo
      *          depois de cada WRITE ou REWRITE bem sucedido, com a
      *          imagem completa do registro como ficou gravado.
      *          Operacoes: I - inclusao; A - alteracao; S - mudanca
      *          de situacao (baixa, reativacao); B - marca da copia
      *          de seguranca (BKPCNTT), sem imagem. Data e hora sao
      *          tomadas aqui, no momento da gravacao. Usado pelo
      *          RECJRNTT para reaplicar as mudancas sobre a copia
      *          restaurada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVJRNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT JORNAL ASSIGN TO DYNAMIC
               WS-NOME-JORNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JORNAL.
          COPY FD_JRNTT.

       WORKING-STORAGE SECTION.
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       01 WS-NOME-JORNAL.
           03 FILLER                  PIC X(08) VALUE 'JRNRECTT'.
           03 WS-NOME-JORNAL-DATA     PIC 9(08).
           03 FILLER                  PIC X(04) VALUE '-DAT'.

       LINKAGE SECTION.
       01 LK-JORNAL.
           03 LK-JRN-ARQUIVO          PIC X(01).
               88 JRN-CONTATOS        VALUE 'C'.
               88 JRN-ALUNOS          VALUE 'A'.
           03 LK-JRN-OPERACAO         PIC X(01).
               88 JRN-INCLUSAO        VALUE 'I'.
               88 JRN-ALTERACAO       VALUE 'A'.
               88 JRN-SITUACAO        VALUE 'S'.
               88 JRN-MARCA-COPIA     VALUE 'B'.
           03 LK-JRN-PROGRAMA         PIC X(08).
           03 LK-JRN-ID-OPERADOR      PIC 9(04).
           03 LK-JRN-IMAGEM           PIC X(115).
           03 LK-JRN-RETORNO          PIC 99.
               88 JRN-GRAVADO         VALUE 0.
       PROCEDURE DIVISION USING LK-JORNAL.
       MAIN-PROCEDURE.
            MOVE 0                     TO LK-JRN-RETORNO
            ACCEPT WS-DATA-HOJE        FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE          TO WS-NOME-JORNAL-DATA

            SET FS-OK                  TO TRUE
            OPEN EXTEND JORNAL

            IF WS-FS EQUAL 35
                OPEN OUTPUT JORNAL
            END-IF

            IF NOT FS-OK
                MOVE WS-FS             TO LK-JRN-RETORNO
                PERFORM P900-FIM
            END-IF

            MOVE WS-DATA-HOJE          TO JRN-DATA
            ACCEPT JRN-HORA            FROM TIME
            MOVE LK-JRN-ARQUIVO        TO JRN-ARQUIVO
            MOVE LK-JRN-OPERACAO       TO JRN-OPERACAO
            MOVE LK-JRN-PROGRAMA       TO JRN-PROGRAMA
            MOVE LK-JRN-ID-OPERADOR    TO JRN-ID-OPERADOR
            MOVE LK-JRN-IMAGEM         TO JRN-IMAGEM

            WRITE REG-JORNAL

            IF NOT FS-OK
                MOVE WS-FS             TO LK-JRN-RETORNO
            END-IF

            CLOSE JORNAL
            PERFORM P900-FIM
            .
       P900-FIM.
            GOBACK.
       END PROGRAM GRVJRNTT.
