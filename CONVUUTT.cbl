      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Conversao unica de CADUSRTT.DAT para o layout com
      *          UNIDADE-USUARIO. Todos os operadores existentes
      *          trabalham na sede e recebem a unidade 01; os da nova
      *          unidade sao acertados depois pelo ALTUSRTT. Nos
      *          moldes do CONVKCTT: grava CADUSRTT_NOVO.DAT e rejeita
      *          duplicatas em CONVUUTT-REJ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVUUTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT USUARIOS-ANT ASSIGN TO
               "CADUSRTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-USUARIO-ANT
               FILE STATUS IS WS-FS-ANT.

               SELECT USUARIOS-NOVO ASSIGN TO
               "CADUSRTT-NOVO-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-USUARIO
               FILE STATUS IS WS-FS-NOVO.

               SELECT REJEITADOS ASSIGN TO
               "CONVUUTT-REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS-ANT.
       01 REG-USUARIOS-ANT.
           03 ID-USUARIO-ANT          PIC 9(04).
           03 NM-USUARIO-ANT          PIC X(20).
           03 SENHA-USUARIO-ANT       PIC X(10).
           03 NIVEL-USUARIO-ANT       PIC X(01).
           03 STATUS-USUARIO-ANT      PIC X(01).
           03 CONT-TENTATIVAS-ANT     PIC 9(02) COMP.
           03 DT-TROCA-SENHA-ANT      PIC 9(08).
           03 SENHAS-ANTERIORES-ANT   PIC X(30).

       FD USUARIOS-NOVO.
          COPY FD_USRTT.

       FD REJEITADOS.
       01 REG-REJEITADOS.
           03 REJ-ID-USUARIO          PIC 9(04).
           03 REJ-NM-USUARIO          PIC X(20).
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
            DISPLAY '*** CONVERSAO DE CADUSRTT.DAT (UNIDADE) ***'
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

           OPEN INPUT USUARIOS-ANT
           OPEN OUTPUT USUARIOS-NOVO
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
           READ USUARIOS-ANT NEXT RECORD
               AT END
                   SET EOF-OK         TO TRUE
           END-READ

           PERFORM P320-GRAVA-NOVO    THRU P320-FIM UNTIL EOF-OK
           .
       P300-FIM.

       P320-GRAVA-NOVO.
           ADD 1                        TO WS-QTD-LIDOS

           MOVE ID-USUARIO-ANT          TO ID-USUARIO
           MOVE NM-USUARIO-ANT          TO NM-USUARIO
           MOVE SENHA-USUARIO-ANT       TO SENHA-USUARIO
           MOVE NIVEL-USUARIO-ANT       TO NIVEL-USUARIO
           MOVE STATUS-USUARIO-ANT      TO STATUS-USUARIO
           MOVE CONT-TENTATIVAS-ANT     TO CONT-TENTATIVAS
           MOVE DT-TROCA-SENHA-ANT      TO DT-TROCA-SENHA
           MOVE SENHAS-ANTERIORES-ANT   TO SENHAS-ANTERIORES
           MOVE WS-UNIDADE-SEDE         TO UNIDADE-USUARIO

           WRITE REG-USUARIOS
               INVALID KEY
                   ADD 1                TO WS-QTD-REJEITADOS
                   DISPLAY 'USUARIO ' ID-USUARIO-ANT
                           ' DUPLICADO NO ARQUIVO NOVO - REJEITADO.'
                   PERFORM P550-GRAVA-REJEITADO THRU P550-FIM
               NOT INVALID KEY
                   ADD 1                TO WS-QTD-CONVERTIDOS
           END-WRITE

           READ USUARIOS-ANT NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

       P550-GRAVA-REJEITADO.
           MOVE ID-USUARIO-ANT          TO REJ-ID-USUARIO
           MOVE NM-USUARIO-ANT          TO REJ-NM-USUARIO
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
           DISPLAY 'SUBSTITUA O CADUSRTT.DAT ANTIGO PELO ARQUIVO '
           DISPLAY 'CADUSRTT_NOVO.DAT APOS CONFERIR O RESULTADO.'
           .
       P900-FIM.
            CLOSE USUARIOS-ANT
            CLOSE USUARIOS-NOVO
            CLOSE REJEITADOS
            STOP RUN.
       END PROGRAM CONVUUTT.
