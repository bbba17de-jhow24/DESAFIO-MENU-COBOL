      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Conversao unica de PERFILTT.DAT para o layout com
      *          PERM-TODAS-UNIDADES. Quem ja tem acesso a
      *          administracao passa a ver todas as unidades; os
      *          demais ficam restritos a sua. Nos moldes do CONVKCTT:
      *          grava PERFILTT_NOVO.DAT e rejeita duplicatas em
      *          CONVUPTT-REJ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVUPTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERFIS-ANT ASSIGN TO
               "PERFILTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS PERM-ID-USUARIO-ANT
               FILE STATUS IS WS-FS-ANT.

               SELECT PERFIS-NOVO ASSIGN TO
               "PERFILTT-NOVO-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS PERM-ID-USUARIO
               FILE STATUS IS WS-FS-NOVO.

               SELECT REJEITADOS ASSIGN TO
               "CONVUPTT-REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD PERFIS-ANT.
       01 REG-PERFIL-ANT.
           03 PERM-ID-USUARIO-ANT     PIC 9(04).
           03 PERM-CONTATOS-ANT       PIC X(01).
           03 PERM-ALUNOS-ANT         PIC X(01).
           03 PERM-RELATORIOS-ANT     PIC X(01).
           03 PERM-ADMIN-ANT          PIC X(01).

       FD PERFIS-NOVO.
          COPY FD_PRFTT.

       FD REJEITADOS.
       01 REG-REJEITADOS.
           03 REJ-ID-USUARIO          PIC 9(04).
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** CONVERSAO DE PERFILTT.DAT (UNIDADE) ***'
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

           OPEN INPUT PERFIS-ANT
           OPEN OUTPUT PERFIS-NOVO
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
           READ PERFIS-ANT NEXT RECORD
               AT END
                   SET EOF-OK         TO TRUE
           END-READ

           PERFORM P320-GRAVA-NOVO    THRU P320-FIM UNTIL EOF-OK
           .
       P300-FIM.

       P320-GRAVA-NOVO.
           ADD 1                        TO WS-QTD-LIDOS

           MOVE PERM-ID-USUARIO-ANT     TO PERM-ID-USUARIO
           MOVE PERM-CONTATOS-ANT       TO PERM-CONTATOS
           MOVE PERM-ALUNOS-ANT         TO PERM-ALUNOS
           MOVE PERM-RELATORIOS-ANT     TO PERM-RELATORIOS
           MOVE PERM-ADMIN-ANT          TO PERM-ADMIN
           MOVE PERM-ADMIN-ANT          TO PERM-TODAS-UNIDADES

           WRITE REG-PERFIL
               INVALID KEY
                   ADD 1                TO WS-QTD-REJEITADOS
                   DISPLAY 'PERFIL ' PERM-ID-USUARIO-ANT
                           ' DUPLICADO NO ARQUIVO NOVO - REJEITADO.'
                   PERFORM P550-GRAVA-REJEITADO THRU P550-FIM
               NOT INVALID KEY
                   ADD 1                TO WS-QTD-CONVERTIDOS
           END-WRITE

           READ PERFIS-ANT NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

       P550-GRAVA-REJEITADO.
           MOVE PERM-ID-USUARIO-ANT     TO REJ-ID-USUARIO
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
           DISPLAY 'SUBSTITUA O PERFILTT.DAT ANTIGO PELO ARQUIVO '
           DISPLAY 'PERFILTT_NOVO.DAT APOS CONFERIR O RESULTADO.'
           .
       P900-FIM.
            CLOSE PERFIS-ANT
            CLOSE PERFIS-NOVO
            CLOSE REJEITADOS
            STOP RUN.
       END PROGRAM CONVUPTT.
