      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Gravacao do diario de sessoes dos operadores
      *          (LOGSESTT.DAT), chamado pelo LOGINTT e pelo MENUCNTT.
      *          Eventos: E - login aceito; F - login recusado (codigo
      *          inexistente, operador inativo ou bloqueado, senha
      *          incorreta, senha expirada nao trocada); B - bloqueio
      *          por senhas incorretas; T - troca de senha; O - troca
      *          de operador (logout); S - saida do menu. Data e hora
      *          sao tomadas aqui, no momento da gravacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVSESTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOGSESTT ASSIGN TO
               "LOGSESTT-DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LOGSESTT.
          COPY FD_LOGST.

       WORKING-STORAGE SECTION.
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.

       LINKAGE SECTION.
       01 LK-SESSAO.
           03 LK-SES-ID-OPERADOR      PIC 9(04).
           03 LK-SES-EVENTO           PIC X(01).
           03 LK-SES-DETALHE          PIC X(30).
           03 LK-SES-RETORNO          PIC 99.
               88 SES-GRAVADO         VALUE 0.
       PROCEDURE DIVISION USING LK-SESSAO.
       MAIN-PROCEDURE.
            MOVE 0                     TO LK-SES-RETORNO

            SET FS-OK                  TO TRUE
            OPEN EXTEND LOGSESTT

            IF WS-FS EQUAL 35
                OPEN OUTPUT LOGSESTT
            END-IF

            IF NOT FS-OK
                MOVE WS-FS             TO LK-SES-RETORNO
                PERFORM P900-FIM
            END-IF

            ACCEPT SES-DATA            FROM DATE YYYYMMDD
            ACCEPT SES-HORA            FROM TIME
            MOVE LK-SES-ID-OPERADOR    TO SES-ID-OPERADOR
            MOVE LK-SES-EVENTO         TO SES-EVENTO
            MOVE LK-SES-DETALHE        TO SES-DETALHE

            WRITE REG-LOGSESTT

            IF NOT FS-OK
                MOVE WS-FS             TO LK-SES-RETORNO
            END-IF

            CLOSE LOGSESTT
            PERFORM P900-FIM
            .
       P900-FIM.
            GOBACK.
       END PROGRAM GRVSESTT.
