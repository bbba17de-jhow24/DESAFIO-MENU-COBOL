      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Conversao unica de TURMAS.DAT para o layout com
      *          ID-PROFESSOR-TURMA no lugar do nome do professor em
      *          texto livre. Cada nome distinto encontrado nas turmas
      *          vira um professor ativo em PROFESSORES.DAT (sem
      *          telefone, e-mail e disciplinas, a completar pelo
      *          CADPROTT) e a turma passa a apontar para o seu ID.
      *          Turma sem professor fica com ID zero. Nomes grafados
      *          de formas diferentes geram professores diferentes: a
      *          listagem da conversao mostra o de-para para o acerto
      *          manual das turmas. Nos moldes do CONVKCTT: grava
      *          TURMAS_NOVO.DAT e rejeita duplicatas em CONVPFTT-REJ.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - UNIDADE-TURMA incluido no layout de turmas: as
      *                 turmas convertidas ficam na sede (unidade 01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPFTT.

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

               SELECT PROFESSORES ASSIGN TO
               "PROFESSORES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PROF.

               SELECT REJEITADOS ASSIGN TO
               "CONVPFTT-REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS-ANT.
       01 REG-TURMAS-ANT.
           03 NUM-TURMA-ANT           PIC 9(02).
           03 NM-TURMA-ANT            PIC X(20).
           03 NM-PROFESSOR-ANT        PIC X(20).
           03 SALA-TURMA-ANT          PIC X(05).
           03 CAPACIDADE-TURMA-ANT    PIC 9(03).
           03 STATUS-TURMA-ANT        PIC X(01).

       FD TURMAS-NOVO.
          COPY FD_TURMA.

       FD PROFESSORES.
          COPY FD_PROTT.

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
       77 WS-FS-PROF                  PIC 99.
           88 FS-OK-PROF              VALUE 0.
       77 WS-FS-REJ                   PIC 99.
           88 FS-OK-REJ               VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                    PIC X.
           88 ACHOU-OK                VALUE 'S' FALSE 'N'.
       77 WS-QTD-LIDOS                PIC 9(05) COMP VALUE 0.
       77 WS-QTD-CONVERTIDOS          PIC 9(05) COMP VALUE 0.
       77 WS-QTD-REJEITADOS           PIC 9(05) COMP VALUE 0.
       77 WS-QTD-PROFESSORES          PIC 9(05) COMP VALUE 0.
       77 WS-IDX                      PIC 9(05) COMP VALUE 0.

      *    NOMES JA CADASTRADOS NESTA CONVERSAO; A POSICAO E O ID.
       01 WS-TABELA-NOMES.
           03 WS-TAB-NOME             PIC X(20) OCCURS 99 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** CONVERSAO DE TURMAS.DAT (CADASTRO DE '
                    'PROFESSORES) ***'
            PERFORM P100-ABRE-ARQUIVOS
            PERFORM P300-CONVERTE     THRU P300-FIM
            PERFORM P800-RESUMO
            PERFORM P900-FIM
            .
       P100-ABRE-ARQUIVOS.
           SET FS-OK-ANT               TO TRUE
           SET FS-OK-NOVO              TO TRUE
           SET FS-OK-PROF              TO TRUE
           SET FS-OK-REJ               TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT TURMAS-ANT
           OPEN OUTPUT TURMAS-NOVO
           OPEN OUTPUT PROFESSORES
           OPEN OUTPUT REJEITADOS

           IF NOT FS-OK-ANT OR NOT FS-OK-NOVO OR NOT FS-OK-PROF
              OR NOT FS-OK-REJ
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE CONVERSAO.'
               DISPLAY 'FILE STATUS ANTIGO: ' WS-FS-ANT
               DISPLAY 'FILE STATUS NOVO..: ' WS-FS-NOVO
               DISPLAY 'FILE STATUS PROFES: ' WS-FS-PROF
               DISPLAY 'FILE STATUS REJEIT: ' WS-FS-REJ
               PERFORM P900-FIM
           END-IF

           INITIALIZE WS-TABELA-NOMES
           .
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
           MOVE SALA-TURMA-ANT          TO SALA-TURMA
           MOVE CAPACIDADE-TURMA-ANT    TO CAPACIDADE-TURMA
           MOVE STATUS-TURMA-ANT        TO STATUS-TURMA
           MOVE 0                       TO ID-PROFESSOR-TURMA
           MOVE 1                       TO UNIDADE-TURMA

           IF NM-PROFESSOR-ANT NOT EQUAL SPACES
               PERFORM P400-ACHA-PROFESSOR THRU P400-FIM
               MOVE WS-IDX              TO ID-PROFESSOR-TURMA
           END-IF

           DISPLAY 'TURMA ' NUM-TURMA-ANT ' ' NM-PROFESSOR-ANT
                   ' -> PROFESSOR ' ID-PROFESSOR-TURMA

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

      *    DEVOLVE EM WS-IDX O ID DO PROFESSOR, CADASTRANDO NA PRIMEIRA
      *    VEZ QUE O NOME APARECE.
       P400-ACHA-PROFESSOR.
           SET ACHOU-OK                 TO FALSE
           MOVE 1                       TO WS-IDX

           PERFORM P420-COMPARA-NOME    THRU P420-FIM
               UNTIL ACHOU-OK OR WS-IDX > WS-QTD-PROFESSORES

           IF ACHOU-OK
               GO TO P400-FIM
           END-IF

           ADD 1                        TO WS-QTD-PROFESSORES
           MOVE WS-QTD-PROFESSORES      TO WS-IDX
           MOVE NM-PROFESSOR-ANT        TO WS-TAB-NOME (WS-IDX)

           INITIALIZE REG-PROFESSORES
           MOVE WS-IDX                  TO ID-PROFESSOR
           MOVE NM-PROFESSOR-ANT        TO NM-PROFESSOR
           SET PROFESSOR-ATIVO          TO TRUE

           WRITE REG-PROFESSORES
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PROFESSOR ' ID-PROFESSOR
           END-WRITE
           .
       P400-FIM.

       P420-COMPARA-NOME.
           IF WS-TAB-NOME (WS-IDX) EQUAL NM-PROFESSOR-ANT
               SET ACHOU-OK             TO TRUE
           ELSE
               ADD 1                    TO WS-IDX
           END-IF
           .
       P420-FIM.

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
           DISPLAY 'PROFESSORES CRIADOS..: ' WS-QTD-PROFESSORES
           DISPLAY '-----------------------------------------------'
           DISPLAY 'SUBSTITUA O TURMAS.DAT ANTIGO PELO ARQUIVO '
           DISPLAY 'TURMAS_NOVO.DAT APOS CONFERIR O RESULTADO.'
           .
       P900-FIM.
            CLOSE TURMAS-ANT
            CLOSE TURMAS-NOVO
            CLOSE PROFESSORES
            CLOSE REJEITADOS
            STOP RUN.
       END PROGRAM CONVPFTT.
