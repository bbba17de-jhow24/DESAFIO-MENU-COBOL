      * 02/09/2026 JS - Chaves de identificacao (contato, aluno,
      *                 vinculo e operador) ampliadas de 2 para 4
      *                 digitos em todo o sistema.
      * 15/10/2026 JS - Professor da turma passou a ser escolhido pelo
      *                 ID no cadastro mestre de professores
      *                 (PROFESSORES.DAT), em vez de digitado; so
      *                 aceita professor cadastrado e ativo.
      * 15/10/2026 JS - Turma passou a ter unidade (UNIDADE-TURMA): a
      *                 inclusao grava a unidade do operador, ou a
      *                 informada se o perfil liberar todas as unidades;
      *                 alteracao, listagem e baixa ficam restritas as
      *                 turmas da unidade do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTURTT.
               RECORD KEY  IS NUM-TURMA
               FILE STATUS IS WS-FS.

               SELECT PROFESSORES ASSIGN TO
               "PROFESSORES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PROF.

               SELECT UNIDADES ASSIGN TO
               "UNIDADES-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS COD-UNIDADE
               FILE STATUS IS WS-FS-UNI.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
          COPY FD_TURMA.

       FD PROFESSORES.
          COPY FD_PROTT.

       FD UNIDADES.
          COPY FD_UNITT.

       WORKING-STORAGE SECTION.
       77 WS-OPCAO                    PIC X.
       77 WS-NUM-TURMA                PIC 9(02).
       77 WS-NM-TURMA                 PIC X(20).
       77 WS-ID-PROFESSOR             PIC 9(04).
       77 WS-SALA-TURMA               PIC X(05).
       77 WS-CAPACIDADE-TURMA         PIC 9(03).
       77 WS-UNIDADE-TURMA            PIC 9(02).
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.
       77 WS-FS-PROF                  PIC 99.
           88 FS-OK-PROF              VALUE 0.
       77 WS-PROFESSOR-VALIDO         PIC X     VALUE 'N'.
           88 PROFESSOR-VALIDO        VALUE 'S' FALSE 'N'.
       77 WS-FS-UNI                   PIC 99.
           88 FS-OK-UNI               VALUE 0.
       77 WS-UNIDADE-VALIDA           PIC X     VALUE 'N'.
           88 UNIDADE-VALIDA          VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.
       77 WS-NM-PROFESSOR-LISTA       PIC X(20) VALUE SPACES.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
               88 LOGIN-FALHOU        VALUE 'N'.
           03 LK-ID-OPERADOR          PIC 9(04).
           03 LK-NM-OPERADOR          PIC X(20).
           03 LK-UNIDADE-OPERADOR     PIC 9(02).
           03 LK-TODAS-UNIDADES       PIC X(01).
               88 ACESSO-TODAS-UNIDADES VALUE 'S'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY '*** CADASTRO DE TURMAS ***'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Informe o ID do professor: '
           ACCEPT WS-ID-PROFESSOR

           PERFORM P390-VALIDA-PROFESSOR THRU P390-FIM

           IF NOT PROFESSOR-VALIDO
               GO TO P310-FIM
           END-IF

           DISPLAY 'Informe a sala da turma: '
           ACCEPT WS-SALA-TURMA
           DISPLAY 'Informe a capacidade de alunos: '
           ACCEPT WS-CAPACIDADE-TURMA

      *    SEM ACESSO A TODAS AS UNIDADES A TURMA E CRIADA NA UNIDADE
      *    DO OPERADOR.
           MOVE LK-UNIDADE-OPERADOR    TO WS-UNIDADE-TURMA

           IF ACESSO-TODAS-UNIDADES
               DISPLAY 'Informe a unidade da turma '
                       '(BRANCO = ' LK-UNIDADE-OPERADOR '): '
               ACCEPT WS-UNIDADE-TURMA
               IF WS-UNIDADE-TURMA EQUAL ZERO
                   MOVE LK-UNIDADE-OPERADOR TO WS-UNIDADE-TURMA
               END-IF
           END-IF

           PERFORM P380-VALIDA-UNIDADE THRU P380-FIM

           IF NOT UNIDADE-VALIDA
               GO TO P310-FIM
           END-IF

           OPEN I-O TURMAS

           IF WS-FS EQUAL 35
           IF FS-OK THEN
               MOVE WS-NUM-TURMA         TO NUM-TURMA
               MOVE WS-NM-TURMA          TO NM-TURMA
               MOVE WS-ID-PROFESSOR      TO ID-PROFESSOR-TURMA
               MOVE WS-SALA-TURMA        TO SALA-TURMA
               MOVE WS-CAPACIDADE-TURMA  TO CAPACIDADE-TURMA
               MOVE WS-UNIDADE-TURMA     TO UNIDADE-TURMA
               SET TURMA-ATIVA           TO TRUE

               WRITE REG-TURMAS
                   INVALID KEY
                       DISPLAY 'TURMA NAO EXISTE'
                   NOT INVALID KEY
                       PERFORM P385-CONFERE-UNIDADE THRU P385-FIM
                       IF TURMA-INATIVA THEN
                           DISPLAY 'TURMA NAO EXISTE'
                       ELSE
                           IF NOT UNIDADE-PERMITIDA
                               DISPLAY 'TURMA DE OUTRA UNIDADE. '
                                       'ACESSO NEGADO.'
                           ELSE
                               PERFORM P340-CAPTURA THRU P340-FIM
                           END-IF
                       END-IF
               END-READ
           ELSE

       P340-CAPTURA.
           DISPLAY 'NOME ATUAL........: ' NM-TURMA
           MOVE ID-PROFESSOR-TURMA     TO WS-ID-PROFESSOR
           PERFORM P395-NOME-PROFESSOR THRU P395-FIM
           DISPLAY 'PROFESSOR ATUAL...: ' ID-PROFESSOR-TURMA ' '
                   WS-NM-PROFESSOR-LISTA
           DISPLAY 'SALA ATUAL........: ' SALA-TURMA
           DISPLAY 'CAPACIDADE ATUAL..: ' CAPACIDADE-TURMA
           DISPLAY 'UNIDADE...........: ' UNIDADE-TURMA

           DISPLAY 'Informe o novo nome da turma: '
           ACCEPT WS-NM-TURMA
           DISPLAY 'Informe o ID do novo professor: '
           ACCEPT WS-ID-PROFESSOR
           DISPLAY 'Informe a nova sala: '
           ACCEPT WS-SALA-TURMA
           DISPLAY 'Informe a nova capacidade: '
           ACCEPT WS-CAPACIDADE-TURMA

           PERFORM P390-VALIDA-PROFESSOR THRU P390-FIM

           IF NOT PROFESSOR-VALIDO
               DISPLAY 'TURMA NAO ALTERADA!'
               GO TO P340-FIM
           END-IF

           DISPLAY 'TECLE: '
               '<S> para confirmar ou <QUALQUER TECLA>'
               'para continuar com o atual.'

           IF WS-CONFIRM EQUAL 'S' THEN
               MOVE WS-NM-TURMA         TO NM-TURMA
               MOVE WS-ID-PROFESSOR     TO ID-PROFESSOR-TURMA
               MOVE WS-SALA-TURMA       TO SALA-TURMA
               MOVE WS-CAPACIDADE-TURMA TO CAPACIDADE-TURMA
               REWRITE REG-TURMAS

           DISPLAY '---------------------------------------------'
           DISPLAY 'NUM NOME                 PROFESSOR            '
                   'SALA  CAP UN'
           DISPLAY '---------------------------------------------'

           READ TURMAS NEXT RECORD
       P350-FIM.

       P360-EXIBE.
           PERFORM P385-CONFERE-UNIDADE THRU P385-FIM

           IF TURMA-ATIVA AND UNIDADE-PERMITIDA
               MOVE ID-PROFESSOR-TURMA  TO WS-ID-PROFESSOR
               PERFORM P395-NOME-PROFESSOR THRU P395-FIM
               DISPLAY NUM-TURMA ' ' NM-TURMA ' ' WS-NM-PROFESSOR-LISTA
                       ' ' SALA-TURMA ' ' CAPACIDADE-TURMA
                       ' ' UNIDADE-TURMA
               ADD 1                    TO WS-QTD-LISTADAS
           END-IF


           IF NOT OPERADOR-SUPERVISOR THEN
               DISPLAY 'OPERACAO RESTRITA A SUPERVISOR. ACESSO NEGADO.'
               GO TO P370-FIM
           END-IF

           SET FS-OK                   TO TRUE
           OPEN I-O TURMAS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P370-FIM
           END-IF

           DISPLAY 'INFORME O NUMERO DA TURMA: '
           ACCEPT NUM-TURMA

           READ TURMAS
               INVALID KEY
                   DISPLAY 'TURMA NAO EXISTE'
                   CLOSE TURMAS
                   GO TO P370-FIM
           END-READ

           IF TURMA-INATIVA THEN
               DISPLAY 'TURMA JA ESTA COM BAIXA!'
               CLOSE TURMAS
               GO TO P370-FIM
           END-IF

           PERFORM P385-CONFERE-UNIDADE THRU P385-FIM

           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'TURMA DE OUTRA UNIDADE. ACESSO NEGADO.'
               CLOSE TURMAS
               GO TO P370-FIM
           END-IF

           DISPLAY 'Nome atual: ' NM-TURMA
           DISPLAY 'TECLE: '
               '<S> para confirmar ou <QUALQUER TECLA>'
               'para cancelar.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM EQUAL 'S' THEN
               SET TURMA-INATIVA        TO TRUE
               REWRITE REG-TURMAS
                   INVALID KEY
                       DISPLAY 'ERRO AO DAR BAIXA NA TURMA'
                   NOT INVALID KEY
                       DISPLAY 'BAIXA REALIZADA COM SUCESSO!'
               END-REWRITE
           ELSE
               DISPLAY 'TURMA NAO ALTERADA!'
           END-IF

           CLOSE TURMAS
           .
       P370-FIM.

      *    A UNIDADE DA TURMA TEM DE ESTAR CADASTRADA E ATIVA. ANTES DA
      *    CRIACAO DO CADASTRO DE UNIDADES SO A SEDE (01) E ACEITA.
       P380-VALIDA-UNIDADE.
           SET UNIDADE-VALIDA          TO FALSE
           SET FS-OK-UNI               TO TRUE

           OPEN INPUT UNIDADES

           IF NOT FS-OK-UNI
               IF WS-UNIDADE-TURMA EQUAL 1
                   SET UNIDADE-VALIDA  TO TRUE
               ELSE
                   DISPLAY 'UNIDADE NAO CADASTRADA!'
               END-IF
               GO TO P380-FIM
           END-IF

           MOVE WS-UNIDADE-TURMA       TO COD-UNIDADE
           READ UNIDADES
               INVALID KEY
                   DISPLAY 'UNIDADE NAO CADASTRADA!'
               NOT INVALID KEY
                   IF UNIDADE-INATIVA
                       DISPLAY 'UNIDADE COM BAIXA! INFORME UMA '
                               'UNIDADE ATIVA.'
                   ELSE
                       DISPLAY 'UNIDADE: ' NM-UNIDADE
                       SET UNIDADE-VALIDA TO TRUE
                   END-IF
           END-READ

           CLOSE UNIDADES
           .
       P380-FIM.

      *    O OPERADOR SO VE E MANTEM AS TURMAS DA SUA UNIDADE, SALVO
      *    SE O PERFIL LIBERAR TODAS AS UNIDADES.
       P385-CONFERE-UNIDADE.
           SET UNIDADE-PERMITIDA       TO FALSE

           IF ACESSO-TODAS-UNIDADES OR
              UNIDADE-TURMA EQUAL LK-UNIDADE-OPERADOR
               SET UNIDADE-PERMITIDA   TO TRUE
           END-IF
           .
       P385-FIM.

      *    O PROFESSOR INFORMADO TEM DE ESTAR CADASTRADO E ATIVO.
       P390-VALIDA-PROFESSOR.
           SET PROFESSOR-VALIDO        TO FALSE
           SET FS-OK-PROF              TO TRUE

           OPEN INPUT PROFESSORES

           IF NOT FS-OK-PROF
               DISPLAY 'CADASTRO DE PROFESSORES VAZIO OU INACESSIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-PROF
               GO TO P390-FIM
           END-IF

           MOVE WS-ID-PROFESSOR        TO ID-PROFESSOR
           READ PROFESSORES
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO CADASTRADO!'
               NOT INVALID KEY
                   IF PROFESSOR-INATIVO
                       DISPLAY 'PROFESSOR COM BAIXA! INFORME UM '
                               'PROFESSOR ATIVO.'
                   ELSE
                       DISPLAY 'PROFESSOR: ' NM-PROFESSOR
                       SET PROFESSOR-VALIDO TO TRUE
                   END-IF
           END-READ

           CLOSE PROFESSORES
           .
       P390-FIM.

       P395-NOME-PROFESSOR.
           MOVE 'NAO CADASTRADO'       TO WS-NM-PROFESSOR-LISTA
           SET FS-OK-PROF              TO TRUE

           OPEN INPUT PROFESSORES

           IF NOT FS-OK-PROF
               GO TO P395-FIM
           END-IF

           MOVE WS-ID-PROFESSOR        TO ID-PROFESSOR
           READ PROFESSORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NM-PROFESSOR   TO WS-NM-PROFESSOR-LISTA
           END-READ

           CLOSE PROFESSORES
           .
       P395-FIM.

       P900-FIM.
            GOBACK.
