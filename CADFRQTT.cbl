      * 02/09/2026 JS - Chaves de identificacao (contato, aluno,
      *                 vinculo e operador) ampliadas de 2 para 4
      *                 digitos em todo o sistema.
      * 15/10/2026 JS - Chamada so aceita em dia letivo do calendario
      *                 escolar (CALENDTT.DAT, mantido pelo CADCALTT):
      *                 fim de semana, feriado, recesso e data fora do
      *                 calendario sao recusados.
      * 15/10/2026 JS - Chamada restrita as turmas e alunos da unidade
      *                 do operador, salvo perfil com acesso a todas as
      *                 unidades.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFRQTT.
               RECORD KEY  IS FREQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

               SELECT CALENDARIO ASSIGN TO
               "CALENDTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS CAL-DATA
               FILE STATUS IS WS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       FD FREQUENCIA.
          COPY FD_FREQTT.

       FD CALENDARIO.
          COPY FD_CALTT.

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
           88 FS-OK-TURMAS            VALUE 0.
       77 WS-FS-FREQ                  PIC 99.
           88 FS-OK-FREQ              VALUE 0.
       77 WS-FS-CAL                   PIC 99.
           88 FS-OK-CAL               VALUE 0.
       77 WS-DIA-OK                   PIC X     VALUE 'N'.
           88 DIA-LETIVO              VALUE 'S' FALSE 'N'.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
       77 WS-NUM-TURMA                PIC 9(02) VALUE 0.
       77 WS-TURMA-OK                 PIC X     VALUE 'N'.
           88 TURMA-VALIDA            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-ALUNO            PIC 9(02) VALUE 0.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.
       77 WS-SITUACAO                 PIC X     VALUE SPACES.
       77 WS-QTD-LANCADOS             PIC 9(03) COMP VALUE 0.

               88 LOGIN-FALHOU        VALUE 'N'.
           03 LK-ID-OPERADOR          PIC 9(04).
           03 LK-NM-OPERADOR          PIC X(20).
           03 LK-UNIDADE-OPERADOR     PIC 9(02).
           03 LK-TODAS-UNIDADES       PIC X(01).
               88 ACESSO-TODAS-UNIDADES VALUE 'S'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY '*** LANCAMENTO DE FREQUENCIA ***'
               GO TO P300-TECLA
           END-IF

           PERFORM P305-VALIDA-CALENDARIO THRU P305-FIM

           IF NOT DIA-LETIVO
               GO TO P300-TECLA
           END-IF

           DISPLAY 'Informe o numero da turma: '
           ACCEPT WS-NUM-TURMA

               GO TO P300-TECLA
           END-IF

           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'TURMA DE OUTRA UNIDADE. ACESSO NEGADO.'
               GO TO P300-TECLA
           END-IF

           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-FREQ              TO TRUE
           SET EOF-OK                  TO FALSE
           .
       P300-FIM.

       P305-VALIDA-CALENDARIO.
           SET FS-OK-CAL                TO TRUE
           SET DIA-LETIVO               TO FALSE

           OPEN INPUT CALENDARIO

           IF NOT FS-OK-CAL
               DISPLAY 'CALENDARIO ESCOLAR NAO CADASTRADO. PROCURE A '
                       'SECRETARIA.'
               GO TO P305-FIM
           END-IF

           MOVE WS-DATA-CHAMADA         TO CAL-DATA
           READ CALENDARIO
               INVALID KEY
                   DISPLAY 'DATA FORA DO CALENDARIO ESCOLAR.'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CAL-LETIVO
                           SET DIA-LETIVO TO TRUE
                       WHEN CAL-FIM-SEMANA
                           DISPLAY 'DATA CAI EM FIM DE SEMANA. NAO HA '
                                   'AULA.'
                       WHEN OTHER
                           DISPLAY 'DIA NAO LETIVO: ' CAL-DESCRICAO
                   END-EVALUATE
           END-READ

           CLOSE CALENDARIO
           .
       P305-FIM.

       P310-VALIDA-TURMA.
           SET FS-OK-TURMAS             TO TRUE
           SET TURMA-VALIDA             TO FALSE
                   NOT INVALID KEY
                       IF TURMA-ATIVA
                           SET TURMA-VALIDA TO TRUE
                           MOVE UNIDADE-TURMA TO WS-UNIDADE-ALUNO
                           PERFORM P315-CONFERE-UNIDADE THRU P315-FIM
                       END-IF
               END-READ

           .
       P310-FIM.

      *    O OPERADOR SO LANCA A CHAMADA DAS TURMAS (E ALUNOS) DA SUA
      *    UNIDADE, SALVO SE O PERFIL LIBERAR TODAS AS UNIDADES.
       P315-CONFERE-UNIDADE.
           SET UNIDADE-PERMITIDA        TO FALSE

           IF ACESSO-TODAS-UNIDADES OR
              WS-UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR
               SET UNIDADE-PERMITIDA    TO TRUE
           END-IF
           .
       P315-FIM.

       P320-LANCA-ALUNO.
           MOVE UNIDADE-ALUNO           TO WS-UNIDADE-ALUNO
           PERFORM P315-CONFERE-UNIDADE THRU P315-FIM

           IF ALUNO-ATIVO AND NUM-ALUNO EQUAL WS-NUM-TURMA
              AND UNIDADE-PERMITIDA
               MOVE SPACES              TO WS-SITUACAO

               PERFORM P330-INFORMA-SITUACAO THRU P330-FIM
