      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Lancamento de notas bimestrais dos alunos: o operador
      *          informa o ano letivo, o bimestre, a turma e a
      *          disciplina, o programa lista os alunos ativos da
      *          turma (nos moldes do CADFRQTT) e grava a nota de cada
      *          um em AVALALTT.DAT (um registro por aluno, disciplina
      *          e bimestre). O relancamento regrava a nota.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Lancamento de notas restrito as turmas e alunos
      *                 da unidade do operador, salvo perfil com acesso
      *                 a todas as unidades.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAVLTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT TURMAS ASSIGN TO
               "TURMAS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS NUM-TURMA
               FILE STATUS IS WS-FS-TURMAS.

               SELECT AVALIACOES ASSIGN TO
               "AVALALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS AVAL-CHAVE
               FILE STATUS IS WS-FS-AVAL.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_ALLTT.

       FD TURMAS.
          COPY FD_TURMA.

       FD AVALIACOES.
          COPY FD_AVALT.

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-TURMAS                PIC 99.
           88 FS-OK-TURMAS            VALUE 0.
       77 WS-FS-AVAL                  PIC 99.
           88 FS-OK-AVAL              VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-ANO-LETIVO               PIC 9(04) VALUE 0.
       77 WS-BIMESTRE                 PIC 9(01) VALUE 0.
       77 WS-NUM-TURMA                PIC 9(02) VALUE 0.
       77 WS-DISCIPLINA               PIC X(15) VALUE SPACES.
       77 WS-TURMA-OK                 PIC X     VALUE 'N'.
           88 TURMA-VALIDA            VALUE 'S' FALSE 'N'.
       77 WS-UNIDADE-ALUNO            PIC 9(02) VALUE 0.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.
       77 WS-NOTA                     PIC 9(02)V9 VALUE 0.
       77 WS-NOTA-MAXIMA              PIC 9(02)V9 VALUE 10.
       77 WS-NOTA-OK                  PIC X     VALUE 'N'.
           88 NOTA-VALIDA             VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-QTD-LANCADOS             PIC 9(03) COMP VALUE 0.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM             PIC X(40).
           03 LK-NIVEL-OPERADOR       PIC X(01).
               88 OPERADOR-SUPERVISOR VALUE 'S'.
               88 OPERADOR-COMUM      VALUE 'O'.
           03 LK-LOGIN-OK             PIC X(01).
               88 LOGIN-OK            VALUE 'S'.
               88 LOGIN-FALHOU        VALUE 'N'.
           03 LK-ID-OPERADOR          PIC 9(04).
           03 LK-NM-OPERADOR          PIC X(20).
           03 LK-UNIDADE-OPERADOR     PIC 9(02).
           03 LK-TODAS-UNIDADES       PIC X(01).
               88 ACESSO-TODAS-UNIDADES VALUE 'S'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY '*** LANCAMENTO DE NOTAS ***'
            SET EXIT-OK               TO FALSE
            PERFORM P300-LANCA        THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
       P300-LANCA.
           MOVE 0                      TO WS-QTD-LANCADOS
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           DISPLAY 'Informe o ano letivo (AAAA): '
           ACCEPT WS-ANO-LETIVO

           IF WS-ANO-LETIVO EQUAL ZERO
               DISPLAY 'ANO INVALIDO! O ANO NAO PODE SER ZERO.'
               GO TO P300-TECLA
           END-IF

           DISPLAY 'Informe o bimestre (1 a 4): '
           ACCEPT WS-BIMESTRE

           IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
               DISPLAY 'BIMESTRE INVALIDO! INFORME DE 1 A 4.'
               GO TO P300-TECLA
           END-IF

           DISPLAY 'Informe o numero da turma: '
           ACCEPT WS-NUM-TURMA

           PERFORM P310-VALIDA-TURMA   THRU P310-FIM

           IF NOT TURMA-VALIDA
               DISPLAY 'TURMA NAO CADASTRADA OU INATIVA.'
               GO TO P300-TECLA
           END-IF

           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'TURMA DE OUTRA UNIDADE. ACESSO NEGADO.'
               GO TO P300-TECLA
           END-IF

           DISPLAY 'Informe a disciplina: '
           ACCEPT WS-DISCIPLINA

           IF WS-DISCIPLINA EQUAL SPACES
               DISPLAY 'DISCIPLINA INVALIDA! NAO PODE FICAR EM BRANCO.'
               GO TO P300-TECLA
           END-IF

           SET FS-OK-ALUNOS            TO TRUE
           SET FS-OK-AVAL              TO TRUE
           SET EOF-OK                  TO FALSE

           OPEN INPUT ALUNOS
           OPEN I-O AVALIACOES

           IF WS-FS-AVAL EQUAL 35
               OPEN OUTPUT AVALIACOES
           END-IF

           IF NOT FS-OK-ALUNOS OR NOT FS-OK-AVAL
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE NOTAS.'
               DISPLAY 'FILE STATUS ALUNOS.....: ' WS-FS-ALUNOS
               DISPLAY 'FILE STATUS AVALIACOES.: ' WS-FS-AVAL
               CLOSE ALUNOS
               CLOSE AVALIACOES
               GO TO P300-TECLA
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ

           PERFORM P320-LANCA-ALUNO    THRU P320-FIM UNTIL EOF-OK

           CLOSE ALUNOS
           CLOSE AVALIACOES

           IF WS-QTD-LANCADOS = 0
               DISPLAY 'NENHUM ALUNO ATIVO NA TURMA ' WS-NUM-TURMA '.'
           ELSE
               DISPLAY WS-QTD-LANCADOS ' NOTA(S) GRAVADA(S).'
           END-IF
           .
       P300-TECLA.
           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P310-VALIDA-TURMA.
           SET FS-OK-TURMAS             TO TRUE
           SET TURMA-VALIDA             TO FALSE

           OPEN INPUT TURMAS

           IF FS-OK-TURMAS
               MOVE WS-NUM-TURMA        TO NUM-TURMA
               READ TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TURMA-ATIVA
                           SET TURMA-VALIDA TO TRUE
                           MOVE UNIDADE-TURMA TO WS-UNIDADE-ALUNO
                           PERFORM P315-CONFERE-UNIDADE THRU P315-FIM
                       END-IF
               END-READ

               CLOSE TURMAS
           END-IF
           .
       P310-FIM.

      *    O OPERADOR SO LANCA AS NOTAS DAS TURMAS (E ALUNOS) DA SUA
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
               SET NOTA-VALIDA          TO FALSE

               PERFORM P330-INFORMA-NOTA THRU P330-FIM
                   UNTIL NOTA-VALIDA

               PERFORM P340-GRAVA-NOTA  THRU P340-FIM
           END-IF

           READ ALUNOS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P320-FIM.

       P330-INFORMA-NOTA.
           DISPLAY 'ALUNO ' ID-ALUNO ' - ' NM-ALUNO
           DISPLAY 'Nota de ' WS-DISCIPLINA ' (99,9): '
           ACCEPT WS-NOTA

           IF WS-NOTA > WS-NOTA-MAXIMA
               DISPLAY 'NOTA INVALIDA! INFORME DE 0 A 10.'
           ELSE
               SET NOTA-VALIDA          TO TRUE
           END-IF
           .
       P330-FIM.

       P340-GRAVA-NOTA.
           MOVE WS-ANO-LETIVO           TO AVAL-ANO-LETIVO
           MOVE ID-ALUNO                TO AVAL-ID-ALUNO
           MOVE WS-DISCIPLINA           TO AVAL-DISCIPLINA
           MOVE WS-BIMESTRE             TO AVAL-BIMESTRE
           MOVE WS-NUM-TURMA            TO AVAL-NUM-TURMA
           MOVE WS-NOTA                 TO AVAL-NOTA
           MOVE WS-DATA-HOJE            TO AVAL-DT-LANCAMENTO
           MOVE LK-ID-OPERADOR          TO AVAL-ID-OPERADOR

           WRITE REG-AVALIACAO
               INVALID KEY
                   REWRITE REG-AVALIACAO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A NOTA DO '
                                   'ALUNO ' AVAL-ID-ALUNO
                       NOT INVALID KEY
                           ADD 1        TO WS-QTD-LANCADOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1                TO WS-QTD-LANCADOS
           END-WRITE
           .
       P340-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM CADAVLTT.
