      *                 regravar, o registro e relido e comparado com a
      *                 imagem mostrada ao operador; se outro operador
      *                 alterou no meio tempo, a regravacao e recusada.
      * 15/10/2026 JS - Mudanca de turma passou a encerrar o periodo na
      *                 turma anterior e abrir o da nova turma no
      *                 historico de matricula (GRVHISTT).
      * 15/10/2026 JS - Cada gravacao de aluno passou a registrar a
      *                 imagem completa do registro no diario de
      *                 recuperacao (GRVJRNTT), reaplicado pelo RECJRNTT
      *                 sobre a copia de seguranca.
      * 15/10/2026 JS - Alteracao restrita aos alunos da unidade do
      *                 operador, salvo acesso a todas as unidades; a
      *                 mudanca de turma leva o aluno para a unidade da
      *                 nova turma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTALTT.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM                  PIC X    VALUE SPACES.
       77 WS-TURMA-ANTERIOR           PIC 9(02) VALUE 0.
       77 WS-UNIDADE-ALUNO            PIC 9(02) VALUE 0.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.
       01 WS-REG-ANTES                PIC X(45) VALUE SPACES.
       01 WS-HISTORICO.
           03 WS-HIS-OPERACAO         PIC X(01).
               88 HIST-MATRICULA      VALUE 'M'.
               88 HIST-ENCERRA        VALUE 'E'.
               88 HIST-MUDA           VALUE 'T'.
           03 WS-HIS-ID-ALUNO         PIC 9(04).
           03 WS-HIS-TURMA-ATUAL      PIC 9(02).
           03 WS-HIS-ANO-ATUAL        PIC 9(04).
           03 WS-HIS-RESULTADO        PIC X(01).
               88 HIST-PROMOVIDO      VALUE 'P'.
               88 HIST-RETIDO         VALUE 'R'.
               88 HIST-TRANSFERIDO    VALUE 'T'.
               88 HIST-DESISTENTE     VALUE 'D'.
               88 HIST-FORMADO        VALUE 'F'.
           03 WS-HIS-OBSERVACAO       PIC X(30).
           03 WS-HIS-NOVA-TURMA       PIC 9(02).
           03 WS-HIS-NOVO-ANO         PIC 9(04).
           03 WS-HIS-ID-OPERADOR      PIC 9(04).
           03 WS-HIS-RETORNO          PIC 99.
               88 HIST-GRAVADO        VALUE 0.

       01 WS-JORNAL.
           03 WS-JRN-ARQUIVO          PIC X(01).
               88 JRN-CONTATOS        VALUE 'C'.
               88 JRN-ALUNOS          VALUE 'A'.
           03 WS-JRN-OPERACAO         PIC X(01).
               88 JRN-INCLUSAO        VALUE 'I'.
               88 JRN-ALTERACAO       VALUE 'A'.
               88 JRN-SITUACAO        VALUE 'S'.
               88 JRN-MARCA-COPIA     VALUE 'B'.
           03 WS-JRN-PROGRAMA         PIC X(08).
           03 WS-JRN-ID-OPERADOR      PIC 9(04).
           03 WS-JRN-IMAGEM           PIC X(115).
           03 WS-JRN-RETORNO          PIC 99.
               88 JRN-GRAVADO         VALUE 0.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               88 LOGIN-FALHOU        VALUE 'N'.
           03 LK-ID-OPERADOR          PIC 9(04).
           03 LK-NM-OPERADOR          PIC X(20).
           03 LK-UNIDADE-OPERADOR     PIC 9(02).
           03 LK-TODAS-UNIDADES       PIC X(01).
               88 ACESSO-TODAS-UNIDADES VALUE 'S'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY LK-MENSAGEM
                   INVALID KEY
                       DISPLAY 'ALUNO NAO EXISTE'
                   NOT INVALID KEY
                       MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALUNO
                       PERFORM P310-CONFERE-UNIDADE THRU P310-FIM
                       IF ALUNO-INATIVO THEN
                           DISPLAY 'ALUNO NAO EXISTE'
                       ELSE
                           IF NOT UNIDADE-PERMITIDA
                               DISPLAY 'ALUNO DE OUTRA UNIDADE. '
                                       'ACESSO NEGADO.'
                           ELSE
                               MOVE REG-ALUNOS TO WS-REG-ANTES
                               PERFORM P320-CAPTURA THRU P320-FIM
                           END-IF
                       END-IF
               END-READ
           ELSE
           .
       P300-FIM.

      *    O OPERADOR SO VE E MANTEM OS ALUNOS (E TURMAS) DA SUA
      *    UNIDADE, SALVO SE O PERFIL LIBERAR TODAS AS UNIDADES.
       P310-CONFERE-UNIDADE.
           SET UNIDADE-PERMITIDA        TO FALSE

           IF ACESSO-TODAS-UNIDADES OR
              WS-UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR
               SET UNIDADE-PERMITIDA    TO TRUE
           END-IF
           .
       P310-FIM.

       P320-CAPTURA.
           DISPLAY 'NUMERO/TURMA ATUAL..: ' NUM-ALUNO
           DISPLAY 'NOME ATUAL..........: ' NM-ALUNO
               GO TO P330-FIM
           END-IF

           MOVE NUM-ALUNO               TO WS-TURMA-ANTERIOR
           MOVE WS-NUM-ALUNO            TO NUM-ALUNO
           MOVE WS-NM-ALUNO             TO NM-ALUNO
           MOVE WS-TEL-ALUNO            TO TEL-ALUNO
           MOVE WS-UNIDADE-ALUNO        TO UNIDADE-ALUNO

           REWRITE REG-ALUNOS
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR O ALUNO'
               NOT INVALID KEY
                   DISPLAY 'ALTERADO COM SUCESSO!'
                   IF WS-NUM-ALUNO NOT EQUAL WS-TURMA-ANTERIOR
                       PERFORM P550-GRAVA-HISTORICO THRU P550-FIM
                   END-IF
                   SET JRN-ALTERACAO    TO TRUE
                   PERFORM P585-JORNAL-ALUNO THRU P585-FIM
           END-REWRITE
           .
       P330-FIM.
                   IF TURMA-INATIVA
                       DISPLAY 'TURMA NAO CADASTRADA! INFORME OUTRA.'
                   ELSE
                       MOVE UNIDADE-TURMA TO WS-UNIDADE-ALUNO
                       PERFORM P310-CONFERE-UNIDADE THRU P310-FIM
                       IF UNIDADE-PERMITIDA
                           SET TURMA-VALIDA TO TRUE
                       ELSE
                           DISPLAY 'TURMA DE OUTRA UNIDADE! '
                                   'INFORME OUTRA.'
                       END-IF
                   END-IF
           END-READ

           .
       P325-FIM.

      *    MUDANCA DE TURMA: ENCERRA O PERIODO NA TURMA ANTERIOR COMO
      *    TRANSFERIDO E ABRE O PERIODO NA NOVA TURMA, NO MESMO ANO.
       P550-GRAVA-HISTORICO.
           INITIALIZE WS-HISTORICO
           SET HIST-MUDA                TO TRUE
           SET HIST-TRANSFERIDO         TO TRUE
           MOVE WS-ID-ALUNO             TO WS-HIS-ID-ALUNO
           MOVE WS-TURMA-ANTERIOR       TO WS-HIS-TURMA-ATUAL
           MOVE 'MUDANCA DE TURMA'      TO WS-HIS-OBSERVACAO
           MOVE WS-NUM-ALUNO            TO WS-HIS-NOVA-TURMA
           MOVE LK-ID-OPERADOR          TO WS-HIS-ID-OPERADOR

           CALL 'GRVHISTT'              USING WS-HISTORICO

           IF NOT HIST-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE MATRICULA.'
               DISPLAY 'FILE STATUS: ' WS-HIS-RETORNO
           END-IF
           .
       P550-FIM.

      *    IMAGEM DO REGISTRO GRAVADO PARA O DIARIO DE RECUPERACAO;
      *    A OPERACAO (INCLUSAO, ALTERACAO OU SITUACAO) VEM DO CHAMADOR.
       P585-JORNAL-ALUNO.
           SET JRN-ALUNOS               TO TRUE
           MOVE REG-ALUNOS              TO WS-JRN-IMAGEM
           MOVE 'ALTALTT'               TO WS-JRN-PROGRAMA
           MOVE LK-ID-OPERADOR          TO WS-JRN-ID-OPERADOR

           CALL 'GRVJRNTT'              USING WS-JORNAL

           IF NOT JRN-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O DIARIO DE RECUPERACAO - '
                       'FILE STATUS: ' WS-JRN-RETORNO
           END-IF
           .
       P585-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM ALTALTT.
