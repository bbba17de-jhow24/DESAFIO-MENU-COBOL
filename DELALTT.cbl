      *                 comparado com a imagem mostrada ao operador; se
      *                 outro operador alterou no meio tempo, a baixa e
      *                 recusada.
      * 15/10/2026 JS - Baixa passou a pedir o motivo (transferencia,
      *                 desistencia ou formatura) e a encerrar o
      *                 periodo do aluno no historico de matricula
      *                 (GRVHISTT) com esse resultado.
      * 15/10/2026 JS - Cada gravacao de aluno passou a registrar a
      *                 imagem completa do registro no diario de
      *                 recuperacao (GRVJRNTT), reaplicado pelo RECJRNTT
      *                 sobre a copia de seguranca.
      * 15/10/2026 JS - Baixa restrita aos alunos da unidade do
      *                 operador, salvo acesso a todas as unidades.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELALTT.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM                  PIC X    VALUE SPACES.
       77 WS-ID-ALUNO                 PIC 9(04) VALUE 0.
       77 WS-MOTIVO                   PIC X     VALUE SPACES.
           88 MOTIVO-TRANSFERENCIA    VALUE 'T'.
           88 MOTIVO-DESISTENCIA      VALUE 'D'.
           88 MOTIVO-FORMATURA        VALUE 'F'.
           88 MOTIVO-VALIDO           VALUE 'T' 'D' 'F'.
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
            DISPLAY '*** BAIXA DE ALUNOS ***'
                       INVALID KEY
                           DISPLAY 'ALUNO NAO EXISTE'
                       NOT INVALID KEY
                           PERFORM P310-CONFERE-UNIDADE THRU P310-FIM
                           IF ALUNO-INATIVO THEN
                               DISPLAY 'ALUNO JA ESTA COM BAIXA!'
                           ELSE
                               IF NOT UNIDADE-PERMITIDA
                                   DISPLAY 'ALUNO DE OUTRA UNIDADE. '
                                           'ACESSO NEGADO.'
                               ELSE
                                   PERFORM P315-CONFIRMA-BAIXA
                                            THRU P315-FIM
                               END-IF
                           END-IF
                   END-READ
           .
       P300-FIM.

      *    O OPERADOR SO DA BAIXA NOS ALUNOS DA SUA UNIDADE, SALVO SE
      *    O PERFIL LIBERAR TODAS AS UNIDADES.
       P310-CONFERE-UNIDADE.
           SET UNIDADE-PERMITIDA        TO FALSE

           IF ACESSO-TODAS-UNIDADES OR
              UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR
               SET UNIDADE-PERMITIDA    TO TRUE
           END-IF
           .
       P310-FIM.

       P315-CONFIRMA-BAIXA.
           MOVE ID-ALUNO                TO WS-ID-ALUNO
           MOVE REG-ALUNOS              TO WS-REG-ANTES
           DISPLAY 'Nome atual: ' NM-ALUNO
           MOVE SPACES                  TO WS-MOTIVO
           PERFORM P320-INFORMA-MOTIVO  THRU P320-FIM
               UNTIL MOTIVO-VALIDO
           DISPLAY 'TECLE: '
               '<S> para confirmar ou <QUALQUER TECLA>'
               'para cancelar.'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM EQUAL 'S' THEN
               PERFORM P330-EFETIVA-BAIXA THRU P330-FIM
           ELSE
               DISPLAY 'ALUNO NAO ALTERADO!'
           END-IF
           .
       P315-FIM.

       P320-INFORMA-MOTIVO.
           DISPLAY 'Motivo da baixa: <T> transferencia, <D> desistencia'
                   ' ou <F> formatura: '
           ACCEPT WS-MOTIVO

           IF NOT MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO! INFORME T, D OU F.'
           END-IF
           .
       P320-FIM.

       P330-EFETIVA-BAIXA.
           MOVE WS-ID-ALUNO             TO ID-ALUNO

               NOT INVALID KEY
                   DISPLAY 'BAIXA REALIZADA COM SUCESSO!'
                   PERFORM P500-GRAVA-LOG THRU P500-FIM
                   PERFORM P550-GRAVA-HISTORICO THRU P550-FIM
                   SET JRN-SITUACAO     TO TRUE
                   PERFORM P585-JORNAL-ALUNO THRU P585-FIM
           END-REWRITE
           .
       P330-FIM.
           .
       P500-FIM.

       P550-GRAVA-HISTORICO.
           INITIALIZE WS-HISTORICO
           SET HIST-ENCERRA             TO TRUE
           MOVE ID-ALUNO                TO WS-HIS-ID-ALUNO
           MOVE NUM-ALUNO               TO WS-HIS-TURMA-ATUAL
           MOVE LK-ID-OPERADOR          TO WS-HIS-ID-OPERADOR

           EVALUATE TRUE
               WHEN MOTIVO-TRANSFERENCIA
                   SET HIST-TRANSFERIDO TO TRUE
                   MOVE 'TRANSFERIDO PARA OUTRA ESCOLA'
                                        TO WS-HIS-OBSERVACAO
               WHEN MOTIVO-DESISTENCIA
                   SET HIST-DESISTENTE  TO TRUE
               WHEN OTHER
                   SET HIST-FORMADO     TO TRUE
           END-EVALUATE

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
           MOVE 'DELALTT'               TO WS-JRN-PROGRAMA
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
       END PROGRAM DELALTT.
