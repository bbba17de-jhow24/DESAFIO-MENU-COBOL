      * 02/09/2026 JS - Chaves de identificacao (contato, aluno,
      *                 vinculo e operador) ampliadas de 2 para 4
      *                 digitos em todo o sistema.
      * 15/10/2026 JS - Matricula passou a abrir o periodo do aluno na
      *                 turma no historico de matricula (GRVHISTT).
      * 15/10/2026 JS - Cada gravacao de aluno passou a registrar a
      *                 imagem completa do registro no diario de
      *                 recuperacao (GRVJRNTT), reaplicado pelo RECJRNTT
      *                 sobre a copia de seguranca.
      * 15/10/2026 JS - Aluno passou a ter unidade (UNIDADE-ALUNO),
      *                 herdada da turma; sem acesso a todas as unidades
      *                 so aceita turma da unidade do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADALLTT.
           88 TURMA-VALIDA            VALUE 'S' FALSE 'N'.
       77 WS-QTD-NA-TURMA             PIC 9(03) COMP VALUE 0.
       77 WS-CAPACIDADE-TURMA         PIC 9(03) VALUE 0.
       77 WS-UNIDADE-ALUNO            PIC 9(02) VALUE 0.
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
            DISPLAY '*** CADASTRO DE ALUNOS ***'
                   MOVE WS-NM-ALUNO        TO NM-ALUNO
                   MOVE WS-TEL-ALUNO       TO TEL-ALUNO
                   MOVE WS-REF-ID-CONTATO  TO REF-ID-CONTATO
                   MOVE WS-UNIDADE-ALUNO   TO UNIDADE-ALUNO
                   SET ALUNO-ATIVO         TO TRUE

                   WRITE REG-ALUNOS
                           DISPLAY 'ALUNO JA CADASTRADO!'
                       NOT INVALID KEY
                           DISPLAY 'ALUNO GRAVADO COM SUCESSO!'
                           PERFORM P550-GRAVA-HISTORICO
                                    THRU P550-FIM
                           SET JRN-INCLUSAO    TO TRUE
                           PERFORM P585-JORNAL-ALUNO THRU P585-FIM
                   END-WRITE
               ELSE
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
           .
       P302-FIM.

      *    SEM ACESSO A TODAS AS UNIDADES SO VALEM AS TURMAS DA UNIDADE
      *    DO OPERADOR; O ALUNO HERDA A UNIDADE DA TURMA.
       P303-INFORMA-TURMA.
           SET FS-OK-TURMAS             TO TRUE

               NOT INVALID KEY
                   IF TURMA-INATIVA
                       DISPLAY 'TURMA NAO CADASTRADA! INFORME OUTRA.'
                       GO TO P303-FECHA
                   END-IF
                   IF NOT ACESSO-TODAS-UNIDADES AND
                      UNIDADE-TURMA NOT EQUAL LK-UNIDADE-OPERADOR
                       DISPLAY 'TURMA DE OUTRA UNIDADE! INFORME OUTRA.'
                       GO TO P303-FECHA
                   END-IF
                   MOVE UNIDADE-TURMA   TO WS-UNIDADE-ALUNO
                   MOVE CAPACIDADE-TURMA TO WS-CAPACIDADE-TURMA
                   PERFORM P311-CONTA-TURMA THRU P311-FIM
                   IF WS-QTD-NA-TURMA >= WS-CAPACIDADE-TURMA
                       DISPLAY 'TURMA ' NM-TURMA ' LOTADA ('
                               WS-QTD-NA-TURMA ' DE '
                               WS-CAPACIDADE-TURMA
                               ' VAGAS). INFORME OUTRA.'
                   ELSE
                       SET TURMA-VALIDA TO TRUE
                   END-IF
           END-READ
           .
       P303-FECHA.
           CLOSE TURMAS
           .
       P303-FIM.
           .
       P310-FIM.

       P550-GRAVA-HISTORICO.
           INITIALIZE WS-HISTORICO
           SET HIST-MATRICULA           TO TRUE
           MOVE WS-ID-ALUNO             TO WS-HIS-ID-ALUNO
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
           MOVE 'CADALLTT'              TO WS-JRN-PROGRAMA
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
       END PROGRAM CADALLTT.
