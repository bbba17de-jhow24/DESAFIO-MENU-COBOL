      *                 criacao, a varredura de maior ID/contagem e
      *                 pulada (READ em modo OUTPUT nao sinaliza fim
      *                 de arquivo).
      * 15/10/2026 JS - Cada gravacao de aluno passou a registrar a
      *                 imagem completa do registro no diario de
      *                 recuperacao (GRVJRNTT), reaplicado pelo RECJRNTT
      *                 sobre a copia de seguranca.
      * 15/10/2026 JS - Aluno carregado herda a unidade da turma
      *                 (UNIDADE-ALUNO).
      * 15/10/2026 JS - Cada aluno carregado passou a abrir o periodo de
      *                 matricula no historico escolar (GRVHISTT), como
      *                 no CADALLTT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPALTT.
               05 WS-TAB-TUR-STATUS    PIC X(01).
               05 WS-TAB-TUR-CAPAC     PIC 9(03).
               05 WS-TAB-TUR-ATIVOS    PIC 9(03) COMP.
               05 WS-TAB-TUR-UNID      PIC 9(02).

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                                                       (WS-QTD-TURMAS)
               MOVE 0                   TO WS-TAB-TUR-ATIVOS
                                                       (WS-QTD-TURMAS)
               MOVE UNIDADE-TURMA       TO WS-TAB-TUR-UNID
                                                       (WS-QTD-TURMAS)
           END-IF

           READ TURMAS NEXT RECORD
           MOVE ENT-NM-ALUNO            TO NM-ALUNO
           MOVE ENT-TEL-ALUNO           TO TEL-ALUNO
           MOVE ENT-REF-ID-CONTATO      TO REF-ID-CONTATO
           MOVE WS-TAB-TUR-UNID (WS-IDX) TO UNIDADE-ALUNO
           SET ALUNO-ATIVO              TO TRUE

           WRITE REG-ALUNOS
               NOT INVALID KEY
                   ADD 1                TO WS-QTD-CARREGADOS
                   ADD 1                TO WS-TAB-TUR-ATIVOS (WS-IDX)
                   SET JRN-INCLUSAO     TO TRUE
                   PERFORM P585-JORNAL-ALUNO THRU P585-FIM
                   PERFORM P570-GRAVA-HISTORICO THRU P570-FIM
                   PERFORM P400-GRAVA-VINCULO THRU P400-FIM
           END-WRITE
           .
           .
       P550-FIM.

      *    ABRE O PERIODO DE MATRICULA DO ALUNO CARREGADO NO HISTORICO
      *    ESCOLAR. CARGA EM LOTE NAO TEM OPERADOR LOGADO.
       P570-GRAVA-HISTORICO.
           INITIALIZE WS-HISTORICO
           SET HIST-MATRICULA           TO TRUE
           MOVE ID-ALUNO                TO WS-HIS-ID-ALUNO
           MOVE NUM-ALUNO               TO WS-HIS-NOVA-TURMA
           MOVE ZERO                    TO WS-HIS-ID-OPERADOR

           CALL 'GRVHISTT'              USING WS-HISTORICO

           IF NOT HIST-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE MATRICULA DO '
                       'ALUNO ' ID-ALUNO ' - FILE STATUS: '
                       WS-HIS-RETORNO
           END-IF
           .
       P570-FIM.

      *    IMAGEM DO REGISTRO GRAVADO PARA O DIARIO DE RECUPERACAO;
      *    A OPERACAO (INCLUSAO, ALTERACAO OU SITUACAO) VEM DO CHAMADOR.
       P585-JORNAL-ALUNO.
           SET JRN-ALUNOS               TO TRUE
           MOVE REG-ALUNOS              TO WS-JRN-IMAGEM
           MOVE 'IMPALTT'               TO WS-JRN-PROGRAMA
           MOVE ZERO                    TO WS-JRN-ID-OPERADOR

           CALL 'GRVJRNTT'              USING WS-JORNAL

           IF NOT JRN-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O DIARIO DE RECUPERACAO - '
                       'FILE STATUS: ' WS-JRN-RETORNO
           END-IF
           .
       P585-FIM.

       P800-RESUMO.
           DISPLAY '-----------------------------------------------'
           DISPLAY 'REGISTROS LIDOS......: ' WS-QTD-LIDOS
           DISPLAY 'REGISTROS REJEITADOS.: ' WS-QTD-REJEITADOS
           DISPLAY '-----------------------------------------------'
           .

       P900-FIM.
            CLOSE ENTRADA
            CLOSE ALUNOS
