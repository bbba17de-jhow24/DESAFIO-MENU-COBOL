      *                 auditoria de INCLUSAO em LOGCONTT.DAT, como o
      *                 CADCONTT, mantendo correta a conferencia de
      *                 saldo do RECCNTT.
      * 15/10/2026 JS - Aluno criado pela conversao passou a ter o
      *                 periodo na turma aberto no historico de
      *                 matricula (GRVHISTT).
      * 15/10/2026 JS - Vaga reservada por oferta pendente da
      *                 distribuicao de vagas (VAGESPTT) passa a contar
      *                 como ocupada na conferencia de lotacao, exceto
      *                 para o proprio candidato ofertado; a matricula
      *                 do candidato marca a oferta como aceita.
      * 15/10/2026 JS - Cada gravacao de contato e de aluno passou a
      *                 registrar a imagem completa do registro no
      *                 diario de recuperacao (GRVJRNTT), reaplicado
      *                 pelo RECJRNTT sobre a copia de seguranca.
      * 15/10/2026 JS - Aluno matriculado pela lista de espera herda a
      *                 unidade da turma desejada; sem acesso a todas as
      *                 unidades so matricula em turma da unidade do
      *                 operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADESPTT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT OFERTAS ASSIGN TO
               "OFEVAGTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS OFE-ID-ESPERA
               FILE STATUS IS WS-FS-OFE.

       DATA DIVISION.
       FILE SECTION.
       FD ESPERA.
       FD LOGCONTT.
          COPY FD_LOGCT.

       FD OFERTAS.
          COPY FD_OFEVG.

       WORKING-STORAGE SECTION.
       77 WS-OPCAO                    PIC X.
       77 WS-FS                       PIC 99.
           88 FS-OK-VINC              VALUE 0.
       77 WS-FS-LOG                   PIC 99.
           88 FS-OK-LOG               VALUE 0.
       77 WS-FS-OFE                   PIC 99.
           88 FS-OK-OFE               VALUE 0.
       77 WS-QTD-RESERVADAS           PIC 9(03) COMP VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
       77 WS-QTD-LISTADOS             PIC 9(03) COMP VALUE 0.
       77 WS-QTD-NA-TURMA             PIC 9(03) COMP VALUE 0.
       77 WS-CAPACIDADE-TURMA         PIC 9(03) VALUE 0.
       77 WS-UNIDADE-TURMA            PIC 9(02) VALUE 0.
       77 WS-TURMA-OK                 PIC X     VALUE 'N'.
           88 TURMA-VALIDA            VALUE 'S' FALSE 'N'.
       77 WS-PASSO-OK                 PIC X     VALUE 'N'.
           88 PASSO-VALIDO            VALUE 'S' FALSE 'N'.
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
                               WS-NOVO-CONTATO ', ALUNO '
                               WS-NOVO-ALUNO ', VINCULO '
                               WS-NOVO-VINCULO '.'
                       PERFORM P470-ACEITA-OFERTA THRU P470-FIM
               END-REWRITE
           ELSE
               DISPLAY 'MATRICULA NAO CONCLUIDA. CONFIRA OS '
                   ELSE
                       MOVE CAPACIDADE-TURMA TO WS-CAPACIDADE-TURMA
                       PERFORM P415-CONTA-TURMA THRU P415-FIM
                       PERFORM P418-CONTA-OFERTAS THRU P418-FIM
                       IF WS-QTD-RESERVADAS > 0
                           DISPLAY 'VAGAS RESERVADAS POR OFERTA '
                                   'PENDENTE: ' WS-QTD-RESERVADAS
                       END-IF
                       ADD WS-QTD-RESERVADAS TO WS-QTD-NA-TURMA
                       IF WS-QTD-NA-TURMA >= WS-CAPACIDADE-TURMA
                           DISPLAY 'TURMA ' NM-TURMA ' LOTADA ('
                                   WS-QTD-NA-TURMA ' DE '
                   END-IF
           END-READ

      *    O ALUNO HERDA A UNIDADE DA TURMA; SEM ACESSO A TODAS AS
      *    UNIDADES SO SE MATRICULA EM TURMA DA UNIDADE DO OPERADOR.
           MOVE UNIDADE-TURMA           TO WS-UNIDADE-TURMA

           IF TURMA-VALIDA AND NOT ACESSO-TODAS-UNIDADES AND
              WS-UNIDADE-TURMA NOT EQUAL LK-UNIDADE-OPERADOR
               DISPLAY 'TURMA DESEJADA E DE OUTRA UNIDADE.'
               SET TURMA-VALIDA         TO FALSE
           END-IF

           CLOSE TURMAS
           .
       P410-FIM.
           .
       P417-FIM.

      *    OFERTA PENDENTE E NO PRAZO, DE OUTRO CANDIDATO DA MESMA
      *    TURMA, SEGURA A VAGA PARA QUEM FOI CHAMADO.
       P418-CONTA-OFERTAS.
           SET FS-OK-OFE                TO TRUE
           SET EOF-OK                   TO FALSE
           MOVE 0                       TO WS-QTD-RESERVADAS
           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD

           OPEN INPUT OFERTAS

           IF NOT FS-OK-OFE
               GO TO P418-FIM
           END-IF

           READ OFERTAS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ

           PERFORM P419-CONTA-OFERTA    THRU P419-FIM UNTIL EOF-OK

           CLOSE OFERTAS
           SET EOF-OK                   TO FALSE
           .
       P418-FIM.

       P419-CONTA-OFERTA.
           IF OFE-PENDENTE AND OFE-NUM-TURMA EQUAL TURMA-DESEJADA
                           AND OFE-ID-ESPERA NOT EQUAL ID-ESPERA
                           AND OFE-DT-VALIDADE NOT < WS-DATA-HOJE
               ADD 1                    TO WS-QTD-RESERVADAS
           END-IF

           READ OFERTAS NEXT RECORD
               AT END
                   SET EOF-OK           TO TRUE
           END-READ
           .
       P419-FIM.

       P420-CRIA-CONTATO.
           SET PASSO-VALIDO             TO FALSE
           SET FS-OK-CONTATOS           TO TRUE
                   MOVE SPACES          TO LOG-NOME-ANTES
                   MOVE NM-CONTATO      TO LOG-NOME-DEPOIS
                   PERFORM P500-GRAVA-LOG THRU P500-FIM
                   SET JRN-INCLUSAO     TO TRUE
                   PERFORM P580-JORNAL-CONTATO THRU P580-FIM
           END-WRITE

           CLOSE CONTATOS
           MOVE NM-CANDIDATO            TO NM-ALUNO
           MOVE TEL-RESP-ESPERA         TO TEL-ALUNO
           MOVE WS-NOVO-CONTATO         TO REF-ID-CONTATO
           MOVE WS-UNIDADE-TURMA        TO UNIDADE-ALUNO
           SET ALUNO-ATIVO              TO TRUE

           WRITE REG-ALUNOS
                   DISPLAY 'ERRO AO CRIAR O ALUNO.'
               NOT INVALID KEY
                   SET PASSO-VALIDO     TO TRUE
                   PERFORM P550-GRAVA-HISTORICO THRU P550-FIM
                   SET JRN-INCLUSAO     TO TRUE
                   PERFORM P585-JORNAL-ALUNO THRU P585-FIM
           END-WRITE

           CLOSE ALUNOS
           .
       P465-FIM.

       P470-ACEITA-OFERTA.
           SET FS-OK-OFE                TO TRUE

           OPEN I-O OFERTAS

           IF NOT FS-OK-OFE
               GO TO P470-FIM
           END-IF

           MOVE ID-ESPERA               TO OFE-ID-ESPERA
           READ OFERTAS
               INVALID KEY
                   CLOSE OFERTAS
                   GO TO P470-FIM
           END-READ

           IF OFE-PENDENTE
               SET OFE-ACEITA           TO TRUE
               ACCEPT OFE-DT-RESPOSTA   FROM DATE YYYYMMDD
               MOVE LK-ID-OPERADOR      TO OFE-ID-OPERADOR
               REWRITE REG-OFERTA
                   INVALID KEY
                       DISPLAY 'ERRO AO BAIXAR A OFERTA DE VAGA.'
                   NOT INVALID KEY
                       DISPLAY 'OFERTA DE VAGA MARCADA COMO ACEITA.'
               END-REWRITE
           END-IF

           CLOSE OFERTAS
           .
       P470-FIM.

       P500-GRAVA-LOG.
           SET FS-OK-LOG                TO TRUE
           OPEN EXTEND LOGCONTT
           .
       P500-FIM.

       P550-GRAVA-HISTORICO.
           INITIALIZE WS-HISTORICO
           SET HIST-MATRICULA           TO TRUE
           MOVE WS-NOVO-ALUNO           TO WS-HIS-ID-ALUNO
           MOVE TURMA-DESEJADA          TO WS-HIS-NOVA-TURMA
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
       P580-JORNAL-CONTATO.
           SET JRN-CONTATOS             TO TRUE
           MOVE REG-CONTATOS            TO WS-JRN-IMAGEM
           MOVE 'CADESPTT'              TO WS-JRN-PROGRAMA
           MOVE LK-ID-OPERADOR          TO WS-JRN-ID-OPERADOR

           CALL 'GRVJRNTT'              USING WS-JORNAL

           IF NOT JRN-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O DIARIO DE RECUPERACAO - '
                       'FILE STATUS: ' WS-JRN-RETORNO
           END-IF
           .
       P580-FIM.

      *    IMAGEM DO REGISTRO GRAVADO PARA O DIARIO DE RECUPERACAO;
      *    A OPERACAO (INCLUSAO, ALTERACAO OU SITUACAO) VEM DO CHAMADOR.
       P585-JORNAL-ALUNO.
           SET JRN-ALUNOS               TO TRUE
           MOVE REG-ALUNOS              TO WS-JRN-IMAGEM
           MOVE 'CADESPTT'              TO WS-JRN-PROGRAMA
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
       END PROGRAM CADESPTT.
