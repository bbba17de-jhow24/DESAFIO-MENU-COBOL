      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Autorizacoes de retirada de aluno (AUTRETTT.DAT):
      *          inclusao de adulto AUTORIZADO a buscar o aluno ou
      *          PROIBIDO de busca-lo (ordem judicial etc.), com
      *          documento, parentesco, restricao e periodo de
      *          validade; lista das autorizacoes do aluno; e
      *          revogacao. O registro nunca e apagado: a revogacao
      *          fica gravada com data e operador. Revogar uma
      *          proibicao e restrito a supervisor. Numeracao
      *          sequencial como a do DOCALTT.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Autorizacoes restritas aos alunos da unidade do
      *                 operador, salvo perfil com acesso a todas as
      *                 unidades. Recusada a autorizacao de pessoa com
      *                 proibicao vigente ou futura para o aluno; gravar
      *                 uma proibicao revoga as autorizacoes da mesma
      *                 pessoa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAUTTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUTORIZACOES ASSIGN TO
               "AUTRETTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS AUT-NUMERO
               ALTERNATE RECORD KEY IS AUT-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

       DATA DIVISION.
       FILE SECTION.
       FD AUTORIZACOES.
          COPY FD_AUTRT.

       FD ALUNOS.
          COPY FD_ALLTT.

       WORKING-STORAGE SECTION.
       77 WS-OPCAO                    PIC X.
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.
       77 WS-VALIDO                   PIC X     VALUE 'N'.
           88 DADO-VALIDO             VALUE 'S' FALSE 'N'.
       77 WS-ID-ALUNO                 PIC 9(04) VALUE 0.
       77 WS-NM-ALUNO                 PIC X(20) VALUE SPACES.
       77 WS-NM-PESSOA                PIC X(30) VALUE SPACES.
       77 WS-DOCUMENTO                PIC X(15) VALUE SPACES.
       77 WS-PARENTESCO               PIC X(15) VALUE SPACES.
       77 WS-TIPO                     PIC X(01) VALUE SPACES.
       77 WS-RESTRICAO                PIC X(40) VALUE SPACES.
       77 WS-NUMERO                   PIC 9(06) VALUE 0.
       77 WS-ULTIMO-NUMERO            PIC 9(06) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-QTD-LISTADAS             PIC 9(05) COMP VALUE 0.
       77 WS-QTD-PROIBIDOS            PIC 9(05) COMP VALUE 0.
       77 WS-SITUACAO                 PIC X(10) VALUE SPACES.
       77 WS-TIPO-ED                  PIC X(10) VALUE SPACES.
       77 WS-TERMINO-ED               PIC X(10) VALUE SPACES.
       77 WS-UNIDADE-ALUNO            PIC 9(02) VALUE 0.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.
       77 WS-PROIBICAO                PIC X     VALUE 'N'.
           88 TEM-PROIBICAO           VALUE 'S' FALSE 'N'.
       77 WS-NUM-PROIBICAO            PIC 9(06) VALUE 0.
       77 WS-QTD-REVOGADAS            PIC 9(05) COMP VALUE 0.

       01 WS-DT-INICIO                PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DT-INICIO.
           03 WS-INI-ANO              PIC 9(04).
           03 WS-INI-MES              PIC 9(02).
           03 WS-INI-DIA              PIC 9(02).

       01 WS-DT-FIM                   PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DT-FIM.
           03 WS-FIM-ANO              PIC 9(04).
           03 WS-FIM-MES              PIC 9(02).
           03 WS-FIM-DIA              PIC 9(02).

       01 WS-DATA-AUX                 PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO              PIC 9(04).
           03 WS-AUX-MES              PIC 9(02).
           03 WS-AUX-DIA              PIC 9(02).
       01 WS-DATA-ED.
           03 WS-ED-DIA               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-MES               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE '/'.
           03 WS-ED-ANO               PIC 9(04).

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
            DISPLAY LK-MENSAGEM
            SET EXIT-OK               TO FALSE
            PERFORM P300-PROCESSA     THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
       P300-PROCESSA.
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           DISPLAY 'ESCOLHA: <1> INCLUIR  <2> AUTORIZACOES DO ALUNO  '
                   '<3> REVOGAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-INCLUI     THRU P310-FIM
               WHEN '2'
                   PERFORM P330-LISTA      THRU P330-FIM
               WHEN '3'
                   PERFORM P350-REVOGA     THRU P350-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE

           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P310-INCLUI.
           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ID-ALUNO

           PERFORM P500-VALIDA-ALUNO   THRU P500-FIM

           IF NOT DADO-VALIDO
               GO TO P310-FIM
           END-IF

           DISPLAY 'ALUNO: ' WS-NM-ALUNO

           DISPLAY 'Tipo <A> autorizado a retirar ou <P> proibido de '
                   'retirar: '
           ACCEPT WS-TIPO

           IF WS-TIPO EQUAL 'a'
               MOVE 'A'                 TO WS-TIPO
           END-IF
           IF WS-TIPO EQUAL 'p'
               MOVE 'P'                 TO WS-TIPO
           END-IF

           IF WS-TIPO NOT EQUAL 'A' AND WS-TIPO NOT EQUAL 'P'
               DISPLAY 'TIPO INVALIDO!'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Nome completo da pessoa: '
           ACCEPT WS-NM-PESSOA

           IF WS-NM-PESSOA EQUAL SPACES
               DISPLAY 'NOME INVALIDO! NAO PODE FICAR EM BRANCO.'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Documento de identidade (RG/CPF): '
           ACCEPT WS-DOCUMENTO

           IF WS-DOCUMENTO EQUAL SPACES AND WS-TIPO EQUAL 'A'
               DISPLAY 'DOCUMENTO OBRIGATORIO PARA AUTORIZAR A '
                       'RETIRADA.'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Parentesco / relacao com o aluno: '
           ACCEPT WS-PARENTESCO

           IF WS-TIPO EQUAL 'P'
               DISPLAY 'Motivo da proibicao (ordem judicial, processo '
                       'etc.): '
           ELSE
               DISPLAY 'Restricao (dias, horarios etc., BRANCO = '
                       'NENHUMA): '
           END-IF
           ACCEPT WS-RESTRICAO

           IF WS-RESTRICAO EQUAL SPACES AND WS-TIPO EQUAL 'P'
               DISPLAY 'INFORME O MOTIVO DA PROIBICAO.'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Valida a partir de (AAAAMMDD, BRANCO = HOJE): '
           ACCEPT WS-DT-INICIO

           IF WS-DT-INICIO EQUAL ZERO
               MOVE WS-DATA-HOJE        TO WS-DT-INICIO
           END-IF

           IF WS-INI-MES < 1 OR WS-INI-MES > 12
              OR WS-INI-DIA < 1 OR WS-INI-DIA > 31
               DISPLAY 'DATA INVALIDA!'
               GO TO P310-FIM
           END-IF

           DISPLAY 'Valida ate (AAAAMMDD, BRANCO = SEM TERMINO): '
           ACCEPT WS-DT-FIM

           IF WS-DT-FIM NOT EQUAL ZERO
               IF WS-FIM-MES < 1 OR WS-FIM-MES > 12
                  OR WS-FIM-DIA < 1 OR WS-FIM-DIA > 31
                   DISPLAY 'DATA INVALIDA!'
                   GO TO P310-FIM
               END-IF
               IF WS-DT-FIM < WS-DT-INICIO
                   DISPLAY 'O TERMINO NAO PODE SER ANTERIOR AO INICIO.'
                   GO TO P310-FIM
               END-IF
           END-IF

           SET FS-OK                   TO TRUE
           OPEN I-O AUTORIZACOES

           IF WS-FS EQUAL 35
               OPEN OUTPUT AUTORIZACOES
               CLOSE AUTORIZACOES
               SET FS-OK               TO TRUE
               OPEN I-O AUTORIZACOES
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AUTORIZACOES.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P310-FIM
           END-IF

           IF WS-TIPO EQUAL 'A'
               PERFORM P370-BUSCA-PROIBICAO THRU P370-FIM
               IF TEM-PROIBICAO
                   DISPLAY 'PESSOA PROIBIDA DE RETIRAR O ALUNO '
                           '(PROIBICAO No. ' WS-NUM-PROIBICAO ').'
                   DISPLAY 'AUTORIZACAO NAO GRAVADA.'
                   CLOSE AUTORIZACOES
                   GO TO P310-FIM
               END-IF
           END-IF

           PERFORM P460-PROXIMO-NUMERO THRU P460-FIM

           INITIALIZE REG-AUTRET
           MOVE WS-NUMERO              TO AUT-NUMERO
           MOVE WS-ID-ALUNO            TO AUT-ID-ALUNO
           MOVE WS-NM-PESSOA           TO AUT-NM-PESSOA
           MOVE WS-DOCUMENTO           TO AUT-DOCUMENTO
           MOVE WS-PARENTESCO          TO AUT-PARENTESCO
           MOVE WS-TIPO                TO AUT-TIPO
           MOVE WS-RESTRICAO           TO AUT-RESTRICAO
           MOVE WS-DT-INICIO           TO AUT-DT-INICIO
           MOVE WS-DT-FIM              TO AUT-DT-FIM
           SET AUT-ATIVA               TO TRUE
           MOVE WS-DATA-HOJE           TO AUT-DT-CADASTRO
           MOVE LK-ID-OPERADOR         TO AUT-ID-OPER-CADASTRO

           WRITE REG-AUTRET
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A AUTORIZACAO. FILE STATUS: '
                           WS-FS
               NOT INVALID KEY
                   IF AUT-PROIBIDO
                       DISPLAY 'PROIBICAO No. ' AUT-NUMERO
                               ' GRAVADA PARA O ALUNO ' WS-ID-ALUNO
                       MOVE AUT-NUMERO  TO WS-NUM-PROIBICAO
                       PERFORM P380-REVOGA-AUTORIZADOS THRU P380-FIM
                   ELSE
                       DISPLAY 'AUTORIZACAO No. ' AUT-NUMERO
                               ' GRAVADA PARA O ALUNO ' WS-ID-ALUNO
                   END-IF
           END-WRITE

           CLOSE AUTORIZACOES
           .
       P310-FIM.

       P330-LISTA.
           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ID-ALUNO

           PERFORM P510-UNIDADE-ALUNO  THRU P510-FIM

           IF NOT UNIDADE-PERMITIDA
               GO TO P330-FIM
           END-IF

           SET FS-OK                   TO TRUE
           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-QTD-LISTADAS
           MOVE 0                      TO WS-QTD-PROIBIDOS

           OPEN INPUT AUTORIZACOES

           IF NOT FS-OK
               DISPLAY 'NENHUMA AUTORIZACAO CADASTRADA.'
               GO TO P330-FIM
           END-IF

           MOVE WS-ID-ALUNO            TO AUT-ID-ALUNO
           START AUTORIZACOES KEY IS EQUAL AUT-ID-ALUNO
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           DISPLAY '---------------------------------------------------'
                   '---------------'
           DISPLAY 'NUMERO TIPO       SITUACAO   VALIDADE ATE NOME / '
                   'DOCUMENTO'
           DISPLAY '---------------------------------------------------'
                   '---------------'

           IF NOT EOF-OK
               READ AUTORIZACOES NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P340-EXIBE         THRU P340-FIM UNTIL EOF-OK

           CLOSE AUTORIZACOES

           DISPLAY '---------------------------------------------------'
                   '---------------'
           DISPLAY WS-QTD-LISTADAS ' REGISTRO(S), '
                   WS-QTD-PROIBIDOS ' PROIBICAO(OES) VIGENTE(S).'
           .
       P330-FIM.

       P340-EXIBE.
           IF AUT-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-OK              TO TRUE
               GO TO P340-FIM
           END-IF

           ADD 1                       TO WS-QTD-LISTADAS
           PERFORM P540-SITUACAO       THRU P540-FIM
           IF AUT-PROIBIDO AND WS-SITUACAO EQUAL 'VIGENTE'
               ADD 1                   TO WS-QTD-PROIBIDOS
           END-IF

           DISPLAY AUT-NUMERO ' ' WS-TIPO-ED ' ' WS-SITUACAO ' '
                   WS-TERMINO-ED '   ' AUT-NM-PESSOA
           DISPLAY '                                         DOC: '
                   AUT-DOCUMENTO ' ' AUT-PARENTESCO
           IF AUT-RESTRICAO NOT EQUAL SPACES
               DISPLAY '                                         '
                       AUT-RESTRICAO
           END-IF

           READ AUTORIZACOES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P340-FIM.

       P350-REVOGA.
           MOVE SPACES                 TO WS-CONFIRM
           SET FS-OK                   TO TRUE

           OPEN I-O AUTORIZACOES

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AUTORIZACOES.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P350-FIM
           END-IF

           DISPLAY 'INFORME O NUMERO DA AUTORIZACAO: '
           ACCEPT WS-NUMERO
           MOVE WS-NUMERO              TO AUT-NUMERO

           READ AUTORIZACOES
               INVALID KEY
                   DISPLAY 'AUTORIZACAO NAO EXISTE'
                   CLOSE AUTORIZACOES
                   GO TO P350-FIM
           END-READ

           MOVE AUT-ID-ALUNO           TO WS-ID-ALUNO
           PERFORM P510-UNIDADE-ALUNO  THRU P510-FIM

           IF NOT UNIDADE-PERMITIDA
               CLOSE AUTORIZACOES
               GO TO P350-FIM
           END-IF

           IF AUT-REVOGADA
               DISPLAY 'AUTORIZACAO JA REVOGADA!'
               CLOSE AUTORIZACOES
               GO TO P350-FIM
           END-IF

           IF AUT-PROIBIDO
              AND NOT OPERADOR-SUPERVISOR IN LK-NIVEL-OPERADOR
               DISPLAY 'REVOGAR UMA PROIBICAO E RESTRITO A SUPERVISOR.'
               CLOSE AUTORIZACOES
               GO TO P350-FIM
           END-IF

           PERFORM P540-SITUACAO       THRU P540-FIM
           DISPLAY 'ALUNO......: ' AUT-ID-ALUNO
           DISPLAY 'TIPO.......: ' WS-TIPO-ED
           DISPLAY 'PESSOA.....: ' AUT-NM-PESSOA
           DISPLAY 'DOCUMENTO..: ' AUT-DOCUMENTO
           DISPLAY 'RESTRICAO..: ' AUT-RESTRICAO
           DISPLAY 'VALIDA ATE.: ' WS-TERMINO-ED

           DISPLAY 'TECLE: '
               '<S> para confirmar a revogacao ou <QUALQUER TECLA>'
               'para cancelar.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'AUTORIZACAO NAO ALTERADA!'
               CLOSE AUTORIZACOES
               GO TO P350-FIM
           END-IF

           SET AUT-REVOGADA            TO TRUE
           MOVE WS-DATA-HOJE           TO AUT-DT-REVOGACAO
           MOVE LK-ID-OPERADOR         TO AUT-ID-OPER-REVOGACAO

           REWRITE REG-AUTRET
               INVALID KEY
                   DISPLAY 'ERRO AO REVOGAR A AUTORIZACAO'
               NOT INVALID KEY
                   DISPLAY 'AUTORIZACAO REVOGADA COM SUCESSO!'
           END-REWRITE

           CLOSE AUTORIZACOES
           .
       P350-FIM.

      *    PROCURA, ENTRE AS AUTORIZACOES DO ALUNO, UMA PROIBICAO NAO
      *    REVOGADA E NAO VENCIDA (VIGENTE OU FUTURA) PARA A MESMA
      *    PESSOA: PELO DOCUMENTO OU, SE A PROIBICAO FOI GRAVADA SEM
      *    DOCUMENTO, PELO NOME.
       P370-BUSCA-PROIBICAO.
           SET TEM-PROIBICAO           TO FALSE
           MOVE 0                      TO WS-NUM-PROIBICAO
           SET EOF-OK                  TO FALSE

           MOVE WS-ID-ALUNO            TO AUT-ID-ALUNO
           START AUTORIZACOES KEY IS EQUAL AUT-ID-ALUNO
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ AUTORIZACOES NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P375-CONFERE-PROIBICAO THRU P375-FIM
               UNTIL EOF-OK OR TEM-PROIBICAO
           .
       P370-FIM.

       P375-CONFERE-PROIBICAO.
           IF AUT-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-OK              TO TRUE
               GO TO P375-FIM
           END-IF

           PERFORM P540-SITUACAO       THRU P540-FIM

           IF AUT-PROIBIDO
              AND (WS-SITUACAO EQUAL 'VIGENTE'
                OR WS-SITUACAO EQUAL 'FUTURA')
               IF (AUT-DOCUMENTO NOT EQUAL SPACES
                   AND AUT-DOCUMENTO EQUAL WS-DOCUMENTO)
                  OR (AUT-DOCUMENTO EQUAL SPACES
                   AND AUT-NM-PESSOA EQUAL WS-NM-PESSOA)
                   SET TEM-PROIBICAO   TO TRUE
                   MOVE AUT-NUMERO     TO WS-NUM-PROIBICAO
                   GO TO P375-FIM
               END-IF
           END-IF

           READ AUTORIZACOES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P375-FIM.

      *    GRAVADA A PROIBICAO, AS AUTORIZACOES AINDA NAO REVOGADAS DA
      *    MESMA PESSOA PARA O ALUNO (PELO DOCUMENTO OU, SEM DOCUMENTO
      *    INFORMADO, PELO NOME) SAO REVOGADAS NA HORA.
       P380-REVOGA-AUTORIZADOS.
           MOVE 0                      TO WS-QTD-REVOGADAS
           SET EOF-OK                  TO FALSE

           MOVE WS-ID-ALUNO            TO AUT-ID-ALUNO
           START AUTORIZACOES KEY IS EQUAL AUT-ID-ALUNO
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ AUTORIZACOES NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P385-REVOGA-AUTORIZADO THRU P385-FIM UNTIL EOF-OK

           IF WS-QTD-REVOGADAS > ZERO
               DISPLAY WS-QTD-REVOGADAS ' AUTORIZACAO(OES) DA MESMA '
                       'PESSOA REVOGADA(S) PELA PROIBICAO.'
           END-IF
           .
       P380-FIM.

       P385-REVOGA-AUTORIZADO.
           IF AUT-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-OK              TO TRUE
               GO TO P385-FIM
           END-IF

           IF AUT-AUTORIZADO AND AUT-ATIVA
              AND ((WS-DOCUMENTO NOT EQUAL SPACES
                    AND AUT-DOCUMENTO EQUAL WS-DOCUMENTO)
                OR (WS-DOCUMENTO EQUAL SPACES
                    AND AUT-NM-PESSOA EQUAL WS-NM-PESSOA))
               SET AUT-REVOGADA        TO TRUE
               MOVE WS-DATA-HOJE       TO AUT-DT-REVOGACAO
               MOVE LK-ID-OPERADOR     TO AUT-ID-OPER-REVOGACAO
               REWRITE REG-AUTRET
                   INVALID KEY
                       DISPLAY 'ERRO AO REVOGAR A AUTORIZACAO No. '
                               AUT-NUMERO
                   NOT INVALID KEY
                       ADD 1           TO WS-QTD-REVOGADAS
                       DISPLAY 'AUTORIZACAO No. ' AUT-NUMERO
                               ' REVOGADA.'
               END-REWRITE
           END-IF

           READ AUTORIZACOES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P385-FIM.

       P460-PROXIMO-NUMERO.
           MOVE 0                      TO WS-ULTIMO-NUMERO
           SET EOF-OK                  TO FALSE

           MOVE 0                      TO AUT-NUMERO
           START AUTORIZACOES KEY IS NOT LESS THAN AUT-NUMERO
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ AUTORIZACOES NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P465-MAIOR-NUMERO   THRU P465-FIM UNTIL EOF-OK

           COMPUTE WS-NUMERO = WS-ULTIMO-NUMERO + 1
           .
       P460-FIM.

       P465-MAIOR-NUMERO.
           MOVE AUT-NUMERO             TO WS-ULTIMO-NUMERO

           READ AUTORIZACOES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P465-FIM.

       P500-VALIDA-ALUNO.
           SET DADO-VALIDO             TO FALSE
           SET FS-OK-ALUNOS            TO TRUE

           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-ALUNOS
               GO TO P500-FIM
           END-IF

           MOVE WS-ID-ALUNO            TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO OU INATIVO.'
               NOT INVALID KEY
                   MOVE UNIDADE-ALUNO  TO WS-UNIDADE-ALUNO
                   PERFORM P515-CONFERE-UNIDADE THRU P515-FIM
                   IF NOT ALUNO-ATIVO
                       DISPLAY 'ALUNO NAO ENCONTRADO OU INATIVO.'
                   ELSE
                       IF NOT UNIDADE-PERMITIDA
                           DISPLAY 'ALUNO DE OUTRA UNIDADE. '
                                   'ACESSO NEGADO.'
                       ELSE
                           SET DADO-VALIDO TO TRUE
                           MOVE NM-ALUNO TO WS-NM-ALUNO
                       END-IF
                   END-IF
           END-READ

           CLOSE ALUNOS
           .
       P500-FIM.

      *    CONSULTA E REVOGACAO: O ALUNO PODE ESTAR INATIVO, MAS TEM DE
      *    SER DA UNIDADE DO OPERADOR.
       P510-UNIDADE-ALUNO.
           SET UNIDADE-PERMITIDA       TO FALSE
           SET FS-OK-ALUNOS            TO TRUE

           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-ALUNOS
               GO TO P510-FIM
           END-IF

           MOVE WS-ID-ALUNO            TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO.'
               NOT INVALID KEY
                   MOVE UNIDADE-ALUNO  TO WS-UNIDADE-ALUNO
                   PERFORM P515-CONFERE-UNIDADE THRU P515-FIM
                   IF NOT UNIDADE-PERMITIDA
                       DISPLAY 'ALUNO DE OUTRA UNIDADE. ACESSO NEGADO.'
                   END-IF
           END-READ

           CLOSE ALUNOS
           .
       P510-FIM.

      *    O OPERADOR SO MANTEM AS AUTORIZACOES DOS ALUNOS DA SUA
      *    UNIDADE, SALVO SE O PERFIL LIBERAR TODAS AS UNIDADES.
       P515-CONFERE-UNIDADE.
           SET UNIDADE-PERMITIDA       TO FALSE

           IF ACESSO-TODAS-UNIDADES OR
              WS-UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR
               SET UNIDADE-PERMITIDA   TO TRUE
           END-IF
           .
       P515-FIM.

       P540-SITUACAO.
           IF AUT-PROIBIDO
               MOVE 'PROIBIDO'         TO WS-TIPO-ED
           ELSE
               MOVE 'AUTORIZADO'       TO WS-TIPO-ED
           END-IF

           IF AUT-DT-FIM EQUAL ZERO
               MOVE 'INDETERM.'        TO WS-TERMINO-ED
           ELSE
               MOVE AUT-DT-FIM         TO WS-DATA-AUX
               PERFORM P890-EDITA-DATA THRU P890-FIM
               MOVE WS-DATA-ED         TO WS-TERMINO-ED
           END-IF

           EVALUATE TRUE
               WHEN AUT-REVOGADA
                   MOVE 'REVOGADA'     TO WS-SITUACAO
               WHEN AUT-DT-INICIO > WS-DATA-HOJE
                   MOVE 'FUTURA'       TO WS-SITUACAO
               WHEN AUT-DT-FIM NOT EQUAL ZERO
                AND AUT-DT-FIM < WS-DATA-HOJE
                   MOVE 'VENCIDA'      TO WS-SITUACAO
               WHEN OTHER
                   MOVE 'VIGENTE'      TO WS-SITUACAO
           END-EVALUATE
           .
       P540-FIM.

       P890-EDITA-DATA.
           MOVE WS-AUX-DIA             TO WS-ED-DIA
           MOVE WS-AUX-MES             TO WS-ED-MES
           MOVE WS-AUX-ANO             TO WS-ED-ANO
           .
       P890-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM CADAUTTT.
