      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Portaria - consulta rapida pelo ID-ALUNO de quem pode
      *          retirar o aluno na saida (autorizacoes vigentes do
      *          AUTRETTT.DAT, com as proibicoes em destaque) e
      *          registro da retirada no livro de saida do dia
      *          (SAIDALTT.DAT). A saida so e liberada para autorizacao
      *          AUTORIZADO vigente do proprio aluno e com o documento
      *          apresentado conferindo com o cadastrado; cada aluno
      *          tem uma unica saida por dia.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Portaria restrita aos alunos da unidade do
      *                 operador, salvo perfil com acesso a todas as
      *                 unidades. Saida recusada quando ha proibicao
      *                 vigente para o documento apresentado (ou para o
      *                 nome, se a proibicao nao tem documento).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTALTT.

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

               SELECT SAIDAS ASSIGN TO
               "SAIDALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS SAI-CHAVE
               FILE STATUS IS WS-FS-SAIDAS.

               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT FREQUENCIA ASSIGN TO
               "FREQALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS FREQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

       DATA DIVISION.
       FILE SECTION.
       FD AUTORIZACOES.
          COPY FD_AUTRT.

       FD SAIDAS.
          COPY FD_SAIAT.

       FD ALUNOS.
          COPY FD_ALLTT.

       FD FREQUENCIA.
          COPY FD_FREQTT.

       WORKING-STORAGE SECTION.
       77 WS-FS                       PIC 99.
           88 FS-OK                   VALUE 0.
       77 WS-FS-SAIDAS                PIC 99.
           88 FS-OK-SAIDAS            VALUE 0.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-FREQ                  PIC 99.
           88 FS-OK-FREQ              VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.
       77 WS-VALIDO                   PIC X     VALUE 'N'.
           88 DADO-VALIDO             VALUE 'S' FALSE 'N'.
       77 WS-RETIRADO                 PIC X     VALUE 'N'.
           88 ALUNO-RETIRADO          VALUE 'S' FALSE 'N'.
       77 WS-ID-ALUNO                 PIC 9(04) VALUE 0.
       77 WS-NUMERO                   PIC 9(06) VALUE 0.
       77 WS-DOCUMENTO                PIC X(15) VALUE SPACES.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-QTD-AUTORIZADOS          PIC 9(05) COMP VALUE 0.
       77 WS-QTD-PROIBIDOS            PIC 9(05) COMP VALUE 0.
       77 WS-SITUACAO                 PIC X(10) VALUE SPACES.
       77 WS-NM-PESSOA                PIC X(30) VALUE SPACES.
       77 WS-PROIBICAO                PIC X     VALUE 'N'.
           88 TEM-PROIBICAO           VALUE 'S' FALSE 'N'.
       77 WS-NUM-PROIBICAO            PIC 9(06) VALUE 0.
       77 WS-UNIDADE-ALUNO            PIC 9(02) VALUE 0.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.

       01 WS-HORA                     PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-HORA.
           03 WS-HORA-HH              PIC 9(02).
           03 WS-HORA-MM              PIC 9(02).
           03 FILLER                  PIC 9(04).
       01 WS-HORA-ED.
           03 WS-HED-HH               PIC 9(02).
           03 FILLER                  PIC X(01) VALUE ':'.
           03 WS-HED-MM               PIC 9(02).

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
           MOVE 0                      TO WS-NUMERO

           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ID-ALUNO

           PERFORM P500-BUSCA-ALUNO    THRU P500-FIM

           IF NOT DADO-VALIDO
               GO TO P300-CONTINUA
           END-IF

           PERFORM P520-BUSCA-SAIDA    THRU P520-FIM
           PERFORM P540-BUSCA-FREQUENCIA THRU P540-FIM
           PERFORM P330-AUTORIZACOES   THRU P330-FIM

           IF ALUNO-RETIRADO
               GO TO P300-CONTINUA
           END-IF

           IF WS-QTD-AUTORIZADOS EQUAL ZERO
               DISPLAY 'NENHUM ADULTO AUTORIZADO VIGENTE. SAIDA SO COM '
                       'A SECRETARIA.'
               GO TO P300-CONTINUA
           END-IF

           DISPLAY 'Numero da autorizacao de quem esta retirando '
                   '(BRANCO = NAO REGISTRAR): '
           ACCEPT WS-NUMERO

           IF WS-NUMERO NOT EQUAL ZERO
               PERFORM P360-REGISTRA-SAIDA THRU P360-FIM
           END-IF
           .
       P300-CONTINUA.
           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P330-AUTORIZACOES.
           SET FS-OK                   TO TRUE
           SET EOF-OK                  TO FALSE
           MOVE 0                      TO WS-QTD-AUTORIZADOS
           MOVE 0                      TO WS-QTD-PROIBIDOS

           OPEN INPUT AUTORIZACOES

           IF NOT FS-OK
               DISPLAY 'NENHUMA AUTORIZACAO DE RETIRADA CADASTRADA.'
               GO TO P330-FIM
           END-IF

           MOVE WS-ID-ALUNO            TO AUT-ID-ALUNO
           START AUTORIZACOES KEY IS EQUAL AUT-ID-ALUNO
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           DISPLAY '---------------------------------------------------'
                   '---------------'
           DISPLAY 'NUMERO PESSOA                         DOCUMENTO '
                   '      PARENTESCO'
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
           DISPLAY WS-QTD-AUTORIZADOS ' AUTORIZADO(S) VIGENTE(S).'

           IF WS-QTD-PROIBIDOS > 0
               DISPLAY '*** ATENCAO: ' WS-QTD-PROIBIDOS
                       ' PESSOA(S) PROIBIDA(S) DE RETIRAR ESTE ALUNO '
                       '***'
           END-IF
           .
       P330-FIM.

       P340-EXIBE.
           IF AUT-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-OK              TO TRUE
               GO TO P340-FIM
           END-IF

           PERFORM P560-SITUACAO       THRU P560-FIM

           IF WS-SITUACAO NOT EQUAL 'VIGENTE'
               GO TO P340-LE
           END-IF

           IF AUT-PROIBIDO
               ADD 1                   TO WS-QTD-PROIBIDOS
               DISPLAY '*** PROIBIDO *** ' AUT-NM-PESSOA ' '
                       AUT-DOCUMENTO
               DISPLAY '                 ' AUT-RESTRICAO
           ELSE
               ADD 1                   TO WS-QTD-AUTORIZADOS
               DISPLAY AUT-NUMERO ' ' AUT-NM-PESSOA ' '
                       AUT-DOCUMENTO ' ' AUT-PARENTESCO
               IF AUT-RESTRICAO NOT EQUAL SPACES
                   DISPLAY '       RESTRICAO: ' AUT-RESTRICAO
               END-IF
           END-IF
           .
       P340-LE.
           READ AUTORIZACOES NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P340-FIM.

       P360-REGISTRA-SAIDA.
           SET FS-OK                   TO TRUE

           OPEN INPUT AUTORIZACOES

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AUTORIZACOES.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P360-FIM
           END-IF

           MOVE WS-NUMERO              TO AUT-NUMERO
           READ AUTORIZACOES
               INVALID KEY
                   MOVE 0              TO AUT-ID-ALUNO
           END-READ

           CLOSE AUTORIZACOES

           IF AUT-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               DISPLAY 'AUTORIZACAO NAO PERTENCE A ESTE ALUNO. SAIDA '
                       'NAO LIBERADA.'
               GO TO P360-FIM
           END-IF

           PERFORM P560-SITUACAO       THRU P560-FIM

           IF AUT-PROIBIDO OR WS-SITUACAO NOT EQUAL 'VIGENTE'
               DISPLAY 'AUTORIZACAO NAO VIGENTE. SAIDA NAO LIBERADA.'
               GO TO P360-FIM
           END-IF

           DISPLAY 'Documento apresentado por ' AUT-NM-PESSOA ': '
           ACCEPT WS-DOCUMENTO

           IF WS-DOCUMENTO NOT EQUAL AUT-DOCUMENTO
               DISPLAY 'DOCUMENTO NAO CONFERE COM O CADASTRADO. SAIDA '
                       'NAO LIBERADA.'
               GO TO P360-FIM
           END-IF

           MOVE AUT-NM-PESSOA          TO WS-NM-PESSOA
           PERFORM P370-BUSCA-PROIBICAO THRU P370-FIM

           IF NOT FS-OK
               GO TO P360-FIM
           END-IF

           IF TEM-PROIBICAO
               DISPLAY '*** PESSOA PROIBIDA DE RETIRAR ESTE ALUNO '
                       '(PROIBICAO No. ' WS-NUM-PROIBICAO ') ***'
               DISPLAY 'SAIDA NAO LIBERADA. CHAME A SECRETARIA.'
               GO TO P360-FIM
           END-IF

           IF AUT-RESTRICAO NOT EQUAL SPACES
               DISPLAY 'CONFIRA A RESTRICAO: ' AUT-RESTRICAO
           END-IF

           DISPLAY 'TECLE: '
               '<S> para liberar a saida ou <QUALQUER TECLA>'
               'para cancelar.'
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'SAIDA NAO REGISTRADA!'
               GO TO P360-FIM
           END-IF

           SET FS-OK-SAIDAS            TO TRUE
           OPEN I-O SAIDAS

           IF WS-FS-SAIDAS EQUAL 35
               OPEN OUTPUT SAIDAS
               CLOSE SAIDAS
               SET FS-OK-SAIDAS        TO TRUE
               OPEN I-O SAIDAS
           END-IF

           IF NOT FS-OK-SAIDAS
               DISPLAY 'ERRO AO ABRIR O LIVRO DE SAIDA.'
               DISPLAY 'FILE STATUS: ' WS-FS-SAIDAS
               GO TO P360-FIM
           END-IF

           INITIALIZE REG-SAIDA
           MOVE WS-DATA-HOJE           TO SAI-DATA
           MOVE WS-ID-ALUNO            TO SAI-ID-ALUNO
           ACCEPT SAI-HORA             FROM TIME
           MOVE AUT-NUMERO             TO SAI-NUMERO-AUT
           MOVE AUT-NM-PESSOA          TO SAI-NM-PESSOA
           MOVE AUT-DOCUMENTO          TO SAI-DOCUMENTO
           MOVE LK-ID-OPERADOR         TO SAI-ID-OPERADOR

           WRITE REG-SAIDA
               INVALID KEY
                   DISPLAY 'SAIDA DESTE ALUNO JA REGISTRADA HOJE!'
               NOT INVALID KEY
                   MOVE SAI-HORA       TO WS-HORA
                   MOVE WS-HORA-HH     TO WS-HED-HH
                   MOVE WS-HORA-MM     TO WS-HED-MM
                   DISPLAY 'SAIDA REGISTRADA AS ' WS-HORA-ED
                           '. ALUNO LIBERADO.'
           END-WRITE

           CLOSE SAIDAS
           .
       P360-FIM.

      *    ANTES DE LIBERAR, PROCURA ENTRE OS REGISTROS DO ALUNO UMA
      *    PROIBICAO VIGENTE PARA QUEM ESTA RETIRANDO: PELO DOCUMENTO
      *    OU, SE A PROIBICAO FOI GRAVADA SEM DOCUMENTO, PELO NOME. A
      *    AUTORIZACAO APRESENTADA E RELIDA NO FIM PARA O REGISTRO DA
      *    SAIDA.
       P370-BUSCA-PROIBICAO.
           SET TEM-PROIBICAO           TO FALSE
           MOVE 0                      TO WS-NUM-PROIBICAO
           SET EOF-OK                  TO FALSE
           SET FS-OK                   TO TRUE

           OPEN INPUT AUTORIZACOES

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AUTORIZACOES.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P370-FIM
           END-IF

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

           MOVE WS-NUMERO              TO AUT-NUMERO
           READ AUTORIZACOES
               INVALID KEY
                   DISPLAY 'ERRO AO RELER A AUTORIZACAO No. '
                           WS-NUMERO
                   MOVE 99             TO WS-FS
           END-READ

           CLOSE AUTORIZACOES
           .
       P370-FIM.

       P375-CONFERE-PROIBICAO.
           IF AUT-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-OK              TO TRUE
               GO TO P375-FIM
           END-IF

           PERFORM P560-SITUACAO       THRU P560-FIM

           IF AUT-PROIBIDO AND WS-SITUACAO EQUAL 'VIGENTE'
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

       P500-BUSCA-ALUNO.
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
                   PERFORM P510-CONFERE-UNIDADE THRU P510-FIM
                   IF NOT ALUNO-ATIVO
                       DISPLAY 'ALUNO NAO ENCONTRADO OU INATIVO.'
                   ELSE
                       IF NOT UNIDADE-PERMITIDA
                           DISPLAY 'ALUNO DE OUTRA UNIDADE. '
                                   'ACESSO NEGADO.'
                       ELSE
                           SET DADO-VALIDO TO TRUE
                           DISPLAY '================================='
                                   '=================================='
                           DISPLAY 'ALUNO: ' ID-ALUNO ' - ' NM-ALUNO
                                   '  TURMA: ' NUM-ALUNO
                           DISPLAY '================================='
                                   '=================================='
                       END-IF
                   END-IF
           END-READ

           CLOSE ALUNOS
           .
       P500-FIM.

      *    A PORTARIA SO LIBERA OS ALUNOS DA SUA UNIDADE, SALVO SE O
      *    PERFIL LIBERAR TODAS AS UNIDADES.
       P510-CONFERE-UNIDADE.
           SET UNIDADE-PERMITIDA       TO FALSE

           IF ACESSO-TODAS-UNIDADES OR
              WS-UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR
               SET UNIDADE-PERMITIDA   TO TRUE
           END-IF
           .
       P510-FIM.

       P520-BUSCA-SAIDA.
           SET ALUNO-RETIRADO          TO FALSE
           SET FS-OK-SAIDAS            TO TRUE

           OPEN INPUT SAIDAS

           IF NOT FS-OK-SAIDAS
               GO TO P520-FIM
           END-IF

           MOVE WS-DATA-HOJE           TO SAI-DATA
           MOVE WS-ID-ALUNO            TO SAI-ID-ALUNO
           READ SAIDAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ALUNO-RETIRADO  TO TRUE
                   MOVE SAI-HORA       TO WS-HORA
                   MOVE WS-HORA-HH     TO WS-HED-HH
                   MOVE WS-HORA-MM     TO WS-HED-MM
                   DISPLAY '*** ALUNO JA RETIRADO HOJE AS ' WS-HORA-ED
                           ' POR ' SAI-NM-PESSOA
                   DISPLAY '    DOCUMENTO ' SAI-DOCUMENTO
                           ' - AUTORIZACAO ' SAI-NUMERO-AUT
           END-READ

           CLOSE SAIDAS
           .
       P520-FIM.

       P540-BUSCA-FREQUENCIA.
           SET FS-OK-FREQ              TO TRUE

           OPEN INPUT FREQUENCIA

           IF NOT FS-OK-FREQ
               GO TO P540-FIM
           END-IF

           MOVE WS-DATA-HOJE           TO FREQ-DATA
           MOVE WS-ID-ALUNO            TO FREQ-ID-ALUNO
           READ FREQUENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FREQ-AUSENTE
                       DISPLAY 'ATENCAO: ALUNO CONSTA COMO AUSENTE NA '
                               'FREQUENCIA DE HOJE.'
                   END-IF
           END-READ

           CLOSE FREQUENCIA
           .
       P540-FIM.

       P560-SITUACAO.
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
       P560-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM PORTALTT.
