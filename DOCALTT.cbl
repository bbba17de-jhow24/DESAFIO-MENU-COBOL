      ******************************************************************

      ******************************************************************
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Emissao de documentos escolares do aluno: declaracao
      *          de matricula (aluno ativo) e certificado de
      *          transferencia (aluno com baixa por transferencia no
      *          historico de matricula). Nome, turma (TURMAS.DAT),
      *          responsavel (CONTATOS.DAT) e situacao saem direto dos
      *          cadastros. Cada documento recebe numero sequencial e
      *          codigo de controle e fica no registro de emissao
      *          (DOCEMITT.DAT), que permite reemitir a via e conferir
      *          a autenticidade de um documento apresentado. O
      *          documento e impresso em DOCALTT-LST.
      * Tectonics: cobc
      *
      * Modificacoes:
      * 15/10/2026 JS - Emissao e reemissao restritas aos alunos da
      *                 unidade do operador, salvo perfil com acesso a
      *                 todas as unidades.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCALTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALUNOS ASSIGN TO
               "ALUNOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT TURMAS ASSIGN TO
               "TURMAS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS NUM-TURMA
               FILE STATUS IS WS-FS-TURMAS.

               SELECT CONTATOS ASSIGN TO
               "CONTATOS-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTATOS.

               SELECT HISTORICO ASSIGN TO
               "HISTALTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS HIS-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT DOCUMENTOS ASSIGN TO
               "DOCEMITT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS DOC-NUMERO
               FILE STATUS IS WS-FS-DOC.

               SELECT IMPRESSAO ASSIGN TO
               "DOCALTT-LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPRESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_ALLTT.

       FD TURMAS.
          COPY FD_TURMA.

       FD CONTATOS.
          COPY FD_CONTT.

       FD HISTORICO.
          COPY FD_HISAT.

       FD DOCUMENTOS.
          COPY FD_DOCEM.

       FD IMPRESSAO.
       01 REG-IMPRESSAO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS                PIC 99.
           88 FS-OK-ALUNOS            VALUE 0.
       77 WS-FS-TURMAS                PIC 99.
           88 FS-OK-TURMAS            VALUE 0.
       77 WS-FS-CONTATOS              PIC 99.
           88 FS-OK-CONTATOS          VALUE 0.
       77 WS-FS-HIST                  PIC 99.
           88 FS-OK-HIST              VALUE 0.
       77 WS-FS-DOC                   PIC 99.
           88 FS-OK-DOC               VALUE 0.
       77 WS-FS-IMPRESSAO             PIC 99.
           88 FS-OK-IMPRESSAO         VALUE 0.
       77 WS-EOF                      PIC X.
           88 EOF-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                     PIC X     VALUE 'N'.
           88 EXIT-OK                 VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                    PIC X     VALUE SPACES.
       77 WS-CONFIRM                  PIC X     VALUE SPACES.
       77 WS-TIPO                     PIC X     VALUE SPACES.
           88 TIPO-MATRICULA          VALUE 'M'.
           88 TIPO-TRANSFERENCIA      VALUE 'T'.
           88 TIPO-VALIDO             VALUE 'M' 'T'.
       77 WS-DADOS-OK                 PIC X     VALUE 'N'.
           88 DADOS-VALIDOS           VALUE 'S' FALSE 'N'.
       77 WS-VIA                      PIC X     VALUE 'N'.
           88 SEGUNDA-VIA             VALUE 'S' FALSE 'N'.
       77 WS-ID-ALUNO                 PIC 9(04) VALUE 0.
       77 WS-NUMERO                   PIC 9(06) VALUE 0.
       77 WS-ULTIMO-NUMERO            PIC 9(06) VALUE 0.
       77 WS-CODIGO                   PIC 9(04) VALUE 0.
       77 WS-CALCULO                  PIC 9(15) VALUE 0.
       77 WS-QUOCIENTE                PIC 9(15) VALUE 0.
       77 WS-RESTO                    PIC 9(04) VALUE 0.

      *    DADOS DO DOCUMENTO APURADOS ANTES DE ABRIR O REGISTRO.
       77 WS-NM-ALUNO                 PIC X(20) VALUE SPACES.
       77 WS-SITUACAO-ALUNO           PIC X(01) VALUE SPACES.
       77 WS-ANO-LETIVO               PIC 9(04) VALUE 0.
       77 WS-NUM-TURMA                PIC 9(02) VALUE 0.
       77 WS-NM-TURMA                 PIC X(20) VALUE SPACES.
       77 WS-ID-RESPONSAVEL           PIC 9(04) VALUE 0.
       77 WS-NM-RESPONSAVEL           PIC X(20) VALUE SPACES.
       77 WS-DT-TRANSFERENCIA         PIC 9(08) VALUE 0.
       77 WS-UNIDADE-ALUNO            PIC 9(02) VALUE 0.
       77 WS-UNIDADE-PERMITIDA        PIC X     VALUE 'N'.
           88 UNIDADE-PERMITIDA       VALUE 'S' FALSE 'N'.

      *    ULTIMO PERIODO DO ALUNO NO HISTORICO DE MATRICULA.
       77 WS-TEM-PERIODO              PIC X     VALUE 'N'.
           88 TEM-PERIODO             VALUE 'S' FALSE 'N'.
       77 WS-ULT-ANO                  PIC 9(04) VALUE 0.
       77 WS-ULT-TURMA                PIC 9(02) VALUE 0.
       77 WS-ULT-DT-FIM               PIC 9(08) VALUE 0.
       77 WS-ULT-RESULTADO            PIC X(01) VALUE SPACES.
           88 ULT-CURSANDO            VALUE 'C'.
           88 ULT-TRANSFERIDO         VALUE 'T'.

       01 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO             PIC 9(04).
           03 WS-HOJE-MES             PIC 9(02).
           03 WS-HOJE-DIA             PIC 9(02).
       77 WS-HORA                     PIC 9(08) VALUE 0.
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

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-DOC-TITULO.
           03 WS-TIT-TEXTO            PIC X(30).
           03 FILLER                  PIC X(20) VALUE SPACES.
           03 FILLER                  PIC X(04) VALUE 'No. '.
           03 WS-TIT-NUMERO           PIC 9(06).

       01 WS-DOC-ABERTURA.
           03 WS-ABE-VERBO            PIC X(14).
           03 FILLER                  PIC X(40) VALUE
              'PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A)'.

       01 WS-DOC-ALUNO.
           03 WS-ALU-NOME             PIC X(20).
           03 FILLER                  PIC X(09) VALUE ' (CODIGO '.
           03 WS-ALU-ID               PIC 9(04).
           03 FILLER                  PIC X(01) VALUE ')'.

       01 WS-DOC-MATRICULA-1.
           03 FILLER                  PIC X(40) VALUE
              'ESTA REGULARMENTE MATRICULADO(A) NESTA '.
           03 FILLER                  PIC X(23) VALUE
              'ESCOLA NO ANO LETIVO DE'.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-MAT-ANO              PIC 9(04).
           03 FILLER                  PIC X(01) VALUE ','.

       01 WS-DOC-TURMA.
           03 WS-TUR-PREFIXO          PIC X(09).
           03 WS-TUR-NUMERO           PIC Z9.
           03 FILLER                  PIC X(03) VALUE ' - '.
           03 WS-TUR-NOME             PIC X(20).
           03 WS-TUR-SUFIXO           PIC X(01).

       01 WS-DOC-TRANSF-1.
           03 FILLER                  PIC X(36) VALUE
              'CURSOU NESTA ESCOLA NO ANO LETIVO DE'.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-TRF-ANO              PIC 9(04).

       01 WS-DOC-TRANSF-2.
           03 FILLER                  PIC X(32) VALUE
              'TENDO SIDO TRANSFERIDO(A) EM '.
           03 WS-TRF-DATA             PIC X(10).
           03 FILLER                  PIC X(01) VALUE '.'.

       01 WS-DOC-RESPONSAVEL.
           03 FILLER                  PIC X(13) VALUE 'RESPONSAVEL: '.
           03 WS-RSP-NOME             PIC X(20).
           03 FILLER                  PIC X(09) VALUE ' (CODIGO '.
           03 WS-RSP-ID               PIC 9(04).
           03 FILLER                  PIC X(01) VALUE ')'.

       01 WS-DOC-SITUACAO.
           03 FILLER                  PIC X(30) VALUE
              'SITUACAO DO ALUNO NA EMISSAO: '.
           03 WS-SIT-TEXTO            PIC X(10).

       01 WS-DOC-EMISSAO.
           03 FILLER                  PIC X(11) VALUE 'EMITIDO EM '.
           03 WS-EMI-DATA             PIC X(10).
           03 FILLER                  PIC X(05) VALUE ' POR '.
           03 WS-EMI-OPERADOR         PIC X(20).
           03 FILLER                  PIC X(01) VALUE '.'.

       01 WS-DOC-CONTROLE-1.
           03 FILLER                  PIC X(20) VALUE
              'CODIGO DE CONTROLE: '.
           03 WS-CTL-CODIGO           PIC 9(04).

       01 WS-DOC-CONTROLE-2.
           03 FILLER                  PIC X(40) VALUE
              'A AUTENTICIDADE DESTE DOCUMENTO PODE SER'.
           03 FILLER                  PIC X(40) VALUE
              ' CONFERIDA NA SECRETARIA PELO NUMERO E'.

       01 WS-DOC-CONTROLE-3.
           03 FILLER                  PIC X(40) VALUE
              'PELO CODIGO DE CONTROLE.'.

       01 WS-DOC-VIA.
           03 FILLER                  PIC X(04) VALUE 'VIA '.
           03 WS-VIA-NUMERO           PIC Z9.
           03 FILLER                  PIC X(12) VALUE ' EMITIDA EM '.
           03 WS-VIA-DATA             PIC X(10).
           03 FILLER                  PIC X(01) VALUE '.'.

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
           DISPLAY 'ESCOLHA: <1> EMITIR DOCUMENTO  <2> REEMITIR  '
                   '<3> CONFERIR AUTENTICIDADE'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-EMITE      THRU P400-FIM
               WHEN '2'
                   PERFORM P500-REEMITE    THRU P500-FIM
               WHEN '3'
                   PERFORM P700-CONFERE    THRU P700-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE

           DISPLAY 'Tecle: '
                '<QUALQUER TECLA> para continuar, ou <F> para finalizar'
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P350-ABRE-REGISTRO.
           SET FS-OK-DOC               TO TRUE

           OPEN I-O DOCUMENTOS

           IF WS-FS-DOC EQUAL 35
               OPEN OUTPUT DOCUMENTOS
               CLOSE DOCUMENTOS
               OPEN I-O DOCUMENTOS
           END-IF

           IF NOT FS-OK-DOC
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE EMISSAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-DOC
           END-IF
           .
       P350-FIM.

       P400-EMITE.
           MOVE SPACES                 TO WS-TIPO
           PERFORM P410-INFORMA-TIPO   THRU P410-FIM UNTIL TIPO-VALIDO

           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ID-ALUNO

           PERFORM P420-APURA-DADOS    THRU P420-FIM

           IF NOT DADOS-VALIDOS
               GO TO P400-FIM
           END-IF

           DISPLAY 'ALUNO......: ' WS-ID-ALUNO ' - ' WS-NM-ALUNO
           DISPLAY 'TURMA......: ' WS-NUM-TURMA ' - ' WS-NM-TURMA
           DISPLAY 'ANO LETIVO.: ' WS-ANO-LETIVO
           DISPLAY 'RESPONSAVEL: ' WS-ID-RESPONSAVEL ' - '
                   WS-NM-RESPONSAVEL
           DISPLAY 'TECLE <S> PARA CONFIRMAR A EMISSAO: '
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'EMISSAO CANCELADA.'
               GO TO P400-FIM
           END-IF

           PERFORM P350-ABRE-REGISTRO  THRU P350-FIM
           IF NOT FS-OK-DOC
               GO TO P400-FIM
           END-IF

           PERFORM P460-PROXIMO-NUMERO THRU P460-FIM

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           ACCEPT WS-HORA              FROM TIME

           INITIALIZE REG-DOCUMENTO
           MOVE WS-NUMERO              TO DOC-NUMERO
           MOVE WS-TIPO                TO DOC-TIPO
           MOVE WS-DATA-HOJE           TO DOC-DT-EMISSAO
           MOVE WS-HORA                TO DOC-HORA-EMISSAO
           MOVE WS-ID-ALUNO            TO DOC-ID-ALUNO
           MOVE WS-NM-ALUNO            TO DOC-NM-ALUNO
           MOVE WS-SITUACAO-ALUNO      TO DOC-SITUACAO-ALUNO
           MOVE WS-ANO-LETIVO          TO DOC-ANO-LETIVO
           MOVE WS-NUM-TURMA           TO DOC-NUM-TURMA
           MOVE WS-NM-TURMA            TO DOC-NM-TURMA
           MOVE WS-ID-RESPONSAVEL      TO DOC-ID-RESPONSAVEL
           MOVE WS-NM-RESPONSAVEL      TO DOC-NM-RESPONSAVEL
           MOVE WS-DT-TRANSFERENCIA    TO DOC-DT-TRANSFERENCIA
           MOVE LK-ID-OPERADOR         TO DOC-ID-OPERADOR
           MOVE LK-NM-OPERADOR         TO DOC-NM-OPERADOR
           MOVE 1                      TO DOC-QTD-VIAS
           MOVE WS-DATA-HOJE           TO DOC-DT-ULTIMA-VIA
           MOVE LK-ID-OPERADOR         TO DOC-ID-OPER-ULTIMA-VIA

           PERFORM P650-CALCULA-CODIGO THRU P650-FIM
           MOVE WS-CODIGO              TO DOC-CODIGO-CONTROLE

           WRITE REG-DOCUMENTO
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O DOCUMENTO.'
                   DISPLAY 'FILE STATUS: ' WS-FS-DOC
                   CLOSE DOCUMENTOS
                   GO TO P400-FIM
           END-WRITE

           SET SEGUNDA-VIA             TO FALSE
           PERFORM P600-IMPRIME        THRU P600-FIM

           CLOSE DOCUMENTOS

           DISPLAY 'DOCUMENTO No. ' DOC-NUMERO ' EMITIDO. CODIGO DE '
                   'CONTROLE: ' DOC-CODIGO-CONTROLE
           DISPLAY 'ARQUIVO DE IMPRESSAO: DOCALTT-LST.'
           .
       P400-FIM.

       P410-INFORMA-TIPO.
           DISPLAY 'Documento: <M> declaracao de matricula ou '
                   '<T> certificado de transferencia: '
           ACCEPT WS-TIPO

           IF WS-TIPO EQUAL 'm'
               MOVE 'M'                 TO WS-TIPO
           END-IF
           IF WS-TIPO EQUAL 't'
               MOVE 'T'                 TO WS-TIPO
           END-IF

           IF NOT TIPO-VALIDO
               DISPLAY 'OPCAO INVALIDA! INFORME M OU T.'
           END-IF
           .
       P410-FIM.

      *    DECLARACAO DE MATRICULA SO PARA ALUNO ATIVO; CERTIFICADO DE
      *    TRANSFERENCIA SO PARA ALUNO COM BAIXA CUJO ULTIMO PERIODO NO
      *    HISTORICO FOI ENCERRADO COMO TRANSFERIDO.
       P420-APURA-DADOS.
           SET DADOS-VALIDOS           TO FALSE
           SET FS-OK-ALUNOS            TO TRUE

           OPEN INPUT ALUNOS

           IF NOT FS-OK-ALUNOS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-ALUNOS
               GO TO P420-FIM
           END-IF

           MOVE WS-ID-ALUNO            TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO.'
                   CLOSE ALUNOS
                   GO TO P420-FIM
           END-READ

           MOVE UNIDADE-ALUNO          TO WS-UNIDADE-ALUNO
           PERFORM P425-CONFERE-UNIDADE THRU P425-FIM

           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'ALUNO DE OUTRA UNIDADE. ACESSO NEGADO.'
               CLOSE ALUNOS
               GO TO P420-FIM
           END-IF

           MOVE NM-ALUNO               TO WS-NM-ALUNO
           MOVE STATUS-ALUNO           TO WS-SITUACAO-ALUNO
           MOVE NUM-ALUNO              TO WS-NUM-TURMA
           MOVE REF-ID-CONTATO         TO WS-ID-RESPONSAVEL
           CLOSE ALUNOS

           PERFORM P430-ULTIMO-PERIODO THRU P430-FIM

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           MOVE WS-HOJE-ANO            TO WS-ANO-LETIVO
           MOVE 0                      TO WS-DT-TRANSFERENCIA

           IF TIPO-MATRICULA
               IF WS-SITUACAO-ALUNO NOT EQUAL 'A'
                   DISPLAY 'ALUNO COM BAIXA. DECLARACAO DE MATRICULA '
                           'NAO PODE SER EMITIDA.'
                   GO TO P420-FIM
               END-IF
               IF TEM-PERIODO AND ULT-CURSANDO
                   MOVE WS-ULT-ANO      TO WS-ANO-LETIVO
               END-IF
           ELSE
               IF WS-SITUACAO-ALUNO EQUAL 'A'
                   DISPLAY 'ALUNO ATIVO. DE BAIXA POR TRANSFERENCIA '
                           'ANTES DE EMITIR O CERTIFICADO.'
                   GO TO P420-FIM
               END-IF
               IF NOT TEM-PERIODO OR NOT ULT-TRANSFERIDO
                   DISPLAY 'BAIXA DO ALUNO NAO FOI POR TRANSFERENCIA.'
                   DISPLAY 'CERTIFICADO NAO PODE SER EMITIDO.'
                   GO TO P420-FIM
               END-IF
               MOVE WS-ULT-ANO          TO WS-ANO-LETIVO
               MOVE WS-ULT-TURMA        TO WS-NUM-TURMA
               MOVE WS-ULT-DT-FIM       TO WS-DT-TRANSFERENCIA
           END-IF

           PERFORM P440-BUSCA-TURMA    THRU P440-FIM
           PERFORM P450-BUSCA-RESPONSAVEL THRU P450-FIM

           SET DADOS-VALIDOS           TO TRUE
           .
       P420-FIM.

      *    O OPERADOR SO EMITE E REEMITE DOCUMENTOS DOS ALUNOS DA SUA
      *    UNIDADE, SALVO SE O PERFIL LIBERAR TODAS AS UNIDADES.
       P425-CONFERE-UNIDADE.
           SET UNIDADE-PERMITIDA       TO FALSE

           IF ACESSO-TODAS-UNIDADES OR
              WS-UNIDADE-ALUNO EQUAL LK-UNIDADE-OPERADOR
               SET UNIDADE-PERMITIDA   TO TRUE
           END-IF
           .
       P425-FIM.

       P430-ULTIMO-PERIODO.
           SET TEM-PERIODO             TO FALSE
           SET EOF-OK                  TO FALSE
           SET FS-OK-HIST              TO TRUE

           OPEN INPUT HISTORICO

           IF NOT FS-OK-HIST
               GO TO P430-FIM
           END-IF

           MOVE WS-ID-ALUNO            TO HIS-ID-ALUNO
           MOVE 0                      TO HIS-SEQ

           START HISTORICO KEY IS NOT LESS THAN HIS-CHAVE
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ HISTORICO NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P435-PERIODO        THRU P435-FIM UNTIL EOF-OK

           CLOSE HISTORICO
           .
       P430-FIM.

       P435-PERIODO.
           IF HIS-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-OK              TO TRUE
               GO TO P435-FIM
           END-IF

           SET TEM-PERIODO             TO TRUE
           MOVE HIS-ANO-LETIVO         TO WS-ULT-ANO
           MOVE HIS-NUM-TURMA          TO WS-ULT-TURMA
           MOVE HIS-DT-FIM             TO WS-ULT-DT-FIM
           MOVE HIS-RESULTADO          TO WS-ULT-RESULTADO

           READ HISTORICO NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P435-FIM.

       P440-BUSCA-TURMA.
           MOVE SPACES                 TO WS-NM-TURMA
           SET FS-OK-TURMAS            TO TRUE

           OPEN INPUT TURMAS

           IF FS-OK-TURMAS
               MOVE WS-NUM-TURMA       TO NUM-TURMA
               READ TURMAS
                   NOT INVALID KEY
                       MOVE NM-TURMA   TO WS-NM-TURMA
               END-READ
               CLOSE TURMAS
           END-IF
           .
       P440-FIM.

       P450-BUSCA-RESPONSAVEL.
           MOVE SPACES                 TO WS-NM-RESPONSAVEL
           SET FS-OK-CONTATOS          TO TRUE

           OPEN INPUT CONTATOS

           IF FS-OK-CONTATOS
               MOVE WS-ID-RESPONSAVEL  TO ID-CONTATO
               READ CONTATOS
                   NOT INVALID KEY
                       MOVE NM-CONTATO TO WS-NM-RESPONSAVEL
               END-READ
               CLOSE CONTATOS
           END-IF
           .
       P450-FIM.

      *    PROXIMO NUMERO = MAIOR NUMERO JA EMITIDO MAIS UM.
       P460-PROXIMO-NUMERO.
           MOVE 0                      TO WS-ULTIMO-NUMERO
           SET EOF-OK                  TO FALSE

           MOVE 0                      TO DOC-NUMERO
           START DOCUMENTOS KEY IS NOT LESS THAN DOC-NUMERO
               INVALID KEY
                   SET EOF-OK          TO TRUE
           END-START

           IF NOT EOF-OK
               READ DOCUMENTOS NEXT RECORD
                   AT END
                       SET EOF-OK      TO TRUE
               END-READ
           END-IF

           PERFORM P465-MAIOR-NUMERO   THRU P465-FIM UNTIL EOF-OK

           COMPUTE WS-NUMERO = WS-ULTIMO-NUMERO + 1
           .
       P460-FIM.

       P465-MAIOR-NUMERO.
           MOVE DOC-NUMERO             TO WS-ULTIMO-NUMERO

           READ DOCUMENTOS NEXT RECORD
               AT END
                   SET EOF-OK          TO TRUE
           END-READ
           .
       P465-FIM.

       P500-REEMITE.
           DISPLAY 'Informe o numero do documento: '
           ACCEPT WS-NUMERO

           PERFORM P350-ABRE-REGISTRO  THRU P350-FIM
           IF NOT FS-OK-DOC
               GO TO P500-FIM
           END-IF

           MOVE WS-NUMERO              TO DOC-NUMERO
           READ DOCUMENTOS
               INVALID KEY
                   DISPLAY 'DOCUMENTO NAO ENCONTRADO NO REGISTRO.'
                   CLOSE DOCUMENTOS
                   GO TO P500-FIM
           END-READ

           PERFORM P510-UNIDADE-DOCUMENTO THRU P510-FIM

           IF NOT UNIDADE-PERMITIDA
               DISPLAY 'DOCUMENTO DE ALUNO DE OUTRA UNIDADE. '
                       'ACESSO NEGADO.'
               CLOSE DOCUMENTOS
               GO TO P500-FIM
           END-IF

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           ADD 1                       TO DOC-QTD-VIAS
           MOVE WS-DATA-HOJE           TO DOC-DT-ULTIMA-VIA
           MOVE LK-ID-OPERADOR         TO DOC-ID-OPER-ULTIMA-VIA

           REWRITE REG-DOCUMENTO
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR A REEMISSAO.'
                   DISPLAY 'FILE STATUS: ' WS-FS-DOC
                   CLOSE DOCUMENTOS
                   GO TO P500-FIM
           END-REWRITE

           SET SEGUNDA-VIA             TO TRUE
           PERFORM P600-IMPRIME        THRU P600-FIM

           CLOSE DOCUMENTOS

           DISPLAY 'DOCUMENTO No. ' DOC-NUMERO ' REEMITIDO (VIA '
                   DOC-QTD-VIAS ').'
           DISPLAY 'ARQUIVO DE IMPRESSAO: DOCALTT-LST.'
           .
       P500-FIM.

       P510-UNIDADE-DOCUMENTO.
           MOVE 0                      TO WS-UNIDADE-ALUNO
           SET FS-OK-ALUNOS            TO TRUE

           OPEN INPUT ALUNOS

           IF FS-OK-ALUNOS
               MOVE DOC-ID-ALUNO       TO ID-ALUNO
               READ ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALUNO
               END-READ

               CLOSE ALUNOS
           END-IF

           PERFORM P425-CONFERE-UNIDADE THRU P425-FIM
           .
       P510-FIM.

      *    O DOCUMENTO SAI SEMPRE DOS DADOS GRAVADOS NO REGISTRO DE
      *    EMISSAO, PARA QUE A REEMISSAO SEJA IGUAL A VIA ORIGINAL.
       P600-IMPRIME.
           SET FS-OK-IMPRESSAO         TO TRUE
           OPEN OUTPUT IMPRESSAO

           IF NOT FS-OK-IMPRESSAO
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-IMPRESSAO
               GO TO P600-FIM
           END-IF

           IF DOC-DECL-MATRICULA
               MOVE 'DECLARACAO DE MATRICULA' TO WS-TIT-TEXTO
               MOVE 'DECLARAMOS,'  TO WS-ABE-VERBO
           ELSE
               MOVE 'CERTIFICADO DE TRANSFERENCIA' TO WS-TIT-TEXTO
               MOVE 'CERTIFICAMOS,' TO WS-ABE-VERBO
           END-IF
           MOVE DOC-NUMERO             TO WS-TIT-NUMERO

           WRITE REG-IMPRESSAO         FROM WS-DOC-TITULO
           WRITE REG-IMPRESSAO         FROM WS-SEPARADOR
           WRITE REG-IMPRESSAO         FROM SPACES
           WRITE REG-IMPRESSAO         FROM WS-DOC-ABERTURA

           MOVE DOC-NM-ALUNO           TO WS-ALU-NOME
           MOVE DOC-ID-ALUNO           TO WS-ALU-ID
           WRITE REG-IMPRESSAO         FROM WS-DOC-ALUNO

           MOVE DOC-NUM-TURMA          TO WS-TUR-NUMERO
           MOVE DOC-NM-TURMA           TO WS-TUR-NOME

           IF DOC-DECL-MATRICULA
               MOVE DOC-ANO-LETIVO     TO WS-MAT-ANO
               MOVE 'NA TURMA '        TO WS-TUR-PREFIXO
               MOVE '.'                TO WS-TUR-SUFIXO
               WRITE REG-IMPRESSAO     FROM WS-DOC-MATRICULA-1
               WRITE REG-IMPRESSAO     FROM WS-DOC-TURMA
           ELSE
               MOVE DOC-ANO-LETIVO     TO WS-TRF-ANO
               MOVE 'A TURMA '         TO WS-TUR-PREFIXO
               MOVE ','                TO WS-TUR-SUFIXO
               MOVE DOC-DT-TRANSFERENCIA TO WS-DATA-AUX
               PERFORM P690-EDITA-DATA THRU P690-FIM
               MOVE WS-DATA-ED         TO WS-TRF-DATA
               WRITE REG-IMPRESSAO     FROM WS-DOC-TRANSF-1
               WRITE REG-IMPRESSAO     FROM WS-DOC-TURMA
               WRITE REG-IMPRESSAO     FROM WS-DOC-TRANSF-2
           END-IF

           WRITE REG-IMPRESSAO         FROM SPACES
           MOVE DOC-NM-RESPONSAVEL     TO WS-RSP-NOME
           MOVE DOC-ID-RESPONSAVEL     TO WS-RSP-ID
           WRITE REG-IMPRESSAO         FROM WS-DOC-RESPONSAVEL

           IF DOC-SITUACAO-ALUNO EQUAL 'A'
               MOVE 'ATIVO'            TO WS-SIT-TEXTO
           ELSE
               MOVE 'INATIVO'          TO WS-SIT-TEXTO
           END-IF
           WRITE REG-IMPRESSAO         FROM WS-DOC-SITUACAO

           WRITE REG-IMPRESSAO         FROM SPACES
           MOVE DOC-DT-EMISSAO         TO WS-DATA-AUX
           PERFORM P690-EDITA-DATA     THRU P690-FIM
           MOVE WS-DATA-ED             TO WS-EMI-DATA
           MOVE DOC-NM-OPERADOR        TO WS-EMI-OPERADOR
           WRITE REG-IMPRESSAO         FROM WS-DOC-EMISSAO

           IF SEGUNDA-VIA
               MOVE DOC-QTD-VIAS       TO WS-VIA-NUMERO
               MOVE DOC-DT-ULTIMA-VIA  TO WS-DATA-AUX
               PERFORM P690-EDITA-DATA THRU P690-FIM
               MOVE WS-DATA-ED         TO WS-VIA-DATA
               WRITE REG-IMPRESSAO     FROM WS-DOC-VIA
           END-IF

           WRITE REG-IMPRESSAO         FROM SPACES
           MOVE DOC-CODIGO-CONTROLE    TO WS-CTL-CODIGO
           WRITE REG-IMPRESSAO         FROM WS-DOC-CONTROLE-1
           WRITE REG-IMPRESSAO         FROM WS-DOC-CONTROLE-2
           WRITE REG-IMPRESSAO         FROM WS-DOC-CONTROLE-3
           WRITE REG-IMPRESSAO         FROM WS-SEPARADOR

           CLOSE IMPRESSAO
           .
       P600-FIM.

      *    CODIGO DE CONTROLE: RESTO DA DIVISAO POR 9973 DE UMA
      *    COMBINACAO DO NUMERO, DO ALUNO E DA DATA/HORA DE EMISSAO.
       P650-CALCULA-CODIGO.
           COMPUTE WS-CALCULO = DOC-NUMERO * 7919
                              + DOC-ID-ALUNO * 104729
                              + DOC-DT-EMISSAO
                              + DOC-HORA-EMISSAO
           DIVIDE WS-CALCULO BY 9973 GIVING WS-QUOCIENTE
                                      REMAINDER WS-RESTO
           MOVE WS-RESTO               TO WS-CODIGO
           .
       P650-FIM.

       P690-EDITA-DATA.
           MOVE WS-AUX-DIA             TO WS-ED-DIA
           MOVE WS-AUX-MES             TO WS-ED-MES
           MOVE WS-AUX-ANO             TO WS-ED-ANO
           .
       P690-FIM.

      *    CONFERENCIA DE UM DOCUMENTO APRESENTADO: NUMERO E CODIGO DE
      *    CONTROLE PRECISAM BATER COM O REGISTRO DE EMISSAO; OS DADOS
      *    REGISTRADOS SAO MOSTRADOS PARA COMPARAR COM O PAPEL.
       P700-CONFERE.
           DISPLAY 'Informe o numero do documento: '
           ACCEPT WS-NUMERO
           DISPLAY 'Informe o codigo de controle: '
           ACCEPT WS-CODIGO

           SET FS-OK-DOC               TO TRUE
           OPEN INPUT DOCUMENTOS

           IF NOT FS-OK-DOC
               DISPLAY 'DOCUMENTO NAO RECONHECIDO: NAO CONSTA NO '
                       'REGISTRO DE EMISSAO.'
               GO TO P700-FIM
           END-IF

           MOVE WS-NUMERO              TO DOC-NUMERO
           READ DOCUMENTOS
               INVALID KEY
                   DISPLAY 'DOCUMENTO NAO RECONHECIDO: NAO CONSTA NO '
                           'REGISTRO DE EMISSAO.'
                   CLOSE DOCUMENTOS
                   GO TO P700-FIM
           END-READ

           CLOSE DOCUMENTOS

           IF DOC-CODIGO-CONTROLE NOT EQUAL WS-CODIGO
               DISPLAY 'DOCUMENTO NAO RECONHECIDO: CODIGO DE '
                       'CONTROLE NAO CONFERE.'
               GO TO P700-FIM
           END-IF

           MOVE DOC-DT-EMISSAO         TO WS-DATA-AUX
           PERFORM P690-EDITA-DATA     THRU P690-FIM

           DISPLAY 'DOCUMENTO AUTENTICO, EMITIDO POR ESTA ESCOLA:'
           IF DOC-DECL-MATRICULA
               DISPLAY 'TIPO.......: DECLARACAO DE MATRICULA'
           ELSE
               DISPLAY 'TIPO.......: CERTIFICADO DE TRANSFERENCIA'
           END-IF
           DISPLAY 'ALUNO......: ' DOC-ID-ALUNO ' - ' DOC-NM-ALUNO
           DISPLAY 'TURMA......: ' DOC-NUM-TURMA ' - ' DOC-NM-TURMA
           DISPLAY 'ANO LETIVO.: ' DOC-ANO-LETIVO
           DISPLAY 'EMITIDO EM.: ' WS-DATA-ED ' POR ' DOC-NM-OPERADOR
           DISPLAY 'VIAS.......: ' DOC-QTD-VIAS
           .
       P700-FIM.

       P900-FIM.
            GOBACK.
       END PROGRAM DOCALTT.
