      *                 sem perfil recebe o padrao do NIVEL-USUARIO:
      *                 supervisor tudo, comum tudo menos
      *                 administracao.
      * 15/10/2026 JS - Incluido o submenu de secretaria escolar, com
      *                 o lancamento de notas bimestrais (CADAVLTT) e
      *                 o boletim escolar (BOLETTT). Acesso pelo mesmo
      *                 perfil do submenu de alunos.
      * 15/10/2026 JS - Incluida no submenu de administracao a
      *                 manutencao da tabela de mensalidades por turma
      *                 e dos parametros de desconto, multa e juros
      *                 (CADTABTT).
      * 15/10/2026 JS - Incluido o submenu financeiro, com o lancamento
      *                 e estorno de pagamentos (PAGMENTT) e a consulta
      *                 do historico de pagamentos da cobranca
      *                 (CONSPGTT). Acesso pelo mesmo perfil do
      *                 submenu de alunos.
      * 15/10/2026 JS - Incluido no submenu financeiro o extrato
      *                 financeiro do responsavel (EXTRESTT).
      * 15/10/2026 JS - Incluido no submenu financeiro o fechamento
      *                 mensal das competencias (FECMENTT).
      * 15/10/2026 JS - Incluida no submenu de administracao a
      *                 manutencao do calendario escolar (CADCALTT).
      * 15/10/2026 JS - Incluido no submenu de secretaria escolar o
      *                 historico escolar do aluno (HISALTT).
      * 15/10/2026 JS - Incluida no submenu de secretaria escolar a
      *                 emissao, reemissao e conferencia de declaracoes
      *                 de matricula e certificados de transferencia
      *                 (DOCALTT).
      * 15/10/2026 JS - Incluido no submenu de administracao o
      *                 relatorio do titular de dados (LGPDCTT).
      * 15/10/2026 JS - Incluidos no submenu de secretaria escolar o
      *                 cadastro de professores (CADPROTT) e o
      *                 relatorio de carga dos professores (CARPROTT).
      * 15/10/2026 JS - Incluida no submenu de relatorios a projecao
      *                 de vagas por turma do ano seguinte (PROJVGTT).
      * 15/10/2026 JS - Troca de operador (logout) e saida do menu
      *                 passaram a ser gravadas no diario de sessoes
      *                 (GRVSESTT). Incluido no submenu de administracao
      *                 o relatorio de seguranca das sessoes (RELSESTT).
      * 15/10/2026 JS - Apos o login (e a troca de operador) o menu
      *                 passou a avisar quantas tarefas de retorno do
      *                 operador estao vencidas ou vencem hoje.
      *                 Incluidas no submenu de contatos as tarefas de
      *                 retorno (CADTARTT) e no de relatorios as tarefas
      *                 vencidas por operador (RELTARTT).
      * 15/10/2026 JS - Incluidas no submenu de secretaria escolar as
      *                 autorizacoes de retirada de alunos (CADAUTTT), a
      *                 portaria com o registro da saida (PORTALTT) e o
      *                 relatorio dos alunos ainda nao retirados
      *                 (RELSAITT).
      * 15/10/2026 JS - Area de comunicacao ampliada com a unidade do
      *                 operador (CADUSRTT.DAT) e o acesso a todas as
      *                 unidades (perfil, ou padrao do nivel). Incluido
      *                 no submenu de administracao o cadastro de
      *                 unidades (CADUNITT).
      * 15/10/2026 JS - Passa a area de comunicacao tambem ao CADVINTT,
      *                 TURMALTT, FAMILTT, REFALCTT, FICEMTT, PROJVGTT,
      *                 BOLETTT, HISALTT, CARPROTT, RELSAITT e EXTRESTT,
      *                 que restringem a unidade do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUCNTT.
               RECORD KEY  IS PERM-ID-USUARIO
               FILE STATUS IS WS-FS-PERFIS.

               SELECT TAREFAS ASSIGN TO
               "TARCNTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS TAR-NUMERO
               ALTERNATE RECORD KEY IS TAR-ID-OPERADOR WITH DUPLICATES
               FILE STATUS IS WS-FS-TAREFAS.

               SELECT USUARIOS ASSIGN TO
               "CADUSRTT-DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY  IS ID-USUARIO
               FILE STATUS IS WS-FS-USUARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD PERFIS.
          COPY FD_PRFTT.

       FD TAREFAS.
          COPY FD_TARTT.

       FD USUARIOS.
          COPY FD_USRTT.

       WORKING-STORAGE SECTION.
       01 WS-COM-AREA.
           03 WS-MENSAGEM                   PIC X(40).
               88 LOGIN-FALHOU              VALUE 'N'.
           03 WS-ID-OPERADOR                PIC 9(04).
           03 WS-NM-OPERADOR                PIC X(20).
           03 WS-UNIDADE-OPERADOR           PIC 9(02).
           03 WS-TODAS-UNIDADES             PIC X(01).
               88 ACESSO-TODAS-UNIDADES     VALUE 'S'.
       77 WS-OPCAO                          PIC X.
       77 WS-OPCAO-SUB                      PIC X.
       77 WS-FS-CONTATOS                    PIC 99.
           88 FS-OK-CONTATOS                VALUE 0.
       77 WS-FS-PERFIS                      PIC 99.
           88 FS-OK-PERFIS                  VALUE 0.
       77 WS-FS-TAREFAS                     PIC 99.
           88 FS-OK-TAREFAS                 VALUE 0.
       77 WS-FS-USUARIOS                    PIC 99.
           88 FS-OK-USUARIOS                VALUE 0.
       77 WS-DATA-HOJE                      PIC 9(08) VALUE 0.
       77 WS-QTD-TAR-VENCIDAS               PIC 9(05) COMP VALUE 0.
       77 WS-QTD-TAR-HOJE                   PIC 9(05) COMP VALUE 0.
       77 WS-EOF                            PIC X.
           88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-QTD-CONTATOS                   PIC 9(05) COMP VALUE 0.
               88 ACESSO-RELATORIOS         VALUE 'S'.
           03 WS-PERM-ADMIN                 PIC X(01) VALUE 'N'.
               88 ACESSO-ADMIN              VALUE 'S'.
       01 WS-SESSAO.
           03 WS-SES-ID-OPERADOR            PIC 9(04).
           03 WS-SES-EVENTO                 PIC X(01).
               88 SES-TROCA-OPERADOR        VALUE 'O'.
               88 SES-SAIDA                 VALUE 'S'.
           03 WS-SES-DETALHE                PIC X(30).
           03 WS-SES-RETORNO                PIC 99.
               88 SES-GRAVADO               VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'LOGINTT'                  USING WS-COM-AREA
            IF LOGIN-OK THEN
                PERFORM P250-CARREGA-PERFIL THRU P250-FIM
                PERFORM P270-AVISA-TAREFAS  THRU P270-FIM
                PERFORM P300-PROCESSA THRU P300-FIM
                    UNTIL WS-OPCAO = 'S'
            ELSE

       P200-LOGOUT.
           DISPLAY 'ENCERRANDO SESSAO DO OPERADOR ' WS-NM-OPERADOR
           SET SES-TROCA-OPERADOR          TO TRUE
           MOVE 'TROCA DE OPERADOR'        TO WS-SES-DETALHE
           PERFORM P870-GRAVA-SESSAO       THRU P870-FIM
           MOVE SPACES                     TO WS-MENSAGEM
           SET LOGIN-FALHOU                TO TRUE
           MOVE SPACES                     TO WS-NIVEL-OPERADOR
           MOVE 0                          TO WS-ID-OPERADOR
           MOVE SPACES                     TO WS-NM-OPERADOR
           MOVE 0                          TO WS-UNIDADE-OPERADOR
           MOVE SPACES                     TO WS-TODAS-UNIDADES

           CALL 'LOGINTT'                  USING WS-COM-AREA

               MOVE 'S'                    TO WS-OPCAO
           ELSE
               PERFORM P250-CARREGA-PERFIL THRU P250-FIM
               PERFORM P270-AVISA-TAREFAS  THRU P270-FIM
           END-IF
           .
       P200-FIM.

       P250-CARREGA-PERFIL.
      *    SEM PERFIL GRAVADO VALE O PADRAO DO NIVEL DO OPERADOR:
      *    SUPERVISOR TUDO, COMUM TUDO MENOS ADMINISTRACAO. O MESMO
      *    VALE PARA O ACESSO A TODAS AS UNIDADES: SUPERVISOR SIM,
      *    COMUM SO A SUA.
           IF OPERADOR-SUPERVISOR IN WS-NIVEL-OPERADOR
               MOVE 'S'                    TO WS-PERM-CONTATOS
               MOVE 'S'                    TO WS-PERM-ALUNOS
               MOVE 'S'                    TO WS-PERM-RELATORIOS
               MOVE 'S'                    TO WS-PERM-ADMIN
               MOVE 'S'                    TO WS-TODAS-UNIDADES
           ELSE
               MOVE 'S'                    TO WS-PERM-CONTATOS
               MOVE 'S'                    TO WS-PERM-ALUNOS
               MOVE 'S'                    TO WS-PERM-RELATORIOS
               MOVE 'N'                    TO WS-PERM-ADMIN
               MOVE 'N'                    TO WS-TODAS-UNIDADES
           END-IF

           PERFORM P260-CARREGA-UNIDADE    THRU P260-FIM

           SET FS-OK-PERFIS                TO TRUE

           OPEN INPUT PERFIS
                   MOVE PERM-ALUNOS        TO WS-PERM-ALUNOS
                   MOVE PERM-RELATORIOS    TO WS-PERM-RELATORIOS
                   MOVE PERM-ADMIN         TO WS-PERM-ADMIN
                   MOVE PERM-TODAS-UNIDADES
                                           TO WS-TODAS-UNIDADES
           END-READ

           CLOSE PERFIS
           .
       P250-FIM.

      *    UNIDADE DO OPERADOR LOGADO (CADUSRTT.DAT). SEM CADASTRO
      *    LEGIVEL O OPERADOR FICA NA SEDE (UNIDADE 01).
       P260-CARREGA-UNIDADE.
           MOVE 1                          TO WS-UNIDADE-OPERADOR
           SET FS-OK-USUARIOS              TO TRUE

           OPEN INPUT USUARIOS

           IF NOT FS-OK-USUARIOS
               GO TO P260-FIM
           END-IF

           MOVE WS-ID-OPERADOR             TO ID-USUARIO
           READ USUARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UNIDADE-USUARIO NOT EQUAL ZERO
                       MOVE UNIDADE-USUARIO TO WS-UNIDADE-OPERADOR
                   END-IF
           END-READ

           CLOSE USUARIOS
           .
       P260-FIM.

      *    TAREFAS DE RETORNO ABERTAS DO OPERADOR LOGADO, VENCIDAS OU
      *    PARA HOJE (TARCNTT.DAT, PELA CHAVE DO OPERADOR RESPONSAVEL).
       P270-AVISA-TAREFAS.
           MOVE 0                          TO WS-QTD-TAR-VENCIDAS
           MOVE 0                          TO WS-QTD-TAR-HOJE
           ACCEPT WS-DATA-HOJE             FROM DATE YYYYMMDD
           SET FS-OK-TAREFAS               TO TRUE
           SET EOF-OK                      TO FALSE

           OPEN INPUT TAREFAS

           IF NOT FS-OK-TAREFAS
               GO TO P270-FIM
           END-IF

           MOVE WS-ID-OPERADOR             TO TAR-ID-OPERADOR
           START TAREFAS KEY IS EQUAL TAR-ID-OPERADOR
               INVALID KEY
                   SET EOF-OK              TO TRUE
           END-START

           IF NOT EOF-OK
               READ TAREFAS NEXT RECORD
                   AT END
                       SET EOF-OK          TO TRUE
               END-READ
           END-IF

           PERFORM P280-CONTA-TAREFA       THRU P280-FIM UNTIL EOF-OK

           CLOSE TAREFAS

           IF WS-QTD-TAR-VENCIDAS > 0 OR WS-QTD-TAR-HOJE > 0
               DISPLAY '*** VOCE TEM ' WS-QTD-TAR-VENCIDAS
                       ' TAREFA(S) DE RETORNO VENCIDA(S) E '
                       WS-QTD-TAR-HOJE ' PARA HOJE. ***'
               DISPLAY '*** CONSULTE: CONTATOS > TAREFAS DE RETORNO '
                       '***'
           END-IF
           .
       P270-FIM.

       P280-CONTA-TAREFA.
           IF TAR-ID-OPERADOR NOT EQUAL WS-ID-OPERADOR
               SET EOF-OK                  TO TRUE
               GO TO P280-FIM
           END-IF

           IF TAR-ABERTA
               IF TAR-DT-VENCIMENTO < WS-DATA-HOJE
                   ADD 1                   TO WS-QTD-TAR-VENCIDAS
               END-IF
               IF TAR-DT-VENCIMENTO EQUAL WS-DATA-HOJE
                   ADD 1                   TO WS-QTD-TAR-HOJE
               END-IF
           END-IF

           READ TAREFAS NEXT RECORD
               AT END
                   SET EOF-OK              TO TRUE
           END-READ
           .
       P280-FIM.

       P300-PROCESSA.

            PERFORM P100-CONTA-CONTATOS THRU P100-FIM
            DISPLAY '| 2 - ALUNOS                                |'
            DISPLAY '| 3 - RELATORIOS                            |'
            DISPLAY '| 4 - ADMINISTRACAO                         |'
            DISPLAY '| 5 - SECRETARIA ESCOLAR                    |'
            DISPLAY '| 6 - FINANCEIRO                            |'
            DISPLAY '| L - TROCAR DE OPERADOR (LOGOUT)           |'
            DISPLAY '| S - SAIR                                  |'
            DISPLAY '|                                           |'
                ELSE
                    DISPLAY 'ACESSO NEGADO PELO PERFIL DO OPERADOR.'
                END-IF
               WHEN '5'
                IF ACESSO-ALUNOS
                    PERFORM P800-MENU-SECRETARIA THRU P800-FIM
                ELSE
                    DISPLAY 'ACESSO NEGADO PELO PERFIL DO OPERADOR.'
                END-IF
               WHEN '6'
                IF ACESSO-ALUNOS
                    PERFORM P850-MENU-FINANCEIRO THRU P850-FIM
                ELSE
                    DISPLAY 'ACESSO NEGADO PELO PERFIL DO OPERADOR.'
                END-IF
               WHEN 'L'
                MOVE ' *** TROCA DE OPERADOR ***' TO WS-MENSAGEM
                PERFORM P200-LOGOUT   THRU P200-FIM
                MOVE ' *** TROCA DE OPERADOR ***' TO WS-MENSAGEM
                PERFORM P200-LOGOUT   THRU P200-FIM
               WHEN 'S'
                   PERFORM P880-SAIDA THRU P880-FIM
               WHEN 's'
                   MOVE 'S'           TO WS-OPCAO
                   PERFORM P880-SAIDA THRU P880-FIM
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE
           DISPLAY '| 4 - ALTERAR CONTATO                       |'
           DISPLAY '| 5 - EXCLUIR CONTATO                       |'
           DISPLAY '| 6 - REATIVAR CONTATO                      |'
           DISPLAY '| 7 - TAREFAS DE RETORNO                    |'
           DISPLAY '| V - VOLTAR                                |'
           DISPLAY '|-------------------------------------------|'
           ACCEPT WS-OPCAO-SUB
              WHEN '6'
               MOVE ' *** REATIVACAO DE CONTATO ***' TO WS-MENSAGEM
               CALL 'REATCTT'
              WHEN '7'
               MOVE ' *** TAREFAS DE RETORNO ***' TO WS-MENSAGEM
               CALL 'CADTARTT'                     USING WS-COM-AREA
              WHEN 'V'
               SET VOLTA-OK                        TO TRUE
              WHEN 'v'
              WHEN '6'
               MOVE ' *** VINCULOS ALUNO X CONTATO ***'
                                                   TO WS-MENSAGEM
               CALL 'CADVINTT'                     USING WS-COM-AREA
              WHEN '7'
               MOVE ' *** CADASTRO DE TURMAS ***' TO WS-MENSAGEM
               CALL 'CADTURTT'                     USING WS-COM-AREA
           DISPLAY '| 4 - RESPONSAVEL POR ALUNO                 |'
           DISPLAY '| 5 - CONTATOS DUPLICADOS                   |'
           DISPLAY '| 6 - FICHA DE EMERGENCIA POR ALUNO         |'
           DISPLAY '| 7 - PROJECAO DE VAGAS DO ANO SEGUINTE     |'
           DISPLAY '| 8 - TAREFAS VENCIDAS POR OPERADOR         |'
           DISPLAY '| V - VOLTAR                                |'
           DISPLAY '|-------------------------------------------|'
           ACCEPT WS-OPCAO-SUB
              WHEN '1'
               CALL 'ANIVCTT'
              WHEN '2'
               CALL 'FAMILTT'                      USING WS-COM-AREA
              WHEN '3'
               CALL 'TURMALTT'                     USING WS-COM-AREA
              WHEN '4'
               CALL 'REFALCTT'                     USING WS-COM-AREA
              WHEN '5'
               CALL 'DUPCNTT'
              WHEN '6'
               CALL 'FICEMTT'                      USING WS-COM-AREA
              WHEN '7'
               CALL 'PROJVGTT'                     USING WS-COM-AREA
              WHEN '8'
               MOVE ' *** TAREFAS VENCIDAS POR OPERADOR ***'
                                                   TO WS-MENSAGEM
               CALL 'RELTARTT'                     USING WS-COM-AREA
              WHEN 'V'
               SET VOLTA-OK                        TO TRUE
              WHEN 'v'
           DISPLAY '| 3 - EXPORTACAO DE CONTATOS                |'
           DISPLAY '| 4 - CONSULTA AO LOG DE AUDITORIA          |'
           DISPLAY '| 5 - PERFIS DE ACESSO                      |'
           DISPLAY '| 6 - TABELA DE MENSALIDADES                |'
           DISPLAY '| 7 - CALENDARIO ESCOLAR                    |'
           DISPLAY '| 8 - RELATORIO DO TITULAR DE DADOS (LGPD)  |'
           DISPLAY '| 9 - RELATORIO DE SEGURANCA (SESSOES)      |'
           DISPLAY '| 0 - CADASTRO DE UNIDADES                  |'
           DISPLAY '| V - VOLTAR                                |'
           DISPLAY '|-------------------------------------------|'
           ACCEPT WS-OPCAO-SUB
              WHEN '5'
               MOVE ' *** PERFIS DE ACESSO ***' TO WS-MENSAGEM
               CALL 'CADPRFTT'                     USING WS-COM-AREA
              WHEN '6'
               MOVE ' *** TABELA DE MENSALIDADES ***' TO WS-MENSAGEM
               CALL 'CADTABTT'                     USING WS-COM-AREA
              WHEN '7'
               MOVE ' *** CALENDARIO ESCOLAR ***' TO WS-MENSAGEM
               CALL 'CADCALTT'                     USING WS-COM-AREA
              WHEN '8'
               MOVE ' *** RELATORIO LGPD ***' TO WS-MENSAGEM
               CALL 'LGPDCTT'                      USING WS-COM-AREA
              WHEN '9'
               CALL 'RELSESTT'
              WHEN '0'
               MOVE ' *** CADASTRO DE UNIDADES ***' TO WS-MENSAGEM
               CALL 'CADUNITT'                     USING WS-COM-AREA
              WHEN 'V'
               SET VOLTA-OK                        TO TRUE
              WHEN 'v'
           .
       P710-FIM.

       P800-MENU-SECRETARIA.
           SET VOLTA-OK                    TO FALSE

           PERFORM P810-OPCAO-SECRETARIA THRU P810-FIM UNTIL VOLTA-OK
           .
       P800-FIM.

       P810-OPCAO-SECRETARIA.
           MOVE SPACES                     TO WS-OPCAO-SUB
           DISPLAY '|-------- MENU DE SECRETARIA ESCOLAR -------|'
           DISPLAY '| 1 - LANCAR NOTAS                          |'
           DISPLAY '| 2 - BOLETIM ESCOLAR                       |'
           DISPLAY '| 3 - HISTORICO ESCOLAR                     |'
           DISPLAY '| 4 - DECLARACOES E CERTIFICADOS            |'
           DISPLAY '| 5 - CADASTRO DE PROFESSORES               |'
           DISPLAY '| 6 - CARGA DOS PROFESSORES                 |'
           DISPLAY '| 7 - AUTORIZACOES DE RETIRADA DE ALUNOS    |'
           DISPLAY '| 8 - PORTARIA - SAIDA DE ALUNOS            |'
           DISPLAY '| 9 - ALUNOS AINDA NAO RETIRADOS            |'
           DISPLAY '| V - VOLTAR                                |'
           DISPLAY '|-------------------------------------------|'
           ACCEPT WS-OPCAO-SUB

           EVALUATE WS-OPCAO-SUB
              WHEN '1'
               MOVE ' *** LANCAMENTO DE NOTAS ***' TO WS-MENSAGEM
               CALL 'CADAVLTT'                     USING WS-COM-AREA
              WHEN '2'
               CALL 'BOLETTT'                      USING WS-COM-AREA
              WHEN '3'
               CALL 'HISALTT'                      USING WS-COM-AREA
              WHEN '4'
               MOVE ' *** DOCUMENTOS ESCOLARES ***' TO WS-MENSAGEM
               CALL 'DOCALTT'                      USING WS-COM-AREA
              WHEN '5'
               MOVE ' *** CADASTRO DE PROFESSORES ***' TO WS-MENSAGEM
               CALL 'CADPROTT'                     USING WS-COM-AREA
              WHEN '6'
               CALL 'CARPROTT'                     USING WS-COM-AREA
              WHEN '7'
               MOVE ' *** AUTORIZACOES DE RETIRADA ***'
                                                   TO WS-MENSAGEM
               CALL 'CADAUTTT'                     USING WS-COM-AREA
              WHEN '8'
               MOVE ' *** PORTARIA - SAIDA DE ALUNOS ***'
                                                   TO WS-MENSAGEM
               CALL 'PORTALTT'                     USING WS-COM-AREA
              WHEN '9'
               CALL 'RELSAITT'                     USING WS-COM-AREA
              WHEN 'V'
               SET VOLTA-OK                        TO TRUE
              WHEN 'v'
               SET VOLTA-OK                        TO TRUE
              WHEN OTHER
               DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           .
       P810-FIM.

       P850-MENU-FINANCEIRO.
           SET VOLTA-OK                    TO FALSE

           PERFORM P860-OPCAO-FINANCEIRO THRU P860-FIM UNTIL VOLTA-OK
           .
       P850-FIM.

       P860-OPCAO-FINANCEIRO.
           MOVE SPACES                     TO WS-OPCAO-SUB
           DISPLAY '|------------ MENU FINANCEIRO --------------|'
           DISPLAY '| 1 - RECEBER / ESTORNAR / CANCELAR         |'
           DISPLAY '| 2 - CONSULTAR PAGAMENTOS DA COBRANCA      |'
           DISPLAY '| 3 - EXTRATO DO RESPONSAVEL                |'
           DISPLAY '| 4 - FECHAMENTO MENSAL                     |'
           DISPLAY '| V - VOLTAR                                |'
           DISPLAY '|-------------------------------------------|'
           ACCEPT WS-OPCAO-SUB

           EVALUATE WS-OPCAO-SUB
              WHEN '1'
               MOVE ' *** PAGAMENTO DE MENSALIDADE ***'
                                                   TO WS-MENSAGEM
               CALL 'PAGMENTT'                     USING WS-COM-AREA
              WHEN '2'
               MOVE ' *** CONSULTA DE PAGAMENTOS ***'
                                                   TO WS-MENSAGEM
               CALL 'CONSPGTT'                     USING WS-COM-AREA
              WHEN '3'
               CALL 'EXTRESTT'                     USING WS-COM-AREA
              WHEN '4'
               MOVE ' *** FECHAMENTO MENSAL FINANCEIRO ***'
                                                   TO WS-MENSAGEM
               CALL 'FECMENTT'                     USING WS-COM-AREA
              WHEN 'V'
               SET VOLTA-OK                        TO TRUE
              WHEN 'v'
               SET VOLTA-OK                        TO TRUE
              WHEN OTHER
               DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           .
       P860-FIM.

       P870-GRAVA-SESSAO.
           MOVE WS-ID-OPERADOR             TO WS-SES-ID-OPERADOR

           CALL 'GRVSESTT'                 USING WS-SESSAO

           IF NOT SES-GRAVADO
               DISPLAY 'AVISO: DIARIO DE SESSOES NAO GRAVADO. FILE '
                       'STATUS: ' WS-SES-RETORNO
           END-IF
           .
       P870-FIM.

       P880-SAIDA.
           SET SES-SAIDA                   TO TRUE
           MOVE 'SAIDA DO SISTEMA'         TO WS-SES-DETALHE
           PERFORM P870-GRAVA-SESSAO       THRU P870-FIM
           DISPLAY 'OBRIGADO VOLTE SEMPRE!'
           .
       P880-FIM.

       P900-FIM.
            STOP RUN.
       END PROGRAM MENUCNTT.
