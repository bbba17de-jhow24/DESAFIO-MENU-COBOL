      * Author:Johnathan Silva
      * Date:02/09/2026
      * Purpose: Cadeia de fim de dia. Executa em sequencia BKPCNTT,
      *          DUPCNTT, RECCNTT, EXPCNTT e EXPCTBTT (diario contabil
      *          das mensalidades), gravando o inicio, o fim,
      *          o codigo de retorno e a situacao de cada etapa no
      *          arquivo de controle de execucao FIMDIATT-CTL (chave
      *          data + sequencia). Etapa que falha interrompe a
      *                 aberto em OUTPUT, as regravacoes de fim de
      *                 etapa falhavam (status 49) e as etapas
      *                 ficavam todas como em execucao.
      * 15/10/2026 JS - Incluida a quinta etapa, EXPCTBTT: diario
      *                 contabil das mensalidades para o escritorio de
      *                 contabilidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIMDIATT.
           88 FS-OK-CONTROLE          VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-SEQ                      PIC 9(02) VALUE 0.
       77 WS-QTD-ETAPAS               PIC 9(02) COMP VALUE 5.
       77 WS-PAROU                    PIC X     VALUE 'N'.
           88 CADEIA-PAROU            VALUE 'S' FALSE 'N'.
       77 WS-ETAPA-EXISTE             PIC X     VALUE 'N'.
           03 FILLER                  PIC X(08) VALUE 'DUPCNTT'.
           03 FILLER                  PIC X(08) VALUE 'RECCNTT'.
           03 FILLER                  PIC X(08) VALUE 'EXPCNTT'.
           03 FILLER                  PIC X(08) VALUE 'EXPCTBTT'.
       01 FILLER REDEFINES WS-TABELA-ETAPAS.
           03 WS-TAB-ETAPA            PIC X(08) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
