      ******************************************************************
      * Copybook: FD_CTBTT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do diario contabil das mensalidades enviado
      *          ao escritorio de contabilidade (EXPCTBTTAAAAMMDD-DAT),
      *          gerado pelo EXPCTBTT. Registros de 120 posicoes:
      *          0 = header, 1 = lancamento, 9 = trailer com os totais
      *          de controle. Cada lancamento tem uma conta a debito e
      *          uma a credito (plano de contas do contador, mantido
      *          no CADTABTT) pelo mesmo valor. A referencia e a chave
      *          da cobranca em MENSALTT.DAT (competencia AAAAMM + ID
      *          do aluno) e, nos recebimentos e estornos, a sequencia
      *          do movimento em MOVPAGTT.DAT. Datas em AAAAMMDD.
      ******************************************************************
       01  CTB-HEADER.
           03 CTB-H-TIPO-REG          PIC 9(01).
               88 CTB-TIPO-HEADER     VALUE 0.
           03 CTB-H-DT-MOVIMENTO      PIC 9(08).
           03 CTB-H-DT-GERACAO        PIC 9(08).
           03 CTB-H-HORA-GERACAO      PIC 9(08).
           03 CTB-H-NM-EMPRESA        PIC X(30).
           03 CTB-H-LIT-ARQUIVO       PIC X(20).
           03 FILLER                  PIC X(39).
           03 CTB-H-SEQ-REGISTRO      PIC 9(06).

       01  CTB-DETALHE.
           03 CTB-D-TIPO-REG          PIC 9(01).
               88 CTB-TIPO-DETALHE    VALUE 1.
           03 CTB-D-DT-LANCAMENTO     PIC 9(08).
           03 CTB-D-TIPO-LANCAMENTO   PIC X(02).
               88 CTB-LANC-COBRANCA   VALUE 'CB'.
               88 CTB-LANC-CANCELAMENTO VALUE 'CN'.
               88 CTB-LANC-RECEBIMENTO VALUE 'RC'.
               88 CTB-LANC-ESTORNO    VALUE 'ES'.
           03 CTB-D-CONTA-DEBITO      PIC X(10).
           03 CTB-D-CONTA-CREDITO     PIC X(10).
           03 CTB-D-VALOR             PIC 9(11)V99.
           03 CTB-D-REFERENCIA.
               05 CTB-D-REF-COMPETENCIA PIC 9(06).
               05 CTB-D-REF-ID-ALUNO  PIC 9(04).
               05 CTB-D-REF-SEQ-MOV   PIC 9(03).
           03 CTB-D-NM-ALUNO          PIC X(20).
           03 CTB-D-HISTORICO         PIC X(30).
           03 FILLER                  PIC X(07).
           03 CTB-D-SEQ-REGISTRO      PIC 9(06).

       01  CTB-TRAILER.
           03 CTB-T-TIPO-REG          PIC 9(01).
               88 CTB-TIPO-TRAILER    VALUE 9.
           03 CTB-T-QTD-LANCAMENTOS   PIC 9(06).
           03 CTB-T-TOTAL-DEBITOS     PIC 9(13)V99.
           03 CTB-T-TOTAL-CREDITOS    PIC 9(13)V99.
           03 CTB-T-QTD-COBRANCAS     PIC 9(06).
           03 CTB-T-VLR-COBRANCAS     PIC 9(11)V99.
           03 CTB-T-QTD-CANCELAMENTOS PIC 9(06).
           03 CTB-T-VLR-CANCELAMENTOS PIC 9(11)V99.
           03 CTB-T-QTD-RECEBIMENTOS  PIC 9(06).
           03 CTB-T-VLR-RECEBIMENTOS  PIC 9(11)V99.
           03 CTB-T-QTD-ESTORNOS      PIC 9(06).
           03 CTB-T-VLR-ESTORNOS      PIC 9(11)V99.
           03 FILLER                  PIC X(01).
           03 CTB-T-SEQ-REGISTRO      PIC 9(06).
