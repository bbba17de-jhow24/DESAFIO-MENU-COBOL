      ******************************************************************
      * Copybook: FD_CNAB
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do arquivo de cobranca bancaria no padrao
      *          CNAB de 400 posicoes, usado na remessa de boletos ao
      *          banco (REMBCOTT) e na leitura do retorno (RETBCOTT).
      *          Registro 0 = header, 1 = titulo, 9 = trailer. O
      *          nosso numero e a chave da cobranca em MENSALTT.DAT
      *          (competencia AAAAMM + ID do aluno). Datas no formato
      *          do banco, DDMMAAAA. Os campos de ocorrencia, valor
      *          pago, juros, tarifa e credito so vem preenchidos no
      *          retorno.
      ******************************************************************
       01  CNAB-HEADER.
           03 CNAB-H-TIPO-REG         PIC 9(01).
               88 CNAB-TIPO-HEADER    VALUE 0.
           03 CNAB-H-OPERACAO         PIC 9(01).
               88 CNAB-REMESSA        VALUE 1.
               88 CNAB-RETORNO        VALUE 2.
           03 CNAB-H-LIT-OPERACAO     PIC X(07).
           03 CNAB-H-SERVICO          PIC 9(02).
           03 CNAB-H-LIT-SERVICO      PIC X(15).
           03 CNAB-H-AGENCIA          PIC 9(04).
           03 CNAB-H-CONTA            PIC 9(08).
           03 CNAB-H-DV-CONTA         PIC X(01).
           03 CNAB-H-CONVENIO         PIC 9(07).
           03 CNAB-H-NM-EMPRESA       PIC X(30).
           03 CNAB-H-BANCO            PIC 9(03).
           03 CNAB-H-NM-BANCO         PIC X(15).
           03 CNAB-H-DT-GRAVACAO      PIC 9(08).
           03 CNAB-H-SEQ-ARQUIVO      PIC 9(06).
           03 FILLER                  PIC X(286).
           03 CNAB-H-SEQ-REGISTRO     PIC 9(06).

       01  CNAB-DETALHE.
           03 CNAB-D-TIPO-REG         PIC 9(01).
               88 CNAB-TIPO-DETALHE   VALUE 1.
           03 CNAB-D-AGENCIA          PIC 9(04).
           03 CNAB-D-CONTA            PIC 9(08).
           03 CNAB-D-DV-CONTA         PIC X(01).
           03 CNAB-D-CONVENIO         PIC 9(07).
           03 CNAB-D-CARTEIRA         PIC 9(02).
           03 CNAB-D-USO-EMPRESA      PIC X(25).
           03 CNAB-D-NOSSO-NUMERO.
               05 CNAB-D-NN-COMPETENCIA PIC 9(06).
               05 CNAB-D-NN-ID-ALUNO  PIC 9(04).
           03 CNAB-D-OCORRENCIA       PIC 9(02).
               88 CNAB-OCO-ENTRADA    VALUE 01.
               88 CNAB-OCO-CONFIRMADA VALUE 02.
               88 CNAB-OCO-REJEITADA  VALUE 03.
               88 CNAB-OCO-LIQUIDACAO VALUE 06.
           03 CNAB-D-VENCIMENTO       PIC 9(08).
           03 CNAB-D-VALOR-TITULO     PIC 9(11)V99.
           03 CNAB-D-BANCO            PIC 9(03).
           03 CNAB-D-ESPECIE          PIC 9(02).
           03 CNAB-D-DT-EMISSAO       PIC 9(08).
           03 CNAB-D-VALOR-MORA-DIA   PIC 9(11)V99.
           03 CNAB-D-PERC-MULTA       PIC 9(02)V99.
           03 CNAB-D-NM-PAGADOR       PIC X(40).
           03 CNAB-D-END-PAGADOR      PIC X(40).
           03 CNAB-D-EMAIL-PAGADOR    PIC X(30).
           03 CNAB-D-MENSAGEM         PIC X(40).
           03 CNAB-D-DT-OCORRENCIA    PIC 9(08).
           03 CNAB-D-VALOR-PAGO       PIC 9(11)V99.
           03 CNAB-D-VALOR-JUROS      PIC 9(11)V99.
           03 CNAB-D-VALOR-TARIFA     PIC 9(11)V99.
           03 CNAB-D-DT-CREDITO       PIC 9(08).
           03 CNAB-D-MOTIVO-REJEICAO  PIC X(08).
           03 FILLER                  PIC X(70).
           03 CNAB-D-SEQ-REGISTRO     PIC 9(06).

       01  CNAB-TRAILER.
           03 CNAB-T-TIPO-REG         PIC 9(01).
               88 CNAB-TIPO-TRAILER   VALUE 9.
           03 CNAB-T-QTD-TITULOS      PIC 9(08).
           03 CNAB-T-VALOR-TOTAL      PIC 9(13)V99.
           03 FILLER                  PIC X(370).
           03 CNAB-T-SEQ-REGISTRO     PIC 9(06).
