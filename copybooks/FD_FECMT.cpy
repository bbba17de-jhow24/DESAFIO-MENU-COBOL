      ******************************************************************
      * Copybook: FD_FECMT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do controle de fechamento mensal financeiro
      *          (FECMENTT.DAT), um registro por competencia (AAAAMM)
      *          fechada pelo FECMENTT, com a posicao das cobrancas de
      *          MENSALTT.DAT no momento do fechamento. Competencia
      *          FECHADA nao aceita geracao (GERMENTT), recebimento,
      *          estorno ou cancelamento (PAGMENTT) nem baixa pelo
      *          retorno do banco (RETBCOTT) ate ser REABERTA por
      *          supervisor.
      ******************************************************************
       01  REG-FECHAMENTO.
           03 FEC-COMPETENCIA         PIC 9(06).
           03 FEC-SITUACAO            PIC X(01).
               88 FEC-FECHADA         VALUE 'F'.
               88 FEC-REABERTA        VALUE 'R'.
           03 FEC-DT-FECHAMENTO       PIC 9(08).
           03 FEC-ID-OPERADOR         PIC 9(04).
           03 FEC-QTD-GERADAS         PIC 9(05).
           03 FEC-VLR-GERADAS         PIC 9(07)V99.
           03 FEC-QTD-PAGAS           PIC 9(05).
           03 FEC-VLR-PAGAS           PIC 9(07)V99.
           03 FEC-QTD-CANCELADAS      PIC 9(05).
           03 FEC-VLR-CANCELADAS      PIC 9(07)V99.
           03 FEC-QTD-ABERTAS         PIC 9(05).
           03 FEC-VLR-ABERTAS         PIC 9(07)V99.
           03 FEC-VLR-RECEBIDO        PIC 9(07)V99.
           03 FEC-VLR-SALDO-ABERTO    PIC 9(07)V99.
