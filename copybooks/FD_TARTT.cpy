      ******************************************************************
      * Copybook: FD_TARTT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro das tarefas de retorno por contato
      *          (TARCNTT.DAT), mantidas pelo CADTARTT: o que ainda
      *          precisa ser feito para o contato (ligar de volta,
      *          cobrar documento etc.), com vencimento, operador
      *          responsavel e situacao aberta ou concluida. A chave
      *          alternativa pelo operador responsavel serve a fila do
      *          operador, ao aviso do MENUCNTT e ao RELTARTT.
      ******************************************************************
       01  REG-TAREFA.
           03 TAR-NUMERO              PIC 9(06).
           03 TAR-ID-CONTATO          PIC 9(04).
           03 TAR-ID-OPERADOR         PIC 9(04).
           03 TAR-DT-VENCIMENTO       PIC 9(08).
           03 TAR-DESCRICAO           PIC X(60).
           03 TAR-STATUS              PIC X(01).
               88 TAR-ABERTA          VALUE 'A'.
               88 TAR-CONCLUIDA       VALUE 'C'.
           03 TAR-DT-ABERTURA         PIC 9(08).
           03 TAR-ID-OPER-ABERTURA    PIC 9(04).
           03 TAR-DT-CONCLUSAO        PIC 9(08).
           03 TAR-ID-OPER-CONCLUSAO   PIC 9(04).
           03 TAR-NOTA-CONCLUSAO      PIC X(60).
