      ******************************************************************
      * Copybook: FD_TABMT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro da tabela de mensalidades por
      *          turma (TABMENTT.DAT), mantida pelo CADTABTT e usada
      *          pelo GERMENTT para precificar a cobranca de cada
      *          aluno pela sua turma (NUM-ALUNO).
      ******************************************************************
       01  REG-TABMENSAL.
           03 TABM-NUM-TURMA          PIC 9(02).
           03 TABM-VALOR              PIC 9(05)V99.
           03 TABM-DT-ALTERACAO       PIC 9(08).
           03 TABM-ID-OPERADOR        PIC 9(04).
