      ******************************************************************
      * Copybook: FD_AUTRT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro de autorizacao de retirada de
      *          aluno (AUTRETTT.DAT), mantido pelo CADAUTTT: cada
      *          adulto que pode (AUTORIZADO) ou nao pode (PROIBIDO,
      *          p.ex. ordem judicial) buscar o aluno na saida, com o
      *          documento de identidade, a restricao e o periodo de
      *          validade (termino zerado = sem termino). A chave
      *          alternativa pelo aluno serve a consulta da portaria
      *          (PORTALTT).
      ******************************************************************
       01  REG-AUTRET.
           03 AUT-NUMERO              PIC 9(06).
           03 AUT-ID-ALUNO            PIC 9(04).
           03 AUT-NM-PESSOA           PIC X(30).
           03 AUT-DOCUMENTO           PIC X(15).
           03 AUT-PARENTESCO          PIC X(15).
           03 AUT-TIPO                PIC X(01).
               88 AUT-AUTORIZADO      VALUE 'A'.
               88 AUT-PROIBIDO        VALUE 'P'.
           03 AUT-RESTRICAO           PIC X(40).
           03 AUT-DT-INICIO           PIC 9(08).
           03 AUT-DT-FIM              PIC 9(08).
           03 AUT-STATUS              PIC X(01).
               88 AUT-ATIVA           VALUE 'A'.
               88 AUT-REVOGADA        VALUE 'R'.
           03 AUT-DT-CADASTRO         PIC 9(08).
           03 AUT-ID-OPER-CADASTRO    PIC 9(04).
           03 AUT-DT-REVOGACAO        PIC 9(08).
           03 AUT-ID-OPER-REVOGACAO   PIC 9(04).
