      ******************************************************************
      * Copybook: FD_LOGFC
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro de auditoria do fechamento mensal
      *          financeiro (LOGFECTT.DAT): cada fechamento e cada
      *          reabertura de competencia, com o operador e o motivo
      *          informado na reabertura.
      ******************************************************************
       01  REG-LOGFECTT.
           03 LOGF-DATA               PIC 9(08).
           03 LOGF-HORA               PIC 9(08).
           03 LOGF-OPERACAO           PIC X(10).
           03 LOGF-COMPETENCIA        PIC 9(06).
           03 LOGF-ID-OPERADOR        PIC 9(04).
           03 LOGF-NM-OPERADOR        PIC X(20).
           03 LOGF-MOTIVO             PIC X(40).
