      ******************************************************************
      * Copybook: FD_LOGST
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro do diario de sessoes dos operadores
      *          (LOGSESTT.DAT), gravado pelo GRVSESTT a cada login
      *          aceito ou recusado, bloqueio, troca de senha, troca
      *          de operador e saida do menu. Lido pelo RELSESTT.
      ******************************************************************
       01  REG-LOGSESTT.
           03 SES-DATA                PIC 9(08).
           03 SES-HORA                PIC 9(08).
           03 SES-ID-OPERADOR         PIC 9(04).
           03 SES-EVENTO              PIC X(01).
               88 SES-ENTRADA         VALUE 'E'.
               88 SES-FALHA           VALUE 'F'.
               88 SES-BLOQUEIO        VALUE 'B'.
               88 SES-TROCA-SENHA     VALUE 'T'.
               88 SES-TROCA-OPERADOR  VALUE 'O'.
               88 SES-SAIDA           VALUE 'S'.
           03 SES-DETALHE             PIC X(30).
