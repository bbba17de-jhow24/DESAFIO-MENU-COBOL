      ******************************************************************
      * Copybook: FD_RESAT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro de resultado final do ano letivo
      *          por aluno (RESALTT.DAT): media geral, percentual de
      *          frequencia e situacao aprovado/reprovado apurados
      *          pelo RESANOTT e consultados pelo PROMALTT na virada
      *          de ano.
      ******************************************************************
       01  REG-RESULTADO.
           03 RES-CHAVE.
               05 RES-ANO-LETIVO      PIC 9(04).
               05 RES-ID-ALUNO        PIC 9(04).
           03 RES-NUM-TURMA           PIC 9(02).
           03 RES-MEDIA-GERAL         PIC 9(02)V9.
           03 RES-PERC-FREQUENCIA     PIC 9(03)V9.
           03 RES-QTD-DISC-ABAIXO     PIC 9(02).
           03 RES-SITUACAO            PIC X(01).
               88 RES-APROVADO        VALUE 'A'.
               88 RES-REPROVADO       VALUE 'R'.
           03 RES-DT-APURACAO         PIC 9(08).
           03 RES-ID-OPERADOR         PIC 9(04).
