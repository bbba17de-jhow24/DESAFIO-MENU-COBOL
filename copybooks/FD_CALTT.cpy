      ******************************************************************
      * Copybook: FD_CALTT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro do calendario escolar
      *          (CALENDTT.DAT), um registro por dia do ano letivo,
      *          gerado e mantido pelo CADCALTT. Usado pelo CADFRQTT
      *          (so aceita chamada em dia letivo), pelo RELFRQTT
      *          (percentual de presenca sobre os dias letivos) e pelo
      *          GERMENTT (vencimento em dia util).
      ******************************************************************
       01  REG-CALENDARIO.
           03 CAL-DATA                PIC 9(08).
           03 CAL-TIPO                PIC X(01).
               88 CAL-LETIVO          VALUE 'L'.
               88 CAL-FIM-SEMANA      VALUE 'S'.
               88 CAL-FERIADO         VALUE 'F'.
               88 CAL-RECESSO         VALUE 'R'.
      *        DIA SEM FERIADO (COM OU SEM AULA). SABADO LETIVO NAO
      *        E DIA UTIL BANCARIO: CONFERIR TAMBEM CAL-DIA-SEMANA.
               88 CAL-DIA-UTIL        VALUE 'L' 'R'.
      *    1 = DOMINGO ... 7 = SABADO.
           03 CAL-DIA-SEMANA          PIC 9(01).
           03 CAL-DESCRICAO           PIC X(30).
           03 CAL-DT-ALTERACAO        PIC 9(08).
           03 CAL-ID-OPERADOR         PIC 9(04).
