      ******************************************************************
      * Copybook: FD_AVALT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro de notas de alunos (AVALALTT.DAT),
      *          um registro por aluno, disciplina e bimestre do ano
      *          letivo, lancado por turma pelo CADAVLTT e impresso
      *          no boletim (BOLETTT).
      ******************************************************************
       01  REG-AVALIACAO.
           03 AVAL-CHAVE.
               05 AVAL-ANO-LETIVO     PIC 9(04).
               05 AVAL-ID-ALUNO       PIC 9(04).
               05 AVAL-DISCIPLINA     PIC X(15).
               05 AVAL-BIMESTRE       PIC 9(01).
           03 AVAL-NUM-TURMA          PIC 9(02).
           03 AVAL-NOTA               PIC 9(02)V9.
           03 AVAL-DT-LANCAMENTO      PIC 9(08).
           03 AVAL-ID-OPERADOR        PIC 9(04).
