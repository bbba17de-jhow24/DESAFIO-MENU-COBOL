      ******************************************************************
      * Copybook: FD_HISAT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro do historico de matricula do aluno
      *          (HISTALTT.DAT): um registro por periodo do aluno em
      *          uma turma e ano letivo, aberto na matricula e
      *          encerrado na virada de ano, na mudanca de turma ou na
      *          baixa, com o resultado do periodo. Gravado pelo
      *          GRVHISTT e impresso no historico escolar (HISALTT).
      ******************************************************************
       01  REG-HISTORICO.
           03 HIS-CHAVE.
               05 HIS-ID-ALUNO        PIC 9(04).
               05 HIS-SEQ             PIC 9(03).
           03 HIS-ANO-LETIVO          PIC 9(04).
           03 HIS-NUM-TURMA           PIC 9(02).
           03 HIS-NM-TURMA            PIC X(20).
      *    DT-INICIO ZERO: PERIODO ANTERIOR A IMPLANTACAO DO HISTORICO.
           03 HIS-DT-INICIO           PIC 9(08).
           03 HIS-DT-FIM              PIC 9(08).
           03 HIS-RESULTADO           PIC X(01).
               88 HIS-CURSANDO        VALUE 'C'.
               88 HIS-PROMOVIDO       VALUE 'P'.
               88 HIS-RETIDO          VALUE 'R'.
               88 HIS-TRANSFERIDO     VALUE 'T'.
               88 HIS-DESISTENTE      VALUE 'D'.
               88 HIS-FORMADO         VALUE 'F'.
           03 HIS-OBSERVACAO          PIC X(30).
           03 HIS-ID-OPERADOR         PIC 9(04).
