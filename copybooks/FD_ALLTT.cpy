      * 02/09/2026 JS - ID-ALUNO e REF-ID-CONTATO ampliados de 2 para
      *                 4 digitos, junto com as demais chaves do
      *                 sistema. Conversao unica via CONVWATT.
      * 15/10/2026 JS - Incluido UNIDADE-ALUNO, unidade (campus) do
      *                 aluno, igual a da turma em que esta matriculado.
      *                 Conversao unica via CONVUATT.
      ******************************************************************
       01  REG-ALUNOS.
           03 ID-ALUNO                PIC 9(04).
           03 STATUS-ALUNO            PIC X(01).
               88 ALUNO-ATIVO         VALUE 'A'.
               88 ALUNO-INATIVO       VALUE 'I'.
           03 UNIDADE-ALUNO           PIC 9(02).
