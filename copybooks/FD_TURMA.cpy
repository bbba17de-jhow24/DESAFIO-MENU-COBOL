      * Purpose: Layout do registro de TURMAS.DAT, o cadastro mestre
      *          de turmas contra o qual o NUM-ALUNO dos alunos passa
      *          a ser validado.
      *
      * Modificacoes:
      * 15/10/2026 JS - NM-PROFESSOR (texto livre) substituido por
      *                 ID-PROFESSOR-TURMA, referencia ao cadastro
      *                 mestre de professores (PROFESSORES.DAT).
      *                 Conversao unica via CONVPFTT.
      * 15/10/2026 JS - Incluido UNIDADE-TURMA, unidade (campus) da
      *                 turma, referencia ao cadastro mestre de unidades
      *                 (UNIDADES.DAT). Conversao unica via CONVUTTT.
      ******************************************************************
       01  REG-TURMAS.
           03 NUM-TURMA               PIC 9(02).
           03 NM-TURMA                PIC X(20).
           03 ID-PROFESSOR-TURMA      PIC 9(04).
           03 SALA-TURMA              PIC X(05).
           03 CAPACIDADE-TURMA        PIC 9(03).
           03 STATUS-TURMA            PIC X(01).
               88 TURMA-ATIVA         VALUE 'A'.
               88 TURMA-INATIVA       VALUE 'I'.
           03 UNIDADE-TURMA           PIC 9(02).
