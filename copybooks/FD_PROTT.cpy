      ******************************************************************
      * Copybook: FD_PROTT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro do cadastro mestre de professores
      *          (PROFESSORES.DAT), mantido pelo CADPROTT. A turma
      *          (TURMAS.DAT) guarda so o ID-PROFESSOR.
      ******************************************************************
       01  REG-PROFESSORES.
           03 ID-PROFESSOR            PIC 9(04).
           03 NM-PROFESSOR            PIC X(30).
           03 TEL-PROFESSOR           PIC 9(12).
           03 EMAIL-PROFESSOR         PIC X(30).
           03 DISCIPLINAS-PROFESSOR   PIC X(40).
           03 STATUS-PROFESSOR        PIC X(01).
               88 PROFESSOR-ATIVO     VALUE 'A'.
               88 PROFESSOR-INATIVO   VALUE 'I'.
