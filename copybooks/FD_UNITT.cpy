      ******************************************************************
      * Copybook: FD_UNITT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro do cadastro mestre de unidades
      *          (campus) da escola (UNIDADES.DAT), mantido pelo
      *          CADUNITT. O codigo da unidade e gravado nas turmas,
      *          nos alunos e nos operadores; a unidade 01 e a sede,
      *          criada na conversao (CONVUTTT).
      ******************************************************************
       01  REG-UNIDADES.
           03 COD-UNIDADE             PIC 9(02).
           03 NM-UNIDADE              PIC X(20).
           03 ENDERECO-UNIDADE        PIC X(40).
           03 TEL-UNIDADE             PIC 9(12).
           03 STATUS-UNIDADE          PIC X(01).
               88 UNIDADE-ATIVA       VALUE 'A'.
               88 UNIDADE-INATIVA     VALUE 'I'.
