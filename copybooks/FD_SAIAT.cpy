      ******************************************************************
      * Copybook: FD_SAIAT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro do livro de saida de alunos
      *          (SAIDALTT.DAT), gravado pela portaria (PORTALTT): um
      *          registro por aluno por dia, como a frequencia, com a
      *          hora, a autorizacao usada, quem retirou o aluno e o
      *          operador que liberou a saida. Usado pelo RELSAITT
      *          para listar os alunos ainda nao retirados.
      ******************************************************************
       01  REG-SAIDA.
           03 SAI-CHAVE.
               05 SAI-DATA            PIC 9(08).
               05 SAI-ID-ALUNO        PIC 9(04).
           03 SAI-HORA                PIC 9(08).
           03 SAI-NUMERO-AUT          PIC 9(06).
           03 SAI-NM-PESSOA           PIC X(30).
           03 SAI-DOCUMENTO           PIC X(15).
           03 SAI-ID-OPERADOR         PIC 9(04).
