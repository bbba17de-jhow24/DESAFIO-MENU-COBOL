      ******************************************************************
      * Copybook: FD_JRNTT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro do diario de recuperacao
      *          (JRNRECTT<AAAAMMDD>.DAT, um arquivo por dia): imagem
      *          completa do registro de CONTATOS.DAT ou ALUNOS.DAT
      *          depois de cada inclusao, alteracao ou mudanca de
      *          situacao, gravada pelo GRVJRNTT. O BKPCNTT grava uma
      *          marca de copia (operacao B) no momento da copia de
      *          seguranca, a partir da qual o RECJRNTT reaplica o
      *          diario sobre a copia restaurada.
      ******************************************************************
       01  REG-JORNAL.
           03 JRN-DATA                PIC 9(08).
           03 JRN-HORA                PIC 9(08).
           03 JRN-ARQUIVO             PIC X(01).
               88 JRN-CONTATOS        VALUE 'C'.
               88 JRN-ALUNOS          VALUE 'A'.
           03 JRN-OPERACAO            PIC X(01).
               88 JRN-INCLUSAO        VALUE 'I'.
               88 JRN-ALTERACAO       VALUE 'A'.
               88 JRN-SITUACAO        VALUE 'S'.
               88 JRN-MARCA-COPIA     VALUE 'B'.
           03 JRN-PROGRAMA            PIC X(08).
           03 JRN-ID-OPERADOR         PIC 9(04).
           03 JRN-IMAGEM              PIC X(115).
