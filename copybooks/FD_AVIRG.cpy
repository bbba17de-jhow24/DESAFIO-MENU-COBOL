      ******************************************************************
      * Copybook: FD_AVIRG
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro de avisos de falta enviados
      *          (AVIREGTT.DAT), um por dia de falta, aluno e
      *          responsavel avisado. Impede que o AVIFALTT avise o
      *          mesmo responsavel duas vezes pela mesma falta.
      ******************************************************************
       01  REG-AVIREG.
           03 AVR-CHAVE.
               05 AVR-DATA            PIC 9(08).
               05 AVR-ID-ALUNO        PIC 9(04).
               05 AVR-ID-CONTATO      PIC 9(04).
           03 AVR-DT-ENVIO            PIC 9(08).
           03 AVR-HORA-ENVIO          PIC 9(08).
           03 AVR-QTD-CANAIS          PIC 9(01).
           03 AVR-DIAS-CONSECUTIVOS   PIC 9(02).
           03 AVR-ID-OPERADOR         PIC 9(04).
