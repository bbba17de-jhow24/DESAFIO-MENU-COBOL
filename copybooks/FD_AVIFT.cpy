      ******************************************************************
      * Copybook: FD_AVIFT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro do arquivo de saida de avisos de
      *          falta (AVIFALTT-DAT) para o gateway de mensagens: um
      *          registro por canal (SMS no telefone, e-mail) por
      *          responsavel por aluno ausente no dia. Gerado pelo
      *          AVIFALTT.
      ******************************************************************
       01  REG-AVISO.
           03 AVI-CANAL               PIC X(01).
               88 AVI-SMS             VALUE 'S'.
               88 AVI-EMAIL           VALUE 'E'.
           03 AVI-DESTINO             PIC X(30).
           03 AVI-ID-CONTATO          PIC 9(04).
           03 AVI-NM-CONTATO          PIC X(20).
           03 AVI-ID-ALUNO            PIC 9(04).
           03 AVI-NM-ALUNO            PIC X(20).
           03 AVI-DT-FALTA            PIC 9(08).
           03 AVI-MENSAGEM            PIC X(80).
