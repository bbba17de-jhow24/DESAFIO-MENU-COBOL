      ******************************************************************
      * Copybook: FD_MOVPG
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do movimento de pagamentos de mensalidades
      *          (MOVPAGTT.DAT): um registro por recebimento ou
      *          estorno de uma cobranca de MENSALTT.DAT, numerado em
      *          sequencia dentro da cobranca e carimbado com o
      *          operador logado, a data e a hora. O recebimento
      *          estornado fica marcado e o estorno aponta para ele
      *          (MOV-SEQ-REFERENCIA).
      ******************************************************************
       01  REG-MOVPAGTO.
           03 MOV-CHAVE.
               05 MOV-COMPETENCIA     PIC 9(06).
               05 MOV-ID-ALUNO        PIC 9(04).
               05 MOV-SEQ             PIC 9(03).
           03 MOV-TIPO                PIC X(01).
               88 MOV-RECEBIMENTO     VALUE 'R'.
               88 MOV-ESTORNO         VALUE 'E'.
           03 MOV-VALOR               PIC 9(05)V99.
           03 MOV-DATA                PIC 9(08).
           03 MOV-HORA                PIC 9(08).
           03 MOV-ID-OPERADOR         PIC 9(04).
           03 MOV-NM-OPERADOR         PIC X(20).
           03 MOV-SEQ-REFERENCIA      PIC 9(03).
           03 MOV-SITUACAO            PIC X(01).
               88 MOV-VALIDO          VALUE 'V'.
               88 MOV-ESTORNADO       VALUE 'E'.
           03 MOV-ORIGEM              PIC X(01).
               88 MOV-ORIGEM-CAIXA    VALUE 'C'.
               88 MOV-ORIGEM-BANCO    VALUE 'B'.
