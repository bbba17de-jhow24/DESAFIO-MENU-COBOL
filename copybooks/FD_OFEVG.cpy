      ******************************************************************
      * Copybook: FD_OFEVG
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro de oferta de vaga (OFEVAGTT.DAT),
      *          uma por inscricao da lista de espera (LISESPTT.DAT).
      *          Gravado pela distribuicao de vagas (VAGESPTT); a
      *          oferta pendente reserva a vaga da turma ate a
      *          validade. Aceita = candidato matriculado pelo
      *          CADESPTT; expirada ou recusada passa a vaga adiante.
      ******************************************************************
       01  REG-OFERTA.
           03 OFE-ID-ESPERA           PIC 9(04).
           03 OFE-NUM-TURMA           PIC 9(02).
           03 OFE-DT-OFERTA           PIC 9(08).
           03 OFE-DT-VALIDADE         PIC 9(08).
           03 OFE-STATUS              PIC X(01).
               88 OFE-PENDENTE        VALUE 'P'.
               88 OFE-ACEITA          VALUE 'A'.
               88 OFE-EXPIRADA        VALUE 'E'.
               88 OFE-RECUSADA        VALUE 'R'.
           03 OFE-DT-RESPOSTA         PIC 9(08).
           03 OFE-ID-OPERADOR         PIC 9(04).
