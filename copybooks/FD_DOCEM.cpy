      ******************************************************************
      * Copybook: FD_DOCEM
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro de emissao de documentos escolares
      *          (DOCEMITT.DAT), mantido pelo DOCALTT: um registro por
      *          declaracao de matricula ou certificado de
      *          transferencia emitido, com numero sequencial, codigo
      *          de controle para conferencia de autenticidade e os
      *          dados impressos, usados tambem na reemissao.
      ******************************************************************
       01  REG-DOCUMENTO.
           03 DOC-NUMERO              PIC 9(06).
           03 DOC-TIPO                PIC X(01).
               88 DOC-DECL-MATRICULA  VALUE 'M'.
               88 DOC-CERT-TRANSF     VALUE 'T'.
           03 DOC-CODIGO-CONTROLE     PIC 9(04).
           03 DOC-DT-EMISSAO          PIC 9(08).
           03 DOC-HORA-EMISSAO        PIC 9(08).
           03 DOC-ID-ALUNO            PIC 9(04).
           03 DOC-NM-ALUNO            PIC X(20).
           03 DOC-SITUACAO-ALUNO      PIC X(01).
           03 DOC-ANO-LETIVO          PIC 9(04).
           03 DOC-NUM-TURMA           PIC 9(02).
           03 DOC-NM-TURMA            PIC X(20).
           03 DOC-ID-RESPONSAVEL      PIC 9(04).
           03 DOC-NM-RESPONSAVEL      PIC X(20).
           03 DOC-DT-TRANSFERENCIA    PIC 9(08).
           03 DOC-ID-OPERADOR         PIC 9(04).
           03 DOC-NM-OPERADOR         PIC X(20).
           03 DOC-QTD-VIAS            PIC 9(02).
           03 DOC-DT-ULTIMA-VIA       PIC 9(08).
           03 DOC-ID-OPER-ULTIMA-VIA  PIC 9(04).
