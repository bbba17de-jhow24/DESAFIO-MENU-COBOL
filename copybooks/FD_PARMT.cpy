      ******************************************************************
      * Copybook: FD_PARMT
      * Author:Johnathan Silva
      * Date:15/10/2026
      * Purpose: Layout do registro unico de parametros financeiros
      *          das mensalidades (PARMENTT.DAT), mantido pelo
      *          CADTABTT: percentual de desconto de irmaos (usado
      *          pelo GERMENTT), percentual de multa e percentual de
      *          juros ao dia sobre a mensalidade paga em atraso
      *          (usados pelo PAGMENTT), e os dados do convenio de
      *          cobranca bancaria usados pela remessa de boletos
      *          (REMBCOTT), inclusive o numero sequencial da ultima
      *          remessa enviada ao banco, e as contas do plano de
      *          contas do contador usadas no diario contabil das
      *          mensalidades (EXPCTBTT).
      *
      * Modificacoes:
      * 15/10/2026 JS - Incluidas as contas contabeis de caixa, banco,
      *                 mensalidades a receber, receita de mensalidades
      *                 e receita de multa e juros, usadas no diario
      *                 contabil (EXPCTBTT). Registro gravado antes da
      *                 mudanca e lido com as contas em branco.
      ******************************************************************
       01  REG-PARMENSAL.
           03 PARM-PERC-DESC-IRMAO    PIC 9(02)V99.
           03 PARM-PERC-MULTA         PIC 9(02)V99.
           03 PARM-PERC-JUROS-DIA     PIC 9(01)V999.
           03 PARM-BANCO              PIC 9(03).
           03 PARM-AGENCIA            PIC 9(04).
           03 PARM-CONTA              PIC 9(08).
           03 PARM-DV-CONTA           PIC X(01).
           03 PARM-CONVENIO           PIC 9(07).
           03 PARM-CARTEIRA           PIC 9(02).
           03 PARM-NM-BENEFICIARIO    PIC X(30).
           03 PARM-SEQ-REMESSA        PIC 9(06).
           03 PARM-CTB-CONTA-CAIXA    PIC X(10).
           03 PARM-CTB-CONTA-BANCO    PIC X(10).
           03 PARM-CTB-CONTA-RECEBER  PIC X(10).
           03 PARM-CTB-CONTA-RECEITA  PIC X(10).
           03 PARM-CTB-CONTA-ENCARGOS PIC X(10).
