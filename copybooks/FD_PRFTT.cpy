      *          indicador S/N. Operador sem perfil gravado recebe o
      *          padrao do seu nivel: supervisor tudo, comum tudo
      *          menos administracao.
      *
      * Modificacoes:
      * 15/10/2026 JS - Incluido PERM-TODAS-UNIDADES: com S o operador
      *                 ve e mantem alunos e turmas de todas as
      *                 unidades, e nao so os da sua. Conversao unica
      *                 via CONVUPTT.
      ******************************************************************
       01  REG-PERFIL.
           03 PERM-ID-USUARIO         PIC 9(04).
               88 PERFIL-RELAT-SIM    VALUE 'S'.
           03 PERM-ADMIN              PIC X(01).
               88 PERFIL-ADMIN-SIM    VALUE 'S'.
           03 PERM-TODAS-UNIDADES     PIC X(01).
               88 PERFIL-TODAS-UNID-SIM VALUE 'S'.
