      *                 LOGINTT) e o historico das 3 ultimas senhas,
      *                 para impedir a reutilizacao na troca.
      *                 Conversao unica via CONVSNTT.
      * 15/10/2026 JS - Incluido UNIDADE-USUARIO, unidade (campus) do
      *                 operador, que limita os alunos e turmas que ele
      *                 ve e mantem. Conversao unica via CONVUUTT.
      ******************************************************************
       01  REG-USUARIOS.
           03 ID-USUARIO              PIC 9(04).
           03 DT-TROCA-SENHA          PIC 9(08).
           03 SENHAS-ANTERIORES.
               05 SENHA-ANTERIOR      PIC X(10) OCCURS 3 TIMES.
           03 UNIDADE-USUARIO         PIC 9(02).
