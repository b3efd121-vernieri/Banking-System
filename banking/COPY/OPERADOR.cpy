      * OPR-PERFIL: "T" caixa, "S" supervisor; any other letter is a
      * custom profile whose rights come from the PERFIS.DAT matrix.
      * OPR-SITUACAO: "A" ativo, "I" inativo.
      * OPR-CPF ties the operator to their own CADASTRO.DAT record -
      * SEGFUN reads it to find the operator's own, family and
      * same-address accounts.  Spaces until OPRMAN captures it.
      * OPR-SENHA-DATA is when the operator last chose OPR-SENHA -
      * zeros for a password handed out by OPRMAN, which MENU makes
      * the operator change at the next sign-on.  OPR-SENHA-HIST
      * keeps the previous passwords (SENHCOD form, newest first)
      * so they cannot be chosen again.  OPR-ULT-ACESSO is the last
      * sign-on; OPRINAT inactivates operators idle too long.
      ******************************************************************
           02 OPR-CODIGO      PIC 9(04).
           02 OPR-NOME        PIC X(30).
           02 OPR-SENHA       PIC 9(04).
           02 OPR-PERFIL      PIC X(01).
           02 OPR-SITUACAO    PIC X(01).
           02 OPR-CPF         PIC X(11).
           02 OPR-SENHA-DATA  PIC 9(08).
           02 OPR-ULT-ACESSO  PIC 9(08).
           02 OPR-SENHAS-ANTERIORES.
               03 OPR-SENHA-HIST  PIC 9(04) OCCURS 5 TIMES.
