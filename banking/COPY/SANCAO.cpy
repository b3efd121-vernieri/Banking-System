      ******************************************************************
      * Shared FD record layout for the SANCAO.DAT sanctions and
      * watch-list file, rebuilt by SANCARGA from the official lists
      * (SANLISTA.DAT).  SAN-LISTA names the source list (ONU, OFAC,
      * UE, COAF ...), SAN-TIPO is "S" sancao or "W" lista de
      * observacao.  SAN-NOME-NORM is the name as NOMNORM leaves it -
      * no accents, no particles, abbreviations expanded and the
      * words in alphabetical order - and is what SANCHK compares.
      ******************************************************************
           02 SAN-LISTA        PIC X(04).
           02 SAN-TIPO         PIC X(01).
           02 SAN-NOME         PIC X(60).
           02 SAN-NOME-NORM    PIC X(60).
           02 SAN-DATA-CARGA   PIC 9(08).
