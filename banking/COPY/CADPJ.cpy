      ******************************************************************
      * Shared FD record layout for the CADPJ.DAT corporate-customer
      * master (pessoa juridica), keyed on the CNPJ.  The registered
      * address goes through the same CEP/UF check as CADASTRO.DAT.
      * Each partner in PJ-SOCIO must already be onboarded in
      * CADASTRO.DAT by CPF; PJ-SOC-ASSINA "S" marks the partners who
      * sign for the company and may operate its accounts at the
      * window, "N" a partner without signing power.  PJ-SITUACAO:
      * "A" ativa, "I" inativa (no new account can be opened).
      ******************************************************************
           02 PJ-CNPJ          PIC X(14).
           02 PJ-RAZAO         PIC X(40).
           02 PJ-FANTASIA      PIC X(30).
           02 PJ-DATA-CONST.
               03 PJ-CONST-ANO  PIC 9(04).
               03 PJ-CONST-MES  PIC 9(02).
               03 PJ-CONST-DIA  PIC 9(02).
           02 PJ-ENDERECO.
               03 PJ-RUA        PIC X(16).
               03 PJ-BAIRRO     PIC X(16).
               03 PJ-COMPL      PIC X(06).
               03 PJ-CIDADE     PIC X(16).
               03 PJ-UF         PIC X(02).
               03 PJ-CEP        PIC X(08).
           02 PJ-SITUACAO      PIC X(01).
           02 PJ-DATA-CAD      PIC 9(08).
           02 PJ-OPERADOR      PIC 9(04).
           02 PJ-QTD-SOCIOS    PIC 9(02).
           02 PJ-SOCIO OCCURS 10 TIMES.
               03 PJ-SOC-CPF    PIC X(11).
               03 PJ-SOC-ASSINA PIC X(01).
