      ******************************************************************
      * Author: Vernieri
      * Date: October 14, 2026
      * Purpose: Semiannual e-Financeira movement declaration per CPF
      * Tectonics: cobc
      ******************************************************************
      * Builds the semester declaration the tax authority requires of
      * the bank: for every CPF above the reporting limit, each of its
      * accounts with the month's credits and debits, the balance at
      * each month end and the CDB positions held at semester end.
      * Movements come from the EXTaaaamm.DAT archives and EXTRATO.DAT
      * (the same way INFORME reads them); credit or debit is told by
      * the balance the movement left against the one before it.  The
      * month-end balance is the last POSICOES.DAT snapshot of the
      * month, or the last extrato balance when there is none.  A CPF
      * is declared when in any month its credits, its debits or its
      * month-end balance, or its semester-end CDB position, exceeds
      * EFIN-LIMITE-MENSAL (default R$ 5.000,00).
      * The original submission of a semester is sent once; from then
      * on only a rectifying one (R) is accepted, which replaces the
      * submission in force.  EFINCTL.DAT registers every file
      * generated, when and by whom.  Needs a supervisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EFINANC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT CLIENTES-CAD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ws-cpf
              ALTERNATE RECORD KEY ws-name WITH DUPLICATES
              FILE STATUS ARQST-CAD.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT ARQEXT ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AEX.

              SELECT POSICOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-POS.

              SELECT INVEST ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-INV.

              SELECT CONTROLE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EFC-CHAVE
              FILE STATUS ARQST-CTL.

              SELECT DECLARACAO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-DCL.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD CLIENTES-CAD LABEL RECORD STANDARD
                DATA RECORD IS REG-CAD
                VALUE OF FILE-ID IS "CADASTRO.DAT".
          01 REG-CAD.
                COPY CADASTRO.

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXT
                VALUE OF FILE-ID IS "EXTRATO.DAT".
          01 REG-EXT.
                COPY EXTRATO.

       FD ARQEXT LABEL RECORD STANDARD
                DATA RECORD IS REG-AEX
                VALUE OF FILE-ID IS WS-NOME-ARQEXT.
          01 REG-AEX.
                COPY EXTRATO
                   REPLACING ==EXT-CHAVE== BY ==AEX-CHAVE==
                             ==EXT-CODIGO== BY ==AEX-CODIGO==
                             ==EXT-DATA== BY ==AEX-DATA==
                             ==EXT-ANO== BY ==AEX-ANO==
                             ==EXT-MES== BY ==AEX-MES==
                             ==EXT-DIA== BY ==AEX-DIA==
                             ==EXT-NSEQ== BY ==AEX-NSEQ==
                             ==EXT-TIPO== BY ==AEX-TIPO==
                             ==EXT-VALOR== BY ==AEX-VALOR==
                             ==EXT-SALDO== BY ==AEX-SALDO==
                             ==EXT-OPERADOR== BY ==AEX-OPERADOR==
                             ==EXT-HORA== BY ==AEX-HORA==
                             ==EXT-HH== BY ==AEX-HH==
                             ==EXT-MM== BY ==AEX-MM==
                             ==EXT-SS== BY ==AEX-SS==
                             ==EXT-SEQ== BY ==AEX-SEQ==.

       FD POSICOES LABEL RECORD STANDARD
                DATA RECORD IS REG-POS
                VALUE OF FILE-ID IS "POSICOES.DAT".
          01 REG-POS.
                COPY POSICAO.

       FD INVEST LABEL RECORD STANDARD
                DATA RECORD IS REG-INV
                VALUE OF FILE-ID IS "INVEST.DAT".
          01 REG-INV.
                COPY INVEST.

       FD CONTROLE LABEL RECORD STANDARD
                DATA RECORD IS REG-EFC
                VALUE OF FILE-ID IS "EFINCTL.DAT".
          01 REG-EFC.
                COPY EFINCTL.

       FD DECLARACAO LABEL RECORD STANDARD
                DATA RECORD IS REG-DCL
                VALUE OF FILE-ID IS WS-NOME-ARQDCL.
          01 REG-DCL                 PIC X(80).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "EFINANC.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-CAD               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-AEX               PIC X(02).
          01 ARQST-POS               PIC X(02).
          01 ARQST-INV               PIC X(02).
          01 ARQST-CTL               PIC X(02).
          01 ARQST-DCL               PIC X(02).
          01 ARQST-REL               PIC X(02).
          01 WS-NOME-ARQEXT          PIC X(13) VALUE SPACES.
          01 WS-NOME-ARQDCL          PIC X(15) VALUE SPACES.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "EFINANC".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "EFINANC.LST".
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-CTL              PIC X(01) VALUE "N".
          01 WS-ENVIO-OK             PIC X(01) VALUE "N".
          01 WS-DECL-OK              PIC X(01) VALUE "N".
          01 WS-TAB-ESGOTADA         PIC X(01) VALUE "N".
          01 WS-CPF-ESGOTADA         PIC X(01) VALUE "N".
          01 WS-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
          01 WS-SEM-PEDIDO           PIC 9(01) VALUE ZEROS.
          01 WS-TIPO-ENVIO           PIC X(01) VALUE SPACES.
          01 WS-ANOSEM-PEDIDO        PIC 9(05) VALUE ZEROS.
          01 WS-ANOSEM-HOJE          PIC 9(05) VALUE ZEROS.
          01 WS-MES-INI              PIC 9(02) VALUE ZEROS.
          01 WS-MES-ARQ              PIC 9(02) VALUE ZEROS.
          01 WS-AAMM-INI             PIC 9(06) VALUE ZEROS.
          01 WS-AAMM-FIM             PIC 9(06) VALUE ZEROS.
          01 WS-DATA-INI             PIC 9(08) VALUE ZEROS.
          01 WS-DATA-FIM             PIC 9(08) VALUE ZEROS.
          01 WS-DATA-REG             PIC 9(08) VALUE ZEROS.
          01 WS-SEQ-ULT              PIC 9(02) VALUE ZEROS.
          01 WS-SEQ-NOVO             PIC 9(02) VALUE ZEROS.
          01 WS-DATA-ULT-ENVIO       PIC 9(08) VALUE ZEROS.
          01 WS-LIMITE               PIC 9(07)V99 VALUE 5000,00.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-I                    PIC 9(04) VALUE ZEROS.
          01 WS-J                    PIC 9(04) VALUE ZEROS.
          01 WS-IX                   PIC 9(04) VALUE ZEROS.
          01 WS-IC                   PIC 9(04) VALUE ZEROS.
          01 WS-M                    PIC 9(02) VALUE ZEROS.
          01 WS-MOV-CODIGO           PIC 9(04) VALUE ZEROS.
          01 WS-MOV-AAMM             PIC 9(06) VALUE ZEROS.
          01 WS-MOV-MES              PIC 9(02) VALUE ZEROS.
          01 WS-MOV-TIPO             PIC X(01) VALUE SPACES.
          01 WS-MOV-VALOR            PIC S9(05)V99 VALUE ZEROS.
          01 WS-MOV-SALDO            PIC S9(05)V99 VALUE ZEROS.
          01 WS-SALDO-CARRY          PIC S9(07)V99 VALUE ZEROS.
          01 WS-QTD-CONTAS-TAB       PIC 9(04) VALUE ZEROS.
          01 WS-QTD-CPFS             PIC 9(04) VALUE ZEROS.
          01 WS-QTD-SEM-CPF          PIC 9(04) VALUE ZEROS.
          01 WS-QTD-DECLARADOS       PIC 9(05) VALUE ZEROS.
          01 WS-QTD-ABAIXO           PIC 9(05) VALUE ZEROS.
          01 WS-QTD-CONTAS-DCL       PIC 9(05) VALUE ZEROS.
          01 WS-QTD-REG-DCL          PIC 9(07) VALUE ZEROS.
          01 WS-TOTAL-CRED           PIC 9(11)V99 VALUE ZEROS.
          01 WS-TOTAL-DEB            PIC 9(11)V99 VALUE ZEROS.
          01 WS-TAB-MES-COBERTO.
                02 WS-MES-COBERTO    PIC X(01) OCCURS 6 TIMES.

      * Uma entrada por conta: saldo corrente para decidir se o
      * lancamento creditou ou debitou, e por mes do semestre os
      * creditos, debitos e o saldo de fim de mes (WS-CT-FONTE "P"
      * posicao do POSICOES, "E" ultimo saldo do extrato).
          01 WS-TAB-CONTAS.
                02 WS-CT OCCURS 2000 TIMES.
                   03 WS-CT-CODIGO      PIC 9(04).
                   03 WS-CT-CPF         PIC X(11).
                   03 WS-CT-AGENCIA     PIC 9(04).
                   03 WS-CT-CORRENTE    PIC S9(07)V99.
                   03 WS-CT-SALDO-INI   PIC S9(07)V99.
                   03 WS-CT-DATA-ANT    PIC 9(08).
                   03 WS-CT-APLICADO    PIC 9(09)V99.
                   03 WS-CT-JUROS-APL   PIC S9(09)V99.
                   03 WS-CT-QTD-APL     PIC 9(03).
                   03 WS-CT-MES OCCURS 6 TIMES.
                      04 WS-CT-CRED     PIC 9(09)V99.
                      04 WS-CT-DEB      PIC 9(09)V99.
                      04 WS-CT-SALDO    PIC S9(07)V99.
                      04 WS-CT-FONTE    PIC X(01).
                      04 WS-CT-DATA-POS PIC 9(08).

          01 WS-TAB-CPFS.
                02 WS-CP OCCURS 2000 TIMES.
                   03 WS-CP-CPF         PIC X(11).
                   03 WS-CP-QTD-CONTAS  PIC 9(03).
                   03 WS-CP-DECLARA     PIC X(01).
                   03 WS-CP-APLICADO    PIC S9(11)V99.
                   03 WS-CP-TOT-CRED    PIC 9(11)V99.
                   03 WS-CP-TOT-DEB     PIC 9(11)V99.
                   03 WS-CP-MES OCCURS 6 TIMES.
                      04 WS-CP-CRED     PIC 9(11)V99.
                      04 WS-CP-DEB      PIC 9(11)V99.
                      04 WS-CP-SALDO    PIC S9(11)V99.

      * Layout do arquivo da declaracao (80 posicoes): "0" header do
      * envio, "1" declarado (CPF), "2" conta do declarado, "3" mes da
      * conta, "9" trailer.
          01 WS-DCL-HEADER.
                02 FILLER            PIC X(01) VALUE "0".
                02 FILLER            PIC X(12) VALUE "EFINANCEIRA".
                02 WS-DCH-ANO        PIC 9(04).
                02 WS-DCH-SEMESTRE   PIC 9(01).
                02 WS-DCH-TIPO       PIC X(01).
                02 WS-DCH-SEQ        PIC 9(02).
                02 WS-DCH-SEQ-RETIF  PIC 9(02).
                02 WS-DCH-DATA       PIC 9(08).
                02 WS-DCH-LIMITE     PIC 9(07)V99.
                02 FILLER            PIC X(40) VALUE SPACES.
          01 WS-DCL-DECLARADO.
                02 FILLER            PIC X(01) VALUE "1".
                02 WS-DCD-CPF        PIC X(11).
                02 WS-DCD-NOME       PIC X(60).
                02 FILLER            PIC X(08) VALUE SPACES.
          01 WS-DCL-CONTA.
                02 FILLER            PIC X(01) VALUE "2".
                02 WS-DCC-CPF        PIC X(11).
                02 WS-DCC-CODIGO     PIC 9(04).
                02 WS-DCC-AGENCIA    PIC 9(04).
                02 WS-DCC-APLICADO   PIC 9(09)V99.
                02 WS-DCC-JUROS      PIC 9(09)V99.
                02 WS-DCC-QTD-APL    PIC 9(03).
                02 FILLER            PIC X(35) VALUE SPACES.
          01 WS-DCL-MES.
                02 FILLER            PIC X(01) VALUE "3".
                02 WS-DCM-CODIGO     PIC 9(04).
                02 WS-DCM-AAMM       PIC 9(06).
                02 WS-DCM-CREDITOS   PIC 9(11)V99.
                02 WS-DCM-DEBITOS    PIC 9(11)V99.
                02 WS-DCM-SALDO      PIC 9(09)V99.
                02 WS-DCM-NATUREZA   PIC X(01).
                02 FILLER            PIC X(31) VALUE SPACES.
          01 WS-DCL-TRAILER.
                02 FILLER            PIC X(01) VALUE "9".
                02 WS-DCT-QTD-REG    PIC 9(07).
                02 WS-DCT-QTD-CPF    PIC 9(05).
                02 WS-DCT-QTD-CONTAS PIC 9(05).
                02 WS-DCT-CREDITOS   PIC 9(11)V99.
                02 WS-DCT-DEBITOS    PIC 9(11)V99.
                02 FILLER            PIC X(36) VALUE SPACES.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(31) VALUE
                   "E-FINANCEIRA - MOVIMENTACAO - ".
                02 WS-CAB-SEMESTRE   PIC 9(01).
                02 FILLER            PIC X(06) VALUE "O SEM/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CAB-TIPO       PIC X(13).
                02 FILLER            PIC X(09) VALUE " - ENVIO ".
                02 WS-CAB-SEQ        PIC 9(02).
                02 FILLER            PIC X(12) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CPF         NOME                  CT    ".
                02 FILLER            PIC X(40) VALUE
                   "  CREDITOS        DEBITOS     APLICACOES".

          01 WS-LINHA-CPF.
                02 WS-LCP-CPF        PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-LCP-NOME       PIC X(20).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-LCP-CONTAS     PIC ZZ9.
                02 WS-LCP-CRED       PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-LCP-DEB        PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-LCP-APLICADO   PIC ZZZ.ZZZ.ZZ9,99.

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(18) VALUE
                   "CPFS DECLARADOS: ".
                02 WS-TOT-CPFS       PIC ZZ.ZZ9.
                02 FILLER            PIC X(11) VALUE "  CONTAS: ".
                02 WS-TOT-CONTAS     PIC ZZ.ZZ9.
                02 FILLER            PIC X(23) VALUE
                   "  ABAIXO DO LIMITE: ".
                02 WS-TOT-ABAIXO     PIC ZZ.ZZ9.
                02 FILLER            PIC X(10) VALUE SPACES.

          01 WS-LINHA-TOT2.
                02 FILLER            PIC X(18) VALUE
                   "TOTAL CREDITOS : ".
                02 WS-TOT-CRED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(13) VALUE "  DEBITOS : ".
                02 WS-TOT-DEB        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(15) VALUE SPACES.

          01 WS-LINHA-MSG            PIC X(80) VALUE SPACES.
          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".
          01 WS-DATA-ED.
                02 WS-DED-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DED-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DED-ANO        PIC 9(04).
          01 WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
          01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
                02 WS-AUX-ANO        PIC 9(04).
                02 WS-AUX-MES        PIC 9(02).
                02 WS-AUX-DIA        PIC 9(02).

       PROCEDURE DIVISION.
       INICIO.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "E-FINANCEIRA RESTRITA AO SUPERVISOR"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              PERFORM PEDE-SEMESTRE.
              IF WS-ANOSEM-PEDIDO NOT < WS-ANOSEM-HOJE
                 DISPLAY "SEMESTRE AINDA EM CURSO - DECLARACAO "
                         "SOMENTE DE SEMESTRE ENCERRADO"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              IF WS-TIPO-ENVIO NOT = "O" AND WS-TIPO-ENVIO NOT = "R"
                 DISPLAY "TIPO DE ENVIO INVALIDO - O OU R"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-EXT = "00"
                 AND ARQST-CTL = "00" AND ARQST-REL = "00"
                 PERFORM VERIFICA-CONTROLE
                 IF WS-ENVIO-OK = "S"
                    PERFORM VARRE-POSICOES
                    PERFORM VARRE-ARQUIVOS-MENSAIS
                    MOVE "N" TO WS-FIM-ARQ
                    PERFORM VARRE-EXTRATO UNTIL WS-FIM-ARQ = "S"
                    PERFORM FECHA-SALDOS-MES
                            VARYING WS-I FROM 1 BY 1
                            UNTIL WS-I > WS-QTD-CONTAS-TAB
                    PERFORM VARRE-INVEST
                    PERFORM LIGA-CONTAS-AOS-CPFS
                    PERFORM GERA-DECLARACAO
                    PERFORM GRAVA-CONTROLE
                 ELSE
                    MOVE 8 TO RETURN-CODE
                 END-IF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-EXT " / " ARQST-CTL
                         " / " ARQST-REL
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

      * Sem resposta vale o ultimo semestre encerrado.
       PEDE-SEMESTRE.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              IF MES > 6
                 COMPUTE WS-ANOSEM-HOJE = ANO * 10 + 2
              ELSE
                 COMPUTE WS-ANOSEM-HOJE = ANO * 10 + 1.
              DISPLAY "E-FINANCEIRA - DECLARACAO SEMESTRAL".
              DISPLAY "ANO (AAAA)              : " WITH NO ADVANCING.
              ACCEPT WS-ANO-PEDIDO.
              DISPLAY "SEMESTRE (1/2)          : " WITH NO ADVANCING.
              ACCEPT WS-SEM-PEDIDO.
              DISPLAY "ENVIO (O ORIGINAL / R RETIFICADORA): "
                      WITH NO ADVANCING.
              ACCEPT WS-TIPO-ENVIO.
              IF WS-TIPO-ENVIO = SPACES
                 MOVE "O" TO WS-TIPO-ENVIO.
              IF WS-ANO-PEDIDO = ZEROS OR WS-SEM-PEDIDO = ZEROS
                 OR WS-SEM-PEDIDO > 2
                 IF MES > 6
                    MOVE ANO TO WS-ANO-PEDIDO
                    MOVE 1 TO WS-SEM-PEDIDO
                 ELSE
                    COMPUTE WS-ANO-PEDIDO = ANO - 1
                    MOVE 2 TO WS-SEM-PEDIDO
                 END-IF
              END-IF.
              COMPUTE WS-ANOSEM-PEDIDO =
                      WS-ANO-PEDIDO * 10 + WS-SEM-PEDIDO.
              IF WS-SEM-PEDIDO = 1
                 MOVE 1 TO WS-MES-INI
              ELSE
                 MOVE 7 TO WS-MES-INI.
              COMPUTE WS-AAMM-INI = WS-ANO-PEDIDO * 100 + WS-MES-INI.
              COMPUTE WS-AAMM-FIM = WS-AAMM-INI + 5.
              COMPUTE WS-DATA-INI = WS-AAMM-INI * 100 + 1.
              IF WS-SEM-PEDIDO = 1
                 COMPUTE WS-DATA-FIM = WS-AAMM-FIM * 100 + 30
              ELSE
                 COMPUTE WS-DATA-FIM = WS-AAMM-FIM * 100 + 31.
              MOVE "EFIN-LIMITE-MENSAL" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-LIMITE.

       ABRE-ARQ.
              OPEN INPUT CLIENTES.
              OPEN INPUT CLIENTES-CAD.
              OPEN INPUT EXTRATO.
              OPEN I-O CONTROLE.
              IF ARQST-CTL NOT = "00"
                 CLOSE CONTROLE
                 OPEN OUTPUT CONTROLE
                 CLOSE CONTROLE
                 OPEN I-O CONTROLE.
              OPEN OUTPUT RELATORIO.
              IF ARQST-REL NOT = "00"
                 EXIT PARAGRAPH.
              MOVE WS-SEM-PEDIDO TO WS-CAB-SEMESTRE.
              MOVE WS-ANO-PEDIDO TO WS-CAB-ANO.
              IF WS-TIPO-ENVIO = "R"
                 MOVE "RETIFICADORA" TO WS-CAB-TIPO
              ELSE
                 MOVE "ORIGINAL" TO WS-CAB-TIPO.

      * Original so uma vez por semestre; retificadora so depois do
      * original, e sempre substitui o envio em vigor (o ultimo).
       VERIFICA-CONTROLE.
              MOVE "N" TO WS-ENVIO-OK.
              MOVE ZEROS TO WS-SEQ-ULT WS-DATA-ULT-ENVIO.
              MOVE WS-ANO-PEDIDO TO EFC-ANO.
              MOVE WS-SEM-PEDIDO TO EFC-SEMESTRE.
              MOVE ZEROS         TO EFC-SEQ.
              MOVE "N" TO WS-FIM-CTL.
              START CONTROLE KEY IS NOT LESS THAN EFC-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-CTL
              END-START.
              PERFORM LE-CONTROLE UNTIL WS-FIM-CTL = "S".
              MOVE WS-DATA-ULT-ENVIO TO WS-DATA-AUX.
              MOVE WS-AUX-DIA TO WS-DED-DIA.
              MOVE WS-AUX-MES TO WS-DED-MES.
              MOVE WS-AUX-ANO TO WS-DED-ANO.
              IF WS-TIPO-ENVIO = "O" AND WS-SEQ-ULT > ZEROS
                 DISPLAY "SEMESTRE JA DECLARADO EM " WS-DATA-ED
                         " - ENVIE UMA RETIFICADORA"
                 EXIT PARAGRAPH.
              IF WS-TIPO-ENVIO = "R" AND WS-SEQ-ULT = ZEROS
                 DISPLAY "SEMESTRE AINDA NAO DECLARADO - ENVIE O "
                         "ORIGINAL"
                 EXIT PARAGRAPH.
              IF WS-SEQ-ULT = 99
                 DISPLAY "LIMITE DE RETIFICADORAS DO SEMESTRE ATINGIDO"
                 EXIT PARAGRAPH.
              COMPUTE WS-SEQ-NOVO = WS-SEQ-ULT + 1.
              MOVE WS-SEQ-NOVO TO WS-CAB-SEQ.
              MOVE SPACES TO WS-NOME-ARQDCL.
              STRING "EFIN" WS-ANO-PEDIDO WS-SEM-PEDIDO WS-SEQ-NOVO
                     ".DAT" DELIMITED BY SIZE INTO WS-NOME-ARQDCL.
              MOVE "S" TO WS-ENVIO-OK.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              IF WS-TIPO-ENVIO = "R"
                 MOVE SPACES TO WS-LINHA-MSG
                 STRING "SUBSTITUI O ENVIO " WS-SEQ-ULT " GERADO EM "
                        WS-DATA-ED DELIMITED BY SIZE
                        INTO WS-LINHA-MSG
                 MOVE WS-LINHA-MSG TO REG-REL
                 WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.

       LE-CONTROLE.
              READ CONTROLE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-CTL
                 NOT AT END
                    IF EFC-ANO NOT = WS-ANO-PEDIDO
                       OR EFC-SEMESTRE NOT = WS-SEM-PEDIDO
                       MOVE "S" TO WS-FIM-CTL
                    ELSE
                       MOVE EFC-SEQ          TO WS-SEQ-ULT
                       MOVE EFC-DATA-GERACAO TO WS-DATA-ULT-ENVIO
                    END-IF
              END-READ.

      * Snapshot anterior ao semestre da o saldo de abertura; dentro
      * dele, o ultimo snapshot de cada mes da o saldo de fim de mes.
       VARRE-POSICOES.
              OPEN INPUT POSICOES.
              IF ARQST-POS NOT = "00"
                 DISPLAY "POSICOES.DAT INDISPONIVEL - SALDOS DE FIM DE "
                         "MES PELO EXTRATO"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-POSICAO UNTIL WS-FIM-ARQ = "S".
              CLOSE POSICOES.

       LE-POSICAO.
              READ POSICOES
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    PERFORM TRATA-POSICAO
              END-READ.

       TRATA-POSICAO.
              MOVE POS-DATA TO WS-DATA-REG.
              IF WS-DATA-REG > WS-DATA-FIM
                 EXIT PARAGRAPH.
              MOVE POS-CODIGO TO WS-MOV-CODIGO.
              PERFORM LOCALIZA-CONTA.
              IF WS-IX = ZEROS
                 EXIT PARAGRAPH.
              IF WS-DATA-REG < WS-DATA-INI
                 IF WS-DATA-REG NOT < WS-CT-DATA-ANT(WS-IX)
                    MOVE WS-DATA-REG TO WS-CT-DATA-ANT(WS-IX)
                    MOVE POS-SALDO   TO WS-CT-CORRENTE(WS-IX)
                                        WS-CT-SALDO-INI(WS-IX)
                 END-IF
                 EXIT PARAGRAPH
              END-IF.
              COMPUTE WS-M = POS-MES - WS-MES-INI + 1.
              IF WS-DATA-REG NOT < WS-CT-DATA-POS(WS-IX, WS-M)
                 MOVE WS-DATA-REG TO WS-CT-DATA-POS(WS-IX, WS-M)
                 MOVE POS-SALDO   TO WS-CT-SALDO(WS-IX, WS-M)
                 MOVE "P"         TO WS-CT-FONTE(WS-IX, WS-M).

      * Como no INFORME: os meses ja arquivados pelo FECHAMES sao
      * lidos do EXTaaaamm.DAT, e o EXTRATO.DAT completa apenas os
      * meses ainda nao arquivados.
       VARRE-ARQUIVOS-MENSAIS.
              PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                 MOVE "N" TO WS-MES-COBERTO(WS-M)
                 COMPUTE WS-MES-ARQ = WS-MES-INI + WS-M - 1
                 PERFORM VARRE-UM-ARQUIVO-MES
              END-PERFORM.

       VARRE-UM-ARQUIVO-MES.
              MOVE SPACES TO WS-NOME-ARQEXT.
              STRING "EXT" WS-ANO-PEDIDO WS-MES-ARQ ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQEXT.
              OPEN INPUT ARQEXT.
              IF ARQST-AEX NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-MES-COBERTO(WS-M).
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-ARQUIVO-MES UNTIL WS-FIM-ARQ = "S".
              CLOSE ARQEXT.

       LE-ARQUIVO-MES.
              READ ARQEXT
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE AEX-CODIGO TO WS-MOV-CODIGO
                    COMPUTE WS-MOV-AAMM = AEX-ANO * 100 + AEX-MES
                    MOVE AEX-MES    TO WS-MOV-MES
                    MOVE AEX-TIPO   TO WS-MOV-TIPO
                    MOVE AEX-VALOR  TO WS-MOV-VALOR
                    MOVE AEX-SALDO  TO WS-MOV-SALDO
                    PERFORM TRATA-MOVIMENTO
              END-READ.

       VARRE-EXTRATO.
              READ EXTRATO NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE EXT-CODIGO TO WS-MOV-CODIGO
                    COMPUTE WS-MOV-AAMM = EXT-ANO * 100 + EXT-MES
                    MOVE EXT-MES    TO WS-MOV-MES
                    MOVE EXT-TIPO   TO WS-MOV-TIPO
                    MOVE EXT-VALOR  TO WS-MOV-VALOR
                    MOVE EXT-SALDO  TO WS-MOV-SALDO
                    IF WS-MOV-AAMM < WS-AAMM-INI
                       OR WS-MOV-AAMM > WS-AAMM-FIM
                       PERFORM TRATA-MOVIMENTO
                    ELSE
                       COMPUTE WS-M = WS-MOV-MES - WS-MES-INI + 1
                       IF WS-MES-COBERTO(WS-M) = "N"
                          PERFORM TRATA-MOVIMENTO
                       END-IF
                    END-IF
              END-READ.

      * O extrato nao traz o sentido do lancamento - cada conta e lida
      * em ordem de data, e o saldo que o lancamento deixou contra o
      * saldo anterior diz se foi credito ou debito.  O "A" do
      * FECHAMES (saldo anterior) so reposiciona o saldo corrente.
       TRATA-MOVIMENTO.
              IF WS-MOV-AAMM > WS-AAMM-FIM
                 EXIT PARAGRAPH.
              PERFORM LOCALIZA-CONTA.
              IF WS-IX = ZEROS
                 EXIT PARAGRAPH.
              IF WS-MOV-AAMM < WS-AAMM-INI
                 MOVE WS-MOV-SALDO TO WS-CT-CORRENTE(WS-IX)
                                      WS-CT-SALDO-INI(WS-IX)
                 EXIT PARAGRAPH.
              COMPUTE WS-M = WS-MOV-MES - WS-MES-INI + 1.
              IF WS-MOV-TIPO = "A"
                 MOVE WS-MOV-SALDO TO WS-CT-CORRENTE(WS-IX)
                 IF WS-M = 1
                    MOVE WS-MOV-SALDO TO WS-CT-SALDO-INI(WS-IX)
                 END-IF
                 EXIT PARAGRAPH
              END-IF.
              IF WS-MOV-VALOR < ZEROS
                 COMPUTE WS-MOV-VALOR = WS-MOV-VALOR * -1.
              IF WS-MOV-SALDO > WS-CT-CORRENTE(WS-IX)
                 ADD WS-MOV-VALOR TO WS-CT-CRED(WS-IX, WS-M)
              ELSE
                 IF WS-MOV-SALDO < WS-CT-CORRENTE(WS-IX)
                    ADD WS-MOV-VALOR TO WS-CT-DEB(WS-IX, WS-M).
              MOVE WS-MOV-SALDO TO WS-CT-CORRENTE(WS-IX).
              IF WS-CT-FONTE(WS-IX, WS-M) NOT = "P"
                 MOVE WS-MOV-SALDO TO WS-CT-SALDO(WS-IX, WS-M)
                 MOVE "E"          TO WS-CT-FONTE(WS-IX, WS-M).

      * Devolve em WS-IX a entrada da conta WS-MOV-CODIGO, incluindo-a
      * se ainda nao existe; zero quando a tabela esta esgotada.
       LOCALIZA-CONTA.
              MOVE ZEROS TO WS-IX.
              PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-CONTAS-TAB
                 IF WS-CT-CODIGO(WS-I) = WS-MOV-CODIGO
                    MOVE WS-I TO WS-IX
                 END-IF
              END-PERFORM.
              IF WS-IX NOT = ZEROS
                 EXIT PARAGRAPH.
              IF WS-QTD-CONTAS-TAB < 2000
                 ADD 1 TO WS-QTD-CONTAS-TAB
                 MOVE WS-QTD-CONTAS-TAB TO WS-IX
                 INITIALIZE WS-CT(WS-IX)
                 MOVE WS-MOV-CODIGO TO WS-CT-CODIGO(WS-IX)
              ELSE
                 MOVE "S" TO WS-TAB-ESGOTADA.

      * Mes sem snapshot nem lancamento repete o saldo do anterior.
       FECHA-SALDOS-MES.
              MOVE WS-CT-SALDO-INI(WS-I) TO WS-SALDO-CARRY.
              PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                 IF WS-CT-FONTE(WS-I, WS-M) = SPACE
                    MOVE WS-SALDO-CARRY TO WS-CT-SALDO(WS-I, WS-M)
                 ELSE
                    MOVE WS-CT-SALDO(WS-I, WS-M) TO WS-SALDO-CARRY
                 END-IF
              END-PERFORM.

      * Posicao em CDB no fim do semestre: aplicada ate a data final e
      * ainda ativa, ou encerrada (vencida/resgatada) depois dela.
       VARRE-INVEST.
              OPEN INPUT INVEST.
              IF ARQST-INV NOT = "00"
                 DISPLAY "INVEST.DAT INDISPONIVEL - DECLARACAO SEM "
                         "APLICACOES"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-INVEST UNTIL WS-FIM-ARQ = "S".
              CLOSE INVEST.

       LE-INVEST.
              READ INVEST
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF INV-DATA-APL NOT > WS-DATA-FIM
                       AND (INV-SITUACAO = "A"
                            OR INV-DATA-ACR > WS-DATA-FIM)
                       MOVE INV-CODIGO TO WS-MOV-CODIGO
                       PERFORM LOCALIZA-CONTA
                       IF WS-IX NOT = ZEROS
                          ADD INV-PRINCIPAL  TO WS-CT-APLICADO(WS-IX)
                          ADD INV-JUROS-ACUM TO WS-CT-JUROS-APL(WS-IX)
                          ADD 1 TO WS-CT-QTD-APL(WS-IX)
                       END-IF
                    END-IF
              END-READ.

      * O CPF de cada conta vem do PRODUTOS.DAT; os totais por CPF
      * decidem quem entra na declaracao.
       LIGA-CONTAS-AOS-CPFS.
              PERFORM LIGA-UMA-CONTA
                      VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-CONTAS-TAB.
              PERFORM TESTA-LIMITE
                      VARYING WS-IC FROM 1 BY 1
                      UNTIL WS-IC > WS-QTD-CPFS.

       LIGA-UMA-CONTA.
              MOVE WS-CT-CODIGO(WS-I) TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE SPACES TO CPF
              END-READ.
              IF CPF = SPACES OR CPF = ZEROS
                 ADD 1 TO WS-QTD-SEM-CPF
                 EXIT PARAGRAPH.
              MOVE CPF     TO WS-CT-CPF(WS-I).
              MOVE AGENCIA TO WS-CT-AGENCIA(WS-I).
              PERFORM LOCALIZA-CPF.
              IF WS-IC = ZEROS
                 EXIT PARAGRAPH.
              ADD 1 TO WS-CP-QTD-CONTAS(WS-IC).
              ADD WS-CT-APLICADO(WS-I)  TO WS-CP-APLICADO(WS-IC).
              ADD WS-CT-JUROS-APL(WS-I) TO WS-CP-APLICADO(WS-IC).
              PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                 ADD WS-CT-CRED(WS-I, WS-M) TO WS-CP-CRED(WS-IC, WS-M)
                                               WS-CP-TOT-CRED(WS-IC)
                 ADD WS-CT-DEB(WS-I, WS-M)  TO WS-CP-DEB(WS-IC, WS-M)
                                               WS-CP-TOT-DEB(WS-IC)
                 ADD WS-CT-SALDO(WS-I, WS-M)
                     TO WS-CP-SALDO(WS-IC, WS-M)
              END-PERFORM.

       LOCALIZA-CPF.
              MOVE ZEROS TO WS-IC.
              PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-CPFS
                 IF WS-CP-CPF(WS-J) = CPF
                    MOVE WS-J TO WS-IC
                 END-IF
              END-PERFORM.
              IF WS-IC NOT = ZEROS
                 EXIT PARAGRAPH.
              IF WS-QTD-CPFS < 2000
                 ADD 1 TO WS-QTD-CPFS
                 MOVE WS-QTD-CPFS TO WS-IC
                 INITIALIZE WS-CP(WS-IC)
                 MOVE CPF TO WS-CP-CPF(WS-IC)
                 MOVE "N" TO WS-CP-DECLARA(WS-IC)
              ELSE
                 MOVE "S" TO WS-CPF-ESGOTADA.

       TESTA-LIMITE.
              IF WS-CP-APLICADO(WS-IC) > WS-LIMITE
                 MOVE "S" TO WS-CP-DECLARA(WS-IC).
              PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                 IF WS-CP-CRED(WS-IC, WS-M) > WS-LIMITE
                    OR WS-CP-DEB(WS-IC, WS-M) > WS-LIMITE
                    OR WS-CP-SALDO(WS-IC, WS-M) > WS-LIMITE
                    MOVE "S" TO WS-CP-DECLARA(WS-IC)
                 END-IF
              END-PERFORM.
              IF WS-CP-DECLARA(WS-IC) = "S"
                 ADD 1 TO WS-QTD-DECLARADOS
              ELSE
                 ADD 1 TO WS-QTD-ABAIXO.

       GERA-DECLARACAO.
              OPEN OUTPUT DECLARACAO.
              IF ARQST-DCL NOT = "00"
                 DISPLAY "ERRO NA CRIACAO DE " WS-NOME-ARQDCL
                         " - STATUS " ARQST-DCL
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              MOVE WS-ANO-PEDIDO  TO WS-DCH-ANO.
              MOVE WS-SEM-PEDIDO  TO WS-DCH-SEMESTRE.
              MOVE WS-TIPO-ENVIO  TO WS-DCH-TIPO.
              MOVE WS-SEQ-NOVO    TO WS-DCH-SEQ.
              IF WS-TIPO-ENVIO = "R"
                 MOVE WS-SEQ-ULT  TO WS-DCH-SEQ-RETIF
              ELSE
                 MOVE ZEROS       TO WS-DCH-SEQ-RETIF.
              MOVE DATA-SIS(1:8)  TO WS-DCH-DATA.
              MOVE WS-LIMITE      TO WS-DCH-LIMITE.
              MOVE WS-DCL-HEADER  TO REG-DCL.
              PERFORM GRAVA-DCL.
              PERFORM EMITE-CPF
                      VARYING WS-IC FROM 1 BY 1
                      UNTIL WS-IC > WS-QTD-CPFS.
              ADD 1 TO WS-QTD-REG-DCL.
              MOVE WS-QTD-REG-DCL    TO WS-DCT-QTD-REG.
              MOVE WS-QTD-DECLARADOS TO WS-DCT-QTD-CPF.
              MOVE WS-QTD-CONTAS-DCL TO WS-DCT-QTD-CONTAS.
              MOVE WS-TOTAL-CRED     TO WS-DCT-CREDITOS.
              MOVE WS-TOTAL-DEB      TO WS-DCT-DEBITOS.
              MOVE WS-DCL-TRAILER    TO REG-DCL.
              WRITE REG-DCL.
              CLOSE DECLARACAO.
              MOVE "S" TO WS-DECL-OK.

       GRAVA-DCL.
              WRITE REG-DCL.
              ADD 1 TO WS-QTD-REG-DCL.

       EMITE-CPF.
              IF WS-CP-DECLARA(WS-IC) NOT = "S"
                 EXIT PARAGRAPH.
              MOVE WS-CP-CPF(WS-IC) TO WS-DCD-CPF ws-cpf.
              READ CLIENTES-CAD
                 INVALID KEY
                    MOVE "(SEM CADASTRO)" TO WS-DCD-NOME
                 NOT INVALID KEY
                    MOVE ws-name TO WS-DCD-NOME
              END-READ.
              MOVE WS-DCL-DECLARADO TO REG-DCL.
              PERFORM GRAVA-DCL.
              PERFORM EMITE-CONTA
                      VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-CONTAS-TAB.
              ADD WS-CP-TOT-CRED(WS-IC) TO WS-TOTAL-CRED.
              ADD WS-CP-TOT-DEB(WS-IC)  TO WS-TOTAL-DEB.
              MOVE WS-CP-CPF(WS-IC)        TO WS-LCP-CPF.
              MOVE WS-DCD-NOME             TO WS-LCP-NOME.
              MOVE WS-CP-QTD-CONTAS(WS-IC) TO WS-LCP-CONTAS.
              MOVE WS-CP-TOT-CRED(WS-IC)   TO WS-LCP-CRED.
              MOVE WS-CP-TOT-DEB(WS-IC)    TO WS-LCP-DEB.
              MOVE WS-CP-APLICADO(WS-IC)   TO WS-LCP-APLICADO.
              MOVE WS-LINHA-CPF TO REG-REL.
              WRITE REG-REL.

       EMITE-CONTA.
              IF WS-CT-CPF(WS-I) NOT = WS-CP-CPF(WS-IC)
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-CONTAS-DCL.
              MOVE WS-CT-CPF(WS-I)       TO WS-DCC-CPF.
              MOVE WS-CT-CODIGO(WS-I)    TO WS-DCC-CODIGO.
              MOVE WS-CT-AGENCIA(WS-I)   TO WS-DCC-AGENCIA.
              MOVE WS-CT-APLICADO(WS-I)  TO WS-DCC-APLICADO.
              MOVE WS-CT-JUROS-APL(WS-I) TO WS-DCC-JUROS.
              MOVE WS-CT-QTD-APL(WS-I)   TO WS-DCC-QTD-APL.
              MOVE WS-DCL-CONTA TO REG-DCL.
              PERFORM GRAVA-DCL.
              PERFORM EMITE-MES-CONTA
                      VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6.

       EMITE-MES-CONTA.
              MOVE WS-CT-CODIGO(WS-I) TO WS-DCM-CODIGO.
              COMPUTE WS-DCM-AAMM = WS-AAMM-INI + WS-M - 1.
              MOVE WS-CT-CRED(WS-I, WS-M) TO WS-DCM-CREDITOS.
              MOVE WS-CT-DEB(WS-I, WS-M)  TO WS-DCM-DEBITOS.
              MOVE WS-CT-SALDO(WS-I, WS-M) TO WS-DCM-SALDO.
              IF WS-CT-SALDO(WS-I, WS-M) < ZEROS
                 MOVE "D" TO WS-DCM-NATUREZA
              ELSE
                 MOVE "C" TO WS-DCM-NATUREZA.
              MOVE WS-DCL-MES TO REG-DCL.
              PERFORM GRAVA-DCL.

      * Registra o envio gerado; na retificadora o envio substituido
      * deixa de ser o vigente.
       GRAVA-CONTROLE.
              IF WS-DECL-OK NOT = "S"
                 EXIT PARAGRAPH.
              IF WS-TIPO-ENVIO = "R"
                 MOVE WS-ANO-PEDIDO TO EFC-ANO
                 MOVE WS-SEM-PEDIDO TO EFC-SEMESTRE
                 MOVE WS-SEQ-ULT    TO EFC-SEQ
                 READ CONTROLE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "R"           TO EFC-SITUACAO
                       MOVE DATA-SIS(1:8) TO EFC-DATA-RETIF
                       REWRITE REG-EFC
                 END-READ
              END-IF.
              INITIALIZE REG-EFC.
              MOVE WS-ANO-PEDIDO     TO EFC-ANO.
              MOVE WS-SEM-PEDIDO     TO EFC-SEMESTRE.
              MOVE WS-SEQ-NOVO       TO EFC-SEQ.
              MOVE WS-TIPO-ENVIO     TO EFC-TIPO.
              MOVE WS-DCH-SEQ-RETIF  TO EFC-SEQ-RETIF.
              MOVE "G"               TO EFC-SITUACAO.
              MOVE WS-NOME-ARQDCL    TO EFC-ARQUIVO.
              MOVE DATA-SIS(1:8)     TO EFC-DATA-GERACAO.
              MOVE HORA-SIS          TO EFC-HORA-GERACAO.
              MOVE WS-SUPERVISOR     TO EFC-OPERADOR.
              MOVE WS-QTD-DECLARADOS TO EFC-QTD-CPF.
              MOVE WS-QTD-CONTAS-DCL TO EFC-QTD-CONTAS.
              MOVE WS-TOTAL-CRED     TO EFC-TOTAL-CRED.
              MOVE WS-TOTAL-DEB      TO EFC-TOTAL-DEB.
              WRITE REG-EFC
                 INVALID KEY
                    DISPLAY "ERRO NO EFINCTL.DAT - STATUS " ARQST-CTL
              END-WRITE.

       FINALIZA.
              IF ARQST-REL = "00"
                 IF WS-DECL-OK = "S"
                    MOVE WS-LINHA-TRACO TO REG-REL
                    WRITE REG-REL
                    MOVE WS-QTD-DECLARADOS TO WS-TOT-CPFS
                    MOVE WS-QTD-CONTAS-DCL TO WS-TOT-CONTAS
                    MOVE WS-QTD-ABAIXO     TO WS-TOT-ABAIXO
                    MOVE WS-LINHA-TOT TO REG-REL
                    WRITE REG-REL
                    MOVE WS-TOTAL-CRED TO WS-TOT-CRED
                    MOVE WS-TOTAL-DEB  TO WS-TOT-DEB
                    MOVE WS-LINHA-TOT2 TO REG-REL
                    WRITE REG-REL
                    MOVE SPACES TO WS-LINHA-MSG
                    STRING "ARQUIVO GERADO: " WS-NOME-ARQDCL
                           DELIMITED BY SIZE INTO WS-LINHA-MSG
                    MOVE WS-LINHA-MSG TO REG-REL
                    WRITE REG-REL
                 END-IF
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO.
              CLOSE CLIENTES.
              CLOSE CLIENTES-CAD.
              CLOSE EXTRATO.
              CLOSE CONTROLE.
              IF WS-TAB-ESGOTADA = "S"
                 DISPLAY "TABELA DE CONTAS ESGOTADA - CONTAS ALEM DE "
                         "2000 FORA DA DECLARACAO".
              IF WS-CPF-ESGOTADA = "S"
                 DISPLAY "TABELA DE CPFS ESGOTADA - CPFS ALEM DE 2000 "
                         "FORA DA DECLARACAO".
              IF WS-QTD-SEM-CPF > ZEROS
                 DISPLAY "CONTAS SEM CPF NO CADASTRO: " WS-QTD-SEM-CPF.
              IF WS-DECL-OK = "S"
                 DISPLAY "ARQUIVO GERADO   : " WS-NOME-ARQDCL
                 DISPLAY "CPFS DECLARADOS  : " WS-QTD-DECLARADOS
                 DISPLAY "CONTAS DECLARADAS: " WS-QTD-CONTAS-DCL.
              DISPLAY "FIM DE PROGRAMA".
