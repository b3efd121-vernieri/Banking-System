      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Monthly SCR credit-risk file for the central bank
      * Tectonics: cobc
      ******************************************************************
      * Month-end step, after EMPPROV.  Every active loan of
      * EMPREST.DAT and every cheque especial line in force in
      * LIMITECE.DAT becomes one operation of the SCR file, under
      * the borrower's CPF: modality (consignado from CONSIG.DAT,
      * personal loan otherwise, overdraft), outstanding principal
      * split into the maturity buckets (installments past due,
      * then due in up to 30, 31-90, 91-360 and over 360 days),
      * days overdue from the oldest open installment of EMPATR.DAT,
      * the risk rating A-H those days give, the provision and the
      * credit-life policy of EMPSEG.DAT as guarantee.  The
      * provision is EMPPROV's, bucket by bucket, so the file adds
      * up to the PROVEMP account to the cent.
      * The operations are built in SCRTRAB.DAT; SCRGERA.LST prints
      * the totals by risk rating and ties the loan portfolio and
      * its provision to the EMPREST and PROVEMP balances of the
      * ledger (JRNaaaamm.DAT archives plus the live journal).  Only
      * when both agree, within SCR-TOLERANCIA of PARAMS.DAT, is the
      * work file released as SCRaaaamm.DAT; otherwise it is held
      * and the run log says why.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCRGERA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT EMPRESTIMOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EMP.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT CONSIGNADOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CSG.

              SELECT ATRASOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ATR-CHAVE
              FILE STATUS ARQST-ATR.

              SELECT SEGUROS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY SEG-NUMERO
              FILE STATUS ARQST-SEG.

              SELECT LIMITES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CEL.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT ARQJRN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AJR.

              SELECT TRABALHO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TRB.

              SELECT ARQSCR ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SCR.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESTIMOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EMP
                VALUE OF FILE-ID IS "EMPREST.DAT".
          01 REG-EMP.
                COPY EMPREST.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD CONSIGNADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-CSG
                VALUE OF FILE-ID IS "CONSIG.DAT".
          01 REG-CSG.
                02 CSG-NUMERO        PIC 9(09).
                02 CSG-EMPREGADOR    PIC 9(04).
                02 CSG-SITUACAO      PIC X(01).

       FD ATRASOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ATR
                VALUE OF FILE-ID IS "EMPATR.DAT".
          01 REG-ATR.
                COPY EMPATRAS.

       FD SEGUROS LABEL RECORD STANDARD
                DATA RECORD IS REG-SEG
                VALUE OF FILE-ID IS "EMPSEG.DAT".
          01 REG-SEG.
                COPY EMPSEGUR.

       FD LIMITES LABEL RECORD STANDARD
                DATA RECORD IS REG-CEL
                VALUE OF FILE-ID IS "LIMITECE.DAT".
          01 REG-CEL.
                COPY LIMCE.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD ARQJRN LABEL RECORD STANDARD
                DATA RECORD IS REG-AJR
                VALUE OF FILE-ID IS WS-NOME-ARQJRN.
          01 REG-AJR.
                COPY JOURNAL
                   REPLACING ==JRN-DATA== BY ==AJR-DATA==
                             ==JRN-ANO== BY ==AJR-ANO==
                             ==JRN-MES== BY ==AJR-MES==
                             ==JRN-DIA== BY ==AJR-DIA==
                             ==JRN-CONTA-DEB== BY ==AJR-CONTA-DEB==
                             ==JRN-CONTA-CRE== BY ==AJR-CONTA-CRE==
                             ==JRN-VALOR== BY ==AJR-VALOR==
                             ==JRN-HISTORICO== BY ==AJR-HISTORICO==
                             ==JRN-OPERADOR== BY ==AJR-OPERADOR==
                             ==JRN-HORA== BY ==AJR-HORA==
                             ==JRN-HH== BY ==AJR-HH==
                             ==JRN-MM== BY ==AJR-MM==
                             ==JRN-SS== BY ==AJR-SS==
                             ==JRN-SEQ== BY ==AJR-SEQ==
                             ==JRN-ELO== BY ==AJR-ELO==
                             ==JRN-ELO-NUM== BY ==AJR-ELO-NUM==
                             ==JRN-ELO-ANT== BY ==AJR-ELO-ANT==
                             ==JRN-ELO-HASH== BY ==AJR-ELO-HASH==.

       FD TRABALHO LABEL RECORD STANDARD
                DATA RECORD IS REG-TRB
                VALUE OF FILE-ID IS "SCRTRAB.DAT".
          01 REG-TRB                 PIC X(150).

       FD ARQSCR LABEL RECORD STANDARD
                DATA RECORD IS REG-SCR
                VALUE OF FILE-ID IS WS-NOME-ARQSCR.
          01 REG-SCR                 PIC X(150).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "SCRGERA.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-EMP               PIC X(02).
          01 ARQST-CSG               PIC X(02).
          01 ARQST-ATR               PIC X(02).
          01 ARQST-SEG               PIC X(02).
          01 ARQST-CEL               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AJR               PIC X(02).
          01 ARQST-TRB               PIC X(02).
          01 ARQST-SCR               PIC X(02).
          01 ARQST-REL               PIC X(02).
          01 WS-NOME-ARQJRN          PIC X(13) VALUE SPACES.
          01 WS-NOME-ARQSCR          PIC X(13) VALUE SPACES.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "SCRGERA".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "SCRGERA.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-CSG              PIC X(01) VALUE "N".
          01 WS-FIM-ATR              PIC X(01) VALUE "N".
          01 WS-FIM-CEL              PIC X(01) VALUE "N".
          01 WS-FIM-JRN              PIC X(01) VALUE "N".
          01 WS-FIM-TRB              PIC X(01) VALUE "N".
          01 WS-ARQ-ABERTOS          PIC X(01) VALUE "N".
          01 WS-ATR-ABERTO           PIC X(01) VALUE "N".
          01 WS-SEG-ABERTO           PIC X(01) VALUE "N".
          01 WS-CLI-ACHOU            PIC X(01) VALUE "N".
          01 WS-SEG-ACHOU            PIC X(01) VALUE "N".
          01 WS-E-CONSIGNADO         PIC X(01) VALUE "N".
          01 WS-CONFERE              PIC X(01) VALUE "N".
          01 WS-DATA-BASE            PIC 9(08) VALUE ZEROS.
          01 WS-AAMM-ATUAL           PIC 9(06) VALUE ZEROS.
          01 WS-AAMM-CONTRATO        PIC 9(06) VALUE ZEROS.
          01 WS-AAMM-VARRE           PIC 9(06) VALUE ZEROS.
          01 WS-AAMM-VARRE-R REDEFINES WS-AAMM-VARRE.
                02 WS-VARRE-ANO      PIC 9(04).
                02 WS-VARRE-MES      PIC 9(02).
          01 WS-CODIGO-CLI           PIC 9(04) VALUE ZEROS.
          01 WS-C                    PIC 9(04) VALUE ZEROS.
          01 WS-QTD-CONSIG           PIC 9(04) VALUE ZEROS.
          01 WS-TAB-CONSIG.
                02 WS-CSG-NUMERO     PIC 9(09) OCCURS 2000 TIMES.
          01 WS-K                    PIC 9(03) VALUE ZEROS.
          01 WS-ORDEM-VENCIDA        PIC 9(03) VALUE ZEROS.
          01 WS-DIAS-VENCER          PIC 9(05) VALUE ZEROS.
          01 WS-DIAS-ATRASO          PIC 9(05) VALUE ZEROS.
          01 WS-DIAS-FAIXA           PIC 9(05) VALUE ZEROS.
          01 WS-FAIXA                PIC 9(01) VALUE ZEROS.
          01 WS-FAIXA-X              PIC 9(01) VALUE ZEROS.
          01 WS-I                    PIC 9(01) VALUE ZEROS.
          01 WS-R                    PIC 9(01) VALUE ZEROS.
          01 WS-SALDO-DEVEDOR        PIC 9(09)V99 VALUE ZEROS.
          01 WS-EXPOSICAO            PIC 9(09)V99 VALUE ZEROS.
          01 WS-ACUMULADO            PIC 9(09)V99 VALUE ZEROS.
          01 WS-PARTE                PIC 9(09)V99 VALUE ZEROS.
          01 WS-PROV-ANTERIOR        PIC 9(09)V99 VALUE ZEROS.
          01 WS-USADO                PIC 9(09)V99 VALUE ZEROS.
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-TOLERANCIA           PIC 9(05)V99 VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "SCRGERA".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "M".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "SCRGERA".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-QTD-OPERACOES        PIC 9(07) VALUE ZEROS.
          01 WS-QTD-EMPRESTIMOS      PIC 9(06) VALUE ZEROS.
          01 WS-QTD-LIMITES          PIC 9(06) VALUE ZEROS.
          01 WS-QTD-SEM-CPF          PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ARQJRN           PIC 9(04) VALUE ZEROS.
          01 WS-TOT-SALDO            PIC 9(11)V99 VALUE ZEROS.
          01 WS-TOT-VENCIDO          PIC 9(11)V99 VALUE ZEROS.
          01 WS-TOT-PROVISAO         PIC 9(11)V99 VALUE ZEROS.
          01 WS-TOT-CARTEIRA         PIC 9(11)V99 VALUE ZEROS.
          01 WS-TOT-CHEQUE           PIC 9(11)V99 VALUE ZEROS.
          01 WS-RAZAO-EMPREST        PIC S9(11)V99 VALUE ZEROS.
          01 WS-RAZAO-PROVEMP        PIC S9(11)V99 VALUE ZEROS.
          01 WS-DIF-CARTEIRA         PIC S9(11)V99 VALUE ZEROS.
          01 WS-DIF-PROVISAO         PIC S9(11)V99 VALUE ZEROS.
          01 WS-DIF-ABS              PIC 9(11)V99 VALUE ZEROS.
          01 WS-CONTA-REG            PIC X(10) VALUE SPACES.
          01 WS-CONTA-REG-CRE        PIC X(10) VALUE SPACES.
          01 WS-VALOR-REG            PIC S9(07)V99 VALUE ZEROS.
      * Percentuais do EMPPROV, trocaveis em PARAMS.DAT.
          01 WS-TAB-PERCENTUAIS.
                02 FILLER            PIC 9V9999 VALUE 0,0050.
                02 FILLER            PIC 9V9999 VALUE 0,0100.
                02 FILLER            PIC 9V9999 VALUE 0,0300.
                02 FILLER            PIC 9V9999 VALUE 0,1000.
                02 FILLER            PIC 9V9999 VALUE 0,3000.
                02 FILLER            PIC 9V9999 VALUE 1,0000.
          01 WS-TAB-PCT-R REDEFINES WS-TAB-PERCENTUAIS.
                02 WS-PCT-FAIXA      PIC 9V9999 OCCURS 6 TIMES.
          01 WS-TAB-FAIXAS.
                02 WS-TAB-FXA OCCURS 6 TIMES.
                   03 WS-FXA-EXPOSICAO  PIC 9(11)V99.
                   03 WS-FXA-PROVISAO   PIC 9(11)V99.
          01 WS-TAB-LETRAS           PIC X(08) VALUE "ABCDEFGH".
          01 WS-TAB-LETRAS-R REDEFINES WS-TAB-LETRAS.
                02 WS-LETRA-RISCO    PIC X(01) OCCURS 8 TIMES.
          01 WS-TAB-RISCOS.
                02 WS-TAB-RSC OCCURS 8 TIMES.
                   03 WS-RSC-QTD        PIC 9(06).
                   03 WS-RSC-SALDO      PIC 9(11)V99.
                   03 WS-RSC-VENCIDO    PIC 9(11)V99.
                   03 WS-RSC-PROVISAO   PIC 9(11)V99.

      * Registros do arquivo SCR, 150 posicoes: "0" cabecalho, "1"
      * operacao, "9" trailer com quantidade e totais.
          01 WS-SCR-CABECALHO.
                02 SCC-TIPO          PIC X(01) VALUE "0".
                02 SCC-DATA-BASE     PIC 9(06).
                02 SCC-DATA-GERACAO  PIC 9(08).
                02 SCC-HORA-GERACAO  PIC 9(06).
                02 FILLER            PIC X(129) VALUE SPACES.

          01 WS-SCR-OPERACAO.
                02 SCO-TIPO          PIC X(01) VALUE "1".
                02 SCO-CPF           PIC X(11).
                02 SCO-CONTA         PIC 9(04).
                02 SCO-CONTRATO      PIC 9(09).
                02 SCO-MODALIDADE    PIC 9(04).
                02 SCO-DATA-CONTRATO PIC 9(08).
                02 SCO-SALDO         PIC 9(09)V99.
                02 SCO-VENCER-30     PIC 9(09)V99.
                02 SCO-VENCER-90     PIC 9(09)V99.
                02 SCO-VENCER-360    PIC 9(09)V99.
                02 SCO-VENCER-MAIS   PIC 9(09)V99.
                02 SCO-VENCIDO       PIC 9(09)V99.
                02 SCO-DIAS-ATRASO   PIC 9(05).
                02 SCO-RISCO         PIC X(02).
                02 SCO-PROVISAO      PIC 9(09)V99.
                02 SCO-LIMITE        PIC 9(09)V99.
                02 SCO-GARANTIA      PIC X(03).
                02 SCO-VALOR-GARANTIA PIC 9(09)V99.
                02 FILLER            PIC X(04) VALUE SPACES.

          01 WS-SCR-TRAILER.
                02 SCT-TIPO          PIC X(01) VALUE "9".
                02 SCT-QTD           PIC 9(07).
                02 SCT-SALDO         PIC 9(11)V99.
                02 SCT-VENCIDO       PIC 9(11)V99.
                02 SCT-PROVISAO      PIC 9(11)V99.
                02 FILLER            PIC X(103) VALUE SPACES.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(45) VALUE
                   "ARQUIVO SCR - RISCO DE CREDITO - DATA-BASE ".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(28) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(36) VALUE
                   "RISCO   QTD   SALDO DEVEDOR         ".
                02 FILLER            PIC X(44) VALUE
                   "VENCIDO        PROVISAO".

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

          01 WS-LINHA-DET.
                02 WS-DET-RISCO      PIC X(05).
                02 WS-DET-QTD        PIC ZZ.ZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-SALDO      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-VENCIDO    PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-PROVISAO   PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(21) VALUE SPACES.

          01 WS-LINHA-CONC.
                02 WS-CON-ROTULO     PIC X(36).
                02 WS-CON-VALOR      PIC -ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(29) VALUE SPACES.

          01 WS-LINHA-SEM-CPF.
                02 FILLER            PIC X(25) VALUE
                   "OPERACAO SEM CPF - CONTA ".
                02 WS-SCP-CONTA      PIC 9(04).
                02 FILLER            PIC X(10) VALUE " CONTRATO ".
                02 WS-SCP-CONTRATO   PIC 9(09).
                02 FILLER            PIC X(32) VALUE SPACES.

          01 WS-LINHA-MSG            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-ARQ-ABERTOS = "S"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                    PERFORM PROCESSA-LIMITES
                    PERFORM FECHA-TRABALHO
                    PERFORM APURA-RAZAO
                    PERFORM IMPRIME-RISCOS
                    PERFORM CONFERE-RAZAO
                    IF WS-CONFERE = "S"
                       PERFORM LIBERA-ARQUIVO
                       PERFORM GRAVA-RUN-CONTROL
                    ELSE
                       PERFORM RETEM-ARQUIVO
                    END-IF
                 END-IF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-EMP " / " ARQST-TRB
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
              PERFORM APURA-DATA-MOVIMENTO.
              MOVE DATA-SIS(1:8) TO WS-DATA-BASE.
              COMPUTE WS-AAMM-ATUAL = ANO * 100 + MES.
              MOVE SPACES TO WS-NOME-ARQSCR.
              STRING "SCR" ANO MES ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQSCR.
              PERFORM CARREGA-PARAMETROS.
              PERFORM CARREGA-PERCENTUAIS
                      VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6.
              OPEN OUTPUT RELATORIO.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              DISPLAY "ARQUIVO SCR - RISCO DE CREDITO - "
                      MES "/" ANO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT EMPRESTIMOS.
              IF ARQST-EMP NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT CLIENTES.
              IF ARQST = "05"
                 MOVE "00" TO ARQST.
              IF ARQST NOT = "00"
                 DISPLAY "ARQUIVO DE CONTAS INCOMPATIVEL OU AUSENTE "
                         "- STATUS " ARQST " - EXECUTE MIGRADAT"
                 CLOSE EMPRESTIMOS
                 EXIT PARAGRAPH.
              OPEN OUTPUT TRABALHO.
              IF ARQST-TRB NOT = "00"
                 CLOSE EMPRESTIMOS
                 CLOSE CLIENTES
                 EXIT PARAGRAPH.
      * Sem registro de atrasos ou de seguros o contrato fica com os
      * dias da regua do EMPPROV e sem garantia.
              OPEN INPUT ATRASOS.
              IF ARQST-ATR = "00"
                 MOVE "S" TO WS-ATR-ABERTO.
              OPEN INPUT SEGUROS.
              IF ARQST-SEG = "00"
                 MOVE "S" TO WS-SEG-ABERTO.
              PERFORM CARREGA-CONSIGNADOS.
              MOVE WS-AAMM-ATUAL  TO SCC-DATA-BASE.
              MOVE DATA-SIS(1:8)  TO SCC-DATA-GERACAO.
              MOVE HORA-SIS       TO SCC-HORA-GERACAO.
              MOVE WS-SCR-CABECALHO TO REG-TRB.
              WRITE REG-TRB.
              MOVE WS-AAMM-ATUAL TO WS-AAMM-VARRE.
              MOVE "S" TO WS-ARQ-ABERTOS.

       CARREGA-PARAMETROS.
              MOVE "SCR-TOLERANCIA" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR NOT < ZEROS
                 MOVE WS-PRM-VALOR TO WS-TOLERANCIA.

       CARREGA-PERCENTUAIS.
              MOVE WS-I TO WS-FAIXA-X.
              MOVE SPACES TO WS-PRM-NOME.
              STRING "PROV-FAIXA-" WS-FAIXA-X DELIMITED BY SIZE
                     INTO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-PCT-FAIXA(WS-I).

       CARREGA-CONSIGNADOS.
              MOVE "N" TO WS-FIM-CSG.
              OPEN INPUT CONSIGNADOS.
              IF ARQST-CSG NOT = "00"
                 MOVE "S" TO WS-FIM-CSG.
              PERFORM LE-CONSIGNADO UNTIL WS-FIM-CSG = "S".
              IF ARQST-CSG = "00" OR ARQST-CSG = "10"
                 CLOSE CONSIGNADOS.

       LE-CONSIGNADO.
              READ CONSIGNADOS
                 AT END
                    MOVE "S" TO WS-FIM-CSG
                 NOT AT END
                    IF CSG-SITUACAO = "A"
                       IF WS-QTD-CONSIG < 2000
                          ADD 1 TO WS-QTD-CONSIG
                          MOVE CSG-NUMERO
                               TO WS-CSG-NUMERO(WS-QTD-CONSIG)
                       ELSE
                          DISPLAY "TABELA DE CONSIGNADOS ESGOTADA"
                       END-IF
                    END-IF
              END-READ.

      * Re-running a completed period is not an operator decision -
      * the override demands a supervisor credential via SUPAUT.
       VERIFICA-RUN-CONTROL.
              MOVE "C" TO WS-RCT-FUNCAO.
              CALL "RUNCTL" USING WS-RCT-FUNCAO WS-RCT-PROGRAMA
                                  WS-RCT-PERIODO DATA-SIS
                                  WS-RCT-RESULTADO.
              IF WS-RCT-RESULTADO = "J"
                 DISPLAY WS-RCT-PROGRAMA " JA EXECUTADO NO PERIODO"
                 DISPLAY "REEXECUCAO SOMENTE COM CREDENCIAL DO "
                         "SUPERVISOR"
                 CALL "SUPAUT" USING WS-RCT-SUPERVISOR
                 IF WS-RCT-SUPERVISOR = ZEROS
                    MOVE "N" TO WS-PODE-RODAR
                    DISPLAY "EXECUCAO CANCELADA PELO RUN-CONTROL"
                 END-IF
              END-IF.

      * So o arquivo liberado conta como rodada do mes - um arquivo
      * retido pode ser gerado de novo depois de acertado o razao.
       GRAVA-RUN-CONTROL.
              MOVE "G" TO WS-RCT-FUNCAO.
              CALL "RUNCTL" USING WS-RCT-FUNCAO WS-RCT-PROGRAMA
                                  WS-RCT-PERIODO DATA-SIS
                                  WS-RCT-RESULTADO.

      * Todo contrato, ativo ou nao, recua o mes de inicio da
      * varredura do razao ate a sua contratacao.
       PROCESSO.
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    COMPUTE WS-AAMM-CONTRATO = EMP-DATA-CONTRATO / 100
                    IF WS-AAMM-CONTRATO > ZEROS
                       AND WS-AAMM-CONTRATO < WS-AAMM-VARRE
                       MOVE WS-AAMM-CONTRATO TO WS-AAMM-VARRE
                    END-IF
                    IF EMP-SITUACAO = "A"
                       PERFORM TRATA-CONTRATO
                    END-IF
              END-READ.

       TRATA-CONTRATO.
              ADD 1 TO WS-QTD-EMPRESTIMOS.
              PERFORM LIMPA-OPERACAO.
              MOVE EMP-CODIGO TO WS-CODIGO-CLI.
              PERFORM LE-CLIENTE.
              MOVE EMP-CODIGO        TO SCO-CONTA.
              MOVE EMP-NUMERO        TO SCO-CONTRATO.
              MOVE EMP-DATA-CONTRATO TO SCO-DATA-CONTRATO.
              PERFORM VERIFICA-CONSIGNADO.
              IF WS-E-CONSIGNADO = "S"
                 MOVE 0202 TO SCO-MODALIDADE
              ELSE
                 MOVE 0203 TO SCO-MODALIDADE.
              PERFORM APURA-SALDO-CONTRATO.
              MOVE WS-SALDO-DEVEDOR TO SCO-SALDO.
              PERFORM DISTRIBUI-VENCIMENTOS.
              PERFORM APURA-DIAS-ATRASO.
              PERFORM CLASSIFICA-RISCO.
              PERFORM APURA-PROVISAO.
              PERFORM APURA-GARANTIA.
              ADD WS-SALDO-DEVEDOR TO WS-TOT-CARTEIRA.
              PERFORM GRAVA-OPERACAO.

       LIMPA-OPERACAO.
              MOVE SPACES TO SCO-CPF SCO-RISCO SCO-GARANTIA.
              MOVE ZEROS  TO SCO-CONTA SCO-CONTRATO SCO-MODALIDADE
                             SCO-DATA-CONTRATO SCO-SALDO
                             SCO-VENCER-30 SCO-VENCER-90
                             SCO-VENCER-360 SCO-VENCER-MAIS
                             SCO-VENCIDO SCO-DIAS-ATRASO
                             SCO-PROVISAO SCO-LIMITE
                             SCO-VALOR-GARANTIA.

       LE-CLIENTE.
              MOVE "S" TO WS-CLI-ACHOU.
              MOVE WS-CODIGO-CLI TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE "N" TO WS-CLI-ACHOU
              END-READ.
              IF WS-CLI-ACHOU = "S"
                 MOVE CPF TO SCO-CPF.

       VERIFICA-CONSIGNADO.
              MOVE "N" TO WS-E-CONSIGNADO.
              PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-QTD-CONSIG
                 IF WS-CSG-NUMERO(WS-C) = EMP-NUMERO
                    MOVE "S" TO WS-E-CONSIGNADO
                 END-IF
              END-PERFORM.

      * Saldo devedor e o principal ainda nao amortizado; a exposicao
      * da provisao e a do EMPPROV - face das parcelas em aberto.
       APURA-SALDO-CONTRATO.
              MOVE ZEROS TO WS-SALDO-DEVEDOR WS-EXPOSICAO.
              IF EMP-PARCELAS-PAGAS NOT < EMP-PRAZO
                 EXIT PARAGRAPH.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              COMPUTE WS-AMO-ORDEM = EMP-PARCELAS-PAGAS + 1.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.
              COMPUTE WS-SALDO-DEVEDOR =
                      WS-AMO-SALDO + WS-AMO-AMORTIZACAO.
              MOVE WS-AMO-A-PAGAR TO WS-EXPOSICAO.

      * As EMP-ATRASO primeiras parcelas em aberto estao vencidas; a
      * seguinte vence no proximo mes e assim por diante, trinta
      * dias cada.  A ultima leva o resto do saldo devedor, para os
      * prazos somarem o saldo ao centavo.
       DISTRIBUI-VENCIMENTOS.
              MOVE ZEROS TO WS-ACUMULADO.
              IF WS-SALDO-DEVEDOR = ZEROS
                 EXIT PARAGRAPH.
              COMPUTE WS-ORDEM-VENCIDA =
                      EMP-PARCELAS-PAGAS + EMP-ATRASO.
              COMPUTE WS-K = EMP-PARCELAS-PAGAS + 1.
              PERFORM DISTRIBUI-PARCELA UNTIL WS-K > EMP-PRAZO.

       DISTRIBUI-PARCELA.
              IF WS-K = EMP-PRAZO
                 COMPUTE WS-PARTE = WS-SALDO-DEVEDOR - WS-ACUMULADO
              ELSE
                 MOVE WS-K TO WS-AMO-ORDEM
                 CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                      EMP-TAXA EMP-PRAZO EMP-PARCELA
                                      WS-AMO-ORDEM WS-AMO-PARCELA
                                      WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                      WS-AMO-SALDO WS-AMO-A-PAGAR
                 MOVE WS-AMO-AMORTIZACAO TO WS-PARTE
              END-IF.
              ADD WS-PARTE TO WS-ACUMULADO.
              IF WS-K NOT > WS-ORDEM-VENCIDA
                 ADD WS-PARTE TO SCO-VENCIDO
              ELSE
                 COMPUTE WS-DIAS-VENCER =
                         (WS-K - WS-ORDEM-VENCIDA) * 30
                 EVALUATE TRUE
                    WHEN WS-DIAS-VENCER <= 30
                       ADD WS-PARTE TO SCO-VENCER-30
                    WHEN WS-DIAS-VENCER <= 90
                       ADD WS-PARTE TO SCO-VENCER-90
                    WHEN WS-DIAS-VENCER <= 360
                       ADD WS-PARTE TO SCO-VENCER-360
                    WHEN OTHER
                       ADD WS-PARTE TO SCO-VENCER-MAIS
                 END-EVALUATE
              END-IF.
              ADD 1 TO WS-K.

      * Dias corridos desde o vencimento da parcela em aberto mais
      * antiga; sem registro no EMPATR vale a regua do EMPPROV.
       APURA-DIAS-ATRASO.
              MOVE ZEROS TO WS-DIAS-ATRASO.
              IF EMP-ATRASO = ZEROS
                 EXIT PARAGRAPH.
              COMPUTE WS-DIAS-ATRASO = EMP-ATRASO * 30.
              IF WS-ATR-ABERTO NOT = "S"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ATR.
              MOVE EMP-NUMERO TO ATR-NUMERO.
              MOVE ZEROS      TO ATR-ORDEM.
              START ATRASOS KEY IS NOT LESS THAN ATR-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ATR
              END-START.
              PERFORM LE-ATRASO UNTIL WS-FIM-ATR = "S".

       LE-ATRASO.
              READ ATRASOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ATR
                 NOT AT END
                    IF ATR-NUMERO NOT = EMP-NUMERO
                       MOVE "S" TO WS-FIM-ATR
                    ELSE
                       IF ATR-SITUACAO = "A"
                          AND ATR-DATA-VENC < WS-DATA-BASE
                          COMPUTE WS-DIAS-ATRASO =
                             FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                           - FUNCTION INTEGER-OF-DATE(ATR-DATA-VENC)
                          MOVE "S" TO WS-FIM-ATR
                       END-IF
                    END-IF
              END-READ.

      * Classificacao da Resolucao 2682 pelos dias de atraso.
       CLASSIFICA-RISCO.
              EVALUATE TRUE
                 WHEN WS-DIAS-ATRASO <= 14     MOVE 1 TO WS-R
                 WHEN WS-DIAS-ATRASO <= 30     MOVE 2 TO WS-R
                 WHEN WS-DIAS-ATRASO <= 60     MOVE 3 TO WS-R
                 WHEN WS-DIAS-ATRASO <= 90     MOVE 4 TO WS-R
                 WHEN WS-DIAS-ATRASO <= 120    MOVE 5 TO WS-R
                 WHEN WS-DIAS-ATRASO <= 150    MOVE 6 TO WS-R
                 WHEN WS-DIAS-ATRASO <= 180    MOVE 7 TO WS-R
                 WHEN OTHER                    MOVE 8 TO WS-R
              END-EVALUATE.
              MOVE WS-LETRA-RISCO(WS-R) TO SCO-RISCO.
              MOVE WS-DIAS-ATRASO       TO SCO-DIAS-ATRASO.

      * Mesma faixa e mesmo percentual do EMPPROV.  A provisao do
      * contrato e o quanto ele acrescenta ao total arredondado da
      * faixa, assim o arquivo soma exatamente o lancado em PROVEMP.
       APURA-PROVISAO.
              COMPUTE WS-DIAS-FAIXA = EMP-ATRASO * 30.
              EVALUATE TRUE
                 WHEN WS-DIAS-FAIXA = ZEROS    MOVE 1 TO WS-FAIXA
                 WHEN WS-DIAS-FAIXA <= 30      MOVE 2 TO WS-FAIXA
                 WHEN WS-DIAS-FAIXA <= 60      MOVE 3 TO WS-FAIXA
                 WHEN WS-DIAS-FAIXA <= 90      MOVE 4 TO WS-FAIXA
                 WHEN WS-DIAS-FAIXA <= 180     MOVE 5 TO WS-FAIXA
                 WHEN OTHER                    MOVE 6 TO WS-FAIXA
              END-EVALUATE.
              MOVE WS-FXA-PROVISAO(WS-FAIXA) TO WS-PROV-ANTERIOR.
              ADD WS-EXPOSICAO TO WS-FXA-EXPOSICAO(WS-FAIXA).
              COMPUTE WS-FXA-PROVISAO(WS-FAIXA) ROUNDED =
                      WS-FXA-EXPOSICAO(WS-FAIXA)
                    * WS-PCT-FAIXA(WS-FAIXA).
              COMPUTE SCO-PROVISAO =
                      WS-FXA-PROVISAO(WS-FAIXA) - WS-PROV-ANTERIOR.

      * O seguro prestamista vigente cobre o saldo devedor.
       APURA-GARANTIA.
              IF WS-SEG-ABERTO NOT = "S"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-SEG-ACHOU.
              MOVE EMP-NUMERO TO SEG-NUMERO.
              READ SEGUROS
                 INVALID KEY
                    MOVE "N" TO WS-SEG-ACHOU
              END-READ.
              IF WS-SEG-ACHOU = "S" AND SEG-SITUACAO = "A"
                 MOVE "SEG"            TO SCO-GARANTIA
                 MOVE WS-SALDO-DEVEDOR TO SCO-VALOR-GARANTIA.

      * Cheque especial em vigor na data-base: o utilizado e o saldo
      * negativo da conta, a vencer em ate trinta dias; o limite
      * livre vai a parte.  Fica fora da conciliacao com EMPREST.
       PROCESSA-LIMITES.
              MOVE "N" TO WS-FIM-CEL.
              OPEN INPUT LIMITES.
              IF ARQST-CEL NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-LIMITE UNTIL WS-FIM-CEL = "S".
              CLOSE LIMITES.

       LE-LIMITE.
              READ LIMITES
                 AT END
                    MOVE "S" TO WS-FIM-CEL
                 NOT AT END
                    IF CEL-SITUACAO = "A"
                       AND CEL-DATA-INI NOT > WS-DATA-BASE
                       AND CEL-DATA-FIM NOT < WS-DATA-BASE
                       PERFORM TRATA-LIMITE
                    END-IF
              END-READ.

       TRATA-LIMITE.
              PERFORM LIMPA-OPERACAO.
              MOVE CEL-CODIGO TO WS-CODIGO-CLI.
              PERFORM LE-CLIENTE.
              IF WS-CLI-ACHOU NOT = "S"
                 EXIT PARAGRAPH.
              IF STATUS-CONTA = "F"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-LIMITES.
              MOVE ZEROS TO WS-USADO.
              IF SALDO < ZEROS
                 COMPUTE WS-USADO = SALDO * -1.
              MOVE CEL-CODIGO   TO SCO-CONTA.
              MOVE 0213         TO SCO-MODALIDADE.
              MOVE CEL-DATA-INI TO SCO-DATA-CONTRATO.
              MOVE WS-USADO     TO SCO-SALDO SCO-VENCER-30.
              IF CEL-LIMITE > WS-USADO
                 COMPUTE SCO-LIMITE = CEL-LIMITE - WS-USADO.
              MOVE 1 TO WS-R.
              MOVE WS-LETRA-RISCO(WS-R) TO SCO-RISCO.
              ADD WS-USADO TO WS-TOT-CHEQUE.
              PERFORM GRAVA-OPERACAO.

       GRAVA-OPERACAO.
              MOVE WS-SCR-OPERACAO TO REG-TRB.
              WRITE REG-TRB.
              IF ARQST-TRB NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE TRABALHO - STATUS "
                         ARQST-TRB.
              ADD 1 TO WS-QTD-OPERACOES.
              ADD SCO-SALDO    TO WS-TOT-SALDO.
              ADD SCO-VENCIDO  TO WS-TOT-VENCIDO.
              ADD SCO-PROVISAO TO WS-TOT-PROVISAO.
              ADD 1            TO WS-RSC-QTD(WS-R).
              ADD SCO-SALDO    TO WS-RSC-SALDO(WS-R).
              ADD SCO-VENCIDO  TO WS-RSC-VENCIDO(WS-R).
              ADD SCO-PROVISAO TO WS-RSC-PROVISAO(WS-R).
              IF SCO-CPF = SPACES OR SCO-CPF = ZEROS
                 ADD 1 TO WS-QTD-SEM-CPF
                 MOVE SCO-CONTA    TO WS-SCP-CONTA
                 MOVE SCO-CONTRATO TO WS-SCP-CONTRATO
                 MOVE WS-LINHA-SEM-CPF TO REG-REL
                 WRITE REG-REL.

       FECHA-TRABALHO.
              MOVE WS-QTD-OPERACOES TO SCT-QTD.
              MOVE WS-TOT-SALDO     TO SCT-SALDO.
              MOVE WS-TOT-VENCIDO   TO SCT-VENCIDO.
              MOVE WS-TOT-PROVISAO  TO SCT-PROVISAO.
              MOVE WS-SCR-TRAILER   TO REG-TRB.
              WRITE REG-TRB.
              CLOSE TRABALHO.

      * O razao de emprestimos nao tem saldo anterior no FECHAMES:
      * os meses arquivados desde o contrato mais antigo e o
      * journal vivo dao o saldo das duas contas.
       APURA-RAZAO.
              PERFORM VARRE-ARQUIVO-MES
                      UNTIL WS-AAMM-VARRE > WS-AAMM-ATUAL.
              MOVE "N" TO WS-FIM-JRN.
              OPEN INPUT JOURNAL.
              IF ARQST-JRN NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-JOURNAL-ATUAL UNTIL WS-FIM-JRN = "S".
              CLOSE JOURNAL.

       VARRE-ARQUIVO-MES.
              MOVE SPACES TO WS-NOME-ARQJRN.
              STRING "JRN" WS-VARRE-ANO WS-VARRE-MES ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQJRN.
              OPEN INPUT ARQJRN.
              IF ARQST-AJR = "00"
                 ADD 1 TO WS-QTD-ARQJRN
                 MOVE "N" TO WS-FIM-JRN
                 PERFORM LE-JOURNAL-ARQUIVO UNTIL WS-FIM-JRN = "S"
                 CLOSE ARQJRN.
              IF WS-VARRE-MES = 12
                 MOVE 1 TO WS-VARRE-MES
                 ADD 1 TO WS-VARRE-ANO
              ELSE
                 ADD 1 TO WS-VARRE-MES.

       LE-JOURNAL-ARQUIVO.
              READ ARQJRN
                 AT END
                    MOVE "S" TO WS-FIM-JRN
                 NOT AT END
                    MOVE AJR-CONTA-DEB TO WS-CONTA-REG
                    MOVE AJR-CONTA-CRE TO WS-CONTA-REG-CRE
                    MOVE AJR-VALOR     TO WS-VALOR-REG
                    PERFORM ACUMULA-RAZAO
              END-READ.

       LE-JOURNAL-ATUAL.
              READ JOURNAL
                 AT END
                    MOVE "S" TO WS-FIM-JRN
                 NOT AT END
                    MOVE JRN-CONTA-DEB TO WS-CONTA-REG
                    MOVE JRN-CONTA-CRE TO WS-CONTA-REG-CRE
                    MOVE JRN-VALOR     TO WS-VALOR-REG
                    PERFORM ACUMULA-RAZAO
              END-READ.

      * EMPREST e conta de ativo (saldo devedor); PROVEMP, redutora
      * do ativo, tem saldo credor.
       ACUMULA-RAZAO.
              IF WS-CONTA-REG = "EMPREST"
                 ADD WS-VALOR-REG TO WS-RAZAO-EMPREST.
              IF WS-CONTA-REG-CRE = "EMPREST"
                 SUBTRACT WS-VALOR-REG FROM WS-RAZAO-EMPREST.
              IF WS-CONTA-REG-CRE = "PROVEMP"
                 ADD WS-VALOR-REG TO WS-RAZAO-PROVEMP.
              IF WS-CONTA-REG = "PROVEMP"
                 SUBTRACT WS-VALOR-REG FROM WS-RAZAO-PROVEMP.

       IMPRIME-RISCOS.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-RISCO
                      VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 8.
              MOVE "TOTAL"         TO WS-DET-RISCO.
              MOVE WS-QTD-OPERACOES TO WS-DET-QTD.
              MOVE WS-TOT-SALDO    TO WS-DET-SALDO.
              MOVE WS-TOT-VENCIDO  TO WS-DET-VENCIDO.
              MOVE WS-TOT-PROVISAO TO WS-DET-PROVISAO.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.

       IMPRIME-RISCO.
              MOVE WS-LETRA-RISCO(WS-R)  TO WS-DET-RISCO.
              MOVE WS-RSC-QTD(WS-R)      TO WS-DET-QTD.
              MOVE WS-RSC-SALDO(WS-R)    TO WS-DET-SALDO.
              MOVE WS-RSC-VENCIDO(WS-R)  TO WS-DET-VENCIDO.
              MOVE WS-RSC-PROVISAO(WS-R) TO WS-DET-PROVISAO.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

       CONFERE-RAZAO.
              MOVE "S" TO WS-CONFERE.
              COMPUTE WS-DIF-CARTEIRA =
                      WS-TOT-CARTEIRA - WS-RAZAO-EMPREST.
              COMPUTE WS-DIF-PROVISAO =
                      WS-TOT-PROVISAO - WS-RAZAO-PROVEMP.
              MOVE "CARTEIRA DE EMPRESTIMOS NO ARQUIVO:" TO
                   WS-CON-ROTULO.
              MOVE WS-TOT-CARTEIRA TO WS-CON-VALOR.
              PERFORM IMPRIME-CONCILIACAO.
              MOVE "SALDO DA CONTA EMPREST NO RAZAO   :" TO
                   WS-CON-ROTULO.
              MOVE WS-RAZAO-EMPREST TO WS-CON-VALOR.
              PERFORM IMPRIME-CONCILIACAO.
              MOVE "DIFERENCA                         :" TO
                   WS-CON-ROTULO.
              MOVE WS-DIF-CARTEIRA TO WS-CON-VALOR.
              PERFORM IMPRIME-CONCILIACAO.
              MOVE WS-DIF-CARTEIRA TO WS-DIF-ABS.
              IF WS-DIF-ABS > WS-TOLERANCIA
                 MOVE "N" TO WS-CONFERE.
              MOVE "PROVISAO NO ARQUIVO               :" TO
                   WS-CON-ROTULO.
              MOVE WS-TOT-PROVISAO TO WS-CON-VALOR.
              PERFORM IMPRIME-CONCILIACAO.
              MOVE "SALDO DA CONTA PROVEMP NO RAZAO   :" TO
                   WS-CON-ROTULO.
              MOVE WS-RAZAO-PROVEMP TO WS-CON-VALOR.
              PERFORM IMPRIME-CONCILIACAO.
              MOVE "DIFERENCA                         :" TO
                   WS-CON-ROTULO.
              MOVE WS-DIF-PROVISAO TO WS-CON-VALOR.
              PERFORM IMPRIME-CONCILIACAO.
              MOVE WS-DIF-PROVISAO TO WS-DIF-ABS.
              IF WS-DIF-ABS > WS-TOLERANCIA
                 MOVE "N" TO WS-CONFERE.
              MOVE "CHEQUE ESPECIAL UTILIZADO (FORA)  :" TO
                   WS-CON-ROTULO.
              MOVE WS-TOT-CHEQUE TO WS-CON-VALOR.
              PERFORM IMPRIME-CONCILIACAO.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.

       IMPRIME-CONCILIACAO.
              MOVE WS-LINHA-CONC TO REG-REL.
              WRITE REG-REL.

       LIBERA-ARQUIVO.
              MOVE "N" TO WS-FIM-TRB.
              OPEN INPUT TRABALHO.
              OPEN OUTPUT ARQSCR.
              IF ARQST-TRB NOT = "00" OR ARQST-SCR NOT = "00"
                 DISPLAY "ERRO NA LIBERACAO DO ARQUIVO SCR - STATUS "
                         ARQST-TRB " / " ARQST-SCR
                 MOVE 8 TO RETURN-CODE
                 MOVE "S" TO WS-FIM-TRB.
              PERFORM COPIA-OPERACAO UNTIL WS-FIM-TRB = "S".
              CLOSE TRABALHO.
              CLOSE ARQSCR.
              MOVE SPACES TO WS-LINHA-MSG.
              STRING "ARQUIVO LIBERADO: " WS-NOME-ARQSCR
                     DELIMITED BY SIZE INTO WS-LINHA-MSG.
              MOVE WS-LINHA-MSG TO REG-REL.
              WRITE REG-REL.
              DISPLAY "ARQUIVO SCR LIBERADO: " WS-NOME-ARQSCR.

       COPIA-OPERACAO.
              READ TRABALHO
                 AT END
                    MOVE "S" TO WS-FIM-TRB
                 NOT AT END
                    MOVE REG-TRB TO REG-SCR
                    WRITE REG-SCR
              END-READ.

      * Arquivo que nao bate com o razao nao sai do banco: fica no
      * SCRTRAB.DAT para conferencia e o mes segue em aberto.
       RETEM-ARQUIVO.
              MOVE "ARQUIVO RETIDO - CARTEIRA NAO CONFERE COM O RAZAO"
                   TO WS-LINHA-MSG.
              MOVE WS-LINHA-MSG TO REG-REL.
              WRITE REG-REL.
              DISPLAY "ARQUIVO SCR RETIDO - DIVERGENCIA COM O RAZAO".
              MOVE SPACES TO WS-LOG-CHAVE.
              STRING "SCR" ANO MES DELIMITED BY SIZE
                     INTO WS-LOG-CHAVE.
              MOVE "ARQUIVO SCR RETIDO - DIVERGE DO RAZAO"
                   TO WS-LOG-MENSAGEM.
              PERFORM GRAVA-RUN-LOG.
              MOVE 8 TO RETURN-CODE.

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

      * A data-base vem do dia de movimento aberto pelo ABREDIA.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA"
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST.

       FINALIZA.
              IF WS-ARQ-ABERTOS = "S"
                 CLOSE EMPRESTIMOS
                 CLOSE CLIENTES
                 IF WS-ATR-ABERTO = "S"
                    CLOSE ATRASOS
                 END-IF
                 IF WS-SEG-ABERTO = "S"
                    CLOSE SEGUROS
                 END-IF
                 IF WS-PODE-RODAR NOT = "S"
                    CLOSE TRABALHO
                 END-IF
              END-IF.
              IF ARQST-REL = "00"
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO.
              DISPLAY "CONTRATOS DE EMPRESTIMO: " WS-QTD-EMPRESTIMOS.
              DISPLAY "LIMITES DE CHEQUE ESPECIAL: " WS-QTD-LIMITES.
              DISPLAY "OPERACOES NO ARQUIVO   : " WS-QTD-OPERACOES.
              IF WS-QTD-SEM-CPF > ZEROS
                 DISPLAY "ATENCAO - OPERACOES SEM CPF: "
                         WS-QTD-SEM-CPF.
              DISPLAY "FIM DE PROGRAMA".
