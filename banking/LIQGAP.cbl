      ******************************************************************
      * Author: Vernieri
      * Date: October 6, 2026
      * Purpose: Liquidity maturity ladder (descasamento de prazos)
      * Tectonics: cobc
      ******************************************************************
      * Spreads the contracted future cash flows over six periods -
      * hoje, 1-7, 8-30, 31-90, 91-180 and over 180 days:
      *   entradas  EMPREST.DAT installments not yet due (one per
      *             month on EMP-DIA-VENC; installments already in
      *             arrears are shown apart, not projected),
      *             AGENDA.DAT pending transfers on their date and
      *             ORDENS.DAT active standing orders once per
      *             business day (DIAUTIL) up to 360 days;
      *   saidas    INVEST.DAT active CDBs on INV-DATA-VENC with the
      *             interest projected to maturity as CDBDIA accrues
      *             it, and POUPROG.DAT plans on PPG-DATA-ALVO with
      *             the monthly amounts still to come.
      * Every period shows the cumulative gap and the vault cash of
      * TESOUR.DAT plus that gap - "DEFICIT" marks the first period
      * the vaults would no longer cover.  Demand balances of
      * PRODUTOS.DAT have no contractual date and go on a separate
      * behavioral line.  Report LIQGAP.LST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LIQGAP.

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

              SELECT EMPRESTIMOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EMP.

              SELECT AGENDA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AGD.

              SELECT ORDENS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-ORD.

              SELECT INVEST ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-INV.

              SELECT PLANOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-PPG.

              SELECT TESOURARIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TES.

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

       FD EMPRESTIMOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EMP
                VALUE OF FILE-ID IS "EMPREST.DAT".
          01 REG-EMP.
                COPY EMPREST.

       FD AGENDA LABEL RECORD STANDARD
                DATA RECORD IS REG-AGD
                VALUE OF FILE-ID IS "AGENDA.DAT".
          01 REG-AGD.
                COPY AGENDA.

       FD ORDENS LABEL RECORD STANDARD
                DATA RECORD IS REG-ORD
                VALUE OF FILE-ID IS "ORDENS.DAT".
          01 REG-ORD.
                COPY ORDEM.

       FD INVEST LABEL RECORD STANDARD
                DATA RECORD IS REG-INV
                VALUE OF FILE-ID IS "INVEST.DAT".
          01 REG-INV.
                COPY INVEST.

       FD PLANOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PPG
                VALUE OF FILE-ID IS "POUPROG.DAT".
          01 REG-PPG.
                COPY POUPROG.

       FD TESOURARIA LABEL RECORD STANDARD
                DATA RECORD IS REG-TES
                VALUE OF FILE-ID IS "TESOUR.DAT".
          01 REG-TES.
                COPY TESOUR.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "LIQGAP.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-EMP               PIC X(02).
          01 ARQST-AGD               PIC X(02).
          01 ARQST-ORD               PIC X(02).
          01 ARQST-INV               PIC X(02).
          01 ARQST-PPG               PIC X(02).
          01 ARQST-TES               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "LIQGAP".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "LIQGAP.LST".
          01 WS-FIM-AUX              PIC X(01) VALUE "N".
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-INT-HOJE             PIC 9(08) VALUE ZEROS.
          01 WS-AAMM-HOJE            PIC 9(06) VALUE ZEROS.
          01 WS-DATA-FLUXO           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-FLUXO-R REDEFINES WS-DATA-FLUXO.
                02 WS-FLX-ANO        PIC 9(04).
                02 WS-FLX-MES        PIC 9(02).
                02 WS-FLX-DIA        PIC 9(02).
          01 WS-PRAZO-DIAS           PIC S9(08) VALUE ZEROS.
          01 WS-BKT                  PIC 9(01) VALUE ZEROS.
          01 WS-I                    PIC 9(03) VALUE ZEROS.
          01 WS-PARCELAS-REST        PIC S9(03) VALUE ZEROS.
          01 WS-MESES-REST           PIC S9(05) VALUE ZEROS.
          01 WS-DIAS-ACR             PIC S9(08) VALUE ZEROS.
          01 WS-VALOR-FLUXO          PIC S9(09)V99 VALUE ZEROS.
          01 WS-CAL-DATA             PIC 9(08) VALUE ZEROS.
          01 WS-CAL-UTIL             PIC X(01) VALUE "S".
          01 WS-CAL-ANTERIOR         PIC 9(08) VALUE ZEROS.
          01 WS-CAL-PROXIMO          PIC 9(08) VALUE ZEROS.
          01 WS-HORIZONTE-ORDENS     PIC 9(03) VALUE 360.
          01 WS-QTD-CONTRATOS        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-AGENDADAS        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ORDENS           PIC 9(06) VALUE ZEROS.
          01 WS-QTD-CDBS             PIC 9(06) VALUE ZEROS.
          01 WS-QTD-PLANOS           PIC 9(06) VALUE ZEROS.
          01 WS-TOT-ATRASO           PIC S9(11)V99 VALUE ZEROS.
          01 WS-TOT-VISTA            PIC S9(11)V99 VALUE ZEROS.
          01 WS-TOT-COFRE            PIC S9(11)V99 VALUE ZEROS.
          01 WS-GAP-ACUM             PIC S9(11)V99 VALUE ZEROS.
          01 WS-COBERTURA            PIC S9(11)V99 VALUE ZEROS.

      * Um balde por faixa de prazo; WS-BKT-UTEIS conta os dias
      * uteis da faixa para as ordens permanentes.
          01 WS-BALDES.
                02 WS-BKT-ITEM OCCURS 6 TIMES.
                   03 WS-BKT-ENTRADAS   PIC S9(11)V99.
                   03 WS-BKT-SAIDAS     PIC S9(11)V99.
                   03 WS-BKT-UTEIS      PIC 9(03).
          01 WS-ROTULOS.
                02 FILLER            PIC X(11) VALUE "HOJE".
                02 FILLER            PIC X(11) VALUE "1-7 DIAS".
                02 FILLER            PIC X(11) VALUE "8-30 DIAS".
                02 FILLER            PIC X(11) VALUE "31-90 DIAS".
                02 FILLER            PIC X(11) VALUE "91-180 DIAS".
                02 FILLER            PIC X(11) VALUE "+180 DIAS".
          01 WS-ROTULOS-R REDEFINES WS-ROTULOS.
                02 WS-ROTULO         PIC X(11) OCCURS 6 TIMES.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(36) VALUE
                   "ESCALONAMENTO DE LIQUIDEZ - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(34) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "PRAZO            ENTRADAS        SAIDAS ".
                02 FILLER            PIC X(40) VALUE
                   "  GAP ACUMULADO     COFRE + GAP SITUACAO".

          01 WS-LINHA-DET.
                02 WS-DET-ROTULO     PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-ENTRADAS   PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SAIDAS     PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-GAP        PIC -ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-COBERTURA  PIC -ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SITUACAO   PIC X(08).

          01 WS-LINHA-TOT.
                02 WS-TOT-ROTULO     PIC X(40).
                02 WS-TOT-VALOR      PIC -ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL = "00"
                 PERFORM CONTA-DIAS-UTEIS
                 PERFORM PROJETA-EMPRESTIMOS
                 PERFORM PROJETA-AGENDAMENTOS
                 PERFORM PROJETA-ORDENS
                 PERFORM PROJETA-CDBS
                 PERFORM PROJETA-POUPANCAS
                 PERFORM APURA-VISTA
                 PERFORM APURA-COFRES
                 PERFORM IMPRIME-ESCADA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST-REL
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN OUTPUT RELATORIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              COMPUTE WS-INT-HOJE =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
              COMPUTE WS-AAMM-HOJE = ANO * 100 + MES.
              INITIALIZE WS-BALDES.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "ESCALONAMENTO DE LIQUIDEZ - " DIA "/" MES "/"
                      ANO.

      * Faixa de prazo de WS-DATA-FLUXO; data ja passada cai em hoje.
       CLASSIFICA-DATA.
              MOVE 1 TO WS-BKT.
              IF WS-DATA-FLUXO NOT > WS-DATA-HOJE
                 EXIT PARAGRAPH.
              COMPUTE WS-PRAZO-DIAS =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-FLUXO)
                    - WS-INT-HOJE.
              EVALUATE TRUE
                 WHEN WS-PRAZO-DIAS NOT > 7
                    MOVE 2 TO WS-BKT
                 WHEN WS-PRAZO-DIAS NOT > 30
                    MOVE 3 TO WS-BKT
                 WHEN WS-PRAZO-DIAS NOT > 90
                    MOVE 4 TO WS-BKT
                 WHEN WS-PRAZO-DIAS NOT > 180
                    MOVE 5 TO WS-BKT
                 WHEN OTHER
                    MOVE 6 TO WS-BKT
              END-EVALUATE.

       CONTA-DIAS-UTEIS.
              PERFORM CONTA-DIA-UTIL
                      VARYING WS-I FROM 0 BY 1
                      UNTIL WS-I >= WS-HORIZONTE-ORDENS.

       CONTA-DIA-UTIL.
              COMPUTE WS-DATA-FLUXO =
                      FUNCTION DATE-OF-INTEGER(WS-INT-HOJE + WS-I).
              MOVE WS-DATA-FLUXO TO WS-CAL-DATA.
              CALL "DIAUTIL" USING WS-CAL-DATA WS-CAL-UTIL
                                   WS-CAL-ANTERIOR WS-CAL-PROXIMO.
              IF WS-CAL-UTIL = "S"
                 PERFORM CLASSIFICA-DATA
                 ADD 1 TO WS-BKT-UTEIS(WS-BKT).

      ******************************************************************
      * Entradas
      ******************************************************************
       PROJETA-EMPRESTIMOS.
              MOVE "N" TO WS-FIM-AUX.
              OPEN INPUT EMPRESTIMOS.
              IF ARQST-EMP NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-EMPRESTIMO UNTIL WS-FIM-AUX = "S".
              CLOSE EMPRESTIMOS.

       LE-EMPRESTIMO.
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF EMP-SITUACAO = "A"
                       ADD 1 TO WS-QTD-CONTRATOS
                       PERFORM PROJETA-CONTRATO
                    END-IF
              END-READ.

      * O EMPCOB cobra uma parcela por mes, no EMP-DIA-VENC, e
      * carimba o mes em EMP-ANO-MES-COBR cobrando ou nao; a parcela
      * do mes ainda nao carimbado entra hoje se o dia ja passou.
       PROJETA-CONTRATO.
              COMPUTE WS-TOT-ATRASO = WS-TOT-ATRASO
                                    + EMP-PARCELA * EMP-ATRASO.
              COMPUTE WS-PARCELAS-REST = EMP-PRAZO
                      - EMP-PARCELAS-PAGAS - EMP-ATRASO.
              IF WS-PARCELAS-REST NOT > ZEROS
                 EXIT PARAGRAPH.
              MOVE ANO TO WS-FLX-ANO.
              MOVE MES TO WS-FLX-MES.
              MOVE EMP-DIA-VENC TO WS-FLX-DIA.
              IF EMP-ANO-MES-COBR NOT < WS-AAMM-HOJE
                 PERFORM AVANCA-MES.
              PERFORM PROJETA-PARCELA WS-PARCELAS-REST TIMES.

       PROJETA-PARCELA.
              PERFORM CLASSIFICA-DATA.
              ADD EMP-PARCELA TO WS-BKT-ENTRADAS(WS-BKT).
              PERFORM AVANCA-MES.

       AVANCA-MES.
              IF WS-FLX-MES = 12
                 MOVE 1 TO WS-FLX-MES
                 ADD 1 TO WS-FLX-ANO
              ELSE
                 ADD 1 TO WS-FLX-MES.

       PROJETA-AGENDAMENTOS.
              MOVE "N" TO WS-FIM-AUX.
              OPEN INPUT AGENDA.
              IF ARQST-AGD NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-AGENDAMENTO UNTIL WS-FIM-AUX = "S".
              CLOSE AGENDA.

       LE-AGENDAMENTO.
              READ AGENDA
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF AGD-SITUACAO = "P"
                       ADD 1 TO WS-QTD-AGENDADAS
                       MOVE AGD-DATA-EXEC TO WS-DATA-FLUXO
                       PERFORM CLASSIFICA-DATA
                       ADD AGD-VALOR TO WS-BKT-ENTRADAS(WS-BKT)
                    END-IF
              END-READ.

      * Ordem permanente executa a cada noite util (DEBAUTO).
       PROJETA-ORDENS.
              MOVE "N" TO WS-FIM-AUX.
              OPEN INPUT ORDENS.
              IF ARQST-ORD NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-ORDEM UNTIL WS-FIM-AUX = "S".
              CLOSE ORDENS.

       LE-ORDEM.
              READ ORDENS
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF ORD-ATIVA = "S"
                       ADD 1 TO WS-QTD-ORDENS
                       PERFORM DISTRIBUI-ORDEM
                               VARYING WS-BKT FROM 1 BY 1
                               UNTIL WS-BKT > 6
                    END-IF
              END-READ.

       DISTRIBUI-ORDEM.
              COMPUTE WS-BKT-ENTRADAS(WS-BKT) =
                      WS-BKT-ENTRADAS(WS-BKT)
                    + ORD-VALOR * WS-BKT-UTEIS(WS-BKT).

      ******************************************************************
      * Saidas
      ******************************************************************
       PROJETA-CDBS.
              MOVE "N" TO WS-FIM-AUX.
              OPEN INPUT INVEST.
              IF ARQST-INV NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-CDB UNTIL WS-FIM-AUX = "S".
              CLOSE INVEST.

       LE-CDB.
              READ INVEST
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF INV-SITUACAO = "A"
                       ADD 1 TO WS-QTD-CDBS
                       PERFORM PROJETA-CDB
                    END-IF
              END-READ.

      * Juros por dia corrido a INV-TAXA mensal, como no CDBDIA,
      * da ultima apropriacao ate o vencimento.
       PROJETA-CDB.
              MOVE ZEROS TO WS-DIAS-ACR.
              IF INV-DATA-ACR > ZEROS
                 AND INV-DATA-VENC > INV-DATA-ACR
                 COMPUTE WS-DIAS-ACR =
                         FUNCTION INTEGER-OF-DATE(INV-DATA-VENC)
                       - FUNCTION INTEGER-OF-DATE(INV-DATA-ACR).
              COMPUTE WS-VALOR-FLUXO ROUNDED =
                      INV-PRINCIPAL + INV-JUROS-ACUM
                    + INV-PRINCIPAL * INV-TAXA / 30 * WS-DIAS-ACR.
              MOVE INV-DATA-VENC TO WS-DATA-FLUXO.
              PERFORM CLASSIFICA-DATA.
              ADD WS-VALOR-FLUXO TO WS-BKT-SAIDAS(WS-BKT).

       PROJETA-POUPANCAS.
              MOVE "N" TO WS-FIM-AUX.
              OPEN INPUT PLANOS.
              IF ARQST-PPG NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-PLANO UNTIL WS-FIM-AUX = "S".
              CLOSE PLANOS.

       LE-PLANO.
              READ PLANOS
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF PPG-SITUACAO = "A" OR PPG-SITUACAO = "S"
                       ADD 1 TO WS-QTD-PLANOS
                       PERFORM PROJETA-PLANO
                    END-IF
              END-READ.

      * Plano ativo ainda recebe um debito por mes ate a data alvo;
      * o suspenso sai com o que ja acumulou.
       PROJETA-PLANO.
              MOVE ZEROS TO WS-MESES-REST.
              MOVE PPG-DATA-ALVO TO WS-DATA-FLUXO.
              IF PPG-SITUACAO = "A"
                 AND PPG-DATA-ALVO > WS-DATA-HOJE
                 COMPUTE WS-MESES-REST =
                         (WS-FLX-ANO - ANO) * 12 + WS-FLX-MES - MES
                 IF PPG-ANO-MES-DEB < WS-AAMM-HOJE
                    ADD 1 TO WS-MESES-REST
                 END-IF
              END-IF.
              COMPUTE WS-VALOR-FLUXO = PPG-ACUMULADO
                    + PPG-VALOR-MENSAL * WS-MESES-REST.
              PERFORM CLASSIFICA-DATA.
              ADD WS-VALOR-FLUXO TO WS-BKT-SAIDAS(WS-BKT).

      ******************************************************************
      * Linha comportamental e cofres
      ******************************************************************
       APURA-VISTA.
              OPEN INPUT CLIENTES.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-AUX.
              PERFORM LE-CONTA UNTIL WS-FIM-AUX = "S".
              CLOSE CLIENTES.

       LE-CONTA.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF STATUS-CONTA NOT = "F"
                       AND (MOEDA = "BRL" OR MOEDA = SPACES)
                       AND SALDO > ZEROS
                       ADD SALDO TO WS-TOT-VISTA
                    END-IF
              END-READ.

       APURA-COFRES.
              MOVE "N" TO WS-FIM-AUX.
              OPEN INPUT TESOURARIA.
              IF ARQST-TES NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-COFRE UNTIL WS-FIM-AUX = "S".
              CLOSE TESOURARIA.

       LE-COFRE.
              READ TESOURARIA
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    ADD TES-SALDO TO WS-TOT-COFRE
              END-READ.

      ******************************************************************
      * Relatorio
      ******************************************************************
       IMPRIME-ESCADA.
              MOVE ZEROS TO WS-GAP-ACUM.
              PERFORM IMPRIME-FAIXA
                      VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 6.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL.
              MOVE "POSICAO DOS COFRES (TESOURARIA)     :"
                   TO WS-TOT-ROTULO.
              MOVE WS-TOT-COFRE TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE "DEPOSITOS A VISTA (COMPORTAMENTAL)  :"
                   TO WS-TOT-ROTULO.
              MOVE WS-TOT-VISTA TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE "PARCELAS EM ATRASO (NAO PROJETADAS) :"
                   TO WS-TOT-ROTULO.
              MOVE WS-TOT-ATRASO TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.

       IMPRIME-FAIXA.
              COMPUTE WS-GAP-ACUM = WS-GAP-ACUM
                    + WS-BKT-ENTRADAS(WS-BKT) - WS-BKT-SAIDAS(WS-BKT).
              COMPUTE WS-COBERTURA = WS-TOT-COFRE + WS-GAP-ACUM.
              MOVE WS-ROTULO(WS-BKT)       TO WS-DET-ROTULO.
              MOVE WS-BKT-ENTRADAS(WS-BKT) TO WS-DET-ENTRADAS.
              MOVE WS-BKT-SAIDAS(WS-BKT)   TO WS-DET-SAIDAS.
              MOVE WS-GAP-ACUM             TO WS-DET-GAP.
              MOVE WS-COBERTURA            TO WS-DET-COBERTURA.
              IF WS-COBERTURA < ZEROS
                 MOVE "DEFICIT" TO WS-DET-SITUACAO
              ELSE
                 MOVE "OK"      TO WS-DET-SITUACAO.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "CONTRATOS ATIVOS   : " WS-QTD-CONTRATOS.
              DISPLAY "AGENDAMENTOS       : " WS-QTD-AGENDADAS.
              DISPLAY "ORDENS PERMANENTES : " WS-QTD-ORDENS.
              DISPLAY "CDBS ATIVOS        : " WS-QTD-CDBS.
              DISPLAY "PLANOS DE POUPANCA : " WS-QTD-PLANOS.
              DISPLAY "FIM DE PROGRAMA".
