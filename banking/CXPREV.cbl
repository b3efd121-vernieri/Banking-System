      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Cash demand forecast and shipment proposal per branch
      * Tectonics: cobc
      ******************************************************************
      * Forecasts, for the next business day, how many notes of each
      * denomination every AGENCIA will pay out net of cash deposits,
      * learning from the NOTAMOV.DAT history NOTINV logs for every
      * CLIop withdrawal and cash deposit (window of CXPREV-JANELA
      * days, 90 by default).  Two averages are taken: the days of
      * the same weekday as the target and the days of the same day
      * of the month.  The target is a credit date for the branch
      * when payroll (SALARIOS) or benefit (BENEFICIO) credits for its
      * customers posted on the business day before it - tonight, or
      * on the same day of the month in the journal of this month or
      * the last one; the weekday average is then raised by
      * CXPREV-FATOR-CRED (1,50), the day-of-month average already
      * carrying the payday itself.  The larger of the two plus the
      * NOTAS-MINIMO cushion is the stock the branch should open
      * with: short of it a "G" (vault to drawers) shipment is
      * proposed, above CXPREV-FATOR-SOBRA (2,00) times it an "R"
      * (drawers back to vault) for the excess.  The TESOUR.DAT vault
      * left after those shipments is held against TES-MINIMO and
      * TES-MAXIMO for an "E" carrier delivery or an "S" carrier
      * collection.  Large withdrawals booked in SAQMAN for the
      * target day come on top of the forecast, broken into the
      * largest notes.  Every proposal goes to CXPROP.DAT for the
      * treasury to turn into TESMAN shipments.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXPREV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT NOTAS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NOT.

              SELECT NOTAMOV ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NMV.

              SELECT TESOURARIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TES.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT ARQJRN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AJR.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT AGENDADOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SAG.

              SELECT PROPOSTA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-PRO.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-NOT
                VALUE OF FILE-ID IS "NOTAS.DAT".
          01 REG-NOT.
                COPY NOTAS.

       FD NOTAMOV LABEL RECORD STANDARD
                DATA RECORD IS REG-NMV
                VALUE OF FILE-ID IS "NOTAMOV.DAT".
          01 REG-NMV.
                COPY NOTAMOV.

       FD TESOURARIA LABEL RECORD STANDARD
                DATA RECORD IS REG-TES
                VALUE OF FILE-ID IS "TESOUR.DAT".
          01 REG-TES.
                COPY TESOUR.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD ARQJRN LABEL RECORD STANDARD
                DATA RECORD IS REG-AJR
                VALUE OF FILE-ID IS WS-NOME-ARQJRN.
          01 REG-AJR                 PIC X(105).

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD AGENDADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-SAG
                VALUE OF FILE-ID IS "SAQAGE.DAT".
          01 REG-SAG.
                COPY SAQAGE.

       FD PROPOSTA LABEL RECORD STANDARD
                DATA RECORD IS REG-CXP
                VALUE OF FILE-ID IS "CXPROP.DAT".
          01 REG-CXP.
                COPY CXPROP.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "CXPREV.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-NOT               PIC X(02).
          01 ARQST-NMV               PIC X(02).
          01 ARQST-TES               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AJR               PIC X(02).
          01 ARQST-SAG               PIC X(02).
          01 ARQST-PRO               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "CXPREV".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "CXPREV.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-NOME-ARQJRN          PIC X(13) VALUE SPACES.
          01 WS-FONTE-ARQUIVO        PIC X(01) VALUE "N".
          01 WS-CLI-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-INCLUI               PIC X(01) VALUE "N".
          01 WS-AVISO-TABELA         PIC X(01) VALUE "N".
          01 WS-A                    PIC 9(04) VALUE ZEROS.
          01 WS-B                    PIC 9(04) VALUE ZEROS.
          01 WS-N                    PIC 9(02) VALUE ZEROS.
          01 WS-I                    PIC 9(04) VALUE ZEROS.
          01 WS-AGENCIA-PROC         PIC 9(04) VALUE ZEROS.
          01 WS-VALOR-PROC           PIC 9(03) VALUE ZEROS.
          01 WS-CODIGO-CLI           PIC 9(04) VALUE ZEROS.
          01 WS-QTD-AGE              PIC 9(04) VALUE ZEROS.
          01 WS-QTD-MOVTOS           PIC 9(07) VALUE ZEROS.
          01 WS-QTD-CREDITOS         PIC 9(07) VALUE ZEROS.
          01 WS-QTD-PROPOSTAS        PIC 9(05) VALUE ZEROS.
          01 WS-QTD-AGENDADOS        PIC 9(05) VALUE ZEROS.
          01 WS-RESTO-AGENDA         PIC 9(07)V99 VALUE ZEROS.
          01 WS-QTD-CABE             PIC 9(06) VALUE ZEROS.

      * Datas de trabalho: base (dia de movimento), alvo (proximo dia
      * util) e o inicio da janela de historico.
          01 WS-DATA-BASE            PIC 9(08) VALUE ZEROS.
          01 WS-DATA-ALVO            PIC 9(08) VALUE ZEROS.
          01 WS-DATA-ALVO-R REDEFINES WS-DATA-ALVO.
                02 WS-ALVO-ANO       PIC 9(04).
                02 WS-ALVO-MES       PIC 9(02).
                02 WS-ALVO-DIA       PIC 9(02).
          01 WS-DATA-INICIO          PIC 9(08) VALUE ZEROS.
          01 WS-DATA-TESTE           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
                02 WS-TESTE-ANO      PIC 9(04).
                02 WS-TESTE-MES      PIC 9(02).
                02 WS-TESTE-DIA      PIC 9(02).
          01 WS-DATA-ANT             PIC 9(08) VALUE ZEROS.
          01 WS-DATA-CRED            PIC 9(08) VALUE ZEROS.
          01 WS-DATA-CRED-ANT        PIC 9(08) VALUE ZEROS.
          01 WS-DATA-DEMANDA         PIC 9(08) VALUE ZEROS.
          01 WS-DATA-DEMANDA-R REDEFINES WS-DATA-DEMANDA.
                02 FILLER            PIC 9(06).
                02 WS-DEMANDA-DIA    PIC 9(02).
          01 WS-DIAS-INT             PIC 9(07) VALUE ZEROS.
          01 WS-SEMANA-ALVO          PIC 9(01) VALUE ZEROS.
          01 WS-SEMANA-TESTE         PIC 9(01) VALUE ZEROS.
          01 WS-ANO-ANT              PIC 9(04) VALUE ZEROS.
          01 WS-MES-ANT              PIC 9(02) VALUE ZEROS.
          01 WS-DU-UTIL              PIC X(01) VALUE "N".
          01 WS-DU-ANTERIOR          PIC 9(08) VALUE ZEROS.
          01 WS-DU-PROXIMO           PIC 9(08) VALUE ZEROS.

      * Dias distintos de movimento vistos na janela - so eles contam
      * nas medias (historico mais curto que a janela nao as dilui).
          01 WS-QTD-DATAS            PIC 9(04) VALUE ZEROS.
          01 WS-TAB-DATAS.
                02 WS-DATA-VISTA     PIC 9(08) OCCURS 400 TIMES.
          01 WS-CONTA-SEMANA         PIC X(01) VALUE "N".
          01 WS-CONTA-MES            PIC X(01) VALUE "N".
          01 WS-QTD-DIAS-SEMANA      PIC 9(04) VALUE ZEROS.
          01 WS-QTD-DIAS-MES         PIC 9(04) VALUE ZEROS.

      * Parametros (PRMGET) com os valores de fabrica.
          01 WS-JANELA               PIC 9(03) VALUE 90.
          01 WS-FATOR-CREDITO        PIC 9(01)V99 VALUE 1,50.
          01 WS-FATOR-SOBRA          PIC 9(01)V99 VALUE 2,00.
          01 WS-NOTAS-MINIMO         PIC 9(03) VALUE 20.
          01 WS-TES-MINIMO           PIC 9(08)V99 VALUE 10000,00.
          01 WS-TES-MAXIMO           PIC 9(08)V99 VALUE 500000,00.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".

          01 WS-TAB-NOTAS.
                02 FILLER            PIC 9(03) VALUE 200.
                02 FILLER            PIC 9(03) VALUE 100.
                02 FILLER            PIC 9(03) VALUE 050.
                02 FILLER            PIC 9(03) VALUE 020.
          01 WS-VALOR-NOTA REDEFINES WS-TAB-NOTAS
                                  PIC 9(03) OCCURS 4 TIMES.

      * Uma entrada por agencia, em ordem de codigo, com a posicao de
      * cada nota e as somas liquidas (saques menos depositos) dos
      * dias que entram em cada media.
          01 WS-TAB-AGENCIAS.
                02 WS-AGE OCCURS 500 TIMES.
                   03 WS-AGE-AGENCIA      PIC 9(04).
                   03 WS-AGE-TEM-TES      PIC X(01).
                   03 WS-AGE-TES-SALDO    PIC S9(09)V99.
                   03 WS-AGE-CRED-ALVO    PIC X(01).
                   03 WS-AGE-VALOR-CRED   PIC S9(09)V99.
                   03 WS-AGE-DIA-CRED     PIC X(01) OCCURS 31 TIMES.
                   03 WS-AGE-AGENDADO     PIC S9(09)V99.
                   03 WS-AGE-NOTA OCCURS 4 TIMES.
                      04 WS-AGE-ESTOQUE   PIC S9(06).
                      04 WS-AGE-SOMA-SEM  PIC S9(08).
                      04 WS-AGE-SOMA-MES  PIC S9(08).
                      04 WS-AGE-QTD-AGENDA PIC S9(06).

          01 WS-CALCULO.
                02 WS-MEDIA-SEMANA   PIC S9(06) VALUE ZEROS.
                02 WS-MEDIA-MES      PIC S9(06) VALUE ZEROS.
                02 WS-PREVISTO       PIC S9(06) VALUE ZEROS.
                02 WS-ALVO-NOTAS     PIC S9(06) VALUE ZEROS.
                02 WS-LIMITE-SOBRA   PIC S9(07) VALUE ZEROS.
                02 WS-QTD-PROPOSTA   PIC S9(06) VALUE ZEROS.
                02 WS-VALOR-PROPOSTA PIC S9(09)V99 VALUE ZEROS.
                02 WS-TIPO-PROPOSTA  PIC X(01) VALUE SPACE.
                02 WS-TES-APOS       PIC S9(09)V99 VALUE ZEROS.
                02 WS-VALOR-CARRO    PIC S9(09)V99 VALUE ZEROS.

          01 WS-TOTAIS-AGENCIA.
                02 WS-TAG-SUPRIMENTO PIC S9(09)V99 VALUE ZEROS.
                02 WS-TAG-RECOLHE    PIC S9(09)V99 VALUE ZEROS.
          01 WS-TOTAIS-BANCO.
                02 WS-TBC-SUPRIMENTO PIC S9(11)V99 VALUE ZEROS.
                02 WS-TBC-RECOLHE    PIC S9(11)V99 VALUE ZEROS.
                02 WS-TBC-ENTRADA    PIC S9(11)V99 VALUE ZEROS.
                02 WS-TBC-SAIDA      PIC S9(11)V99 VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(34) VALUE
                   "PREVISAO DE NUMERARIO - MOVIMENTO ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(36) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(26) VALUE
                   "PREVISAO PARA O DIA UTIL ".
                02 WS-CAB-ALVO-DIA   PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ALVO-MES   PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ALVO-ANO   PIC 9(04).
                02 FILLER            PIC X(10) VALUE " - JANELA ".
                02 WS-CAB-JANELA     PIC ZZ9.
                02 FILLER            PIC X(31) VALUE " DIAS".

          01 WS-LINHA-CAB3.
                02 FILLER            PIC X(37) VALUE
                   "NOTA ESTOQUE MED.SEM MED.DIA PREVIST ".
                02 FILLER            PIC X(43) VALUE
                   "   ALVO TIPO    QTDE         VALOR".

          01 WS-LINHA-AGENCIA.
                02 FILLER            PIC X(08) VALUE "AGENCIA ".
                02 WS-LAG-AGENCIA    PIC 9(04).
                02 FILLER            PIC X(15) VALUE
                   "   TESOURARIA ".
                02 WS-LAG-TES-SALDO  PIC -ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-LAG-OBS        PIC X(36).

          01 WS-LINHA-DET.
                02 WS-DET-NOTA       PIC ZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-ESTOQUE    PIC -ZZZ.ZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-MED-SEM    PIC -ZZ.ZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-MED-MES    PIC -ZZ.ZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-PREVISTO   PIC ZZZ.ZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-ALVO       PIC ZZZ.ZZ9.
                02 FILLER            PIC X(04) VALUE SPACES.
                02 WS-DET-TIPO       PIC X(01).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VALOR      PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(09) VALUE SPACES.

          01 WS-LINHA-RESUMO.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-RES-TEXTO      PIC X(40).
                02 WS-RES-VALOR      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL = "00" AND ARQST-PRO = "00"
                 PERFORM CARREGA-ESTOQUE
                 PERFORM CARREGA-HISTORICO
                 PERFORM CARREGA-AGENDADOS
                 PERFORM CARREGA-TESOURARIA
                 PERFORM CARREGA-CREDITOS
                 PERFORM IMPRIME-AGENCIA VARYING WS-A FROM 1 BY 1
                         UNTIL WS-A > WS-QTD-AGE
                 PERFORM IMPRIME-TOTAL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST-REL " / " ARQST-PRO
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              MOVE DATA-SIS(1:8) TO WS-DATA-BASE.
              PERFORM LE-PARAMETROS.
              PERFORM APURA-DATA-ALVO.
              COMPUTE WS-DIAS-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                      - WS-JANELA + 1.
              COMPUTE WS-DATA-INICIO =
                      FUNCTION DATE-OF-INTEGER(WS-DIAS-INT).
              OPEN OUTPUT RELATORIO.
              OPEN OUTPUT PROPOSTA.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-ALVO-DIA TO WS-CAB-ALVO-DIA.
              MOVE WS-ALVO-MES TO WS-CAB-ALVO-MES.
              MOVE WS-ALVO-ANO TO WS-CAB-ALVO-ANO.
              MOVE WS-JANELA   TO WS-CAB-JANELA.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "PREVISAO DE NUMERARIO - " WS-ALVO-DIA "/"
                      WS-ALVO-MES "/" WS-ALVO-ANO.

       LE-PARAMETROS.
              MOVE "CXPREV-JANELA" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-JANELA.
              MOVE "CXPREV-FATOR-CRED" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-FATOR-CREDITO.
              MOVE "CXPREV-FATOR-SOBRA" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-FATOR-SOBRA.
              MOVE "NOTAS-MINIMO" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-NOTAS-MINIMO.
              MOVE "TES-MINIMO" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-TES-MINIMO.
              MOVE "TES-MAXIMO" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-TES-MAXIMO.

      * O alvo e o primeiro dia util depois do movimento; o dia da
      * semana sai do resto por 7 do INTEGER-OF-DATE, como no DIAUTIL.
       APURA-DATA-ALVO.
              MOVE WS-DATA-BASE TO WS-DATA-TESTE.
              PERFORM PROXIMO-DIA-UTIL.
              MOVE WS-DU-PROXIMO TO WS-DATA-ALVO.
              COMPUTE WS-DIAS-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO).
              COMPUTE WS-SEMANA-ALVO = FUNCTION MOD(WS-DIAS-INT, 7).

       PROXIMO-DIA-UTIL.
              COMPUTE WS-DIAS-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE) + 1.
              COMPUTE WS-DATA-TESTE =
                      FUNCTION DATE-OF-INTEGER(WS-DIAS-INT).
              CALL "DIAUTIL" USING WS-DATA-TESTE WS-DU-UTIL
                                   WS-DU-ANTERIOR WS-DU-PROXIMO.

      ******************************************************************
      * Posicao atual de notas de cada agencia (NOTAS.DAT).
      ******************************************************************
       CARREGA-ESTOQUE.
              OPEN INPUT NOTAS.
              IF ARQST-NOT NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-ESTOQUE UNTIL WS-FIM-ARQ = "S".
              CLOSE NOTAS.

       LE-ESTOQUE.
              READ NOTAS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              MOVE NOT-VALOR TO WS-VALOR-PROC.
              PERFORM LOCALIZA-NOTA.
              IF WS-N = ZEROS
                 EXIT PARAGRAPH.
              MOVE NOT-AGENCIA TO WS-AGENCIA-PROC.
              MOVE "S" TO WS-INCLUI.
              PERFORM LOCALIZA-AGENCIA.
              IF WS-A NOT = ZEROS
                 ADD NOT-QTD TO WS-AGE-ESTOQUE(WS-A WS-N).

      ******************************************************************
      * Historico de saques e depositos em especie da janela.  Cada
      * movimento entra na soma da media por dia da semana quando
      * cai no mesmo dia da semana do alvo, e na do dia do mes quando
      * cai no mesmo dia do mes.
      ******************************************************************
       CARREGA-HISTORICO.
              OPEN INPUT NOTAMOV.
              IF ARQST-NMV NOT = "00"
                 DISPLAY "SEM HISTORICO DE NOTAS (NOTAMOV.DAT)"
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-DATA-ANT.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-HISTORICO UNTIL WS-FIM-ARQ = "S".
              CLOSE NOTAMOV.

       LE-HISTORICO.
              READ NOTAMOV
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF NMV-DATA < WS-DATA-INICIO
                 OR NMV-DATA > WS-DATA-BASE
                 EXIT PARAGRAPH.
              IF NMV-DATA NOT = WS-DATA-ANT
                 PERFORM CLASSIFICA-DATA.
              IF WS-CONTA-SEMANA = "N" AND WS-CONTA-MES = "N"
                 EXIT PARAGRAPH.
              MOVE NMV-VALOR TO WS-VALOR-PROC.
              PERFORM LOCALIZA-NOTA.
              IF WS-N = ZEROS
                 EXIT PARAGRAPH.
              MOVE NMV-AGENCIA TO WS-AGENCIA-PROC.
              MOVE "S" TO WS-INCLUI.
              PERFORM LOCALIZA-AGENCIA.
              IF WS-A = ZEROS
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-MOVTOS.
              IF NMV-TIPO = "D"
                 COMPUTE WS-QTD-PROPOSTA = NMV-QTD * -1
              ELSE
                 MOVE NMV-QTD TO WS-QTD-PROPOSTA.
              IF WS-CONTA-SEMANA = "S"
                 ADD WS-QTD-PROPOSTA TO WS-AGE-SOMA-SEM(WS-A WS-N).
              IF WS-CONTA-MES = "S"
                 ADD WS-QTD-PROPOSTA TO WS-AGE-SOMA-MES(WS-A WS-N).

       CLASSIFICA-DATA.
              MOVE NMV-DATA TO WS-DATA-ANT WS-DATA-TESTE.
              COMPUTE WS-DIAS-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE).
              COMPUTE WS-SEMANA-TESTE = FUNCTION MOD(WS-DIAS-INT, 7).
              MOVE "N" TO WS-CONTA-SEMANA WS-CONTA-MES.
              IF WS-SEMANA-TESTE = WS-SEMANA-ALVO
                 MOVE "S" TO WS-CONTA-SEMANA.
              IF WS-TESTE-DIA = WS-ALVO-DIA
                 MOVE "S" TO WS-CONTA-MES.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-QTD-DATAS OR WS-ACHOU = "S"
                 IF WS-DATA-VISTA(WS-I) = WS-DATA-TESTE
                    MOVE "S" TO WS-ACHOU
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "S" OR WS-QTD-DATAS = 400
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-DATAS.
              MOVE WS-DATA-TESTE TO WS-DATA-VISTA(WS-QTD-DATAS).
              IF WS-CONTA-SEMANA = "S"
                 ADD 1 TO WS-QTD-DIAS-SEMANA.
              IF WS-CONTA-MES = "S"
                 ADD 1 TO WS-QTD-DIAS-MES.

      ******************************************************************
      * Saques grandes agendados (SAQMAN) para o dia alvo, quebrados
      * nas maiores notas como o CALCULA-NOTAS do caixa.
      ******************************************************************
       CARREGA-AGENDADOS.
              OPEN INPUT AGENDADOS.
              IF ARQST-SAG NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-AGENDADO UNTIL WS-FIM-ARQ = "S".
              CLOSE AGENDADOS.

       LE-AGENDADO.
              READ AGENDADOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF SAG-SITUACAO NOT = "A"
                 OR SAG-DATA NOT = WS-DATA-ALVO
                 EXIT PARAGRAPH.
              MOVE SAG-AGENCIA TO WS-AGENCIA-PROC.
              MOVE "S" TO WS-INCLUI.
              PERFORM LOCALIZA-AGENCIA.
              IF WS-A = ZEROS
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-AGENDADOS.
              ADD SAG-VALOR TO WS-AGE-AGENDADO(WS-A).
              MOVE SAG-VALOR TO WS-RESTO-AGENDA.
              PERFORM QUEBRA-AGENDADO VARYING WS-N FROM 1 BY 1
                      UNTIL WS-N > 4.

       QUEBRA-AGENDADO.
              DIVIDE WS-RESTO-AGENDA BY WS-VALOR-NOTA(WS-N)
                     GIVING WS-QTD-CABE
                     REMAINDER WS-RESTO-AGENDA.
              ADD WS-QTD-CABE TO WS-AGE-QTD-AGENDA(WS-A WS-N).

      ******************************************************************
      * Saldo do cofre de cada agencia ja na tabela (TESOUR.DAT).
      ******************************************************************
       CARREGA-TESOURARIA.
              OPEN INPUT TESOURARIA.
              IF ARQST-TES NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-TESOURARIA UNTIL WS-FIM-ARQ = "S".
              CLOSE TESOURARIA.

       LE-TESOURARIA.
              READ TESOURARIA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              MOVE TES-AGENCIA TO WS-AGENCIA-PROC.
              MOVE "N" TO WS-INCLUI.
              PERFORM LOCALIZA-AGENCIA.
              IF WS-A NOT = ZEROS
                 MOVE "S" TO WS-AGE-TEM-TES(WS-A)
                 MOVE TES-SALDO TO WS-AGE-TES-SALDO(WS-A).

      ******************************************************************
      * Datas de credito de folha e de beneficio: o journal do mes
      * anterior (arquivo JRNaaaamm.DAT) e o journal vivo.  O saque
      * vem no dia util seguinte ao credito - se esse dia e o alvo,
      * a agencia esta em dia de credito; senao o dia do mes dele
      * fica marcado para os meses seguintes.
      ******************************************************************
       CARREGA-CREDITOS.
              OPEN INPUT CLIENTES.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-CLI-ABERTO.
              MOVE ZEROS TO WS-DATA-CRED-ANT.
              MOVE WS-DATA-BASE(1:4) TO WS-ANO-ANT.
              MOVE WS-DATA-BASE(5:2) TO WS-MES-ANT.
              IF WS-MES-ANT = 1
                 MOVE 12 TO WS-MES-ANT
                 SUBTRACT 1 FROM WS-ANO-ANT
              ELSE
                 SUBTRACT 1 FROM WS-MES-ANT.
              MOVE SPACES TO WS-NOME-ARQJRN.
              STRING "JRN" WS-ANO-ANT WS-MES-ANT ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQJRN.
              OPEN INPUT ARQJRN.
              IF ARQST-AJR = "00"
                 MOVE "S" TO WS-FONTE-ARQUIVO
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM VARRE-JOURNAL UNTIL WS-FIM-ARQ = "S"
                 CLOSE ARQJRN.
              OPEN INPUT JOURNAL.
              IF ARQST-JRN = "00"
                 MOVE "N" TO WS-FONTE-ARQUIVO
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM VARRE-JOURNAL UNTIL WS-FIM-ARQ = "S"
                 CLOSE JOURNAL.

       VARRE-JOURNAL.
              IF WS-FONTE-ARQUIVO = "S"
                 READ ARQJRN INTO REG-JRN
                    AT END
                       MOVE "S" TO WS-FIM-ARQ
                       EXIT PARAGRAPH
                 END-READ
              ELSE
                 READ JOURNAL
                    AT END
                       MOVE "S" TO WS-FIM-ARQ
                       EXIT PARAGRAPH
                 END-READ
              END-IF.
              IF JRN-CONTA-DEB NOT = "SALARIOS"
                 AND JRN-CONTA-DEB NOT = "BENEFICIO"
                 EXIT PARAGRAPH.
              IF JRN-CONTA-CRE(1:3) NOT = "CLI"
                 OR JRN-CONTA-CRE(4:4) IS NOT NUMERIC
                 EXIT PARAGRAPH.
              MOVE JRN-DATA TO WS-DATA-CRED.
              IF WS-DATA-CRED > WS-DATA-BASE
                 EXIT PARAGRAPH.
              IF WS-DATA-CRED NOT = WS-DATA-CRED-ANT
                 MOVE WS-DATA-CRED TO WS-DATA-CRED-ANT WS-DATA-TESTE
                 PERFORM PROXIMO-DIA-UTIL
                 MOVE WS-DU-PROXIMO TO WS-DATA-DEMANDA.
              MOVE JRN-CONTA-CRE(4:4) TO WS-CODIGO-CLI.
              MOVE WS-CODIGO-CLI TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              MOVE AGENCIA TO WS-AGENCIA-PROC.
              MOVE "N" TO WS-INCLUI.
              PERFORM LOCALIZA-AGENCIA.
              IF WS-A = ZEROS
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-CREDITOS.
              IF WS-DATA-DEMANDA = WS-DATA-ALVO
                 MOVE "S" TO WS-AGE-CRED-ALVO(WS-A)
                 ADD JRN-VALOR TO WS-AGE-VALOR-CRED(WS-A)
              ELSE
                 MOVE "S" TO WS-AGE-DIA-CRED(WS-A WS-DEMANDA-DIA).

      ******************************************************************
      * Tabela de agencias mantida em ordem de codigo; WS-INCLUI "S"
      * abre a entrada que faltar.  WS-A volta zerado quando a
      * agencia nao esta (ou nao cabe) na tabela.
      ******************************************************************
       LOCALIZA-AGENCIA.
              MOVE 1 TO WS-A.
              MOVE "N" TO WS-ACHOU.
              PERFORM UNTIL WS-A > WS-QTD-AGE OR WS-ACHOU NOT = "N"
                 IF WS-AGE-AGENCIA(WS-A) = WS-AGENCIA-PROC
                    MOVE "S" TO WS-ACHOU
                 ELSE
                    IF WS-AGE-AGENCIA(WS-A) > WS-AGENCIA-PROC
                       MOVE "P" TO WS-ACHOU
                    ELSE
                       ADD 1 TO WS-A
                    END-IF
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "S"
                 EXIT PARAGRAPH.
              IF WS-INCLUI NOT = "S"
                 MOVE ZEROS TO WS-A
                 EXIT PARAGRAPH.
              IF WS-QTD-AGE = 500
                 IF WS-AVISO-TABELA = "N"
                    DISPLAY "TABELA DE AGENCIAS CHEIA - AGENCIA "
                            WS-AGENCIA-PROC " FORA DA PREVISAO"
                    MOVE "S" TO WS-AVISO-TABELA
                 END-IF
                 MOVE ZEROS TO WS-A
                 EXIT PARAGRAPH.
              PERFORM VARYING WS-B FROM WS-QTD-AGE BY -1
                        UNTIL WS-B < WS-A
                 MOVE WS-AGE(WS-B) TO WS-AGE(WS-B + 1)
              END-PERFORM.
              ADD 1 TO WS-QTD-AGE.
              INITIALIZE WS-AGE(WS-A).
              MOVE WS-AGENCIA-PROC TO WS-AGE-AGENCIA(WS-A).
              MOVE "N" TO WS-AGE-TEM-TES(WS-A) WS-AGE-CRED-ALVO(WS-A).

       LOCALIZA-NOTA.
              MOVE ZEROS TO WS-N.
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
                 IF WS-VALOR-NOTA(WS-I) = WS-VALOR-PROC
                    MOVE WS-I TO WS-N
                 END-IF
              END-PERFORM.

      ******************************************************************
      * Uma secao por agencia: previsao e proposta de cada nota, e o
      * cofre depois das remessas propostas.
      ******************************************************************
       IMPRIME-AGENCIA.
              INITIALIZE WS-TOTAIS-AGENCIA.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL.
              MOVE WS-AGE-AGENCIA(WS-A)   TO WS-LAG-AGENCIA.
              MOVE WS-AGE-TES-SALDO(WS-A) TO WS-LAG-TES-SALDO.
              MOVE SPACES TO WS-LAG-OBS.
              IF WS-AGE-CRED-ALVO(WS-A) = "S"
                 MOVE "DIA DE CREDITO (FOLHA/BENEFICIO)" TO WS-LAG-OBS
              ELSE
                 IF WS-AGE-DIA-CRED(WS-A WS-ALVO-DIA) = "S"
                    MOVE "DIA DE CREDITO NO MES ANTERIOR"
                         TO WS-LAG-OBS
                 END-IF
              END-IF.
              IF WS-AGE-TEM-TES(WS-A) NOT = "S"
                 MOVE "SEM TESOURARIA CADASTRADA" TO WS-LAG-OBS.
              MOVE WS-LINHA-AGENCIA TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB3 TO REG-REL.
              WRITE REG-REL.
              PERFORM PREVE-NOTA VARYING WS-N FROM 1 BY 1
                      UNTIL WS-N > 4.
              PERFORM AVALIA-COFRE.

       PREVE-NOTA.
              MOVE ZEROS TO WS-MEDIA-SEMANA WS-MEDIA-MES.
              IF WS-QTD-DIAS-SEMANA > ZEROS
                 COMPUTE WS-MEDIA-SEMANA ROUNDED =
                         WS-AGE-SOMA-SEM(WS-A WS-N)
                         / WS-QTD-DIAS-SEMANA.
              IF WS-QTD-DIAS-MES > ZEROS
                 COMPUTE WS-MEDIA-MES ROUNDED =
                         WS-AGE-SOMA-MES(WS-A WS-N)
                         / WS-QTD-DIAS-MES.
              MOVE WS-MEDIA-SEMANA TO WS-PREVISTO.
              IF WS-AGE-CRED-ALVO(WS-A) = "S"
                 OR WS-AGE-DIA-CRED(WS-A WS-ALVO-DIA) = "S"
                 COMPUTE WS-PREVISTO ROUNDED =
                         WS-MEDIA-SEMANA * WS-FATOR-CREDITO.
              IF WS-MEDIA-MES > WS-PREVISTO
                 MOVE WS-MEDIA-MES TO WS-PREVISTO.
              IF WS-PREVISTO < ZEROS
                 MOVE ZEROS TO WS-PREVISTO.
              ADD WS-AGE-QTD-AGENDA(WS-A WS-N) TO WS-PREVISTO.
              COMPUTE WS-ALVO-NOTAS = WS-PREVISTO + WS-NOTAS-MINIMO.
              COMPUTE WS-LIMITE-SOBRA ROUNDED =
                      WS-ALVO-NOTAS * WS-FATOR-SOBRA.
              MOVE SPACE TO WS-TIPO-PROPOSTA.
              MOVE ZEROS TO WS-QTD-PROPOSTA.
              IF WS-AGE-ESTOQUE(WS-A WS-N) < WS-ALVO-NOTAS
                 MOVE "G" TO WS-TIPO-PROPOSTA
                 COMPUTE WS-QTD-PROPOSTA =
                         WS-ALVO-NOTAS - WS-AGE-ESTOQUE(WS-A WS-N)
              ELSE
                 IF WS-AGE-ESTOQUE(WS-A WS-N) > WS-LIMITE-SOBRA
                    MOVE "R" TO WS-TIPO-PROPOSTA
                    COMPUTE WS-QTD-PROPOSTA =
                            WS-AGE-ESTOQUE(WS-A WS-N) - WS-ALVO-NOTAS
                 END-IF
              END-IF.
              COMPUTE WS-VALOR-PROPOSTA =
                      WS-QTD-PROPOSTA * WS-VALOR-NOTA(WS-N).
              MOVE WS-VALOR-NOTA(WS-N)       TO WS-DET-NOTA.
              MOVE WS-AGE-ESTOQUE(WS-A WS-N) TO WS-DET-ESTOQUE.
              MOVE WS-MEDIA-SEMANA           TO WS-DET-MED-SEM.
              MOVE WS-MEDIA-MES              TO WS-DET-MED-MES.
              MOVE WS-PREVISTO               TO WS-DET-PREVISTO.
              MOVE WS-ALVO-NOTAS             TO WS-DET-ALVO.
              MOVE WS-TIPO-PROPOSTA          TO WS-DET-TIPO.
              MOVE WS-QTD-PROPOSTA           TO WS-DET-QTD.
              MOVE WS-VALOR-PROPOSTA         TO WS-DET-VALOR.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.
              IF WS-TIPO-PROPOSTA = SPACE
                 EXIT PARAGRAPH.
              IF WS-TIPO-PROPOSTA = "G"
                 ADD WS-VALOR-PROPOSTA TO WS-TAG-SUPRIMENTO
              ELSE
                 ADD WS-VALOR-PROPOSTA TO WS-TAG-RECOLHE.
              MOVE WS-VALOR-NOTA(WS-N) TO CXP-VALOR-NOTA.
              MOVE WS-QTD-PROPOSTA     TO CXP-QTD.
              PERFORM GRAVA-PROPOSTA.

      * O cofre paga os suprimentos e recebe os recolhimentos; o que
      * sobrar fora de TES-MINIMO/TES-MAXIMO vira remessa da
      * transportadora, trazendo o cofre de volta ao limite.
       AVALIA-COFRE.
              COMPUTE WS-TES-APOS = WS-AGE-TES-SALDO(WS-A)
                      - WS-TAG-SUPRIMENTO + WS-TAG-RECOLHE.
              IF WS-AGE-AGENDADO(WS-A) > ZEROS
                 MOVE "SAQUES AGENDADOS NA PREVISAO" TO WS-RES-TEXTO
                 MOVE WS-AGE-AGENDADO(WS-A) TO WS-RES-VALOR
                 MOVE WS-LINHA-RESUMO TO REG-REL
                 WRITE REG-REL.
              MOVE "SUPRIMENTO AOS CAIXAS (G)" TO WS-RES-TEXTO.
              MOVE WS-TAG-SUPRIMENTO TO WS-RES-VALOR.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "RECOLHIMENTO AO COFRE (R)" TO WS-RES-TEXTO.
              MOVE WS-TAG-RECOLHE TO WS-RES-VALOR.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "TESOURARIA APOS AS REMESSAS" TO WS-RES-TEXTO.
              MOVE WS-TES-APOS TO WS-RES-VALOR.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              ADD WS-TAG-SUPRIMENTO TO WS-TBC-SUPRIMENTO.
              ADD WS-TAG-RECOLHE    TO WS-TBC-RECOLHE.
              MOVE ZEROS TO WS-VALOR-CARRO.
              IF WS-AGE-TEM-TES(WS-A) NOT = "S"
                 EXIT PARAGRAPH.
              IF WS-TES-APOS < WS-TES-MINIMO
                 MOVE "E" TO WS-TIPO-PROPOSTA
                 COMPUTE WS-VALOR-CARRO = WS-TES-MINIMO - WS-TES-APOS
                 MOVE "PEDIR A TRANSPORTADORA (E)" TO WS-RES-TEXTO
                 ADD WS-VALOR-CARRO TO WS-TBC-ENTRADA
              ELSE
                 IF WS-TES-APOS > WS-TES-MAXIMO
                    MOVE "S" TO WS-TIPO-PROPOSTA
                    COMPUTE WS-VALOR-CARRO =
                            WS-TES-APOS - WS-TES-MAXIMO
                    MOVE "DEVOLVER A TRANSPORTADORA (S)"
                         TO WS-RES-TEXTO
                    ADD WS-VALOR-CARRO TO WS-TBC-SAIDA
                 END-IF
              END-IF.
              IF WS-VALOR-CARRO = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-VALOR-CARRO TO WS-RES-VALOR.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE ZEROS TO CXP-VALOR-NOTA CXP-QTD.
              MOVE WS-VALOR-CARRO TO WS-VALOR-PROPOSTA.
              PERFORM GRAVA-PROPOSTA.

       GRAVA-PROPOSTA.
              MOVE WS-DATA-ALVO         TO CXP-DATA.
              MOVE WS-AGE-AGENCIA(WS-A) TO CXP-AGENCIA.
              MOVE WS-TIPO-PROPOSTA     TO CXP-TIPO-REM.
              MOVE WS-VALOR-PROPOSTA    TO CXP-VALOR.
              WRITE REG-CXP.
              ADD 1 TO WS-QTD-PROPOSTAS.

       IMPRIME-TOTAL.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL.
              MOVE "TOTAL DO BANCO" TO REG-REL.
              WRITE REG-REL.
              MOVE "SUPRIMENTO AOS CAIXAS (G)" TO WS-RES-TEXTO.
              MOVE WS-TBC-SUPRIMENTO TO WS-RES-VALOR.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "RECOLHIMENTO AO COFRE (R)" TO WS-RES-TEXTO.
              MOVE WS-TBC-RECOLHE TO WS-RES-VALOR.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "PEDIR A TRANSPORTADORA (E)" TO WS-RES-TEXTO.
              MOVE WS-TBC-ENTRADA TO WS-RES-VALOR.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "DEVOLVER A TRANSPORTADORA (S)" TO WS-RES-TEXTO.
              MOVE WS-TBC-SAIDA TO WS-RES-VALOR.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              IF WS-CLI-ABERTO = "S"
                 CLOSE CLIENTES.
              IF ARQST-REL = "00"
                 CLOSE RELATORIO.
              IF ARQST-PRO = "00"
                 CLOSE PROPOSTA.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "AGENCIAS PREVISTAS: " WS-QTD-AGE.
              DISPLAY "MOVIMENTOS DE NOTAS NA JANELA: " WS-QTD-MOVTOS.
              DISPLAY "CREDITOS DE FOLHA/BENEFICIO: " WS-QTD-CREDITOS.
              DISPLAY "SAQUES AGENDADOS PARA O DIA: " WS-QTD-AGENDADOS.
              DISPLAY "REMESSAS PROPOSTAS: " WS-QTD-PROPOSTAS.
              DISPLAY "FIM DE PROGRAMA".
