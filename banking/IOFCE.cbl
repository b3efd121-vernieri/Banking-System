      ******************************************************************
      * Author: Vernieri
      * Date: October 12, 2026
      * Purpose: Daily IOF accrual on overdraft use, charged monthly
      * Tectonics: cobc
      ******************************************************************
      * Runs every night after JUROS.  Every account with a cheque
      * especial contract in LIMITECE.DAT (CELGET) and a negative
      * balance accrues the credit IOF on the amount used: the daily
      * rate IOF-CE-DIARIA-PCT for each calendar day since the last
      * accrual, plus the additional rate IOF-CE-FIXA-PCT on what was
      * drawn beyond the amount already used - both percentages from
      * PARAMS.DAT.  The month's IOF builds up in IOFCE.DAT and is
      * debited to the account on the first run of the following
      * month, against the fiscal-liability account IOFCE that
      * RELIRF totals for the remittance.  The charge itself is not
      * taxed again: it is added to the amount already used.
      * IOFCE.LST lists the accruals of the day and the charges.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IOFCE.

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
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT ACUMULOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ICE-CODIGO
              FILE STATUS ARQST-ICE.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

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

       FD ACUMULOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ICE
                VALUE OF FILE-ID IS "IOFCE.DAT".
          01 REG-ICE.
                COPY IOFCEACU.

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXT
                VALUE OF FILE-ID IS "EXTRATO.DAT".
          01 REG-EXT.
                COPY EXTRATO.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "IOFCE.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-ICE               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-REL               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "IOFCE".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "IOFCE.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-ARQ-ABERTOS          PIC X(01) VALUE "N".
          01 WS-ICE-ACHOU            PIC X(01) VALUE "N".
          01 WS-ICE-ALTERADO         PIC X(01) VALUE "N".
          01 WS-CLI-ALTERADO         PIC X(01) VALUE "N".
          01 WS-AAMM-HOJE            PIC 9(06) VALUE ZEROS.
          01 WS-JRN-CLI              PIC X(10).
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-CEL-LIMITE           PIC 9(05)V99 VALUE ZEROS.
          01 WS-CEL-ACHOU            PIC X(01) VALUE "N".
          01 WS-USADO                PIC 9(07)V99 VALUE ZEROS.
          01 WS-ACRESCIMO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-DIAS                 PIC 9(05) VALUE ZEROS.
          01 WS-IOF-DIA              PIC 9(05)V9999 VALUE ZEROS.
          01 WS-IOF-ADIC             PIC 9(05)V9999 VALUE ZEROS.
          01 WS-IOF-COBRAR           PIC 9(05)V99 VALUE ZEROS.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
      * Aliquotas do IOF de pessoa fisica quando PARAMS.DAT nao as
      * traz: 0,0082% ao dia e 0,38% adicional.
          01 WS-DIARIA-PCT           PIC 9V9999 VALUE 0,0082.
          01 WS-FIXA-PCT             PIC 9V9999 VALUE 0,3800.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "IOFCE".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "IOFCE".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-QTD-CONTAS           PIC 9(06) VALUE ZEROS.
          01 WS-QTD-APROPRIADAS      PIC 9(06) VALUE ZEROS.
          01 WS-QTD-COBRADAS         PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-APROPRIADO     PIC 9(07)V9999 VALUE ZEROS.
          01 WS-TOTAL-COBRADO        PIC 9(09)V99 VALUE ZEROS.
          01 WS-AAMM-AUX             PIC 9(06) VALUE ZEROS.
          01 WS-AAMM-AUX-R REDEFINES WS-AAMM-AUX.
                02 WS-AUX-ANO        PIC 9(04).
                02 WS-AUX-MES        PIC 9(02).

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(28) VALUE
                   "IOF SOBRE CHEQUE ESPECIAL - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(42) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CONTA    UTILIZADO DIAS   IOF DIARIO    ".
                02 FILLER            PIC X(40) VALUE
                   "IOF ADIC.  ACUM. MES                    ".

          01 WS-LINHA-DET.
                02 WS-DET-CODIGO     PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-USADO      PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-DIAS       PIC ZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-IOF-DIA    PIC ZZ.ZZ9,9999.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-IOF-ADIC   PIC ZZ.ZZ9,9999.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-ACUMULADO  PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(20) VALUE SPACES.

          01 WS-LINHA-COB.
                02 WS-COB-CODIGO     PIC 9(04).
                02 FILLER            PIC X(13) VALUE
                   "  IOF DO MES ".
                02 WS-COB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-COB-ANO        PIC 9(04).
                02 FILLER            PIC X(11) VALUE
                   " COBRADO:  ".
                02 WS-COB-VALOR      PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(09) VALUE
                   "   SALDO ".
                02 WS-COB-SALDO      PIC -ZZ.ZZ9,99.
                02 FILLER            PIC X(17) VALUE SPACES.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

          01 WS-LINHA-TOT1.
                02 FILLER            PIC X(22) VALUE
                   "CONTAS APROPRIADAS:   ".
                02 WS-TOT-APROPRIADAS PIC ZZZ.ZZ9.
                02 FILLER            PIC X(20) VALUE
                   "   IOF APROPRIADO: ".
                02 WS-TOT-APROPRIADO PIC Z.ZZZ.ZZ9,9999.
                02 FILLER            PIC X(17) VALUE SPACES.

          01 WS-LINHA-TOT2.
                02 FILLER            PIC X(22) VALUE
                   "CONTAS COBRADAS:      ".
                02 WS-TOT-COBRADAS   PIC ZZZ.ZZ9.
                02 FILLER            PIC X(20) VALUE
                   "   IOF COBRADO:    ".
                02 WS-TOT-COBRADO    PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-ARQ-ABERTOS = "S"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-ICE
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
              PERFORM APURA-DATA-MOVIMENTO.
              COMPUTE WS-AAMM-HOJE = ANO * 100 + MES.
              PERFORM CARREGA-PARAMETROS.
              OPEN OUTPUT RELATORIO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              DISPLAY "IOF SOBRE CHEQUE ESPECIAL - "
                      DIA "/" MES "/" ANO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
      * A failed open here means the data files have not been
      * through MIGRADAT (or are damaged) - recreating them in place
      * is how a master file once became an empty shell, so the
      * program stops instead.
              OPEN I-O CLIENTES.
              IF ARQST = "05"
                 MOVE "00" TO ARQST.
              IF ARQST NOT = "00"
                 DISPLAY "ARQUIVO DE CONTAS INCOMPATIVEL OU AUSENTE "
                         "- STATUS " ARQST " - EXECUTE MIGRADAT"
                 EXIT PARAGRAPH.
              OPEN I-O EXTRATO.
              IF ARQST-EXT = "05"
                 MOVE "00" TO ARQST-EXT.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "EXTRATO INCOMPATIVEL OU AUSENTE - STATUS "
                         ARQST-EXT " - EXECUTE MIGRADAT"
                 MOVE ARQST-EXT TO ARQST
                 CLOSE CLIENTES
                 EXIT PARAGRAPH.
      * O acumulado nasce vazio na primeira rodada.
              OPEN I-O ACUMULOS.
              IF ARQST-ICE NOT = "00"
                 CLOSE ACUMULOS
                 OPEN OUTPUT ACUMULOS
                 CLOSE ACUMULOS
                 OPEN I-O ACUMULOS.
              IF ARQST-ICE NOT = "00"
                 CLOSE CLIENTES
                 CLOSE EXTRATO
                 EXIT PARAGRAPH.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              MOVE "S" TO WS-ARQ-ABERTOS.

       CARREGA-PARAMETROS.
              MOVE "IOF-CE-DIARIA-PCT" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR NOT < ZEROS
                 MOVE WS-PRM-VALOR TO WS-DIARIA-PCT.
              MOVE "IOF-CE-FIXA-PCT" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR NOT < ZEROS
                 MOVE WS-PRM-VALOR TO WS-FIXA-PCT.

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

       GRAVA-RUN-CONTROL.
              MOVE "G" TO WS-RCT-FUNCAO.
              CALL "RUNCTL" USING WS-RCT-FUNCAO WS-RCT-PROGRAMA
                                  WS-RCT-PERIODO DATA-SIS
                                  WS-RCT-RESULTADO.

       PROCESSO.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-CLI TO REG-CLI-W
                    ADD 1 TO WS-QTD-CONTAS
                    PERFORM TRATA-CONTA
              END-READ.

      * Primeiro cobra o mes fechado, depois apropria o dia - assim o
      * debito do IOF entra no utilizado antes da apropriacao.
       TRATA-CONTA.
              MOVE "N" TO WS-ICE-ALTERADO WS-CLI-ALTERADO.
              PERFORM LE-ACUMULO.
              IF WS-ICE-ACHOU = "S"
                 AND ICE-AAMM < WS-AAMM-HOJE
                 PERFORM COBRA-MES-ANTERIOR.
              IF STATUS-CONTA-W NOT = "F"
                 PERFORM APROPRIA-DIA.
              IF WS-CLI-ALTERADO = "S"
                 PERFORM REGRAVA-CONTA.
              IF WS-ICE-ALTERADO = "S"
                 PERFORM GRAVA-ACUMULO.

       LE-ACUMULO.
              MOVE "S" TO WS-ICE-ACHOU.
              MOVE CODIGO-W TO ICE-CODIGO.
              READ ACUMULOS
                 INVALID KEY
                    MOVE "N" TO WS-ICE-ACHOU
              END-READ.

       COBRA-MES-ANTERIOR.
              COMPUTE WS-IOF-COBRAR ROUNDED =
                      ICE-IOF-DIARIO + ICE-IOF-ADIC.
              IF WS-IOF-COBRAR > ZEROS
                 PERFORM DEBITA-IOF
                 IF WS-IOF-COBRAR = ZEROS
                    EXIT PARAGRAPH
                 END-IF
                 MOVE ICE-AAMM      TO ICE-COBRADO-AAMM
                 MOVE WS-IOF-COBRAR TO ICE-COBRADO
                 ADD WS-IOF-COBRAR  TO ICE-USADO-ANT
                 PERFORM IMPRIME-COBRANCA.
              MOVE WS-AAMM-HOJE TO ICE-AAMM.
              MOVE ZEROS TO ICE-DIAS ICE-IOF-DIARIO ICE-IOF-ADIC.
              MOVE "S" TO WS-ICE-ALTERADO.

      * O debito aprofunda o saldo devedor, como os juros do JUROS.
      * Se o saldo nao comporta o lancamento o IOF fica acumulado e
      * a conta vai para o log.
       DEBITA-IOF.
              SUBTRACT WS-IOF-COBRAR FROM SALDO-W
                 ON SIZE ERROR
                    DISPLAY "IOF NAO COBRADO - CONTA " CODIGO-W
                            " SEM CAPACIDADE DE SALDO"
                    MOVE CODIGO-W TO WS-LOG-CHAVE
                    MOVE "IOF CHEQUE ESPECIAL NAO COBRADO"
                         TO WS-LOG-MENSAGEM
                    PERFORM GRAVA-RUN-LOG
                    MOVE ZEROS TO WS-IOF-COBRAR
                    EXIT PARAGRAPH
              END-SUBTRACT.
              ADD WS-IOF-COBRAR TO TOTAL-W.
              MOVE "S" TO WS-CLI-ALTERADO.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              PERFORM GRAVA-EXTRATO.
              PERFORM GRAVA-JOURNAL-IOF.
              ADD 1 TO WS-QTD-COBRADAS.
              ADD WS-IOF-COBRAR TO WS-TOTAL-COBRADO.

      * Diaria pelos dias corridos desde a ultima apropriacao (o
      * fim de semana entra na rodada seguinte) e adicional so sobre
      * o que a conta sacou alem do ja utilizado.
       APROPRIA-DIA.
              IF SALDO-W NOT < ZEROS
                 IF WS-ICE-ACHOU = "S" AND ICE-USADO-ANT > ZEROS
                    MOVE ZEROS TO ICE-USADO-ANT
                    MOVE WS-DATA-MOVTO TO ICE-DATA-ULT
                    MOVE "S" TO WS-ICE-ALTERADO
                 END-IF
                 EXIT PARAGRAPH.
              IF WS-ICE-ACHOU = "S" AND ICE-DATA-ULT = WS-DATA-MOVTO
                 EXIT PARAGRAPH.
              CALL "CELGET" USING CODIGO-W WS-CEL-LIMITE
                                  WS-CEL-ACHOU.
              IF WS-CEL-ACHOU NOT = "S"
                 EXIT PARAGRAPH.
              IF WS-ICE-ACHOU NOT = "S"
                 PERFORM INICIA-ACUMULO.
              COMPUTE WS-USADO = SALDO-W * -1.
              MOVE 1 TO WS-DIAS.
              IF ICE-USADO-ANT > ZEROS AND ICE-DATA-ULT > ZEROS
                 COMPUTE WS-DIAS =
                         FUNCTION INTEGER-OF-DATE(WS-DATA-MOVTO)
                       - FUNCTION INTEGER-OF-DATE(ICE-DATA-ULT)
                 IF WS-DIAS = ZEROS
                    MOVE 1 TO WS-DIAS
                 END-IF
              END-IF.
              COMPUTE WS-IOF-DIA ROUNDED =
                      WS-USADO * WS-DIARIA-PCT * WS-DIAS / 100.
              MOVE ZEROS TO WS-IOF-ADIC.
              IF WS-USADO > ICE-USADO-ANT
                 COMPUTE WS-ACRESCIMO = WS-USADO - ICE-USADO-ANT
                 COMPUTE WS-IOF-ADIC ROUNDED =
                         WS-ACRESCIMO * WS-FIXA-PCT / 100.
              ADD WS-IOF-DIA  TO ICE-IOF-DIARIO.
              ADD WS-IOF-ADIC TO ICE-IOF-ADIC.
              ADD WS-DIAS     TO ICE-DIAS.
              MOVE WS-USADO      TO ICE-USADO-ANT.
              MOVE WS-DATA-MOVTO TO ICE-DATA-ULT.
              MOVE "S" TO WS-ICE-ALTERADO.
              ADD 1 TO WS-QTD-APROPRIADAS.
              ADD WS-IOF-DIA WS-IOF-ADIC TO WS-TOTAL-APROPRIADO.
              PERFORM IMPRIME-APROPRIACAO.

       INICIA-ACUMULO.
              MOVE CODIGO-W     TO ICE-CODIGO.
              MOVE WS-AAMM-HOJE TO ICE-AAMM.
              MOVE ZEROS TO ICE-USADO-ANT ICE-DATA-ULT ICE-DIAS
                            ICE-IOF-DIARIO ICE-IOF-ADIC
                            ICE-COBRADO-AAMM ICE-COBRADO.

       GRAVA-ACUMULO.
              IF WS-ICE-ACHOU = "S"
                 REWRITE REG-ICE
              ELSE
                 WRITE REG-ICE.
              IF ARQST-ICE NOT = "00"
                 DISPLAY "ERRO NO ACUMULADO DE IOF CODIGO " CODIGO-W
                         " - STATUS " ARQST-ICE
                 MOVE CODIGO-W TO WS-LOG-CHAVE
                 MOVE "ERRO NA GRAVACAO DO IOFCE.DAT"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG.

       REGRAVA-CONTA.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO CODIGO "
                            CODIGO-W " - STATUS " ARQST
                    MOVE CODIGO-W TO WS-LOG-CHAVE
                    MOVE "ERRO NA ATUALIZACAO DA CONTA"
                         TO WS-LOG-MENSAGEM
                    PERFORM GRAVA-RUN-LOG
              END-REWRITE.

       GRAVA-EXTRATO.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "V"       TO EXT-TIPO.
              MOVE WS-IOF-COBRAR TO EXT-VALOR.
              MOVE SALDO-W   TO EXT-SALDO.
              MOVE ZEROS     TO EXT-OPERADOR.
              MOVE HORA-SIS  TO EXT-HORA.
              MOVE WS-SEQ-TRN TO EXT-SEQ.
              MOVE 1 TO EXT-NSEQ.
              WRITE REG-EXT.
              PERFORM UNTIL ARQST-EXT NOT = "22" OR EXT-NSEQ = 999
                 ADD 1 TO EXT-NSEQ
                 WRITE REG-EXT
              END-PERFORM.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "ERRO NO EXTRATO CODIGO " CODIGO-W
                         " - STATUS " ARQST-EXT
                 MOVE CODIGO-W TO WS-LOG-CHAVE
                 MOVE "ERRO NA GRAVACAO DO EXTRATO"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG.

       GRAVA-JOURNAL-IOF.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE ANO           TO JRN-ANO.
              MOVE MES           TO JRN-MES.
              MOVE DIA           TO JRN-DIA.
              MOVE WS-JRN-CLI    TO JRN-CONTA-DEB.
              MOVE "IOFCE"       TO JRN-CONTA-CRE.
              MOVE WS-IOF-COBRAR TO JRN-VALOR.
              MOVE "IOF CHEQUE ESPECIAL" TO JRN-HISTORICO.
              MOVE ZEROS         TO JRN-OPERADOR.
              MOVE HORA-SIS      TO JRN-HORA.
              MOVE WS-SEQ-TRN    TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
                         " - STATUS " ARQST-JRN
                 MOVE CODIGO-W TO WS-LOG-CHAVE
                 MOVE "ERRO NA GRAVACAO DO JOURNAL"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG.

       IMPRIME-APROPRIACAO.
              MOVE CODIGO-W      TO WS-DET-CODIGO.
              MOVE WS-USADO      TO WS-DET-USADO.
              MOVE WS-DIAS       TO WS-DET-DIAS.
              MOVE WS-IOF-DIA    TO WS-DET-IOF-DIA.
              MOVE WS-IOF-ADIC   TO WS-DET-IOF-ADIC.
              COMPUTE WS-DET-ACUMULADO ROUNDED =
                      ICE-IOF-DIARIO + ICE-IOF-ADIC.
              MOVE WS-LINHA-DET  TO REG-REL.
              WRITE REG-REL.

       IMPRIME-COBRANCA.
              MOVE CODIGO-W      TO WS-COB-CODIGO.
              MOVE ICE-AAMM      TO WS-AAMM-AUX.
              MOVE WS-AUX-MES    TO WS-COB-MES.
              MOVE WS-AUX-ANO    TO WS-COB-ANO.
              MOVE WS-IOF-COBRAR TO WS-COB-VALOR.
              MOVE SALDO-W       TO WS-COB-SALDO.
              MOVE WS-LINHA-COB  TO REG-REL.
              WRITE REG-REL.

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

      * Nenhum lancamento nasce fora do plano de contas - CTAVAL
      * recusa conta contabil desconhecida ou inativa (as contas
      * CLInnnn de cliente sao sempre aceitas).
       VALIDA-CONTAS-JOURNAL.
              CALL "CTAVAL" USING JRN-CONTA-DEB JRN-CONTA-CRE
                                  WS-CTA-OK.
              IF WS-CTA-OK NOT = "S"
                 DISPLAY "LANCAMENTO RECUSADO - CONTA CONTABIL "
                         "INVALIDA " JRN-CONTA-DEB " / "
                         JRN-CONTA-CRE.

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto nada posta, e uma rodada depois da meia-
      * noite continua carimbando o dia que ainda esta aberto.
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
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-QTD-APROPRIADAS  TO WS-TOT-APROPRIADAS.
              MOVE WS-TOTAL-APROPRIADO TO WS-TOT-APROPRIADO.
              MOVE WS-LINHA-TOT1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-QTD-COBRADAS     TO WS-TOT-COBRADAS.
              MOVE WS-TOTAL-COBRADO    TO WS-TOT-COBRADO.
              MOVE WS-LINHA-TOT2 TO REG-REL.
              WRITE REG-REL.
              IF WS-ARQ-ABERTOS = "S"
                 CLOSE CLIENTES
                 CLOSE ACUMULOS
                 CLOSE EXTRATO
                 CLOSE JOURNAL.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "CONTAS PROCESSADAS: " WS-QTD-CONTAS.
              DISPLAY "IOF APROPRIADO EM : " WS-QTD-APROPRIADAS.
              DISPLAY "IOF COBRADO DE    : " WS-QTD-COBRADAS.
              DISPLAY "TOTAL COBRADO     : " WS-TOTAL-COBRADO.
              DISPLAY "FIM DE PROGRAMA".
