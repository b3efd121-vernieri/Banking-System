      * Date: August 8, 2026
      * Purpose: Daily balance listing report
      * Tectonics: cobc
      ******************************************************************
      * Lists every account with its balance, converted to BRL at the
      * day's CAMBIO.DAT rates, with per-agency subtotals.  A
      * completed day is only listed again with a supervisor
      * credential (RUNCTL).  Scheduled by AGENCIA range (FAIXAGE),
      * each partition lists only its agencies in its own RELSALnn.LST
      * under its own run-control entry and leaves its totals for
      * PARTCONF, which prints the combined figures.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELSALDO.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS WS-SPL-ARQUIVO.
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 WS-SPL-ARQUIVO          PIC X(12)
                                     VALUE "RELSALDO.LST".
          COPY CLICOM.
          COPY FAIXAW.
          01 WS-PTT-PROGRAMA         PIC X(08) VALUE "RELSALDO".
          01 WS-PTT-QTD              PIC 9(07) VALUE ZEROS.
          01 WS-PTT-VALOR            PIC S9(13)V99 VALUE ZEROS.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "RELSALDO".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          01 WS-PAG-LINHAS           PIC 9(02) VALUE 99.
          01 WS-PAG-MAX-LINHAS       PIC 9(02) VALUE 56.
          01 WS-PAG-NUMERO           PIC 9(04) VALUE ZEROS.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-REL = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM CARREGA-CAMBIO
                    IF WS-CAMBIO-OK = "S"
                       PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                       PERFORM GRAVA-RUN-CONTROL
                    END-IF
                 END-IF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
              GOBACK.

       ABRE-ARQ.
              PERFORM CARREGA-FAIXA.
              OPEN INPUT CLIENTES.
              OPEN OUTPUT RELATORIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.

      * Rodando como particao da cadeia (FAIXAGE) so as contas da
      * faixa de agencias sao listadas, em relatorio e run-control
      * proprios - particoes diferentes podem rodar lado a lado.
       CARREGA-FAIXA.
              MOVE "L" TO WS-FAI-FUNCAO.
              CALL "FAIXAGE" USING WS-FAI-FUNCAO WS-FAIXA.
              IF WS-FAI-PARTICAO = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-FAI-PARTICAO TO WS-RCT-PROGRAMA(7:2).
              MOVE SPACES TO WS-SPL-ARQUIVO.
              STRING "RELSAL" WS-FAI-PARTICAO ".LST"
                     DELIMITED BY SIZE INTO WS-SPL-ARQUIVO.
              DISPLAY "PARTICAO " WS-FAI-PARTICAO " - AGENCIAS "
                      WS-FAI-AGENCIA-INI " A " WS-FAI-AGENCIA-FIM.

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

       CARREGA-CAMBIO.
              MOVE "S" TO WS-CAMBIO-OK.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-CLI TO REG-CLI-W
                    IF AGENCIA-W >= WS-FAI-AGENCIA-INI
                       AND AGENCIA-W <= WS-FAI-AGENCIA-FIM
                       PERFORM IMPRIME-LINHA
                    END-IF
              END-READ.

       IMPRIME-LINHA.
              WRITE REG-REL.
              MOVE 3 TO WS-PAG-LINHAS.

      * Particao completa deixa contas e saldo em BRL da faixa em
      * PARTOT.DAT, com a data do dia de movimento aberto, para o
      * PARTCONF somar e conferir.
       REGISTRA-PARTICAO.
              IF WS-FAI-PARTICAO = ZEROS
                 EXIT PARAGRAPH.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE DATA-SIS(1:8) TO WS-DATA-MOVTO.
              MOVE WS-QTD-CONTAS   TO WS-PTT-QTD.
              MOVE WS-TOTAL-SALDOS TO WS-PTT-VALOR.
              CALL "PARTREG" USING WS-PTT-PROGRAMA WS-FAIXA
                                   WS-DATA-MOVTO WS-PTT-QTD
                                   WS-PTT-VALOR.

       FINALIZA.
              IF ARQST = "00" AND WS-FIM-ARQ = "S"
                 PERFORM REGISTRA-PARTICAO.
              MOVE "*** TOTAIS ***" TO WS-LINHA-PEND.
              PERFORM GRAVA-LINHA-REL.
              MOVE WS-QTD-CONTAS     TO WS-TOT-CONTAS.
