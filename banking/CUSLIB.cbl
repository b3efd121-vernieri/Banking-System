      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Daily deposit of post-dated checks out of custody
      * Tectonics: cobc
      ******************************************************************
      * Every check CUSMAN took into custody ("G") whose deposit date
      * has arrived is deposited into its business account exactly as
      * a check deposit at the counter: the amount parks in the
      * blocked balance, a "B" hold goes to CHEQUES.DAT for CHQAPRES
      * to present and LIBCHQ to release, the statement gets a "Q"
      * line and the journal a CHEQUES-to-BLOQUEIO entry.  The custody
      * record turns "D".  A check of a closed or missing account
      * stays in custody and goes to the run log for the branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSLIB.

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

              SELECT CUSTODIA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CUS-CHAVE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT CHEQUES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CHQ.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD CUSTODIA LABEL RECORD STANDARD
                DATA RECORD IS REG-CUS
                VALUE OF FILE-ID IS "CUSTODIA.DAT".
          01 REG-CUS.
                COPY CUSTODIA.

       FD CHEQUES LABEL RECORD STANDARD
                DATA RECORD IS REG-CHQ
                VALUE OF FILE-ID IS "CHEQUES.DAT".
          01 REG-CHQ.
                COPY CHEQUE.

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

       WORKING-STORAGE SECTION.
          01 ARQST-CUS               PIC X(02).
          01 ARQST-CHQ               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          COPY CLICOM.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-VENCIDOS         PIC 9(06) VALUE ZEROS.
          01 WS-QTD-DEPOSITADOS      PIC 9(06) VALUE ZEROS.
          01 WS-QTD-RETIDOS          PIC 9(06) VALUE ZEROS.
          01 WS-VALOR-DEPOSITADO     PIC 9(09)V99 VALUE ZEROS.
          01 WS-DEPOSITOU            PIC X(01) VALUE "N".
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-LIB-DATA             PIC 9(08) VALUE ZEROS.
          01 WS-LIB-UTIL             PIC X(01) VALUE "S".
          01 WS-LIB-ANTERIOR         PIC 9(08) VALUE ZEROS.
          01 WS-LIB-PROXIMO          PIC 9(08) VALUE ZEROS.
          01 WS-LIB-DIAS             PIC 9(08) VALUE ZEROS.
          01 WS-DIAS-BLOQUEIO        PIC 9(02) VALUE 2.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "CUSLIB".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "A".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "CUSLIB".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-CUS = "00" AND ARQST = "00"
                 AND ARQST-CHQ = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
              ELSE
                 IF ARQST-CUS = "35"
                    DISPLAY "SEM CHEQUES EM CUSTODIA"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST-CUS " / " ARQST " / " ARQST-CHQ
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN I-O CUSTODIA.
              IF ARQST-CUS NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O CLIENTES.
              OPEN EXTEND CHEQUES.
              IF ARQST-CHQ NOT = "00"
                     OPEN OUTPUT CHEQUES.
      * A failed open here means the extrato has not been through
      * MIGRADAT (or is damaged) - it is never recreated in place.
              OPEN I-O EXTRATO.
              IF ARQST-EXT = "05"
                 MOVE "00" TO ARQST-EXT.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "EXTRATO INCOMPATIVEL OU AUSENTE - STATUS "
                         ARQST-EXT " - EXECUTE MIGRADAT"
                 MOVE ARQST-EXT TO ARQST
                 EXIT PARAGRAPH.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY "DEPOSITO DE CHEQUES DA CUSTODIA - "
                      DIA "/" MES "/" ANO.

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

      * A date that fell on a day without business is picked up by
      * the first run after it, so nothing waits past its date.
       PROCESSO.
              READ CUSTODIA NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CUS-SITUACAO = "G"
                       AND CUS-DATA-DEP <= DATA-SIS(1:8)
                       ADD 1 TO WS-QTD-VENCIDOS
                       PERFORM DEPOSITA-CUSTODIA
                       IF WS-DEPOSITOU = "S"
                          MOVE "D" TO CUS-SITUACAO
                          MOVE DATA-SIS(1:8) TO CUS-DATA-BAIXA
                          REWRITE REG-CUS
                             INVALID KEY
                                DISPLAY "ERRO NA BAIXA DA CUSTODIA "
                                        CUS-CODIGO "/" CUS-NUMERO
                                        " - STATUS " ARQST-CUS
                          END-REWRITE
                          ADD 1 TO WS-QTD-DEPOSITADOS
                          ADD CUS-VALOR TO WS-VALOR-DEPOSITADO
                       ELSE
                          ADD 1 TO WS-QTD-RETIDOS
                       END-IF
                    END-IF
              END-READ.

       DEPOSITA-CUSTODIA.
              MOVE "N" TO WS-DEPOSITOU.
              MOVE CUS-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE "CONTA INEXISTENTE - CHEQUE RETIDO"
                         TO WS-LOG-MENSAGEM
                    PERFORM GRAVA-RUN-LOG
                    EXIT PARAGRAPH
              END-READ.
              IF STATUS-CONTA = "F"
                 MOVE "CONTA ENCERRADA - CHEQUE RETIDO"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG
                 EXIT PARAGRAPH.
              MOVE REG-CLI TO REG-CLI-W.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              IF SALDO-BLOQ-W IS NOT NUMERIC
                 MOVE ZEROS TO SALDO-BLOQ-W.
              ADD CUS-VALOR TO SALDO-BLOQ-W.
              ADD CUS-VALOR TO TOTAL-W.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                            " - STATUS " ARQST
                    EXIT PARAGRAPH
              END-REWRITE.
              PERFORM GRAVA-CHEQUE-BLOQUEADO.
              PERFORM GRAVA-EXTRATO-DEPOSITO.
              PERFORM GRAVA-JOURNAL-DEPOSITO.
              MOVE "S" TO WS-DEPOSITOU.

      * The hold matures on the second business day after deposit.
       GRAVA-CHEQUE-BLOQUEADO.
              MOVE DATA-SIS(1:8) TO WS-LIB-DATA.
              COMPUTE WS-LIB-DIAS =
                      FUNCTION INTEGER-OF-DATE(WS-LIB-DATA)
                      + WS-DIAS-BLOQUEIO.
              COMPUTE WS-LIB-DATA =
                      FUNCTION DATE-OF-INTEGER(WS-LIB-DIAS).
              CALL "DIAUTIL" USING WS-LIB-DATA WS-LIB-UTIL
                                   WS-LIB-ANTERIOR WS-LIB-PROXIMO.
              MOVE CODIGO-W      TO CHQ-CODIGO.
              MOVE CUS-VALOR     TO CHQ-VALOR.
              MOVE DATA-SIS(1:8) TO CHQ-DATA-DEP.
              MOVE WS-LIB-PROXIMO TO CHQ-DATA-LIB.
              MOVE "B"           TO CHQ-SITUACAO.
              WRITE REG-CHQ.
              IF ARQST-CHQ NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE CHEQUES CODIGO " CODIGO-W
                         " - STATUS " ARQST-CHQ.

       GRAVA-EXTRATO-DEPOSITO.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "Q"       TO EXT-TIPO.
              MOVE CUS-VALOR TO EXT-VALOR.
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
                         " - STATUS " ARQST-EXT.

       GRAVA-JOURNAL-DEPOSITO.
              MOVE ANO        TO JRN-ANO.
              MOVE MES        TO JRN-MES.
              MOVE DIA        TO JRN-DIA.
              MOVE "CHEQUES"  TO JRN-CONTA-DEB.
              MOVE "BLOQUEIO" TO JRN-CONTA-CRE.
              MOVE CUS-VALOR  TO JRN-VALOR.
              MOVE "DEP CUSTODIA" TO JRN-HISTORICO.
              MOVE ZEROS      TO JRN-OPERADOR.
              MOVE HORA-SIS   TO JRN-HORA.
              MOVE WS-SEQ-TRN TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
                         " - STATUS " ARQST-JRN.

      * A check left in custody also lands in RUNLOG.DAT so the
      * morning shift starts from a list, not a scrolled-away screen.
       GRAVA-RUN-LOG.
              MOVE SPACES TO WS-LOG-CHAVE.
              STRING CUS-CODIGO CUS-NUMERO DELIMITED BY SIZE
                     INTO WS-LOG-CHAVE.
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
              IF ARQST-CUS NOT = "35"
                 CLOSE CUSTODIA
                 CLOSE CLIENTES
                 CLOSE CHEQUES
                 CLOSE EXTRATO
                 CLOSE JOURNAL
              END-IF.
              DISPLAY "CHEQUES VENCIDOS NA CUSTODIA: " WS-QTD-VENCIDOS.
              DISPLAY "CHEQUES DEPOSITADOS         : "
                      WS-QTD-DEPOSITADOS.
              DISPLAY "VALOR DEPOSITADO            : "
                      WS-VALOR-DEPOSITADO.
              DISPLAY "CHEQUES RETIDOS             : " WS-QTD-RETIDOS.
              DISPLAY "FIM DE PROGRAMA".
