      ******************************************************************
      * Author: Vernieri
      * Date: October 8, 2026
      * Purpose: Close expired loan grace periods and recompute them
      * Tectonics: cobc
      ******************************************************************
      * Runs ahead of the collection (EMPCOB/BOLGERA/CSGGERA).  Every
      * active contract whose grace period of EMPCAREN.DAT ended in a
      * past billing period gets the interest of the period - the
      * EMP-TAXA of each skipped month on the principal still owed -
      * and the remaining installments recomputed:
      *   "C" capitaliza: the interest joins the outstanding
      *       principal and the installments still open are spread
      *       again over the same number of months, by the same
      *       formula of the concession (Price) or per SAC.
      *   "P" cobra: the interest is debited from the account in one
      *       go and the installments keep their value.  A balance
      *       that cannot cover it capitalizes instead.
      * The grace record closes as "E" and a line per contract goes
      * to CARFIM.LST.  A grace left open on a contract that is no
      * longer active just closes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARFIM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT EMPRESTIMOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EMP.

              SELECT CARENCIAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CAR-NUMERO
              FILE STATUS ARQST-CAR.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

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
       FD EMPRESTIMOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EMP
                VALUE OF FILE-ID IS "EMPREST.DAT".
          01 REG-EMP.
                COPY EMPREST.

       FD CARENCIAS LABEL RECORD STANDARD
                DATA RECORD IS REG-CAR
                VALUE OF FILE-ID IS "EMPCAREN.DAT".
          01 REG-CAR.
                COPY EMPCAREN.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

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
                VALUE OF FILE-ID IS "CARFIM.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-EMP               PIC X(02).
          01 ARQST-CAR               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-REL               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "CARFIM".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "CARFIM.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-AAMM-HOJE            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ENCERRADAS       PIC 9(05) VALUE ZEROS.
          01 WS-TOTAL-COBRADO        PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-CAPITALIZADO   PIC 9(09)V99 VALUE ZEROS.
          01 WS-JRN-CLI              PIC X(10).
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
          01 WS-COBROU               PIC X(01) VALUE "N".
          01 WS-TRATAMENTO           PIC X(12) VALUE SPACES.
          01 WS-PER-INICIO           PIC 9(06) VALUE ZEROS.
          01 WS-PER-INICIO-R REDEFINES WS-PER-INICIO.
                02 WS-INI-ANO        PIC 9(04).
                02 WS-INI-MES        PIC 9(02).
          01 WS-PER-FIM              PIC 9(06) VALUE ZEROS.
          01 WS-PER-FIM-R REDEFINES WS-PER-FIM.
                02 WS-FIM-ANO        PIC 9(04).
                02 WS-FIM-MES        PIC 9(02).
          01 WS-MESES                PIC 9(03) VALUE ZEROS.
          01 WS-PARCELAS-REST        PIC 9(03) VALUE ZEROS.
          01 WS-PRINC-REM            PIC 9(09)V99 VALUE ZEROS.
          01 WS-JUROS-CAR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-NOVO           PIC 9(09)V99 VALUE ZEROS.
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(34) VALUE
                   "ENCERRAMENTO DE CARENCIAS - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(36) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CONTRATO   CONTA TIPO MESES        JUROS".
                02 FILLER            PIC X(40) VALUE
                   "   TRATAMENTO       PARCELA             ".

          01 WS-LINHA-DET.
                02 WS-DET-NUMERO     PIC 9(09).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-CODIGO     PIC 9(04).
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-DET-TIPO       PIC X(01).
                02 FILLER            PIC X(04) VALUE SPACES.
                02 WS-DET-MESES      PIC ZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-JUROS      PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-DET-TRATAMENTO PIC X(12).
                02 FILLER            PIC X(05) VALUE SPACES.
                02 WS-DET-PARCELA    PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(11) VALUE SPACES.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(22) VALUE
                   "CARENCIAS ENCERRADAS: ".
                02 WS-TOT-QTD        PIC ZZ.ZZ9.
                02 FILLER            PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-EMP = "00"
                 AND ARQST-CAR = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
              ELSE
                 DISPLAY "SEM CARENCIAS A ENCERRAR OU ERRO NA "
                         "ABERTURA - STATUS " ARQST " / " ARQST-EMP
                         " / " ARQST-CAR.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
              PERFORM APURA-DATA-MOVIMENTO.
              COMPUTE WS-AAMM-HOJE = ANO * 100 + MES.
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
              DISPLAY "ENCERRAMENTO DE CARENCIAS - "
                      DIA "/" MES "/" ANO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O CARENCIAS.
              IF ARQST-CAR NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O CLIENTES.
              OPEN I-O EMPRESTIMOS.
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

       PROCESSO.
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE EMP-NUMERO TO CAR-NUMERO
                    READ CARENCIAS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF CAR-SITUACAO = "A"
                             AND CAR-FIM < WS-AAMM-HOJE
                             PERFORM ENCERRA-CARENCIA
                          END-IF
                    END-READ
              END-READ.

       ENCERRA-CARENCIA.
              MOVE ZEROS TO WS-JUROS-CAR.
              IF EMP-SITUACAO = "A"
                 PERFORM RECALCULA-CONTRATO.
              MOVE "E"          TO CAR-SITUACAO.
              MOVE WS-JUROS-CAR TO CAR-VALOR-JUROS.
              REWRITE REG-CAR.
              IF ARQST-CAR NOT = "00"
                 DISPLAY "ERRO NA CARENCIA DO CONTRATO " CAR-NUMERO
                         " - STATUS " ARQST-CAR.
              ADD 1 TO WS-QTD-ENCERRADAS.

      * Juro simples da casa: a taxa do contrato por mes de carencia
      * sobre o principal ainda devido antes da proxima parcela.
       RECALCULA-CONTRATO.
              MOVE CAR-INICIO TO WS-PER-INICIO.
              MOVE CAR-FIM    TO WS-PER-FIM.
              COMPUTE WS-MESES = (WS-FIM-ANO * 12 + WS-FIM-MES)
                               - (WS-INI-ANO * 12 + WS-INI-MES) + 1.
              COMPUTE WS-PARCELAS-REST =
                      EMP-PRAZO - EMP-PARCELAS-PAGAS.
              IF WS-PARCELAS-REST = ZEROS
                 EXIT PARAGRAPH.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              COMPUTE WS-AMO-ORDEM = EMP-PARCELAS-PAGAS + 1.
              PERFORM CALCULA-PARCELA-ORDEM.
              COMPUTE WS-PRINC-REM =
                      WS-AMO-SALDO + WS-AMO-AMORTIZACAO.
              COMPUTE WS-JUROS-CAR ROUNDED =
                      WS-PRINC-REM * EMP-TAXA * WS-MESES
                 ON SIZE ERROR
                    DISPLAY "JUROS FORA DA FAIXA - CONTRATO "
                            EMP-NUMERO
                    MOVE ZEROS TO WS-JUROS-CAR
                    EXIT PARAGRAPH
              END-COMPUTE.
              MOVE "N" TO WS-COBROU.
              IF CAR-JUROS = "P" AND WS-JUROS-CAR > ZEROS
                 PERFORM COBRA-JUROS.
              IF WS-COBROU = "S"
                 MOVE "COBRADO" TO WS-TRATAMENTO
                 ADD WS-JUROS-CAR TO WS-TOTAL-COBRADO
              ELSE
                 PERFORM CAPITALIZA-JUROS.
              PERFORM ATUALIZA-PARCELA-SAC.
              REWRITE REG-EMP.
              IF ARQST-EMP NOT = "00"
                 DISPLAY "ERRO NO CONTRATO " EMP-NUMERO
                         " - STATUS " ARQST-EMP.
              PERFORM IMPRIME-CONTRATO.

      * O principal do contrato e reescalado para que a fracao das
      * parcelas em aberto devolva o saldo novo - o mesmo criterio
      * proporcional do EMPREPRC.
       CAPITALIZA-JUROS.
              IF CAR-JUROS = "P"
                 MOVE "CAP.S/SALDO" TO WS-TRATAMENTO
              ELSE
                 MOVE "CAPITALIZADO" TO WS-TRATAMENTO.
              COMPUTE WS-SALDO-NOVO = WS-PRINC-REM + WS-JUROS-CAR.
              COMPUTE EMP-PRINCIPAL ROUNDED =
                      WS-SALDO-NOVO * EMP-PRAZO / WS-PARCELAS-REST
                 ON SIZE ERROR
                    DISPLAY "SALDO FORA DA FAIXA - CONTRATO "
                            EMP-NUMERO
                    EXIT PARAGRAPH
              END-COMPUTE.
              IF WS-AMO-SISTEMA NOT = "S"
                 COMPUTE EMP-PARCELA ROUNDED =
                         WS-SALDO-NOVO *
                         (1 + EMP-TAXA * WS-PARCELAS-REST)
                         / WS-PARCELAS-REST
                    ON SIZE ERROR
                       DISPLAY "PARCELA FORA DA FAIXA - CONTRATO "
                               EMP-NUMERO
                 END-COMPUTE.
              ADD WS-JUROS-CAR TO WS-TOTAL-CAPITALIZADO.

       COBRA-JUROS.
              IF WS-JUROS-CAR > 99999,99
                 EXIT PARAGRAPH.
              MOVE EMP-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTRATO " EMP-NUMERO " DE CONTA "
                            "INEXISTENTE " EMP-CODIGO
                    EXIT PARAGRAPH
              END-READ.
              MOVE REG-CLI TO REG-CLI-W.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              IF WS-JUROS-CAR > WS-SALDO-DISPONIVEL
                 DISPLAY "CONTRATO " EMP-NUMERO ": SALDO "
                         "INSUFICIENTE - JUROS CAPITALIZADOS"
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT WS-JUROS-CAR FROM SALDO-W.
              ADD WS-JUROS-CAR TO TOTAL-W.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                            " - STATUS " ARQST
              END-REWRITE.
              PERFORM GRAVA-EXTRATO-JUROS.
              PERFORM GRAVA-JOURNAL-JUROS.
              MOVE "S" TO WS-COBROU.

       GRAVA-EXTRATO-JUROS.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "N"       TO EXT-TIPO.
              MOVE WS-JUROS-CAR TO EXT-VALOR.
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

       GRAVA-JOURNAL-JUROS.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE ANO        TO JRN-ANO.
              MOVE MES        TO JRN-MES.
              MOVE DIA        TO JRN-DIA.
              MOVE WS-JRN-CLI TO JRN-CONTA-DEB.
              MOVE "EMPREST"  TO JRN-CONTA-CRE.
              MOVE WS-JUROS-CAR TO JRN-VALOR.
              MOVE "JUROS CARENCIA" TO JRN-HISTORICO.
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

      * No SAC a proxima parcela sai do principal reescalado.
       ATUALIZA-PARCELA-SAC.
              IF WS-AMO-SISTEMA NOT = "S"
                 EXIT PARAGRAPH.
              COMPUTE WS-AMO-ORDEM =
                      EMP-PARCELAS-PAGAS + EMP-ATRASO + 1.
              PERFORM CALCULA-PARCELA-ORDEM.
              IF WS-AMO-PARCELA > ZEROS
                 MOVE WS-AMO-PARCELA TO EMP-PARCELA.

       CALCULA-PARCELA-ORDEM.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.

       IMPRIME-CONTRATO.
              MOVE EMP-NUMERO    TO WS-DET-NUMERO.
              MOVE EMP-CODIGO    TO WS-DET-CODIGO.
              MOVE CAR-TIPO      TO WS-DET-TIPO.
              MOVE WS-MESES      TO WS-DET-MESES.
              MOVE WS-JUROS-CAR  TO WS-DET-JUROS.
              MOVE WS-TRATAMENTO TO WS-DET-TRATAMENTO.
              MOVE EMP-PARCELA   TO WS-DET-PARCELA.
              MOVE WS-LINHA-DET  TO REG-REL.
              WRITE REG-REL.

      * Saques agendados (SAQAGE.DAT) reservam o saldo ate a
      * retirada ou a expiracao - o debito so alcanca o que sobra.
       SUBTRAI-RESERVA-SAQUE.
              MOVE "R" TO WS-SAG-FUNCAO.
              CALL "SAQRES" USING WS-SAG-FUNCAO CODIGO-W
                                  WS-SAG-AGENCIA DATA-SIS(1:8)
                                  WS-SAG-VALOR.
              SUBTRACT WS-SAG-VALOR FROM WS-SALDO-DISPONIVEL.

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
              MOVE WS-QTD-ENCERRADAS TO WS-TOT-QTD.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              IF ARQST-CAR = "00"
                 CLOSE CARENCIAS
                 CLOSE CLIENTES
                 CLOSE EMPRESTIMOS
                 CLOSE EXTRATO
                 CLOSE JOURNAL.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "CARENCIAS ENCERRADAS: " WS-QTD-ENCERRADAS.
              DISPLAY "JUROS COBRADOS      : " WS-TOTAL-COBRADO.
              DISPLAY "JUROS CAPITALIZADOS : " WS-TOTAL-CAPITALIZADO.
              DISPLAY "FIM DE PROGRAMA".
