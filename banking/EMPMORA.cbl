      ******************************************************************
      * Author: Vernieri
      * Date: October 10, 2026
      * Purpose: Daily catch-up of overdue loan installments
      * Tectonics: cobc
      ******************************************************************
      * Runs every night after EMPCOB.  Each installment EMPCOB left
      * in arrears (EMPATR.DAT) accrues the late fine once, at
      * MULTA-ATRASO-PCT of the installment, and default interest at
      * MORA-DIARIA-PCT a day since the due date - both from
      * PARAMS.DAT.  Contract by contract, oldest installment first,
      * the debit is retried whenever the available balance (net of
      * judicial holds) covers installment, premium and charges;
      * the first one that does not fit stops the contract until
      * the next run.  The installment is split in the journal:
      * principal to EMPREST, contract interest to RENDEMP, fine to
      * MULTAEMP and default interest to JURMORA (the premium goes
      * to SEGPREST as in EMPCOB).  Each one cleared takes one off
      * EMP-ATRASO and adds one to the installments paid.  Open
      * installments beyond EMP-ATRASO were settled by boleto or
      * payroll (BOLBAIXA/CSGBAIXA), and those of a contract no
      * longer active went with it - both are closed without
      * charges.  EMPMORA.LST lists every installment handled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPMORA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ATRASOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ATR-CHAVE
              FILE STATUS ARQST-ATR.

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

              SELECT SEGUROS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY SEG-NUMERO
              FILE STATUS ARQST-SEG.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ATRASOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ATR
                VALUE OF FILE-ID IS "EMPATR.DAT".
          01 REG-ATR.
                COPY EMPATRAS.

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

       FD SEGUROS LABEL RECORD STANDARD
                DATA RECORD IS REG-SEG
                VALUE OF FILE-ID IS "EMPSEG.DAT".
          01 REG-SEG.
                COPY EMPSEGUR.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "EMPMORA.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-ATR               PIC X(02).
          01 ARQST-EMP               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-SEG               PIC X(02).
          01 ARQST-REL               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "EMPMORA".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "EMPMORA.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-ATR              PIC X(01) VALUE "N".
          01 WS-ARQ-ABERTOS          PIC X(01) VALUE "N".
          01 WS-SEG-ABERTO           PIC X(01) VALUE "N".
          01 WS-SEG-ACHOU            PIC X(01) VALUE "N".
          01 WS-EM-SINISTRO          PIC X(01) VALUE "N".
          01 WS-CLI-LIDO             PIC X(01) VALUE "N".
          01 WS-CLI-ALTERADO         PIC X(01) VALUE "N".
          01 WS-EMP-ALTERADO         PIC X(01) VALUE "N".
          01 WS-SEM-SALDO            PIC X(01) VALUE "N".
          01 WS-QTD-ABERTAS          PIC 9(03) VALUE ZEROS.
          01 WS-EXCESSO              PIC 9(03) VALUE ZEROS.
          01 WS-JRN-CLI              PIC X(10).
          01 WS-JRN-CRE              PIC X(10).
          01 WS-JRN-HIST             PIC X(20).
          01 WS-LANC-VALOR           PIC 9(07)V99 VALUE ZEROS.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
          01 WS-VALOR-DEBITO         PIC 9(07)V99 VALUE ZEROS.
          01 WS-PREMIO-DEVIDO        PIC 9(05)V99 VALUE ZEROS.
          01 WS-ENCARGOS             PIC 9(07)V99 VALUE ZEROS.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
      * Multa de 2% (CDC art. 52) e mora de 1% ao mes pro rata die
      * quando PARAMS.DAT nao traz os percentuais.
          01 WS-MULTA-PCT            PIC 9(03)V9999 VALUE 2,0000.
          01 WS-MORA-DIA-PCT         PIC 9(03)V9999 VALUE 0,0333.
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "EMPMORA".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "EMPMORA".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-QTD-PAGAS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-PENDENTES        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-BAIXADAS         PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-PARCELAS       PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-MULTA          PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-MORA           PIC 9(09)V99 VALUE ZEROS.
          01 WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
          01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
                02 WS-AUX-ANO        PIC 9(04).
                02 WS-AUX-MES        PIC 9(02).
                02 WS-AUX-DIA        PIC 9(02).

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(36) VALUE
                   "PARCELAS DE EMPRESTIMO EM ATRASO - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(34) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(36) VALUE
                   "CONTRATO  CONTA PAR VENCIMENTO  DIAS".
                02 FILLER            PIC X(44) VALUE
                   "   PARCELA    MULTA      MORA SITUACAO      ".

          01 WS-LINHA-DET.
                02 WS-DET-NUMERO     PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CODIGO     PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-ORDEM      PIC 9(03).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-ANO        PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DIAS       PIC ZZZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-PARCELA    PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-MULTA      PIC Z.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-MORA       PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SITUACAO   PIC X(08).
                02 FILLER            PIC X(06) VALUE SPACES.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

          01 WS-LINHA-TOT1.
                02 FILLER            PIC X(18) VALUE
                   "PARCELAS PAGAS:   ".
                02 WS-TOT-PAGAS      PIC ZZZ.ZZ9.
                02 FILLER            PIC X(13) VALUE
                   "   PENDENTES:".
                02 WS-TOT-PENDENTES  PIC ZZZ.ZZ9.
                02 FILLER            PIC X(12) VALUE
                   "   BAIXADAS:".
                02 WS-TOT-BAIXADAS   PIC ZZZ.ZZ9.
                02 FILLER            PIC X(16) VALUE SPACES.

          01 WS-LINHA-TOT2.
                02 FILLER            PIC X(10) VALUE "PARCELAS: ".
                02 WS-TOT-PARCELAS   PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(10) VALUE "   MULTA: ".
                02 WS-TOT-MULTA      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(09) VALUE "   MORA: ".
                02 WS-TOT-MORA       PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(09) VALUE SPACES.

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
                 IF ARQST = "00" AND ARQST-ATR = "35"
                    DISPLAY "SEM PARCELAS EM ATRASO REGISTRADAS"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST " / " ARQST-ATR " / " ARQST-EMP
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
              PERFORM APURA-DATA-MOVIMENTO.
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
              DISPLAY "COBRANCA DE PARCELAS EM ATRASO - "
                      DIA "/" MES "/" ANO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O ATRASOS.
              IF ARQST-ATR NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O EMPRESTIMOS.
              IF ARQST-EMP NOT = "00"
                 CLOSE ATRASOS
                 EXIT PARAGRAPH.
              OPEN I-O CLIENTES.
      * A failed open here means the extrato has not been through
      * MIGRADAT (or is damaged) - it is never recreated in place.
              OPEN I-O EXTRATO.
              IF ARQST-EXT = "05"
                 MOVE "00" TO ARQST-EXT.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "EXTRATO INCOMPATIVEL OU AUSENTE - STATUS "
                         ARQST-EXT " - EXECUTE MIGRADAT"
                 MOVE ARQST-EXT TO ARQST
                 CLOSE ATRASOS
                 CLOSE EMPRESTIMOS
                 CLOSE CLIENTES
                 EXIT PARAGRAPH.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
      * Sem EMPSEG.DAT nenhum contrato tem seguro prestamista.
              OPEN I-O SEGUROS.
              IF ARQST-SEG = "00"
                 MOVE "S" TO WS-SEG-ABERTO.
              MOVE "S" TO WS-ARQ-ABERTOS.

       CARREGA-PARAMETROS.
              MOVE "MULTA-ATRASO-PCT" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR NOT < ZEROS
                 MOVE WS-PRM-VALOR TO WS-MULTA-PCT.
              MOVE "MORA-DIARIA-PCT" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR NOT < ZEROS
                 MOVE WS-PRM-VALOR TO WS-MORA-DIA-PCT.

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
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    PERFORM TRATA-CONTRATO
              END-READ.

      * Primeiro conta as parcelas em aberto do contrato; as que
      * passam de EMP-ATRASO (ou todas, se o contrato nao esta mais
      * ativo) sao as mais antigas e ja foram resolvidas por fora.
       TRATA-CONTRATO.
              MOVE "N" TO WS-CLI-LIDO WS-CLI-ALTERADO
                          WS-EMP-ALTERADO WS-SEM-SALDO.
              PERFORM CONTA-ABERTAS.
              IF WS-QTD-ABERTAS = ZEROS
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-EXCESSO.
              IF EMP-SITUACAO NOT = "A"
                 MOVE WS-QTD-ABERTAS TO WS-EXCESSO
              ELSE
                 IF WS-QTD-ABERTAS > EMP-ATRASO
                    COMPUTE WS-EXCESSO =
                            WS-QTD-ABERTAS - EMP-ATRASO.
              PERFORM LE-SEGURO.
              PERFORM POSICIONA-ATRASOS.
              PERFORM TRATA-PARCELA UNTIL WS-FIM-ATR = "S".
              IF WS-CLI-ALTERADO = "S"
                 MOVE REG-CLI-W TO REG-CLI
                 REWRITE REG-CLI
                    INVALID KEY
                       DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                               " - STATUS " ARQST
                 END-REWRITE.
              IF WS-EMP-ALTERADO = "S"
                 REWRITE REG-EMP
                 IF ARQST-EMP NOT = "00"
                    DISPLAY "ERRO NO CONTRATO " EMP-NUMERO
                            " - STATUS " ARQST-EMP.

       POSICIONA-ATRASOS.
              MOVE "N" TO WS-FIM-ATR.
              MOVE EMP-NUMERO TO ATR-NUMERO.
              MOVE ZEROS      TO ATR-ORDEM.
              START ATRASOS KEY IS NOT LESS THAN ATR-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ATR
              END-START.

       CONTA-ABERTAS.
              MOVE ZEROS TO WS-QTD-ABERTAS.
              PERFORM POSICIONA-ATRASOS.
              PERFORM CONTA-PARCELA UNTIL WS-FIM-ATR = "S".

       CONTA-PARCELA.
              READ ATRASOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ATR
                 NOT AT END
                    IF ATR-NUMERO NOT = EMP-NUMERO
                       MOVE "S" TO WS-FIM-ATR
                    ELSE
                       IF ATR-SITUACAO = "A"
                          ADD 1 TO WS-QTD-ABERTAS
                       END-IF
                    END-IF
              END-READ.

       TRATA-PARCELA.
              READ ATRASOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ATR
                 NOT AT END
                    IF ATR-NUMERO NOT = EMP-NUMERO
                       MOVE "S" TO WS-FIM-ATR
                    ELSE
                       IF ATR-SITUACAO = "A"
                          PERFORM TRATA-PARCELA-ABERTA
                       END-IF
                    END-IF
              END-READ.

      * Com o obito comunicado a divida esta com a seguradora - a
      * parcela fica parada, sem encargos, ate a indenizacao.
       TRATA-PARCELA-ABERTA.
              IF WS-EXCESSO > ZEROS
                 SUBTRACT 1 FROM WS-EXCESSO
                 MOVE "B" TO ATR-SITUACAO
                 MOVE DATA-SIS(1:8) TO ATR-DATA-BAIXA
                 MOVE "BAIXADA" TO WS-DET-SITUACAO
                 ADD 1 TO WS-QTD-BAIXADAS
                 PERFORM REGRAVA-ATRASO
                 EXIT PARAGRAPH.
              IF WS-EM-SINISTRO = "S"
                 EXIT PARAGRAPH.
              PERFORM CALCULA-ENCARGOS.
              IF WS-SEM-SALDO = "N"
                 PERFORM COBRA-PARCELA-ATRASO.
              IF ATR-SITUACAO = "P"
                 MOVE "PAGA" TO WS-DET-SITUACAO
                 ADD 1 TO WS-QTD-PAGAS
                 ADD ATR-VALOR TO WS-TOTAL-PARCELAS
                 ADD ATR-MULTA TO WS-TOTAL-MULTA
                 ADD ATR-MORA  TO WS-TOTAL-MORA
              ELSE
                 MOVE "PENDENTE" TO WS-DET-SITUACAO
                 ADD 1 TO WS-QTD-PENDENTES.
              PERFORM REGRAVA-ATRASO.

       REGRAVA-ATRASO.
              REWRITE REG-ATR.
              IF ARQST-ATR NOT = "00"
                 DISPLAY "ERRO NO ATRASO DO CONTRATO " ATR-NUMERO
                         " - STATUS " ARQST-ATR.
              PERFORM IMPRIME-PARCELA.

      * Multa uma vez e juros de mora pro rata die sobre o valor da
      * parcela, contados do vencimento ate o dia de movimento.
       CALCULA-ENCARGOS.
              MOVE ZEROS TO ATR-DIAS ATR-MULTA ATR-MORA.
              IF WS-DATA-MOVTO NOT > ATR-DATA-VENC
                 EXIT PARAGRAPH.
              COMPUTE ATR-DIAS =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-MOVTO)
                    - FUNCTION INTEGER-OF-DATE(ATR-DATA-VENC).
              COMPUTE ATR-MULTA ROUNDED =
                      ATR-VALOR * WS-MULTA-PCT / 100.
              COMPUTE ATR-MORA ROUNDED =
                      ATR-VALOR * WS-MORA-DIA-PCT / 100 * ATR-DIAS.

       COBRA-PARCELA-ATRASO.
              IF WS-CLI-LIDO = "N"
                 PERFORM LE-CONTA-CLIENTE
                 IF WS-SEM-SALDO = "S"
                    EXIT PARAGRAPH.
              MOVE ZEROS TO WS-PREMIO-DEVIDO.
              IF WS-SEG-ACHOU = "S"
                 MOVE ATR-PREMIO TO WS-PREMIO-DEVIDO.
              COMPUTE WS-ENCARGOS = ATR-MULTA + ATR-MORA.
              COMPUTE WS-VALOR-DEBITO =
                      ATR-VALOR + WS-PREMIO-DEVIDO + WS-ENCARGOS.
              IF WS-VALOR-DEBITO > WS-SALDO-DISPONIVEL
                 MOVE "S" TO WS-SEM-SALDO
                 EXIT PARAGRAPH.
              SUBTRACT WS-VALOR-DEBITO FROM WS-SALDO-DISPONIVEL.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              PERFORM SEPARA-AMORTIZACAO.
              MOVE ATR-VALOR TO WS-LANC-VALOR.
              PERFORM DEBITA-CONTA.
              MOVE "EMPREST"   TO WS-JRN-CRE.
              MOVE WS-AMO-AMORTIZACAO TO WS-LANC-VALOR.
              MOVE "AMORTIZ PARC ATRASO" TO WS-JRN-HIST.
              PERFORM GRAVA-JOURNAL-ATRASO.
              MOVE "RENDEMP"   TO WS-JRN-CRE.
              MOVE WS-AMO-JUROS TO WS-LANC-VALOR.
              MOVE "JUROS PARC ATRASO" TO WS-JRN-HIST.
              PERFORM GRAVA-JOURNAL-ATRASO.
              IF WS-PREMIO-DEVIDO > ZEROS
                 PERFORM COBRA-PREMIO-SEGURO.
              IF WS-ENCARGOS > ZEROS
                 MOVE WS-ENCARGOS TO WS-LANC-VALOR
                 PERFORM DEBITA-CONTA
                 MOVE "MULTAEMP"  TO WS-JRN-CRE
                 MOVE ATR-MULTA   TO WS-LANC-VALOR
                 MOVE "MULTA PARC ATRASO" TO WS-JRN-HIST
                 PERFORM GRAVA-JOURNAL-ATRASO
                 MOVE "JURMORA"   TO WS-JRN-CRE
                 MOVE ATR-MORA    TO WS-LANC-VALOR
                 MOVE "JUROS MORA PARCELA" TO WS-JRN-HIST
                 PERFORM GRAVA-JOURNAL-ATRASO.
              MOVE "P" TO ATR-SITUACAO.
              MOVE DATA-SIS(1:8) TO ATR-DATA-BAIXA.
              MOVE "S" TO WS-CLI-ALTERADO WS-EMP-ALTERADO.
              IF EMP-ATRASO > ZEROS
                 SUBTRACT 1 FROM EMP-ATRASO.
              ADD 1 TO EMP-PARCELAS-PAGAS.
              IF EMP-PARCELAS-PAGAS >= EMP-PRAZO
                 MOVE "Q" TO EMP-SITUACAO.

       LE-CONTA-CLIENTE.
              MOVE EMP-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTRATO " EMP-NUMERO " DE CONTA "
                            "INEXISTENTE " EMP-CODIGO
                    MOVE EMP-CODIGO TO WS-LOG-CHAVE
                    MOVE "CONTRATO DE CONTA INEXISTENTE"
                         TO WS-LOG-MENSAGEM
                    PERFORM GRAVA-RUN-LOG
                    MOVE "S" TO WS-SEM-SALDO
                 NOT INVALID KEY
                    MOVE REG-CLI TO REG-CLI-W
                    MOVE "S" TO WS-CLI-LIDO
                    CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR
                    COMPUTE WS-SALDO-DISPONIVEL =
                            SALDO-W - WS-BLJ-VALOR
                    PERFORM SUBTRAI-RESERVA-SAQUE
              END-READ.

       LE-SEGURO.
              MOVE "N" TO WS-SEG-ACHOU WS-EM-SINISTRO.
              IF WS-SEG-ABERTO NOT = "S"
                 EXIT PARAGRAPH.
              MOVE EMP-NUMERO TO SEG-NUMERO.
              READ SEGUROS
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF SEG-SITUACAO = "A"
                 MOVE "S" TO WS-SEG-ACHOU.
              IF SEG-SITUACAO = "S"
                 MOVE "S" TO WS-EM-SINISTRO.

      * A parcela em atraso se divide como no cronograma do
      * contrato; fora do prazo (ordem alem de EMP-PRAZO) e toda
      * principal.
       SEPARA-AMORTIZACAO.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              MOVE ATR-ORDEM TO WS-AMO-ORDEM.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.
              IF WS-AMO-PARCELA = ZEROS
                 OR WS-AMO-AMORTIZACAO > ATR-VALOR
                 MOVE ATR-VALOR TO WS-AMO-AMORTIZACAO.
              COMPUTE WS-AMO-JUROS = ATR-VALOR - WS-AMO-AMORTIZACAO.

      * O premio atrasado segue para o passivo SEGPREST e entra no
      * proximo repasse a seguradora, como o cobrado pelo EMPCOB.
       COBRA-PREMIO-SEGURO.
              MOVE WS-PREMIO-DEVIDO TO WS-LANC-VALOR.
              PERFORM DEBITA-CONTA.
              MOVE "SEGPREST"  TO WS-JRN-CRE.
              MOVE "PREMIO SEG PRESTAM" TO WS-JRN-HIST.
              PERFORM GRAVA-JOURNAL-ATRASO.
              ADD WS-PREMIO-DEVIDO TO SEG-REPASSE SEG-TOTAL-PREMIO.
              REWRITE REG-SEG.
              IF ARQST-SEG NOT = "00"
                 DISPLAY "ERRO NO SEGURO DO CONTRATO " EMP-NUMERO
                         " - STATUS " ARQST-SEG.

       DEBITA-CONTA.
              SUBTRACT WS-LANC-VALOR FROM SALDO-W.
              ADD WS-LANC-VALOR TO TOTAL-W.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "N"       TO EXT-TIPO.
              MOVE WS-LANC-VALOR TO EXT-VALOR.
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

       GRAVA-JOURNAL-ATRASO.
              IF WS-LANC-VALOR = ZEROS
                 EXIT PARAGRAPH.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE ANO        TO JRN-ANO.
              MOVE MES        TO JRN-MES.
              MOVE DIA        TO JRN-DIA.
              MOVE WS-JRN-CLI TO JRN-CONTA-DEB.
              MOVE WS-JRN-CRE TO JRN-CONTA-CRE.
              MOVE WS-LANC-VALOR TO JRN-VALOR.
              MOVE WS-JRN-HIST TO JRN-HISTORICO.
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

       IMPRIME-PARCELA.
              MOVE ATR-NUMERO    TO WS-DET-NUMERO.
              MOVE ATR-CODIGO    TO WS-DET-CODIGO.
              MOVE ATR-ORDEM     TO WS-DET-ORDEM.
              MOVE ATR-DATA-VENC TO WS-DATA-AUX.
              MOVE WS-AUX-DIA    TO WS-DET-DIA.
              MOVE WS-AUX-MES    TO WS-DET-MES.
              MOVE WS-AUX-ANO    TO WS-DET-ANO.
              MOVE ATR-DIAS      TO WS-DET-DIAS.
              MOVE ATR-VALOR     TO WS-DET-PARCELA.
              MOVE ATR-MULTA     TO WS-DET-MULTA.
              MOVE ATR-MORA      TO WS-DET-MORA.
              MOVE WS-LINHA-DET  TO REG-REL.
              WRITE REG-REL.

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

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
              MOVE WS-QTD-PAGAS      TO WS-TOT-PAGAS.
              MOVE WS-QTD-PENDENTES  TO WS-TOT-PENDENTES.
              MOVE WS-QTD-BAIXADAS   TO WS-TOT-BAIXADAS.
              MOVE WS-LINHA-TOT1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-TOTAL-PARCELAS TO WS-TOT-PARCELAS.
              MOVE WS-TOTAL-MULTA    TO WS-TOT-MULTA.
              MOVE WS-TOTAL-MORA     TO WS-TOT-MORA.
              MOVE WS-LINHA-TOT2 TO REG-REL.
              WRITE REG-REL.
              IF WS-ARQ-ABERTOS = "S"
                 CLOSE ATRASOS
                 CLOSE EMPRESTIMOS
                 CLOSE CLIENTES
                 CLOSE EXTRATO
                 CLOSE JOURNAL
                 IF WS-SEG-ABERTO = "S"
                    CLOSE SEGUROS
                 END-IF
              END-IF.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "PARCELAS PAGAS    : " WS-QTD-PAGAS.
              DISPLAY "PARCELAS PENDENTES: " WS-QTD-PENDENTES.
              DISPLAY "PARCELAS BAIXADAS : " WS-QTD-BAIXADAS.
              DISPLAY "TOTAL DE PARCELAS : " WS-TOTAL-PARCELAS.
              DISPLAY "TOTAL DE MULTA    : " WS-TOTAL-MULTA.
              DISPLAY "TOTAL DE MORA     : " WS-TOTAL-MORA.
              DISPLAY "FIM DE PROGRAMA".
