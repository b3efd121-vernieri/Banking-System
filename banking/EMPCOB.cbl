              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CSG.

              SELECT SEGUROS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY SEG-NUMERO
              FILE STATUS ARQST-SEG.

              SELECT ATRASOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ATR-CHAVE
              FILE STATUS ARQST-ATR.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESTIMOS LABEL RECORD STANDARD
                02 CSG-EMPREGADOR    PIC 9(04).
                02 CSG-SITUACAO      PIC X(01).

       FD SEGUROS LABEL RECORD STANDARD
                DATA RECORD IS REG-SEG
                VALUE OF FILE-ID IS "EMPSEG.DAT".
          01 REG-SEG.
                COPY EMPSEGUR.

       FD ATRASOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ATR
                VALUE OF FILE-ID IS "EMPATR.DAT".
          01 REG-ATR.
                COPY EMPATRAS.

       WORKING-STORAGE SECTION.
          01 ARQST-EMP               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 WS-JRN-CLI              PIC X(10).
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "EMPCOB".
      * (CSGGERA/CSGBAIXA) - o debito em conta aqui ficaria em dobro.
          01 WS-TAB-CONSIG.
                02 WS-CSG-NUMERO     PIC 9(09) OCCURS 2000 TIMES.
          01 WS-QTD-CARENCIA         PIC 9(06) VALUE ZEROS.
          01 WS-EM-CARENCIA          PIC X(01) VALUE "N".
          01 WS-CAR-JUROS            PIC X(01) VALUE SPACE.
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.
          01 ARQST-SEG               PIC X(02).
          01 WS-SEG-ABERTO           PIC X(01) VALUE "N".
          01 WS-SEGURADO             PIC X(01) VALUE "N".
          01 WS-EM-SINISTRO          PIC X(01) VALUE "N".
          01 WS-SEG-PREMIO           PIC 9(05)V99 VALUE ZEROS.
          01 WS-VALOR-DEBITO         PIC 9(07)V99 VALUE ZEROS.
          01 WS-QTD-SINISTRO         PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-PREMIOS        PIC 9(07)V99 VALUE ZEROS.
          01 ARQST-ATR               PIC X(02).
          01 WS-JUROS-PARCELA        PIC 9(07)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
      * Sem EMPSEG.DAT nenhum contrato tem seguro prestamista.
              OPEN I-O SEGUROS.
              IF ARQST-SEG = "00"
                 MOVE "S" TO WS-SEG-ABERTO.
              OPEN I-O ATRASOS.
              IF ARQST-ATR NOT = "00"
                 CLOSE ATRASOS
                 OPEN OUTPUT ATRASOS
                 CLOSE ATRASOS
                 OPEN I-O ATRASOS.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              COMPUTE WS-AAMM-HOJE = ANO * 100 + MES.
      * supervisor-overridden re-run cannot debit it twice.  A
      * balance that cannot cover the installment (or sits under a
      * judicial hold) marks arrears for the month and lands in the
      * run log for the credit manager.  A month inside a grace
      * period (EMPCAREN.DAT) is stamped as billed without any
      * debit and without arrears - the term simply slides.  An
      * insured contract (EMPSEG.DAT) pays the credit-life premium
      * in the same debit; once the borrower's death is on file the
      * claim is with the insurer and nothing more is billed.
      * Every installment left in arrears goes to EMPATR.DAT, where
      * EMPMORA charges fine and default interest and retries it.
       PROCESSO.
              READ EMPRESTIMOS
                 AT END
                       AND EMP-DIA-VENC <= DIA
                       AND EMP-ANO-MES-COBR < WS-AAMM-HOJE
                       ADD 1 TO WS-QTD-CONTRATOS
                       CALL "CARGET" USING EMP-NUMERO WS-AAMM-HOJE
                                           WS-EM-CARENCIA
                                           WS-CAR-JUROS
                       PERFORM LE-SEGURO
                       IF WS-EM-CARENCIA = "S"
                          OR WS-EM-SINISTRO = "S"
                          MOVE "N" TO WS-COBROU
                       ELSE
                          PERFORM COBRA-PARCELA
                       END-IF
                       MOVE WS-AAMM-HOJE TO EMP-ANO-MES-COBR
                       IF WS-EM-SINISTRO = "S"
                          ADD 1 TO WS-QTD-SINISTRO
                       ELSE
                       IF WS-EM-CARENCIA = "S"
                          ADD 1 TO WS-QTD-CARENCIA
                       ELSE
                          IF WS-COBROU = "S"
                             ADD 1 TO EMP-PARCELAS-PAGAS
                             IF EMP-PARCELAS-PAGAS >= EMP-PRAZO
                                MOVE "Q" TO EMP-SITUACAO
                             END-IF
                             ADD 1 TO WS-QTD-COBRADAS
                          ELSE
                             PERFORM GRAVA-PARCELA-ATRASO
                             ADD 1 TO EMP-ATRASO
                             ADD 1 TO WS-QTD-ATRASOS
                          END-IF
                       END-IF
                       END-IF
                       PERFORM ATUALIZA-PARCELA-SAC
                       REWRITE REG-EMP
                       IF ARQST-EMP NOT = "00"
                          DISPLAY "ERRO NO CONTRATO " EMP-NUMERO
                    END-IF
              END-READ.

      * No SAC a parcela cai todo mes: EMP-PARCELA passa a ser a
      * proxima a vencer, a de numero pagas + atrasadas + 1.
       ATUALIZA-PARCELA-SAC.
              IF EMP-SITUACAO NOT = "A"
                 EXIT PARAGRAPH.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              IF WS-AMO-SISTEMA NOT = "S"
                 EXIT PARAGRAPH.
              COMPUTE WS-AMO-ORDEM =
                      EMP-PARCELAS-PAGAS + EMP-ATRASO + 1.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.
              IF WS-AMO-PARCELA > ZEROS
                 MOVE WS-AMO-PARCELA TO EMP-PARCELA.

      * A parcela que fica em aberto e a de numero pagas +
      * atrasadas + 1, pelo valor que seria debitado hoje.
       GRAVA-PARCELA-ATRASO.
              MOVE EMP-NUMERO TO ATR-NUMERO.
              COMPUTE ATR-ORDEM =
                      EMP-PARCELAS-PAGAS + EMP-ATRASO + 1.
              MOVE EMP-CODIGO    TO ATR-CODIGO.
              MOVE WS-AAMM-HOJE  TO ATR-PERIODO.
              COMPUTE ATR-DATA-VENC =
                      WS-AAMM-HOJE * 100 + EMP-DIA-VENC.
              MOVE EMP-PARCELA   TO ATR-VALOR.
              MOVE WS-SEG-PREMIO TO ATR-PREMIO.
              MOVE ZEROS TO ATR-DIAS ATR-MULTA ATR-MORA
                            ATR-DATA-BAIXA.
              MOVE "A" TO ATR-SITUACAO.
              WRITE REG-ATR
                 INVALID KEY
                    REWRITE REG-ATR
              END-WRITE.
              IF ARQST-ATR NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DE ATRASO DO CONTRATO "
                         EMP-NUMERO " - STATUS " ARQST-ATR.

       LE-SEGURO.
              MOVE "N"   TO WS-SEGURADO WS-EM-SINISTRO.
              MOVE ZEROS TO WS-SEG-PREMIO.
              IF WS-SEG-ABERTO NOT = "S"
                 EXIT PARAGRAPH.
              MOVE EMP-NUMERO TO SEG-NUMERO.
              READ SEGUROS
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF SEG-SITUACAO = "A"
                 MOVE "S"        TO WS-SEGURADO
                 MOVE SEG-PREMIO TO WS-SEG-PREMIO.
              IF SEG-SITUACAO = "S"
                 MOVE "S" TO WS-EM-SINISTRO.

       COBRA-PARCELA.
              MOVE "N" TO WS-COBROU.
              MOVE EMP-CODIGO TO CODIGO.
       DEBITA-PARCELA.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              COMPUTE WS-VALOR-DEBITO = EMP-PARCELA + WS-SEG-PREMIO.
              IF WS-VALOR-DEBITO > WS-SALDO-DISPONIVEL
                 DISPLAY "CONTRATO " EMP-NUMERO ": SALDO "
                         "INSUFICIENTE - PARCELA EM ATRASO"
                 MOVE EMP-CODIGO TO WS-LOG-CHAVE
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT EMP-PARCELA FROM SALDO-W.
              ADD EMP-PARCELA TO TOTAL-W.
              PERFORM GRAVA-EXTRATO-PARCELA.
              PERFORM GRAVA-JOURNAL-PARCELA.
              IF WS-SEG-PREMIO > ZEROS
                 PERFORM COBRA-PREMIO-SEGURO.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                            " - STATUS " ARQST
              END-REWRITE.
              MOVE "S" TO WS-COBROU.

      * O premio sai na mesma transacao da parcela, em linha propria
      * do extrato, e fica no passivo SEGPREST ate o repasse mensal
      * a seguradora (SEGREP).
       COBRA-PREMIO-SEGURO.
              SUBTRACT WS-SEG-PREMIO FROM SALDO-W.
              ADD WS-SEG-PREMIO TO TOTAL-W.
              MOVE WS-SEG-PREMIO TO EXT-VALOR.
              MOVE SALDO-W       TO EXT-SALDO.
              MOVE 1 TO EXT-NSEQ.
              WRITE REG-EXT.
              PERFORM UNTIL ARQST-EXT NOT = "22" OR EXT-NSEQ = 999
                 ADD 1 TO EXT-NSEQ
                 WRITE REG-EXT
              END-PERFORM.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "ERRO NO EXTRATO CODIGO " CODIGO-W
                         " - STATUS " ARQST-EXT.
              MOVE "SEGPREST"    TO JRN-CONTA-CRE.
              MOVE WS-SEG-PREMIO TO JRN-VALOR.
              MOVE "PREMIO SEG PRESTAM" TO JRN-HISTORICO.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK = "S"
                 CALL "JRNELO" USING REG-JRN
                 WRITE REG-JRN
                 IF ARQST-JRN NOT = "00"
                    DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
                            " - STATUS " ARQST-JRN
                 END-IF
              END-IF.
              ADD WS-SEG-PREMIO TO SEG-REPASSE SEG-TOTAL-PREMIO.
              REWRITE REG-SEG.
              IF ARQST-SEG NOT = "00"
                 DISPLAY "ERRO NO SEGURO DO CONTRATO " EMP-NUMERO
                         " - STATUS " ARQST-SEG.
              ADD WS-SEG-PREMIO TO WS-TOTAL-PREMIOS.

       GRAVA-EXTRATO-PARCELA.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
                 DISPLAY "ERRO NO EXTRATO CODIGO " CODIGO-W
                         " - STATUS " ARQST-EXT.

      * Os juros da parcela sao receita (RENDEMP) e so a
      * amortizacao abate o EMPREST - a apropriacao diaria (EMPAPR)
      * estorna o que tinha reconhecido da parcela.
       GRAVA-JOURNAL-PARCELA.
              PERFORM SEPARA-JUROS-PARCELA.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE MES        TO JRN-MES.
              MOVE DIA        TO JRN-DIA.
              MOVE WS-JRN-CLI TO JRN-CONTA-DEB.
              MOVE ZEROS      TO JRN-OPERADOR.
              MOVE HORA-SIS   TO JRN-HORA.
              MOVE WS-SEQ-TRN TO JRN-SEQ.
              MOVE "EMPREST"  TO JRN-CONTA-CRE.
              COMPUTE JRN-VALOR = EMP-PARCELA - WS-JUROS-PARCELA.
              MOVE "PARCELA EMPRESTIMO" TO JRN-HISTORICO.
              PERFORM GRAVA-LANC-PARCELA.
              IF WS-JUROS-PARCELA > ZEROS
                 MOVE "RENDEMP"  TO JRN-CONTA-CRE
                 MOVE WS-JUROS-PARCELA TO JRN-VALOR
                 MOVE "JUROS EMPRESTIMO" TO JRN-HISTORICO
                 PERFORM GRAVA-LANC-PARCELA.

      * A parcela cobrada e a de numero pagas + atrasadas + 1 do
      * cronograma do contrato.
       SEPARA-JUROS-PARCELA.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              COMPUTE WS-AMO-ORDEM =
                      EMP-PARCELAS-PAGAS + EMP-ATRASO + 1.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.
              MOVE WS-AMO-JUROS TO WS-JUROS-PARCELA.
              IF WS-JUROS-PARCELA > EMP-PARCELA
                 MOVE EMP-PARCELA TO WS-JUROS-PARCELA.

       GRAVA-LANC-PARCELA.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
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
              CLOSE EMPRESTIMOS.
              CLOSE EXTRATO.
              CLOSE JOURNAL.
              IF WS-SEG-ABERTO = "S"
                 CLOSE SEGUROS.
              CLOSE ATRASOS.
              DISPLAY "CONTRATOS VENCIDOS: " WS-QTD-CONTRATOS.
              DISPLAY "PARCELAS COBRADAS : " WS-QTD-COBRADAS.
              DISPLAY "PARCELAS EM ATRASO: " WS-QTD-ATRASOS.
              DISPLAY "PARCELAS EM CARENCIA: " WS-QTD-CARENCIA.
              DISPLAY "CONTRATOS EM SINISTRO: " WS-QTD-SINISTRO.
              DISPLAY "PREMIOS DE SEGURO : " WS-TOTAL-PREMIOS.
              DISPLAY "FIM DE PROGRAMA".
