      * the total effective cost adds the opening fee, the printed
      * simulation carries a reference number and is kept in
      * SIMULA.DAT so EMPMAN (function S) can convert an accepted one
      * straight into a contract.  Either amortization system may be
      * simulated - fixed installment or SAC - and the printout
      * carries the full schedule.  Given the customer's CPF it also
      * shows the pre-approved credit (PREAPROV.DAT); a simulation
      * above it is only kept with a supervisor's authorization.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPSIM.
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT AMORTIZACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY AMO-NUMERO
              FILE STATUS ARQST-AMO.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
                02 SIM-DATA          PIC 9(08).
                02 SIM-SITUACAO      PIC X(01).

       FD AMORTIZACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-AMO
                VALUE OF FILE-ID IS "EMPAMORT.DAT".
          01 REG-AMO.
                COPY EMPAMORT.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "SIMULA.LST".

       WORKING-STORAGE SECTION.
          01 ARQST-REL               PIC X(02).
          01 ARQST-AMO               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-PRINCIPAL-E          PIC Z.ZZZ.ZZ9,99.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-CPF-SIM              PIC X(11) VALUE SPACES.
          01 WS-SISTEMA-W            PIC X(01) VALUE "P".
          01 WS-ORDEM                PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.
          01 WS-ULTIMA-E             PIC ZZ.ZZ9,99.
          01 WS-PRE-SCORE            PIC 9(04) VALUE ZEROS.
          01 WS-PRE-FAIXA            PIC X(01) VALUE SPACE.
          01 WS-PRE-PARCELA-MAX      PIC 9(05)V99 VALUE ZEROS.
          01 WS-PRE-LIMITE           PIC 9(07)V99 VALUE ZEROS.
          01 WS-PRE-ACHOU            PIC X(01) VALUE "N".
          01 WS-PRE-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PRE-OK               PIC X(01) VALUE "S".
          01 WS-PRE-LIMITE-E         PIC Z.ZZZ.ZZ9,99.
          01 WS-PRE-PARCELA-E        PIC ZZ.ZZ9,99.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".
          01 WS-LINHA-SIM1.
                   "CUSTO TOTAL (TAC) : ".
                02 WS-SIM-CUSTO      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(46) VALUE SPACES.
          01 WS-LINHA-SIM6.
                02 FILLER            PIC X(20) VALUE
                   "SISTEMA           : ".
                02 WS-SIM-SISTEMA    PIC X(30).
                02 FILLER            PIC X(30) VALUE SPACES.
          01 WS-LINHA-CRON-CAB.
                02 FILLER            PIC X(40) VALUE
                   "PARCELA   AMORTIZACAO      JUROS     PAR".
                02 FILLER            PIC X(40) VALUE
                   "CELA SALDO DEVEDOR                      ".
          01 WS-LINHA-CRON.
                02 FILLER            PIC X(04) VALUE SPACES.
                02 WS-CRON-ORDEM     PIC ZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CRON-AMORT     PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CRON-JUROS     PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-CRON-PARCELA   PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CRON-SALDO     PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(22) VALUE SPACES.

       SCREEN SECTION.
         01 TELA-SIMULA.
              02 COL 25  VALUE "SIMULADOR DE EMPRESTIMO".
              02 LINE 4  COL 19 VALUE "PRINCIPAL         :".
              02 LINE 5  COL 19 VALUE "PRAZO (MESES)     :".
              02 LINE 6  COL 19 VALUE "CPF (OPCIONAL)    :".
              02 LINE 7  COL 19 VALUE "TAXA DO DIA       :".
              02 LINE 8  COL 19 VALUE "SISTEMA <P>/<S>AC :".
              02 LINE 9  COL 19 VALUE "PARCELA MENSAL    :".
              02 LINE 10 COL 19 VALUE "TOTAL A PAGAR     :".
              02 LINE 11 COL 19 VALUE "CUSTO TOTAL (TAC) :".
              02 LINE 13 COL 19 VALUE "REFERENCIA        :".
              02 LINE 15 COL 19 VALUE "PRE-APROVADO      :".
              02 LINE 16 COL 19 VALUE "PARCELA MAXIMA    :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION.
              PERFORM UNTIL WS-PRAZO-W >= 1 AND WS-PRAZO-W <= 120
                 ACCEPT WS-PRAZO-W AT 0539 WITH PROMPT AUTO
              END-PERFORM.
              ACCEPT WS-CPF-SIM AT 0639 WITH PROMPT AUTO.
              MOVE SPACE TO WS-SISTEMA-W.
              PERFORM UNTIL WS-SISTEMA-W = "P" OR WS-SISTEMA-W = "S"
                 ACCEPT WS-SISTEMA-W AT 0839 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM CONSULTA-PRE-APROVADO.
              PERFORM CALCULA-SIMULACAO.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

              DISPLAY WS-TAXA-E AT 0739.
              MOVE SPACE TO WS-OPCAO WS-SALVA.
              MOVE ZEROS TO WS-PRINCIPAL-W WS-PRAZO-W.
              MOVE SPACES TO WS-CPF-SIM.

       CONSULTA-PRE-APROVADO.
              MOVE "N" TO WS-PRE-ACHOU.
              IF WS-CPF-SIM = SPACES
                 EXIT PARAGRAPH.
              CALL "PREGET" USING WS-CPF-SIM WS-PRE-SCORE WS-PRE-FAIXA
                                  WS-PRE-PARCELA-MAX WS-PRE-LIMITE
                                  WS-PRE-ACHOU.
              IF WS-PRE-ACHOU NOT = "S"
                 DISPLAY "CPF SEM PRE-APROVACAO" AT 1539
                 EXIT PARAGRAPH.
              MOVE WS-PRE-LIMITE      TO WS-PRE-LIMITE-E.
              MOVE WS-PRE-PARCELA-MAX TO WS-PRE-PARCELA-E.
              DISPLAY WS-PRE-LIMITE-E AT 1539.
              DISPLAY "SCORE " AT 1553.
              DISPLAY WS-PRE-SCORE AT 1559.
              DISPLAY "FAIXA " AT 1565.
              DISPLAY WS-PRE-FAIXA AT 1571.
              DISPLAY WS-PRE-PARCELA-E AT 1639.

      * Simulacao para CPF identificado acima do pre-aprovado (ou sem
      * pre-aprovacao) so e guardada com autorizacao do supervisor.
       AUTORIZA-ACIMA-PRE.
              MOVE "S" TO WS-PRE-OK.
              IF WS-CPF-SIM = SPACES
                 EXIT PARAGRAPH.
              IF WS-PRE-ACHOU = "S"
                 AND WS-PRINCIPAL-W NOT > WS-PRE-LIMITE
                 AND WS-PARCELA-W NOT > WS-PRE-PARCELA-MAX
                 EXIT PARAGRAPH.
              DISPLAY "ACIMA DO PRE-APROVADO - AUTORIZACAO DO "
                      "SUPERVISOR" AT 1935.
              CALL "SUPAUT" USING WS-PRE-SUPERVISOR.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-PRE-SUPERVISOR = ZEROS
                 MOVE "N" TO WS-PRE-OK
                 DISPLAY "SIMULACAO ACIMA DO PRE-APROVADO RECUSADA"
                         AT 1935.

       CALCULA-SIMULACAO.
              COMPUTE WS-PARCELA-W ROUNDED =
                    DISPLAY "PARCELA FORA DA FAIXA" AT 1935
                    EXIT PARAGRAPH
              END-COMPUTE.
      * No SAC a parcela exibida e a primeira - a maior.
              MOVE 1 TO WS-ORDEM.
              PERFORM CALCULA-PARCELA-ORDEM.
              MOVE WS-AMO-PARCELA TO WS-PARCELA-W.
              MOVE WS-AMO-A-PAGAR TO WS-TOTAL-PAGAR.
              IF WS-SISTEMA-W = "S"
                 MOVE WS-PRAZO-W TO WS-ORDEM
                 PERFORM CALCULA-PARCELA-ORDEM
                 MOVE WS-AMO-PARCELA TO WS-ULTIMA-E
                 DISPLAY "ATE " AT 0950
                 DISPLAY WS-ULTIMA-E AT 0954.
              COMPUTE WS-CUSTO-TOTAL =
                      WS-TOTAL-PAGAR + WS-TARIFA-TAC.
              MOVE WS-PARCELA-W TO WS-PARCELA-E.
              ACCEPT WS-SALVA AT 1961 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA = "S" OR "s"
                 PERFORM AUTORIZA-ACIMA-PRE
                 IF WS-PRE-OK = "S"
                    PERFORM GRAVA-SIMULACAO
                 END-IF
              END-IF.

       CALCULA-PARCELA-ORDEM.
              CALL "AMOCALC" USING WS-SISTEMA-W WS-PRINCIPAL-W
                                   WS-TAXA-EMP WS-PRAZO-W WS-PARCELA-W
                                   WS-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.

       GRAVA-SIMULACAO.
              CALL "PROXSEQ" USING WS-REFERENCIA.
                 DISPLAY "ERRO NO ARQUIVO DE SIMULACOES - STATUS "
                         ARQST AT 1935.
              CLOSE SIMULACOES.
              PERFORM GRAVA-SISTEMA.
              DISPLAY WS-REFERENCIA AT 1339.
              PERFORM IMPRIME-SIMULACAO.
              DISPLAY "SIMULACAO " WS-REFERENCIA " GRAVADA" AT 1935.

      * O sistema fica registrado sob a referencia para o EMPMAN
      * converter a simulacao com as mesmas parcelas.
       GRAVA-SISTEMA.
              OPEN I-O AMORTIZACOES.
              IF ARQST-AMO NOT = "00"
                 CLOSE AMORTIZACOES
                 OPEN OUTPUT AMORTIZACOES
                 CLOSE AMORTIZACOES
                 OPEN I-O AMORTIZACOES.
              MOVE WS-REFERENCIA TO AMO-NUMERO.
              MOVE WS-SISTEMA-W  TO AMO-SISTEMA.
              MOVE DATA-SIS(1:8) TO AMO-DATA.
              WRITE REG-AMO
                 INVALID KEY
                    REWRITE REG-AMO
              END-WRITE.
              IF ARQST-AMO NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DO SISTEMA - STATUS "
                         ARQST-AMO AT 1935.
              CLOSE AMORTIZACOES.

       IMPRIME-SIMULACAO.
              OPEN EXTEND RELATORIO.
              IF ARQST-REL NOT = "00"
              MOVE WS-CUSTO-TOTAL TO WS-SIM-CUSTO.
              MOVE WS-LINHA-SIM5 TO REG-REL.
              WRITE REG-REL.
              IF WS-SISTEMA-W = "S"
                 MOVE "SAC - AMORTIZACAO CONSTANTE" TO WS-SIM-SISTEMA
              ELSE
                 MOVE "PARCELA FIXA" TO WS-SIM-SISTEMA.
              MOVE WS-LINHA-SIM6 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CRON-CAB TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-CRONOGRAMA
                      VARYING WS-ORDEM FROM 1 BY 1
                      UNTIL WS-ORDEM > WS-PRAZO-W.
              CLOSE RELATORIO.

       IMPRIME-CRONOGRAMA.
              PERFORM CALCULA-PARCELA-ORDEM.
              MOVE WS-ORDEM           TO WS-CRON-ORDEM.
              MOVE WS-AMO-AMORTIZACAO TO WS-CRON-AMORT.
              MOVE WS-AMO-JUROS       TO WS-CRON-JUROS.
              MOVE WS-AMO-PARCELA     TO WS-CRON-PARCELA.
              MOVE WS-AMO-SALDO       TO WS-CRON-SALDO.
              MOVE WS-LINHA-CRON TO REG-REL.
              WRITE REG-REL.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 2125.
              ACCEPT WS-OPCAO AT 2142 WITH PROMPT AUTO.
