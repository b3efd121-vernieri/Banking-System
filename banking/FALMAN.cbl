      * ledger account, the accounts close, and the total pays out
      * to up to five named heirs in the recorded proportions (sum
      * of 100 percent), each payout journaled against the cash
      * account and recorded in HERDEIRO.DAT.  Recording the death
      * also files the credit-life claim of every active insured
      * loan of the CPF (EMPSEG.DAT), listed in SEGSIN.LST for the
      * insurer; <I> books the insurer's payment and settles the
      * contract, so the debt never reaches the estate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FALMAN.
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT EMPRESTIMOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EMP.

              SELECT SEGUROS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY SEG-NUMERO
              FILE STATUS ARQST-SEG.

              SELECT SINISTROS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SIN.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
          01 REG-JRN.
                COPY JOURNAL.

       FD EMPRESTIMOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EMP
                VALUE OF FILE-ID IS "EMPREST.DAT".
          01 REG-EMP.
                COPY EMPREST.

       FD SEGUROS LABEL RECORD STANDARD
                DATA RECORD IS REG-SEG
                VALUE OF FILE-ID IS "EMPSEG.DAT".
          01 REG-SEG.
                COPY EMPSEGUR.

       FD SINISTROS LABEL RECORD STANDARD
                DATA RECORD IS REG-SIN
                VALUE OF FILE-ID IS "SEGSIN.LST".
          01 REG-SIN                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-FAL               PIC X(02).
          01 ARQST-HER               PIC X(02).
                   03 WS-HER-DOC     PIC X(11).
                   03 WS-HER-PCT     PIC 9(03)V99.
          01 WS-QTD-CONTAS           PIC 9(03) VALUE ZEROS.
          01 WS-CRT-QTD              PIC 9(02) VALUE ZEROS.
          01 ARQST-EMP               PIC X(02).
          01 ARQST-SEG               PIC X(02).
          01 ARQST-SIN               PIC X(02).
          01 WS-FIM-EMP              PIC X(01) VALUE "N".
          01 WS-ACHOU-EMP            PIC X(01) VALUE "N".
          01 WS-DO-CPF               PIC X(01) VALUE "N".
          01 WS-C                    PIC 9(02) VALUE ZEROS.
          01 WS-QTD-CTA-CPF          PIC 9(02) VALUE ZEROS.
          01 WS-TAB-CTA-CPF.
                02 WS-CTA-CPF        PIC 9(04) OCCURS 50 TIMES.
          01 WS-QTD-SINISTROS        PIC 9(03) VALUE ZEROS.
          01 WS-TOTAL-SINISTROS      PIC 9(09)V99 VALUE ZEROS.
          01 WS-NUM-CONTRATO-DIG     PIC 9(09) VALUE ZEROS.
          01 WS-INDENIZACAO          PIC 9(07)V99 VALUE ZEROS.
          01 WS-INDENIZACAO-E        PIC ZZZ.ZZZ.ZZ9,99.
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.
          01 WS-FACE-NAO-PAGA        PIC 9(09)V99 VALUE ZEROS.
          01 WS-PRINCIPAL-DEV        PIC 9(07)V99 VALUE ZEROS.
          01 WS-JUROS-ATRASO         PIC S9(07)V99 VALUE ZEROS.
          01 WS-SALDO-SINISTRO       PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMORTIZ-INDENIZ      PIC 9(07)V99 VALUE ZEROS.
          01 WS-JUROS-INDENIZ        PIC 9(07)V99 VALUE ZEROS.
          01 WS-LINHA-SIN1.
                02 FILLER            PIC X(34) VALUE
                   "SINISTRO SEGURO PRESTAMISTA - CPF ".
                02 WS-SIN1-CPF       PIC X(11).
                02 FILLER            PIC X(08) VALUE "  OBITO ".
                02 WS-SIN1-DIA       PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-SIN1-MES       PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-SIN1-ANO       PIC 9(04).
                02 FILLER            PIC X(17) VALUE SPACES.
          01 WS-LINHA-SIN2.
                02 FILLER            PIC X(40) VALUE
                   "CONTRATO   CONTA  ADESAO     PREMIO MES ".
                02 FILLER            PIC X(40) VALUE
                   "   SALDO DEVEDOR                        ".
          01 WS-LINHA-SIN3.
                02 WS-SIN3-NUMERO    PIC 9(09).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-SIN3-CODIGO    PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-SIN3-ADESAO    PIC 9(08).
                02 FILLER            PIC X(04) VALUE SPACES.
                02 WS-SIN3-PREMIO    PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(04) VALUE SPACES.
                02 WS-SIN3-SALDO     PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(24) VALUE SPACES.
          01 WS-LINHA-SIN4.
                02 FILLER            PIC X(20) VALUE
                   "TOTAL A RECLAMAR  : ".
                02 WS-SIN4-TOTAL     PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(46) VALUE SPACES.

       SCREEN SECTION.
         01 TELA-ESPOLIO.
              02 LINE 4  COL 19 VALUE "CPF               :".
              02 LINE 5  COL 19 VALUE "SITUACAO          :".
              02 LINE 7  COL 19 VALUE
                 "<G>RAVA OBITO / <L>IBERA ESPOLIO / <I>NDENIZACAO :".
              02 LINE 8  COL 19 VALUE "DATA OBITO (A/M/D):     /  /".
              02 LINE 9  COL 19 VALUE "REF. DO ALVARA    :".
              02 LINE 11 COL 19 VALUE
              PERFORM ENTRA-CPF.
              PERFORM MOSTRA-SITUACAO.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "G" PERFORM GRAVA-OBITO
                 WHEN "L" PERFORM LIBERA-ESPOLIO
                 WHEN "I" PERFORM INDENIZA-SEGURO
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "G" OR WS-FUNCAO = "L"
                         OR WS-FUNCAO = "I"
                 ACCEPT WS-FUNCAO AT 0770 WITH PROMPT AUTO
              END-PERFORM.

       GRAVA-OBITO.
                 DISPLAY "ERRO DE GRAVACAO - STATUS " ARQST-FAL
                         AT 2335
              ELSE
                 PERFORM CANCELA-CARTOES-CPF
                 PERFORM COMUNICA-SINISTROS
                 DISPLAY "OBITO REGISTRADO - CONTAS CONGELADAS"
                         AT 2335.
              CLOSE FALECIDOS.
              IF WS-QTD-SINISTROS > ZEROS
                 DISPLAY "SINISTROS DE SEGURO PRESTAMISTA: "
                         WS-QTD-SINISTROS " - VER SEGSIN.LST" AT 2235.

      * Com o obito os cartoes de todas as contas do CPF sao
      * cancelados - nenhum debito pela rede depois da data.
       CANCELA-CARTOES-CPF.
              MOVE "N" TO WS-FIM-CPF.
              MOVE WS-CPF-W TO CPF.
              START CLIENTES KEY IS NOT LESS THAN CPF
                 INVALID KEY
                    MOVE "S" TO WS-FIM-CPF
              END-START.
              PERFORM CANCELA-CARTOES-CONTA UNTIL WS-FIM-CPF = "S".

       CANCELA-CARTOES-CONTA.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-CPF
                 NOT AT END
                    IF CPF NOT = WS-CPF-W
                       MOVE "S" TO WS-FIM-CPF
                    ELSE
                       CALL "CRTCAN" USING CODIGO WS-SUPERVISOR
                                           WS-CRT-QTD
                    END-IF
              END-READ.

      * Seguro prestamista: cada contrato ativo segurado de uma conta
      * do CPF passa a sinistro comunicado, com a divida do contrato
      * na data, e vai para a lista a enviar a seguradora.
      * O EMPCOB deixa de cobrar esses contratos.
       COMUNICA-SINISTROS.
              MOVE ZEROS TO WS-QTD-SINISTROS WS-TOTAL-SINISTROS.
              PERFORM CARREGA-CONTAS-CPF.
              IF WS-QTD-CTA-CPF = ZEROS
                 EXIT PARAGRAPH.
              OPEN I-O SEGUROS.
              IF ARQST-SEG NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-EMP.
              OPEN INPUT EMPRESTIMOS.
              IF ARQST-EMP NOT = "00"
                 MOVE "S" TO WS-FIM-EMP.
              PERFORM PROCURA-CONTRATO-SEGURADO UNTIL WS-FIM-EMP = "S".
              IF ARQST-EMP = "00" OR ARQST-EMP = "10"
                 CLOSE EMPRESTIMOS.
              CLOSE SEGUROS.
              IF WS-QTD-SINISTROS > ZEROS
                 MOVE WS-TOTAL-SINISTROS TO WS-SIN4-TOTAL
                 MOVE WS-LINHA-SIN4 TO REG-SIN
                 WRITE REG-SIN
                 CLOSE SINISTROS.

       CARREGA-CONTAS-CPF.
              MOVE ZEROS TO WS-QTD-CTA-CPF.
              MOVE "N" TO WS-FIM-CPF.
              MOVE WS-CPF-W TO CPF.
              START CLIENTES KEY IS NOT LESS THAN CPF
                 INVALID KEY
                    MOVE "S" TO WS-FIM-CPF
              END-START.
              PERFORM GUARDA-CONTA-CPF UNTIL WS-FIM-CPF = "S".

       GUARDA-CONTA-CPF.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-CPF
                 NOT AT END
                    IF CPF NOT = WS-CPF-W
                       MOVE "S" TO WS-FIM-CPF
                    ELSE
                       IF WS-QTD-CTA-CPF < 50
                          ADD 1 TO WS-QTD-CTA-CPF
                          MOVE CODIGO TO WS-CTA-CPF(WS-QTD-CTA-CPF)
                       END-IF
                    END-IF
              END-READ.

       PROCURA-CONTRATO-SEGURADO.
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-EMP
                 NOT AT END
                    IF EMP-SITUACAO = "A"
                       PERFORM VERIFICA-CONTA-CPF
                       IF WS-DO-CPF = "S"
                          PERFORM COMUNICA-SINISTRO-CONTRATO
                       END-IF
                    END-IF
              END-READ.

       VERIFICA-CONTA-CPF.
              MOVE "N" TO WS-DO-CPF.
              PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-QTD-CTA-CPF
                 IF WS-CTA-CPF(WS-C) = EMP-CODIGO
                    MOVE "S" TO WS-DO-CPF
                 END-IF
              END-PERFORM.

       COMUNICA-SINISTRO-CONTRATO.
              MOVE EMP-NUMERO TO SEG-NUMERO.
              READ SEGUROS
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF SEG-SITUACAO NOT = "A"
                 EXIT PARAGRAPH.
              PERFORM APURA-SALDO-CONTRATO.
              MOVE "S"            TO SEG-SITUACAO.
              MOVE WS-OBITO-W     TO SEG-DATA-SINISTRO.
              MOVE WS-SALDO-SINISTRO TO SEG-VALOR-SINISTRO.
              REWRITE REG-SEG.
              IF ARQST-SEG NOT = "00"
                 DISPLAY "ERRO NO SEGURO DO CONTRATO " EMP-NUMERO
                         " - STATUS " ARQST-SEG AT 2335
                 EXIT PARAGRAPH.
              IF WS-QTD-SINISTROS = ZEROS
                 PERFORM ABRE-LISTA-SINISTROS.
              MOVE EMP-NUMERO         TO WS-SIN3-NUMERO.
              MOVE EMP-CODIGO         TO WS-SIN3-CODIGO.
              MOVE SEG-DATA           TO WS-SIN3-ADESAO.
              MOVE SEG-PREMIO         TO WS-SIN3-PREMIO.
              MOVE SEG-VALOR-SINISTRO TO WS-SIN3-SALDO.
              MOVE WS-LINHA-SIN3 TO REG-SIN.
              WRITE REG-SIN.
              ADD 1 TO WS-QTD-SINISTROS.
              ADD SEG-VALOR-SINISTRO TO WS-TOTAL-SINISTROS.

       ABRE-LISTA-SINISTROS.
              OPEN EXTEND SINISTROS.
              IF ARQST-SIN NOT = "00"
                 OPEN OUTPUT SINISTROS.
              MOVE WS-CPF-W     TO WS-SIN1-CPF.
              MOVE WS-OBITO-DIA TO WS-SIN1-DIA.
              MOVE WS-OBITO-MES TO WS-SIN1-MES.
              MOVE WS-OBITO-ANO TO WS-SIN1-ANO.
              MOVE WS-LINHA-SIN1 TO REG-SIN.
              WRITE REG-SIN.
              MOVE WS-LINHA-SIN2 TO REG-SIN.
              WRITE REG-SIN.

      * Divida do contrato, pelo sistema de amortizacao dele: o
      * principal ainda devido antes da parcela PAGAS + 1 (o das
      * parcelas em atraso dentro) mais os juros das parcelas em
      * atraso.  Os juros das parcelas a vencer nao decorreram - nao
      * entram no sinistro nem na indenizacao.
       APURA-SALDO-CONTRATO.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              COMPUTE WS-AMO-ORDEM = EMP-PARCELAS-PAGAS + 1.
              PERFORM CALCULA-PARCELA-ORDEM.
              COMPUTE WS-PRINCIPAL-DEV =
                      WS-AMO-SALDO + WS-AMO-AMORTIZACAO.
              MOVE WS-AMO-A-PAGAR TO WS-FACE-NAO-PAGA.
              COMPUTE WS-AMO-ORDEM =
                      EMP-PARCELAS-PAGAS + EMP-ATRASO + 1.
              PERFORM CALCULA-PARCELA-ORDEM.
              COMPUTE WS-JUROS-ATRASO =
                      WS-FACE-NAO-PAGA - WS-AMO-A-PAGAR
                    - (WS-PRINCIPAL-DEV - WS-AMO-SALDO
                                        - WS-AMO-AMORTIZACAO).
              IF WS-JUROS-ATRASO < ZEROS
                 MOVE ZEROS TO WS-JUROS-ATRASO.
              COMPUTE WS-SALDO-SINISTRO =
                      WS-PRINCIPAL-DEV + WS-JUROS-ATRASO.

       CALCULA-PARCELA-ORDEM.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.

      * Indenizacao paga pela seguradora: o valor reclamado entra
      * pela conta de liquidacao - o principal devido abate o ativo
      * de emprestimos (EMPREST so carrega principal) e o restante,
      * juros das parcelas em atraso, e receita (RENDEMP), como na
      * cobranca da parcela; o EMPAPR estorna o que tinha apropriado
      * do contrato quitado.  O contrato fecha como quitado e a
      * apolice como liquidada.
       INDENIZA-SEGURO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO NOT = "S"
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA" AT 2335
                 EXIT PARAGRAPH.
              MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              MOVE ZEROS TO WS-NUM-CONTRATO-DIG.
              DISPLAY "NUMERO DO CONTRATO:" AT 2335.
              PERFORM UNTIL WS-NUM-CONTRATO-DIG > ZEROS
                 ACCEPT WS-NUM-CONTRATO-DIG AT 2355 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO AT 2335.
              OPEN I-O SEGUROS.
              IF ARQST-SEG NOT = "00"
                 DISPLAY "SEM APOLICES DE SEGURO PRESTAMISTA" AT 2335
                 EXIT PARAGRAPH.
              MOVE WS-NUM-CONTRATO-DIG TO SEG-NUMERO.
              READ SEGUROS
                 INVALID KEY
                    DISPLAY "CONTRATO SEM SEGURO PRESTAMISTA" AT 2335
                    CLOSE SEGUROS
                    EXIT PARAGRAPH
              END-READ.
              IF SEG-SITUACAO NOT = "S"
                 DISPLAY "CONTRATO SEM SINISTRO PENDENTE" AT 2335
                 CLOSE SEGUROS
                 EXIT PARAGRAPH.
              MOVE SEG-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE SPACES TO CPF
              END-READ.
              IF CPF NOT = WS-CPF-W
                 DISPLAY "CONTRATO NAO PERTENCE AO CPF" AT 2335
                 CLOSE SEGUROS
                 EXIT PARAGRAPH.
              MOVE SEG-VALOR-SINISTRO TO WS-INDENIZACAO.
              MOVE WS-INDENIZACAO TO WS-INDENIZACAO-E.
              DISPLAY "INDENIZACAO " WS-INDENIZACAO-E " <S/N> [ ]"
                      AT 2335.
              ACCEPT  WS-SALVA AT 2369 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 2335.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 CLOSE SEGUROS
                 EXIT PARAGRAPH.
              PERFORM QUITA-CONTRATO-SINISTRO.
              IF WS-ACHOU-EMP NOT = "S"
                 DISPLAY "CONTRATO NAO ESTA ATIVO - INDENIZACAO NAO "
                         "LANCADA" AT 2335
                 CLOSE SEGUROS
                 EXIT PARAGRAPH.
              IF WS-INDENIZACAO > WS-PRINCIPAL-DEV
                 MOVE WS-PRINCIPAL-DEV TO WS-AMORTIZ-INDENIZ
              ELSE
                 MOVE WS-INDENIZACAO   TO WS-AMORTIZ-INDENIZ.
              COMPUTE WS-JUROS-INDENIZ =
                      WS-INDENIZACAO - WS-AMORTIZ-INDENIZ.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE "INTERBANC"    TO JRN-CONTA-DEB.
              MOVE "EMPREST"      TO JRN-CONTA-CRE.
              MOVE WS-AMORTIZ-INDENIZ TO JRN-VALOR.
              MOVE "INDENIZ SEG PRESTAM" TO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.
              IF WS-JUROS-INDENIZ > ZEROS
                 MOVE "RENDEMP"        TO JRN-CONTA-CRE
                 MOVE WS-JUROS-INDENIZ TO JRN-VALOR
                 MOVE "JUROS INDENIZ SEGURO" TO JRN-HISTORICO
                 PERFORM GRAVA-REG-JOURNAL.
              MOVE "L"           TO SEG-SITUACAO.
              MOVE DATA-SIS(1:8) TO SEG-DATA-INDENIZ.
              REWRITE REG-SEG.
              IF ARQST-SEG NOT = "00"
                 DISPLAY "ERRO NO SEGURO - STATUS " ARQST-SEG AT 2335
              ELSE
                 DISPLAY "CONTRATO LIQUIDADO PELA SEGURADORA" AT 2335.
              CLOSE SEGUROS.

       QUITA-CONTRATO-SINISTRO.
              MOVE "N" TO WS-ACHOU-EMP WS-FIM-EMP.
              OPEN I-O EMPRESTIMOS.
              IF ARQST-EMP NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM MARCA-QUITADO-SINISTRO UNTIL WS-FIM-EMP = "S".
              CLOSE EMPRESTIMOS.

       MARCA-QUITADO-SINISTRO.
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-EMP
                 NOT AT END
                    IF EMP-NUMERO = WS-NUM-CONTRATO-DIG
                       IF EMP-SITUACAO = "A"
                          PERFORM APURA-SALDO-CONTRATO
                          MOVE "Q" TO EMP-SITUACAO
                          MOVE EMP-PRAZO TO EMP-PARCELAS-PAGAS
                          REWRITE REG-EMP
                          IF ARQST-EMP = "00"
                             MOVE "S" TO WS-ACHOU-EMP
                          END-IF
                       END-IF
                       MOVE "S" TO WS-FIM-EMP
                    END-IF
              END-READ.

      * A liberacao exige dia de movimento aberto (os lancamentos
      * nascem com a data contabil), o alvara e herdeiros somando
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
