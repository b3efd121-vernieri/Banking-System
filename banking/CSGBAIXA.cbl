                02 RET-NUMERO        PIC 9(09).
                02 RET-PERIODO       PIC 9(06).
                02 RET-SITUACAO      PIC X(02).
                02 FILLER            PIC X(08).
          01 REG-CTL.
                COPY CTLARQ.

       FD CONSIGNADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-CSG
          01 ARQST-EMP               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "A".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.
          01 WS-VALOR-PARCELA        PIC 9(05)V99 VALUE ZEROS.
          01 WS-JUROS-PARCELA        PIC 9(07)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF ARQST-RET = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 PERFORM REGISTRA-ARQUIVO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST-RET
                 MOVE 8 TO RETURN-CODE
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN INPUT RETORNO.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              DISPLAY "RETORNO DO DESCONTO EM FOLHA - "
                      DIA "/" MES "/" ANO.
              IF ARQST-RET = "00"
                 PERFORM CONFERE-CONTROLE.

       PROCESSO.
              READ RETORNO
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CTL-TIPO-REG = "HDR" OR CTL-TIPO-REG = "TRL"
                       CONTINUE
                    ELSE
                    IF RET-SITUACAO = "00"
                       PERFORM LIQUIDA-PARCELA-FOLHA
                    ELSE
                       PERFORM DESLIGA-CONSIGNADO
                    END-IF
                    END-IF
              END-READ.

       LIQUIDA-PARCELA-FOLHA.
                    IF EMP-NUMERO = RET-NUMERO
                       AND EMP-SITUACAO = "A"
                       MOVE "S" TO WS-FIM-EMP
                       PERFORM SEPARA-JUROS-PARCELA
                       ADD 1 TO EMP-PARCELAS-PAGAS
                       IF EMP-ANO-MES-COBR < RET-PERIODO
                          MOVE RET-PERIODO TO EMP-ANO-MES-COBR
                       IF EMP-PARCELAS-PAGAS >= EMP-PRAZO
                          MOVE "Q" TO EMP-SITUACAO
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

      * O dinheiro vem do empregador pela conta de cobranca.
       GRAVA-JOURNAL-FOLHA.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE MES         TO JRN-MES.
              MOVE DIA         TO JRN-DIA.
              MOVE "COBRANCA"  TO JRN-CONTA-DEB.
              MOVE ZEROS       TO JRN-OPERADOR.
              MOVE HORA-SIS    TO JRN-HORA.
              MOVE WS-SEQ-TRN  TO JRN-SEQ.
              MOVE "EMPREST"   TO JRN-CONTA-CRE.
              COMPUTE JRN-VALOR = WS-VALOR-PARCELA - WS-JUROS-PARCELA.
              MOVE "PARCELA CONSIGNADO" TO JRN-HISTORICO.
              PERFORM GRAVA-LANC-FOLHA.
              IF WS-JUROS-PARCELA > ZEROS
                 MOVE "RENDEMP"  TO JRN-CONTA-CRE
                 MOVE WS-JUROS-PARCELA TO JRN-VALOR
                 MOVE "JUROS CONSIGNADO" TO JRN-HISTORICO
                 PERFORM GRAVA-LANC-FOLHA.

      * Os juros da parcela sao receita (RENDEMP) e so a amortizacao
      * abate o EMPREST.  Parcela de periodo ja cobrado e a mais
      * antiga em atraso (pagas + 1); a do periodo novo e a que esta
      * correndo (pagas + atrasadas + 1).
       SEPARA-JUROS-PARCELA.
              MOVE EMP-PARCELA TO WS-VALOR-PARCELA.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              IF EMP-ANO-MES-COBR < RET-PERIODO
                 COMPUTE WS-AMO-ORDEM =
                         EMP-PARCELAS-PAGAS + EMP-ATRASO + 1
              ELSE
                 COMPUTE WS-AMO-ORDEM = EMP-PARCELAS-PAGAS + 1.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.
              MOVE WS-AMO-JUROS TO WS-JUROS-PARCELA.
              IF WS-JUROS-PARCELA > WS-VALOR-PARCELA
                 MOVE WS-VALOR-PARCELA TO WS-JUROS-PARCELA.

       GRAVA-LANC-FOLHA.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CONTRATO " EMP-NUMERO
                         "INVALIDA " JRN-CONTA-DEB " / "
                         JRN-CONTA-CRE.

      * O arquivo e lido uma vez inteiro antes de qualquer lancamento
      * e o ARQREG confere header, trailer e totais e recusa remessa
      * ja processada; depois o arquivo volta ao inicio.
       CONFERE-CONTROLE.
              MOVE "CSGBAIXA" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE RETORNO.
              OPEN INPUT RETORNO.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-RET.

       LE-CONTROLE.
              READ RETORNO
                 AT END
                    MOVE "S" TO WS-CTL-FIM
                    EXIT PARAGRAPH
              END-READ.
              EVALUATE CTL-TIPO-REG
                 WHEN "HDR"
                    IF WS-CTL-TEM-HEADER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    MOVE "S"           TO WS-CTL-TEM-HEADER
                    MOVE CTL-REMETENTE TO WS-CTL-REMETENTE
                    MOVE CTL-DATA-ARQ  TO WS-CTL-DATA-ARQ
                    MOVE CTL-SEQUENCIA TO WS-CTL-SEQUENCIA
                 WHEN "TRL"
                    IF WS-CTL-TEM-HEADER NOT = "S"
                       OR WS-CTL-TEM-TRAILER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    MOVE "S"             TO WS-CTL-TEM-TRAILER
                    MOVE CTL-QTD-REG     TO WS-CTL-QTD-TRAILER
                    MOVE CTL-VALOR-TOTAL TO WS-CTL-VALOR-TRAILER
                 WHEN OTHER
                    IF WS-CTL-TEM-HEADER NOT = "S"
                       OR WS-CTL-TEM-TRAILER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    ADD 1 TO WS-CTL-QTD-LIDA
              END-EVALUATE.

      * So depois de processado o arquivo entra no registro de
      * recebidos - a mesma remessa nao passa uma segunda vez.
       REGISTRA-ARQUIVO.
              MOVE "G" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.

       FINALIZA.
              CLOSE RETORNO.
              CLOSE JOURNAL.
