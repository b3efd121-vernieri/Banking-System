              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BOL.

              SELECT TITULOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TIT-NOSSO-NUM
              ALTERNATE RECORD KEY TIT-CODIGO WITH DUPLICATES
              FILE STATUS ARQST-TIT.

              SELECT EMPRESTIMOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
                02 RET-NUMERO        PIC 9(09).
                02 RET-VALOR-PAGO    PIC 9(05)V99.
                02 RET-DATA-PAG      PIC 9(08).
                02 FILLER            PIC X(01).
          01 REG-CTL.
                COPY CTLARQ.

       FD BOLETOS LABEL RECORD STANDARD
                DATA RECORD IS REG-BOL
          01 REG-BOL.
                COPY BOLETO.

       FD TITULOS LABEL RECORD STANDARD
                DATA RECORD IS REG-TIT
                VALUE OF FILE-ID IS "TITCOB.DAT".
          01 REG-TIT.
                COPY TITCOB.

       FD EMPRESTIMOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EMP
                VALUE OF FILE-ID IS "EMPREST.DAT".
       WORKING-STORAGE SECTION.
          01 ARQST-RET               PIC X(02).
          01 ARQST-BOL               PIC X(02).
          01 ARQST-TIT               PIC X(02).
          01 ARQST-EMP               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-REJ               PIC X(02).
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-BAIXADOS         PIC 9(06) VALUE ZEROS.
          01 WS-QTD-REJEITADOS       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-COBRANCA         PIC 9(06) VALUE ZEROS.
          01 WS-ACHOU-BOL            PIC X(01) VALUE "N".
          01 WS-BOL-NUMERO           PIC 9(09) VALUE ZEROS.
          01 WS-BOL-EMP-NUMERO       PIC 9(09) VALUE ZEROS.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-REJ-MOTIVO     PIC X(02).
                02 FILLER            PIC X(51) VALUE SPACES.
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.
          01 WS-JUROS-PARCELA        PIC 9(07)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF ARQST-RET = "00" AND ARQST-REJ = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 PERFORM REGISTRA-ARQUIVO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST-RET " / " ARQST-REJ
                 MOVE 8 TO RETURN-CODE
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN INPUT RETORNO.
              OPEN OUTPUT REJEITOS.
              OPEN INPUT TITULOS.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY "BAIXA DE BOLETOS PAGOS - "
                      DIA "/" MES "/" ANO.
              IF ARQST-RET = "00"
                 PERFORM CONFERE-CONTROLE.

       PROCESSO.
              READ RETORNO
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CTL-TIPO-REG NOT = "HDR"
                       AND CTL-TIPO-REG NOT = "TRL"
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM TRATA-PAGAMENTO
                    END-IF
              END-READ.

      * The boleto is located and settled in place; an underpayment
      * leaves it open (the customer still owes the installment) and
      * the record goes to the reject file for the collection desk.
      * A number registered in TITCOB.DAT is a title collected for a
      * business customer - COBLIQ settles it, so it is only counted.
       TRATA-PAGAMENTO.
              MOVE SPACES TO WS-MOTIVO.
              PERFORM LOCALIZA-BOLETO.
              IF WS-ACHOU-BOL NOT = "S"
                 AND ARQST-TIT = "00"
                 MOVE RET-NUMERO TO TIT-NOSSO-NUM
                 READ TITULOS
                    NOT INVALID KEY
                       ADD 1 TO WS-QTD-COBRANCA
                       EXIT PARAGRAPH
                 END-READ
              END-IF.
              IF WS-ACHOU-BOL NOT = "S"
                 MOVE "01" TO WS-MOTIVO
                 PERFORM GRAVA-REJEITO
              END-READ.

       LIQUIDA-PARCELA.
              PERFORM SEPARA-JUROS-PARCELA.
              ADD 1 TO EMP-PARCELAS-PAGAS.
              IF EMP-ANO-MES-COBR >= WS-BOL-PERIODO
                 IF EMP-ATRASO > ZEROS
              END-IF.
              IF EMP-PARCELAS-PAGAS >= EMP-PRAZO
                 MOVE "Q" TO EMP-SITUACAO.
              PERFORM ATUALIZA-PARCELA-SAC.
              REWRITE REG-EMP.
              IF ARQST-EMP NOT = "00"
                 DISPLAY "ERRO NO CONTRATO " EMP-NUMERO
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG.

      * Os juros da parcela sao receita (RENDEMP) e so a amortizacao
      * abate o EMPREST.  Boleto de periodo ja cobrado paga a mais
      * antiga em atraso (pagas + 1); o do periodo novo, a que esta
      * correndo (pagas + atrasadas + 1).
       SEPARA-JUROS-PARCELA.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              IF EMP-ANO-MES-COBR >= WS-BOL-PERIODO
                 COMPUTE WS-AMO-ORDEM = EMP-PARCELAS-PAGAS + 1
              ELSE
                 COMPUTE WS-AMO-ORDEM =
                         EMP-PARCELAS-PAGAS + EMP-ATRASO + 1.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.
              MOVE WS-AMO-JUROS TO WS-JUROS-PARCELA.
              IF WS-JUROS-PARCELA > WS-BOL-VALOR
                 MOVE WS-BOL-VALOR TO WS-JUROS-PARCELA.

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

       MARCA-BOLETO-PAGO.
              OPEN I-O BOLETOS.
              IF ARQST-BOL NOT = "00"
              MOVE MES         TO JRN-MES.
              MOVE DIA         TO JRN-DIA.
              MOVE "COBRANCA"  TO JRN-CONTA-DEB.
              MOVE ZEROS       TO JRN-OPERADOR.
              MOVE HORA-SIS    TO JRN-HORA.
              MOVE WS-SEQ-TRN  TO JRN-SEQ.
              MOVE "EMPREST"   TO JRN-CONTA-CRE.
              COMPUTE JRN-VALOR = WS-BOL-VALOR - WS-JUROS-PARCELA.
              MOVE "BOLETO PARCELA" TO JRN-HISTORICO.
              PERFORM GRAVA-LANC-BAIXA.
              IF WS-JUROS-PARCELA > ZEROS
                 MOVE "RENDEMP"  TO JRN-CONTA-CRE
                 MOVE WS-JUROS-PARCELA TO JRN-VALOR
                 MOVE "JUROS BOLETO PARCELA" TO JRN-HISTORICO
                 PERFORM GRAVA-LANC-BAIXA.

       GRAVA-LANC-BAIXA.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL BOLETO " WS-BOL-NUMERO
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST-RET.

      * O arquivo e lido uma vez inteiro antes de qualquer lancamento
      * e o ARQREG confere header, trailer e totais e recusa remessa
      * ja processada; depois o arquivo volta ao inicio.
       CONFERE-CONTROLE.
              MOVE "BOLBAIXA" TO WS-CTL-PROGRAMA.
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
                    ADD RET-VALOR-PAGO TO WS-CTL-VALOR-LIDO
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
              CLOSE REJEITOS.
              CLOSE TITULOS.
              DISPLAY "RETORNOS LIDOS   : " WS-QTD-LIDOS.
              DISPLAY "BOLETOS BAIXADOS : " WS-QTD-BAIXADOS.
              DISPLAY "TITULOS COBRANCA : " WS-QTD-COBRANCA.
              DISPLAY "REJEITADOS       : " WS-QTD-REJEITADOS.
              DISPLAY "FIM DE PROGRAMA".
