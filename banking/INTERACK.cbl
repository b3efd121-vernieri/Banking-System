              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT PORTABILIDADE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY POR-CODIGO
              FILE STATUS ARQST-POR.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT NOTAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CPG-NUMERO
              ALTERNATE RECORD KEY CPG-CHAVE-FORN
              ALTERNATE RECORD KEY CPG-VENCIMENTO WITH DUPLICATES
              ALTERNATE RECORD KEY CPG-ORDEM WITH DUPLICATES
              FILE STATUS ARQST-CPG.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIRMA LABEL RECORD STANDARD
          01 REG-ACK.
                02 ACK-SEQ           PIC 9(09).
                02 ACK-SITUACAO      PIC X(02).
                02 FILLER            PIC X(14).
          01 REG-CTL.
                COPY CTLARQ.

       FD ORDINTER LABEL RECORD STANDARD
                DATA RECORD IS REG-OIT
          01 REG-EXT.
                COPY EXTRATO.

       FD PORTABILIDADE LABEL RECORD STANDARD
                DATA RECORD IS REG-POR
                VALUE OF FILE-ID IS "PORTSAL.DAT".
          01 REG-POR.
                COPY PORTSAL.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD NOTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-CPG
                VALUE OF FILE-ID IS "CPAGAR.DAT".
          01 REG-CPG.
                COPY CPAGAR.

       WORKING-STORAGE SECTION.
          01 ARQST-ACK               PIC X(02).
          01 ARQST-OIT               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-POR               PIC X(02).
          01 WS-POR-ABERTO           PIC X(01) VALUE "N".
          01 ARQST-CPG               PIC X(02).
          01 WS-CPG-ABERTO           PIC X(01) VALUE "N".
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-QTD-LIQUIDADAS       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-DEVOLVIDAS       PIC 9(06) VALUE ZEROS.
          01 WS-ACHOU-OIT            PIC X(01) VALUE "N".
          01 WS-ACHOU-CPG            PIC X(01) VALUE "N".
          01 WS-NOVA-SITUACAO        PIC X(01) VALUE SPACE.
          01 WS-JRN-CLI              PIC X(10) VALUE SPACES.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "INTERACK".
       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF ARQST-ACK = "00" AND ARQST = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 PERFORM REGISTRA-ARQUIVO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST-ACK " / " ARQST
                 MOVE 8 TO RETURN-CODE
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN INPUT CONFIRMA.
              OPEN I-O CLIENTES.
      * A failed open here means the extrato has not been through
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              OPEN INPUT PORTABILIDADE.
              IF ARQST-POR = "00"
                 MOVE "S" TO WS-POR-ABERTO.
              OPEN I-O NOTAS.
              IF ARQST-CPG = "00"
                 MOVE "S" TO WS-CPG-ABERTO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY "CONFIRMACAO DO MOVIMENTO DE SAIDA - "
                      DIA "/" MES "/" ANO.
              IF ARQST-ACK = "00"
                 PERFORM CONFERE-CONTROLE.

       PROCESSO.
              READ CONFIRMA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CTL-TIPO-REG NOT = "HDR"
                       AND CTL-TIPO-REG NOT = "TRL"
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM TRATA-CONFIRMACAO
                    END-IF
              END-READ.

       TRATA-CONFIRMACAO.
      * "00" fecha a ordem: o dinheiro sai do bolso pendente para a
      * liquidacao interbancaria.  Qualquer outra situacao devolve o
      * valor a conta do cliente com extrato e journal proprios.
      * Ordem de CODIGO zero e pagamento de fornecedor do CPGPAG: a
      * devolucao estorna a despesa e a nota volta ao contas a pagar.
       LIQUIDA-OU-DEVOLVE.
              IF ACK-SITUACAO = "00"
                 PERFORM LIQUIDA-ORDEM
                 IF OIT-CODIGO = ZEROS
                    MOVE "P" TO WS-NOVA-SITUACAO
                    PERFORM ATUALIZA-NOTA
                 END-IF
                 MOVE "L" TO OIT-SITUACAO
                 ADD 1 TO WS-QTD-LIQUIDADAS
              ELSE
                 IF OIT-CODIGO = ZEROS
                    PERFORM DEVOLVE-PAGAMENTO
                 ELSE
                    PERFORM DEVOLVE-ORDEM
                 END-IF
                 MOVE "R" TO OIT-SITUACAO
                 ADD 1 TO WS-QTD-DEVOLVIDAS
              END-IF.
              MOVE OIT-VALOR    TO JRN-VALOR.
              MOVE "DEV TRANSF EXTERNA" TO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.
              PERFORM VERIFICA-PORTABILIDADE.

       DEVOLVE-PAGAMENTO.
              MOVE "D" TO WS-NOVA-SITUACAO.
              PERFORM ATUALIZA-NOTA.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE ANO          TO JRN-ANO.
              MOVE MES          TO JRN-MES.
              MOVE DIA          TO JRN-DIA.
              MOVE "INTERBPEND" TO JRN-CONTA-DEB.
              IF WS-ACHOU-CPG = "S"
                 MOVE CPG-CONTA TO JRN-CONTA-CRE
              ELSE
                 MOVE "INTERBANC" TO JRN-CONTA-CRE.
              MOVE OIT-VALOR    TO JRN-VALOR.
              MOVE "DEV PAGTO FORNECEDOR" TO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.
              MOVE OIT-SEQ TO WS-LOG-CHAVE.
              MOVE "A" TO WS-LOG-SEVERIDADE.
              MOVE "PAGAMENTO A FORNECEDOR DEVOLVIDO"
                   TO WS-LOG-MENSAGEM.
              PERFORM GRAVA-RUN-LOG.
              MOVE "E" TO WS-LOG-SEVERIDADE.

      * A nota e achada pelo numero da ordem que a pagou.  Sem o
      * CPAGAR.DAT (ou sem a nota) a devolucao estorna contra
      * INTERBANC e o run-log pede a conferencia manual.
       ATUALIZA-NOTA.
              MOVE "N" TO WS-ACHOU-CPG.
              IF WS-CPG-ABERTO = "S"
                 MOVE OIT-SEQ TO CPG-ORDEM
                 READ NOTAS KEY IS CPG-ORDEM
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "S" TO WS-ACHOU-CPG
                 END-READ
              END-IF.
              IF WS-ACHOU-CPG NOT = "S"
                 MOVE OIT-SEQ TO WS-LOG-CHAVE
                 MOVE "ORDEM DE FORNECEDOR SEM NOTA"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG
                 EXIT PARAGRAPH.
              MOVE WS-NOVA-SITUACAO TO CPG-SITUACAO.
              MOVE DATA-SIS(1:8)    TO CPG-DATA-SITUAC.
              REWRITE REG-CPG.
              IF ARQST-CPG NOT = "00"
                 DISPLAY "ERRO NA NOTA " CPG-NUMERO " - STATUS "
                         ARQST-CPG.

      * A ordem devolvida que sai da portabilidade de salario (mesma
      * conta e mesmo destino do cadastro) deixa aviso no run-log: o
      * salario voltou a conta e o destino precisa ser revisto com o
      * cliente antes da proxima folha.
       VERIFICA-PORTABILIDADE.
              IF WS-POR-ABERTO NOT = "S"
                 EXIT PARAGRAPH.
              MOVE OIT-CODIGO TO POR-CODIGO.
              READ PORTABILIDADE
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF POR-BANCO = OIT-BANCO AND POR-AGENCIA = OIT-AGENCIA
                 AND POR-CONTA = OIT-CONTA
                 MOVE OIT-SEQ TO WS-LOG-CHAVE
                 MOVE "A" TO WS-LOG-SEVERIDADE
                 MOVE "SALARIO DE PORTABILIDADE DEVOLVIDO"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG
                 MOVE "E" TO WS-LOG-SEVERIDADE.

       GRAVA-EXTRATO-DEVOLUCAO.
              MOVE CODIGO-W  TO EXT-CODIGO.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL ORDEM " OIT-SEQ
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST-ACK.

      * O arquivo e lido uma vez inteiro antes de qualquer lancamento
      * e o ARQREG confere header, trailer e totais e recusa remessa
      * ja processada; depois o arquivo volta ao inicio.
       CONFERE-CONTROLE.
              MOVE "INTERACK" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE CONFIRMA.
              OPEN INPUT CONFIRMA.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-ACK.

       LE-CONTROLE.
              READ CONFIRMA
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
              CLOSE CONFIRMA.
              CLOSE CLIENTES.
              CLOSE EXTRATO.
              CLOSE JOURNAL.
              IF WS-POR-ABERTO = "S"
                 CLOSE PORTABILIDADE.
              IF WS-CPG-ABERTO = "S"
                 CLOSE NOTAS.
              DISPLAY "CONFIRMACOES LIDAS : " WS-QTD-LIDAS.
              DISPLAY "ORDENS LIQUIDADAS  : " WS-QTD-LIQUIDADAS.
              DISPLAY "ORDENS DEVOLVIDAS  : " WS-QTD-DEVOLVIDAS.
