                02 DEV-VALOR         PIC 9(05)V99.
                02 DEV-DATA-DEP      PIC 9(08).
                02 DEV-MOTIVO        PIC X(02).
                02 FILLER            PIC X(04).
          01 REG-CTL.
                COPY CTLARQ.

       FD CHEQUES LABEL RECORD STANDARD
                DATA RECORD IS REG-CHQ
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF ARQST-DEV = "00" AND ARQST = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 PERFORM REGISTRA-ARQUIVO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST-DEV " / " ARQST
                 MOVE 8 TO RETURN-CODE
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN INPUT DEVOLUCOES.
              OPEN I-O CLIENTES.
      * A failed open here means the extrato has not been through
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY "DEVOLUCAO DE CHEQUES - "
                      DIA "/" MES "/" ANO.
              IF ARQST-DEV = "00"
                 PERFORM CONFERE-CONTROLE.

       PROCESSO.
              READ DEVOLUCOES
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CTL-TIPO-REG NOT = "HDR"
                       AND CTL-TIPO-REG NOT = "TRL"
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM TRATA-DEVOLUCAO
                    END-IF
              END-READ.

      * Motivo "11" (sem fundos, primeira apresentacao) volta para a
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST-DEV.

      * O arquivo e lido uma vez inteiro antes de qualquer lancamento
      * e o ARQREG confere header, trailer e totais e recusa remessa
      * ja processada; depois o arquivo volta ao inicio.
       CONFERE-CONTROLE.
              MOVE "CHQDEV" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE DEVOLUCOES.
              OPEN INPUT DEVOLUCOES.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-DEV.

       LE-CONTROLE.
              READ DEVOLUCOES
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
                    ADD DEV-VALOR TO WS-CTL-VALOR-LIDO
              END-EVALUATE.

      * So depois de processado o arquivo entra no registro de
      * recebidos - a mesma remessa nao passa uma segunda vez.
       REGISTRA-ARQUIVO.
              MOVE "G" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.

       FINALIZA.
              CLOSE DEVOLUCOES.
              CLOSE CLIENTES.
