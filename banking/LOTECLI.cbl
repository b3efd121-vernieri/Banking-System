       DATA DIVISION.
       FILE SECTION.
       FD FOLHA LABEL RECORD STANDARD
                RECORD CONTAINS 155 CHARACTERS
                DATA RECORD IS REG-FOL
                VALUE OF FILE-ID IS "FOLHA.DAT".
          01 REG-FOL.
                COPY FOLHA.
          01 REG-CTL.
                COPY CTLARQ.
                02 FILLER            PIC X(130).

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
          01 ARQST-PXC               PIC X(02).
          01 ARQST-RET               PIC X(02).
          COPY DATASIS.
          COPY CTLARQW.
          COPY CLICOM.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF ARQST-FOL = "00" AND ARQST = "00"
                 AND ARQST-CAD = "00" AND ARQST-RET = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 PERFORM REGISTRA-ARQUIVO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST-FOL " / " ARQST " / " ARQST-CAD
                         " / " ARQST-RET
                 MOVE 8 TO RETURN-CODE
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN INPUT FOLHA.
              OPEN I-O CLIENTES.
              OPEN I-O CLIENTES-CAD.
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-IDADE-MIN.
              IF ARQST-FOL = "00"
                 PERFORM CONFERE-CONTROLE.

       PROCESSO.
              READ FOLHA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CTL-TIPO-REG NOT = "HDR"
                       AND CTL-TIPO-REG NOT = "TRL"
                       PERFORM TRATA-REGISTRO
                    END-IF
              END-READ.

       TRATA-REGISTRO.
              ADD 1 TO WS-QTD-LIDOS.
              PERFORM VALIDA-REGISTRO.
              IF WS-REGISTRO-OK = "S"
                 PERFORM CRIA-CADASTRO-E-CONTA
              ELSE
                 ADD 1 TO WS-QTD-REJEITADOS
                 PERFORM GRAVA-REJEITADO.

      * The batch enforces what the screens enforce: a structurally
      * valid CPF, a real birth date, the minimum age, the compliance
      * restriction list and no duplicate onboarding.
              MOVE WS-LINHA-RET TO REG-RET.
              WRITE REG-RET.

      * O arquivo e lido uma vez inteiro antes de qualquer lancamento
      * e o ARQREG confere header, trailer e totais e recusa remessa
      * ja processada; depois o arquivo volta ao inicio.
       CONFERE-CONTROLE.
              MOVE "LOTECLI" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE FOLHA.
              OPEN INPUT FOLHA.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-FOL.

       LE-CONTROLE.
              READ FOLHA
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
              CLOSE FOLHA.
              CLOSE CLIENTES.
