      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Record the COAF acknowledgement of cash deposits
      * Tectonics: cobc
      ******************************************************************
      * Reads the COAF return file (COAFRET.DAT), one record per
      * communication sent by COAFGER, matched by the transaction
      * sequence.  Accepted ("00") marks the DEPESP.DAT record
      * confirmed ("C") with the COAF protocol; any other situation
      * puts it back to pending ("P") so the next COAFGER run sends
      * it again.  Returns without a sent record go to the run-log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COAFRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RETORNO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-RET.

              SELECT DEPESP ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-DEP.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO LABEL RECORD STANDARD
                RECORD CONTAINS 31 CHARACTERS
                DATA RECORD IS REG-RET
                VALUE OF FILE-ID IS "COAFRET.DAT".
          01 REG-RET.
                02 RET-SEQ           PIC 9(09).
                02 RET-SITUACAO      PIC X(02).
                02 RET-PROTOCOLO     PIC X(20).
          01 REG-CTL.
                COPY CTLARQ.
                02 FILLER            PIC X(06).

       FD DEPESP LABEL RECORD STANDARD
                DATA RECORD IS REG-DEP
                VALUE OF FILE-ID IS "DEPESP.DAT".
          01 REG-DEP.
                COPY DEPESP.

       WORKING-STORAGE SECTION.
          01 ARQST-RET               PIC X(02).
          01 ARQST-DEP               PIC X(02).
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-DEP              PIC X(01) VALUE "N".
          01 WS-ACHOU-DEP            PIC X(01) VALUE "N".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-CONFIRMADOS      PIC 9(06) VALUE ZEROS.
          01 WS-QTD-REJEITADOS       PIC 9(06) VALUE ZEROS.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "COAFRET".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.

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
                 DISPLAY "ERRO NA ABERTURA DO RETORNO - STATUS "
                         ARQST-RET
                 MOVE 8 TO RETURN-CODE
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN INPUT RETORNO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              DISPLAY "RETORNO DA COMUNICACAO COAF - "
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
                       PERFORM TRATA-RETORNO
                    END-IF
              END-READ.

       TRATA-RETORNO.
              MOVE "N" TO WS-ACHOU-DEP WS-FIM-DEP.
              OPEN I-O DEPESP.
              IF ARQST-DEP NOT = "00"
                 MOVE "S" TO WS-FIM-DEP.
              PERFORM PROCURA-DEPOSITANTE UNTIL WS-FIM-DEP = "S".
              IF ARQST-DEP = "00" OR ARQST-DEP = "10"
                 CLOSE DEPESP.
              IF WS-ACHOU-DEP NOT = "S"
                 MOVE RET-SEQ TO WS-LOG-CHAVE
                 MOVE "RETORNO COAF SEM COMUNICACAO ENVIADA"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG.

       PROCURA-DEPOSITANTE.
              READ DEPESP
                 AT END
                    MOVE "S" TO WS-FIM-DEP
                 NOT AT END
                    IF DEP-SEQ = RET-SEQ AND DEP-SITUACAO = "E"
                       MOVE "S" TO WS-ACHOU-DEP
                       MOVE "S" TO WS-FIM-DEP
                       PERFORM CONFIRMA-OU-REENVIA
                    END-IF
              END-READ.

       CONFIRMA-OU-REENVIA.
              IF RET-SITUACAO = "00"
                 MOVE "C"           TO DEP-SITUACAO
                 MOVE DATA-SIS(1:8) TO DEP-DATA-CONF
                 MOVE RET-PROTOCOLO TO DEP-PROTOCOLO
                 ADD 1 TO WS-QTD-CONFIRMADOS
              ELSE
                 MOVE "P"           TO DEP-SITUACAO
                 ADD 1 TO WS-QTD-REJEITADOS
                 MOVE RET-SEQ TO WS-LOG-CHAVE
                 MOVE SPACES TO WS-LOG-MENSAGEM
                 STRING "COMUNICACAO RECUSADA PELO COAF - "
                        RET-SITUACAO DELIMITED BY SIZE
                        INTO WS-LOG-MENSAGEM
                 MOVE "A" TO WS-LOG-SEVERIDADE
                 PERFORM GRAVA-RUN-LOG
                 MOVE "E" TO WS-LOG-SEVERIDADE
              END-IF.
              REWRITE REG-DEP.
              IF ARQST-DEP NOT = "00"
                 DISPLAY "ERRO NA IDENTIFICACAO " DEP-SEQ " - STATUS "
                         ARQST-DEP.

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

      * O arquivo e lido uma vez inteiro antes de qualquer lancamento
      * e o ARQREG confere header, trailer e totais e recusa remessa
      * ja processada; depois o arquivo volta ao inicio.
       CONFERE-CONTROLE.
              MOVE "COAFRET" TO WS-CTL-PROGRAMA.
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
              IF ARQST-RET = "00" OR ARQST-RET = "10"
                 OR WS-CTL-RECUSADO = "S"
                 CLOSE RETORNO.
              DISPLAY "RETORNOS LIDOS     : " WS-QTD-LIDOS.
              DISPLAY "CONFIRMADOS        : " WS-QTD-CONFIRMADOS.
              DISPLAY "DEVOLVIDOS P/ REENVIO: " WS-QTD-REJEITADOS.
              DISPLAY "FIM DE PROGRAMA".
