              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-MSA.

              SELECT FAVORECIDOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-FVI.

       DATA DIVISION.
       FILE SECTION.
       FD ORDINTER LABEL RECORD STANDARD
                             ==MBC-MOEDA== BY ==MSA-MOEDA==
                             ==MBC-REFERENCIA== BY ==MSA-REFERENCIA==.

       FD FAVORECIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-FVI
                VALUE OF FILE-ID IS "FAVINT.DAT".
          01 REG-FVI.
                COPY FAVINT.

       WORKING-STORAGE SECTION.
          01 ARQST-OIT               PIC X(02).
          01 ARQST-MSA               PIC X(02).
          01 ARQST-FVI               PIC X(02).
          COPY DATASIS.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-ENVIADAS         PIC 9(06) VALUE ZEROS.
          01 WS-QTD-RETIDAS          PIC 9(06) VALUE ZEROS.
          01 WS-FIM-FVI              PIC X(01) VALUE "N".
          01 WS-SAN-NOME             PIC X(60) VALUE SPACES.
          01 WS-SAN-ORIGEM           PIC X(01) VALUE "T".
          01 WS-SAN-PROGRAMA         PIC X(08) VALUE "INTERSAI".
          01 WS-SAN-RESULTADO        PIC X(01) VALUE "L".
      * A referencia no layout MOVBANC carrega a rota completa do
      * credito: banco(3) + agencia(4) + conta(8) = 15 posicoes.
      * O numero da ordem nao viaja no arquivo - a camara de
      * ultimos quatro algarismos da conta destino preenchem o campo
      * de codigo do layout, a rota completa vai na referencia.
       ENVIA-ORDEM.
              PERFORM TRIA-FAVORECIDO.
              IF WS-SAN-RESULTADO = "S"
                 MOVE "S" TO OIT-SITUACAO
                 REWRITE REG-OIT
                 IF ARQST-OIT NOT = "00"
                    DISPLAY "ERRO NA ORDEM " OIT-SEQ " - STATUS "
                            ARQST-OIT
                 END-IF
                 DISPLAY "ORDEM " OIT-SEQ " RETIDA PARA O COMPLIANCE"
                 ADD 1 TO WS-QTD-RETIDAS
                 EXIT PARAGRAPH.
              MOVE OIT-BANCO   TO WS-ROTA-BANCO.
              MOVE OIT-AGENCIA TO WS-ROTA-AGENCIA.
              MOVE OIT-CONTA   TO WS-ROTA-CONTA.
                         ARQST-OIT.
              ADD 1 TO WS-QTD-ENVIADAS.

      * O favorecido passa pelas listas de sancoes antes de a ordem
      * sair; a liberada pelo compliance nao volta para a fila.
       TRIA-FAVORECIDO.
              MOVE "L" TO WS-SAN-RESULTADO.
              MOVE SPACES TO WS-SAN-NOME.
              MOVE "N" TO WS-FIM-FVI.
              OPEN INPUT FAVORECIDOS.
              IF ARQST-FVI NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM PROCURA-FAVORECIDO UNTIL WS-FIM-FVI = "S".
              CLOSE FAVORECIDOS.
              IF WS-SAN-NOME NOT = SPACES
                 CALL "SANCHK" USING WS-SAN-NOME WS-SAN-ORIGEM OIT-SEQ
                                     OIT-VALOR WS-SAN-PROGRAMA
                                     WS-SAN-RESULTADO.

       PROCURA-FAVORECIDO.
              READ FAVORECIDOS
                 AT END
                    MOVE "S" TO WS-FIM-FVI
                 NOT AT END
                    IF FVI-SEQ = OIT-SEQ
                       MOVE FVI-NOME TO WS-SAN-NOME
                       MOVE "S" TO WS-FIM-FVI
                    END-IF
              END-READ.

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto nada posta, e uma rodada depois da meia-
      * noite continua carimbando o dia que ainda esta aberto.
              CLOSE ORDINTER.
              CLOSE MOVSAIDA.
              DISPLAY "ORDENS ENVIADAS: " WS-QTD-ENVIADAS.
              DISPLAY "ORDENS RETIDAS : " WS-QTD-RETIDAS.
              DISPLAY "FIM DE PROGRAMA".
