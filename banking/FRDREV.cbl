      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Supervisor review of operations held by fraud rules
      * Tectonics: cobc
      ******************************************************************
      * Walks the pending entries of the FRDFILA.DAT hold queue, one
      * at a time, showing the held withdrawal or transfer with the
      * score and the rules that stopped it at OPERACAO.  Nothing was
      * posted for a held operation.  <L>ibera lets it through: when
      * the teller keys the same operation again (account, type,
      * amount and destination) on the day of the release it posts
      * without being scored again.  <C>ancela ends it - the customer
      * is told the operation was refused and any new attempt is
      * scored as a fresh one.  <P>roxima leaves the entry for later.
      * The decision keeps the supervisor and the date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FRDREV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT FILA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST-CLI.

       DATA DIVISION.
       FILE SECTION.
       FD FILA LABEL RECORD STANDARD
                DATA RECORD IS REG-FRF
                VALUE OF FILE-ID IS "FRDFILA.DAT".
          01 REG-FRF.
                COPY FRDFILA.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       WORKING-STORAGE SECTION.
          01 ARQST-CLI               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-DECISAO              PIC X(01) VALUE SPACE.
          01 WS-FIM-FRF              PIC X(01) VALUE "N".
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-ULTIMO-VISTO         PIC 9(06) VALUE ZEROS.
          01 WS-FRF-NUMERO           PIC 9(06) VALUE ZEROS.
          01 WS-FRF-CODIGO           PIC 9(04) VALUE ZEROS.
          01 WS-FRF-REGRAS           PIC X(04) VALUE SPACES.
          01 WS-IX                   PIC 9(01) VALUE ZEROS.
          01 WS-LIN-REGRA            PIC 9(02) VALUE ZEROS.
          01 WS-NUMERO-E             PIC ZZZZZ9.
          01 WS-VALOR-E              PIC ZZ.ZZ9,99.
          01 WS-PONTOS-E             PIC ZZ9.
          01 WS-DATA-E.
                02 WS-DATA-E-DIA     PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DATA-E-MES     PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DATA-E-ANO     PIC 9(04).
          01 WS-HORA-E.
                02 WS-HORA-E-HH      PIC 9(02).
                02 FILLER            PIC X(01) VALUE ":".
                02 WS-HORA-E-MM      PIC 9(02).
          01 WS-DESTINO-EXT.
                02 WS-DEST-BANCO     PIC 9(03).
                02 WS-DEST-AGENCIA   PIC 9(04).
                02 WS-DEST-CONTA     PIC 9(08).
          01 WS-DESTINO-E.
                02 FILLER            PIC X(06) VALUE "BANCO ".
                02 WS-DEST-BANCO-E   PIC 9(03).
                02 FILLER            PIC X(05) VALUE " AG. ".
                02 WS-DEST-AGENCIA-E PIC 9(04).
                02 FILLER            PIC X(04) VALUE " CC ".
                02 WS-DEST-CONTA-E   PIC 9(08).

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-RETENCAO.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "OPERACOES RETIDAS - ANALISE DE FRAUDE".
              02 LINE 4  COL 19 VALUE "PROTOCOLO         :".
              02 LINE 5  COL 19 VALUE "DATA / HORA       :".
              02 LINE 6  COL 19 VALUE "CONTA             :".
              02 LINE 7  COL 19 VALUE "OPERACAO          :".
              02 LINE 8  COL 19 VALUE "VALOR             :".
              02 LINE 9  COL 19 VALUE "DESTINO           :".
              02 LINE 10 COL 19 VALUE "TERMINAL / CAIXA  :".
              02 LINE 11 COL 19 VALUE "PONTUACAO         :".
              02 LINE 12 COL 19 VALUE "REGRAS            :".
              02 LINE 17 COL 19 VALUE "<L>IBERA <C>ANCELA <P>ROXIMA :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "FRDREV" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM PROCESSO UNTIL WS-OPCAO = "N".
              PERFORM FINALIZA.

       PROCESSO.
              PERFORM IMP-TELA.
              PERFORM PROCURA-PENDENTE.
              IF WS-ACHOU NOT = "S"
                 MOVE ZEROS TO WS-ULTIMO-VISTO
                 DISPLAY "NENHUMA OPERACAO RETIDA PENDENTE" AT 1935
              ELSE
                 MOVE WS-FRF-NUMERO TO WS-ULTIMO-VISTO
                 PERFORM MOSTRA-CLIENTE
                 PERFORM MOSTRA-REGRAS
                 PERFORM ENTRA-DECISAO
              END-IF.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-RETENCAO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-DECISAO.

      * A proxima pendente depois da ultima mostrada - a que ficou
      * para depois volta quando a fila da a volta.
       PROCURA-PENDENTE.
              MOVE "N" TO WS-ACHOU WS-FIM-FRF.
              OPEN INPUT FILA.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-PENDENTE UNTIL WS-FIM-FRF = "S".
              CLOSE FILA.

       LE-PENDENTE.
              READ FILA
                 AT END
                    MOVE "S" TO WS-FIM-FRF
                 NOT AT END
                    IF FRF-SITUACAO = "P"
                       AND FRF-NUMERO > WS-ULTIMO-VISTO
                       MOVE "S" TO WS-ACHOU WS-FIM-FRF
                       MOVE FRF-NUMERO TO WS-FRF-NUMERO
                       MOVE FRF-CODIGO TO WS-FRF-CODIGO
                       MOVE FRF-REGRAS TO WS-FRF-REGRAS
                       PERFORM GUARDA-TELA
                    END-IF
              END-READ.

      * Os campos vao para a tela antes do CLOSE - o buffer do FD
      * nao e garantido depois que o arquivo fecha.
       GUARDA-TELA.
              MOVE FRF-NUMERO TO WS-NUMERO-E.
              DISPLAY WS-NUMERO-E AT 0439.
              MOVE FRF-DATA(7:2) TO WS-DATA-E-DIA.
              MOVE FRF-DATA(5:2) TO WS-DATA-E-MES.
              MOVE FRF-DATA(1:4) TO WS-DATA-E-ANO.
              DISPLAY WS-DATA-E AT 0539.
              MOVE FRF-HORA(1:2) TO WS-HORA-E-HH.
              MOVE FRF-HORA(3:2) TO WS-HORA-E-MM.
              DISPLAY WS-HORA-E AT 0552.
              DISPLAY FRF-CODIGO AT 0639.
              EVALUATE FRF-OPERACAO
                 WHEN "S" DISPLAY "SAQUE" AT 0739
                 WHEN "T" DISPLAY "TRANSFERENCIA" AT 0739
                 WHEN "E" DISPLAY "TRANSFERENCIA EXTERNA" AT 0739
              END-EVALUATE.
              MOVE FRF-VALOR TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 0839.
              IF FRF-OPERACAO = "E"
                 MOVE FRF-DESTINO     TO WS-DESTINO-EXT
                 MOVE WS-DEST-BANCO   TO WS-DEST-BANCO-E
                 MOVE WS-DEST-AGENCIA TO WS-DEST-AGENCIA-E
                 MOVE WS-DEST-CONTA   TO WS-DEST-CONTA-E
                 DISPLAY WS-DESTINO-E AT 0939
              ELSE
                 IF FRF-OPERACAO = "T"
                    DISPLAY "CONTA " FRF-DESTINO(1:4) AT 0939
                 END-IF
              END-IF.
              DISPLAY FRF-TERMINAL AT 1039.
              DISPLAY FRF-OPERADOR AT 1050.
              MOVE FRF-PONTOS TO WS-PONTOS-E.
              DISPLAY WS-PONTOS-E AT 1139.

       MOSTRA-CLIENTE.
              OPEN INPUT CLIENTES.
              IF ARQST-CLI NOT = "00"
                 EXIT PARAGRAPH.
              MOVE WS-FRF-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY NOME(1:28) AT 0645
              END-READ.
              CLOSE CLIENTES.

      * Uma linha por regra que pontuou, na ordem em que a
      * OPERACAO avaliou.
       MOSTRA-REGRAS.
              MOVE 12 TO WS-LIN-REGRA.
              PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4
                 EVALUATE WS-FRF-REGRAS(WS-IX:1)
                    WHEN "V"
                       DISPLAY "VALOR MUITO ACIMA DO HABITUAL DA CONTA"
                               LINE WS-LIN-REGRA COL 39
                       ADD 1 TO WS-LIN-REGRA
                    WHEN "N"
                       DISPLAY "DESTINO NOVO APOS TROCA DE SENHA"
                               LINE WS-LIN-REGRA COL 39
                       ADD 1 TO WS-LIN-REGRA
                    WHEN "R"
                       DISPLAY "VARIAS TRANSFERENCIAS EM MINUTOS"
                               LINE WS-LIN-REGRA COL 39
                       ADD 1 TO WS-LIN-REGRA
                    WHEN "H"
                       DISPLAY "FORA DO HORARIO EM TERMINAL INCOMUM"
                               LINE WS-LIN-REGRA COL 39
                       ADD 1 TO WS-LIN-REGRA
                 END-EVALUATE
              END-PERFORM.

       ENTRA-DECISAO.
              PERFORM UNTIL WS-DECISAO = "L" OR WS-DECISAO = "C"
                            OR WS-DECISAO = "P"
                 ACCEPT WS-DECISAO AT 1750 WITH PROMPT AUTO
              END-PERFORM.
              IF WS-DECISAO = "P"
                 EXIT PARAGRAPH.
              IF WS-DECISAO = "L"
                 DISPLAY "LIBERA A OPERACAO <S/N> [ ]" AT 1935
                 ACCEPT  WS-SALVA AT 1961 WITH PROMPT AUTO
              ELSE
                 DISPLAY "CANCELA A OPERACAO <S/N> [ ]" AT 1935
                 ACCEPT  WS-SALVA AT 1962 WITH PROMPT AUTO
              END-IF.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM GRAVA-DECISAO.
              IF WS-ACHOU NOT = "S"
                 DISPLAY "OPERACAO JA DECIDIDA" AT 1935
                 EXIT PARAGRAPH.
              IF WS-DECISAO = "L"
                 DISPLAY "LIBERADA - O CAIXA REFAZ A OPERACAO HOJE"
                         AT 1935
              ELSE
                 DISPLAY "OPERACAO CANCELADA - AVISE O CLIENTE"
                         AT 1935.

       GRAVA-DECISAO.
              MOVE "N" TO WS-ACHOU WS-FIM-FRF.
              OPEN I-O FILA.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM REGRAVA-RETENCAO UNTIL WS-FIM-FRF = "S".
              CLOSE FILA.

       REGRAVA-RETENCAO.
              READ FILA
                 AT END
                    MOVE "S" TO WS-FIM-FRF
                 NOT AT END
                    IF FRF-NUMERO = WS-FRF-NUMERO
                       AND FRF-SITUACAO = "P"
                       MOVE WS-DECISAO       TO FRF-SITUACAO
                       MOVE LK-OPERADOR-PARM TO FRF-SUPERVISOR
                       MOVE DATA-SIS(1:8)    TO FRF-DATA-DEC
                       REWRITE REG-FRF
                       IF ARQST NOT = "00"
                          DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                                  AT 1935
                       END-IF
                       MOVE "S" TO WS-ACHOU WS-FIM-FRF
                    END-IF
              END-READ.

       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 2125.
              ACCEPT WS-OPCAO AT 2142 WITH PROMPT AUTO.
              IF WS-OPCAO = "S" OR = "N"
                     DISPLAY WS-ESPACO AT 2125
                     DISPLAY WS-ESPACO AT 1935
              ELSE
                     DISPLAY WS-ESPACO AT 1935
                     DISPLAY "DIGITE S OU N" AT 1935.

       FINALIZA.
              DISPLAY WS-MENS1 AT 2125.
              GOBACK.
