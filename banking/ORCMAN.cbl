      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Branch budget maintenance (orcamento por agencia)
      * Tectonics: cobc
      ******************************************************************
      * One target per AGENCIA, month and ledger account.  <G> keys
      * or changes the target of one month, <E> removes it, <R>
      * spreads a yearly target evenly over the twelve months (the
      * cents left over go to December).  The account must be an
      * active PLANOCTA account, or "DEPOSITOS" for the month-end
      * customer deposit balance.  ORCREL reads ORCAMENT.DAT for the
      * monthly budget-versus-actual report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORCMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ORCAMENTO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ORC-CHAVE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT PLANO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CTA-CODIGO
              FILE STATUS ARQST-CTA.

       DATA DIVISION.
       FILE SECTION.
       FD ORCAMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-ORC
                VALUE OF FILE-ID IS "ORCAMENT.DAT".
          01 REG-ORC.
                COPY ORCAMENT.

       FD PLANO LABEL RECORD STANDARD
                DATA RECORD IS REG-CTA
                VALUE OF FILE-ID IS "PLANOCTA.DAT".
          01 REG-CTA.
                COPY PLANOCTA.

       WORKING-STORAGE SECTION.
          01 ARQST-CTA               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-ORC-EXISTE           PIC X(01) VALUE "N".
          01 WS-PLANO-ABERTO         PIC X(01) VALUE "N".
          01 WS-CONTA-OK             PIC X(01) VALUE "N".
          01 WS-AGENCIA-W            PIC 9(04) VALUE ZEROS.
          01 WS-ANO-W                PIC 9(04) VALUE ZEROS.
          01 WS-MES-W                PIC 9(02) VALUE ZEROS.
          01 WS-CONTA-W              PIC X(10) VALUE SPACES.
          01 WS-TITULO-W             PIC X(30) VALUE SPACES.
          01 WS-VALOR-E              PIC ZZZ.ZZZ.ZZ9,99.
          01 WS-VALOR-W              PIC 9(09)V99 VALUE ZEROS.
          01 WS-VALOR-MES            PIC 9(09)V99 VALUE ZEROS.
          01 WS-VALOR-DEZ            PIC 9(09)V99 VALUE ZEROS.
          01 WS-QTD-GRAVADOS         PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-ORCAMENTO.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "ORCAMENTO POR AGENCIA".
              02 LINE 4  COL 19 VALUE
                 "<G>RAVA <E>XCLUI <R>EPARTE ANO :".
              02 LINE 5  COL 19 VALUE "AGENCIA           :".
              02 LINE 6  COL 19 VALUE "ANO / MES         :     /".
              02 LINE 7  COL 19 VALUE "CONTA             :".
              02 LINE 8  COL 19 VALUE "VALOR ORCADO      :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "ORCMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O ORCAMENTO.
              IF ARQST NOT = "00"
                     CLOSE ORCAMENTO
                     OPEN OUTPUT ORCAMENTO
                     CLOSE ORCAMENTO
                     OPEN I-O ORCAMENTO.
      * Sem plano de contas cadastrado a conta nao e conferida -
      * CTAVAL tambem aceita tudo nesse caso.
              OPEN INPUT PLANO.
              IF ARQST-CTA = "00"
                 MOVE "S" TO WS-PLANO-ABERTO.

       PROCESSO.
              PERFORM IMP-TELA.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "G" PERFORM GRAVA-ORCAMENTO
                 WHEN "E" PERFORM EXCLUI-ORCAMENTO
                 WHEN "R" PERFORM REPARTE-ANO
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-ORCAMENTO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-FUNCAO.
              MOVE SPACES TO WS-CONTA-W WS-TITULO-W.
              MOVE ZEROS  TO WS-AGENCIA-W WS-ANO-W WS-MES-W
                             WS-VALOR-W.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "G" OR WS-FUNCAO = "E"
                         OR WS-FUNCAO = "R"
                 ACCEPT WS-FUNCAO AT 0452 WITH PROMPT AUTO
              END-PERFORM.

      * Agencia, ano e conta sao comuns as tres funcoes; o mes so
      * nao e pedido na reparticao do ano.
       ENTRA-CHAVE.
              PERFORM UNTIL WS-AGENCIA-W > ZEROS
                 ACCEPT WS-AGENCIA-W AT 0539 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM UNTIL WS-ANO-W > 1900
                 ACCEPT WS-ANO-W AT 0639 WITH PROMPT AUTO
              END-PERFORM.
              IF WS-FUNCAO NOT = "R"
                 PERFORM UNTIL WS-MES-W > ZEROS AND WS-MES-W < 13
                    ACCEPT WS-MES-W AT 0644 WITH PROMPT AUTO
                 END-PERFORM
              END-IF.
              MOVE "N" TO WS-CONTA-OK.
              PERFORM ENTRA-CONTA UNTIL WS-CONTA-OK = "S".

       ENTRA-CONTA.
              ACCEPT WS-CONTA-W AT 0739 WITH PROMPT AUTO.
              IF WS-CONTA-W = SPACES
                 EXIT PARAGRAPH.
              IF WS-CONTA-W = "DEPOSITOS"
                 MOVE "DEPOSITOS DE CLIENTES" TO WS-TITULO-W
              ELSE
                 MOVE SPACES TO WS-TITULO-W
                 IF WS-PLANO-ABERTO = "S"
                    MOVE WS-CONTA-W TO CTA-CODIGO
                    READ PLANO
                       INVALID KEY
                          DISPLAY "CONTA FORA DO PLANO" AT 1935
                          EXIT PARAGRAPH
                    END-READ
                    IF CTA-ATIVA NOT = "S"
                       DISPLAY "CONTA INATIVA NO PLANO" AT 1935
                       EXIT PARAGRAPH
                    END-IF
                    MOVE CTA-TITULO TO WS-TITULO-W
                 END-IF
              END-IF.
              DISPLAY WS-TITULO-W AT 0750.
              DISPLAY WS-ESPACO AT 1935.
              MOVE "S" TO WS-CONTA-OK.

       LE-ORCAMENTO.
              MOVE "N" TO WS-ORC-EXISTE.
              MOVE WS-AGENCIA-W TO ORC-AGENCIA.
              MOVE WS-ANO-W     TO ORC-ANO.
              MOVE WS-MES-W     TO ORC-MES.
              MOVE WS-CONTA-W   TO ORC-CONTA.
              READ ORCAMENTO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-ORC-EXISTE
              END-READ.

       GRAVA-ORCAMENTO.
              PERFORM ENTRA-CHAVE.
              PERFORM LE-ORCAMENTO.
              IF WS-ORC-EXISTE = "S"
                 MOVE ORC-VALOR TO WS-VALOR-E
                 DISPLAY WS-VALOR-E AT 0839.
              ACCEPT WS-VALOR-E AT 0839 WITH PROMPT AUTO.
              MOVE WS-VALOR-E TO WS-VALOR-W.
              DISPLAY "CONFIRMA O ORCAMENTO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1963 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM GRAVA-REGISTRO.
              IF ARQST = "00"
                 DISPLAY "ORCAMENTO GRAVADO" AT 1935.

       EXCLUI-ORCAMENTO.
              PERFORM ENTRA-CHAVE.
              PERFORM LE-ORCAMENTO.
              IF WS-ORC-EXISTE NOT = "S"
                 DISPLAY "ORCAMENTO NAO CADASTRADO" AT 1935
                 EXIT PARAGRAPH.
              MOVE ORC-VALOR TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 0839.
              DISPLAY "EXCLUI O ORCAMENTO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1961 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              DELETE ORCAMENTO
                 INVALID KEY
                    DISPLAY "ERRO NA EXCLUSAO - STATUS " ARQST
                            AT 1935
                    EXIT PARAGRAPH
              END-DELETE.
              DISPLAY "ORCAMENTO EXCLUIDO" AT 1935.

      * Meta anual dividida por doze; o resto dos centavos vai para
      * dezembro, e o total dos meses fecha com a meta.
       REPARTE-ANO.
              PERFORM ENTRA-CHAVE.
              PERFORM UNTIL WS-VALOR-W > ZEROS
                 ACCEPT WS-VALOR-E AT 0839 WITH PROMPT AUTO
                 MOVE WS-VALOR-E TO WS-VALOR-W
              END-PERFORM.
              DISPLAY "REPARTE A META ANUAL <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1963 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              DIVIDE WS-VALOR-W BY 12 GIVING WS-VALOR-MES.
              COMPUTE WS-VALOR-DEZ = WS-VALOR-W - WS-VALOR-MES * 11.
              MOVE ZEROS TO WS-QTD-GRAVADOS.
              MOVE WS-VALOR-MES TO WS-VALOR-W.
              PERFORM VARYING WS-MES-W FROM 1 BY 1 UNTIL WS-MES-W > 12
                 IF WS-MES-W = 12
                    MOVE WS-VALOR-DEZ TO WS-VALOR-W
                 END-IF
                 PERFORM LE-ORCAMENTO
                 PERFORM GRAVA-REGISTRO
                 IF ARQST = "00"
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-PERFORM.
              IF WS-QTD-GRAVADOS = 12
                 DISPLAY "META REPARTIDA NOS 12 MESES" AT 1935.

       GRAVA-REGISTRO.
              MOVE WS-AGENCIA-W     TO ORC-AGENCIA.
              MOVE WS-ANO-W         TO ORC-ANO.
              MOVE WS-MES-W         TO ORC-MES.
              MOVE WS-CONTA-W       TO ORC-CONTA.
              MOVE WS-VALOR-W       TO ORC-VALOR.
              MOVE LK-OPERADOR-PARM TO ORC-OPERADOR.
              MOVE DATA-SIS(1:8)    TO ORC-DATA-ALT.
              IF WS-ORC-EXISTE = "S"
                 REWRITE REG-ORC
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                               AT 1935
                 END-REWRITE
              ELSE
                 WRITE REG-ORC
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                               AT 1935
                 END-WRITE
              END-IF.

      * A data de alteracao vem do dia de movimento aberto pelo
      * ABREDIA; fora dele vale a data da maquina.
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
              CLOSE ORCAMENTO.
              IF WS-PLANO-ABERTO = "S"
                 CLOSE PLANO.
              GOBACK.
