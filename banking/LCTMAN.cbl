      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Manual general-ledger entry under dual control
      * Tectonics: cobc
      ******************************************************************
      * The accounting team keys a balanced set of up to eight
      * debit/credit lines between ledger accounts with one
      * historico.  Every account must pass CTAVAL - customer CLInnnn
      * accounts are refused, their balances belong to the account
      * programs - and debits must equal credits.  A second person
      * approves through SUPAUT.  The set is posted to JOURNAL.DAT
      * in the open movement day as debit/credit pairs under a single
      * JRN-SEQ and registered line by line in LANCMAN.DAT.  A late
      * adjustment of a month FECHAMES already closed names that
      * period: it still posts in the open one, with the closed
      * period in front of the historico ("REF AAAAMM ...").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LCTMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT LANCAMENTOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-LCM.

              SELECT APROVACOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-APR.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD LANCAMENTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-LCM
                VALUE OF FILE-ID IS "LANCMAN.DAT".
          01 REG-LCM.
                COPY LANCMAN.

       FD APROVACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APR
                VALUE OF FILE-ID IS "APROVA.DAT".
          01 REG-APR.
                COPY APROVA.

       WORKING-STORAGE SECTION.
          01 ARQST-JRN               PIC X(02).
          01 ARQST-LCM               PIC X(02).
          01 ARQST-APR               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-SEQ-E                PIC ZZZZZZZZ9.
          01 WS-PER-REF-W            PIC 9(06) VALUE ZEROS.
          01 WS-PER-REF-R REDEFINES WS-PER-REF-W.
                02 WS-PER-REF-ANO    PIC 9(04).
                02 WS-PER-REF-MES    PIC 9(02).
          01 WS-PER-OK               PIC X(01) VALUE "N".
          01 WS-PER-FECHADO          PIC X(01) VALUE "N".
          01 WS-HISTORICO-W          PIC X(20) VALUE SPACES.
          01 WS-JRN-HISTORICO        PIC X(20) VALUE SPACES.
          01 WS-LIN                  PIC 9(02) VALUE ZEROS.
          01 WS-LIN-FIM              PIC X(01) VALUE "N".
          01 WS-LIN-OK               PIC X(01) VALUE "N".
          01 WS-TIPO-W               PIC X(01) VALUE SPACE.
          01 WS-CONTA-W              PIC X(10) VALUE SPACES.
          01 WS-CONTA-PAR            PIC X(10) VALUE SPACES.
          01 WS-VALOR-E              PIC ZZ.ZZZ.ZZ9,99.
          01 WS-VALOR-W              PIC 9(07)V99 VALUE ZEROS.
          01 WS-TOTAL-DEB            PIC 9(08)V99 VALUE ZEROS.
          01 WS-TOTAL-CRE            PIC 9(08)V99 VALUE ZEROS.
          01 WS-TOTAL-E              PIC ZZ.ZZZ.ZZ9,99.
          01 WS-PAR-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-I                    PIC 9(02) VALUE ZEROS.
          01 WS-J                    PIC 9(02) VALUE ZEROS.
          01 WS-QTD-LIN              PIC 9(02) VALUE ZEROS.
          01 WS-QTD-PARES            PIC 9(02) VALUE ZEROS.
          01 WS-TAB-PARTIDAS.
                02 WS-PTD OCCURS 8 TIMES.
                   03 WS-PTD-TIPO    PIC X(01).
                   03 WS-PTD-CONTA   PIC X(10).
                   03 WS-PTD-VALOR   PIC 9(07)V99.
                   03 WS-PTD-RESTO   PIC 9(07)V99.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-LANCAMENTO.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "LANCAMENTO CONTABIL MANUAL".
              02 LINE 4  COL 19 VALUE "NUMERO DO LANCTO  :".
              02 LINE 5  COL 19 VALUE "REF. PERIODO FECH.:".
              02 LINE 5  COL 46 VALUE "(AAAAMM - ZERO SE NENHUM)".
              02 LINE 6  COL 19 VALUE "HISTORICO         :".
              02 LINE 8  COL 19 VALUE
                 "LN D/C CONTA               VALOR".
              02 LINE 17 COL 19 VALUE "TOTAL DEBITOS     :".
              02 LINE 18 COL 19 VALUE "TOTAL CREDITOS    :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "LCTMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM PROCESSO UNTIL WS-OPCAO = "N".
              PERFORM FINALIZA.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM INCLUI-LANCAMENTO.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

      * Sem dia aberto - inclusive quando o mes do dia ja foi fechado
      * pelo FECHAMES - nao ha periodo onde lancar.
       IMP-TELA.
              DISPLAY TELA-LANCAMENTO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA.
              MOVE SPACES TO WS-HISTORICO-W.
              MOVE ZEROS  TO WS-PER-REF-W WS-QTD-LIN
                             WS-TOTAL-DEB WS-TOTAL-CRE.
              INITIALIZE WS-TAB-PARTIDAS.

       INCLUI-LANCAMENTO.
              MOVE "N" TO WS-PER-OK.
              PERFORM ENTRA-PERIODO-REF UNTIL WS-PER-OK = "S".
              PERFORM UNTIL WS-HISTORICO-W NOT = SPACES
                 ACCEPT WS-HISTORICO-W AT 0639 WITH PROMPT AUTO
              END-PERFORM.
              MOVE 9   TO WS-LIN.
              MOVE "N" TO WS-LIN-FIM.
              PERFORM ENTRA-PARTIDA UNTIL WS-LIN-FIM = "S".
              MOVE WS-TOTAL-DEB TO WS-TOTAL-E.
              DISPLAY WS-TOTAL-E AT 1739.
              MOVE WS-TOTAL-CRE TO WS-TOTAL-E.
              DISPLAY WS-TOTAL-E AT 1839.
              IF WS-TOTAL-DEB = ZEROS OR WS-TOTAL-CRE = ZEROS
                 DISPLAY "LANCAMENTO SEM DEBITO OU SEM CREDITO"
                         AT 1935
                 EXIT PARAGRAPH.
              IF WS-TOTAL-DEB NOT = WS-TOTAL-CRE
                 DISPLAY "DEBITOS E CREDITOS NAO CONFEREM" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "CONFIRMA O LANCAMENTO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1964 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM PEDE-AUTORIZACAO.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "LANCAMENTO RECUSADO - SEM AUTORIZACAO"
                         AT 1935
                 EXIT PARAGRAPH.
              PERFORM GRAVA-LANCAMENTO.

      * A referencia so aponta para mes ja fechado - o ajuste de um
      * mes ainda aberto e lancado nele mesmo, sem referencia.
       ENTRA-PERIODO-REF.
              ACCEPT WS-PER-REF-W AT 0539 WITH PROMPT AUTO.
              IF WS-PER-REF-W = ZEROS
                 MOVE "S" TO WS-PER-OK
                 DISPLAY WS-ESPACO AT 1935
                 EXIT PARAGRAPH.
              IF WS-PER-REF-MES < 1 OR WS-PER-REF-MES > 12
                 OR WS-PER-REF-W NOT < WS-DATA-MOVTO(1:6)
                 DISPLAY "PERIODO DE REFERENCIA INVALIDO" AT 1935
                 EXIT PARAGRAPH.
              CALL "PERCHK" USING WS-PER-REF-W WS-PER-FECHADO.
              IF WS-PER-FECHADO NOT = "S"
                 DISPLAY "PERIODO AINDA NAO FECHADO" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY WS-ESPACO AT 1935.
              MOVE "S" TO WS-PER-OK.

      * D/C em branco encerra a digitacao das partidas.
       ENTRA-PARTIDA.
              IF WS-QTD-LIN = 8
                 MOVE "S" TO WS-LIN-FIM
                 EXIT PARAGRAPH.
              COMPUTE WS-I = WS-QTD-LIN + 1.
              DISPLAY WS-I LINE WS-LIN COL 19.
              MOVE "X" TO WS-TIPO-W.
              PERFORM UNTIL WS-TIPO-W = "D" OR "C" OR SPACE
                 MOVE SPACE TO WS-TIPO-W
                 ACCEPT WS-TIPO-W LINE WS-LIN COL 23
                        WITH PROMPT AUTO
              END-PERFORM.
              IF WS-TIPO-W = SPACE
                 MOVE "S" TO WS-LIN-FIM
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-LIN-OK.
              PERFORM ENTRA-CONTA UNTIL WS-LIN-OK = "S".
              MOVE ZEROS TO WS-VALOR-W.
              PERFORM UNTIL WS-VALOR-W > ZEROS
                 ACCEPT WS-VALOR-E LINE WS-LIN COL 38
                        WITH PROMPT AUTO
                 MOVE WS-VALOR-E TO WS-VALOR-W
              END-PERFORM.
              ADD 1 TO WS-QTD-LIN.
              MOVE WS-TIPO-W  TO WS-PTD-TIPO(WS-QTD-LIN).
              MOVE WS-CONTA-W TO WS-PTD-CONTA(WS-QTD-LIN).
              MOVE WS-VALOR-W TO WS-PTD-VALOR(WS-QTD-LIN)
                                 WS-PTD-RESTO(WS-QTD-LIN).
              IF WS-TIPO-W = "D"
                 ADD WS-VALOR-W TO WS-TOTAL-DEB
              ELSE
                 ADD WS-VALOR-W TO WS-TOTAL-CRE.
              ADD 1 TO WS-LIN.

      * Conta de cliente fica de fora: o saldo dela e do cadastro e
      * so os programas de conta o movimentam.
       ENTRA-CONTA.
              MOVE SPACES TO WS-CONTA-W.
              ACCEPT WS-CONTA-W LINE WS-LIN COL 26 WITH PROMPT AUTO.
              IF WS-CONTA-W = SPACES
                 EXIT PARAGRAPH.
              IF WS-CONTA-W(1:3) = "CLI"
                 DISPLAY "CONTA DE CLIENTE NAO PERMITIDA" AT 1935
                 EXIT PARAGRAPH.
              MOVE WS-CONTA-W TO WS-CONTA-PAR.
              CALL "CTAVAL" USING WS-CONTA-W WS-CONTA-PAR WS-CTA-OK.
              IF WS-CTA-OK NOT = "S"
                 DISPLAY "CONTA CONTABIL INVALIDA" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY WS-ESPACO AT 1935.
              MOVE "S" TO WS-LIN-OK.

      * O journal e de partidas dobradas: as linhas de debito e de
      * credito sao casadas em ordem, cada par levando o menor dos
      * dois saldos restantes - como o lancamento fecha, as duas
      * pontas acabam juntas.  Todos os pares levam o mesmo JRN-SEQ.
       GRAVA-LANCAMENTO.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE WS-HISTORICO-W TO WS-JRN-HISTORICO.
              IF WS-PER-REF-W NOT = ZEROS
                 MOVE SPACES TO WS-JRN-HISTORICO
                 STRING "REF " WS-PER-REF-W " " WS-HISTORICO-W
                        DELIMITED BY SIZE INTO WS-JRN-HISTORICO.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              MOVE ZEROS TO WS-QTD-PARES.
              MOVE 1 TO WS-I WS-J.
              PERFORM CASA-PARTIDAS
                      UNTIL WS-I > WS-QTD-LIN OR WS-J > WS-QTD-LIN.
              CLOSE JOURNAL.
              PERFORM GRAVA-REGISTRO.
              MOVE WS-TOTAL-DEB TO WS-PAR-VALOR.
              PERFORM GRAVA-APROVACAO.
              MOVE WS-SEQ-TRN TO WS-SEQ-E.
              DISPLAY WS-SEQ-E AT 0439.
              DISPLAY "LANCAMENTO REGISTRADO" AT 1935.

       CASA-PARTIDAS.
              PERFORM VARYING WS-I FROM WS-I BY 1
                        UNTIL WS-I > WS-QTD-LIN
                           OR (WS-PTD-TIPO(WS-I) = "D"
                               AND WS-PTD-RESTO(WS-I) > ZEROS)
                 CONTINUE
              END-PERFORM.
              PERFORM VARYING WS-J FROM WS-J BY 1
                        UNTIL WS-J > WS-QTD-LIN
                           OR (WS-PTD-TIPO(WS-J) = "C"
                               AND WS-PTD-RESTO(WS-J) > ZEROS)
                 CONTINUE
              END-PERFORM.
              IF WS-I > WS-QTD-LIN OR WS-J > WS-QTD-LIN
                 EXIT PARAGRAPH.
              IF WS-PTD-RESTO(WS-I) < WS-PTD-RESTO(WS-J)
                 MOVE WS-PTD-RESTO(WS-I) TO WS-PAR-VALOR
              ELSE
                 MOVE WS-PTD-RESTO(WS-J) TO WS-PAR-VALOR.
              SUBTRACT WS-PAR-VALOR FROM WS-PTD-RESTO(WS-I)
                                         WS-PTD-RESTO(WS-J).
              MOVE ANO              TO JRN-ANO.
              MOVE MES              TO JRN-MES.
              MOVE DIA              TO JRN-DIA.
              MOVE WS-PTD-CONTA(WS-I) TO JRN-CONTA-DEB.
              MOVE WS-PTD-CONTA(WS-J) TO JRN-CONTA-CRE.
              MOVE WS-PAR-VALOR     TO JRN-VALOR.
              MOVE WS-JRN-HISTORICO TO JRN-HISTORICO.
              MOVE LK-OPERADOR-PARM TO JRN-OPERADOR.
              MOVE HORA-SIS         TO JRN-HORA.
              MOVE WS-SEQ-TRN       TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                         AT 1935
              ELSE
                 ADD 1 TO WS-QTD-PARES.

       GRAVA-REGISTRO.
              OPEN EXTEND LANCAMENTOS.
              IF ARQST-LCM NOT = "00"
                 OPEN OUTPUT LANCAMENTOS.
              PERFORM GRAVA-LINHA-REGISTRO VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-LIN.
              CLOSE LANCAMENTOS.

       GRAVA-LINHA-REGISTRO.
              MOVE WS-SEQ-TRN          TO LCM-SEQ.
              MOVE WS-I                TO LCM-LINHA.
              MOVE DATA-SIS(1:8)       TO LCM-DATA.
              MOVE WS-PER-REF-W        TO LCM-PER-REF.
              MOVE WS-PTD-TIPO(WS-I)   TO LCM-TIPO.
              MOVE WS-PTD-CONTA(WS-I)  TO LCM-CONTA.
              MOVE WS-PTD-VALOR(WS-I)  TO LCM-VALOR.
              MOVE WS-HISTORICO-W      TO LCM-HISTORICO.
              MOVE LK-OPERADOR-PARM    TO LCM-OPERADOR.
              MOVE WS-SUPERVISOR       TO LCM-SUPERVISOR.
              WRITE REG-LCM.
              IF ARQST-LCM NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DE LANCAMENTOS - STATUS "
                         ARQST-LCM AT 1935.

      * Controle duplo: quem aprova nao pode ser quem digitou.
       PEDE-AUTORIZACAO.
              DISPLAY "AUTORIZACAO DO SUPERVISOR" AT 1935.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SUPERVISOR = LK-OPERADOR-PARM
                 MOVE ZEROS TO WS-SUPERVISOR.

       GRAVA-APROVACAO.
              OPEN EXTEND APROVACOES.
              IF ARQST-APR NOT = "00"
                 OPEN OUTPUT APROVACOES.
              MOVE ANO              TO APR-ANO.
              MOVE MES              TO APR-MES.
              MOVE DIA              TO APR-DIA.
              MOVE HORA-SIS         TO APR-HORA.
              MOVE LK-OPERADOR-PARM TO APR-OPERADOR.
              MOVE WS-SUPERVISOR    TO APR-SUPERVISOR.
              MOVE "LCT"            TO APR-TIPO.
              MOVE ZEROS            TO APR-CODIGO.
              MOVE WS-PAR-VALOR     TO APR-VALOR.
              WRITE REG-APR.
              IF ARQST-APR NOT = "00"
                 DISPLAY "ERRO NO LOG DE APROVACOES - STATUS "
                         ARQST-APR AT 1935.
              CLOSE APROVACOES.

      * Nenhum lancamento nasce fora do plano de contas - CTAVAL
      * recusa conta contabil desconhecida ou inativa.
       VALIDA-CONTAS-JOURNAL.
              CALL "CTAVAL" USING JRN-CONTA-DEB JRN-CONTA-CRE
                                  WS-CTA-OK.
              IF WS-CTA-OK NOT = "S"
                 DISPLAY "LANCAMENTO RECUSADO - CONTA CONTABIL "
                         "INVALIDA " JRN-CONTA-DEB " / "
                         JRN-CONTA-CRE AT 2305.

      * A data de registro vem do dia de movimento aberto pelo
      * ABREDIA.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA" AT 2030.

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
