      ******************************************************************
      * Author: Vernieri
      * Date: September 16, 2026
      * Purpose: Check-book issue, stop-payment and cancellation
      * Tectonics: cobc
      ******************************************************************
      * <E> hands a new check book to a checking account: the leaves
      * continue the account's own numbering, the range goes to
      * TALOES.DAT and every leaf to CHQEMIT.DAT as "E".  <S> takes a
      * stop-payment order (contra-ordem, or furto/roubo) and <C> a
      * cancellation of leaves, both over a range of numbers and both
      * only under supervisor credential (SUPAUT).  Each order is
      * charged once through the tariff board (SUSTACAO / CANCCHQ)
      * unless the account is exempt, and leaves an AUDIT.DAT row
      * under program TALMAN with the function letter as result.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TALMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT TALOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TAL.

              SELECT CHEQUES-EMIT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHE-CHAVE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CHE.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD TALOES LABEL RECORD STANDARD
                DATA RECORD IS REG-TAL
                VALUE OF FILE-ID IS "TALOES.DAT".
          01 REG-TAL.
                COPY TALAO.

       FD CHEQUES-EMIT LABEL RECORD STANDARD
                DATA RECORD IS REG-CHE
                VALUE OF FILE-ID IS "CHQEMIT.DAT".
          01 REG-CHE.
                COPY CHQEMIT.

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXT
                VALUE OF FILE-ID IS "EXTRATO.DAT".
          01 REG-EXT.
                COPY EXTRATO.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       WORKING-STORAGE SECTION.
          01 ARQST-TAL               PIC X(02).
          01 ARQST-CHE               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-CODIGO-E             PIC Z.ZZ9.
          01 WS-CODIGO-W             PIC 9(04) VALUE ZEROS.
          01 WS-CONTA-OK             PIC X(01) VALUE "N".
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-MOTIVO-SUST          PIC X(01) VALUE SPACE.
          01 WS-MOTIVO               PIC X(02) VALUE SPACES.
          01 WS-FALECIDO             PIC X(01) VALUE "N".
          01 WS-FIM-CHE              PIC X(01) VALUE "N".
          01 WS-ULT-CHEQUE           PIC 9(06) VALUE ZEROS.
          01 WS-PROX-CHEQUE          PIC 9(06) VALUE ZEROS.
          01 WS-CHQ-INICIAL          PIC 9(06) VALUE ZEROS.
          01 WS-CHQ-FINAL            PIC 9(06) VALUE ZEROS.
          01 WS-NUM-CHEQUE           PIC 9(06) VALUE ZEROS.
          01 WS-FAIXA-OK             PIC X(01) VALUE "N".
          01 WS-FOLHAS-TALAO         PIC 9(03) VALUE 20.
          01 WS-MAX-FAIXA            PIC 9(03) VALUE 200.
          01 WS-QTD-FOLHAS           PIC 9(03) VALUE ZEROS.
          01 WS-QTD-IGNORADAS        PIC 9(03) VALUE ZEROS.
          01 WS-NOVA-SITUACAO        PIC X(01) VALUE SPACE.
          01 WS-AUD-ACAO             PIC X(01) VALUE SPACE.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-JRN-CLI              PIC X(10).
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-TRF-OPER             PIC X(08) VALUE SPACES.
          01 WS-TRF-VALOR            PIC 9(05)V99 VALUE ZEROS.
          01 WS-TRF-VALOR-E          PIC ZZ.ZZ9,99.
          01 WS-TRF-ACHOU            PIC X(01) VALUE "N".
          01 WS-ISENTO               PIC X(01) VALUE "N".

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-TALAO.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "TALAO DE CHEQUES".
              02 LINE 4  COL 19 VALUE "CODIGO DA CONTA   :".
              02 LINE 5  COL 19 VALUE "TITULAR           :".
              02 LINE 6  COL 19 VALUE "ULTIMO CHEQUE     :".
              02 LINE 9  COL 19 VALUE
                 "<E>MITE TALAO <S>USTA <C>ANCELA FOLHAS :".
              02 LINE 10 COL 19 VALUE "CHEQUE INICIAL    :".
              02 LINE 11 COL 19 VALUE "CHEQUE FINAL      :".
              02 LINE 12 COL 19 VALUE
                 "MOTIVO <C>ONTRA-ORDEM <F>URTO-ROUBO :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "TALMAN" TO WS-PRF-FUNCAO.
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
              OPEN I-O CLIENTES.
              OPEN I-O CHEQUES-EMIT.
              IF ARQST-CHE NOT = "00"
                     CLOSE CHEQUES-EMIT
                     OPEN OUTPUT CHEQUES-EMIT
                     CLOSE CHEQUES-EMIT
                     OPEN I-O CHEQUES-EMIT.
      * The extrato is never recreated in place - a failed open stops
      * the program before any posting.
              OPEN I-O EXTRATO.
              IF ARQST-EXT = "05"
                 MOVE "00" TO ARQST-EXT.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "EXTRATO INCOMPATIVEL OU AUSENTE - STATUS "
                         ARQST-EXT " - EXECUTE MIGRADAT"
                 MOVE ARQST-EXT TO ARQST
                 EXIT PARAGRAPH.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDITORIA.
              MOVE "FOLHAS-TALAO" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-FOLHAS-TALAO.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM ENTRA-CONTA.
              PERFORM MOSTRA-ULTIMO-CHEQUE.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "E" PERFORM EMITE-TALAO
                 WHEN "S" PERFORM SUSTA-CHEQUES
                 WHEN "C" PERFORM CANCELA-CHEQUES
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-TALAO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-FUNCAO
                             WS-MOTIVO-SUST.
              MOVE ZEROS  TO WS-CODIGO-W WS-CHQ-INICIAL WS-CHQ-FINAL
                             WS-QTD-FOLHAS WS-QTD-IGNORADAS.

       ENTRA-CONTA.
              MOVE "N" TO WS-CONTA-OK.
              PERFORM UNTIL WS-CONTA-OK = "S"
                 ACCEPT WS-CODIGO-E AT 0439 WITH PROMPT AUTO
                 MOVE WS-CODIGO-E TO WS-CODIGO-W
                 MOVE WS-CODIGO-W TO CODIGO
                 READ CLIENTES
                    INVALID KEY
                       DISPLAY "CONTA NAO CADASTRADA" AT 1935
                    NOT INVALID KEY
                       IF STATUS-CONTA = "F"
                          DISPLAY "CONTA ENCERRADA" AT 1935
                       ELSE
                          MOVE REG-CLI TO REG-CLI-W
                          DISPLAY NOME AT 0539
                          MOVE "S" TO WS-CONTA-OK
                          DISPLAY WS-ESPACO AT 1935
                       END-IF
                 END-READ
              END-PERFORM.

      * A numeracao e da conta: o talao novo continua do ultimo
      * cheque ja entregue, qualquer que seja a situacao dele.
       MOSTRA-ULTIMO-CHEQUE.
              MOVE ZEROS TO WS-ULT-CHEQUE.
              MOVE "N" TO WS-FIM-CHE.
              MOVE WS-CODIGO-W TO CHE-CODIGO.
              MOVE ZEROS       TO CHE-NUMERO.
              START CHEQUES-EMIT KEY IS NOT LESS THAN CHE-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-CHE
              END-START.
              PERFORM PROCURA-ULTIMO-CHEQUE UNTIL WS-FIM-CHE = "S".
              COMPUTE WS-PROX-CHEQUE = WS-ULT-CHEQUE + 1.
              IF WS-ULT-CHEQUE = ZEROS
                 DISPLAY "SEM TALAO" AT 0639
              ELSE
                 DISPLAY WS-ULT-CHEQUE AT 0639.

       PROCURA-ULTIMO-CHEQUE.
              READ CHEQUES-EMIT NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-CHE
                 NOT AT END
                    IF CHE-CODIGO NOT = WS-CODIGO-W
                       MOVE "S" TO WS-FIM-CHE
                    ELSE
                       MOVE CHE-NUMERO TO WS-ULT-CHEQUE
                    END-IF
              END-READ.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "E" OR WS-FUNCAO = "S"
                         OR WS-FUNCAO = "C"
                 ACCEPT WS-FUNCAO AT 0959 WITH PROMPT AUTO
              END-PERFORM.

      * Talao so para conta corrente - poupanca nao movimenta por
      * cheque - e nunca para conta de falecido.
       EMITE-TALAO.
              IF TIPO-CONTA-W NOT = "C"
                 DISPLAY "TALAO SOMENTE PARA CONTA CORRENTE" AT 1935
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING CPF-W WS-FALECIDO.
              IF WS-FALECIDO = "S"
                 DISPLAY "CLIENTE FALECIDO - EMISSAO VEDADA" AT 1935
                 EXIT PARAGRAPH.
              MOVE WS-PROX-CHEQUE TO WS-CHQ-INICIAL.
              COMPUTE WS-CHQ-FINAL = WS-CHQ-INICIAL
                                   + WS-FOLHAS-TALAO - 1
                 ON SIZE ERROR
                    DISPLAY "NUMERACAO DE CHEQUES ESGOTADA" AT 1935
                    EXIT PARAGRAPH
              END-COMPUTE.
              DISPLAY WS-CHQ-INICIAL AT 1039.
              DISPLAY WS-CHQ-FINAL   AT 1139.
              DISPLAY "EMITIR TALAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1955 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM GRAVA-FOLHA
                      VARYING WS-NUM-CHEQUE FROM WS-CHQ-INICIAL BY 1
                      UNTIL WS-NUM-CHEQUE > WS-CHQ-FINAL.
              PERFORM GRAVA-TALAO.
              MOVE "E" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              DISPLAY "TALAO EMITIDO - FOLHAS: " WS-QTD-FOLHAS
                      AT 1935.

       GRAVA-FOLHA.
              MOVE WS-CODIGO-W      TO CHE-CODIGO.
              MOVE WS-NUM-CHEQUE    TO CHE-NUMERO.
              MOVE "E"              TO CHE-SITUACAO.
              MOVE DATA-SIS(1:8)    TO CHE-DATA-EMISSAO.
              MOVE DATA-SIS(1:8)    TO CHE-DATA-SITUAC.
              MOVE SPACES           TO CHE-MOTIVO.
              MOVE ZEROS            TO CHE-VALOR.
              MOVE LK-OPERADOR-PARM TO CHE-OPERADOR.
              WRITE REG-CHE
                 INVALID KEY
                    DISPLAY "CHEQUE JA REGISTRADO " WS-NUM-CHEQUE
                            AT 1935
                 NOT INVALID KEY
                    ADD 1 TO WS-QTD-FOLHAS
              END-WRITE.

       GRAVA-TALAO.
              OPEN EXTEND TALOES.
              IF ARQST-TAL NOT = "00"
                     OPEN OUTPUT TALOES.
              MOVE WS-CODIGO-W      TO TAL-CODIGO.
              MOVE WS-CHQ-INICIAL   TO TAL-CHQ-INICIAL.
              MOVE WS-CHQ-FINAL     TO TAL-CHQ-FINAL.
              MOVE DATA-SIS(1:8)    TO TAL-DATA-EMISSAO.
              MOVE LK-OPERADOR-PARM TO TAL-OPERADOR.
              WRITE REG-TAL.
              CLOSE TALOES.

      * Sustacao vale para folha ainda nao paga nem devolvida - a
      * que ja saiu do estado "E" e contada a parte e fica como esta.
       SUSTA-CHEQUES.
              IF WS-ULT-CHEQUE = ZEROS
                 DISPLAY "CONTA SEM TALAO EMITIDO" AT 1935
                 EXIT PARAGRAPH.
              PERFORM ENTRA-FAIXA.
              PERFORM UNTIL WS-MOTIVO-SUST = "C"
                         OR WS-MOTIVO-SUST = "F"
                 ACCEPT WS-MOTIVO-SUST AT 1256 WITH PROMPT AUTO
              END-PERFORM.
              IF WS-MOTIVO-SUST = "F"
                 MOVE "28" TO WS-MOTIVO
              ELSE
                 MOVE "21" TO WS-MOTIVO.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "SUSTACAO NAO AUTORIZADA PELO SUPERVISOR"
                         AT 1935
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-NOVA-SITUACAO.
              PERFORM ATUALIZA-FOLHA
                      VARYING WS-NUM-CHEQUE FROM WS-CHQ-INICIAL BY 1
                      UNTIL WS-NUM-CHEQUE > WS-CHQ-FINAL.
              IF WS-QTD-FOLHAS = ZEROS
                 DISPLAY "NENHUMA FOLHA EM ABERTO NA FAIXA" AT 1935
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              MOVE "SUSTACAO" TO WS-TRF-OPER.
              PERFORM COBRA-TARIFA.
              DISPLAY "FOLHAS SUSTADAS: " WS-QTD-FOLHAS
                      " IGNORADAS: " WS-QTD-IGNORADAS AT 1935.

      * O cancelamento alcanca tambem a folha sustada - o correntista
      * que acha o cheque perdido pode inutiliza-lo de vez.
       CANCELA-CHEQUES.
              IF WS-ULT-CHEQUE = ZEROS
                 DISPLAY "CONTA SEM TALAO EMITIDO" AT 1935
                 EXIT PARAGRAPH.
              PERFORM ENTRA-FAIXA.
              MOVE "20" TO WS-MOTIVO.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "CANCELAMENTO NAO AUTORIZADO PELO SUPERVISOR"
                         AT 1935
                 EXIT PARAGRAPH.
              MOVE "C" TO WS-NOVA-SITUACAO.
              PERFORM ATUALIZA-FOLHA
                      VARYING WS-NUM-CHEQUE FROM WS-CHQ-INICIAL BY 1
                      UNTIL WS-NUM-CHEQUE > WS-CHQ-FINAL.
              IF WS-QTD-FOLHAS = ZEROS
                 DISPLAY "NENHUMA FOLHA EM ABERTO NA FAIXA" AT 1935
                 EXIT PARAGRAPH.
              MOVE "C" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              MOVE "CANCCHQ" TO WS-TRF-OPER.
              PERFORM COBRA-TARIFA.
              DISPLAY "FOLHAS CANCELADAS: " WS-QTD-FOLHAS
                      " IGNORADAS: " WS-QTD-IGNORADAS AT 1935.

      * Cheque final em branco vale a folha unica do inicial.
       ENTRA-FAIXA.
              MOVE "N" TO WS-FAIXA-OK.
              PERFORM UNTIL WS-FAIXA-OK = "S"
                 MOVE ZEROS TO WS-CHQ-INICIAL WS-CHQ-FINAL
                 ACCEPT WS-CHQ-INICIAL AT 1039 WITH PROMPT AUTO
                 ACCEPT WS-CHQ-FINAL   AT 1139 WITH PROMPT AUTO
                 IF WS-CHQ-FINAL = ZEROS
                    MOVE WS-CHQ-INICIAL TO WS-CHQ-FINAL
                 END-IF
                 IF WS-CHQ-INICIAL = ZEROS
                    OR WS-CHQ-FINAL < WS-CHQ-INICIAL
                    OR WS-CHQ-FINAL > WS-ULT-CHEQUE
                    DISPLAY "FAIXA DE CHEQUES INVALIDA" AT 1935
                 ELSE
                    IF WS-CHQ-FINAL - WS-CHQ-INICIAL >= WS-MAX-FAIXA
                       DISPLAY "FAIXA MAIOR QUE O PERMITIDO" AT 1935
                    ELSE
                       MOVE "S" TO WS-FAIXA-OK
                       DISPLAY WS-ESPACO AT 1935
                    END-IF
                 END-IF
              END-PERFORM.

       ATUALIZA-FOLHA.
              MOVE WS-CODIGO-W   TO CHE-CODIGO.
              MOVE WS-NUM-CHEQUE TO CHE-NUMERO.
              READ CHEQUES-EMIT
                 INVALID KEY
                    ADD 1 TO WS-QTD-IGNORADAS
                 NOT INVALID KEY
                    IF CHE-SITUACAO = "E"
                       OR (CHE-SITUACAO = "S"
                           AND WS-NOVA-SITUACAO = "C")
                       MOVE WS-NOVA-SITUACAO TO CHE-SITUACAO
                       MOVE DATA-SIS(1:8)    TO CHE-DATA-SITUAC
                       MOVE WS-MOTIVO        TO CHE-MOTIVO
                       MOVE LK-OPERADOR-PARM TO CHE-OPERADOR
                       REWRITE REG-CHE
                          INVALID KEY
                             ADD 1 TO WS-QTD-IGNORADAS
                          NOT INVALID KEY
                             ADD 1 TO WS-QTD-FOLHAS
                       END-REWRITE
                    ELSE
                       ADD 1 TO WS-QTD-IGNORADAS
                    END-IF
              END-READ.

      * O preco vem do quadro de tarifas vigente (TRFGET); conta
      * isenta nao paga e operacao sem preco no quadro nao e
      * cobrada.  A cobranca e um debito separado, marcado como
      * tarifa no extrato (tipo R) e no journal (conta TARIFA).
       COBRA-TARIFA.
              MOVE "N" TO WS-ISENTO.
              CALL "ISNGET" USING CODIGO-W WS-ISENTO.
              IF WS-ISENTO = "S"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-TRF-ACHOU.
              CALL "TRFGET" USING WS-TRF-OPER WS-TRF-VALOR
                                  WS-TRF-ACHOU.
              IF WS-TRF-ACHOU NOT = "S" OR WS-TRF-VALOR NOT > ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO-W TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA NAO CADASTRADA" AT 2305
                    EXIT PARAGRAPH
              END-READ.
              MOVE REG-CLI TO REG-CLI-W.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT WS-TRF-VALOR FROM SALDO-W.
              ADD WS-TRF-VALOR TO TOTAL-W.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO - STATUS " ARQST
                            AT 2305
              END-REWRITE.
              PERFORM GRAVA-EXTRATO-TARIFA.
              PERFORM GRAVA-JOURNAL-TARIFA.
              MOVE WS-TRF-VALOR TO WS-TRF-VALOR-E.
              DISPLAY "TARIFA COBRADA: " WS-TRF-VALOR-E AT 2030.

       GRAVA-EXTRATO-TARIFA.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "R"       TO EXT-TIPO.
              MOVE WS-TRF-VALOR TO EXT-VALOR.
              MOVE SALDO-W   TO EXT-SALDO.
              MOVE LK-OPERADOR-PARM TO EXT-OPERADOR.
              MOVE HORA-SIS  TO EXT-HORA.
              MOVE WS-SEQ-TRN TO EXT-SEQ.
              MOVE 1 TO EXT-NSEQ.
              WRITE REG-EXT.
              PERFORM UNTIL ARQST-EXT NOT = "22" OR EXT-NSEQ = 999
                 ADD 1 TO EXT-NSEQ
                 WRITE REG-EXT
              END-PERFORM.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "ERRO NO EXTRATO - STATUS " ARQST-EXT
                         AT 2305.

       GRAVA-JOURNAL-TARIFA.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE ANO        TO JRN-ANO.
              MOVE MES        TO JRN-MES.
              MOVE DIA        TO JRN-DIA.
              MOVE WS-JRN-CLI TO JRN-CONTA-DEB.
              MOVE "TARIFA"   TO JRN-CONTA-CRE.
              MOVE WS-TRF-VALOR TO JRN-VALOR.
              MOVE SPACES     TO JRN-HISTORICO.
              STRING "TARIFA " WS-TRF-OPER DELIMITED BY SIZE
                     INTO JRN-HISTORICO.
              MOVE LK-OPERADOR-PARM TO JRN-OPERADOR.
              MOVE HORA-SIS   TO JRN-HORA.
              MOVE WS-SEQ-TRN TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                         AT 2305.

      * Nenhum lancamento nasce fora do plano de contas - CTAVAL
      * recusa conta contabil desconhecida ou inativa (as contas
      * CLInnnn de cliente sao sempre aceitas).
       VALIDA-CONTAS-JOURNAL.
              CALL "CTAVAL" USING JRN-CONTA-DEB JRN-CONTA-CRE
                                  WS-CTA-OK.
              IF WS-CTA-OK NOT = "S"
                 DISPLAY "LANCAMENTO RECUSADO - CONTA CONTABIL "
                         "INVALIDA " JRN-CONTA-DEB " / "
                         JRN-CONTA-CRE AT 2305.

       GRAVA-AUDITORIA.
              MOVE WS-CODIGO-W      TO AUD-CODIGO.
              MOVE ANO              TO AUD-ANO.
              MOVE MES              TO AUD-MES.
              MOVE DIA              TO AUD-DIA.
              MOVE "TALMAN"         TO AUD-PROGRAMA.
              MOVE WS-AUD-ACAO      TO AUD-RESULTADO.
              MOVE LK-OPERADOR-PARM TO AUD-OPERADOR.
              MOVE HORA-SIS         TO AUD-HORA.
              CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto nada posta.
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
              CLOSE CLIENTES.
              CLOSE CHEQUES-EMIT.
              CLOSE EXTRATO.
              CLOSE JOURNAL.
              CLOSE AUDITORIA.
              GOBACK.
