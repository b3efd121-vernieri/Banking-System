      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Post-dated check custody at the counter
      * Tectonics: cobc
      ******************************************************************
      * Cheque custodia for business accounts (PJGET): <I> takes a
      * post-dated check a shop received from its own customer -
      * drawee bank, branch and account, check number, amount and the
      * date it may be deposited - into CUSTODIA.DAT as "G", numbered
      * per account, and prints the custody receipt on CUSTODIA.SPL.
      * The CUSTODIA operation of the tariff board is charged per
      * check taken unless the account is exempt.  <R> hands a check
      * still in custody back to the customer ("R") before its date.
      * On the deposit date CUSLIB moves the check into the normal
      * CHEQUES.DAT deposit flow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSMAN.

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

              SELECT CUSTODIA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CUS-CHAVE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

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

              SELECT COMPROVANTE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CMP.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD CUSTODIA LABEL RECORD STANDARD
                DATA RECORD IS REG-CUS
                VALUE OF FILE-ID IS "CUSTODIA.DAT".
          01 REG-CUS.
                COPY CUSTODIA.

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

       FD COMPROVANTE LABEL RECORD STANDARD
                DATA RECORD IS REG-CMP
                VALUE OF FILE-ID IS "CUSTODIA.SPL".
          01 REG-CMP                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-CUS               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          01 ARQST-CMP               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-CODIGO-E             PIC Z.ZZ9.
          01 WS-CODIGO-W             PIC 9(04) VALUE ZEROS.
          01 WS-CONTA-OK             PIC X(01) VALUE "N".
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-MODO                 PIC X(01) VALUE "P".
          01 WS-SIG-CPF              PIC X(11) VALUE SPACES.
          01 WS-PJ                   PIC X(01) VALUE "N".
          01 WS-PJ-CNPJ              PIC X(14) VALUE SPACES.
          01 WS-PJ-RAZAO             PIC X(40) VALUE SPACES.
          01 WS-PJ-ACHOU             PIC X(01) VALUE "N".
          01 WS-FIM-CUS              PIC X(01) VALUE "N".
          01 WS-ULT-NUMERO           PIC 9(06) VALUE ZEROS.
          01 WS-QTD-GUARDA           PIC 9(04) VALUE ZEROS.
          01 WS-VALOR-GUARDA         PIC 9(09)V99 VALUE ZEROS.
          01 WS-VALOR-GUARDA-E       PIC ZZZ.ZZZ.ZZ9,99.
          01 WS-NUMERO-E             PIC ZZZZZ9.
          01 WS-NUMERO-W             PIC 9(06) VALUE ZEROS.
          01 WS-BANCO-W              PIC 9(03) VALUE ZEROS.
          01 WS-AGENCIA-W            PIC 9(04) VALUE ZEROS.
          01 WS-CONTA-SAC-W          PIC X(10) VALUE SPACES.
          01 WS-CHEQUE-W             PIC 9(06) VALUE ZEROS.
          01 WS-VALOR-E              PIC ZZ.ZZ9,99.
          01 WS-VALOR-W              PIC 9(05)V99 VALUE ZEROS.
          01 WS-DATA-OK              PIC X(01) VALUE "N".
          01 WS-DATA-W.
                02 WS-DATA-ANO       PIC 9(04).
                02 WS-DATA-MES       PIC 9(02).
                02 WS-DATA-DIA       PIC 9(02).
          01 WS-DATA-NUM REDEFINES WS-DATA-W
                                     PIC 9(08).
          01 WS-DATA-LIMITE          PIC 9(08) VALUE ZEROS.
          01 WS-PRAZO-MAXIMO         PIC 9(03) VALUE 180.
          01 WS-AUD-ACAO             PIC X(01) VALUE SPACE.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-JRN-CLI              PIC X(10).
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-TRF-OPER             PIC X(08) VALUE "CUSTODIA".
          01 WS-TRF-VALOR            PIC 9(05)V99 VALUE ZEROS.
          01 WS-TRF-VALOR-E          PIC ZZ.ZZ9,99.
          01 WS-TRF-ACHOU            PIC X(01) VALUE "N".
          01 WS-TRF-COBRADA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-ISENTO               PIC X(01) VALUE "N".

          01 WS-CMP-TRACO            PIC X(40) VALUE ALL "-".
          01 WS-CMP-TITULO           PIC X(40) VALUE
             "     RECIBO DE CHEQUE EM CUSTODIA".
          01 WS-CMP-LINHA1.
                02 FILLER            PIC X(11) VALUE "CUSTODIA: ".
                02 WS-CMP-CODIGO     PIC 9(04).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CMP-NUMERO     PIC 9(06).
                02 FILLER            PIC X(08) VALUE "  DATA: ".
                02 WS-CMP-DATA       PIC X(10).
                02 FILLER            PIC X(40) VALUE SPACES.
          01 WS-CMP-LINHA2.
                02 FILLER            PIC X(09) VALUE "EMPRESA: ".
                02 WS-CMP-RAZAO      PIC X(40).
                02 FILLER            PIC X(31) VALUE SPACES.
          01 WS-CMP-LINHA3.
                02 FILLER            PIC X(07) VALUE "BANCO: ".
                02 WS-CMP-BANCO      PIC 9(03).
                02 FILLER            PIC X(06) VALUE "  AG: ".
                02 WS-CMP-AGENCIA    PIC 9(04).
                02 FILLER            PIC X(09) VALUE "  CONTA: ".
                02 WS-CMP-CONTA      PIC X(10).
                02 FILLER            PIC X(10) VALUE "  CHEQUE: ".
                02 WS-CMP-CHEQUE     PIC 9(06).
                02 FILLER            PIC X(25) VALUE SPACES.
          01 WS-CMP-LINHA4.
                02 FILLER            PIC X(07) VALUE "VALOR: ".
                02 WS-CMP-VALOR      PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(15) VALUE
                   "  DEPOSITO EM: ".
                02 WS-CMP-DATA-DEP   PIC X(10).
                02 FILLER            PIC X(39) VALUE SPACES.
          01 WS-CMP-LINHA5.
                02 FILLER            PIC X(19) VALUE
                   "TARIFA DE CUSTODIA:".
                02 WS-CMP-TARIFA     PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(52) VALUE SPACES.
          01 WS-CMP-LINHA6.
                02 FILLER            PIC X(40) VALUE
                   "CHEQUE DEVOLVIDO AO CLIENTE EM".
                02 FILLER            PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-CUSTODIA.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "CUSTODIA DE CHEQUES PRE-DATADOS".
              02 LINE 4  COL 19 VALUE "CODIGO DA CONTA   :".
              02 LINE 5  COL 19 VALUE "EMPRESA           :".
              02 LINE 6  COL 19 VALUE "EM CUSTODIA       :".
              02 LINE 8  COL 19 VALUE
                 "<I>NCLUI CHEQUE <R>ETIRA CHEQUE :".
              02 LINE 10 COL 19 VALUE "BANCO SACADO      :".
              02 LINE 11 COL 19 VALUE "AGENCIA SACADA    :".
              02 LINE 12 COL 19 VALUE "CONTA DO EMITENTE :".
              02 LINE 13 COL 19 VALUE "NUMERO DO CHEQUE  :".
              02 LINE 14 COL 19 VALUE "VALOR             :".
              02 LINE 15 COL 19 VALUE "DEPOSITAR EM      :".
              02 LINE 15 COL 49 VALUE "(AAAA MM DD)".
              02 LINE 16 COL 19 VALUE "NUMERO NA CUSTODIA:".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "CUSMAN" TO WS-PRF-FUNCAO.
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
              OPEN I-O CUSTODIA.
              IF ARQST-CUS NOT = "00"
                     CLOSE CUSTODIA
                     OPEN OUTPUT CUSTODIA
                     CLOSE CUSTODIA
                     OPEN I-O CUSTODIA.
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
              MOVE "CUSTODIA-PRAZO-MAX" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-PRAZO-MAXIMO.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM ENTRA-CONTA.
              IF WS-CONTA-OK = "S"
                 PERFORM MOSTRA-CUSTODIA
                 PERFORM ENTRA-FUNCAO
                 EVALUATE WS-FUNCAO
                    WHEN "I" PERFORM INCLUI-CHEQUE
                    WHEN "R" PERFORM RETIRA-CHEQUE
                 END-EVALUATE
              END-IF.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-CUSTODIA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-FUNCAO.
              MOVE SPACES TO WS-CONTA-SAC-W WS-PJ-RAZAO.
              MOVE ZEROS  TO WS-CODIGO-W WS-NUMERO-W WS-BANCO-W
                             WS-AGENCIA-W WS-CHEQUE-W WS-VALOR-W
                             WS-DATA-NUM WS-TRF-COBRADA.

      * Custodia e servico de pessoa juridica - a conta tem de estar
      * ligada a um CNPJ no CTAPJ.DAT.
       ENTRA-CONTA.
              MOVE "N" TO WS-CONTA-OK.
              ACCEPT WS-CODIGO-E AT 0439 WITH PROMPT AUTO.
              MOVE WS-CODIGO-E TO WS-CODIGO-W.
              MOVE WS-CODIGO-W TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA NAO CADASTRADA" AT 1935
                    EXIT PARAGRAPH
              END-READ.
              IF STATUS-CONTA = "F"
                 DISPLAY "CONTA ENCERRADA" AT 1935
                 EXIT PARAGRAPH.
              MOVE REG-CLI TO REG-CLI-W.
              MOVE SPACES TO WS-SIG-CPF.
              CALL "PJGET" USING CODIGO-W WS-MODO WS-SIG-CPF WS-PJ
                                 WS-PJ-CNPJ WS-PJ-RAZAO WS-PJ-ACHOU.
              IF WS-PJ NOT = "S"
                 DISPLAY "CUSTODIA SOMENTE PARA PESSOA JURIDICA"
                         AT 1935
                 EXIT PARAGRAPH.
              DISPLAY WS-PJ-RAZAO AT 0539.
              DISPLAY WS-ESPACO AT 1935.
              MOVE "S" TO WS-CONTA-OK.

      * Quantidade e valor ainda guardados, e o ultimo numero de
      * custodia da conta para numerar o proximo cheque.
       MOSTRA-CUSTODIA.
              MOVE ZEROS TO WS-ULT-NUMERO WS-QTD-GUARDA
                            WS-VALOR-GUARDA.
              MOVE "N" TO WS-FIM-CUS.
              MOVE WS-CODIGO-W TO CUS-CODIGO.
              MOVE ZEROS       TO CUS-NUMERO.
              START CUSTODIA KEY IS NOT LESS THAN CUS-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-CUS
              END-START.
              PERFORM LE-CUSTODIA-CONTA UNTIL WS-FIM-CUS = "S".
              MOVE WS-VALOR-GUARDA TO WS-VALOR-GUARDA-E.
              DISPLAY WS-QTD-GUARDA " CHEQUE(S) - " AT 0639.
              DISPLAY WS-VALOR-GUARDA-E AT 0656.

       LE-CUSTODIA-CONTA.
              READ CUSTODIA NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-CUS
                 NOT AT END
                    IF CUS-CODIGO NOT = WS-CODIGO-W
                       MOVE "S" TO WS-FIM-CUS
                    ELSE
                       MOVE CUS-NUMERO TO WS-ULT-NUMERO
                       IF CUS-SITUACAO = "G"
                          ADD 1 TO WS-QTD-GUARDA
                          ADD CUS-VALOR TO WS-VALOR-GUARDA
                       END-IF
                    END-IF
              END-READ.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "I" OR WS-FUNCAO = "R"
                 ACCEPT WS-FUNCAO AT 0853 WITH PROMPT AUTO
              END-PERFORM.

      ******************************************************************
      * Inclusao de cheque na custodia
      ******************************************************************
       INCLUI-CHEQUE.
              PERFORM UNTIL WS-BANCO-W > ZEROS
                 ACCEPT WS-BANCO-W AT 1039 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM UNTIL WS-AGENCIA-W > ZEROS
                 ACCEPT WS-AGENCIA-W AT 1139 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM UNTIL WS-CONTA-SAC-W NOT = SPACES
                 ACCEPT WS-CONTA-SAC-W AT 1239 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM UNTIL WS-CHEQUE-W > ZEROS
                 ACCEPT WS-CHEQUE-W AT 1339 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM UNTIL WS-VALOR-W > ZEROS
                 ACCEPT WS-VALOR-E AT 1439 WITH PROMPT AUTO
                 MOVE WS-VALOR-E TO WS-VALOR-W
              END-PERFORM.
              COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-DATA-MOVTO)
                      + WS-PRAZO-MAXIMO).
              MOVE "N" TO WS-DATA-OK.
              PERFORM ENTRA-DATA-DEPOSITO UNTIL WS-DATA-OK = "S".
              DISPLAY "CONFIRMA A CUSTODIA <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1962 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO-W      TO CUS-CODIGO.
              COMPUTE CUS-NUMERO    = WS-ULT-NUMERO + 1.
              MOVE WS-BANCO-W       TO CUS-BANCO.
              MOVE WS-AGENCIA-W     TO CUS-AGENCIA.
              MOVE WS-CONTA-SAC-W   TO CUS-CONTA-SAC.
              MOVE WS-CHEQUE-W      TO CUS-NUM-CHEQUE.
              MOVE WS-VALOR-W       TO CUS-VALOR.
              MOVE WS-DATA-NUM      TO CUS-DATA-DEP.
              MOVE DATA-SIS(1:8)    TO CUS-DATA-ENTRADA.
              MOVE ZEROS            TO CUS-DATA-BAIXA CUS-TARIFA.
              MOVE LK-OPERADOR-PARM TO CUS-OPERADOR.
              MOVE "G"              TO CUS-SITUACAO.
              WRITE REG-CUS
                 INVALID KEY
                    DISPLAY "ERRO NA CUSTODIA - STATUS " ARQST-CUS
                            AT 1935
                    EXIT PARAGRAPH
              END-WRITE.
              MOVE CUS-NUMERO TO WS-NUMERO-E.
              DISPLAY WS-NUMERO-E AT 1639.
              PERFORM COBRA-TARIFA.
              IF WS-TRF-COBRADA > ZEROS
                 MOVE WS-TRF-COBRADA TO CUS-TARIFA
                 REWRITE REG-CUS
                    INVALID KEY
                       DISPLAY "ERRO NA CUSTODIA - STATUS " ARQST-CUS
                               AT 2305
                 END-REWRITE
              END-IF.
              MOVE "I" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              PERFORM IMPRIME-RECIBO.
              DISPLAY "CHEQUE EM CUSTODIA - ENTREGUE O RECIBO" AT 1935.

      * So data futura: cheque do dia vai direto para deposito.  Dia
      * sem expediente e aceito - o CUSLIB deposita no primeiro dia
      * de movimento a partir dela.
       ENTRA-DATA-DEPOSITO.
              MOVE ZEROS TO WS-DATA-NUM.
              ACCEPT WS-DATA-ANO AT 1539 WITH PROMPT AUTO.
              ACCEPT WS-DATA-MES AT 1544 WITH PROMPT AUTO.
              ACCEPT WS-DATA-DIA AT 1547 WITH PROMPT AUTO.
              MOVE "S" TO WS-DATA-OK.
              IF WS-DATA-W IS NOT NUMERIC OR WS-DATA-ANO < 1900
                 OR WS-DATA-MES < 1 OR WS-DATA-MES > 12
                 OR WS-DATA-DIA < 1 OR WS-DATA-DIA > 31
                 MOVE "N" TO WS-DATA-OK.
              IF WS-DATA-OK = "S" AND WS-DATA-NUM NOT > WS-DATA-MOVTO
                 MOVE "N" TO WS-DATA-OK.
              IF WS-DATA-OK NOT = "S"
                 DISPLAY "INFORME UMA DATA FUTURA" AT 1935
                 EXIT PARAGRAPH.
              IF WS-DATA-NUM > WS-DATA-LIMITE
                 MOVE "N" TO WS-DATA-OK
                 DISPLAY "DATA ALEM DO PRAZO MAXIMO DE CUSTODIA"
                         AT 1935
              ELSE
                 DISPLAY WS-ESPACO AT 1935.

      ******************************************************************
      * Retirada de cheque da custodia
      ******************************************************************
      * O cheque volta as maos do cliente; a tarifa ja cobrada na
      * entrada nao e devolvida.
       RETIRA-CHEQUE.
              IF WS-QTD-GUARDA = ZEROS
                 DISPLAY "NENHUM CHEQUE EM CUSTODIA NA CONTA" AT 1935
                 EXIT PARAGRAPH.
              PERFORM UNTIL WS-NUMERO-W > ZEROS
                 ACCEPT WS-NUMERO-E AT 1639 WITH PROMPT AUTO
                 MOVE WS-NUMERO-E TO WS-NUMERO-W
              END-PERFORM.
              MOVE WS-CODIGO-W TO CUS-CODIGO.
              MOVE WS-NUMERO-W TO CUS-NUMERO.
              READ CUSTODIA
                 INVALID KEY
                    DISPLAY "CHEQUE NAO CONSTA DA CUSTODIA" AT 1935
                    EXIT PARAGRAPH
              END-READ.
              IF CUS-SITUACAO NOT = "G"
                 DISPLAY "CHEQUE JA DEPOSITADO OU RETIRADO" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY CUS-BANCO      AT 1039.
              DISPLAY CUS-AGENCIA    AT 1139.
              DISPLAY CUS-CONTA-SAC  AT 1239.
              DISPLAY CUS-NUM-CHEQUE AT 1339.
              MOVE CUS-VALOR TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 1439.
              MOVE CUS-DATA-DEP TO WS-DATA-NUM.
              DISPLAY WS-DATA-ANO AT 1539.
              DISPLAY WS-DATA-MES AT 1544.
              DISPLAY WS-DATA-DIA AT 1547.
              DISPLAY "CONFIRMA A RETIRADA <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1962 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE "R"              TO CUS-SITUACAO.
              MOVE DATA-SIS(1:8)    TO CUS-DATA-BAIXA.
              MOVE LK-OPERADOR-PARM TO CUS-OPERADOR.
              REWRITE REG-CUS
                 INVALID KEY
                    DISPLAY "ERRO NA CUSTODIA - STATUS " ARQST-CUS
                            AT 1935
                    EXIT PARAGRAPH
              END-REWRITE.
              MOVE "R" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              PERFORM IMPRIME-RECIBO.
              DISPLAY "CHEQUE RETIRADO - ENTREGUE O RECIBO" AT 1935.

      ******************************************************************
      * Tarifa, recibo e auditoria
      ******************************************************************
      * O preco vem do quadro de tarifas vigente (TRFGET); conta
      * isenta nao paga e operacao sem preco no quadro nao e
      * cobrada.  A cobranca e um debito separado, marcado como
      * tarifa no extrato (tipo R) e no journal (conta TARIFA).
       COBRA-TARIFA.
              MOVE ZEROS TO WS-TRF-COBRADA.
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
              MOVE WS-TRF-VALOR TO WS-TRF-COBRADA.
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

      * O recibo sai nas duas pontas: na entrada, com a tarifa
      * cobrada; na retirada, com a data em que o cheque voltou.
       IMPRIME-RECIBO.
              OPEN EXTEND COMPROVANTE.
              IF ARQST-CMP NOT = "00"
                 OPEN OUTPUT COMPROVANTE.
              MOVE WS-CMP-TRACO TO REG-CMP.
              WRITE REG-CMP.
              MOVE WS-CMP-TITULO TO REG-CMP.
              WRITE REG-CMP.
              MOVE CUS-CODIGO TO WS-CMP-CODIGO.
              MOVE CUS-NUMERO TO WS-CMP-NUMERO.
              MOVE SPACES TO WS-CMP-DATA.
              STRING DIA "/" MES "/" ANO DELIMITED BY SIZE
                     INTO WS-CMP-DATA.
              MOVE WS-CMP-LINHA1 TO REG-CMP.
              WRITE REG-CMP.
              MOVE WS-PJ-RAZAO TO WS-CMP-RAZAO.
              MOVE WS-CMP-LINHA2 TO REG-CMP.
              WRITE REG-CMP.
              MOVE CUS-BANCO      TO WS-CMP-BANCO.
              MOVE CUS-AGENCIA    TO WS-CMP-AGENCIA.
              MOVE CUS-CONTA-SAC  TO WS-CMP-CONTA.
              MOVE CUS-NUM-CHEQUE TO WS-CMP-CHEQUE.
              MOVE WS-CMP-LINHA3 TO REG-CMP.
              WRITE REG-CMP.
              MOVE CUS-VALOR TO WS-CMP-VALOR.
              MOVE SPACES TO WS-CMP-DATA-DEP.
              STRING CUS-DATA-DEP(7:2) "/" CUS-DATA-DEP(5:2) "/"
                     CUS-DATA-DEP(1:4) DELIMITED BY SIZE
                     INTO WS-CMP-DATA-DEP.
              MOVE WS-CMP-LINHA4 TO REG-CMP.
              WRITE REG-CMP.
              IF CUS-SITUACAO = "G"
                 MOVE CUS-TARIFA TO WS-CMP-TARIFA
                 MOVE WS-CMP-LINHA5 TO REG-CMP
              ELSE
                 MOVE WS-CMP-LINHA6 TO REG-CMP
                 MOVE WS-CMP-DATA TO REG-CMP(32:10).
              WRITE REG-CMP.
              MOVE WS-CMP-TRACO TO REG-CMP.
              WRITE REG-CMP.
              CLOSE COMPROVANTE.

       GRAVA-AUDITORIA.
              MOVE WS-CODIGO-W      TO AUD-CODIGO.
              MOVE ANO              TO AUD-ANO.
              MOVE MES              TO AUD-MES.
              MOVE DIA              TO AUD-DIA.
              MOVE "CUSMAN"         TO AUD-PROGRAMA.
              MOVE WS-AUD-ACAO      TO AUD-RESULTADO.
              MOVE LK-OPERADOR-PARM TO AUD-OPERADOR.
              MOVE HORA-SIS         TO AUD-HORA.
              CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

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
              CLOSE CUSTODIA.
              CLOSE EXTRATO.
              CLOSE JOURNAL.
              CLOSE AUDITORIA.
              GOBACK.
