      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Supplier invoices (contas a pagar) under dual control
      * Tectonics: cobc
      ******************************************************************
      * <I> keys a supplier invoice: branch, PLANOCTA expense account
      * (type "D"), issue and due dates and amount.  It is approved on
      * the spot by a second person (SUPAUT, other than the operator)
      * and waits as "A" for CPGPAG to pay it on the due date.  <C>
      * cancels an invoice not yet paid; <R> releases again an
      * invoice whose payment order came back from the supplier's
      * bank ("D") once the supplier's bank data was corrected in
      * FORMAN.  Every action leaves the approval in APROVA.DAT
      * under type "CPG".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPGMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT NOTAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CPG-NUMERO
              ALTERNATE RECORD KEY CPG-CHAVE-FORN
              ALTERNATE RECORD KEY CPG-VENCIMENTO WITH DUPLICATES
              ALTERNATE RECORD KEY CPG-ORDEM WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT FORNECEDORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FOR-CODIGO
              FILE STATUS ARQST-FOR.

              SELECT PLANO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CTA-CODIGO
              FILE STATUS ARQST-CTA.

              SELECT APROVACOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-APR.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-CPG
                VALUE OF FILE-ID IS "CPAGAR.DAT".
          01 REG-CPG.
                COPY CPAGAR.

       FD FORNECEDORES LABEL RECORD STANDARD
                DATA RECORD IS REG-FOR
                VALUE OF FILE-ID IS "FORNEC.DAT".
          01 REG-FOR.
                COPY FORNEC.

       FD PLANO LABEL RECORD STANDARD
                DATA RECORD IS REG-CTA
                VALUE OF FILE-ID IS "PLANOCTA.DAT".
          01 REG-CTA.
                COPY PLANOCTA.

       FD APROVACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APR
                VALUE OF FILE-ID IS "APROVA.DAT".
          01 REG-APR.
                COPY APROVA.

       WORKING-STORAGE SECTION.
          01 ARQST-FOR               PIC X(02).
          01 ARQST-CTA               PIC X(02).
          01 ARQST-APR               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-CPG-EXISTE           PIC X(01) VALUE "N".
          01 WS-FOR-OK               PIC X(01) VALUE "N".
          01 WS-DESPESA-OK           PIC X(01) VALUE "N".
          01 WS-PLANO-ABERTO         PIC X(01) VALUE "N".
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-NUMERO-E             PIC ZZZZZZZZ9.
          01 WS-NUMERO-W             PIC 9(09) VALUE ZEROS.
          01 WS-FORNEC-E             PIC ZZZZ9.
          01 WS-FORNEC-W             PIC 9(05) VALUE ZEROS.
          01 WS-DOCUMENTO-W          PIC X(12) VALUE SPACES.
          01 WS-AGENCIA-W            PIC 9(04) VALUE ZEROS.
          01 WS-CONTA-W              PIC X(10) VALUE SPACES.
          01 WS-INTERBPEND           PIC X(10) VALUE "INTERBPEND".
          01 WS-HISTORICO-W          PIC X(20) VALUE SPACES.
          01 WS-DATA-W.
                02 WS-DATA-ANO       PIC 9(04).
                02 WS-DATA-MES       PIC 9(02).
                02 WS-DATA-DIA       PIC 9(02).
          01 WS-DATA-NUM REDEFINES WS-DATA-W
                                     PIC 9(08).
          01 WS-DATA-OK              PIC X(01) VALUE "N".
          01 WS-EMISSAO-W            PIC 9(08) VALUE ZEROS.
          01 WS-VENCTO-W             PIC 9(08) VALUE ZEROS.
          01 WS-VALOR-E              PIC ZZ.ZZ9,99.
          01 WS-VALOR-W              PIC 9(05)V99 VALUE ZEROS.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-CPAGAR.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "CONTAS A PAGAR - NOTAS DE FORNECEDOR".
              02 LINE 4  COL 19 VALUE
                 "<I>NCLUI <C>ANCELA <R>ELIBERA :".
              02 LINE 5  COL 19 VALUE "NUMERO INTERNO    :".
              02 LINE 6  COL 19 VALUE "SITUACAO          :".
              02 LINE 7  COL 19 VALUE "FORNECEDOR        :".
              02 LINE 8  COL 19 VALUE "DOCUMENTO (NF)    :".
              02 LINE 9  COL 19 VALUE "AGENCIA           :".
              02 LINE 10 COL 19 VALUE "CONTA DE DESPESA  :".
              02 LINE 11 COL 19 VALUE "HISTORICO         :".
              02 LINE 12 COL 19 VALUE "EMISSAO (A/M/D)   :     /  /".
              02 LINE 13 COL 19 VALUE "VENCIMENTO(A/M/D) :     /  /".
              02 LINE 14 COL 19 VALUE "VALOR             :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "CPGMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-FOR = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST
                         " / " ARQST-FOR.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O NOTAS.
              IF ARQST NOT = "00"
                     CLOSE NOTAS
                     OPEN OUTPUT NOTAS
                     CLOSE NOTAS
                     OPEN I-O NOTAS.
              OPEN INPUT FORNECEDORES.
      * Sem plano de contas cadastrado o tipo da conta nao e
      * conferido - CTAVAL tambem aceita tudo nesse caso.
              OPEN INPUT PLANO.
              IF ARQST-CTA = "00"
                 MOVE "S" TO WS-PLANO-ABERTO.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "I" PERFORM INCLUI-NOTA
                 WHEN "C" PERFORM CANCELA-NOTA
                 WHEN "R" PERFORM RELIBERA-NOTA
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-CPAGAR.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-FUNCAO.
              MOVE SPACES TO WS-DOCUMENTO-W WS-CONTA-W WS-HISTORICO-W.
              MOVE ZEROS  TO WS-NUMERO-W WS-FORNEC-W WS-AGENCIA-W
                             WS-EMISSAO-W WS-VENCTO-W WS-VALOR-W.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "I" OR WS-FUNCAO = "C"
                         OR WS-FUNCAO = "R"
                 ACCEPT WS-FUNCAO AT 0451 WITH PROMPT AUTO
              END-PERFORM.

      * O numero interno vem do PROXSEQ; fornecedor + documento e
      * chave unica - a mesma nota nao entra duas vezes.
       INCLUI-NOTA.
              MOVE "N" TO WS-FOR-OK.
              PERFORM ENTRA-FORNECEDOR UNTIL WS-FOR-OK = "S".
              PERFORM UNTIL WS-DOCUMENTO-W NOT = SPACES
                 ACCEPT WS-DOCUMENTO-W AT 0839 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM UNTIL WS-AGENCIA-W > ZEROS
                 ACCEPT WS-AGENCIA-W AT 0939 WITH PROMPT AUTO
              END-PERFORM.
              MOVE "N" TO WS-DESPESA-OK.
              PERFORM ENTRA-CONTA-DESPESA UNTIL WS-DESPESA-OK = "S".
              ACCEPT WS-HISTORICO-W AT 1139 WITH PROMPT AUTO.
              IF WS-HISTORICO-W = SPACES
                 STRING "NF " WS-DOCUMENTO-W DELIMITED BY SIZE
                        INTO WS-HISTORICO-W
                 DISPLAY WS-HISTORICO-W AT 1139.
              MOVE "N" TO WS-DATA-OK.
              PERFORM UNTIL WS-DATA-OK = "S"
                 PERFORM ENTRA-DATA-EMISSAO
              END-PERFORM.
              MOVE WS-DATA-NUM TO WS-EMISSAO-W.
              MOVE "N" TO WS-DATA-OK.
              PERFORM UNTIL WS-DATA-OK = "S"
                 PERFORM ENTRA-DATA-VENCIMENTO
              END-PERFORM.
              MOVE WS-DATA-NUM TO WS-VENCTO-W.
              PERFORM UNTIL WS-VALOR-W > ZEROS
                 ACCEPT WS-VALOR-E AT 1439 WITH PROMPT AUTO
                 MOVE WS-VALOR-E TO WS-VALOR-W
              END-PERFORM.
              DISPLAY "CONFIRMA A NOTA <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1958 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM PEDE-AUTORIZACAO.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "NOTA RECUSADA - SEM AUTORIZACAO" AT 1935
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE WS-SEQ-TRN       TO CPG-NUMERO.
              MOVE WS-FORNEC-W      TO CPG-FORNECEDOR.
              MOVE WS-DOCUMENTO-W   TO CPG-DOCUMENTO.
              MOVE WS-AGENCIA-W     TO CPG-AGENCIA.
              MOVE WS-CONTA-W       TO CPG-CONTA.
              MOVE WS-HISTORICO-W   TO CPG-HISTORICO.
              MOVE WS-EMISSAO-W     TO CPG-EMISSAO.
              MOVE WS-VENCTO-W      TO CPG-VENCIMENTO.
              MOVE WS-VALOR-W       TO CPG-VALOR.
              MOVE "A"              TO CPG-SITUACAO.
              MOVE ZEROS            TO CPG-ORDEM CPG-DATA-PAGTO.
              MOVE LK-OPERADOR-PARM TO CPG-OPERADOR.
              MOVE WS-SUPERVISOR    TO CPG-SUPERVISOR.
              MOVE DATA-SIS(1:8)    TO CPG-DATA-SITUAC.
              WRITE REG-CPG
                 INVALID KEY
                    IF ARQST = "22"
                       DISPLAY "NOTA JA LANCADA PARA O FORNECEDOR"
                               AT 1935
                    ELSE
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                               AT 1935
                    END-IF
                    EXIT PARAGRAPH
              END-WRITE.
              MOVE CPG-NUMERO TO WS-NUMERO-E.
              DISPLAY WS-NUMERO-E AT 0539.
              PERFORM GRAVA-APROVACAO.
              DISPLAY "NOTA APROVADA PARA PAGAMENTO" AT 1935.

       ENTRA-FORNECEDOR.
              ACCEPT WS-FORNEC-E AT 0739 WITH PROMPT AUTO.
              MOVE WS-FORNEC-E TO WS-FORNEC-W.
              MOVE WS-FORNEC-W TO FOR-CODIGO.
              READ FORNECEDORES
                 INVALID KEY
                    DISPLAY "FORNECEDOR NAO CADASTRADO" AT 1935
                 NOT INVALID KEY
                    IF FOR-SITUACAO NOT = "A"
                       DISPLAY "FORNECEDOR INATIVO" AT 1935
                    ELSE
                       DISPLAY FOR-NOME AT 0746
                       DISPLAY WS-ESPACO AT 1935
                       MOVE "S" TO WS-FOR-OK
                    END-IF
              END-READ.

      * A despesa tem de ser conta de resultado devedora do plano
      * e aceita pelo CTAVAL contra o bolso de ordens pendentes, por
      * onde o CPGPAG vai pagar.
       ENTRA-CONTA-DESPESA.
              ACCEPT WS-CONTA-W AT 1039 WITH PROMPT AUTO.
              IF WS-CONTA-W = SPACES
                 EXIT PARAGRAPH.
              IF WS-PLANO-ABERTO = "S"
                 MOVE WS-CONTA-W TO CTA-CODIGO
                 READ PLANO
                    INVALID KEY
                       DISPLAY "CONTA FORA DO PLANO" AT 1935
                       EXIT PARAGRAPH
                 END-READ
                 IF CTA-TIPO NOT = "D"
                    DISPLAY "CONTA NAO E DE DESPESA" AT 1935
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              CALL "CTAVAL" USING WS-CONTA-W WS-INTERBPEND WS-CTA-OK.
              IF WS-CTA-OK NOT = "S"
                 DISPLAY "CONTA CONTABIL INVALIDA" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY WS-ESPACO AT 1935.
              MOVE "S" TO WS-DESPESA-OK.

      * Emissao em branco vale o dia de movimento; nunca depois dele.
       ENTRA-DATA-EMISSAO.
              MOVE ZEROS TO WS-DATA-NUM.
              ACCEPT WS-DATA-ANO AT 1239 WITH PROMPT AUTO.
              ACCEPT WS-DATA-MES AT 1245 WITH PROMPT AUTO.
              ACCEPT WS-DATA-DIA AT 1248 WITH PROMPT AUTO.
              IF WS-DATA-W IS NOT NUMERIC OR WS-DATA-NUM = ZEROS
                 MOVE WS-DATA-MOVTO TO WS-DATA-NUM
                 DISPLAY WS-DATA-ANO AT 1239
                 DISPLAY WS-DATA-MES AT 1245
                 DISPLAY WS-DATA-DIA AT 1248.
              PERFORM CONFERE-DATA.
              IF WS-DATA-OK = "S" AND WS-DATA-NUM > WS-DATA-MOVTO
                 MOVE "N" TO WS-DATA-OK.
              IF WS-DATA-OK NOT = "S"
                 DISPLAY "DATA DE EMISSAO INVALIDA" AT 1935
              ELSE
                 DISPLAY WS-ESPACO AT 1935.

      * Vencimento ja passado e aceito - a nota sai no proximo
      * CPGPAG.
       ENTRA-DATA-VENCIMENTO.
              MOVE ZEROS TO WS-DATA-NUM.
              ACCEPT WS-DATA-ANO AT 1339 WITH PROMPT AUTO.
              ACCEPT WS-DATA-MES AT 1345 WITH PROMPT AUTO.
              ACCEPT WS-DATA-DIA AT 1348 WITH PROMPT AUTO.
              PERFORM CONFERE-DATA.
              IF WS-DATA-OK = "S" AND WS-DATA-NUM < WS-EMISSAO-W
                 MOVE "N" TO WS-DATA-OK.
              IF WS-DATA-OK NOT = "S"
                 DISPLAY "DATA DE VENCIMENTO INVALIDA" AT 1935
              ELSE
                 DISPLAY WS-ESPACO AT 1935.

       CONFERE-DATA.
              MOVE "S" TO WS-DATA-OK.
              IF WS-DATA-W IS NOT NUMERIC OR WS-DATA-ANO < 1900
                 OR WS-DATA-MES < 1 OR WS-DATA-MES > 12
                 OR WS-DATA-DIA < 1 OR WS-DATA-DIA > 31
                 MOVE "N" TO WS-DATA-OK.

       LOCALIZA-NOTA.
              MOVE "N" TO WS-CPG-EXISTE.
              PERFORM UNTIL WS-NUMERO-W > ZEROS
                 ACCEPT WS-NUMERO-E AT 0539 WITH PROMPT AUTO
                 MOVE WS-NUMERO-E TO WS-NUMERO-W
              END-PERFORM.
              MOVE WS-NUMERO-W TO CPG-NUMERO.
              READ NOTAS
                 INVALID KEY
                    DISPLAY "NOTA NAO CADASTRADA" AT 1935
                 NOT INVALID KEY
                    MOVE "S" TO WS-CPG-EXISTE
                    PERFORM MOSTRA-NOTA
              END-READ.

       MOSTRA-NOTA.
              EVALUATE CPG-SITUACAO
                 WHEN "A" DISPLAY "APROVADA - A PAGAR" AT 0639
                 WHEN "E" DISPLAY "ORDEM ENVIADA" AT 0639
                 WHEN "P" DISPLAY "PAGA" AT 0639
                 WHEN "D" DISPLAY "ORDEM DEVOLVIDA" AT 0639
                 WHEN "C" DISPLAY "CANCELADA" AT 0639
              END-EVALUATE.
              MOVE CPG-FORNECEDOR TO WS-FORNEC-E.
              DISPLAY WS-FORNEC-E AT 0739.
              MOVE CPG-FORNECEDOR TO FOR-CODIGO.
              READ FORNECEDORES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY FOR-NOME AT 0746
              END-READ.
              DISPLAY CPG-DOCUMENTO  AT 0839.
              DISPLAY CPG-AGENCIA    AT 0939.
              DISPLAY CPG-CONTA      AT 1039.
              DISPLAY CPG-HISTORICO  AT 1139.
              MOVE CPG-EMISSAO TO WS-DATA-NUM.
              DISPLAY WS-DATA-ANO AT 1239.
              DISPLAY WS-DATA-MES AT 1245.
              DISPLAY WS-DATA-DIA AT 1248.
              MOVE CPG-VENCIMENTO TO WS-DATA-NUM.
              DISPLAY WS-DATA-ANO AT 1339.
              DISPLAY WS-DATA-MES AT 1345.
              DISPLAY WS-DATA-DIA AT 1348.
              MOVE CPG-VALOR TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 1439.

      * Ordem ja enviada nao se cancela aqui - o dinheiro esta com a
      * compensacao e o retorno do INTERACK decide.
       CANCELA-NOTA.
              PERFORM LOCALIZA-NOTA.
              IF WS-CPG-EXISTE NOT = "S"
                 EXIT PARAGRAPH.
              IF CPG-SITUACAO NOT = "A" AND CPG-SITUACAO NOT = "D"
                 DISPLAY "NOTA NAO PODE SER CANCELADA" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "CANCELA A NOTA <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1957 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM PEDE-AUTORIZACAO.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "CANCELAMENTO RECUSADO - SEM AUTORIZACAO"
                         AT 1935
                 EXIT PARAGRAPH.
              MOVE "C" TO CPG-SITUACAO.
              PERFORM REGRAVA-NOTA.
              IF ARQST = "00"
                 DISPLAY "NOTA CANCELADA" AT 1935.

       RELIBERA-NOTA.
              PERFORM LOCALIZA-NOTA.
              IF WS-CPG-EXISTE NOT = "S"
                 EXIT PARAGRAPH.
              IF CPG-SITUACAO NOT = "D"
                 DISPLAY "SOMENTE NOTA COM ORDEM DEVOLVIDA" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "LIBERA NOVO PAGAMENTO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1964 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM PEDE-AUTORIZACAO.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "LIBERACAO RECUSADA - SEM AUTORIZACAO" AT 1935
                 EXIT PARAGRAPH.
              MOVE "A"   TO CPG-SITUACAO.
              MOVE ZEROS TO CPG-ORDEM CPG-DATA-PAGTO.
              PERFORM REGRAVA-NOTA.
              IF ARQST = "00"
                 DISPLAY "NOTA LIBERADA PARA PAGAMENTO" AT 1935.

       REGRAVA-NOTA.
              MOVE WS-SUPERVISOR    TO CPG-SUPERVISOR.
              MOVE DATA-SIS(1:8)    TO CPG-DATA-SITUAC.
              REWRITE REG-CPG
                 INVALID KEY
                    DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST AT 1935
                    EXIT PARAGRAPH
              END-REWRITE.
              PERFORM GRAVA-APROVACAO.

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
              MOVE "CPG"            TO APR-TIPO.
              MOVE CPG-AGENCIA      TO APR-CODIGO.
              MOVE CPG-VALOR        TO APR-VALOR.
              WRITE REG-APR.
              IF ARQST-APR NOT = "00"
                 DISPLAY "ERRO NO LOG DE APROVACOES - STATUS "
                         ARQST-APR AT 1935.
              CLOSE APROVACOES.

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
              CLOSE NOTAS.
              CLOSE FORNECEDORES.
              IF WS-PLANO-ABERTO = "S"
                 CLOSE PLANO.
              GOBACK.
