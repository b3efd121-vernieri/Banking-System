              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SIM.

              SELECT AMORTIZACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY AMO-NUMERO
              FILE STATUS ARQST-AMO.

              SELECT CRONOGRAMA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CRN.

              SELECT CARENCIAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CAR-NUMERO
              FILE STATUS ARQST-CAR.

              SELECT SEGUROS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY SEG-NUMERO
              FILE STATUS ARQST-SEG.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                02 SIM-DATA          PIC 9(08).
                02 SIM-SITUACAO      PIC X(01).

       FD AMORTIZACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-AMO
                VALUE OF FILE-ID IS "EMPAMORT.DAT".
          01 REG-AMO.
                COPY EMPAMORT.

       FD CRONOGRAMA LABEL RECORD STANDARD
                DATA RECORD IS REG-CRN
                VALUE OF FILE-ID IS "EMPCRON.LST".
          01 REG-CRN                 PIC X(80).

       FD CARENCIAS LABEL RECORD STANDARD
                DATA RECORD IS REG-CAR
                VALUE OF FILE-ID IS "EMPCAREN.DAT".
          01 REG-CAR.
                COPY EMPCAREN.

       FD SEGUROS LABEL RECORD STANDARD
                DATA RECORD IS REG-SEG
                VALUE OF FILE-ID IS "EMPSEG.DAT".
          01 REG-SEG.
                COPY EMPSEGUR.

       WORKING-STORAGE SECTION.
          01 ARQST-EMP               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 WS-NOMINAL              PIC 9(09)V99 VALUE ZEROS.
          01 WS-ATRASADO             PIC 9(09)V99 VALUE ZEROS.
          01 WS-DESCONTO             PIC S9(09)V99 VALUE ZEROS.
          01 WS-PRINCIPAL-DEV        PIC 9(07)V99 VALUE ZEROS.
          01 WS-JUROS-ATRASO         PIC S9(09)V99 VALUE ZEROS.
          01 WS-JUROS-QUIT           PIC 9(09)V99 VALUE ZEROS.
          01 WS-QUITACAO-E           PIC ZZZ.ZZZ.ZZ9,99.
          01 WS-VALIDADE             PIC 9(08) VALUE ZEROS.
          01 WS-DIAS-INT             PIC 9(08) VALUE ZEROS.
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
          01 WS-LINHA-COT1.
                02 FILLER            PIC X(22) VALUE
          01 WS-NOVA-TAXA-E          PIC 9,9999.
          01 WS-MORA-E               PIC ZZ.ZZZ.ZZ9,99.
          01 WS-PRINCIPAL-NOVO-E     PIC Z.ZZZ.ZZ9,99.
          01 WS-PRE-SCORE            PIC 9(04) VALUE ZEROS.
          01 WS-PRE-FAIXA            PIC X(01) VALUE SPACE.
          01 WS-PRE-PARCELA-MAX      PIC 9(05)V99 VALUE ZEROS.
          01 WS-PRE-LIMITE           PIC 9(07)V99 VALUE ZEROS.
          01 WS-PRE-ACHOU            PIC X(01) VALUE "N".
          01 WS-PRE-OK               PIC X(01) VALUE "S".
          01 WS-PRE-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PRE-LIMITE-E         PIC Z.ZZZ.ZZ9,99.
          01 WS-PRE-PARCELA-E        PIC ZZ.ZZ9,99.
          01 ARQST-AMO               PIC X(02).
          01 ARQST-CRN               PIC X(02).
          01 WS-SISTEMA-W            PIC X(01) VALUE "P".
          01 WS-SISTEMA-ANT          PIC X(01) VALUE "P".
          01 WS-PRINCIPAL-ANT        PIC 9(07)V99 VALUE ZEROS.
          01 WS-A-PAGAR-ANT          PIC 9(09)V99 VALUE ZEROS.
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-PRINCIPAL        PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-TAXA             PIC 9V9999 VALUE ZEROS.
          01 WS-AMO-PRAZO            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-FIXA             PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.
          01 WS-CRN-NUMERO           PIC 9(09) VALUE ZEROS.
          01 WS-CRN-CODIGO           PIC 9(04) VALUE ZEROS.
          01 WS-CRN-DIA-VENC         PIC 9(02) VALUE ZEROS.
          01 WS-CRN-TOTAL            PIC 9(09)V99 VALUE ZEROS.
          01 WS-CRN-VENC.
                02 WS-CRN-VENC-ANO   PIC 9(04).
                02 WS-CRN-VENC-MES   PIC 9(02).
                02 WS-CRN-VENC-DIA   PIC 9(02).
          01 WS-LINHA-CRN1.
                02 FILLER            PIC X(34) VALUE
                   "CRONOGRAMA DE PAGAMENTO - CONTRATO".
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-CRN1-NUMERO    PIC 9(09).
                02 FILLER            PIC X(08) VALUE "  CONTA ".
                02 WS-CRN1-CODIGO    PIC 9(04).
                02 FILLER            PIC X(24) VALUE SPACES.
          01 WS-LINHA-CRN2.
                02 FILLER            PIC X(09) VALUE "SISTEMA: ".
                02 WS-CRN2-SISTEMA   PIC X(27).
                02 FILLER            PIC X(11) VALUE " PRINCIPAL ".
                02 WS-CRN2-PRINCIPAL PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(07) VALUE "  TAXA ".
                02 WS-CRN2-TAXA      PIC 9,9999.
                02 FILLER            PIC X(08) VALUE SPACES.
          01 WS-LINHA-CRN3.
                02 FILLER            PIC X(40) VALUE
                   "PARC  VENCIMENTO  AMORTIZACAO      JUROS".
                02 FILLER            PIC X(40) VALUE
                   "    PARCELA  SALDO DEVEDOR              ".
          01 WS-LINHA-CRN4.
                02 WS-CRN4-ORDEM     PIC ZZ9.
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-CRN4-DIA       PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CRN4-MES       PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CRN4-ANO       PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CRN4-AMORT     PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CRN4-JUROS     PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CRN4-PARCELA   PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CRN4-SALDO     PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(14) VALUE SPACES.
          01 WS-LINHA-CRN5.
                02 FILLER            PIC X(20) VALUE
                   "TOTAL A PAGAR     : ".
                02 WS-CRN5-TOTAL     PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(46) VALUE SPACES.
          01 WS-LINHA-CRN6.
                02 FILLER            PIC X(12) VALUE "CARENCIA DE ".
                02 WS-CRN6-MESES     PIC Z9.
                02 FILLER            PIC X(08) VALUE " MESES: ".
                02 WS-CRN6-TRATAMENTO PIC X(35).
                02 WS-CRN6-JUROS     PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(11) VALUE SPACES.
          01 WS-LINHA-CRN7.
                02 FILLER            PIC X(20) VALUE
                   "IOF DA OPERACAO   : ".
                02 WS-CRN7-IOF       PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(20) VALUE
                   "   LIQUIDO LIBERADO ".
                02 WS-CRN7-LIQUIDO   PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(19) VALUE SPACES.
          01 ARQST-CAR               PIC X(02).
          01 WS-CRN-CARENCIA         PIC 9(02) VALUE ZEROS.
          01 WS-CARENCIA-W           PIC 9(02) VALUE ZEROS.
          01 WS-CAR-JUROS-W          PIC X(01) VALUE SPACE.
          01 WS-CAR-TIPO-W           PIC X(01) VALUE SPACE.
          01 WS-CAR-MAX              PIC 9(02) VALUE 6.
          01 WS-CAR-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-CAR-VALOR-JUROS      PIC 9(07)V99 VALUE ZEROS.
          01 WS-COBR-ANT             PIC 9(06) VALUE ZEROS.
          01 WS-CAR-INICIO           PIC 9(06) VALUE ZEROS.
          01 WS-CAR-INICIO-R REDEFINES WS-CAR-INICIO.
                02 WS-CAR-INI-ANO    PIC 9(04).
                02 WS-CAR-INI-MES    PIC 9(02).
          01 WS-CAR-FIM              PIC 9(06) VALUE ZEROS.
          01 WS-CAR-FIM-R REDEFINES WS-CAR-FIM.
                02 WS-CAR-FIM-ANO    PIC 9(04).
                02 WS-CAR-FIM-MES    PIC 9(02).
          01 ARQST-SEG               PIC X(02).
          01 WS-SEGURO               PIC X(01) VALUE "N".
          01 WS-SEG-TAXA             PIC 9V9999 VALUE ZEROS.
          01 WS-SEG-PREMIO           PIC 9(05)V99 VALUE ZEROS.
          01 WS-SEG-PREMIO-E         PIC ZZ.ZZ9,99.
          01 WS-SEG-TAXA-ANT         PIC 9V9999 VALUE ZEROS.
          01 WS-IOF-FIXA-PCT         PIC 9V9999 VALUE 0,3800.
          01 WS-IOF-DIARIA-PCT       PIC 9V9999 VALUE 0,0082.
          01 WS-IOF-DIAS             PIC 9(05) VALUE ZEROS.
          01 WS-IOF-W                PIC 9(05)V99 VALUE ZEROS.
          01 WS-IOF-E                PIC ZZ.ZZ9,99.
          01 WS-LIQUIDO-W            PIC 9(07)V99 VALUE ZEROS.

       SCREEN SECTION.
         01 TELA-EMPRESTIMO.
              02 LINE 5  COL 19 VALUE "PRINCIPAL        :".
              02 LINE 6  COL 19 VALUE "PRAZO (MESES)    :".
              02 LINE 7  COL 19 VALUE "DIA DO VENCIMENTO:".
              02 LINE 8  COL 19 VALUE "SISTEMA <P>/<S>AC:".
              02 LINE 9  COL 19 VALUE "PARCELA CALCULADA:".
              02 LINE 10 COL 19 VALUE "CARENCIA (MESES) :".
              02 LINE 11 COL 19 VALUE "PRE-APROVADO     :".
              02 LINE 12 COL 19 VALUE "PARCELA MAXIMA   :".
              02 LINE 13 COL 19 VALUE "SEGURO PREST./MES:".
              02 LINE 14 COL 19 VALUE "IOF (DEDUZIDO)   :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-TAXA-EMP.
              MOVE WS-TAXA-EMP TO WS-TAXA-PADRAO.
              MOVE "CARENCIA-MAX-MESES" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-CAR-MAX.
      * Sem taxa do seguro prestamista em PARAMS o seguro nao e
      * oferecido na concessao.
              MOVE "SEGURO-PREST-TAXA" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-SEG-TAXA.
      * Aliquotas do IOF sobre operacao de credito, em percentual:
      * a adicional sobre o principal e a diaria pelo prazo.
              MOVE "IOF-CRED-FIXA-PCT" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-IOF-FIXA-PCT.
              MOVE "IOF-CRED-DIARIA-PCT" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-IOF-DIARIA-PCT.

       PROCESSO.
              PERFORM IMP-TELA.
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              MOVE SPACE TO WS-FUNCAO-EMP.
              DISPLAY "<C>ONC <R>ENEG <Q>UITA <S>IMUL CAR<E>NCIA [ ]"
                      AT 1935.
              PERFORM UNTIL WS-FUNCAO-EMP = "C"
                         OR WS-FUNCAO-EMP = "R"
                         OR WS-FUNCAO-EMP = "Q"
                         OR WS-FUNCAO-EMP = "S"
                         OR WS-FUNCAO-EMP = "E"
                 ACCEPT WS-FUNCAO-EMP AT 1978 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO AT 1935.
              EVALUATE WS-FUNCAO-EMP
                 WHEN "R" PERFORM RENEGOCIA-CONTRATO
                 WHEN "Q" PERFORM QUITA-CONTRATO
                 WHEN "S" PERFORM CONVERTE-SIMULACAO
                 WHEN "E" PERFORM CARENCIA-CONTRATO
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

              DISPLAY ANO   AT 0211.
              MOVE SPACE TO WS-OPCAO WS-SALVA.
              MOVE ZEROS TO WS-PRINCIPAL-W WS-PRAZO-W WS-DIA-VENC-W.
              MOVE ZEROS TO WS-CARENCIA-W WS-CRN-CARENCIA.
              MOVE ZEROS TO WS-IOF-W.

       ENTRA-CONTRATO.
              MOVE WS-TAXA-PADRAO TO WS-TAXA-EMP.
                        AND WS-DIA-VENC-W <= 28
                 ACCEPT WS-DIA-VENC-W AT 0738 WITH PROMPT AUTO
              END-PERFORM.
              MOVE SPACE TO WS-SISTEMA-W.
              PERFORM UNTIL WS-SISTEMA-W = "P" OR WS-SISTEMA-W = "S"
                 ACCEPT WS-SISTEMA-W AT 0838 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM ENTRA-CARENCIA-CONCESSAO.
      * Contrato flutuante: a taxa e a TAXA-BASE vigente mais a
      * margem fixa do contrato - quando a base muda o EMPREPRC
      * reprecifica as parcelas restantes.
                 END-PERFORM
                 DISPLAY WS-ESPACO AT 1935
              END-IF.
              PERFORM ENTRA-SEGURO.
      * Fixed installment at simple interest over the term - the shop
      * sells straightforward credit, not price tables.
              COMPUTE WS-PARCELA-W ROUNDED =
                            "PRINCIPAL OU ALONGUE O PRAZO" AT 1935
                    EXIT PARAGRAPH
              END-COMPUTE.
      * No SAC a parcela do contrato e a primeira, a maior; o EMPCOB
      * recalcula a seguinte a cada mes.
              IF WS-SISTEMA-W = "S"
                 MOVE WS-PRINCIPAL-W TO WS-AMO-PRINCIPAL
                 MOVE WS-TAXA-EMP    TO WS-AMO-TAXA
                 MOVE WS-PRAZO-W     TO WS-AMO-PRAZO
                 PERFORM PRIMEIRA-PARCELA-SAC
                 MOVE WS-AMO-PARCELA TO WS-PARCELA-W.
              MOVE WS-PARCELA-W TO WS-PARCELA-E.
              DISPLAY WS-PARCELA-E AT 0938.
              PERFORM CALCULA-IOF.
              PERFORM VERIFICA-PRE-APROVADO.
              IF WS-PRE-OK NOT = "S"
                 EXIT PARAGRAPH.
              DISPLAY "CONCEDER E LIBERAR <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1962 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA = "S" OR "s"
                 PERFORM LIBERA-EMPRESTIMO.

      * IOF sobre operacao de credito: aliquota adicional sobre o
      * principal mais a diaria pelos dias do prazo, limitados a 365.
      * O imposto sai do valor liberado - o tomador recebe o liquido
      * e deve o principal inteiro.
       CALCULA-IOF.
              COMPUTE WS-IOF-DIAS = WS-PRAZO-W * 30.
              IF WS-IOF-DIAS > 365
                 MOVE 365 TO WS-IOF-DIAS.
              COMPUTE WS-IOF-W ROUNDED =
                      WS-PRINCIPAL-W * (WS-IOF-FIXA-PCT +
                      WS-IOF-DIARIA-PCT * WS-IOF-DIAS) / 100.
              COMPUTE WS-LIQUIDO-W = WS-PRINCIPAL-W - WS-IOF-W.
              MOVE WS-IOF-W TO WS-IOF-E.
              DISPLAY WS-IOF-E AT 1438.

       LIBERA-EMPRESTIMO.
              ADD WS-LIQUIDO-W TO SALDO-W
                 ON SIZE ERROR
                    DISPLAY "PRINCIPAL EXCEDE A CAPACIDADE DA "
                            "CONTA" AT 1935
                    EXIT PARAGRAPH
              END-ADD.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              ADD WS-LIQUIDO-W TO TOTAL-W.
              PERFORM REGRAVA-CONTA.
              PERFORM GRAVA-CONTRATO.
              MOVE WS-SEQ-TRN TO AMO-NUMERO.
              PERFORM GRAVA-SISTEMA.
              IF WS-CARENCIA-W > ZEROS
                 PERFORM GRAVA-CARENCIA-CONCESSAO.
              IF WS-SEGURO = "S"
                 MOVE WS-SEQ-TRN     TO SEG-NUMERO
                 MOVE CODIGO-W       TO SEG-CODIGO
                 MOVE WS-SEG-TAXA    TO SEG-TAXA
                 MOVE WS-SEG-PREMIO  TO SEG-PREMIO
                 PERFORM GRAVA-SEGURO.
              MOVE WS-SEQ-TRN     TO WS-CRN-NUMERO.
              MOVE CODIGO-W       TO WS-CRN-CODIGO.
              MOVE WS-DIA-VENC-W  TO WS-CRN-DIA-VENC.
              MOVE WS-SISTEMA-W   TO WS-AMO-SISTEMA.
              MOVE WS-PRINCIPAL-W TO WS-AMO-PRINCIPAL.
              MOVE WS-TAXA-EMP    TO WS-AMO-TAXA.
              MOVE WS-PRAZO-W     TO WS-AMO-PRAZO.
              MOVE WS-PARCELA-W   TO WS-AMO-FIXA.
              MOVE WS-CARENCIA-W  TO WS-CRN-CARENCIA.
              IF WS-CARENCIA-W > ZEROS
                 PERFORM PROJETA-CARENCIA.
              PERFORM IMPRIME-CRONOGRAMA.
              PERFORM GRAVA-EXTRATO-LIBERACAO.
              PERFORM GRAVA-JOURNAL-LIBERACAO.
              IF WS-PRE-SUPERVISOR > ZEROS
                 PERFORM GRAVA-APROVACAO-PRE.
              DISPLAY "EMPRESTIMO LIBERADO - CONTRATO " WS-SEQ-TRN
                      AT 1935.

      * Credito pre-aprovado: o SCORE mensal fixa por CPF o principal
      * e a parcela que o tomador comporta.  Acima de qualquer dos
      * dois - ou sem pre-aprovacao - a concessao exige um segundo
      * supervisor, diferente de quem opera a tela.
       VERIFICA-PRE-APROVADO.
              MOVE "S"   TO WS-PRE-OK.
              MOVE ZEROS TO WS-PRE-SUPERVISOR.
              CALL "PREGET" USING CPF-W WS-PRE-SCORE WS-PRE-FAIXA
                                  WS-PRE-PARCELA-MAX WS-PRE-LIMITE
                                  WS-PRE-ACHOU.
              MOVE WS-PRE-LIMITE      TO WS-PRE-LIMITE-E.
              MOVE WS-PRE-PARCELA-MAX TO WS-PRE-PARCELA-E.
              IF WS-PRE-ACHOU = "S"
                 DISPLAY WS-PRE-LIMITE-E AT 1138
                 DISPLAY "SCORE " AT 1152
                 DISPLAY WS-PRE-SCORE AT 1158
                 DISPLAY "FAIXA " AT 1164
                 DISPLAY WS-PRE-FAIXA AT 1170
                 DISPLAY WS-PRE-PARCELA-E AT 1238
              ELSE
                 DISPLAY "CPF SEM PRE-APROVACAO" AT 1138.
              IF WS-PRE-ACHOU = "S"
                 AND WS-PRINCIPAL-W NOT > WS-PRE-LIMITE
                 AND WS-PARCELA-W NOT > WS-PRE-PARCELA-MAX
                 EXIT PARAGRAPH.
              DISPLAY "ACIMA DO PRE-APROVADO - AUTORIZACAO DO "
                      "SUPERVISOR" AT 1935.
              CALL "SUPAUT" USING WS-PRE-SUPERVISOR.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-PRE-SUPERVISOR = WS-SUPERVISOR
                 MOVE ZEROS TO WS-PRE-SUPERVISOR.
              IF WS-PRE-SUPERVISOR = ZEROS
                 MOVE "N" TO WS-PRE-OK
                 DISPLAY "CONCESSAO ACIMA DO PRE-APROVADO RECUSADA"
                         AT 1935.

       GRAVA-APROVACAO-PRE.
              OPEN EXTEND APROVACOES.
              IF ARQST-APR NOT = "00"
                     OPEN OUTPUT APROVACOES.
              MOVE ANO               TO APR-ANO.
              MOVE MES               TO APR-MES.
              MOVE DIA               TO APR-DIA.
              MOVE HORA-SIS          TO APR-HORA.
              MOVE WS-SUPERVISOR     TO APR-OPERADOR.
              MOVE WS-PRE-SUPERVISOR TO APR-SUPERVISOR.
              MOVE "PRE"             TO APR-TIPO.
              MOVE CODIGO-W          TO APR-CODIGO.
              MOVE WS-PRINCIPAL-W    TO APR-VALOR.
              WRITE REG-APR.
              IF ARQST-APR NOT = "00"
                 DISPLAY "ERRO NO LOG DE APROVACOES - STATUS "
                         ARQST-APR AT 1935.
              CLOSE APROVACOES.

       REGRAVA-CONTA.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "C"       TO EXT-TIPO.
              MOVE WS-LIQUIDO-W TO EXT-VALOR.
              MOVE SALDO-W   TO EXT-SALDO.
              MOVE WS-SUPERVISOR TO EXT-OPERADOR.
              MOVE HORA-SIS  TO EXT-HORA.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                         AT 1935.
              IF WS-IOF-W = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-JRN-CLI TO JRN-CONTA-DEB.
              MOVE "IOFEMP"   TO JRN-CONTA-CRE.
              MOVE WS-IOF-W   TO JRN-VALOR.
              MOVE "IOF OPERACAO DE CREDITO" TO JRN-HISTORICO.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                       MOVE EMP-PARCELA TO WS-PARCELA-ANT
                       MOVE EMP-ATRASO  TO WS-ATRASO-ANT
                       MOVE EMP-TAXA    TO WS-TAXA-ANT
                       MOVE EMP-PRINCIPAL TO WS-PRINCIPAL-ANT
                       MOVE EMP-DIA-VENC TO WS-DIA-VENC-W
                       MOVE EMP-ANO-MES-COBR TO WS-COBR-ANT
                    END-IF
              END-READ.

      * Divida nova = parcelas que faltam + mora de um periodo de
      * taxa por parcela em atraso.
       MONTA-RENEGOCIACAO.
              PERFORM APURA-PARCELAS-ANT.
              MOVE WS-A-PAGAR-ANT TO WS-SALDO-DEVEDOR.
              COMPUTE WS-MORA ROUNDED = WS-ATRASADO * WS-TAXA-ANT.
              COMPUTE WS-NOVO-PRINCIPAL =
                      WS-SALDO-DEVEDOR + WS-MORA
                 ON SIZE ERROR
              PERFORM UNTIL WS-PRAZO-W >= 1 AND WS-PRAZO-W <= 120
                 ACCEPT WS-PRAZO-W AT 2051 WITH PROMPT AUTO
              END-PERFORM.
              MOVE SPACE TO WS-SISTEMA-W.
              DISPLAY "SISTEMA <P>/<S>AC :" AT 2030.
              PERFORM UNTIL WS-SISTEMA-W = "P" OR WS-SISTEMA-W = "S"
                 ACCEPT WS-SISTEMA-W AT 2051 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-SISTEMA-W AT 0838.
              DISPLAY WS-ESPACO AT 2030.
              COMPUTE WS-PARCELA-W ROUNDED =
                      WS-NOVO-PRINCIPAL *
                    DISPLAY "PARCELA FORA DA FAIXA" AT 1935
                    EXIT PARAGRAPH
              END-COMPUTE.
              IF WS-SISTEMA-W = "S"
                 MOVE WS-NOVO-PRINCIPAL TO WS-AMO-PRINCIPAL
                 MOVE WS-NOVA-TAXA      TO WS-AMO-TAXA
                 MOVE WS-PRAZO-W        TO WS-AMO-PRAZO
                 PERFORM PRIMEIRA-PARCELA-SAC
                 MOVE WS-AMO-PARCELA TO WS-PARCELA-W.
              MOVE WS-PARCELA-W TO WS-PARCELA-E.
              DISPLAY WS-PARCELA-E AT 0938.
              DISPLAY "RENEGOCIAR <S/N> [ ]" AT 2030.
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-NOVO-NUMERO.
              PERFORM GRAVA-CONTRATO-NOVO.
              MOVE WS-NOVO-NUMERO TO AMO-NUMERO.
              PERFORM GRAVA-SISTEMA.
              PERFORM TRANSFERE-SEGURO.
              MOVE WS-NOVO-NUMERO    TO WS-CRN-NUMERO.
              MOVE WS-CODIGO-ANT     TO WS-CRN-CODIGO.
              MOVE WS-DIA-VENC-W     TO WS-CRN-DIA-VENC.
              MOVE WS-SISTEMA-W      TO WS-AMO-SISTEMA.
              MOVE WS-NOVO-PRINCIPAL TO WS-AMO-PRINCIPAL.
              MOVE WS-NOVA-TAXA      TO WS-AMO-TAXA.
              MOVE WS-PRAZO-W        TO WS-AMO-PRAZO.
              MOVE WS-PARCELA-W      TO WS-AMO-FIXA.
              MOVE ZEROS             TO WS-CRN-CARENCIA.
              PERFORM IMPRIME-CRONOGRAMA.
              PERFORM GRAVA-VINCULO-RENEG.
              IF WS-MORA > ZEROS
                 PERFORM GRAVA-JOURNAL-RENEG.
      * Quitacao antecipada: as parcelas nao vencidas voltam a valor
      * presente pela propria EMP-TAXA, o atraso soma por inteiro, e
      * a cotacao impressa vale dois dias.  Aceita na hora, a conta
      * e debitada, o principal devido sai do ativo, os juros vao a
      * receita e o contrato fecha como quitado.
       QUITA-CONTRATO.
              MOVE ZEROS TO WS-NUM-CONTRATO-DIG.
              DISPLAY "NUMERO DO CONTRATO:" AT 1935.
      * entram pelo valor de face em WS-ATRASADO e ficam FORA do
      * desconto a valor presente, senao cobram duas vezes.
       CALCULA-QUITACAO.
              PERFORM APURA-PARCELAS-ANT.
              COMPUTE WS-PARCELAS-REST =
                      WS-PRAZO-ANT - WS-PAGAS-ANT - WS-ATRASO-ANT.
              IF WS-PARCELAS-REST < ZEROS
                 MOVE ZEROS TO WS-PARCELAS-REST.
              MOVE 1 TO WS-FATOR.
              MOVE ZEROS TO WS-VALOR-PRESENTE.
              PERFORM DESCONTA-PARCELA
                      UNTIL WS-K > WS-PARCELAS-REST.
              COMPUTE WS-QUITACAO ROUNDED =
                      WS-VALOR-PRESENTE + WS-ATRASADO.
              PERFORM SEPARA-JUROS-QUITACAO.
              MOVE DATA-SIS(1:8) TO WS-VALIDADE.
              COMPUTE WS-DIAS-INT =
                      FUNCTION INTEGER-OF-DATE(WS-VALIDADE) + 2.
              IF WS-SALVA = "S" OR "s"
                 PERFORM EFETIVA-QUITACAO.

      * O EMPREST so carrega principal: ele recebe o principal
      * devido, e o que a quitacao traz acima dele - os juros das
      * parcelas em atraso e o que o valor presente tiver de juros -
      * e receita (RENDEMP), como na cobranca da parcela.  Quando o
      * valor presente nao cobre o principal das parcelas a vencer,
      * a diferenca e o desconto de quitacao (DESCQUIT) e so os juros
      * em atraso vao a receita.
       SEPARA-JUROS-QUITACAO.
              COMPUTE WS-DESCONTO =
                      WS-PRINCIPAL-DEV + WS-JUROS-ATRASO - WS-QUITACAO.
              IF WS-DESCONTO > ZEROS
                 MOVE WS-JUROS-ATRASO TO WS-JUROS-QUIT
              ELSE
                 COMPUTE WS-JUROS-QUIT =
                         WS-QUITACAO - WS-PRINCIPAL-DEV
                 MOVE ZEROS TO WS-DESCONTO.

      * Cada parcela futura desconta um periodo a mais da taxa - no
      * SAC cada uma pelo seu proprio valor.
       DESCONTA-PARCELA.
              COMPUTE WS-AMO-ORDEM =
                      WS-PAGAS-ANT + WS-ATRASO-ANT + WS-K.
              PERFORM CALCULA-PARCELA-ORDEM.
              COMPUTE WS-FATOR = WS-FATOR * (1 + WS-TAXA-ANT).
              COMPUTE WS-VALOR-PRESENTE ROUNDED =
                      WS-VALOR-PRESENTE
                      + WS-AMO-PARCELA / WS-FATOR.

       IMPRIME-COTACAO.
              OPEN EXTEND COTACAO.
              END-READ.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              IF WS-QUITACAO > WS-SALDO-DISPONIVEL
                 DISPLAY "SALDO INSUFICIENTE PARA QUITAR" AT 1935
                 EXIT PARAGRAPH.
                 DISPLAY "ERRO NO EXTRATO - STATUS " ARQST-EXT
                         AT 1935.

      * O cliente paga o valor presente mais o atraso: o principal
      * abate o EMPREST e os juros vao a RENDEMP (o EMPAPR estorna o
      * que tinha apropriado do contrato quitado); o desconto que
      * passar dos juros nao decorridos sai do ativo por DESCQUIT.
       GRAVA-JOURNAL-QUITACAO.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
              MOVE DIA        TO JRN-DIA.
              MOVE WS-JRN-CLI TO JRN-CONTA-DEB.
              MOVE "EMPREST"  TO JRN-CONTA-CRE.
              COMPUTE JRN-VALOR = WS-QUITACAO - WS-JUROS-QUIT.
              MOVE "QUITACAO ANTECIPADA" TO JRN-HISTORICO.
              MOVE WS-SUPERVISOR TO JRN-OPERADOR.
              MOVE HORA-SIS   TO JRN-HORA.
              MOVE WS-SEQ-TRN TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK = "S"
                 CALL "JRNELO" USING REG-JRN
                 WRITE REG-JRN
              END-IF.
              IF WS-JUROS-QUIT > ZEROS
                 MOVE "RENDEMP"  TO JRN-CONTA-CRE
                 MOVE WS-JUROS-QUIT TO JRN-VALOR
                 MOVE "JUROS QUITACAO" TO JRN-HISTORICO
                 PERFORM VALIDA-CONTAS-JOURNAL
                 IF WS-CTA-OK = "S"
                    CALL "JRNELO" USING REG-JRN
                    WRITE REG-JRN
                 END-IF
              END-IF.
              IF WS-DESCONTO > ZEROS
                 MOVE "DESCQUIT" TO JRN-CONTA-DEB
                 MOVE "EMPREST"  TO JRN-CONTA-CRE
                 MOVE "DESCONTO QUITACAO" TO JRN-HISTORICO
                 PERFORM VALIDA-CONTAS-JOURNAL
                 IF WS-CTA-OK = "S"
                    CALL "JRNELO" USING REG-JRN
                    WRITE REG-JRN
                 END-IF
              END-IF.
                         AT 1935
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FLUTUANTE WS-CONSIGNADO.
              CALL "AMOGET" USING WS-REF-SIM-DIG WS-SISTEMA-W.
              DISPLAY WS-SISTEMA-W AT 0838.
              PERFORM ENTRA-CONTA-SIMULACAO.
              IF WS-CONTA-OK NOT = "S"
                 EXIT PARAGRAPH.
                        AND WS-DIA-VENC-W <= 28
                 ACCEPT WS-DIA-VENC-W AT 0738 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM ENTRA-SEGURO.
              MOVE WS-PARCELA-W TO WS-PARCELA-E.
              DISPLAY WS-PARCELA-E AT 0938.
              PERFORM CALCULA-IOF.
              PERFORM VERIFICA-PRE-APROVADO.
              IF WS-PRE-OK NOT = "S"
                 EXIT PARAGRAPH.
              DISPLAY "CONVERTER E LIBERAR <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1963 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                         ARQST-APR AT 1935.
              CLOSE APROVACOES.

      * Saldo do contrato localizado pelo sistema de amortizacao:
      * WS-A-PAGAR-ANT e o valor de face de todas as parcelas nao
      * pagas, WS-ATRASADO o das vencidas e nao cobradas (as
      * primeiras delas) e WS-NOMINAL o das que ainda vao vencer.
      * WS-PRINCIPAL-DEV e o principal devido antes da primeira nao
      * paga e WS-JUROS-ATRASO a parte de juros de WS-ATRASADO.
       APURA-PARCELAS-ANT.
              CALL "AMOGET" USING WS-NUMERO-ANT WS-SISTEMA-ANT.
              MOVE WS-SISTEMA-ANT   TO WS-AMO-SISTEMA.
              MOVE WS-PRINCIPAL-ANT TO WS-AMO-PRINCIPAL.
              MOVE WS-TAXA-ANT      TO WS-AMO-TAXA.
              MOVE WS-PRAZO-ANT     TO WS-AMO-PRAZO.
              MOVE WS-PARCELA-ANT   TO WS-AMO-FIXA.
              COMPUTE WS-AMO-ORDEM = WS-PAGAS-ANT + 1.
              PERFORM CALCULA-PARCELA-ORDEM.
              MOVE WS-AMO-A-PAGAR TO WS-A-PAGAR-ANT.
              COMPUTE WS-PRINCIPAL-DEV =
                      WS-AMO-SALDO + WS-AMO-AMORTIZACAO.
              COMPUTE WS-AMO-ORDEM =
                      WS-PAGAS-ANT + WS-ATRASO-ANT + 1.
              PERFORM CALCULA-PARCELA-ORDEM.
              MOVE WS-AMO-A-PAGAR TO WS-NOMINAL.
              COMPUTE WS-ATRASADO = WS-A-PAGAR-ANT - WS-NOMINAL.
              COMPUTE WS-JUROS-ATRASO =
                      WS-ATRASADO
                    - (WS-PRINCIPAL-DEV - WS-AMO-SALDO
                                        - WS-AMO-AMORTIZACAO).
              IF WS-JUROS-ATRASO < ZEROS
                 MOVE ZEROS TO WS-JUROS-ATRASO.

       PRIMEIRA-PARCELA-SAC.
              MOVE "S"   TO WS-AMO-SISTEMA.
              MOVE ZEROS TO WS-AMO-FIXA.
              MOVE 1     TO WS-AMO-ORDEM.
              PERFORM CALCULA-PARCELA-ORDEM.

       CALCULA-PARCELA-ORDEM.
              CALL "AMOCALC" USING WS-AMO-SISTEMA WS-AMO-PRINCIPAL
                                   WS-AMO-TAXA WS-AMO-PRAZO
                                   WS-AMO-FIXA WS-AMO-ORDEM
                                   WS-AMO-PARCELA WS-AMO-AMORTIZACAO
                                   WS-AMO-JUROS WS-AMO-SALDO
                                   WS-AMO-A-PAGAR.

      * Contrato novo registra o sistema sob o proprio numero (em
      * AMO-NUMERO na chamada).
       GRAVA-SISTEMA.
              OPEN I-O AMORTIZACOES.
              IF ARQST-AMO NOT = "00"
                 CLOSE AMORTIZACOES
                 OPEN OUTPUT AMORTIZACOES
                 CLOSE AMORTIZACOES
                 OPEN I-O AMORTIZACOES.
              MOVE WS-SISTEMA-W  TO AMO-SISTEMA.
              MOVE DATA-SIS(1:8) TO AMO-DATA.
              WRITE REG-AMO
                 INVALID KEY
                    REWRITE REG-AMO
              END-WRITE.
              IF ARQST-AMO NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DO SISTEMA - STATUS "
                         ARQST-AMO AT 1935.
              CLOSE AMORTIZACOES.

      * Cronograma completo entregue ao cliente na assinatura: a
      * primeira parcela vence no mes seguinte ao da contratacao,
      * no dia de vencimento do contrato.
       IMPRIME-CRONOGRAMA.
              OPEN EXTEND CRONOGRAMA.
              IF ARQST-CRN NOT = "00"
                 OPEN OUTPUT CRONOGRAMA.
              MOVE ALL "-" TO REG-CRN.
              WRITE REG-CRN.
              MOVE WS-CRN-NUMERO TO WS-CRN1-NUMERO.
              MOVE WS-CRN-CODIGO TO WS-CRN1-CODIGO.
              MOVE WS-LINHA-CRN1 TO REG-CRN.
              WRITE REG-CRN.
              IF WS-AMO-SISTEMA = "S"
                 MOVE "SAC - AMORTIZACAO CONSTANTE" TO WS-CRN2-SISTEMA
              ELSE
                 MOVE "PARCELA FIXA" TO WS-CRN2-SISTEMA.
              MOVE WS-AMO-PRINCIPAL TO WS-CRN2-PRINCIPAL.
              MOVE WS-AMO-TAXA      TO WS-CRN2-TAXA.
              MOVE WS-LINHA-CRN2 TO REG-CRN.
              WRITE REG-CRN.
              IF WS-IOF-W > ZEROS
                 MOVE WS-IOF-W     TO WS-CRN7-IOF
                 MOVE WS-LIQUIDO-W TO WS-CRN7-LIQUIDO
                 MOVE WS-LINHA-CRN7 TO REG-CRN
                 WRITE REG-CRN.
              MOVE WS-LINHA-CRN3 TO REG-CRN.
              WRITE REG-CRN.
              IF WS-CRN-CARENCIA > ZEROS
                 MOVE WS-CRN-CARENCIA TO WS-CRN6-MESES
                 MOVE WS-CAR-VALOR-JUROS TO WS-CRN6-JUROS
                 IF WS-CAR-JUROS-W = "C"
                    MOVE "JUROS CAPITALIZADOS NO SALDO" TO
                         WS-CRN6-TRATAMENTO
                 ELSE
                    MOVE "JUROS COBRADOS AO FIM DA CARENCIA" TO
                         WS-CRN6-TRATAMENTO
                 END-IF
                 MOVE WS-LINHA-CRN6 TO REG-CRN
                 WRITE REG-CRN.
              MOVE ANO             TO WS-CRN-VENC-ANO.
              MOVE MES             TO WS-CRN-VENC-MES.
              MOVE WS-CRN-DIA-VENC TO WS-CRN-VENC-DIA.
              PERFORM AVANCA-MES-CRONOGRAMA WS-CRN-CARENCIA TIMES.
              MOVE ZEROS TO WS-CRN-TOTAL.
              PERFORM IMPRIME-PARCELA-CRONOGRAMA
                      VARYING WS-AMO-ORDEM FROM 1 BY 1
                      UNTIL WS-AMO-ORDEM > WS-AMO-PRAZO.
              MOVE WS-CRN-TOTAL TO WS-CRN5-TOTAL.
              MOVE WS-LINHA-CRN5 TO REG-CRN.
              WRITE REG-CRN.
              CLOSE CRONOGRAMA.

       IMPRIME-PARCELA-CRONOGRAMA.
              PERFORM AVANCA-MES-CRONOGRAMA.
              PERFORM CALCULA-PARCELA-ORDEM.
              ADD WS-AMO-PARCELA TO WS-CRN-TOTAL.
              MOVE WS-AMO-ORDEM       TO WS-CRN4-ORDEM.
              MOVE WS-CRN-VENC-DIA    TO WS-CRN4-DIA.
              MOVE WS-CRN-VENC-MES    TO WS-CRN4-MES.
              MOVE WS-CRN-VENC-ANO    TO WS-CRN4-ANO.
              MOVE WS-AMO-AMORTIZACAO TO WS-CRN4-AMORT.
              MOVE WS-AMO-JUROS       TO WS-CRN4-JUROS.
              MOVE WS-AMO-PARCELA     TO WS-CRN4-PARCELA.
              MOVE WS-AMO-SALDO       TO WS-CRN4-SALDO.
              MOVE WS-LINHA-CRN4 TO REG-CRN.
              WRITE REG-CRN.

       AVANCA-MES-CRONOGRAMA.
              IF WS-CRN-VENC-MES = 12
                 MOVE 1 TO WS-CRN-VENC-MES
                 ADD 1 TO WS-CRN-VENC-ANO
              ELSE
                 ADD 1 TO WS-CRN-VENC-MES.

      * Carencia contratada na concessao: a primeira parcela vence
      * so depois dos meses de carencia (CARENCIA-MAX-MESES limita).
       ENTRA-CARENCIA-CONCESSAO.
              MOVE 99 TO WS-CARENCIA-W.
              PERFORM UNTIL WS-CARENCIA-W NOT > WS-CAR-MAX
                 ACCEPT WS-CARENCIA-W AT 1038 WITH PROMPT AUTO
              END-PERFORM.
              IF WS-CARENCIA-W = ZEROS
                 EXIT PARAGRAPH.
              PERFORM ENTRA-JUROS-CARENCIA.

       ENTRA-JUROS-CARENCIA.
              MOVE SPACE TO WS-CAR-JUROS-W.
              DISPLAY "JUROS DA CARENCIA <C>APITALIZA <P>AGA [ ]"
                      AT 1935.
              PERFORM UNTIL WS-CAR-JUROS-W = "C"
                         OR WS-CAR-JUROS-W = "P"
                 ACCEPT WS-CAR-JUROS-W AT 1974 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO AT 1935.

      * O cronograma da assinatura ja mostra o contrato como o CARFIM
      * o deixara ao fim da carencia: juro simples da taxa por mes
      * de carencia sobre o principal, capitalizado ou cobrado.
       PROJETA-CARENCIA.
              COMPUTE WS-CAR-VALOR-JUROS ROUNDED =
                      WS-AMO-PRINCIPAL * WS-AMO-TAXA * WS-CARENCIA-W
                 ON SIZE ERROR
                    MOVE ZEROS TO WS-CAR-VALOR-JUROS
              END-COMPUTE.
              IF WS-CAR-JUROS-W NOT = "C"
                 EXIT PARAGRAPH.
              ADD WS-CAR-VALOR-JUROS TO WS-AMO-PRINCIPAL
                 ON SIZE ERROR
                    EXIT PARAGRAPH
              END-ADD.
              IF WS-AMO-SISTEMA NOT = "S"
                 COMPUTE WS-AMO-FIXA ROUNDED =
                         WS-AMO-PRINCIPAL *
                         (1 + WS-AMO-TAXA * WS-AMO-PRAZO)
                         / WS-AMO-PRAZO
                    ON SIZE ERROR
                       CONTINUE
                 END-COMPUTE.

      * A carencia da concessao comeca no mes seguinte ao da
      * contratacao, o primeiro que o EMPCOB cobraria.
       GRAVA-CARENCIA-CONCESSAO.
              MOVE ANO TO WS-CAR-INI-ANO.
              MOVE MES TO WS-CAR-INI-MES.
              PERFORM AVANCA-INICIO-CARENCIA.
              MOVE WS-SEQ-TRN    TO CAR-NUMERO.
              MOVE "C"           TO WS-CAR-TIPO-W.
              MOVE WS-SUPERVISOR TO WS-CAR-SUPERVISOR.
              PERFORM GRAVA-CARENCIA.

       AVANCA-INICIO-CARENCIA.
              IF WS-CAR-INI-MES = 12
                 MOVE 1 TO WS-CAR-INI-MES
                 ADD 1 TO WS-CAR-INI-ANO
              ELSE
                 ADD 1 TO WS-CAR-INI-MES.

      * CAR-NUMERO e WS-CAR-INICIO chegam preenchidos; o fim e o
      * ultimo dos WS-CARENCIA-W meses.
       GRAVA-CARENCIA.
              MOVE WS-CAR-INICIO TO WS-CAR-FIM.
              COMPUTE WS-CAR-FIM-MES =
                      WS-CAR-INI-MES + WS-CARENCIA-W - 1.
              PERFORM UNTIL WS-CAR-FIM-MES NOT > 12
                 SUBTRACT 12 FROM WS-CAR-FIM-MES
                 ADD 1 TO WS-CAR-FIM-ANO
              END-PERFORM.
              OPEN I-O CARENCIAS.
              IF ARQST-CAR NOT = "00"
                 CLOSE CARENCIAS
                 OPEN OUTPUT CARENCIAS
                 CLOSE CARENCIAS
                 OPEN I-O CARENCIAS.
              MOVE WS-CAR-TIPO-W     TO CAR-TIPO.
              MOVE WS-CAR-INICIO     TO CAR-INICIO.
              MOVE WS-CAR-FIM        TO CAR-FIM.
              MOVE WS-CAR-JUROS-W    TO CAR-JUROS.
              MOVE "A"               TO CAR-SITUACAO.
              MOVE WS-CAR-SUPERVISOR TO CAR-SUPERVISOR.
              MOVE DATA-SIS(1:8)     TO CAR-DATA.
              MOVE ZEROS             TO CAR-VALOR-JUROS.
              WRITE REG-CAR
                 INVALID KEY
                    REWRITE REG-CAR
              END-WRITE.
              IF ARQST-CAR NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DA CARENCIA - STATUS "
                         ARQST-CAR AT 1935.
              CLOSE CARENCIAS.

      * Carencia por dificuldade do tomador (perda de emprego, etc.)
      * num contrato ativo: exige um segundo supervisor, fica no
      * APROVA como "CAR" e aparece no extrato do cliente como um
      * lancamento de emprestimo sem valor.  Comeca no proximo mes
      * que o EMPCOB cobraria; o CARFIM recalcula ao fim.
       CARENCIA-CONTRATO.
              MOVE ZEROS TO WS-NUM-CONTRATO-DIG.
              DISPLAY "NUMERO DO CONTRATO:" AT 1935.
              PERFORM UNTIL WS-NUM-CONTRATO-DIG > ZEROS
                 ACCEPT WS-NUM-CONTRATO-DIG AT 1955 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO AT 1935.
              MOVE "N" TO WS-ACHOU-EMP WS-FIM-EMP.
              OPEN INPUT EMPRESTIMOS.
              IF ARQST-EMP NOT = "00"
                 DISPLAY "ARQUIVO DE CONTRATOS INDISPONIVEL" AT 1935
                 EXIT PARAGRAPH.
              PERFORM PROCURA-CONTRATO-RNG UNTIL WS-FIM-EMP = "S".
              CLOSE EMPRESTIMOS.
              IF WS-ACHOU-EMP NOT = "S"
                 DISPLAY "CONTRATO NAO ENCONTRADO OU NAO ATIVO"
                         AT 1935
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-CARENCIA-ABERTA.
              IF WS-CAR-TIPO-W NOT = SPACE
                 DISPLAY "CONTRATO JA TEM CARENCIA EM ABERTO" AT 1935
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-CARENCIA-W.
              DISPLAY "MESES DE CARENCIA :" AT 2030.
              PERFORM UNTIL WS-CARENCIA-W > ZEROS
                        AND WS-CARENCIA-W NOT > WS-CAR-MAX
                 ACCEPT WS-CARENCIA-W AT 2051 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO AT 2030.
              DISPLAY WS-CARENCIA-W AT 1038.
              PERFORM ENTRA-JUROS-CARENCIA.
              DISPLAY "CARENCIA POR DIFICULDADE - AUTORIZACAO DO "
                      "SUPERVISOR" AT 1935.
              CALL "SUPAUT" USING WS-CAR-SUPERVISOR.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-CAR-SUPERVISOR = WS-SUPERVISOR
                 MOVE ZEROS TO WS-CAR-SUPERVISOR.
              IF WS-CAR-SUPERVISOR = ZEROS
                 DISPLAY "CARENCIA RECUSADA - SEM AUTORIZACAO" AT 1935
                 EXIT PARAGRAPH.
              MOVE DATA-SIS(1:6) TO WS-CAR-INICIO.
              IF WS-COBR-ANT NOT < WS-CAR-INICIO
                 PERFORM AVANCA-INICIO-CARENCIA.
              MOVE WS-NUMERO-ANT TO CAR-NUMERO.
              MOVE "H"           TO WS-CAR-TIPO-W.
              PERFORM GRAVA-CARENCIA.
              PERFORM APURA-PARCELAS-ANT.
              MOVE "CAR"          TO APR-TIPO.
              MOVE WS-CODIGO-ANT  TO APR-CODIGO.
              MOVE WS-A-PAGAR-ANT TO APR-VALOR.
              PERFORM GRAVA-APROVACAO-CAR.
              PERFORM GRAVA-EXTRATO-CARENCIA.
              DISPLAY "CARENCIA REGISTRADA DE " WS-CAR-INI-MES "/"
                      WS-CAR-INI-ANO " A " WS-CAR-FIM-MES "/"
                      WS-CAR-FIM-ANO AT 1935.

      * WS-CAR-TIPO-W volta com o tipo da carencia ainda vigente do
      * contrato, ou em branco.
       VERIFICA-CARENCIA-ABERTA.
              MOVE SPACE TO WS-CAR-TIPO-W.
              OPEN INPUT CARENCIAS.
              IF ARQST-CAR NOT = "00"
                 EXIT PARAGRAPH.
              MOVE WS-NUMERO-ANT TO CAR-NUMERO.
              READ CARENCIAS
                 NOT INVALID KEY
                    IF CAR-SITUACAO = "A"
                       MOVE CAR-TIPO TO WS-CAR-TIPO-W
                    END-IF
              END-READ.
              CLOSE CARENCIAS.

       GRAVA-APROVACAO-CAR.
              OPEN EXTEND APROVACOES.
              IF ARQST-APR NOT = "00"
                     OPEN OUTPUT APROVACOES.
              MOVE ANO               TO APR-ANO.
              MOVE MES               TO APR-MES.
              MOVE DIA               TO APR-DIA.
              MOVE HORA-SIS          TO APR-HORA.
              MOVE WS-SUPERVISOR     TO APR-OPERADOR.
              MOVE WS-CAR-SUPERVISOR TO APR-SUPERVISOR.
              WRITE REG-APR.
              IF ARQST-APR NOT = "00"
                 DISPLAY "ERRO NO LOG DE APROVACOES - STATUS "
                         ARQST-APR AT 1935.
              CLOSE APROVACOES.

      * Lancamento de emprestimo sem valor: so registra no extrato a
      * carencia concedida, sob o numero do contrato.
       GRAVA-EXTRATO-CARENCIA.
              MOVE WS-CODIGO-ANT TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA DO CONTRATO INEXISTENTE" AT 1935
                    EXIT PARAGRAPH
              END-READ.
              MOVE WS-CODIGO-ANT TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "N"       TO EXT-TIPO.
              MOVE ZEROS     TO EXT-VALOR.
              MOVE SALDO     TO EXT-SALDO.
              MOVE WS-CAR-SUPERVISOR TO EXT-OPERADOR.
              MOVE HORA-SIS  TO EXT-HORA.
              MOVE WS-NUMERO-ANT TO EXT-SEQ.
              MOVE 1 TO EXT-NSEQ.
              WRITE REG-EXT.
              PERFORM UNTIL ARQST-EXT NOT = "22" OR EXT-NSEQ = 999
                 ADD 1 TO EXT-NSEQ
                 WRITE REG-EXT
              END-PERFORM.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "ERRO NO EXTRATO - STATUS " ARQST-EXT
                         AT 1935.

      * Seguro prestamista opcional: o premio mensal e a taxa de
      * PARAMS sobre o principal, fixo pelo prazo, e o EMPCOB o
      * debita junto com a parcela.
       ENTRA-SEGURO.
              MOVE "N"   TO WS-SEGURO.
              MOVE ZEROS TO WS-SEG-PREMIO.
              IF WS-SEG-TAXA = ZEROS
                 EXIT PARAGRAPH.
              MOVE SPACE TO WS-SEGURO.
              DISPLAY "SEGURO PRESTAMISTA <S/N> [ ]" AT 1935.
              PERFORM UNTIL WS-SEGURO = "S" OR WS-SEGURO = "N"
                 ACCEPT WS-SEGURO AT 1961 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SEGURO NOT = "S"
                 EXIT PARAGRAPH.
              COMPUTE WS-SEG-PREMIO ROUNDED =
                      WS-PRINCIPAL-W * WS-SEG-TAXA
                 ON SIZE ERROR
                    MOVE "N" TO WS-SEGURO
                    DISPLAY "PREMIO FORA DA FAIXA - SEM SEGURO"
                            AT 1935
                    EXIT PARAGRAPH
              END-COMPUTE.
              MOVE WS-SEG-PREMIO TO WS-SEG-PREMIO-E.
              DISPLAY WS-SEG-PREMIO-E AT 1338.

      * SEG-NUMERO, SEG-CODIGO, SEG-TAXA e SEG-PREMIO chegam
      * preenchidos.
       GRAVA-SEGURO.
              OPEN I-O SEGUROS.
              IF ARQST-SEG NOT = "00"
                 CLOSE SEGUROS
                 OPEN OUTPUT SEGUROS
                 CLOSE SEGUROS
                 OPEN I-O SEGUROS.
              MOVE DATA-SIS(1:8) TO SEG-DATA.
              MOVE "A"           TO SEG-SITUACAO.
              MOVE ZEROS         TO SEG-REPASSE SEG-TOTAL-PREMIO.
              MOVE ZEROS         TO SEG-DATA-SINISTRO
                                    SEG-VALOR-SINISTRO
                                    SEG-DATA-INDENIZ.
              WRITE REG-SEG
                 INVALID KEY
                    REWRITE REG-SEG
              END-WRITE.
              IF ARQST-SEG NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DO SEGURO - STATUS "
                         ARQST-SEG AT 1935.
              CLOSE SEGUROS.

      * Na renegociacao a cobertura acompanha a divida: a apolice
      * do contrato velho cancela (os premios ainda nao repassados
      * ficam nela para o SEGREP) e o contrato novo nasce segurado
      * a mesma taxa, com o premio sobre o principal novo.
       TRANSFERE-SEGURO.
              OPEN I-O SEGUROS.
              IF ARQST-SEG NOT = "00"
                 EXIT PARAGRAPH.
              MOVE WS-NUMERO-ANT TO SEG-NUMERO.
              READ SEGUROS
                 INVALID KEY
                    CLOSE SEGUROS
                    EXIT PARAGRAPH
              END-READ.
              IF SEG-SITUACAO NOT = "A"
                 CLOSE SEGUROS
                 EXIT PARAGRAPH.
              MOVE SEG-TAXA TO WS-SEG-TAXA-ANT.
              MOVE "C" TO SEG-SITUACAO.
              REWRITE REG-SEG.
              CLOSE SEGUROS.
              MOVE WS-NOVO-NUMERO  TO SEG-NUMERO.
              MOVE WS-CODIGO-ANT   TO SEG-CODIGO.
              MOVE WS-SEG-TAXA-ANT TO SEG-TAXA.
              COMPUTE SEG-PREMIO ROUNDED =
                      WS-NOVO-PRINCIPAL * WS-SEG-TAXA-ANT
                 ON SIZE ERROR
                    DISPLAY "PREMIO FORA DA FAIXA - CONTRATO NOVO "
                            "SEM SEGURO" AT 2030
                    EXIT PARAGRAPH
              END-COMPUTE.
              PERFORM GRAVA-SEGURO.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 2125.
              ACCEPT WS-OPCAO AT 2142 WITH PROMPT AUTO.
                     DISPLAY WS-ESPACO AT 1935
                     DISPLAY "DIGITE S OU N" AT 1935.

      * Saques agendados (SAQAGE.DAT) reservam o saldo ate a
      * retirada ou a expiracao - o debito so alcanca o que sobra.
       SUBTRAI-RESERVA-SAQUE.
              MOVE "R" TO WS-SAG-FUNCAO.
              CALL "SAQRES" USING WS-SAG-FUNCAO CODIGO-W
                                  WS-SAG-AGENCIA DATA-SIS(1:8)
                                  WS-SAG-VALOR.
              SUBTRACT WS-SAG-VALOR FROM WS-SALDO-DISPONIVEL.

      * Nenhum lancamento nasce fora do plano de contas - CTAVAL
      * recusa conta contabil desconhecida ou inativa (as contas
      * CLInnnn de cliente sao sempre aceitas).
