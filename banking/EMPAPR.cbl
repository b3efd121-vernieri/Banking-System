      ******************************************************************
      * Author: Vernieri
      * Date: October 11, 2026
      * Purpose: Daily accrual of loan interest income
      * Tectonics: cobc
      ******************************************************************
      * Runs every night after the collection steps (EMPCOB, EMPMORA,
      * BOLBAIXA, CSGBAIXA).  For every active contract of
      * EMPREST.DAT it measures the interest earned and not yet
      * collected - the whole interest of each installment in
      * arrears plus the running share of the installment now
      * running, thirty days to the month since the last due date
      * - and books the difference to what EMPAPR.DAT already holds
      * against the receivable JURREC (revenue RENDEMP).  When the
      * installments paid change the collection brought the interest
      * into income itself, so the accrual of the contract is
      * reversed and measured again from there.  A contract more
      * than NAO-APROP-DIAS (PARAMS.DAT, default 90) in arrears goes
      * to non-accrual: what was booked is reversed and nothing more
      * accrues until the arrears come back under the limit.  A
      * contract settled, renegotiated or written off has its
      * accrual reversed and the record closed.  A month inside a
      * grace period (EMPCAREN.DAT) is left as it stands.  The
      * postings of the run go to the journal in three totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPAPR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT EMPRESTIMOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EMP.

              SELECT APROPRIACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY APR-NUMERO
              FILE STATUS ARQST-APR.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESTIMOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EMP
                VALUE OF FILE-ID IS "EMPREST.DAT".
          01 REG-EMP.
                COPY EMPREST.

       FD APROPRIACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APR
                VALUE OF FILE-ID IS "EMPAPR.DAT".
          01 REG-APR.
                COPY EMPAPROP.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       WORKING-STORAGE SECTION.
          01 ARQST-EMP               PIC X(02).
          01 ARQST-APR               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-ARQ-ABERTOS          PIC X(01) VALUE "N".
          01 WS-APR-EXISTE           PIC X(01) VALUE "N".
          01 WS-AAMM-HOJE            PIC 9(06) VALUE ZEROS.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-LIMITE-DIAS          PIC 9(05) VALUE 90.
          01 WS-DIAS-ATRASO          PIC 9(05) VALUE ZEROS.
          01 WS-EM-CARENCIA          PIC X(01) VALUE "N".
          01 WS-CAR-JUROS            PIC X(01) VALUE SPACE.
          01 WS-ALVO                 PIC 9(07)V99 VALUE ZEROS.
          01 WS-VALOR                PIC 9(07)V99 VALUE ZEROS.
          01 WS-ORDEM-INI            PIC 9(03) VALUE ZEROS.
          01 WS-ORDEM-FIM            PIC 9(03) VALUE ZEROS.
          01 WS-K                    PIC 9(04) VALUE ZEROS.
          01 WS-DIAS-PERIODO         PIC S9(07) VALUE ZEROS.
          01 WS-DIA-HOJE             PIC 9(02) VALUE ZEROS.
          01 WS-BASE-DIA             PIC 9(02) VALUE ZEROS.
          01 WS-BASE-AAMM            PIC 9(06) VALUE ZEROS.
          01 WS-BASE-AAMM-R REDEFINES WS-BASE-AAMM.
                02 WS-BASE-ANO       PIC 9(04).
                02 WS-BASE-MES       PIC 9(02).
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "EMPAPR".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          01 WS-JRN-DEB              PIC X(10).
          01 WS-JRN-CRE              PIC X(10).
          01 WS-JRN-HIST             PIC X(20).
          01 WS-JRN-VALOR            PIC 9(09)V99 VALUE ZEROS.
          01 WS-QTD-CONTRATOS        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-SUSPENSOS        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-RETOMADOS        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ENCERRADOS       PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-APROP          PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-RECEB          PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-SUSP           PIC 9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-ARQ-ABERTOS = "S"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                    PERFORM GRAVA-JOURNAIS
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-EMP " / " ARQST-APR
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
              PERFORM APURA-DATA-MOVIMENTO.
              COMPUTE WS-AAMM-HOJE = ANO * 100 + MES.
              IF DIA > 30
                 MOVE 30 TO WS-DIA-HOJE
              ELSE
                 MOVE DIA TO WS-DIA-HOJE.
              DISPLAY "APROPRIACAO DE JUROS DE EMPRESTIMO - "
                      DIA "/" MES "/" ANO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "NAO-APROP-DIAS" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-LIMITE-DIAS.
              OPEN INPUT EMPRESTIMOS.
              IF ARQST-EMP NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O APROPRIACOES.
              IF ARQST-APR NOT = "00"
                 CLOSE APROPRIACOES
                 OPEN OUTPUT APROPRIACOES
                 CLOSE APROPRIACOES
                 OPEN I-O APROPRIACOES.
              IF ARQST-APR NOT = "00"
                 CLOSE EMPRESTIMOS
                 EXIT PARAGRAPH.
              OPEN INPUT CLIENTES.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              MOVE "S" TO WS-ARQ-ABERTOS.

      * Re-running a completed period is not an operator decision -
      * the override demands a supervisor credential via SUPAUT.
       VERIFICA-RUN-CONTROL.
              MOVE "C" TO WS-RCT-FUNCAO.
              CALL "RUNCTL" USING WS-RCT-FUNCAO WS-RCT-PROGRAMA
                                  WS-RCT-PERIODO DATA-SIS
                                  WS-RCT-RESULTADO.
              IF WS-RCT-RESULTADO = "J"
                 DISPLAY WS-RCT-PROGRAMA " JA EXECUTADO NO PERIODO"
                 DISPLAY "REEXECUCAO SOMENTE COM CREDENCIAL DO "
                         "SUPERVISOR"
                 CALL "SUPAUT" USING WS-RCT-SUPERVISOR
                 IF WS-RCT-SUPERVISOR = ZEROS
                    MOVE "N" TO WS-PODE-RODAR
                    DISPLAY "EXECUCAO CANCELADA PELO RUN-CONTROL"
                 END-IF
              END-IF.

       GRAVA-RUN-CONTROL.
              MOVE "G" TO WS-RCT-FUNCAO.
              CALL "RUNCTL" USING WS-RCT-FUNCAO WS-RCT-PROGRAMA
                                  WS-RCT-PERIODO DATA-SIS
                                  WS-RCT-RESULTADO.

       PROCESSO.
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    PERFORM TRATA-CONTRATO
              END-READ.

      * Atraso medido como no EMPPROV: cada parcela vencida conta
      * trinta dias.
       TRATA-CONTRATO.
              PERFORM LE-APROPRIACAO.
              IF EMP-SITUACAO NOT = "A"
                 IF WS-APR-EXISTE = "S" AND APR-SITUACAO NOT = "E"
                    PERFORM ENCERRA-APROPRIACAO
                 END-IF
                 EXIT PARAGRAPH.
              CALL "CARGET" USING EMP-NUMERO WS-AAMM-HOJE
                                  WS-EM-CARENCIA WS-CAR-JUROS.
              IF WS-EM-CARENCIA = "S"
                 EXIT PARAGRAPH.
              IF WS-APR-EXISTE = "N"
                 PERFORM INICIA-APROPRIACAO.
              ADD 1 TO WS-QTD-CONTRATOS.
              IF EMP-PARCELAS-PAGAS NOT = APR-PAGAS
                 MOVE APR-SALDO TO WS-VALOR
                 PERFORM ESTORNA-RECEBIDO
                 MOVE EMP-PARCELAS-PAGAS TO APR-PAGAS.
              COMPUTE WS-DIAS-ATRASO = EMP-ATRASO * 30.
              IF WS-DIAS-ATRASO > WS-LIMITE-DIAS
                 IF APR-SITUACAO NOT = "N"
                    PERFORM SUSPENDE-APROPRIACAO
                 END-IF
              ELSE
                 IF APR-SITUACAO = "N"
                    MOVE "A"   TO APR-SITUACAO
                    MOVE ZEROS TO APR-DATA-SUSP
                    ADD 1 TO WS-QTD-RETOMADOS
                 END-IF
                 PERFORM APROPRIA-CONTRATO.
              MOVE WS-DATA-MOVTO TO APR-DATA-ULT.
              PERFORM GRAVA-APROPRIACAO.

       LE-APROPRIACAO.
              MOVE "S" TO WS-APR-EXISTE.
              MOVE EMP-NUMERO TO APR-NUMERO.
              READ APROPRIACOES
                 INVALID KEY
                    MOVE "N" TO WS-APR-EXISTE
              END-READ.
              IF WS-APR-EXISTE = "S" AND APR-AAMM NOT = WS-AAMM-HOJE
                 MOVE WS-AAMM-HOJE TO APR-AAMM
                 MOVE ZEROS TO APR-APROP-MES APR-RECEB-MES
                               APR-SUSP-MES.

       INICIA-APROPRIACAO.
              MOVE EMP-NUMERO TO APR-NUMERO.
              MOVE EMP-CODIGO TO APR-CODIGO.
              MOVE ZEROS      TO APR-AGENCIA.
              MOVE EMP-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE AGENCIA TO APR-AGENCIA
              END-READ.
              MOVE "A"          TO APR-SITUACAO.
              MOVE EMP-PARCELAS-PAGAS TO APR-PAGAS.
              MOVE WS-AAMM-HOJE TO APR-AAMM.
              MOVE ZEROS TO APR-SALDO APR-DATA-ULT APR-DATA-SUSP
                            APR-APROP-MES APR-RECEB-MES
                            APR-SUSP-MES.

       GRAVA-APROPRIACAO.
              IF WS-APR-EXISTE = "S"
                 REWRITE REG-APR
              ELSE
                 WRITE REG-APR.
              IF ARQST-APR NOT = "00"
                 DISPLAY "ERRO NA APROPRIACAO DO CONTRATO " APR-NUMERO
                         " - STATUS " ARQST-APR.

      * O saldo apropriado passa a ser o medido hoje: a diferenca
      * positiva e receita do dia, a negativa volta como recebida.
       APROPRIA-CONTRATO.
              PERFORM MEDE-JUROS-A-RECEBER.
              IF WS-ALVO > APR-SALDO
                 COMPUTE WS-VALOR = WS-ALVO - APR-SALDO
                 ADD WS-VALOR TO APR-SALDO APR-APROP-MES
                                 WS-TOTAL-APROP
              ELSE
                 IF WS-ALVO < APR-SALDO
                    COMPUTE WS-VALOR = APR-SALDO - WS-ALVO
                    PERFORM ESTORNA-RECEBIDO
                 END-IF
              END-IF.

      * Juros inteiros das parcelas em atraso (pagas + 1 ate pagas +
      * atrasadas) e a fracao corrida da parcela que esta correndo.
       MEDE-JUROS-A-RECEBER.
              MOVE ZEROS TO WS-ALVO.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              COMPUTE WS-ORDEM-INI = EMP-PARCELAS-PAGAS + 1.
              COMPUTE WS-ORDEM-FIM = EMP-PARCELAS-PAGAS + EMP-ATRASO.
              PERFORM SOMA-JUROS-VENCIDOS
                      VARYING WS-K FROM WS-ORDEM-INI BY 1
                        UNTIL WS-K > WS-ORDEM-FIM.
              COMPUTE WS-AMO-ORDEM = WS-ORDEM-FIM + 1.
              PERFORM CALCULA-JUROS-ORDEM.
              PERFORM APURA-DIAS-CORRIDOS.
              COMPUTE WS-ALVO ROUNDED = WS-ALVO
                    + WS-AMO-JUROS * WS-DIAS-PERIODO / 30.

       SOMA-JUROS-VENCIDOS.
              MOVE WS-K TO WS-AMO-ORDEM.
              PERFORM CALCULA-JUROS-ORDEM.
              ADD WS-AMO-JUROS TO WS-ALVO.

       CALCULA-JUROS-ORDEM.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.

      * Dias corridos desde o ultimo vencimento cobrado (ou desde o
      * contrato) em meses de trinta dias, limitados a um mes.
       APURA-DIAS-CORRIDOS.
              IF EMP-ANO-MES-COBR > ZEROS
                 MOVE EMP-ANO-MES-COBR TO WS-BASE-AAMM
                 MOVE EMP-DIA-VENC     TO WS-BASE-DIA
              ELSE
                 DIVIDE EMP-DATA-CONTRATO BY 100
                        GIVING WS-BASE-AAMM REMAINDER WS-BASE-DIA.
              IF WS-BASE-DIA > 30
                 MOVE 30 TO WS-BASE-DIA.
              COMPUTE WS-DIAS-PERIODO =
                      (ANO * 360 + MES * 30 + WS-DIA-HOJE)
                    - (WS-BASE-ANO * 360 + WS-BASE-MES * 30
                       + WS-BASE-DIA).
              IF WS-DIAS-PERIODO < ZEROS
                 MOVE ZEROS TO WS-DIAS-PERIODO.
              IF WS-DIAS-PERIODO > 30
                 MOVE 30 TO WS-DIAS-PERIODO.

       ESTORNA-RECEBIDO.
              SUBTRACT WS-VALOR FROM APR-SALDO.
              ADD WS-VALOR TO APR-RECEB-MES WS-TOTAL-RECEB.

      * Non-accrual: o que estava apropriado volta e o contrato so
      * reconhece juros quando pagar.
       SUSPENDE-APROPRIACAO.
              ADD APR-SALDO TO APR-SUSP-MES WS-TOTAL-SUSP.
              MOVE ZEROS         TO APR-SALDO.
              MOVE "N"           TO APR-SITUACAO.
              MOVE WS-DATA-MOVTO TO APR-DATA-SUSP.
              ADD 1 TO WS-QTD-SUSPENSOS.
              DISPLAY "CONTRATO " EMP-NUMERO
                      " EM NAO APROPRIACAO - ATRASO DE "
                      WS-DIAS-ATRASO " DIAS".

      * Quitado, o contrato levou os juros na liquidacao; renegociado
      * ou baixado, o apropriado nao sera recebido por ele.
       ENCERRA-APROPRIACAO.
              IF EMP-SITUACAO = "Q"
                 ADD APR-SALDO TO APR-RECEB-MES WS-TOTAL-RECEB
              ELSE
                 ADD APR-SALDO TO APR-SUSP-MES WS-TOTAL-SUSP.
              MOVE ZEROS         TO APR-SALDO.
              MOVE "E"           TO APR-SITUACAO.
              MOVE EMP-PARCELAS-PAGAS TO APR-PAGAS.
              MOVE WS-DATA-MOVTO TO APR-DATA-ULT.
              ADD 1 TO WS-QTD-ENCERRADOS.
              PERFORM GRAVA-APROPRIACAO.

       GRAVA-JOURNAIS.
              MOVE "JURREC"  TO WS-JRN-DEB.
              MOVE "RENDEMP" TO WS-JRN-CRE.
              MOVE WS-TOTAL-APROP TO WS-JRN-VALOR.
              MOVE "APROPRIACAO JUR EMP" TO WS-JRN-HIST.
              PERFORM GRAVA-REG-JOURNAL.
              MOVE "RENDEMP" TO WS-JRN-DEB.
              MOVE "JURREC"  TO WS-JRN-CRE.
              MOVE WS-TOTAL-RECEB TO WS-JRN-VALOR.
              MOVE "ESTORNO APROP RECEB" TO WS-JRN-HIST.
              PERFORM GRAVA-REG-JOURNAL.
              MOVE WS-TOTAL-SUSP TO WS-JRN-VALOR.
              MOVE "ESTORNO APROP SUSP" TO WS-JRN-HIST.
              PERFORM GRAVA-REG-JOURNAL.

       GRAVA-REG-JOURNAL.
              IF WS-JRN-VALOR = ZEROS
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE ANO          TO JRN-ANO.
              MOVE MES          TO JRN-MES.
              MOVE DIA          TO JRN-DIA.
              MOVE WS-JRN-DEB   TO JRN-CONTA-DEB.
              MOVE WS-JRN-CRE   TO JRN-CONTA-CRE.
              MOVE WS-JRN-VALOR TO JRN-VALOR.
              MOVE WS-JRN-HIST  TO JRN-HISTORICO.
              MOVE ZEROS        TO JRN-OPERADOR.
              MOVE HORA-SIS     TO JRN-HORA.
              MOVE WS-SEQ-TRN   TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN.

      * Nenhum lancamento nasce fora do plano de contas - CTAVAL
      * recusa conta contabil desconhecida ou inativa (as contas
      * CLInnnn de cliente sao sempre aceitas).
       VALIDA-CONTAS-JOURNAL.
              CALL "CTAVAL" USING JRN-CONTA-DEB JRN-CONTA-CRE
                                  WS-CTA-OK.
              IF WS-CTA-OK NOT = "S"
                 DISPLAY "LANCAMENTO RECUSADO - CONTA CONTABIL "
                         "INVALIDA " JRN-CONTA-DEB " / "
                         JRN-CONTA-CRE.

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto nada posta, e uma rodada depois da meia-
      * noite continua carimbando o dia que ainda esta aberto.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA"
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST.

       FINALIZA.
              IF WS-ARQ-ABERTOS = "S"
                 CLOSE EMPRESTIMOS
                 CLOSE APROPRIACOES
                 CLOSE CLIENTES
                 CLOSE JOURNAL.
              DISPLAY "CONTRATOS APROPRIADOS: " WS-QTD-CONTRATOS.
              DISPLAY "ENTRARAM EM NAO APROP: " WS-QTD-SUSPENSOS.
              DISPLAY "VOLTARAM A APROPRIAR : " WS-QTD-RETOMADOS.
              DISPLAY "CONTRATOS ENCERRADOS : " WS-QTD-ENCERRADOS.
              DISPLAY "JUROS APROPRIADOS    : " WS-TOTAL-APROP.
              DISPLAY "ESTORNO POR RECEBIM. : " WS-TOTAL-RECEB.
              DISPLAY "ESTORNO POR SUSPENSAO: " WS-TOTAL-SUSP.
              DISPLAY "FIM DE PROGRAMA".
