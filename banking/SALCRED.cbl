      ******************************************************************
      * Author: Vernieri
      * Date: September 21, 2026
      * Purpose: Monthly salary-credit intake from employers
      * Tectonics: cobc
      ******************************************************************
      * LOTECLI opens the accounts; this batch pays them.  SALARIO.DAT
      * starts with the employer's header (funding account and
      * reference month) followed by one record per employee.  A
      * first pass checks every CPF/CODIGO pair and totals the good
      * items; when that total is more than the employer's free
      * balance the whole file is refused.  Otherwise the employer is
      * debited once for the total and each employee credited, both
      * sides as extrato type "6" (folha de salario) and journalled
      * through the SALARIOS transit account so the two legs net to
      * zero.  Items that fail the check go back to the employer's HR
      * on SALARIO.RET with a reason code.  An employee with an active
      * portability in PORTSAL.DAT has the salary passed straight on:
      * the account is debited again into INTERBPEND and an ORDINTER
      * order is raised for INTERSAI to ship the same night.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SALCRED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SALARIOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SAL.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT PORTABILIDADE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY POR-CODIGO
              FILE STATUS ARQST-POR.

              SELECT ORDINTER ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-OIT.

              SELECT RETORNO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-RET.

       DATA DIVISION.
       FILE SECTION.
       FD SALARIOS LABEL RECORD STANDARD
                RECORD CONTAINS 29 CHARACTERS
                DATA RECORD IS REG-SAL
                VALUE OF FILE-ID IS "SALARIO.DAT".
          01 REG-SAL.
                COPY CREDSAL.
          01 REG-CTL.
                COPY CTLARQ.
                02 FILLER            PIC X(04).

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

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

       FD PORTABILIDADE LABEL RECORD STANDARD
                DATA RECORD IS REG-POR
                VALUE OF FILE-ID IS "PORTSAL.DAT".
          01 REG-POR.
                COPY PORTSAL.

       FD ORDINTER LABEL RECORD STANDARD
                DATA RECORD IS REG-OIT
                VALUE OF FILE-ID IS "ORDINTER.DAT".
          01 REG-OIT.
                COPY ORDINT.

       FD RETORNO LABEL RECORD STANDARD
                DATA RECORD IS REG-RET
                VALUE OF FILE-ID IS "SALARIO.RET".
          01 REG-RET                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-SAL               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-RET               PIC X(02).
          01 WS-RET-ABERTO           PIC X(01) VALUE "N".
          01 ARQST-POR               PIC X(02).
          01 ARQST-OIT               PIC X(02).
          01 WS-POR-ABERTO           PIC X(01) VALUE "N".
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          COPY CLICOM.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-LOTE-OK              PIC X(01) VALUE "N".
          01 WS-EMP-CODIGO           PIC 9(04) VALUE ZEROS.
          01 WS-REF-LOTE             PIC 9(06) VALUE ZEROS.
          01 WS-EMP-DISPONIVEL       PIC S9(07)V99 VALUE ZEROS.
          01 WS-TOTAL-LOTE           PIC 9(07)V99 VALUE ZEROS.
          01 WS-TOTAL-CREDITADO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-VALIDOS          PIC 9(06) VALUE ZEROS.
          01 WS-QTD-CREDITADOS       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-REJEITADOS       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-PORTADOS         PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-PORTADO        PIC 9(07)V99 VALUE ZEROS.
          01 WS-COD-RETORNO          PIC X(02) VALUE "00".
          01 WS-JRN-CLI              PIC X(10).
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "SALCRED".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "SALCRED".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".

      * Codigos de retorno ao RH do empregador:
      * 01 conta inexistente, 02 CPF nao confere com a conta,
      * 03 conta encerrada, 04 valor invalido, 09 lote recusado -
      * saldo do empregador insuficiente para o total do arquivo.
          01 WS-LINHA-RET.
                02 WS-RET-CPF        PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-CODIGO     PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-VALOR      PIC 9(07)V99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-REFERENCIA PIC 9(06).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-MOTIVO     PIC X(02).
                02 FILLER            PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
      * O retorno so e reaberto depois que o controle do arquivo e o
      * run-control liberam a execucao - um reenvio recusado nao
      * apaga as respostas da ultima execucao.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF ARQST-SAL = "00" AND ARQST = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    OPEN OUTPUT RETORNO
                    MOVE "S" TO WS-RET-ABERTO
                    PERFORM VALIDA-LOTE
                    IF WS-LOTE-OK = "S"
                       PERFORM CREDITA-LOTE
                       PERFORM REGISTRA-ARQUIVO
                    END-IF
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
              ELSE
                 IF ARQST-SAL = "35"
                    DISPLAY "SEM ARQUIVO DE CREDITO DE SALARIO"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST-SAL " / " ARQST
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN INPUT SALARIOS.
              IF ARQST-SAL NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O CLIENTES.
      * A failed open here means the extrato has not been through
      * MIGRADAT (or is damaged) - it is never recreated in place.
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
              OPEN INPUT PORTABILIDADE.
              IF ARQST-POR = "00"
                 MOVE "S" TO WS-POR-ABERTO.
              OPEN EXTEND ORDINTER.
              IF ARQST-OIT NOT = "00"
                     OPEN OUTPUT ORDINTER.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY "CREDITO DE SALARIOS - "
                      DIA "/" MES "/" ANO.
              PERFORM CONFERE-CONTROLE.

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

      * Primeira passada: nada e postado.  O arquivo so segue se o
      * header traz uma conta de empregador aberta e o saldo livre
      * dela (sem bloqueio judicial, sem cheque especial) cobre a
      * soma dos itens validos.
       VALIDA-LOTE.
              MOVE "N" TO WS-LOTE-OK.
              PERFORM LE-HEADER-EMPREGADOR.
              IF SAL-TIPO-REG NOT = "H"
                 MOVE ZEROS TO WS-EMP-CODIGO
                 MOVE "ARQUIVO SEM HEADER DO EMPREGADOR"
                      TO WS-LOG-MENSAGEM
                 PERFORM RECUSA-LOTE
                 EXIT PARAGRAPH.
              MOVE SAL-EMPREGADOR TO WS-EMP-CODIGO.
              MOVE SAL-REF-LOTE   TO WS-REF-LOTE.
              MOVE WS-EMP-CODIGO  TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE "F" TO STATUS-CONTA
              END-READ.
              IF STATUS-CONTA = "F"
                 MOVE "CONTA DO EMPREGADOR INVALIDA"
                      TO WS-LOG-MENSAGEM
                 PERFORM RECUSA-LOTE
                 EXIT PARAGRAPH.
              MOVE REG-CLI TO REG-CLI-W.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-EMP-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM SOMA-ITEM UNTIL WS-FIM-ARQ = "S".
              IF WS-TOTAL-LOTE > WS-EMP-DISPONIVEL
                 MOVE "SALDO DO EMPREGADOR NAO COBRE O LOTE"
                      TO WS-LOG-MENSAGEM
                 PERFORM RECUSA-LOTE
                 EXIT PARAGRAPH.
              CLOSE SALARIOS.
              OPEN INPUT SALARIOS.
              PERFORM LE-HEADER-EMPREGADOR.
              MOVE "N" TO WS-FIM-ARQ.
              MOVE "S" TO WS-LOTE-OK.

      * O header de controle (HDR) vem antes do header do empregador.
       LE-HEADER-EMPREGADOR.
              READ SALARIOS
                 AT END
                    MOVE SPACES TO REG-SAL
              END-READ.
              IF CTL-TIPO-REG = "HDR"
                 READ SALARIOS
                    AT END
                       MOVE SPACES TO REG-SAL
                 END-READ
              END-IF.

       SOMA-ITEM.
              READ SALARIOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF SAL-TIPO-REG = "D"
                       PERFORM VALIDA-ITEM
                       IF WS-COD-RETORNO = "00"
                          ADD SAL-VALOR TO WS-TOTAL-LOTE
                          ADD 1 TO WS-QTD-VALIDOS
                       END-IF
                    END-IF
              END-READ.

      * O lote inteiro volta ao empregador numa unica linha com o
      * codigo da conta de origem e o motivo 09.
       RECUSA-LOTE.
              DISPLAY "LOTE RECUSADO - " WS-LOG-MENSAGEM.
              MOVE SPACES         TO WS-RET-CPF.
              MOVE WS-EMP-CODIGO  TO WS-RET-CODIGO.
              MOVE WS-TOTAL-LOTE  TO WS-RET-VALOR.
              MOVE WS-REF-LOTE    TO WS-RET-REFERENCIA.
              MOVE "09"           TO WS-RET-MOTIVO.
              MOVE WS-LINHA-RET TO REG-RET.
              WRITE REG-RET.
              MOVE SPACES TO WS-LOG-CHAVE.
              MOVE WS-EMP-CODIGO TO WS-LOG-CHAVE.
              MOVE "E" TO WS-LOG-SEVERIDADE.
              PERFORM GRAVA-RUN-LOG.

       VALIDA-ITEM.
              MOVE "00" TO WS-COD-RETORNO.
              IF SAL-VALOR NOT > ZEROS
                 MOVE "04" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              MOVE SAL-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE "01" TO WS-COD-RETORNO
              END-READ.
              IF WS-COD-RETORNO NOT = "00"
                 EXIT PARAGRAPH.
              IF CPF NOT = SAL-CPF
                 MOVE "02" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              IF STATUS-CONTA = "F"
                 MOVE "03" TO WS-COD-RETORNO.

      * Segunda passada: o empregador e debitado uma vez pelo total
      * validado e cada empregado recebe o seu item.
       CREDITA-LOTE.
              PERFORM DEBITA-EMPREGADOR.
              PERFORM CREDITA-ITEM UNTIL WS-FIM-ARQ = "S".

       DEBITA-EMPREGADOR.
              IF WS-TOTAL-LOTE = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-EMP-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA DO EMPREGADOR NAO ENCONTRADA "
                            WS-EMP-CODIGO
                    EXIT PARAGRAPH
              END-READ.
              MOVE REG-CLI TO REG-CLI-W.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT WS-TOTAL-LOTE FROM SALDO-W.
              ADD WS-TOTAL-LOTE TO TOTAL-W.
              PERFORM REGRAVA-CONTA.
              COMPUTE EXT-VALOR = WS-TOTAL-LOTE * -1.
              PERFORM GRAVA-EXTRATO-SALARIO.
              PERFORM FORMATA-JRN-CLI.
              MOVE WS-JRN-CLI    TO JRN-CONTA-DEB.
              MOVE "SALARIOS"    TO JRN-CONTA-CRE.
              MOVE WS-TOTAL-LOTE TO JRN-VALOR.
              MOVE SPACES        TO JRN-HISTORICO.
              STRING "FOLHA REF " WS-REF-LOTE DELIMITED BY SIZE
                     INTO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.

       CREDITA-ITEM.
              READ SALARIOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF SAL-TIPO-REG = "D"
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM VALIDA-ITEM
                       IF WS-COD-RETORNO = "00"
                          PERFORM APLICA-CREDITO
                       ELSE
                          PERFORM GRAVA-RETORNO
                       END-IF
                    END-IF
              END-READ.

       APLICA-CREDITO.
              MOVE REG-CLI TO REG-CLI-W.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              ADD SAL-VALOR TO SALDO-W.
              ADD SAL-VALOR TO TOTAL-W.
              PERFORM REGRAVA-CONTA.
              MOVE SAL-VALOR TO EXT-VALOR.
              PERFORM GRAVA-EXTRATO-SALARIO.
              PERFORM FORMATA-JRN-CLI.
              MOVE "SALARIOS"  TO JRN-CONTA-DEB.
              MOVE WS-JRN-CLI  TO JRN-CONTA-CRE.
              MOVE SAL-VALOR   TO JRN-VALOR.
              MOVE SPACES      TO JRN-HISTORICO.
              STRING "SALARIO REF " SAL-REFERENCIA DELIMITED BY SIZE
                     INTO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.
              ADD 1 TO WS-QTD-CREDITADOS.
              ADD SAL-VALOR TO WS-TOTAL-CREDITADO.
              PERFORM VERIFICA-PORTABILIDADE.

      * So a portabilidade ativa e do proprio titular da conta (o CPF
      * do cadastro tem de bater com o da folha) encaminha o salario.
       VERIFICA-PORTABILIDADE.
              IF WS-POR-ABERTO NOT = "S"
                 EXIT PARAGRAPH.
              MOVE SAL-CODIGO TO POR-CODIGO.
              READ PORTABILIDADE
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF POR-SITUACAO = "A" AND POR-CPF = SAL-CPF
                 PERFORM ENCAMINHA-SALARIO.

      * Mesmo lancamento da transferencia externa do caixa: a conta
      * vai a INTERBPEND, extrato tipo "1", e a ordem fica pendente
      * de envio para o INTERSAI.  Portabilidade nao paga tarifa.
       ENCAMINHA-SALARIO.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT SAL-VALOR FROM SALDO-W.
              ADD SAL-VALOR TO TOTAL-W.
              PERFORM REGRAVA-CONTA.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "1"       TO EXT-TIPO.
              MOVE SAL-VALOR TO EXT-VALOR.
              MOVE SALDO-W   TO EXT-SALDO.
              MOVE ZEROS     TO EXT-OPERADOR.
              MOVE HORA-SIS  TO EXT-HORA.
              MOVE WS-SEQ-TRN TO EXT-SEQ.
              PERFORM GRAVA-REG-EXTRATO.
              PERFORM FORMATA-JRN-CLI.
              MOVE WS-JRN-CLI    TO JRN-CONTA-DEB.
              MOVE "INTERBPEND"  TO JRN-CONTA-CRE.
              MOVE SAL-VALOR     TO JRN-VALOR.
              MOVE "PORTAB SALARIO" TO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.
              MOVE WS-SEQ-TRN    TO OIT-SEQ.
              MOVE CODIGO-W      TO OIT-CODIGO.
              MOVE POR-CPF       TO OIT-CPF.
              MOVE POR-BANCO     TO OIT-BANCO.
              MOVE POR-AGENCIA   TO OIT-AGENCIA.
              MOVE POR-CONTA     TO OIT-CONTA.
              MOVE SAL-VALOR     TO OIT-VALOR.
              MOVE MOEDA-W       TO OIT-MOEDA.
              MOVE DATA-SIS(1:8) TO OIT-DATA.
              MOVE "P"           TO OIT-SITUACAO.
              WRITE REG-OIT.
              IF ARQST-OIT NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE ORDENS EXTERNAS CODIGO "
                         CODIGO-W " - STATUS " ARQST-OIT.
              ADD 1 TO WS-QTD-PORTADOS.
              ADD SAL-VALOR TO WS-TOTAL-PORTADO.

       REGRAVA-CONTA.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                            " - STATUS " ARQST
              END-REWRITE.

      * "6" on the statement marks a payroll movement: the salary
      * credited to the employee (positive) and the funding debit
      * on the employer's account (negative).  EXT-VALOR arrives
      * already signed.
       GRAVA-EXTRATO-SALARIO.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "6"       TO EXT-TIPO.
              MOVE SALDO-W   TO EXT-SALDO.
              MOVE ZEROS     TO EXT-OPERADOR.
              MOVE HORA-SIS  TO EXT-HORA.
              MOVE WS-SEQ-TRN TO EXT-SEQ.
              PERFORM GRAVA-REG-EXTRATO.

       GRAVA-REG-EXTRATO.
              MOVE 1 TO EXT-NSEQ.
              WRITE REG-EXT.
              PERFORM UNTIL ARQST-EXT NOT = "22" OR EXT-NSEQ = 999
                 ADD 1 TO EXT-NSEQ
                 WRITE REG-EXT
              END-PERFORM.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "ERRO NO EXTRATO CODIGO " CODIGO-W
                         " - STATUS " ARQST-EXT.

       FORMATA-JRN-CLI.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE ANO        TO JRN-ANO.
              MOVE MES        TO JRN-MES.
              MOVE DIA        TO JRN-DIA.

       GRAVA-REG-JOURNAL.
              MOVE ZEROS      TO JRN-OPERADOR.
              MOVE HORA-SIS   TO JRN-HORA.
              MOVE WS-SEQ-TRN TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
                         " - STATUS " ARQST-JRN.

       GRAVA-RETORNO.
              MOVE SAL-CPF         TO WS-RET-CPF.
              MOVE SAL-CODIGO      TO WS-RET-CODIGO.
              MOVE SAL-VALOR       TO WS-RET-VALOR.
              MOVE SAL-REFERENCIA  TO WS-RET-REFERENCIA.
              MOVE WS-COD-RETORNO  TO WS-RET-MOTIVO.
              ADD 1 TO WS-QTD-REJEITADOS.
              MOVE WS-LINHA-RET TO REG-RET.
              WRITE REG-RET.

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

      * Saques agendados (SAQAGE.DAT) reservam o saldo ate a
      * retirada ou a expiracao - o debito so alcanca o que sobra.
       SUBTRAI-RESERVA-SAQUE.
              MOVE "R" TO WS-SAG-FUNCAO.
              CALL "SAQRES" USING WS-SAG-FUNCAO CODIGO-W
                                  WS-SAG-AGENCIA DATA-SIS(1:8)
                                  WS-SAG-VALOR.
              SUBTRACT WS-SAG-VALOR FROM WS-EMP-DISPONIVEL.

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

      * O arquivo e lido uma vez inteiro antes de qualquer lancamento
      * e o ARQREG confere header, trailer e totais e recusa remessa
      * ja processada; depois o arquivo volta ao inicio.
       CONFERE-CONTROLE.
              MOVE "SALCRED" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE SALARIOS.
              OPEN INPUT SALARIOS.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-SAL.

       LE-CONTROLE.
              READ SALARIOS
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
                    IF SAL-TIPO-REG = "D"
                       ADD SAL-VALOR TO WS-CTL-VALOR-LIDO
                    END-IF
              END-EVALUATE.

      * So depois de processado o arquivo entra no registro de
      * recebidos - a mesma remessa nao passa uma segunda vez.
       REGISTRA-ARQUIVO.
              MOVE "G" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.

       FINALIZA.
              IF ARQST-SAL NOT = "35"
                 CLOSE SALARIOS
                 CLOSE CLIENTES
                 CLOSE EXTRATO
                 CLOSE JOURNAL
                 IF WS-RET-ABERTO = "S"
                    CLOSE RETORNO
                 END-IF
                 CLOSE ORDINTER
                 IF WS-POR-ABERTO = "S"
                    CLOSE PORTABILIDADE
                 END-IF
              END-IF.
              DISPLAY "EMPREGADOR        : " WS-EMP-CODIGO
                      " REF " WS-REF-LOTE.
              DISPLAY "ITENS VALIDOS     : " WS-QTD-VALIDOS.
              DISPLAY "CREDITOS EFETUADOS: " WS-QTD-CREDITADOS.
              DISPLAY "VALOR CREDITADO   : " WS-TOTAL-CREDITADO.
              DISPLAY "ITENS DEVOLVIDOS  : " WS-QTD-REJEITADOS.
              DISPLAY "PORTABILIDADES    : " WS-QTD-PORTADOS.
              DISPLAY "VALOR ENCAMINHADO : " WS-TOTAL-PORTADO.
              DISPLAY "FIM DE PROGRAMA".
