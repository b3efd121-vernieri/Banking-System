      ******************************************************************
      * Author: Vernieri
      * Date: September 18, 2026
      * Purpose: Inbound clearing of checks drawn on our accounts
      * Tectonics: cobc
      ******************************************************************
      * The reverse of CHQAPRES: CHQRECEB.DAT brings the checks our
      * account holders wrote and other banks took in deposit.  Each
      * check is matched against its leaf in CHQEMIT.DAT and paid
      * from the free balance plus the overdraft contract, posting
      * extrato type "5" and the CLInnnn -> CHEQUES journal entry.
      * A check that cannot be paid goes back to the clearing house
      * on CHQRECEB.RET with the standard return reason; a return
      * for lack of funds (11/12) also charges the drawer the CHQDEV
      * fee from TARIFAS.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHQRECEB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RECEBIDOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CRC.

              SELECT CHEQUES-EMIT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHE-CHAVE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CHE.

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

              SELECT RETORNO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-RET.

       DATA DIVISION.
       FILE SECTION.
       FD RECEBIDOS LABEL RECORD STANDARD
                RECORD CONTAINS 35 CHARACTERS
                DATA RECORD IS REG-CRC
                VALUE OF FILE-ID IS "CHQRECEB.DAT".
          01 REG-CRC.
                COPY CHQREC.
          01 REG-CTL.
                COPY CTLARQ.
                02 FILLER            PIC X(10).

       FD CHEQUES-EMIT LABEL RECORD STANDARD
                DATA RECORD IS REG-CHE
                VALUE OF FILE-ID IS "CHQEMIT.DAT".
          01 REG-CHE.
                COPY CHQEMIT.

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

       FD RETORNO LABEL RECORD STANDARD
                DATA RECORD IS REG-RET
                VALUE OF FILE-ID IS "CHQRECEB.RET".
          01 REG-RET                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-CRC               PIC X(02).
          01 ARQST-CHE               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-RET               PIC X(02).
          01 WS-RET-ABERTO           PIC X(01) VALUE "N".
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          COPY CLICOM.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-PAGOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-DEVOLVIDOS       PIC 9(06) VALUE ZEROS.
          01 WS-VALOR-PAGO           PIC 9(09)V99 VALUE ZEROS.
          01 WS-COD-RETORNO          PIC X(02) VALUE "00".
          01 WS-TEM-FOLHA            PIC X(01) VALUE "N".
          01 WS-SEGUNDA-APRES        PIC X(01) VALUE "N".
          01 WS-FALECIDO             PIC X(01) VALUE "N".
          01 WS-JRN-CLI              PIC X(10).
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
          01 WS-LIMITE-CE-CONTA      PIC 9(05)V99 VALUE ZEROS.
          01 WS-CEL-ACHOU            PIC X(01) VALUE "N".
          01 WS-LIMITE-CHEQUE-ESPECIAL PIC 9(05)V99 VALUE 500,00.
          01 WS-TARIFA-DEV           PIC 9(05)V99 VALUE 20,00.
          01 WS-TRF-OPER             PIC X(08) VALUE "CHQDEV".
          01 WS-TRF-ACHOU            PIC X(01) VALUE "N".
          01 WS-PRM-NOME             PIC X(20).
          01 WS-PRM-VALOR            PIC S9(05)V9999.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "CHQRECEB".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "A".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "CHQRECEB".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".

      * Motivos de devolucao da compensacao usados aqui:
      * 11 sem fundos (1a apresentacao), 12 sem fundos (2a),
      * 13 conta encerrada, 20 folha cancelada pelo correntista,
      * 21 contra-ordem ou sustacao, 24 bloqueio judicial (tambem a
      * conta de falecido, congelada ate o alvara), 28 contra-ordem
      * por furto ou roubo, 31 erro formal (conta inexistente),
      * 35 folha nao emitida para a conta ou ja paga, 49 remessa
      * nula (cheque ja devolvido em definitivo).
          01 WS-LINHA-RET.
                02 WS-RET-CODIGO     PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-NUMERO     PIC 9(06).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-VALOR      PIC 9(05)V99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-BANCO      PIC 9(03).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-REF        PIC X(15).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-MOTIVO     PIC X(02).
                02 FILLER            PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
      * O retorno so e reaberto depois que o controle do arquivo e o
      * run-control liberam a execucao - um reenvio recusado nao
      * apaga as respostas da ultima execucao.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF ARQST-CRC = "00" AND ARQST = "00"
                 AND ARQST-CHE = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    OPEN OUTPUT RETORNO
                    MOVE "S" TO WS-RET-ABERTO
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                    PERFORM REGISTRA-ARQUIVO
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
              ELSE
                 IF ARQST-CRC = "35"
                    DISPLAY "SEM CHEQUES RECEBIDOS DA COMPENSACAO"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST-CRC " / " ARQST " / " ARQST-CHE
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN INPUT RECEBIDOS.
              IF ARQST-CRC NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O CHEQUES-EMIT.
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
      * O preco vem do quadro de tarifas vigente (operacao CHQDEV
      * em TARIFAS.DAT, mantido pelo TRFMAN); sem vigencia vale o
      * padrao compilado.
              MOVE "N" TO WS-TRF-ACHOU.
              CALL "TRFGET" USING WS-TRF-OPER WS-TARIFA-DEV
                                  WS-TRF-ACHOU.
              IF WS-TRF-ACHOU NOT = "S"
                 MOVE 20,00 TO WS-TARIFA-DEV.
              MOVE "LIMITE-CHEQUE-ESP" TO WS-PRM-NOME.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-LIMITE-CHEQUE-ESPECIAL.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY "COMPENSACAO DE CHEQUES EMITIDOS - "
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

       PROCESSO.
              READ RECEBIDOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CTL-TIPO-REG NOT = "HDR"
                       AND CTL-TIPO-REG NOT = "TRL"
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM TRATA-CHEQUE
                       IF WS-COD-RETORNO NOT = "00"
                          PERFORM DEVOLVE-CHEQUE
                       END-IF
                    END-IF
              END-READ.

       TRATA-CHEQUE.
              MOVE "00" TO WS-COD-RETORNO.
              MOVE "N" TO WS-TEM-FOLHA WS-SEGUNDA-APRES.
              MOVE CRC-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE "31" TO WS-COD-RETORNO
                 NOT INVALID KEY
                    MOVE REG-CLI TO REG-CLI-W
              END-READ.
              IF WS-COD-RETORNO NOT = "00"
                 EXIT PARAGRAPH.
              IF STATUS-CONTA-W = "F"
                 MOVE "13" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-FOLHA.
              IF WS-COD-RETORNO NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING CPF-W WS-FALECIDO.
              IF WS-FALECIDO = "S"
                 MOVE "24" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-SALDO.
              IF WS-COD-RETORNO NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM PAGA-CHEQUE.

      * A folha sustada ou cancelada volta com o motivo gravado na
      * ordem do correntista.  Folha devolvida por falta de fundos
      * (11) aceita a segunda apresentacao; qualquer outra devolucao
      * e definitiva.
       VERIFICA-FOLHA.
              MOVE CRC-CODIGO TO CHE-CODIGO.
              MOVE CRC-NUMERO TO CHE-NUMERO.
              READ CHEQUES-EMIT
                 INVALID KEY
                    MOVE "35" TO WS-COD-RETORNO
                 NOT INVALID KEY
                    MOVE "S" TO WS-TEM-FOLHA
              END-READ.
              IF WS-TEM-FOLHA NOT = "S"
                 EXIT PARAGRAPH.
              EVALUATE CHE-SITUACAO
                 WHEN "E"
                    CONTINUE
                 WHEN "S"
                    IF CHE-MOTIVO = SPACES
                       MOVE "21" TO WS-COD-RETORNO
                    ELSE
                       MOVE CHE-MOTIVO TO WS-COD-RETORNO
                    END-IF
                 WHEN "C"
                    IF CHE-MOTIVO = SPACES
                       MOVE "20" TO WS-COD-RETORNO
                    ELSE
                       MOVE CHE-MOTIVO TO WS-COD-RETORNO
                    END-IF
                 WHEN "D"
                    IF CHE-MOTIVO = "11"
                       MOVE "S" TO WS-SEGUNDA-APRES
                    ELSE
                       MOVE "49" TO WS-COD-RETORNO
                    END-IF
                 WHEN OTHER
                    MOVE "35" TO WS-COD-RETORNO
              END-EVALUATE.

      * Same available balance as SACA: SALDO-W less active judicial
      * holds, plus the overdraft contract when nothing is frozen.
      * Deposited checks still in SALDO-BLOQ were never added to
      * SALDO-W and do not pay anything here.
       VERIFICA-SALDO.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              IF WS-BLJ-VALOR = ZEROS
                 PERFORM APURA-LIMITE-CE
                 ADD WS-LIMITE-CE-CONTA TO WS-SALDO-DISPONIVEL.
              IF CRC-VALOR > WS-SALDO-DISPONIVEL
                 IF WS-BLJ-VALOR > ZEROS
                    MOVE "24" TO WS-COD-RETORNO
                 ELSE
                    IF WS-SEGUNDA-APRES = "S"
                       MOVE "12" TO WS-COD-RETORNO
                    ELSE
                       MOVE "11" TO WS-COD-RETORNO
                    END-IF
                 END-IF
              END-IF.

      * O limite que vale para a conta e o do contrato de cheque
      * especial quando existe (zero se vencido); a conta que nunca
      * contratou segue no limite padrao da casa.
       APURA-LIMITE-CE.
              MOVE ZEROS TO WS-LIMITE-CE-CONTA.
              MOVE "N"   TO WS-CEL-ACHOU.
              CALL "CELGET" USING CODIGO-W WS-LIMITE-CE-CONTA
                                  WS-CEL-ACHOU.
              IF WS-CEL-ACHOU NOT = "S"
                 MOVE WS-LIMITE-CHEQUE-ESPECIAL
                      TO WS-LIMITE-CE-CONTA.

       PAGA-CHEQUE.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT CRC-VALOR FROM SALDO-W.
              ADD CRC-VALOR TO TOTAL-W.
              PERFORM REGRAVA-CONTA.
              PERFORM GRAVA-EXTRATO-CHEQUE.
              PERFORM GRAVA-JOURNAL-CHEQUE.
              MOVE "P"           TO CHE-SITUACAO.
              MOVE DATA-SIS(1:8) TO CHE-DATA-SITUAC.
              MOVE SPACES        TO CHE-MOTIVO.
              MOVE CRC-VALOR     TO CHE-VALOR.
              PERFORM REGRAVA-FOLHA.
              ADD 1 TO WS-QTD-PAGOS.
              ADD CRC-VALOR TO WS-VALOR-PAGO.

      * A folha em aberto (ou na segunda apresentacao) fica "D" com
      * o motivo da devolucao; sustada e cancelada continuam como
      * estavam.  So a falta de fundos cobra a tarifa do emitente.
       DEVOLVE-CHEQUE.
              ADD 1 TO WS-QTD-DEVOLVIDOS.
              PERFORM GRAVA-RETORNO.
              IF WS-TEM-FOLHA = "S"
                 AND (CHE-SITUACAO = "E" OR WS-SEGUNDA-APRES = "S")
                 MOVE "D"            TO CHE-SITUACAO
                 MOVE DATA-SIS(1:8)  TO CHE-DATA-SITUAC
                 MOVE WS-COD-RETORNO TO CHE-MOTIVO
                 MOVE CRC-VALOR      TO CHE-VALOR
                 PERFORM REGRAVA-FOLHA.
              IF WS-COD-RETORNO = "11" OR WS-COD-RETORNO = "12"
                 PERFORM COBRA-TARIFA-DEVOLUCAO.
              MOVE SPACES TO WS-LOG-CHAVE.
              MOVE CRC-CODIGO TO WS-LOG-CHAVE.
              MOVE SPACES TO WS-LOG-MENSAGEM.
              STRING "CHEQUE " CRC-NUMERO " DEVOLVIDO - MOTIVO "
                     WS-COD-RETORNO
                     DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
              PERFORM GRAVA-RUN-LOG.

      * A tarifa sai do saldo mesmo que o deixe devedor - e o
      * mesmo tratamento que o CHQDEV da ao depositante.
       COBRA-TARIFA-DEVOLUCAO.
              IF WS-TARIFA-DEV NOT > ZEROS
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT WS-TARIFA-DEV FROM SALDO-W.
              PERFORM REGRAVA-CONTA.
              PERFORM GRAVA-EXTRATO-TARIFA.
              PERFORM GRAVA-JOURNAL-TARIFA.

       REGRAVA-CONTA.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                            " - STATUS " ARQST
              END-REWRITE.

       REGRAVA-FOLHA.
              REWRITE REG-CHE
                 INVALID KEY
                    DISPLAY "ERRO NA FOLHA " CHE-CODIGO "/"
                            CHE-NUMERO " - STATUS " ARQST-CHE
              END-REWRITE.

      * "5" on the statement marks a check of the account holder
      * paid through the clearing house; it posts negative.
       GRAVA-EXTRATO-CHEQUE.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "5"       TO EXT-TIPO.
              COMPUTE EXT-VALOR = CRC-VALOR * -1.
              PERFORM GRAVA-REG-EXTRATO.

       GRAVA-EXTRATO-TARIFA.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "R"       TO EXT-TIPO.
              MOVE WS-TARIFA-DEV TO EXT-VALOR.
              PERFORM GRAVA-REG-EXTRATO.

       GRAVA-REG-EXTRATO.
              MOVE SALDO-W   TO EXT-SALDO.
              MOVE ZEROS     TO EXT-OPERADOR.
              MOVE HORA-SIS  TO EXT-HORA.
              MOVE WS-SEQ-TRN TO EXT-SEQ.
              MOVE 1 TO EXT-NSEQ.
              WRITE REG-EXT.
              PERFORM UNTIL ARQST-EXT NOT = "22" OR EXT-NSEQ = 999
                 ADD 1 TO EXT-NSEQ
                 WRITE REG-EXT
              END-PERFORM.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "ERRO NO EXTRATO CODIGO " CODIGO-W
                         " - STATUS " ARQST-EXT.

      * O cheque pago sai da conta para a liquidacao da compensacao
      * (CHEQUES), a mesma conta que recebe os depositos em cheque.
       GRAVA-JOURNAL-CHEQUE.
              PERFORM FORMATA-JRN-CLI.
              MOVE WS-JRN-CLI TO JRN-CONTA-DEB.
              MOVE "CHEQUES"  TO JRN-CONTA-CRE.
              MOVE CRC-VALOR  TO JRN-VALOR.
              MOVE SPACES     TO JRN-HISTORICO.
              STRING "CHEQUE PAGO " CRC-NUMERO DELIMITED BY SIZE
                     INTO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.

       GRAVA-JOURNAL-TARIFA.
              PERFORM FORMATA-JRN-CLI.
              MOVE WS-JRN-CLI TO JRN-CONTA-DEB.
              MOVE "TARIFA"   TO JRN-CONTA-CRE.
              MOVE WS-TARIFA-DEV TO JRN-VALOR.
              MOVE "TARIFA CHQDEV" TO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.

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
              MOVE CRC-CODIGO      TO WS-RET-CODIGO.
              MOVE CRC-NUMERO      TO WS-RET-NUMERO.
              MOVE CRC-VALOR       TO WS-RET-VALOR.
              MOVE CRC-BANCO       TO WS-RET-BANCO.
              MOVE CRC-REFERENCIA  TO WS-RET-REF.
              MOVE WS-COD-RETORNO  TO WS-RET-MOTIVO.
              MOVE WS-LINHA-RET TO REG-RET.
              WRITE REG-RET.

      * Every returned check also lands in RUNLOG.DAT so the morning
      * shift starts from a list, not a scrolled-away screen.
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
              SUBTRACT WS-SAG-VALOR FROM WS-SALDO-DISPONIVEL.

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
              MOVE "CHQRECEB" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE RECEBIDOS.
              OPEN INPUT RECEBIDOS.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-CRC.

       LE-CONTROLE.
              READ RECEBIDOS
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
                    ADD CRC-VALOR TO WS-CTL-VALOR-LIDO
              END-EVALUATE.

      * So depois de processado o arquivo entra no registro de
      * recebidos - a mesma remessa nao passa uma segunda vez.
       REGISTRA-ARQUIVO.
              MOVE "G" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.

       FINALIZA.
              IF ARQST-CRC NOT = "35"
                 CLOSE RECEBIDOS
                 CLOSE CHEQUES-EMIT
                 CLOSE CLIENTES
                 CLOSE EXTRATO
                 CLOSE JOURNAL
                 IF WS-RET-ABERTO = "S"
                    CLOSE RETORNO
                 END-IF
              END-IF.
              DISPLAY "CHEQUES RECEBIDOS : " WS-QTD-LIDOS.
              DISPLAY "CHEQUES PAGOS     : " WS-QTD-PAGOS.
              DISPLAY "VALOR PAGO        : " WS-VALOR-PAGO.
              DISPLAY "CHEQUES DEVOLVIDOS: " WS-QTD-DEVOLVIDOS.
              DISPLAY "FIM DE PROGRAMA".
