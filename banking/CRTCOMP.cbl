      ******************************************************************
      * Author: Vernieri
      * Date: September 14, 2026
      * Purpose: Nightly intake of the card network clearing file
      * Tectonics: cobc
      ******************************************************************
      * Runs in the nightly chain: every ATM withdrawal and POS
      * purchase in CARTMOV.DAT is debited from the account that owns
      * the card, under the same rules SACA applies at the window -
      * a closed account, a deceased holder, a judicial freeze, the
      * overdraft contract and the daily withdrawal limit all stop
      * the debit.  Applied items post extrato type "4" and the
      * CLInnnn -> CARTAO journal entry against the card settlement
      * account; refused items go to CARTMOV.RET with the reason
      * code so the network can charge them back, and to RUNLOG.DAT
      * for the morning shift.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRTCOMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT MOVIMENTO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CMV.

              SELECT CARTOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CRT-NUMERO
              ALTERNATE RECORD KEY CRT-CODIGO WITH DUPLICATES
              FILE STATUS ARQST-CRT.

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
       FD MOVIMENTO LABEL RECORD STANDARD
                RECORD CONTAINS 53 CHARACTERS
                DATA RECORD IS REG-CMV
                VALUE OF FILE-ID IS "CARTMOV.DAT".
          01 REG-CMV.
                COPY CRTMOV.
          01 REG-CTL.
                COPY CTLARQ.
                02 FILLER            PIC X(28).

       FD CARTOES LABEL RECORD STANDARD
                DATA RECORD IS REG-CRT
                VALUE OF FILE-ID IS "CARTOES.DAT".
          01 REG-CRT.
                COPY CARTAO.

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
                VALUE OF FILE-ID IS "CARTMOV.RET".
          01 REG-RET                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-CMV               PIC X(02).
          01 ARQST-CRT               PIC X(02).
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
          01 WS-QTD-ACEITOS          PIC 9(06) VALUE ZEROS.
          01 WS-QTD-REJEITADOS       PIC 9(06) VALUE ZEROS.
          01 WS-VALOR-ACEITO         PIC 9(09)V99 VALUE ZEROS.
          01 WS-COD-RETORNO          PIC X(02) VALUE "00".
          01 WS-JRN-CLI              PIC X(10).
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
          01 WS-LIMITE-CE-CONTA      PIC 9(05)V99 VALUE ZEROS.
          01 WS-CEL-ACHOU            PIC X(01) VALUE "N".
          01 WS-LIMITE-DIARIO        PIC 9(05)V99 VALUE 5000,00.
          01 WS-LIMITE-CHEQUE-ESPECIAL PIC 9(05)V99 VALUE 500,00.
          01 WS-FALECIDO             PIC X(01) VALUE "N".
          01 WS-DATA-ITEM            PIC 9(08) VALUE ZEROS.
          01 WS-DATA-ULT             PIC 9(08) VALUE ZEROS.
          01 WS-AAMM-ITEM            PIC 9(06) VALUE ZEROS.
          01 WS-AAMM-VALIDADE        PIC 9(06) VALUE ZEROS.
          01 WS-SACADO-BASE          PIC 9(06)V99 VALUE ZEROS.
          01 WS-ATUALIZA-DIA         PIC X(01) VALUE "N".
          01 WS-PRM-NOME             PIC X(20).
          01 WS-PRM-VALOR            PIC S9(05)V9999.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "CRTCOMP".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "A".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "CRTCOMP".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".

      * Codigos de recusa devolvidos a bandeira (chargeback):
      * 01 cartao inexistente, 02 cartao bloqueado ou cancelado,
      * 03 cartao vencido, 04 conta inexistente ou encerrada,
      * 05 saldo insuficiente, 06 limite diario excedido,
      * 07 bloqueio judicial, 08 titular falecido, 09 tipo invalido.
          01 WS-LINHA-RET.
                02 WS-RET-NUMERO     PIC 9(16).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-TIPO       PIC X(01).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-ESTABELEC  PIC X(15).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-VALOR      PIC 9(05)V99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-AUTORIZ    PIC X(06).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-DATA       PIC 9(08).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-MOTIVO     PIC X(02).
                02 FILLER            PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
      * O retorno so e reaberto depois que o controle do arquivo e o
      * run-control liberam a execucao - um reenvio recusado nao
      * apaga as respostas da ultima execucao.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF ARQST-CMV = "00" AND ARQST = "00"
                 AND ARQST-CRT = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    OPEN OUTPUT RETORNO
                    MOVE "S" TO WS-RET-ABERTO
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                    PERFORM REGISTRA-ARQUIVO
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
              ELSE
                 IF ARQST-CMV = "35"
                    DISPLAY "SEM ARQUIVO DE COMPENSACAO DE CARTOES"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST-CMV " / " ARQST " / " ARQST-CRT
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN INPUT MOVIMENTO.
              IF ARQST-CMV NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT CARTOES.
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
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              PERFORM CARREGA-PARAMETROS.
              DISPLAY "COMPENSACAO DE CARTOES - "
                      DIA "/" MES "/" ANO.
              PERFORM CONFERE-CONTROLE.

      * Os mesmos parametros que o caixa usa no SACA - o cartao nao
      * tem limite proprio.
       CARREGA-PARAMETROS.
              MOVE "LIMITE-DIARIO" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-LIMITE-DIARIO.
              MOVE "LIMITE-CHEQUE-ESP" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-LIMITE-CHEQUE-ESPECIAL.

       LE-PARAMETRO.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.

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
              READ MOVIMENTO
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CTL-TIPO-REG NOT = "HDR"
                       AND CTL-TIPO-REG NOT = "TRL"
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM TRATA-ITEM
                       IF WS-COD-RETORNO NOT = "00"
                          PERFORM GRAVA-RETORNO
                       END-IF
                    END-IF
              END-READ.

       TRATA-ITEM.
              MOVE "00" TO WS-COD-RETORNO.
              IF CMV-TIPO NOT = "S" AND NOT = "C"
                 MOVE "09" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              MOVE CMV-NUMERO TO CRT-NUMERO.
              READ CARTOES
                 INVALID KEY
                    MOVE "01" TO WS-COD-RETORNO
              END-READ.
              IF WS-COD-RETORNO NOT = "00"
                 EXIT PARAGRAPH.
              IF CRT-SITUACAO NOT = "A"
                 MOVE "02" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
      * O cartao vale ate o ultimo dia do mes de validade - conta a
      * data da transacao, nao a da compensacao.
              MOVE CMV-DATA TO WS-DATA-ITEM.
              COMPUTE WS-AAMM-ITEM = CMV-ANO * 100 + CMV-MES.
              COMPUTE WS-AAMM-VALIDADE = CRT-VAL-ANO * 100
                                       + CRT-VAL-MES.
              IF WS-AAMM-ITEM > WS-AAMM-VALIDADE
                 MOVE "03" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              MOVE CRT-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE "04" TO WS-COD-RETORNO
                 NOT INVALID KEY
                    MOVE REG-CLI TO REG-CLI-W
              END-READ.
              IF WS-COD-RETORNO NOT = "00"
                 EXIT PARAGRAPH.
              IF STATUS-CONTA-W = "F"
                 MOVE "04" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING CPF-W WS-FALECIDO.
              IF WS-FALECIDO = "S"
                 MOVE "08" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-SALDO.
              IF WS-COD-RETORNO NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-LIMITE-DIARIO.
              IF WS-COD-RETORNO NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM APLICA-ITEM.

      * Same available balance as SACA: SALDO-W less active judicial
      * holds.  Cheques still in SALDO-BLOQ were never added to
      * SALDO-W, so they stay out of reach here too.  The cheque
      * especial never stretches over a court freeze.
       VERIFICA-SALDO.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              IF WS-BLJ-VALOR = ZEROS
                 PERFORM APURA-LIMITE-CE
                 ADD WS-LIMITE-CE-CONTA TO WS-SALDO-DISPONIVEL.
              IF CMV-VALOR > WS-SALDO-DISPONIVEL
                 IF WS-BLJ-VALOR > ZEROS
                    MOVE "07" TO WS-COD-RETORNO
                 ELSE
                    MOVE "05" TO WS-COD-RETORNO
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

      * The day that counts is the day the card was used.  An item
      * of the day already on VALOR-SACADO-DIA-W adds to it, a later
      * day starts the count over; an item older than the last day
      * recorded (a late network file) is held to the limit alone
      * and leaves the counter of the newer day untouched.
       VERIFICA-LIMITE-DIARIO.
              MOVE DATA-ULT-SAQUE-W TO WS-DATA-ULT.
              MOVE "S" TO WS-ATUALIZA-DIA.
              IF WS-DATA-ITEM = WS-DATA-ULT
                 MOVE VALOR-SACADO-DIA-W TO WS-SACADO-BASE
              ELSE
                 MOVE ZEROS TO WS-SACADO-BASE
                 IF WS-DATA-ITEM < WS-DATA-ULT
                    MOVE "N" TO WS-ATUALIZA-DIA
                 END-IF
              END-IF.
              IF WS-SACADO-BASE + CMV-VALOR > WS-LIMITE-DIARIO
                 MOVE "06" TO WS-COD-RETORNO.

       APLICA-ITEM.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT CMV-VALOR FROM SALDO-W.
              ADD CMV-VALOR TO TOTAL-W.
              IF WS-ATUALIZA-DIA = "S"
                 COMPUTE VALOR-SACADO-DIA-W = WS-SACADO-BASE
                                            + CMV-VALOR
                 MOVE CMV-ANO TO ULT-SAQUE-ANO-W
                 MOVE CMV-MES TO ULT-SAQUE-MES-W
                 MOVE CMV-DIA TO ULT-SAQUE-DIA-W
              END-IF.
              PERFORM REGRAVA-CONTA.
              PERFORM GRAVA-EXTRATO-CARTAO.
              PERFORM GRAVA-JOURNAL-CARTAO.
              ADD 1 TO WS-QTD-ACEITOS.
              ADD CMV-VALOR TO WS-VALOR-ACEITO.

       REGRAVA-CONTA.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                            " - STATUS " ARQST
              END-REWRITE.

      * "4" on the statement marks a debit card item, ATM or POS
      * alike; it posts negative like any other debit.
       GRAVA-EXTRATO-CARTAO.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "4"       TO EXT-TIPO.
              COMPUTE EXT-VALOR = CMV-VALOR * -1.
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

       GRAVA-JOURNAL-CARTAO.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE ANO        TO JRN-ANO.
              MOVE MES        TO JRN-MES.
              MOVE DIA        TO JRN-DIA.
              MOVE WS-JRN-CLI TO JRN-CONTA-DEB.
              MOVE "CARTAO"   TO JRN-CONTA-CRE.
              MOVE CMV-VALOR  TO JRN-VALOR.
              MOVE SPACES     TO JRN-HISTORICO.
              IF CMV-TIPO = "S"
                 STRING "CARTAO SAQUE " CMV-AUTORIZ
                        DELIMITED BY SIZE INTO JRN-HISTORICO
              ELSE
                 STRING "CARTAO COMPRA " CMV-AUTORIZ
                        DELIMITED BY SIZE INTO JRN-HISTORICO
              END-IF.
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
              MOVE CMV-NUMERO     TO WS-RET-NUMERO.
              MOVE CMV-TIPO       TO WS-RET-TIPO.
              MOVE CMV-ESTABELEC  TO WS-RET-ESTABELEC.
              MOVE CMV-VALOR      TO WS-RET-VALOR.
              MOVE CMV-AUTORIZ    TO WS-RET-AUTORIZ.
              MOVE CMV-DATA       TO WS-RET-DATA.
              MOVE WS-COD-RETORNO TO WS-RET-MOTIVO.
              ADD 1 TO WS-QTD-REJEITADOS.
              MOVE WS-LINHA-RET TO REG-RET.
              WRITE REG-RET.
              PERFORM GRAVA-LOG-RECUSA.

      * Every refused item also lands in RUNLOG.DAT so the morning
      * shift starts from a list, not a scrolled-away screen.
       GRAVA-LOG-RECUSA.
              MOVE SPACES TO WS-LOG-CHAVE.
              MOVE CMV-AUTORIZ TO WS-LOG-CHAVE.
              MOVE SPACES TO WS-LOG-MENSAGEM.
              STRING "CARTAO RECUSADO - MOTIVO " WS-COD-RETORNO
                     DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
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
              MOVE "CRTCOMP" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE MOVIMENTO.
              OPEN INPUT MOVIMENTO.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-CMV.

       LE-CONTROLE.
              READ MOVIMENTO
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
                    ADD CMV-VALOR TO WS-CTL-VALOR-LIDO
              END-EVALUATE.

      * So depois de processado o arquivo entra no registro de
      * recebidos - a mesma remessa nao passa uma segunda vez.
       REGISTRA-ARQUIVO.
              MOVE "G" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.

       FINALIZA.
              IF ARQST-CMV NOT = "35"
                 CLOSE MOVIMENTO
                 CLOSE CARTOES
                 CLOSE CLIENTES
                 CLOSE EXTRATO
                 CLOSE JOURNAL
                 IF WS-RET-ABERTO = "S"
                    CLOSE RETORNO
                 END-IF
              END-IF.
              DISPLAY "ITENS LIDOS      : " WS-QTD-LIDOS.
              DISPLAY "DEBITADOS        : " WS-QTD-ACEITOS.
              DISPLAY "VALOR DEBITADO   : " WS-VALOR-ACEITO.
              DISPLAY "RECUSADOS        : " WS-QTD-REJEITADOS.
              DISPLAY "FIM DE PROGRAMA".
