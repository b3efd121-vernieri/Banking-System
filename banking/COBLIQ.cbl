      ******************************************************************
      * Author: Vernieri
      * Date: October 2, 2026
      * Purpose: Nightly settlement of the cobranca customers' titles
      * Tectonics: cobc
      ******************************************************************
      * BOLRET.DAT is the interbank return of every boleto paid with
      * our bank code.  The loan boletos are BOLBAIXA's; a nosso
      * numero found in TITCOB.DAT belongs to a business customer
      * and is settled here:
      *   - the title goes to "P" with the amount paid, the fine and
      *     interest due under the agreement when paid late, and the
      *     fee kept;
      *   - the agreement's credit account receives the amount paid
      *     (extrato type "8", journal COBRANCA -> CLInnnn) and pays
      *     the fee per title (extrato type "R", CLInnnn -> TARIFA).
      * Payments that cannot be settled go to COBREJ.DAT for the
      * collection desk: 02 titulo ja pago ou baixado, 03 pagamento
      * abaixo do valor do titulo, 04 convenio ou conta de credito
      * indisponivel.  Afterwards every title still open
      * CCB-DIAS-BAIXA days past its due date is written off ("B").
      * COBRET reports the night's events back to each business.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBLIQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RETORNO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-RET.

              SELECT TITULOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TIT-NOSSO-NUM
              ALTERNATE RECORD KEY TIT-CODIGO WITH DUPLICATES
              FILE STATUS ARQST-TIT.

              SELECT CONVENIOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CCB-CODIGO
              FILE STATUS ARQST-CCB.

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

              SELECT REJEITOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO LABEL RECORD STANDARD
                DATA RECORD IS REG-RET
                VALUE OF FILE-ID IS "BOLRET.DAT".
          01 REG-RET.
                02 RET-NUMERO        PIC 9(09).
                02 RET-VALOR-PAGO    PIC 9(05)V99.
                02 RET-DATA-PAG      PIC 9(08).
                02 FILLER            PIC X(01).
          01 REG-CTL.
                COPY CTLARQ.

       FD TITULOS LABEL RECORD STANDARD
                DATA RECORD IS REG-TIT
                VALUE OF FILE-ID IS "TITCOB.DAT".
          01 REG-TIT.
                COPY TITCOB.

       FD CONVENIOS LABEL RECORD STANDARD
                DATA RECORD IS REG-CCB
                VALUE OF FILE-ID IS "CONVCOB.DAT".
          01 REG-CCB.
                COPY CONVCOB.

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

       FD REJEITOS LABEL RECORD STANDARD
                DATA RECORD IS REG-REJ
                VALUE OF FILE-ID IS "COBREJ.DAT".
          01 REG-REJ                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-RET               PIC X(02).
          01 ARQST-TIT               PIC X(02).
          01 ARQST-CCB               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-REJ               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          COPY CLICOM.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-TIT              PIC X(01) VALUE "N".
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-DATA-LIMITE          PIC 9(08) VALUE ZEROS.
          01 WS-DIAS-ATRASO          PIC S9(05) VALUE ZEROS.
          01 WS-MULTA                PIC 9(05)V99 VALUE ZEROS.
          01 WS-JUROS                PIC 9(05)V99 VALUE ZEROS.
          01 WS-MOTIVO               PIC X(02) VALUE SPACES.
          01 WS-JRN-CLI              PIC X(10).
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-LIQUIDADOS       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-REJEITADOS       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-BAIXADOS         PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-CREDITADO      PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-TARIFAS        PIC 9(07)V99 VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "COBLIQ".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".

          01 WS-LINHA-REJ.
                02 WS-REJ-NUMERO     PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-REJ-VALOR      PIC 9(05)V99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-REJ-DATA       PIC 9(08).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-REJ-CODIGO     PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-REJ-MOTIVO     PIC X(02).
                02 FILLER            PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF ARQST-TIT = "00" AND ARQST-CCB = "00"
                 AND ARQST = "00" AND ARQST-REJ = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    IF ARQST-RET = "00"
                       PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                       PERFORM REGISTRA-ARQUIVO
                    ELSE
                       DISPLAY "SEM RETORNO DE BOLETOS PAGOS"
                    END-IF
                    PERFORM BAIXA-DECURSO
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
              ELSE
                 IF ARQST-TIT = "35" OR ARQST-CCB = "35"
                    DISPLAY "SEM TITULOS DE COBRANCA REGISTRADOS"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST-TIT " / " ARQST-CCB " / " ARQST
                            " / " ARQST-REJ
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

      * O BOLRET.DAT e conferido aqui por conta propria, antes da
      * liquidacao e da baixa por decurso - com arquivo recusado nada
      * e liquidado nem baixado, senao titulo pago no arquivo iria
      * para baixa.
       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN I-O TITULOS.
              OPEN INPUT CONVENIOS.
              IF ARQST-TIT NOT = "00" OR ARQST-CCB NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT RETORNO.
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
              OPEN OUTPUT REJEITOS.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              DISPLAY "LIQUIDACAO DE COBRANCA - "
                      DIA "/" MES "/" ANO.
              IF ARQST-RET = "00"
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
              READ RETORNO
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    PERFORM TRATA-PAGAMENTO
              END-READ.

      * Nosso numero fora do TITCOB.DAT e boleto de emprestimo - fica
      * para o BOLBAIXA, sem rejeicao aqui.
       TRATA-PAGAMENTO.
              IF CTL-TIPO-REG = "HDR" OR CTL-TIPO-REG = "TRL"
                 EXIT PARAGRAPH.
              MOVE RET-NUMERO TO TIT-NOSSO-NUM.
              READ TITULOS
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              ADD 1 TO WS-QTD-LIDOS.
              MOVE SPACES TO WS-MOTIVO.
              IF TIT-SITUACAO NOT = "R"
                 MOVE "02" TO WS-MOTIVO
                 PERFORM GRAVA-REJEITO
                 EXIT PARAGRAPH.
              IF RET-VALOR-PAGO < TIT-VALOR
                 MOVE "03" TO WS-MOTIVO
                 PERFORM GRAVA-REJEITO
                 EXIT PARAGRAPH.
              MOVE TIT-CODIGO TO CCB-CODIGO.
              READ CONVENIOS
                 INVALID KEY
                    MOVE "04" TO WS-MOTIVO
                    PERFORM GRAVA-REJEITO
                    EXIT PARAGRAPH
              END-READ.
              MOVE CCB-CONTA-CRED TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE "04" TO WS-MOTIVO
                    PERFORM GRAVA-REJEITO
                    EXIT PARAGRAPH
              END-READ.
              IF STATUS-CONTA = "F"
                 MOVE "04" TO WS-MOTIVO
                 PERFORM GRAVA-REJEITO
                 EXIT PARAGRAPH.
              PERFORM CALCULA-ENCARGOS.
              PERFORM CREDITA-CEDENTE.
              PERFORM MARCA-TITULO-PAGO.
              ADD 1 TO WS-QTD-LIQUIDADOS.

      * Multa uma vez e juros pro rata die sobre o valor do titulo,
      * contados do vencimento ate a data do pagamento.
       CALCULA-ENCARGOS.
              MOVE ZEROS TO WS-MULTA WS-JUROS WS-DIAS-ATRASO.
              IF RET-DATA-PAG IS NOT NUMERIC
                 OR RET-DATA-PAG NOT > TIT-DATA-VENC
                 EXIT PARAGRAPH.
              COMPUTE WS-DIAS-ATRASO =
                      FUNCTION INTEGER-OF-DATE(RET-DATA-PAG)
                    - FUNCTION INTEGER-OF-DATE(TIT-DATA-VENC).
              COMPUTE WS-MULTA ROUNDED =
                      TIT-VALOR * CCB-MULTA-PCT / 100.
              COMPUTE WS-JUROS ROUNDED =
                      TIT-VALOR * CCB-JUROS-MES / 100 / 30
                    * WS-DIAS-ATRASO.

       CREDITA-CEDENTE.
              MOVE REG-CLI TO REG-CLI-W.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              ADD RET-VALOR-PAGO TO SALDO-W.
              ADD RET-VALOR-PAGO TO TOTAL-W.
              PERFORM REGRAVA-CONTA.
              MOVE "8"            TO EXT-TIPO.
              MOVE RET-VALOR-PAGO TO EXT-VALOR.
              PERFORM GRAVA-EXTRATO-COBRANCA.
              PERFORM FORMATA-JRN-CLI.
              MOVE "COBRANCA"     TO JRN-CONTA-DEB.
              MOVE WS-JRN-CLI     TO JRN-CONTA-CRE.
              MOVE RET-VALOR-PAGO TO JRN-VALOR.
              MOVE "COBRANCA TITULO" TO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.
              ADD RET-VALOR-PAGO TO WS-TOTAL-CREDITADO.
              IF CCB-TARIFA = ZEROS
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT CCB-TARIFA FROM SALDO-W.
              ADD CCB-TARIFA TO TOTAL-W.
              PERFORM REGRAVA-CONTA.
              MOVE "R"            TO EXT-TIPO.
              MOVE CCB-TARIFA     TO EXT-VALOR.
              PERFORM GRAVA-EXTRATO-COBRANCA.
              PERFORM FORMATA-JRN-CLI.
              MOVE WS-JRN-CLI     TO JRN-CONTA-DEB.
              MOVE "TARIFA"       TO JRN-CONTA-CRE.
              MOVE CCB-TARIFA     TO JRN-VALOR.
              MOVE "TARIFA COBRANCA" TO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.
              ADD CCB-TARIFA TO WS-TOTAL-TARIFAS.

       MARCA-TITULO-PAGO.
              MOVE "P"            TO TIT-SITUACAO.
              MOVE WS-DATA-HOJE   TO TIT-DATA-OCORR.
              MOVE RET-VALOR-PAGO TO TIT-VALOR-PAGO.
              COMPUTE TIT-ENCARGOS = WS-MULTA + WS-JUROS.
              MOVE CCB-TARIFA     TO TIT-TARIFA.
              REWRITE REG-TIT
                 INVALID KEY
                    DISPLAY "ERRO NA BAIXA DO TITULO " TIT-NOSSO-NUM
                            " - STATUS " ARQST-TIT
              END-REWRITE.

      * Titulo em aberto alem do prazo de baixa do convenio sai da
      * carteira - a empresa e avisada pelo retorno do COBRET.
       BAIXA-DECURSO.
              MOVE "N" TO WS-FIM-TIT.
              MOVE ZEROS TO TIT-NOSSO-NUM.
              START TITULOS KEY IS >= TIT-NOSSO-NUM
                 INVALID KEY
                    MOVE "S" TO WS-FIM-TIT
              END-START.
              PERFORM AVALIA-BAIXA UNTIL WS-FIM-TIT = "S".

       AVALIA-BAIXA.
              READ TITULOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-TIT
                 NOT AT END
                    IF TIT-SITUACAO = "R"
                       PERFORM VERIFICA-PRAZO-BAIXA
                    END-IF
              END-READ.

       VERIFICA-PRAZO-BAIXA.
              MOVE TIT-CODIGO TO CCB-CODIGO.
              READ CONVENIOS
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(TIT-DATA-VENC)
                       + CCB-DIAS-BAIXA).
              IF WS-DATA-LIMITE >= WS-DATA-HOJE
                 EXIT PARAGRAPH.
              MOVE "B"          TO TIT-SITUACAO.
              MOVE WS-DATA-HOJE TO TIT-DATA-OCORR.
              REWRITE REG-TIT
                 INVALID KEY
                    DISPLAY "ERRO NA BAIXA DO TITULO " TIT-NOSSO-NUM
                            " - STATUS " ARQST-TIT
                    EXIT PARAGRAPH
              END-REWRITE.
              ADD 1 TO WS-QTD-BAIXADOS.

       REGRAVA-CONTA.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                            " - STATUS " ARQST
              END-REWRITE.

      * "8" on the statement is a title collected for the customer,
      * credited gross; the fee follows as the usual tariff "R".
       GRAVA-EXTRATO-COBRANCA.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
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

       GRAVA-REJEITO.
              MOVE RET-NUMERO     TO WS-REJ-NUMERO.
              MOVE RET-VALOR-PAGO TO WS-REJ-VALOR.
              MOVE RET-DATA-PAG   TO WS-REJ-DATA.
              MOVE TIT-CODIGO     TO WS-REJ-CODIGO.
              MOVE WS-MOTIVO      TO WS-REJ-MOTIVO.
              MOVE WS-LINHA-REJ   TO REG-REJ.
              WRITE REG-REJ.
              ADD 1 TO WS-QTD-REJEITADOS.

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
              MOVE "COBLIQ" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE RETORNO.
              OPEN INPUT RETORNO.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-RET.

       LE-CONTROLE.
              READ RETORNO
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
                    ADD RET-VALOR-PAGO TO WS-CTL-VALOR-LIDO
              END-EVALUATE.

      * So depois de processado o arquivo entra no registro de
      * recebidos - a mesma remessa nao passa uma segunda vez.
       REGISTRA-ARQUIVO.
              MOVE "G" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.

       FINALIZA.
              IF ARQST-TIT NOT = "35" AND ARQST-CCB NOT = "35"
                 CLOSE RETORNO
                 CLOSE CLIENTES
                 CLOSE EXTRATO
                 CLOSE JOURNAL
                 CLOSE REJEITOS
              END-IF.
              CLOSE TITULOS.
              CLOSE CONVENIOS.
              DISPLAY "PAGAMENTOS DE COBRANCA: " WS-QTD-LIDOS.
              DISPLAY "TITULOS LIQUIDADOS    : " WS-QTD-LIQUIDADOS.
              DISPLAY "REJEITADOS            : " WS-QTD-REJEITADOS.
              DISPLAY "BAIXADOS POR DECURSO  : " WS-QTD-BAIXADOS.
              DISPLAY "VALOR CREDITADO       : " WS-TOTAL-CREDITADO.
              DISPLAY "TARIFAS COBRADAS      : " WS-TOTAL-TARIFAS.
              DISPLAY "FIM DE PROGRAMA".
