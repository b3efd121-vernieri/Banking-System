      ******************************************************************
      * Author: Vernieri
      * Date: September 23, 2026
      * Purpose: Social-benefit (pension) credit with proof of life
      * Tectonics: cobc
      ******************************************************************
      * BENEFIC.DAT carries the month's benefits from the paying
      * agency.  Each one is credited to the linked account (extrato
      * type "7", journal BENEFICIO -> CLInnnn) unless:
      *   - the account is unknown, closed or not the beneficiary's
      *     own, or the beneficiary is on FALECIDO.DAT - the item goes
      *     back to the agency on BENEFIC.RET;
      *   - the proof of life in PROVIDA.DAT is older than
      *     PROVA-VIDA-DIAS (parameter, default 365) - the item waits
      *     in BENPEND.DAT.
      * Every run first goes through BENPEND.DAT: items whose proof
      * of life has since been renewed at the window (PVIDMAN) are
      * credited, items of a beneficiary who has died or whose
      * account closed meanwhile are returned.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BENCRED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BENEFICIOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BNF.

              SELECT PENDENTES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BPD.

              SELECT PROVA-VIDA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PVD-CPF
              FILE STATUS ARQST-PVD.

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
       FD BENEFICIOS LABEL RECORD STANDARD
                RECORD CONTAINS 38 CHARACTERS
                DATA RECORD IS REG-BNF
                VALUE OF FILE-ID IS "BENEFIC.DAT".
          01 REG-BNF.
                COPY BENEFIC.
          01 REG-CTL.
                COPY CTLARQ.
                02 FILLER            PIC X(13).

       FD PENDENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-BPD
                VALUE OF FILE-ID IS "BENPEND.DAT".
          01 REG-BPD.
                COPY BENPEND.

       FD PROVA-VIDA LABEL RECORD STANDARD
                DATA RECORD IS REG-PVD
                VALUE OF FILE-ID IS "PROVIDA.DAT".
          01 REG-PVD.
                COPY PROVIDA.

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
                VALUE OF FILE-ID IS "BENEFIC.RET".
          01 REG-RET                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-BNF               PIC X(02).
          01 ARQST-BPD               PIC X(02).
          01 ARQST-PVD               PIC X(02).
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
          01 WS-FIM-BPD              PIC X(01) VALUE "N".
          01 WS-DESTINO              PIC X(01) VALUE SPACE.
          01 WS-COD-RETORNO          PIC X(02) VALUE "00".
          01 WS-FALECIDO             PIC X(01) VALUE "N".
          01 WS-PROVA-DIAS           PIC 9(04) VALUE 0365.
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-DIAS-PROVA           PIC S9(08) VALUE ZEROS.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-CREDITADOS       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-RETIDOS          PIC 9(06) VALUE ZEROS.
          01 WS-QTD-LIBERADOS        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-DEVOLVIDOS       PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-CREDITADO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-JRN-CLI              PIC X(10).
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "BENCRED".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".

      * Codigos de retorno ao orgao pagador:
      * 01 conta inexistente, 02 conta encerrada, 03 CPF nao confere
      * com a conta, 04 beneficiario falecido, 05 valor invalido.
          01 WS-LINHA-RET.
                02 WS-RET-CPF        PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-NUMERO     PIC 9(10).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-CODIGO     PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-VALOR      PIC 9(05)V99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-COMPET     PIC 9(06).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-MOTIVO     PIC X(02).
                02 FILLER            PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
      * O retorno so e reaberto depois que o controle do arquivo e o
      * run-control liberam a execucao - um reenvio recusado nao
      * apaga as respostas da ultima execucao.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 CLOSE BENEFICIOS
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF ARQST = "00" AND ARQST-PVD = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    OPEN OUTPUT RETORNO
                    MOVE "S" TO WS-RET-ABERTO
                    PERFORM LIBERA-PENDENTES
                    PERFORM PROCESSA-ARQUIVO
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-PVD
                 MOVE 8 TO RETURN-CODE
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN I-O CLIENTES.
              OPEN I-O PROVA-VIDA.
              IF ARQST-PVD NOT = "00"
                     CLOSE PROVA-VIDA
                     OPEN OUTPUT PROVA-VIDA
                     CLOSE PROVA-VIDA
                     OPEN I-O PROVA-VIDA.
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
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              MOVE "PROVA-VIDA-DIAS" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-PROVA-DIAS.
              DISPLAY "CREDITO DE BENEFICIOS - "
                      DIA "/" MES "/" ANO.
              OPEN INPUT BENEFICIOS.
              IF ARQST-BNF = "00"
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

      * Fila de retidos: so o que ainda esta "P" e reavaliado.  O
      * item que continua sem prova de vida fica como esta.
       LIBERA-PENDENTES.
              OPEN I-O PENDENTES.
              IF ARQST-BPD NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-BPD.
              PERFORM REAVALIA-PENDENTE UNTIL WS-FIM-BPD = "S".
              CLOSE PENDENTES.

       REAVALIA-PENDENTE.
              READ PENDENTES
                 AT END
                    MOVE "S" TO WS-FIM-BPD
                 NOT AT END
                    IF BPD-SITUACAO = "P"
                       MOVE BPD-ITEM TO REG-BNF
                       PERFORM AVALIA-BENEFICIO
                       PERFORM ATUALIZA-PENDENTE
                    END-IF
              END-READ.

       ATUALIZA-PENDENTE.
              EVALUATE WS-DESTINO
                 WHEN "C"
                    PERFORM CREDITA-BENEFICIO
                    MOVE "C" TO BPD-SITUACAO
                    ADD 1 TO WS-QTD-LIBERADOS
                 WHEN "R"
                    PERFORM GRAVA-RETORNO
                    MOVE "D" TO BPD-SITUACAO
                 WHEN OTHER
                    EXIT PARAGRAPH
              END-EVALUATE.
              MOVE WS-DATA-HOJE TO BPD-DATA-SITUAC.
              REWRITE REG-BPD.
              IF ARQST-BPD NOT = "00"
                 DISPLAY "ERRO NA FILA DE RETIDOS CPF " BNF-CPF
                         " - STATUS " ARQST-BPD.

      * O BENEFIC.DAT ja vem aberto e conferido do ABRE-ARQ.
       PROCESSA-ARQUIVO.
              IF ARQST-BNF NOT = "00"
                 DISPLAY "SEM ARQUIVO DE BENEFICIOS"
                 EXIT PARAGRAPH.
              OPEN EXTEND PENDENTES.
              IF ARQST-BPD NOT = "00"
                     OPEN OUTPUT PENDENTES.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S".
              CLOSE BENEFICIOS.
              CLOSE PENDENTES.
              PERFORM REGISTRA-ARQUIVO.

       PROCESSO.
              READ BENEFICIOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CTL-TIPO-REG NOT = "HDR"
                       AND CTL-TIPO-REG NOT = "TRL"
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM AVALIA-BENEFICIO
                       EVALUATE WS-DESTINO
                          WHEN "C" PERFORM CREDITA-BENEFICIO
                          WHEN "R" PERFORM GRAVA-RETORNO
                          WHEN "P" PERFORM RETEM-BENEFICIO
                       END-EVALUATE
                    END-IF
              END-READ.

      * WS-DESTINO: "C" credita, "R" devolve ao orgao pagador com o
      * motivo em WS-COD-RETORNO, "P" retem por prova de vida.
      * Obito vem antes da prova de vida - beneficio de falecido
      * nunca fica retido, volta.
       AVALIA-BENEFICIO.
              MOVE "R" TO WS-DESTINO.
              MOVE "00" TO WS-COD-RETORNO.
              IF BNF-VALOR NOT > ZEROS
                 MOVE "05" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              MOVE BNF-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE "01" TO WS-COD-RETORNO
              END-READ.
              IF WS-COD-RETORNO NOT = "00"
                 EXIT PARAGRAPH.
              IF STATUS-CONTA = "F"
                 MOVE "02" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              IF CPF NOT = BNF-CPF
                 MOVE "03" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING BNF-CPF WS-FALECIDO.
              IF WS-FALECIDO = "S"
                 MOVE "04" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-PROVA-VIDA.

      * Beneficiario sem registro comeca a contar do primeiro
      * credito; dali em diante so a prova no caixa renova a data.
       VERIFICA-PROVA-VIDA.
              MOVE "C" TO WS-DESTINO.
              MOVE BNF-CPF TO PVD-CPF.
              READ PROVA-VIDA
                 INVALID KEY
                    MOVE BNF-CPF      TO PVD-CPF
                    MOVE WS-DATA-HOJE TO PVD-DATA-PROVA
                    MOVE ZEROS        TO PVD-OPERADOR
                    WRITE REG-PVD
                    EXIT PARAGRAPH
              END-READ.
              COMPUTE WS-DIAS-PROVA =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                      - FUNCTION INTEGER-OF-DATE(PVD-DATA-PROVA).
              IF WS-DIAS-PROVA > WS-PROVA-DIAS
                 MOVE "P" TO WS-DESTINO.

       CREDITA-BENEFICIO.
              MOVE REG-CLI TO REG-CLI-W.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              ADD BNF-VALOR TO SALDO-W.
              ADD BNF-VALOR TO TOTAL-W.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                            " - STATUS " ARQST
              END-REWRITE.
              PERFORM GRAVA-EXTRATO-BENEFICIO.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE ANO         TO JRN-ANO.
              MOVE MES         TO JRN-MES.
              MOVE DIA         TO JRN-DIA.
              MOVE "BENEFICIO" TO JRN-CONTA-DEB.
              MOVE WS-JRN-CLI  TO JRN-CONTA-CRE.
              MOVE BNF-VALOR   TO JRN-VALOR.
              MOVE SPACES      TO JRN-HISTORICO.
              STRING "BENEFICIO " BNF-NUMERO DELIMITED BY SIZE
                     INTO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.
              ADD 1 TO WS-QTD-CREDITADOS.
              ADD BNF-VALOR TO WS-TOTAL-CREDITADO.

      * "7" on the statement marks a social-benefit credit.
       GRAVA-EXTRATO-BENEFICIO.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "7"       TO EXT-TIPO.
              MOVE BNF-VALOR TO EXT-VALOR.
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

       RETEM-BENEFICIO.
              MOVE "P"          TO BPD-SITUACAO.
              MOVE WS-DATA-HOJE TO BPD-DATA-RETENC.
              MOVE WS-DATA-HOJE TO BPD-DATA-SITUAC.
              MOVE REG-BNF      TO BPD-ITEM.
              WRITE REG-BPD.
              IF ARQST-BPD NOT = "00"
                 DISPLAY "ERRO NA FILA DE RETIDOS CPF " BNF-CPF
                         " - STATUS " ARQST-BPD
              ELSE
                 ADD 1 TO WS-QTD-RETIDOS.

       GRAVA-RETORNO.
              MOVE BNF-CPF         TO WS-RET-CPF.
              MOVE BNF-NUMERO      TO WS-RET-NUMERO.
              MOVE BNF-CODIGO      TO WS-RET-CODIGO.
              MOVE BNF-VALOR       TO WS-RET-VALOR.
              MOVE BNF-COMPETENCIA TO WS-RET-COMPET.
              MOVE WS-COD-RETORNO  TO WS-RET-MOTIVO.
              MOVE WS-LINHA-RET TO REG-RET.
              WRITE REG-RET.
              ADD 1 TO WS-QTD-DEVOLVIDOS.

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
              MOVE "BENCRED" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE BENEFICIOS.
              OPEN INPUT BENEFICIOS.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-BNF.

       LE-CONTROLE.
              READ BENEFICIOS
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
                    ADD BNF-VALOR TO WS-CTL-VALOR-LIDO
              END-EVALUATE.

      * So depois de processado o arquivo entra no registro de
      * recebidos - a mesma remessa nao passa uma segunda vez.
       REGISTRA-ARQUIVO.
              MOVE "G" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.

       FINALIZA.
              CLOSE CLIENTES.
              CLOSE PROVA-VIDA.
              CLOSE EXTRATO.
              CLOSE JOURNAL.
              IF WS-RET-ABERTO = "S"
                 CLOSE RETORNO.
              DISPLAY "BENEFICIOS LIDOS  : " WS-QTD-LIDOS.
              DISPLAY "CREDITADOS        : " WS-QTD-CREDITADOS.
              DISPLAY "RETIDOS (PROVA)   : " WS-QTD-RETIDOS.
              DISPLAY "LIBERADOS DA FILA : " WS-QTD-LIBERADOS.
              DISPLAY "DEVOLVIDOS        : " WS-QTD-DEVOLVIDOS.
              DISPLAY "VALOR CREDITADO   : " WS-TOTAL-CREDITADO.
              DISPLAY "FIM DE PROGRAMA".
