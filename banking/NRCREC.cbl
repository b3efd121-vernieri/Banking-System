      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Yearly transfer of unclaimed balances to the
      *          unclaimed-funds liability
      * Tectonics: cobc
      ******************************************************************
      * Run once a year (run-control period "A"; a second run in the
      * same year needs the supervisor, as in ARQUIVA).  Every account
      * in PRODUTOS.DAT and every record of the closed-account archive
      * ARQCLI.DAT holding a positive balance with no movement made by
      * the customer for NAORECL-ANOS years (parameter, default 10)
      * has the balance moved to the NAORECLAM liability account: the
      * balance goes to zero, the extrato shows the transfer (tipo
      * "#", negative), the journal debits CLInnnn against NAORECLAM
      * and NAORECL.DAT registers owner and amount for a later claim
      * at the counter (NRCMAN).  A customer movement is any extrato
      * line posted by an operator or a deposit, withdrawal or
      * transfer, read from EXTRATO.DAT and the month archives
      * EXTaaaamm.DAT of the period, plus the last-withdrawal date of
      * the account; on an archived account the closing date counts
      * as well.  Accounts of deceased customers (the estate decides)
      * and accounts under judicial block are left alone.  The run
      * writes NRCaaaa.DAT, the regulatory file of owners and amounts
      * of the year - header "0", one "1" per balance, trailer "9" -
      * rebuilt from NAORECL.DAT so a second run still delivers the
      * whole year, and lists what it moved in NRCREC.LST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NRCREC.

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

              SELECT ARQUIVO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-ARQ.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT ARQEXT ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AEX.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT NAORECLAMADOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY NRC-CHAVE
              FILE STATUS ARQST-NRC.

              SELECT DECLARACAO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-DCL.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD ARQUIVO LABEL RECORD STANDARD
                DATA RECORD IS REG-ARQ
                VALUE OF FILE-ID IS "ARQCLI.DAT".
          01 REG-ARQ.
                COPY REGCLI.

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXT
                VALUE OF FILE-ID IS "EXTRATO.DAT".
          01 REG-EXT.
                COPY EXTRATO.

       FD ARQEXT LABEL RECORD STANDARD
                DATA RECORD IS REG-AEX
                VALUE OF FILE-ID IS WS-NOME-ARQEXT.
          01 REG-AEX.
                COPY EXTRATO
                   REPLACING ==EXT-CHAVE== BY ==AEX-CHAVE==
                             ==EXT-CODIGO== BY ==AEX-CODIGO==
                             ==EXT-DATA== BY ==AEX-DATA==
                             ==EXT-ANO== BY ==AEX-ANO==
                             ==EXT-MES== BY ==AEX-MES==
                             ==EXT-DIA== BY ==AEX-DIA==
                             ==EXT-NSEQ== BY ==AEX-NSEQ==
                             ==EXT-TIPO== BY ==AEX-TIPO==
                             ==EXT-VALOR== BY ==AEX-VALOR==
                             ==EXT-SALDO== BY ==AEX-SALDO==
                             ==EXT-OPERADOR== BY ==AEX-OPERADOR==
                             ==EXT-HORA== BY ==AEX-HORA==
                             ==EXT-HH== BY ==AEX-HH==
                             ==EXT-MM== BY ==AEX-MM==
                             ==EXT-SS== BY ==AEX-SS==
                             ==EXT-SEQ== BY ==AEX-SEQ==.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD NAORECLAMADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-NRC
                VALUE OF FILE-ID IS "NAORECL.DAT".
          01 REG-NRC.
                COPY NAORECL.

       FD DECLARACAO LABEL RECORD STANDARD
                DATA RECORD IS REG-DCL
                VALUE OF FILE-ID IS WS-NOME-ARQDCL.
          01 REG-DCL                 PIC X(80).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "NRCREC.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-ARQ               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-AEX               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-NRC               PIC X(02).
          01 ARQST-DCL               PIC X(02).
          01 ARQST-REL               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "NRCREC".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "NRCREC.LST".
          01 WS-NOME-ARQEXT          PIC X(13) VALUE SPACES.
          01 WS-NOME-ARQDCL          PIC X(12) VALUE SPACES.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-AEX              PIC X(01) VALUE "N".
          01 WS-PRM-NOME             PIC X(20).
          01 WS-PRM-VALOR            PIC S9(05)V9999.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-ANOS-PRAZO           PIC 9(02) VALUE 10.
          01 WS-ANO-CORTE            PIC 9(04) VALUE ZEROS.
          01 WS-DATA-CORTE           PIC 9(08) VALUE ZEROS.
          01 WS-ANO-ARQ              PIC 9(04) VALUE ZEROS.
          01 WS-MES-ARQ              PIC 9(02) VALUE ZEROS.
          01 WS-MOV-CODIGO           PIC 9(04) VALUE ZEROS.
          01 WS-MOV-DATA             PIC 9(08) VALUE ZEROS.
          01 WS-DATA-ULT-MOV         PIC 9(08) VALUE ZEROS.
          01 WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
          01 WS-ORIGEM               PIC X(01) VALUE SPACE.
          01 WS-FALECIDO             PIC X(01) VALUE "N".
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-VALOR-RECOLHIDO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-JRN-CLI              PIC X(10).
          01 WS-QTD-CONTAS           PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ARQUIVADAS       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-RECOLHIDAS       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-RETIDAS          PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-RECOLHIDO      PIC 9(11)V99 VALUE ZEROS.
          01 WS-QTD-REG-DCL          PIC 9(07) VALUE ZEROS.
          01 WS-QTD-DCL-DET          PIC 9(07) VALUE ZEROS.
          01 WS-TOTAL-DCL            PIC 9(11)V99 VALUE ZEROS.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "NRCREC".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "NRCREC".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "A".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.

      * Data do ultimo movimento do cliente por codigo de conta.
          01 WS-TAB-ULT-MOV.
                02 WS-ULT-MOV        PIC 9(08) OCCURS 9999 TIMES.

      * Layout do arquivo regulatorio (80 posicoes): "0" header do
      * ano, "1" saldo recolhido, "9" trailer.
          01 WS-DCL-HEADER.
                02 FILLER            PIC X(01) VALUE "0".
                02 FILLER            PIC X(12) VALUE "VALORNAORECL".
                02 WS-DCH-ANO        PIC 9(04).
                02 WS-DCH-DATA       PIC 9(08).
                02 WS-DCH-PRAZO      PIC 9(02).
                02 FILLER            PIC X(53) VALUE SPACES.
          01 WS-DCL-DETALHE.
                02 FILLER            PIC X(01) VALUE "1".
                02 WS-DCD-CPF        PIC X(11).
                02 WS-DCD-NOME       PIC X(30).
                02 WS-DCD-CODIGO     PIC 9(04).
                02 WS-DCD-AGENCIA    PIC 9(04).
                02 WS-DCD-ORIGEM     PIC X(01).
                02 WS-DCD-ULT-MOV    PIC 9(08).
                02 WS-DCD-VALOR      PIC 9(07)V99.
                02 WS-DCD-DATA       PIC 9(08).
                02 FILLER            PIC X(04) VALUE SPACES.
          01 WS-DCL-TRAILER.
                02 FILLER            PIC X(01) VALUE "9".
                02 WS-DCT-QTD-REG    PIC 9(07).
                02 WS-DCT-QTD-DET    PIC 9(07).
                02 WS-DCT-VALOR      PIC 9(11)V99.
                02 FILLER            PIC X(52) VALUE SPACES.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(42) VALUE
                   "VALORES NAO RECLAMADOS - RECOLHIMENTO     ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(28) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CONT AGEN CPF         NOME              ".
                02 FILLER            PIC X(40) VALUE
                   "   O ULT.MOV            VALOR".

          01 WS-LINHA-DET.
                02 WS-DET-CODIGO     PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-AGENCIA    PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CPF        PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-NOME       PIC X(20).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-ORIGEM     PIC X(01).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-ANO        PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VALOR      PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(11) VALUE SPACES.

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(17) VALUE
                   "TOTAL RECOLHIDO: ".
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(07) VALUE " CONTAS".
                02 FILLER            PIC X(22) VALUE SPACES.
                02 WS-TOT-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM APURA-ULTIMO-MOVIMENTO
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                    PERFORM VARRE-ARQUIVO-MORTO
                    PERFORM GERA-ARQUIVO-REGULATORIO
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "NAORECL-ANOS" TO WS-PRM-NOME.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-ANOS-PRAZO.
              OPEN I-O CLIENTES.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM APURA-DATA-MOVIMENTO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
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
              OPEN I-O NAORECLAMADOS.
              IF ARQST-NRC NOT = "00"
                 OPEN OUTPUT NAORECLAMADOS.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              OPEN OUTPUT RELATORIO.
              COMPUTE WS-ANO-CORTE = ANO - WS-ANOS-PRAZO.
              COMPUTE WS-DATA-CORTE = WS-ANO-CORTE * 10000
                                    + MES * 100 + DIA.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "RECOLHIMENTO DE VALORES NAO RECLAMADOS - "
                      DIA "/" MES "/" ANO.
              DISPLAY "SEM MOVIMENTO DO CLIENTE DESDE " WS-DATA-CORTE.

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

      ******************************************************************
      * Ultimo movimento do cliente
      ******************************************************************
      * Only the period under test matters: the month archives are
      * read from the cut-off year on, then the live extrato.  Interest,
      * fees and every other posting of the batch chain carry operator
      * zero and do not keep an abandoned balance alive.
       APURA-ULTIMO-MOVIMENTO.
              MOVE ZEROS TO WS-TAB-ULT-MOV.
              PERFORM VARRE-ANO-ARQUIVO
                      VARYING WS-ANO-ARQ FROM WS-ANO-CORTE BY 1
                      UNTIL WS-ANO-ARQ > ANO.
              MOVE "N" TO WS-FIM-AEX.
              PERFORM LE-EXTRATO UNTIL WS-FIM-AEX = "S".

       VARRE-ANO-ARQUIVO.
              PERFORM VARRE-UM-ARQUIVO-MES
                      VARYING WS-MES-ARQ FROM 1 BY 1
                      UNTIL WS-MES-ARQ > 12.

       VARRE-UM-ARQUIVO-MES.
              MOVE SPACES TO WS-NOME-ARQEXT.
              STRING "EXT" WS-ANO-ARQ WS-MES-ARQ ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQEXT.
              OPEN INPUT ARQEXT.
              IF ARQST-AEX NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-AEX.
              PERFORM LE-ARQUIVO-MES UNTIL WS-FIM-AEX = "S".
              CLOSE ARQEXT.

       LE-ARQUIVO-MES.
              READ ARQEXT
                 AT END
                    MOVE "S" TO WS-FIM-AEX
                 NOT AT END
                    IF AEX-OPERADOR > ZEROS OR AEX-TIPO = "D"
                       OR AEX-TIPO = "S" OR AEX-TIPO = "T"
                       MOVE AEX-CODIGO TO WS-MOV-CODIGO
                       MOVE AEX-DATA   TO WS-MOV-DATA
                       PERFORM REGISTRA-MOVIMENTO
                    END-IF
              END-READ.

       LE-EXTRATO.
              READ EXTRATO NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-AEX
                 NOT AT END
                    IF EXT-OPERADOR > ZEROS OR EXT-TIPO = "D"
                       OR EXT-TIPO = "S" OR EXT-TIPO = "T"
                       MOVE EXT-CODIGO TO WS-MOV-CODIGO
                       MOVE EXT-DATA   TO WS-MOV-DATA
                       PERFORM REGISTRA-MOVIMENTO
                    END-IF
              END-READ.

       REGISTRA-MOVIMENTO.
              IF WS-MOV-CODIGO = ZEROS
                 EXIT PARAGRAPH.
              IF WS-MOV-DATA > WS-ULT-MOV(WS-MOV-CODIGO)
                 MOVE WS-MOV-DATA TO WS-ULT-MOV(WS-MOV-CODIGO).

      ******************************************************************
      * Contas ativas e arquivo morto
      ******************************************************************
       PROCESSO.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-CLI TO REG-CLI-W
                    ADD 1 TO WS-QTD-CONTAS
                    MOVE "C" TO WS-ORIGEM
                    PERFORM AVALIA-CONTA
              END-READ.

      * The archive is rewritten in place - an archived balance that
      * is moved stays in ARQCLI.DAT with zero, so ARQREST restores
      * the account without it and the money is claimed at NRCMAN.
       VARRE-ARQUIVO-MORTO.
              OPEN I-O ARQUIVO.
              IF ARQST-ARQ NOT = "00"
                 DISPLAY "ARQUIVO MORTO INDISPONIVEL - STATUS "
                         ARQST-ARQ
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-ARQUIVO-MORTO UNTIL WS-FIM-ARQ = "S".
              CLOSE ARQUIVO.

       LE-ARQUIVO-MORTO.
              READ ARQUIVO
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-ARQ TO REG-CLI-W
                    ADD 1 TO WS-QTD-ARQUIVADAS
                    MOVE "A" TO WS-ORIGEM
                    PERFORM AVALIA-CONTA
              END-READ.

       AVALIA-CONTA.
              IF SALDO-W IS NOT NUMERIC OR SALDO-W NOT > ZEROS
                 EXIT PARAGRAPH.
              PERFORM APURA-DATA-ULT-MOV.
              IF WS-DATA-ULT-MOV NOT < WS-DATA-CORTE
                 EXIT PARAGRAPH.
      * Conta de falecido espera o espolio (FALMAN) e conta com
      * bloqueio judicial ou deposito em compensacao espera o
      * desfecho - o saldo fica onde esta e a conta sai na lista.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING CPF-W WS-FALECIDO.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              IF SALDO-BLOQ-W IS NOT NUMERIC
                 MOVE ZEROS TO SALDO-BLOQ-W.
              IF WS-FALECIDO = "S" OR WS-BLJ-VALOR > ZEROS
                 OR SALDO-BLOQ-W > ZEROS
                 ADD 1 TO WS-QTD-RETIDAS
                 DISPLAY "CONTA " CODIGO-W " RETIDA - FALECIDO OU "
                         "BLOQUEIO"
                 EXIT PARAGRAPH.
              PERFORM RECOLHE-SALDO.

      * Closing date (archived accounts) and last withdrawal count as
      * movement along with the extrato.
       APURA-DATA-ULT-MOV.
              MOVE ZEROS TO WS-DATA-ULT-MOV.
              IF CODIGO-W > ZEROS
                 MOVE WS-ULT-MOV(CODIGO-W) TO WS-DATA-ULT-MOV.
              IF DATA-ULT-SAQUE-W IS NUMERIC
                 COMPUTE WS-DATA-AUX = ULT-SAQUE-ANO-W * 10000
                                     + ULT-SAQUE-MES-W * 100
                                     + ULT-SAQUE-DIA-W
                 IF WS-DATA-AUX > WS-DATA-ULT-MOV
                    MOVE WS-DATA-AUX TO WS-DATA-ULT-MOV
                 END-IF
              END-IF.
              IF DATA-ENCERR-W IS NUMERIC
                 COMPUTE WS-DATA-AUX = ENCERR-ANO-W * 10000
                                     + ENCERR-MES-W * 100
                                     + ENCERR-DIA-W
                 IF WS-DATA-AUX > WS-DATA-ULT-MOV
                    MOVE WS-DATA-AUX TO WS-DATA-ULT-MOV
                 END-IF
              END-IF.

      * The journal entry is checked against the chart of accounts
      * before the balance is touched - without NAORECLAM registered
      * nothing moves and the account is logged for the next run.
       RECOLHE-SALDO.
              MOVE SALDO-W TO WS-VALOR-RECOLHIDO.
              PERFORM MONTA-JOURNAL.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 MOVE CODIGO-W TO WS-LOG-CHAVE
                 MOVE "NAORECLAM FORA DO PLANO - NADA RECOLHIDO"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE ZEROS TO SALDO-W.
              ADD WS-VALOR-RECOLHIDO TO TOTAL-W.
              PERFORM REGRAVA-CONTA.
              IF ARQST NOT = "00"
                 MOVE CODIGO-W TO WS-LOG-CHAVE
                 MOVE "ERRO NA GRAVACAO DA CONTA" TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG
                 MOVE "00" TO ARQST
                 EXIT PARAGRAPH.
              PERFORM GRAVA-EXTRATO-RECOLHIMENTO.
              PERFORM GRAVA-JOURNAL-RECOLHIMENTO.
              PERFORM GRAVA-NAORECLAMADO.
              ADD 1 TO WS-QTD-RECOLHIDAS.
              ADD WS-VALOR-RECOLHIDO TO WS-TOTAL-RECOLHIDO.
              PERFORM IMPRIME-DETALHE.

       REGRAVA-CONTA.
              IF WS-ORIGEM = "C"
                 MOVE REG-CLI-W TO REG-CLI
                 REWRITE REG-CLI
                    INVALID KEY
                       DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                               " - STATUS " ARQST
                 END-REWRITE
              ELSE
                 MOVE REG-CLI-W TO REG-ARQ
                 REWRITE REG-ARQ
                 MOVE ARQST-ARQ TO ARQST
                 IF ARQST NOT = "00"
                    DISPLAY "ERRO NO ARQUIVO MORTO CODIGO " CODIGO-W
                            " - STATUS " ARQST
                 END-IF
              END-IF.

      * Tipo "#" - every letter and digit already names a movement;
      * the value is negative on the transfer out and positive on the
      * restitution (NRCMAN).
       GRAVA-EXTRATO-RECOLHIMENTO.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "#"       TO EXT-TIPO.
              COMPUTE EXT-VALOR = WS-VALOR-RECOLHIDO * -1.
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

       MONTA-JOURNAL.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE ANO        TO JRN-ANO.
              MOVE MES        TO JRN-MES.
              MOVE DIA        TO JRN-DIA.
              MOVE WS-JRN-CLI TO JRN-CONTA-DEB.
              MOVE "NAORECLAM" TO JRN-CONTA-CRE.
              MOVE WS-VALOR-RECOLHIDO TO JRN-VALOR.
              MOVE "VALOR NAO RECLAMADO" TO JRN-HISTORICO.
              MOVE ZEROS      TO JRN-OPERADOR.
              MOVE HORA-SIS   TO JRN-HORA.

       GRAVA-JOURNAL-RECOLHIMENTO.
              MOVE WS-SEQ-TRN TO JRN-SEQ.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
                         " - STATUS " ARQST-JRN.

       GRAVA-NAORECLAMADO.
              MOVE CPF-W              TO NRC-CPF.
              MOVE CODIGO-W           TO NRC-CODIGO.
              MOVE DATA-SIS(1:8)      TO NRC-DATA.
              MOVE WS-ORIGEM          TO NRC-ORIGEM.
              MOVE NOME-W             TO NRC-NOME.
              MOVE AGENCIA-W          TO NRC-AGENCIA.
              MOVE WS-DATA-ULT-MOV    TO NRC-DATA-ULT-MOV.
              MOVE WS-VALOR-RECOLHIDO TO NRC-VALOR.
              MOVE ZEROS              TO NRC-DEVOLVIDO.
              MOVE "P"                TO NRC-SITUACAO.
              MOVE ZEROS              TO NRC-DATA-RESTIT.
              WRITE REG-NRC
                 INVALID KEY
                    DISPLAY "ERRO NO REGISTRO NAORECL CODIGO "
                            CODIGO-W " - STATUS " ARQST-NRC
                    MOVE CODIGO-W TO WS-LOG-CHAVE
                    MOVE "ERRO NO REGISTRO DE NAO RECLAMADOS"
                         TO WS-LOG-MENSAGEM
                    PERFORM GRAVA-RUN-LOG
              END-WRITE.

       IMPRIME-DETALHE.
              MOVE CODIGO-W           TO WS-DET-CODIGO.
              MOVE AGENCIA-W          TO WS-DET-AGENCIA.
              MOVE CPF-W              TO WS-DET-CPF.
              MOVE NOME-W             TO WS-DET-NOME.
              MOVE WS-ORIGEM          TO WS-DET-ORIGEM.
              MOVE WS-DATA-ULT-MOV(7:2) TO WS-DET-DIA.
              MOVE WS-DATA-ULT-MOV(5:2) TO WS-DET-MES.
              MOVE WS-DATA-ULT-MOV(1:4) TO WS-DET-ANO.
              MOVE WS-VALOR-RECOLHIDO TO WS-DET-VALOR.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

      ******************************************************************
      * Arquivo regulatorio
      ******************************************************************
       GERA-ARQUIVO-REGULATORIO.
              CLOSE NAORECLAMADOS.
              OPEN INPUT NAORECLAMADOS.
              IF ARQST-NRC NOT = "00"
                 DISPLAY "NAORECL.DAT INDISPONIVEL - STATUS " ARQST-NRC
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              MOVE SPACES TO WS-NOME-ARQDCL.
              STRING "NRC" ANO ".DAT" DELIMITED BY SIZE
                     INTO WS-NOME-ARQDCL.
              OPEN OUTPUT DECLARACAO.
              IF ARQST-DCL NOT = "00"
                 DISPLAY "ERRO NA CRIACAO DE " WS-NOME-ARQDCL
                         " - STATUS " ARQST-DCL
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              MOVE ANO           TO WS-DCH-ANO.
              MOVE DATA-SIS(1:8) TO WS-DCH-DATA.
              MOVE WS-ANOS-PRAZO TO WS-DCH-PRAZO.
              MOVE WS-DCL-HEADER TO REG-DCL.
              PERFORM GRAVA-DCL.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-NAORECLAMADO UNTIL WS-FIM-ARQ = "S".
              ADD 1 TO WS-QTD-REG-DCL.
              MOVE WS-QTD-REG-DCL TO WS-DCT-QTD-REG.
              MOVE WS-QTD-DCL-DET TO WS-DCT-QTD-DET.
              MOVE WS-TOTAL-DCL   TO WS-DCT-VALOR.
              MOVE WS-DCL-TRAILER TO REG-DCL.
              WRITE REG-DCL.
              CLOSE DECLARACAO.
              DISPLAY "ARQUIVO GERADO: " WS-NOME-ARQDCL " - "
                      WS-QTD-DCL-DET " SALDOS".

       LE-NAORECLAMADO.
              READ NAORECLAMADOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF NRC-DATA(1:4) = ANO
                       PERFORM EMITE-DETALHE-DCL
                    END-IF
              END-READ.

       EMITE-DETALHE-DCL.
              MOVE NRC-CPF          TO WS-DCD-CPF.
              MOVE NRC-NOME         TO WS-DCD-NOME.
              MOVE NRC-CODIGO       TO WS-DCD-CODIGO.
              MOVE NRC-AGENCIA      TO WS-DCD-AGENCIA.
              MOVE NRC-ORIGEM       TO WS-DCD-ORIGEM.
              MOVE NRC-DATA-ULT-MOV TO WS-DCD-ULT-MOV.
              MOVE NRC-VALOR        TO WS-DCD-VALOR.
              MOVE NRC-DATA         TO WS-DCD-DATA.
              MOVE WS-DCL-DETALHE TO REG-DCL.
              PERFORM GRAVA-DCL.
              ADD 1 TO WS-QTD-DCL-DET.
              ADD NRC-VALOR TO WS-TOTAL-DCL.

       GRAVA-DCL.
              WRITE REG-DCL.
              ADD 1 TO WS-QTD-REG-DCL.

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

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

       FINALIZA.
              IF ARQST-REL = "00"
                 MOVE WS-QTD-RECOLHIDAS  TO WS-TOT-QTD
                 MOVE WS-TOTAL-RECOLHIDO TO WS-TOT-VALOR
                 MOVE WS-LINHA-TOT TO REG-REL
                 WRITE REG-REL
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO.
              CLOSE CLIENTES.
              CLOSE EXTRATO.
              CLOSE JOURNAL.
              CLOSE NAORECLAMADOS.
              DISPLAY "CONTAS LIDAS          : " WS-QTD-CONTAS.
              DISPLAY "ARQUIVADAS LIDAS      : " WS-QTD-ARQUIVADAS.
              DISPLAY "SALDOS RECOLHIDOS     : " WS-QTD-RECOLHIDAS.
              DISPLAY "CONTAS RETIDAS        : " WS-QTD-RETIDAS.
              DISPLAY "FIM DE PROGRAMA".
