      * Date: August 21, 2026
      * Purpose: Nightly per-account balance snapshot
      * Tectonics: cobc
      ******************************************************************
      * Run in the chain after the day's posting: one POSICOES.DAT
      * record per account.  A run that stops half-way resumes after
      * the last account in its checkpoint, so no account is
      * photographed twice; a completed day is only run again with a
      * supervisor credential (RUNCTL).  Scheduled by AGENCIA range
      * (FAIXAGE) each partition keeps its own checkpoint, run-
      * control entry and POSSNPnn.DAT work file, and leaves its
      * totals for PARTCONF, which appends the work file to
      * POSICOES.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SNAPDIA.
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-POS.

              SELECT CHECKPOINT ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CKP.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD

       FD POSICOES LABEL RECORD STANDARD
                DATA RECORD IS REG-POS
                VALUE OF FILE-ID IS WS-NOME-POS.
          01 REG-POS.
                COPY POSICAO.

       FD CHECKPOINT LABEL RECORD STANDARD
                DATA RECORD IS REG-CKP
                VALUE OF FILE-ID IS WS-NOME-CKP.
          01 REG-CKP.
                02 CKP-DATA.
                      03 CKP-ANO      PIC 9(04).
                      03 CKP-MES      PIC 9(02).
                      03 CKP-DIA      PIC 9(02).
                02 CKP-CODIGO         PIC 9(04).
                02 CKP-QTD-CONTAS     PIC 9(06).
                02 CKP-TOTAL-SALDOS   PIC S9(10)V99.

       WORKING-STORAGE SECTION.
          01 ARQST-POS               PIC X(02).
          01 ARQST-CKP               PIC X(02).
          01 WS-ARQST-ABERTURA       PIC X(02) VALUE SPACES.
          01 WS-CKP-CODIGO           PIC 9(04) VALUE ZEROS.
          01 WS-TEM-CKP              PIC X(01) VALUE "N".
          01 WS-NOME-CKP             PIC X(12)
                                     VALUE "CKPSNAP.DAT".
          01 WS-NOME-POS             PIC X(12)
                                     VALUE "POSICOES.DAT".
          COPY FAIXAW.
          01 WS-PTT-PROGRAMA         PIC X(08) VALUE "SNAPDIA".
          01 WS-PTT-QTD              PIC 9(07) VALUE ZEROS.
          01 WS-PTT-VALOR            PIC S9(13)V99 VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "SNAPDIA".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-CONTAS           PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-SALDOS         PIC S9(10)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-POS = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM POSICIONA-CHECKPOINT
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-POS
              GOBACK.

       ABRE-ARQ.
              PERFORM CARREGA-FAIXA.
              OPEN INPUT CLIENTES.
              OPEN EXTEND POSICOES.
              IF ARQST-POS NOT = "00"
              DISPLAY "FOTOGRAFIA DIARIA DE SALDOS - "
                      DIA "/" MES "/" ANO.

      * Rodando como particao (FAIXAGE) so as contas da faixa de
      * agencias sao fotografadas, com checkpoint, run-control e
      * arquivo de posicoes (POSSNPnn.DAT) proprios - o PARTCONF
      * junta as posicoes ao POSICOES.DAT, de modo que particoes
      * diferentes podem rodar lado a lado.
       CARREGA-FAIXA.
              MOVE "L" TO WS-FAI-FUNCAO.
              CALL "FAIXAGE" USING WS-FAI-FUNCAO WS-FAIXA.
              IF WS-FAI-PARTICAO = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-FAI-PARTICAO TO WS-RCT-PROGRAMA(7:2).
              MOVE SPACES TO WS-NOME-CKP.
              STRING "CKPSNP" WS-FAI-PARTICAO ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-CKP.
              MOVE SPACES TO WS-NOME-POS.
              STRING "POSSNP" WS-FAI-PARTICAO ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-POS.
              DISPLAY "PARTICAO " WS-FAI-PARTICAO " - AGENCIAS "
                      WS-FAI-AGENCIA-INI " A " WS-FAI-AGENCIA-FIM.

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

      * Checkpoints carry the movement date - one left by another
      * day is ignored and the snapshot starts from the first account.
       POSICIONA-CHECKPOINT.
              PERFORM LE-CHECKPOINT.
              IF WS-TEM-CKP = "S"
                 DISPLAY "RETOMANDO A PARTIR DO CODIGO " WS-CKP-CODIGO
      * ARQST is saved and restored around START so an INVALID KEY
      * (checkpoint on the last account) is not taken by INICIO for
      * a failed open.
                 MOVE ARQST TO WS-ARQST-ABERTURA
                 MOVE WS-CKP-CODIGO TO CODIGO
                 START CLIENTES KEY IS GREATER THAN CODIGO
                    INVALID KEY
                       MOVE "S" TO WS-FIM-ARQ
                 END-START
                 MOVE WS-ARQST-ABERTURA TO ARQST
              END-IF.

       LE-CHECKPOINT.
              MOVE "N" TO WS-TEM-CKP.
              OPEN INPUT CHECKPOINT.
              IF ARQST-CKP = "00"
                 READ CHECKPOINT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CKP-ANO = ANO AND CKP-MES = MES
                                        AND CKP-DIA = DIA
                          MOVE CKP-CODIGO       TO WS-CKP-CODIGO
                          MOVE CKP-QTD-CONTAS   TO WS-QTD-CONTAS
                          MOVE CKP-TOTAL-SALDOS TO WS-TOTAL-SALDOS
                          MOVE "S" TO WS-TEM-CKP
                       END-IF
                 END-READ
                 CLOSE CHECKPOINT.

       GRAVA-CHECKPOINT.
              OPEN OUTPUT CHECKPOINT.
              MOVE ANO             TO CKP-ANO.
              MOVE MES             TO CKP-MES.
              MOVE DIA             TO CKP-DIA.
              MOVE CODIGO-W        TO CKP-CODIGO.
              MOVE WS-QTD-CONTAS   TO CKP-QTD-CONTAS.
              MOVE WS-TOTAL-SALDOS TO CKP-TOTAL-SALDOS.
              WRITE REG-CKP.
              CLOSE CHECKPOINT.

       LIMPA-CHECKPOINT.
              OPEN OUTPUT CHECKPOINT.
              CLOSE CHECKPOINT.

       PROCESSO.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-CLI TO REG-CLI-W
                    IF AGENCIA-W >= WS-FAI-AGENCIA-INI
                       AND AGENCIA-W <= WS-FAI-AGENCIA-FIM
                       ADD 1 TO WS-QTD-CONTAS
                       ADD SALDO-W TO WS-TOTAL-SALDOS
                       PERFORM GRAVA-POSICAO
                       PERFORM GRAVA-CHECKPOINT
                    END-IF
              END-READ.

       GRAVA-POSICAO.
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST.

      * Particao completa deixa contas e soma dos saldos da faixa
      * em PARTOT.DAT para o PARTCONF somar e conferir.
       REGISTRA-PARTICAO.
              IF WS-FAI-PARTICAO = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-QTD-CONTAS   TO WS-PTT-QTD.
              MOVE WS-TOTAL-SALDOS TO WS-PTT-VALOR.
              CALL "PARTREG" USING WS-PTT-PROGRAMA WS-FAIXA
                                   WS-DATA-MOVTO WS-PTT-QTD
                                   WS-PTT-VALOR.

       FINALIZA.
              CLOSE CLIENTES.
              CLOSE POSICOES.
              IF ARQST = "00" AND WS-FIM-ARQ = "S"
                 AND WS-PODE-RODAR = "S"
                 PERFORM LIMPA-CHECKPOINT
                 PERFORM REGISTRA-PARTICAO.
              DISPLAY "POSICOES GRAVADAS: " WS-QTD-CONTAS.
              DISPLAY "FIM DE PROGRAMA".
