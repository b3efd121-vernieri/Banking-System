
       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS WS-NOME-JRN.
          01 REG-JRN.
                COPY JOURNAL.

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
                02 CKP-TOTAL-JUROS    PIC S9(08)V99.

       WORKING-STORAGE SECTION.
          01 ARQST-EXT               PIC X(02).
          01 WS-JRN-CLI              PIC X(10).
          01 WS-CKP-CODIGO           PIC 9(04) VALUE ZEROS.
          01 WS-TEM-CKP              PIC X(01) VALUE "N".
          01 WS-NOME-CKP             PIC X(12)
                                     VALUE "CKPJUROS.DAT".
          01 WS-NOME-JRN             PIC X(12)
                                     VALUE "JOURNAL.DAT".
          COPY FAIXAW.
          01 WS-PTT-PROGRAMA         PIC X(08) VALUE "JUROS".
          01 WS-PTT-QTD              PIC 9(07) VALUE ZEROS.
          01 WS-PTT-VALOR            PIC S9(13)V99 VALUE ZEROS.
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-TAXA-JUROS           PIC 9V9999 VALUE 0,005.
          01 WS-JUROS-W              PIC S9(05)V99 VALUE ZEROS.
          01 WS-TOTAL-JUROS          PIC S9(08)V99 VALUE ZEROS.
          01 WS-TOTAL-JUROS-E        PIC -ZZZ.ZZZ.ZZ9,99.
          01 WS-SALDO-MINIMO         PIC S9(05)V99 VALUE 100,00.
          01 WS-TARIFA-W             PIC S9(05)V99 VALUE 10,00.
          01 WS-TAXA-JUROS-DEV       PIC 9V9999 VALUE 0,0800.
                         ARQST-EXT " - EXECUTE MIGRADAT"
                 MOVE ARQST-EXT TO ARQST
                 EXIT PARAGRAPH.
              PERFORM CARREGA-FAIXA.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              DISPLAY "APURACAO DE JUROS - " DIA "/" MES "/" ANO.
              PERFORM CARREGA-PARAMETROS.

      * Rodando como particao (FAIXAGE) so as contas da faixa de
      * agencias sao tratadas, com checkpoint, run-control e JOURNAL
      * de trabalho (JRNJURnn.DAT) proprios - particoes diferentes
      * podem rodar lado a lado.
       CARREGA-FAIXA.
              MOVE "L" TO WS-FAI-FUNCAO.
              CALL "FAIXAGE" USING WS-FAI-FUNCAO WS-FAIXA.
              IF WS-FAI-PARTICAO = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-FAI-PARTICAO TO WS-RCT-PROGRAMA(7:2).
              MOVE SPACES TO WS-NOME-CKP.
              STRING "CKPJUR" WS-FAI-PARTICAO ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-CKP.
              MOVE SPACES TO WS-NOME-JRN.
              STRING "JRNJUR" WS-FAI-PARTICAO ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-JRN.
              DISPLAY "PARTICAO " WS-FAI-PARTICAO " - AGENCIAS "
                      WS-FAI-AGENCIA-INI " A " WS-FAI-AGENCIA-FIM.

      * Runs only after VERIFICA-DIA-UTIL settled the posting date -
      * checkpoints are stamped with that date, so a weekend run that
      * crashes and is restarted still matches its own checkpoint and
                       IF CKP-ANO = ANO AND CKP-MES = MES
                                        AND CKP-DIA = DIA
                          MOVE CKP-CODIGO TO WS-CKP-CODIGO
                          MOVE CKP-QTD-CONTAS  TO WS-QTD-CONTAS
                          MOVE CKP-TOTAL-JUROS TO WS-TOTAL-JUROS
                          MOVE "S" TO WS-TEM-CKP
                       END-IF
                 END-READ
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-CLI TO REG-CLI-W
                    IF AGENCIA-W >= WS-FAI-AGENCIA-INI
                       AND AGENCIA-W <= WS-FAI-AGENCIA-FIM
                       PERFORM TRATA-CONTA
                    END-IF
              END-READ.

       TRATA-CONTA.
              ADD 1 TO WS-QTD-CONTAS.
              IF STATUS-CONTA-W NOT = "F"
                 PERFORM APLICA-JUROS
                 PERFORM APLICA-TARIFA
                 PERFORM APLICA-JUROS-DEVEDOR.
              PERFORM GRAVA-CHECKPOINT.

       GRAVA-CHECKPOINT.
              OPEN OUTPUT CHECKPOINT.
              MOVE ANO       TO CKP-ANO.
              MOVE MES       TO CKP-MES.
              MOVE DIA       TO CKP-DIA.
              MOVE CODIGO-W  TO CKP-CODIGO.
              MOVE WS-QTD-CONTAS  TO CKP-QTD-CONTAS.
              MOVE WS-TOTAL-JUROS TO CKP-TOTAL-JUROS.
              WRITE REG-CKP.
              CLOSE CHECKPOINT.

                         SALDO-W * WS-TAXA-JUROS
                 ADD WS-JUROS-W TO SALDO-W
                 ADD WS-JUROS-W TO TOTAL-W
                 ADD WS-JUROS-W TO WS-TOTAL-JUROS
                 PERFORM REGRAVA-CONTA
                 MOVE "J" TO EXT-TIPO
                 MOVE WS-JUROS-W TO EXT-VALOR
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM ENCADEIA-JOURNAL.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM ENCADEIA-JOURNAL.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM ENCADEIA-JOURNAL.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
              CLOSE EXTRATO.
              CLOSE JOURNAL.
              IF ARQST = "00" AND WS-FIM-ARQ = "S"
                 PERFORM LIMPA-CHECKPOINT
                 PERFORM REGISTRA-PARTICAO.
              MOVE WS-TAXA-JUROS   TO WS-TAXA-JUROS-E.
              MOVE WS-SALDO-MINIMO TO WS-SALDO-MINIMO-E.
              MOVE WS-TARIFA-W     TO WS-TARIFA-E.
              DISPLAY "CONTAS PROCESSADAS: " WS-QTD-CONTAS.
              DISPLAY "CONTAS CREDITADAS : " WS-QTD-CREDITADAS.
              DISPLAY "CONTAS TARIFADAS  : " WS-QTD-TARIFADAS.
              MOVE WS-TOTAL-JUROS TO WS-TOTAL-JUROS-E.
              DISPLAY "TOTAL JUROS CREDITADOS  : " WS-TOTAL-JUROS-E.
              MOVE WS-TAXA-JUROS-DEV TO WS-TAXA-DEV-E.
              MOVE WS-TOTAL-JUROS-DEV TO WS-TOTAL-JUROS-DEV-E.
              DISPLAY "TAXA JUROS DEVEDORES    : " WS-TAXA-DEV-E.
              DISPLAY "FIM DE PROGRAMA".


      * Particao grava as pernas sem elo no JOURNAL proprio - quem
      * encadeia e junta ao JOURNAL.DAT e o PARTCONF, unico a gravar
      * nele, de modo que particoes lado a lado nao disputam o elo.
       ENCADEIA-JOURNAL.
              IF WS-FAI-PARTICAO = ZEROS
                 CALL "JRNELO" USING REG-JRN
              ELSE
                 MOVE ZEROS TO JRN-ELO.

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
       LIMPA-CHECKPOINT.
              OPEN OUTPUT CHECKPOINT.
              CLOSE CHECKPOINT.

      * Particao completa deixa contas e juros creditados da faixa
      * em PARTOT.DAT para o PARTCONF somar e conferir.
       REGISTRA-PARTICAO.
              IF WS-FAI-PARTICAO = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-QTD-CONTAS  TO WS-PTT-QTD.
              MOVE WS-TOTAL-JUROS TO WS-PTT-VALOR.
              CALL "PARTREG" USING WS-PTT-PROGRAMA WS-FAIXA
                                   WS-DATA-MOVTO WS-PTT-QTD
                                   WS-PTT-VALOR.
