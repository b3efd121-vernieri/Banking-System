      * when the charge lands, so nothing is charged twice.  The
      * run also prints, per account, last month's usage against the
      * package franchise, so the manager sees the packages that no
      * longer fit.  Scheduled by AGENCIA range (FAIXAGE), each
      * partition charges only the assignments of accounts in its
      * range, under its own run-control entry and report, writes
      * its journal legs to JRNCSTnn.DAT (chained into JOURNAL.DAT by
      * PARTCONF) and leaves its totals for PARTCONF; the charge
      * stamp on each assignment remains the restart point.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSTCOB.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS WS-NOME-JRN.
          01 REG-JRN.
                COPY JOURNAL.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS WS-SPL-ARQUIVO.
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "CSTCOB".
          01 WS-SPL-ARQUIVO          PIC X(12)
                                     VALUE "CSTCOB.LST".
          01 WS-NOME-JRN             PIC X(12)
                                     VALUE "JOURNAL.DAT".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-AUX              PIC X(01) VALUE "N".
          01 WS-AAMM-HOJE            PIC 9(06) VALUE ZEROS.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-JRN-CLI              PIC X(10).
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
          01 WS-EXC-SAQUE            PIC S9(04) VALUE ZEROS.
          01 WS-EXC-TRANSF           PIC S9(04) VALUE ZEROS.
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          COPY FAIXAW.
          01 WS-PTT-PROGRAMA         PIC X(08) VALUE "CSTCOB".
          01 WS-PTT-QTD              PIC 9(07) VALUE ZEROS.
          01 WS-PTT-VALOR            PIC S9(13)V99 VALUE ZEROS.
          01 WS-AGENCIA-CESTA        PIC 9(04) VALUE ZEROS.
          01 WS-QTD-FAIXA            PIC 9(07) VALUE ZEROS.
          01 WS-TOTAL-COBRADO        PIC S9(13)V99 VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(45) VALUE
              GOBACK.

       ABRE-ARQ.
              PERFORM CARREGA-FAIXA.
              OPEN I-O CLIENTES.
              OPEN I-O CESTACTA.
      * A failed open here means the extrato has not been through
              DISPLAY "COBRANCA DE CESTAS DE TARIFAS - "
                      DIA "/" MES "/" ANO.

      * Rodando como particao (FAIXAGE) so as cestas de contas da
      * faixa de agencias sao cobradas, com run-control, relatorio e
      * JOURNAL de trabalho (JRNCSTnn.DAT) proprios - particoes
      * diferentes podem rodar lado a lado.
       CARREGA-FAIXA.
              MOVE "L" TO WS-FAI-FUNCAO.
              CALL "FAIXAGE" USING WS-FAI-FUNCAO WS-FAIXA.
              IF WS-FAI-PARTICAO = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-FAI-PARTICAO TO WS-RCT-PROGRAMA(7:2).
              MOVE SPACES TO WS-SPL-ARQUIVO.
              STRING "CSTCOB" WS-FAI-PARTICAO ".LST"
                     DELIMITED BY SIZE INTO WS-SPL-ARQUIVO.
              MOVE SPACES TO WS-NOME-JRN.
              STRING "JRNCST" WS-FAI-PARTICAO ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-JRN.
              DISPLAY "PARTICAO " WS-FAI-PARTICAO " - AGENCIAS "
                      WS-FAI-AGENCIA-INI " A " WS-FAI-AGENCIA-FIM.

      * Re-running a completed period is not an operator decision -
      * the override demands a supervisor credential via SUPAUT.
       VERIFICA-RUN-CONTROL.
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    PERFORM APURA-AGENCIA-CESTA
                    IF WS-AGENCIA-CESTA >= WS-FAI-AGENCIA-INI
                       AND WS-AGENCIA-CESTA <= WS-FAI-AGENCIA-FIM
                       ADD 1 TO WS-QTD-FAIXA
                       PERFORM TRATA-CESTA
                    END-IF
              END-READ.

       TRATA-CESTA.
              IF CAC-SITUACAO NOT = "A"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-ATRIB.
              PERFORM BUSCA-CATALOGO.
              IF WS-ACHOU-CST = "S"
                 IF CAC-ANO-MES-COB < WS-AAMM-HOJE
                    PERFORM COBRA-CESTA
                    IF WS-COBROU = "S"
                       MOVE WS-AAMM-HOJE TO CAC-ANO-MES-COB
                       REWRITE REG-CAC
                       ADD 1 TO WS-QTD-COBRADAS
                    ELSE
                       ADD 1 TO WS-QTD-FALHAS
                    END-IF
                 END-IF
      * O total da particao soma as cestas ja cobradas no mes, desta
      * ou de uma rodada anterior - o reinicio nao muda o numero.
                 IF CAC-ANO-MES-COB = WS-AAMM-HOJE
                    ADD CST-PRECO TO WS-TOTAL-COBRADO
                 END-IF
                 PERFORM AVALIA-ENQUADRAMENTO
              ELSE
                 DISPLAY "CESTA " CAC-CESTA " DA CONTA "
                         CAC-CODIGO " FORA DO CATALOGO"
              END-IF.

      * Cesta de conta que nao existe mais conta como agencia 0000 -
      * a particao que comeca em 0000 e quem a trata.
       APURA-AGENCIA-CESTA.
              MOVE ZEROS TO WS-AGENCIA-CESTA.
              IF WS-FAI-PARTICAO = ZEROS
                 EXIT PARAGRAPH.
              MOVE CAC-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE AGENCIA TO WS-AGENCIA-CESTA
              END-READ.

       BUSCA-CATALOGO.
              MOVE "N" TO WS-ACHOU-CST WS-FIM-AUX.
              OPEN INPUT CESTAS.
                 EXIT PARAGRAPH.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              IF CST-PRECO > WS-SALDO-DISPONIVEL
                 MOVE "SALDO INSUFICIENTE PARA A CESTA"
                      TO WS-LOG-MENSAGEM
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM ENCADEIA-JOURNAL.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
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
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST.

      * Particao grava as pernas sem elo no JOURNAL proprio - quem
      * encadeia e junta ao JOURNAL.DAT e o PARTCONF, unico a gravar
      * nele, de modo que particoes lado a lado nao disputam o elo.
       ENCADEIA-JOURNAL.
              IF WS-FAI-PARTICAO = ZEROS
                 CALL "JRNELO" USING REG-JRN
              ELSE
                 MOVE ZEROS TO JRN-ELO.

      * Particao completa deixa cestas lidas e valor cobrado da faixa
      * em PARTOT.DAT para o PARTCONF somar e conferir.
       REGISTRA-PARTICAO.
              IF WS-FAI-PARTICAO = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-QTD-FAIXA     TO WS-PTT-QTD.
              MOVE WS-TOTAL-COBRADO TO WS-PTT-VALOR.
              CALL "PARTREG" USING WS-PTT-PROGRAMA WS-FAIXA
                                   WS-DATA-MOVTO WS-PTT-QTD
                                   WS-PTT-VALOR.

       FINALIZA.
              IF ARQST = "00" AND WS-FIM-ARQ = "S"
                 PERFORM REGISTRA-PARTICAO.
              CLOSE CLIENTES.
              CLOSE CESTACTA.
              CLOSE EXTRATO.
