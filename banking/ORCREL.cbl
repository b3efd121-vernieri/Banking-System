      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Monthly branch budget versus actual report
      * Tectonics: cobc
      ******************************************************************
      * Puts the actual figures of the asked month next to the branch
      * budget kept by ORCMAN (ORCAMENT.DAT), with the variance in
      * amount and percentage, one section per AGENCIA and a bank
      * total.  Actuals per ledger account come from the month's
      * journal (its JRNaaaamm.DAT archive once FECHAMES closed it):
      * a posting belongs to the branch of its customer CLInnnn leg,
      * or of its AGnnnn leg; postings with neither (head office
      * expenses paid through payables, for instance) go to agency
      * 0000.  Revenue and liability accounts are read at the credit
      * side, expense and asset accounts at the debit side.  The
      * "DEPOSITOS" line is the customer deposit balance of the last
      * POSICOES.DAT snapshot of the month.  Asset and liability
      * accounts without a budget are left out - they are clearing
      * traffic, not branch performance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORCREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT ARQJRN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AJR.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT POSICOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-POS.

              SELECT ORCAMENTO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY ORC-CHAVE
              FILE STATUS ARQST-ORC.

              SELECT PLANO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CTA-CODIGO
              FILE STATUS ARQST-CTA.

              SELECT CLASSIFICA ASSIGN TO DISK.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD ARQJRN LABEL RECORD STANDARD
                DATA RECORD IS REG-AJR
                VALUE OF FILE-ID IS WS-NOME-ARQJRN.
          01 REG-AJR                 PIC X(105).

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD POSICOES LABEL RECORD STANDARD
                DATA RECORD IS REG-POS
                VALUE OF FILE-ID IS "POSICOES.DAT".
          01 REG-POS.
                COPY POSICAO.

       FD ORCAMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-ORC
                VALUE OF FILE-ID IS "ORCAMENT.DAT".
          01 REG-ORC.
                COPY ORCAMENT.

       FD PLANO LABEL RECORD STANDARD
                DATA RECORD IS REG-CTA
                VALUE OF FILE-ID IS "PLANOCTA.DAT".
          01 REG-CTA.
                COPY PLANOCTA.

       SD CLASSIFICA
                DATA RECORD IS REG-SRT.
          01 REG-SRT.
                02 SRT-AGENCIA    PIC 9(04).
                02 SRT-CONTA      PIC X(10).
                02 SRT-ORCADO     PIC S9(09)V99.
                02 SRT-REALIZADO  PIC S9(09)V99.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "ORCREL.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AJR               PIC X(02).
          01 ARQST-POS               PIC X(02).
          01 ARQST-ORC               PIC X(02).
          01 ARQST-CTA               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "ORCREL".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "ORCREL.LST".
          01 WS-NOME-ARQJRN          PIC X(13) VALUE SPACES.
          01 WS-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
          01 WS-MES-PEDIDO           PIC 9(02) VALUE ZEROS.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-SORT             PIC X(01) VALUE "N".
          01 WS-FONTE-ARQUIVO        PIC X(01) VALUE "N".
          01 WS-PLANO-ABERTO         PIC X(01) VALUE "N".
          01 WS-QTD-LANCTOS          PIC 9(07) VALUE ZEROS.
          01 WS-QTD-LINHAS           PIC 9(06) VALUE ZEROS.
          01 WS-I                    PIC 9(04) VALUE ZEROS.
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-AGENCIA-LANC         PIC 9(04) VALUE ZEROS.
          01 WS-CONTA-TRAB           PIC X(10) VALUE SPACES.
          01 WS-LADO                 PIC X(01) VALUE SPACE.
          01 WS-CODIGO-CLI           PIC 9(04) VALUE ZEROS.
          01 WS-TIPO-CTA             PIC X(01) VALUE SPACE.
          01 WS-TITULO-CTA           PIC X(30) VALUE SPACES.
          01 WS-QTD-EXCEDE           PIC 9(06) VALUE ZEROS.

      * Linha corrente do relatorio - orcado e realizado da mesma
      * agencia e conta chegam do SORT em registros separados.
          01 WS-TEM-LINHA            PIC X(01) VALUE "N".
          01 WS-LIN-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-LIN-CONTA            PIC X(10) VALUE SPACES.
          01 WS-LIN-ORCADO           PIC S9(09)V99 VALUE ZEROS.
          01 WS-LIN-REALIZADO        PIC S9(09)V99 VALUE ZEROS.
          01 WS-VARIACAO             PIC S9(09)V99 VALUE ZEROS.
          01 WS-PERCENTUAL           PIC S9(05)V9 VALUE ZEROS.
          01 WS-TEM-AGENCIA          PIC X(01) VALUE "N".
          01 WS-AGENCIA-ATUAL        PIC 9(04) VALUE ZEROS.

      * Totais: 1 receitas, 2 despesas - por agencia e do banco.
          01 WS-TOTAIS-AGENCIA.
                02 WS-TAG OCCURS 2 TIMES.
                   03 WS-TAG-ORCADO     PIC S9(11)V99.
                   03 WS-TAG-REALIZADO  PIC S9(11)V99.
          01 WS-TOTAIS-BANCO.
                02 WS-TBC OCCURS 2 TIMES.
                   03 WS-TBC-ORCADO     PIC S9(11)V99.
                   03 WS-TBC-REALIZADO  PIC S9(11)V99.
          01 WS-TOT-ORCADO           PIC S9(11)V99 VALUE ZEROS.
          01 WS-TOT-REALIZADO        PIC S9(11)V99 VALUE ZEROS.

          01 WS-QTD-REAL             PIC 9(04) VALUE ZEROS.
          01 WS-TAB-REALIZADO.
                02 WS-REA OCCURS 2000 TIMES.
                   03 WS-REA-AGENCIA  PIC 9(04).
                   03 WS-REA-CONTA    PIC X(10).
                   03 WS-REA-DEBITO   PIC S9(09)V99.
                   03 WS-REA-CREDITO  PIC S9(09)V99.

      * Depositos: soma dos saldos credores da ultima fotografia do
      * mes de cada agencia.
          01 WS-QTD-DEP              PIC 9(04) VALUE ZEROS.
          01 WS-TAB-DEPOSITOS.
                02 WS-DEP OCCURS 500 TIMES.
                   03 WS-DEP-AGENCIA  PIC 9(04).
                   03 WS-DEP-DATA     PIC 9(08).
                   03 WS-DEP-SALDO    PIC S9(09)V99.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(40) VALUE
                   "ORCAMENTO X REALIZADO POR AGENCIA - ".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(33) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CONTA      TITULO               ORCADO ".
                02 FILLER            PIC X(40) VALUE
                   "     REALIZADO       VARIACAO      %".

          01 WS-LINHA-AGENCIA.
                02 FILLER            PIC X(10) VALUE "AGENCIA: ".
                02 WS-AGC-COD        PIC 9(04).
                02 FILLER            PIC X(66) VALUE SPACES.

          01 WS-LINHA-DET.
                02 WS-DET-CONTA      PIC X(10).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-TITULO     PIC X(14).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-ORCADO     PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-REALIZADO  PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VARIACAO   PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-PERC       PIC -ZZZ9,9.
                02 WS-DET-PERC-X REDEFINES WS-DET-PERC
                                     PIC X(07).
                02 FILLER            PIC X(02) VALUE SPACES.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".
          01 WS-LINHA-BRANCO         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM PEDE-PERIODO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL = "00"
                 PERFORM CARREGA-REALIZADO
                 PERFORM CARREGA-DEPOSITOS
                 SORT CLASSIFICA
                      ON ASCENDING KEY SRT-AGENCIA SRT-CONTA
                      INPUT PROCEDURE IS LIBERA-ITENS
                      OUTPUT PROCEDURE IS IMPRIME-ITENS
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO RELATORIO - STATUS "
                         ARQST-REL
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       PEDE-PERIODO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "ORCAMENTO X REALIZADO POR AGENCIA".
              DISPLAY "INFORME O ANO (AAAA): " WITH NO ADVANCING.
              ACCEPT WS-ANO-PEDIDO.
              DISPLAY "INFORME O MES (MM) : " WITH NO ADVANCING.
              ACCEPT WS-MES-PEDIDO.
              IF WS-ANO-PEDIDO = ZEROS
                 MOVE ANO TO WS-ANO-PEDIDO.
              IF WS-MES-PEDIDO = ZEROS OR WS-MES-PEDIDO > 12
                 MOVE MES TO WS-MES-PEDIDO.

       ABRE-ARQ.
              INITIALIZE WS-TOTAIS-AGENCIA WS-TOTAIS-BANCO.
              OPEN OUTPUT RELATORIO.
              MOVE WS-MES-PEDIDO TO WS-CAB-MES.
              MOVE WS-ANO-PEDIDO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              OPEN INPUT CLIENTES.
              OPEN INPUT PLANO.
              IF ARQST-CTA = "00"
                 MOVE "S" TO WS-PLANO-ABERTO.

      * Mes ja arquivado pelo FECHAMES e lido do seu JRNaaaamm.DAT;
      * senao o journal vivo e varrido.
       CARREGA-REALIZADO.
              MOVE SPACES TO WS-NOME-ARQJRN.
              STRING "JRN" WS-ANO-PEDIDO WS-MES-PEDIDO ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQJRN.
              MOVE "N" TO WS-FONTE-ARQUIVO.
              OPEN INPUT ARQJRN.
              IF ARQST-AJR = "00"
                 MOVE "S" TO WS-FONTE-ARQUIVO
              ELSE
                 OPEN INPUT JOURNAL
                 IF ARQST-JRN NOT = "00"
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM VARRE-JOURNAL UNTIL WS-FIM-ARQ = "S".
              IF WS-FONTE-ARQUIVO = "S"
                 CLOSE ARQJRN
              ELSE
                 CLOSE JOURNAL.

       VARRE-JOURNAL.
              IF WS-FONTE-ARQUIVO = "S"
                 READ ARQJRN INTO REG-JRN
                    AT END
                       MOVE "S" TO WS-FIM-ARQ
                       EXIT PARAGRAPH
                 END-READ
              ELSE
                 READ JOURNAL
                    AT END
                       MOVE "S" TO WS-FIM-ARQ
                       EXIT PARAGRAPH
                 END-READ
              END-IF.
              IF JRN-ANO NOT = WS-ANO-PEDIDO
                 OR JRN-MES NOT = WS-MES-PEDIDO
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-LANCTOS.
              PERFORM APURA-AGENCIA.
              MOVE JRN-CONTA-DEB TO WS-CONTA-TRAB.
              MOVE "D" TO WS-LADO.
              PERFORM ACUMULA-CONTA.
              MOVE JRN-CONTA-CRE TO WS-CONTA-TRAB.
              MOVE "C" TO WS-LADO.
              PERFORM ACUMULA-CONTA.

      * A agencia do lancamento e a do cliente ou a do bolso AGnnnn
      * de uma das pernas; sem nenhum dos dois, administracao
      * central (0000).
       APURA-AGENCIA.
              MOVE ZEROS TO WS-AGENCIA-LANC.
              MOVE JRN-CONTA-DEB TO WS-CONTA-TRAB.
              PERFORM AGENCIA-DA-CONTA.
              IF WS-AGENCIA-LANC = ZEROS
                 MOVE JRN-CONTA-CRE TO WS-CONTA-TRAB
                 PERFORM AGENCIA-DA-CONTA.

       AGENCIA-DA-CONTA.
              IF WS-CONTA-TRAB(1:3) = "CLI"
                 AND WS-CONTA-TRAB(4:4) IS NUMERIC
                 MOVE WS-CONTA-TRAB(4:4) TO WS-CODIGO-CLI
                 MOVE WS-CODIGO-CLI TO CODIGO
                 READ CLIENTES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE AGENCIA TO WS-AGENCIA-LANC
                 END-READ
                 EXIT PARAGRAPH.
              IF WS-CONTA-TRAB(1:2) = "AG"
                 AND WS-CONTA-TRAB(3:4) IS NUMERIC
                 AND WS-CONTA-TRAB(7:4) = SPACES
                 MOVE WS-CONTA-TRAB(3:4) TO WS-AGENCIA-LANC.

      * As contas de cliente e os bolsos entre agencias nao tem
      * orcamento - so as contas do plano acumulam.
       ACUMULA-CONTA.
              IF WS-CONTA-TRAB(1:3) = "CLI"
                 AND WS-CONTA-TRAB(4:4) IS NUMERIC
                 EXIT PARAGRAPH.
              IF WS-CONTA-TRAB(1:2) = "AG"
                 AND WS-CONTA-TRAB(3:4) IS NUMERIC
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-QTD-REAL OR WS-ACHOU = "S"
                 IF WS-REA-AGENCIA(WS-I) = WS-AGENCIA-LANC
                    AND WS-REA-CONTA(WS-I) = WS-CONTA-TRAB
                    MOVE "S" TO WS-ACHOU
                    SUBTRACT 1 FROM WS-I
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "N"
                 IF WS-QTD-REAL = 2000
                    ADD 1 TO WS-QTD-EXCEDE
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-QTD-REAL
                 MOVE WS-QTD-REAL     TO WS-I
                 MOVE WS-AGENCIA-LANC TO WS-REA-AGENCIA(WS-I)
                 MOVE WS-CONTA-TRAB   TO WS-REA-CONTA(WS-I)
                 MOVE ZEROS TO WS-REA-DEBITO(WS-I)
                               WS-REA-CREDITO(WS-I)
              END-IF.
              IF WS-LADO = "D"
                 ADD JRN-VALOR TO WS-REA-DEBITO(WS-I)
              ELSE
                 ADD JRN-VALOR TO WS-REA-CREDITO(WS-I).

       CARREGA-DEPOSITOS.
              OPEN INPUT POSICOES.
              IF ARQST-POS NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-POSICAO UNTIL WS-FIM-ARQ = "S".
              CLOSE POSICOES.

      * Saldo devedor e adiantamento a depositante, nao deposito.
       LE-POSICAO.
              READ POSICOES
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF POS-ANO NOT = WS-ANO-PEDIDO
                 OR POS-MES NOT = WS-MES-PEDIDO
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-QTD-DEP OR WS-ACHOU = "S"
                 IF WS-DEP-AGENCIA(WS-I) = POS-AGENCIA
                    MOVE "S" TO WS-ACHOU
                    SUBTRACT 1 FROM WS-I
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "N"
                 IF WS-QTD-DEP = 500
                    ADD 1 TO WS-QTD-EXCEDE
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-QTD-DEP
                 MOVE WS-QTD-DEP  TO WS-I
                 MOVE POS-AGENCIA TO WS-DEP-AGENCIA(WS-I)
                 MOVE POS-DATA    TO WS-DEP-DATA(WS-I)
                 MOVE ZEROS       TO WS-DEP-SALDO(WS-I)
              END-IF.
              IF POS-DATA < WS-DEP-DATA(WS-I)
                 EXIT PARAGRAPH.
              IF POS-DATA > WS-DEP-DATA(WS-I)
                 MOVE POS-DATA TO WS-DEP-DATA(WS-I)
                 MOVE ZEROS    TO WS-DEP-SALDO(WS-I).
              IF POS-SALDO > ZEROS
                 ADD POS-SALDO TO WS-DEP-SALDO(WS-I).

       LIBERA-ITENS.
              OPEN INPUT ORCAMENTO.
              IF ARQST-ORC = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LIBERA-ORCAMENTO UNTIL WS-FIM-ARQ = "S"
                 CLOSE ORCAMENTO.
              PERFORM LIBERA-REALIZADO VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-REAL.
              PERFORM LIBERA-DEPOSITO VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-DEP.

       LIBERA-ORCAMENTO.
              READ ORCAMENTO NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF ORC-ANO = WS-ANO-PEDIDO
                       AND ORC-MES = WS-MES-PEDIDO
                       MOVE ORC-AGENCIA TO SRT-AGENCIA
                       MOVE ORC-CONTA   TO SRT-CONTA
                       MOVE ORC-VALOR   TO SRT-ORCADO
                       MOVE ZEROS       TO SRT-REALIZADO
                       RELEASE REG-SRT
                    END-IF
              END-READ.

       LIBERA-REALIZADO.
              MOVE WS-REA-CONTA(WS-I) TO WS-CONTA-TRAB.
              PERFORM CLASSIFICA-CONTA.
              MOVE WS-REA-AGENCIA(WS-I) TO SRT-AGENCIA.
              MOVE WS-REA-CONTA(WS-I)   TO SRT-CONTA.
              MOVE ZEROS                TO SRT-ORCADO.
              IF WS-TIPO-CTA = "R" OR WS-TIPO-CTA = "P"
                 COMPUTE SRT-REALIZADO = WS-REA-CREDITO(WS-I)
                                       - WS-REA-DEBITO(WS-I)
              ELSE
                 COMPUTE SRT-REALIZADO = WS-REA-DEBITO(WS-I)
                                       - WS-REA-CREDITO(WS-I).
              RELEASE REG-SRT.

       LIBERA-DEPOSITO.
              MOVE WS-DEP-AGENCIA(WS-I) TO SRT-AGENCIA.
              MOVE "DEPOSITOS"          TO SRT-CONTA.
              MOVE ZEROS                TO SRT-ORCADO.
              MOVE WS-DEP-SALDO(WS-I)   TO SRT-REALIZADO.
              RELEASE REG-SRT.

       CLASSIFICA-CONTA.
              MOVE "?"    TO WS-TIPO-CTA.
              MOVE SPACES TO WS-TITULO-CTA.
              IF WS-CONTA-TRAB = "DEPOSITOS"
                 MOVE "P" TO WS-TIPO-CTA
                 MOVE "DEPOSITOS DE CLIENTES" TO WS-TITULO-CTA
                 EXIT PARAGRAPH.
              IF WS-PLANO-ABERTO NOT = "S"
                 EXIT PARAGRAPH.
              MOVE WS-CONTA-TRAB TO CTA-CODIGO.
              READ PLANO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-TIPO   TO WS-TIPO-CTA
                    MOVE CTA-TITULO TO WS-TITULO-CTA
              END-READ.

      * Uma secao por agencia com receitas, despesas e resultado;
      * no fim os mesmos totais do banco.
       IMPRIME-ITENS.
              MOVE "N" TO WS-FIM-SORT.
              PERFORM RECEBE-ITEM UNTIL WS-FIM-SORT = "S".
              IF WS-TEM-LINHA = "S"
                 PERFORM IMPRIME-LINHA.
              IF WS-TEM-AGENCIA = "S"
                 PERFORM IMPRIME-TOTAL-AGENCIA.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE "*** TOTAIS DO BANCO ***" TO REG-REL.
              WRITE REG-REL.
              MOVE WS-TBC-ORCADO(1)    TO WS-TOT-ORCADO.
              MOVE WS-TBC-REALIZADO(1) TO WS-TOT-REALIZADO.
              MOVE "RECEITAS" TO WS-DET-TITULO.
              PERFORM IMPRIME-TOTAL.
              MOVE WS-TBC-ORCADO(2)    TO WS-TOT-ORCADO.
              MOVE WS-TBC-REALIZADO(2) TO WS-TOT-REALIZADO.
              MOVE "DESPESAS" TO WS-DET-TITULO.
              PERFORM IMPRIME-TOTAL.
              COMPUTE WS-TOT-ORCADO = WS-TBC-ORCADO(1)
                                    - WS-TBC-ORCADO(2).
              COMPUTE WS-TOT-REALIZADO = WS-TBC-REALIZADO(1)
                                       - WS-TBC-REALIZADO(2).
              MOVE "RESULTADO" TO WS-DET-TITULO.
              PERFORM IMPRIME-TOTAL.

       RECEBE-ITEM.
              RETURN CLASSIFICA
                 AT END
                    MOVE "S" TO WS-FIM-SORT
                 NOT AT END
                    PERFORM TRATA-ITEM
              END-RETURN.

       TRATA-ITEM.
              IF WS-TEM-LINHA = "S"
                 AND (SRT-AGENCIA NOT = WS-LIN-AGENCIA
                      OR SRT-CONTA NOT = WS-LIN-CONTA)
                 PERFORM IMPRIME-LINHA
                 MOVE "N" TO WS-TEM-LINHA.
              IF WS-TEM-AGENCIA NOT = "S"
                 OR SRT-AGENCIA NOT = WS-AGENCIA-ATUAL
                 IF WS-TEM-AGENCIA = "S"
                    PERFORM IMPRIME-TOTAL-AGENCIA
                 END-IF
                 PERFORM IMPRIME-CABECALHO-AGENCIA
              END-IF.
              IF WS-TEM-LINHA NOT = "S"
                 MOVE "S"         TO WS-TEM-LINHA
                 MOVE SRT-AGENCIA TO WS-LIN-AGENCIA
                 MOVE SRT-CONTA   TO WS-LIN-CONTA
                 MOVE ZEROS       TO WS-LIN-ORCADO WS-LIN-REALIZADO.
              ADD SRT-ORCADO    TO WS-LIN-ORCADO.
              ADD SRT-REALIZADO TO WS-LIN-REALIZADO.

       IMPRIME-CABECALHO-AGENCIA.
              MOVE SRT-AGENCIA TO WS-AGENCIA-ATUAL.
              MOVE "S" TO WS-TEM-AGENCIA.
              INITIALIZE WS-TOTAIS-AGENCIA.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              MOVE SRT-AGENCIA TO WS-AGC-COD.
              MOVE WS-LINHA-AGENCIA TO REG-REL.
              WRITE REG-REL.

      * Conta de ativo ou passivo sem orcamento fica fora - e so
      * trafego de compensacao.
       IMPRIME-LINHA.
              MOVE WS-LIN-CONTA TO WS-CONTA-TRAB.
              PERFORM CLASSIFICA-CONTA.
              IF WS-LIN-ORCADO = ZEROS
                 AND WS-TIPO-CTA NOT = "R" AND WS-TIPO-CTA NOT = "D"
                 AND WS-LIN-CONTA NOT = "DEPOSITOS"
                 EXIT PARAGRAPH.
              IF WS-LIN-ORCADO = ZEROS AND WS-LIN-REALIZADO = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-LIN-CONTA  TO WS-DET-CONTA.
              MOVE WS-TITULO-CTA TO WS-DET-TITULO.
              MOVE WS-LIN-ORCADO    TO WS-TOT-ORCADO.
              MOVE WS-LIN-REALIZADO TO WS-TOT-REALIZADO.
              PERFORM IMPRIME-TOTAL.
              ADD 1 TO WS-QTD-LINHAS.
              IF WS-TIPO-CTA = "R"
                 ADD WS-LIN-ORCADO    TO WS-TAG-ORCADO(1)
                                         WS-TBC-ORCADO(1)
                 ADD WS-LIN-REALIZADO TO WS-TAG-REALIZADO(1)
                                         WS-TBC-REALIZADO(1).
              IF WS-TIPO-CTA = "D"
                 ADD WS-LIN-ORCADO    TO WS-TAG-ORCADO(2)
                                         WS-TBC-ORCADO(2)
                 ADD WS-LIN-REALIZADO TO WS-TAG-REALIZADO(2)
                                         WS-TBC-REALIZADO(2).

       IMPRIME-TOTAL-AGENCIA.
              MOVE SPACES TO WS-DET-CONTA.
              MOVE WS-TAG-ORCADO(1)    TO WS-TOT-ORCADO.
              MOVE WS-TAG-REALIZADO(1) TO WS-TOT-REALIZADO.
              MOVE "RECEITAS" TO WS-DET-TITULO.
              PERFORM IMPRIME-TOTAL.
              MOVE WS-TAG-ORCADO(2)    TO WS-TOT-ORCADO.
              MOVE WS-TAG-REALIZADO(2) TO WS-TOT-REALIZADO.
              MOVE "DESPESAS" TO WS-DET-TITULO.
              PERFORM IMPRIME-TOTAL.
              COMPUTE WS-TOT-ORCADO = WS-TAG-ORCADO(1)
                                    - WS-TAG-ORCADO(2).
              COMPUTE WS-TOT-REALIZADO = WS-TAG-REALIZADO(1)
                                       - WS-TAG-REALIZADO(2).
              MOVE "RESULTADO" TO WS-DET-TITULO.
              PERFORM IMPRIME-TOTAL.

      * Variacao = realizado - orcado; o percentual e sobre o
      * orcado e fica em branco quando nao ha orcamento.
       IMPRIME-TOTAL.
              MOVE WS-TOT-ORCADO    TO WS-DET-ORCADO.
              MOVE WS-TOT-REALIZADO TO WS-DET-REALIZADO.
              COMPUTE WS-VARIACAO = WS-TOT-REALIZADO - WS-TOT-ORCADO.
              MOVE WS-VARIACAO TO WS-DET-VARIACAO.
              IF WS-TOT-ORCADO = ZEROS
                 MOVE SPACES TO WS-DET-PERC-X
              ELSE
                 COMPUTE WS-PERCENTUAL ROUNDED =
                         WS-VARIACAO * 100 / WS-TOT-ORCADO
                    ON SIZE ERROR
                       MOVE 9999,9 TO WS-PERCENTUAL
                 END-COMPUTE
                 MOVE WS-PERCENTUAL TO WS-DET-PERC
              END-IF.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              IF WS-QTD-EXCEDE > ZEROS
                 DISPLAY "TABELA ESGOTADA - ITENS FORA DO RELATORIO: "
                         WS-QTD-EXCEDE.
              CLOSE RELATORIO.
              CLOSE CLIENTES.
              IF WS-PLANO-ABERTO = "S"
                 CLOSE PLANO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "LANCAMENTOS LIDOS: " WS-QTD-LANCTOS.
              DISPLAY "LINHAS IMPRESSAS : " WS-QTD-LINHAS.
              DISPLAY "FIM DE PROGRAMA".
