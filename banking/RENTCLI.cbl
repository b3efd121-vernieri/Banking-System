      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Monthly customer profitability report per CPF
      * Tectonics: cobc
      ******************************************************************
      * Adds up, per customer, what the bank earned and spent on him
      * in the asked month.  Every journal posting with one customer
      * leg (CLInnnn) and the other leg on a revenue or expense
      * account of PLANOCTA.DAT is attributed to that account - fees
      * (TARIFA, cestas), loan and overdraft interest (RENDEMP,
      * JURDEV, JURMORA, MULTAEMP) on the revenue side, deposit and
      * CDB interest (JUROS, JURCDB) on the expense side.  Accruals
      * without a customer leg (EMPAPR) are not attributed.  The
      * account totals are then rolled up by the CPF of the holder;
      * a joint account (NOME2 filled) is split half and half with
      * the second holder, found by name among the other accounts -
      * without an account of their own they are listed by name only.
      * Customers are ranked by net contribution and the least
      * profitable tenth is listed again with the fee package they
      * hold, for the branch to offer an upgrade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RENTCLI.

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

              SELECT PLANO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CTA-CODIGO
              FILE STATUS ARQST-CTA.

              SELECT CESTACTA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CAC.

              SELECT CESTAS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CST.

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

       FD PLANO LABEL RECORD STANDARD
                DATA RECORD IS REG-CTA
                VALUE OF FILE-ID IS "PLANOCTA.DAT".
          01 REG-CTA.
                COPY PLANOCTA.

       FD CESTACTA LABEL RECORD STANDARD
                DATA RECORD IS REG-CAC
                VALUE OF FILE-ID IS "CESTACTA.DAT".
          01 REG-CAC.
                COPY CESTACTA.

       FD CESTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-CST
                VALUE OF FILE-ID IS "CESTAS.DAT".
          01 REG-CST.
                COPY CESTA.

       SD CLASSIFICA
                DATA RECORD IS REG-SRT.
          01 REG-SRT.
                02 SRT-LIQUIDO    PIC S9(09)V99.
                02 SRT-CPF        PIC X(11).
                02 SRT-NOME       PIC X(30).
                02 SRT-RECEITA    PIC S9(09)V99.
                02 SRT-DESPESA    PIC S9(09)V99.
                02 SRT-CESTA      PIC 9(02).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "RENTCLI.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AJR               PIC X(02).
          01 ARQST-CTA               PIC X(02).
          01 ARQST-CAC               PIC X(02).
          01 ARQST-CST               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "RENTCLI".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "RENTCLI.LST".
          01 WS-NOME-ARQJRN          PIC X(13) VALUE SPACES.
          01 WS-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
          01 WS-MES-PEDIDO           PIC 9(02) VALUE ZEROS.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-SORT             PIC X(01) VALUE "N".
          01 WS-FONTE-ARQUIVO        PIC X(01) VALUE "N".
          01 WS-PLANO-ABERTO         PIC X(01) VALUE "N".
          01 WS-QTD-LANCTOS          PIC 9(07) VALUE ZEROS.
          01 WS-QTD-ATRIB            PIC 9(07) VALUE ZEROS.
          01 WS-QTD-EXCEDE           PIC 9(06) VALUE ZEROS.
          01 WS-I                    PIC 9(04) VALUE ZEROS.
          01 WS-C                    PIC 9(05) VALUE ZEROS.
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-CONTA-OUTRA          PIC X(10) VALUE SPACES.
          01 WS-TIPO-CTA             PIC X(01) VALUE SPACE.
          01 WS-SINAL                PIC S9(01) VALUE ZEROS.

      * Receita e despesa de cada conta corrente, pelo CODIGO.
          01 WS-TAB-CONTAS.
                02 WS-CTA OCCURS 9999 TIMES.
                   03 WS-CTA-RECEITA  PIC S9(09)V99.
                   03 WS-CTA-DESPESA  PIC S9(09)V99.
                   03 WS-CTA-CESTA    PIC 9(02).

          01 WS-TAB-PRECOS.
                02 WS-PRC-CESTA OCCURS 99 TIMES PIC 9(05)V99.

      * Titular em apuracao - o primeiro e o segundo de uma conta
      * conjunta passam por aqui um de cada vez.
          01 WS-TIT-CPF              PIC X(11) VALUE SPACES.
          01 WS-TIT-NOME             PIC X(30) VALUE SPACES.
          01 WS-TIT-RECEITA          PIC S9(09)V99 VALUE ZEROS.
          01 WS-TIT-DESPESA          PIC S9(09)V99 VALUE ZEROS.
          01 WS-TIT-CESTA            PIC 9(02) VALUE ZEROS.
          01 WS-SEG-NOME             PIC X(30) VALUE SPACES.
          01 WS-SEG-RECEITA          PIC S9(09)V99 VALUE ZEROS.
          01 WS-SEG-DESPESA          PIC S9(09)V99 VALUE ZEROS.

          01 WS-QTD-CPF              PIC 9(04) VALUE ZEROS.
          01 WS-TAB-CPF.
                02 WS-CPF OCCURS 3000 TIMES.
                   03 WS-CPF-NUMERO   PIC X(11).
                   03 WS-CPF-NOME     PIC X(30).
                   03 WS-CPF-RECEITA  PIC S9(09)V99.
                   03 WS-CPF-DESPESA  PIC S9(09)V99.
                   03 WS-CPF-CESTA    PIC 9(02).

          01 WS-POSICAO              PIC 9(04) VALUE ZEROS.
          01 WS-QTD-DECIL            PIC 9(04) VALUE ZEROS.
          01 WS-INICIO-DECIL         PIC 9(04) VALUE ZEROS.
          01 WS-QTD-DEC              PIC 9(04) VALUE ZEROS.
          01 WS-TAB-DECIL.
                02 WS-DEC OCCURS 300 TIMES.
                   03 WS-DEC-POSICAO  PIC 9(04).
                   03 WS-DEC-CPF      PIC X(11).
                   03 WS-DEC-NOME     PIC X(30).
                   03 WS-DEC-LIQUIDO  PIC S9(09)V99.
                   03 WS-DEC-CESTA    PIC 9(02).

          01 WS-TOT-RECEITA          PIC S9(11)V99 VALUE ZEROS.
          01 WS-TOT-DESPESA          PIC S9(11)V99 VALUE ZEROS.
          01 WS-TOT-LIQUIDO          PIC S9(11)V99 VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(40) VALUE
                   "RENTABILIDADE POR CLIENTE (CPF) - ".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(33) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "POS   CPF         NOME                 ".
                02 FILLER            PIC X(40) VALUE
                   "RECEITA     DESPESA       LIQUIDO CE".

          01 WS-LINHA-DET.
                02 WS-DET-POS        PIC ZZZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CPF        PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-NOME       PIC X(18).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-RECEITA    PIC -ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DESPESA    PIC -ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-LIQUIDO    PIC -Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CESTA      PIC 9(02).
                02 FILLER            PIC X(03) VALUE SPACES.

          01 WS-LINHA-DECIL.
                02 WS-DCL-POS        PIC ZZZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DCL-CPF        PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DCL-NOME       PIC X(24).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DCL-LIQUIDO    PIC -Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DCL-CESTA      PIC X(22).

          01 WS-TXT-CESTA.
                02 FILLER            PIC X(06) VALUE "CESTA ".
                02 WS-TXC-CODIGO     PIC 9(02).
                02 FILLER            PIC X(04) VALUE " R$ ".
                02 WS-TXC-PRECO      PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.

          01 WS-LINHA-TOTAL.
                02 FILLER            PIC X(37) VALUE
                   "TOTAIS".
                02 WS-TOT-RECEITA-E  PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-TOT-DESPESA-E  PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-TOT-LIQUIDO-E  PIC -ZZ.ZZZ.ZZ9,99.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".
          01 WS-LINHA-BRANCO         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM PEDE-PERIODO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL = "00"
                 PERFORM CARREGA-CESTAS
                 PERFORM CARREGA-LANCAMENTOS
                 PERFORM APURA-TITULARES VARYING WS-C FROM 1 BY 1
                         UNTIL WS-C > 9999
                 SORT CLASSIFICA
                      ON DESCENDING KEY SRT-LIQUIDO
                      ON ASCENDING KEY SRT-CPF SRT-NOME
                      INPUT PROCEDURE IS LIBERA-CLIENTES
                      OUTPUT PROCEDURE IS IMPRIME-RANKING
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO RELATORIO - STATUS "
                         ARQST-REL
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       PEDE-PERIODO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "RENTABILIDADE POR CLIENTE".
              DISPLAY "INFORME O ANO (AAAA): " WITH NO ADVANCING.
              ACCEPT WS-ANO-PEDIDO.
              DISPLAY "INFORME O MES (MM) : " WITH NO ADVANCING.
              ACCEPT WS-MES-PEDIDO.
              IF WS-ANO-PEDIDO = ZEROS
                 MOVE ANO TO WS-ANO-PEDIDO.
              IF WS-MES-PEDIDO = ZEROS OR WS-MES-PEDIDO > 12
                 MOVE MES TO WS-MES-PEDIDO.

       ABRE-ARQ.
              INITIALIZE WS-TAB-CONTAS WS-TAB-PRECOS.
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

      * Cesta ativa de cada conta e o preco de cada cesta.
       CARREGA-CESTAS.
              OPEN INPUT CESTACTA.
              IF ARQST-CAC = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LE-CESTACTA UNTIL WS-FIM-ARQ = "S"
                 CLOSE CESTACTA.
              OPEN INPUT CESTAS.
              IF ARQST-CST = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LE-CESTA UNTIL WS-FIM-ARQ = "S"
                 CLOSE CESTAS.

       LE-CESTACTA.
              READ CESTACTA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CAC-SITUACAO = "A" AND CAC-CODIGO > ZEROS
                       MOVE CAC-CESTA TO WS-CTA-CESTA(CAC-CODIGO)
                    END-IF
              END-READ.

       LE-CESTA.
              READ CESTAS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CST-CODIGO > ZEROS
                       MOVE CST-PRECO TO WS-PRC-CESTA(CST-CODIGO)
                    END-IF
              END-READ.

      * Mes ja arquivado pelo FECHAMES e lido do seu JRNaaaamm.DAT;
      * senao o journal vivo e varrido.
       CARREGA-LANCAMENTOS.
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
              PERFORM ATRIBUI-LANCAMENTO.

      * Perna de cliente de um lado e conta de resultado do outro.
      * O lado da conta de resultado da o sinal: credito soma,
      * debito subtrai - tanto para receita (estorno de tarifa
      * debita TARIFA) quanto para despesa (juros pagos debitam
      * JUROS).
       ATRIBUI-LANCAMENTO.
              MOVE ZEROS TO WS-C.
              IF JRN-CONTA-DEB(1:3) = "CLI"
                 AND JRN-CONTA-DEB(4:4) IS NUMERIC
                 MOVE JRN-CONTA-DEB(4:4) TO WS-C
                 MOVE JRN-CONTA-CRE TO WS-CONTA-OUTRA
                 MOVE 1 TO WS-SINAL.
              IF JRN-CONTA-CRE(1:3) = "CLI"
                 AND JRN-CONTA-CRE(4:4) IS NUMERIC
                 IF WS-C > ZEROS
                    EXIT PARAGRAPH
                 END-IF
                 MOVE JRN-CONTA-CRE(4:4) TO WS-C
                 MOVE JRN-CONTA-DEB TO WS-CONTA-OUTRA
                 MOVE -1 TO WS-SINAL.
              IF WS-C = ZEROS
                 EXIT PARAGRAPH.
              PERFORM CLASSIFICA-CONTA.
              IF WS-TIPO-CTA = "R"
                 COMPUTE WS-CTA-RECEITA(WS-C) =
                         WS-CTA-RECEITA(WS-C) + WS-SINAL * JRN-VALOR
                 ADD 1 TO WS-QTD-ATRIB.
              IF WS-TIPO-CTA = "D"
                 COMPUTE WS-CTA-DESPESA(WS-C) =
                         WS-CTA-DESPESA(WS-C) - WS-SINAL * JRN-VALOR
                 ADD 1 TO WS-QTD-ATRIB.

       CLASSIFICA-CONTA.
              MOVE SPACE TO WS-TIPO-CTA.
              IF WS-PLANO-ABERTO NOT = "S"
                 EXIT PARAGRAPH.
              MOVE WS-CONTA-OUTRA TO CTA-CODIGO.
              READ PLANO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-TIPO TO WS-TIPO-CTA
              END-READ.

      * Conta com movimento atribuido vai para o CPF do titular;
      * conjunta divide ao meio com o segundo titular.
       APURA-TITULARES.
              IF WS-CTA-RECEITA(WS-C) = ZEROS
                 AND WS-CTA-DESPESA(WS-C) = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-C TO CODIGO.
              READ CLIENTES KEY IS CODIGO
                 INVALID KEY
                    MOVE SPACES TO CPF
                    MOVE "CONTA NAO CADASTRADA" TO NOME
                    MOVE SPACES TO NOME2
              END-READ.
              MOVE CPF   TO WS-TIT-CPF.
              MOVE NOME  TO WS-TIT-NOME.
              MOVE WS-CTA-CESTA(WS-C) TO WS-TIT-CESTA.
              MOVE WS-CTA-RECEITA(WS-C) TO WS-TIT-RECEITA.
              MOVE WS-CTA-DESPESA(WS-C) TO WS-TIT-DESPESA.
              MOVE NOME2 TO WS-SEG-NOME.
              IF WS-SEG-NOME NOT = SPACES
                 COMPUTE WS-SEG-RECEITA = WS-TIT-RECEITA / 2
                 COMPUTE WS-SEG-DESPESA = WS-TIT-DESPESA / 2
                 SUBTRACT WS-SEG-RECEITA FROM WS-TIT-RECEITA
                 SUBTRACT WS-SEG-DESPESA FROM WS-TIT-DESPESA.
              PERFORM ACUMULA-CPF.
              IF WS-SEG-NOME = SPACES
                 EXIT PARAGRAPH.
              MOVE SPACES      TO WS-TIT-CPF.
              MOVE WS-SEG-NOME TO WS-TIT-NOME.
              MOVE WS-SEG-NOME TO NOME.
              READ CLIENTES KEY IS NOME
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CPF TO WS-TIT-CPF
              END-READ.
              MOVE WS-SEG-RECEITA TO WS-TIT-RECEITA.
              MOVE WS-SEG-DESPESA TO WS-TIT-DESPESA.
              PERFORM ACUMULA-CPF.

      * Sem CPF conhecido o titular e identificado pelo nome.
       ACUMULA-CPF.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-QTD-CPF OR WS-ACHOU = "S"
                 IF WS-CPF-NUMERO(WS-I) = WS-TIT-CPF
                    AND (WS-TIT-CPF NOT = SPACES
                         OR WS-CPF-NOME(WS-I) = WS-TIT-NOME)
                    MOVE "S" TO WS-ACHOU
                    SUBTRACT 1 FROM WS-I
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "N"
                 IF WS-QTD-CPF = 3000
                    ADD 1 TO WS-QTD-EXCEDE
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-QTD-CPF
                 MOVE WS-QTD-CPF  TO WS-I
                 MOVE WS-TIT-CPF  TO WS-CPF-NUMERO(WS-I)
                 MOVE WS-TIT-NOME TO WS-CPF-NOME(WS-I)
                 MOVE ZEROS TO WS-CPF-RECEITA(WS-I)
                               WS-CPF-DESPESA(WS-I)
                               WS-CPF-CESTA(WS-I)
              END-IF.
              ADD WS-TIT-RECEITA TO WS-CPF-RECEITA(WS-I).
              ADD WS-TIT-DESPESA TO WS-CPF-DESPESA(WS-I).
              IF WS-CPF-CESTA(WS-I) = ZEROS
                 MOVE WS-TIT-CESTA TO WS-CPF-CESTA(WS-I).

       LIBERA-CLIENTES.
              PERFORM LIBERA-CPF VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-CPF.

       LIBERA-CPF.
              MOVE WS-CPF-NUMERO(WS-I)  TO SRT-CPF.
              MOVE WS-CPF-NOME(WS-I)    TO SRT-NOME.
              MOVE WS-CPF-RECEITA(WS-I) TO SRT-RECEITA.
              MOVE WS-CPF-DESPESA(WS-I) TO SRT-DESPESA.
              MOVE WS-CPF-CESTA(WS-I)   TO SRT-CESTA.
              COMPUTE SRT-LIQUIDO = WS-CPF-RECEITA(WS-I)
                                  - WS-CPF-DESPESA(WS-I).
              RELEASE REG-SRT.

      * Decil menos rentavel: o ultimo decimo do ranking, arredondado
      * para cima.
       IMPRIME-RANKING.
              COMPUTE WS-QTD-DECIL = (WS-QTD-CPF + 9) / 10.
              IF WS-QTD-DECIL > 300
                 MOVE 300 TO WS-QTD-DECIL.
              COMPUTE WS-INICIO-DECIL = WS-QTD-CPF - WS-QTD-DECIL + 1.
              MOVE ZEROS TO WS-POSICAO WS-QTD-DEC.
              MOVE "N" TO WS-FIM-SORT.
              PERFORM RECEBE-CLIENTE UNTIL WS-FIM-SORT = "S".
              COMPUTE WS-TOT-LIQUIDO = WS-TOT-RECEITA - WS-TOT-DESPESA.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-TOT-RECEITA TO WS-TOT-RECEITA-E.
              MOVE WS-TOT-DESPESA TO WS-TOT-DESPESA-E.
              MOVE WS-TOT-LIQUIDO TO WS-TOT-LIQUIDO-E.
              MOVE WS-LINHA-TOTAL TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              MOVE "DECIL MENOS RENTAVEL - REVISAO DE CESTA"
                   TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-DECIL VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-DEC.

       RECEBE-CLIENTE.
              RETURN CLASSIFICA
                 AT END
                    MOVE "S" TO WS-FIM-SORT
                 NOT AT END
                    PERFORM IMPRIME-CLIENTE
              END-RETURN.

       IMPRIME-CLIENTE.
              ADD 1 TO WS-POSICAO.
              MOVE WS-POSICAO  TO WS-DET-POS.
              MOVE SRT-CPF     TO WS-DET-CPF.
              MOVE SRT-NOME    TO WS-DET-NOME.
              MOVE SRT-RECEITA TO WS-DET-RECEITA.
              MOVE SRT-DESPESA TO WS-DET-DESPESA.
              MOVE SRT-LIQUIDO TO WS-DET-LIQUIDO.
              MOVE SRT-CESTA   TO WS-DET-CESTA.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.
              ADD SRT-RECEITA TO WS-TOT-RECEITA.
              ADD SRT-DESPESA TO WS-TOT-DESPESA.
              IF WS-POSICAO NOT < WS-INICIO-DECIL
                 AND WS-QTD-DEC < 300
                 ADD 1 TO WS-QTD-DEC
                 MOVE WS-POSICAO  TO WS-DEC-POSICAO(WS-QTD-DEC)
                 MOVE SRT-CPF     TO WS-DEC-CPF(WS-QTD-DEC)
                 MOVE SRT-NOME    TO WS-DEC-NOME(WS-QTD-DEC)
                 MOVE SRT-LIQUIDO TO WS-DEC-LIQUIDO(WS-QTD-DEC)
                 MOVE SRT-CESTA   TO WS-DEC-CESTA(WS-QTD-DEC).

       IMPRIME-DECIL.
              MOVE WS-DEC-POSICAO(WS-I) TO WS-DCL-POS.
              MOVE WS-DEC-CPF(WS-I)     TO WS-DCL-CPF.
              MOVE WS-DEC-NOME(WS-I)    TO WS-DCL-NOME.
              MOVE WS-DEC-LIQUIDO(WS-I) TO WS-DCL-LIQUIDO.
              IF WS-DEC-CESTA(WS-I) = ZEROS
                 MOVE "SEM CESTA" TO WS-DCL-CESTA
              ELSE
                 MOVE WS-DEC-CESTA(WS-I) TO WS-TXC-CODIGO
                 MOVE WS-PRC-CESTA(WS-DEC-CESTA(WS-I))
                      TO WS-TXC-PRECO
                 MOVE WS-TXT-CESTA TO WS-DCL-CESTA.
              MOVE WS-LINHA-DECIL TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              IF WS-QTD-EXCEDE > ZEROS
                 DISPLAY "TABELA DE CPF ESGOTADA - TITULARES FORA: "
                         WS-QTD-EXCEDE.
              CLOSE RELATORIO.
              CLOSE CLIENTES.
              IF WS-PLANO-ABERTO = "S"
                 CLOSE PLANO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "LANCAMENTOS LIDOS    : " WS-QTD-LANCTOS.
              DISPLAY "LANCAMENTOS ATRIBUIDOS: " WS-QTD-ATRIB.
              DISPLAY "CLIENTES NO RANKING  : " WS-QTD-CPF.
              DISPLAY "FIM DE PROGRAMA".
