      ******************************************************************
      * Author: Vernieri
      * Date: October 5, 2026
      * Purpose: Monthly credit scoring and pre-approved limit file
      * Tectonics: cobc
      ******************************************************************
      * Rates every CPF holding an open individual account (company
      * accounts are left out - their CPF is a partner's) from data
      * the bank already keeps, 0 to 1000 points:
      *   base                                         200
      *   KYC-RENDA (KYCDADOS.DAT)             0 a 200
      *   saldo medio dos ultimos 90 dias (POSICOES.DAT, BRL)
      *                                        0 a 200
      *   idade da conta mais antiga (1o lancamento no EXTRATO)
      *                                        0 a 150
      *   emprestimos (EMPREST.DAT): nenhum +75; pior EMP-ATRASO
      *     0 +150, 1 +50, 2 -50, 3 ou mais -200; baixado para
      *     prejuizo mais -300
      *   cheques proprios devolvidos em 12 meses (CHQEMIT "D"):
      *     nenhum +100, um 0, dois ou mais -150
      *   incluido no birô (NEGHIST.DAT "I")           -300
      *   RESTRIT.DAT: alerta -100, bloqueio zera o score
      * Bands: A 800+, B 650+, C 500+, D 350+, E below.  The band
      * decides the share of the income the installments may take
      * (30/25/20/10/0%); less what the active contracts already
      * take it is PRE-PARCELA-MAX, and PRE-LIMITE is the principal
      * that installment pays over PREAPROV-PRAZO months (PARAMS,
      * 24 by default) at TAXA-EMPRESTIMO, by EMPMAN's formula.
      * PREAPROV.DAT is rebuilt from scratch; SCORE.LST lists it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCORE.

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
              FILE STATUS ARQST.

              SELECT POSICOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-POS.

              SELECT EMPRESTIMOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EMP.

              SELECT EMITIDOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHE-CHAVE
              FILE STATUS ARQST-CHE.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT KYCDADOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-KYC.

              SELECT NEGHIST ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NEG.

              SELECT RESTRICAO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RST-CPF
              FILE STATUS ARQST-RST.

              SELECT PREAPROVADOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PRE-CPF
              FILE STATUS ARQST-PRE.

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

       FD POSICOES LABEL RECORD STANDARD
                DATA RECORD IS REG-POS
                VALUE OF FILE-ID IS "POSICOES.DAT".
          01 REG-POS.
                COPY POSICAO.

       FD EMPRESTIMOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EMP
                VALUE OF FILE-ID IS "EMPREST.DAT".
          01 REG-EMP.
                COPY EMPREST.

       FD EMITIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-CHE
                VALUE OF FILE-ID IS "CHQEMIT.DAT".
          01 REG-CHE.
                COPY CHQEMIT.

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXT
                VALUE OF FILE-ID IS "EXTRATO.DAT".
          01 REG-EXT.
                COPY EXTRATO.

       FD KYCDADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-KYC
                VALUE OF FILE-ID IS "KYCDADOS.DAT".
          01 REG-KYC.
                COPY KYCDADOS.

       FD NEGHIST LABEL RECORD STANDARD
                DATA RECORD IS REG-NEG
                VALUE OF FILE-ID IS "NEGHIST.DAT".
          01 REG-NEG.
                02 NEG-NUMERO        PIC 9(09).
                02 NEG-CPF           PIC X(11).
                02 NEG-SITUACAO      PIC X(01).
                02 NEG-DATA          PIC 9(08).

       FD RESTRICAO LABEL RECORD STANDARD
                DATA RECORD IS REG-RST
                VALUE OF FILE-ID IS "RESTRIT.DAT".
          01 REG-RST.
                COPY RESTRIT.

       FD PREAPROVADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PRE
                VALUE OF FILE-ID IS "PREAPROV.DAT".
          01 REG-PRE.
                COPY PREAPROV.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "SCORE.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-POS               PIC X(02).
          01 ARQST-EMP               PIC X(02).
          01 ARQST-CHE               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-KYC               PIC X(02).
          01 ARQST-NEG               PIC X(02).
          01 ARQST-RST               PIC X(02).
          01 ARQST-PRE               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "SCORE".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "SCORE.LST".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-AUX              PIC X(01) VALUE "N".
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-DATA-MEDIA           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-DEVOL           PIC 9(08) VALUE ZEROS.
          01 WS-I                    PIC 9(04) VALUE ZEROS.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-TAXA-EMP             PIC 9V9999 VALUE 0,0300.
          01 WS-PRAZO-REF            PIC 9(03) VALUE 024.
          01 WS-PJ                   PIC X(01) VALUE "N".
          01 WS-PJ-MODO              PIC X(01) VALUE "P".
          01 WS-PJ-CPF               PIC X(11) VALUE SPACES.
          01 WS-PJ-CNPJ              PIC X(14) VALUE SPACES.
          01 WS-PJ-RAZAO             PIC X(40) VALUE SPACES.
          01 WS-PJ-ACHOU             PIC X(01) VALUE "N".
          01 WS-QTD-CPFS             PIC 9(06) VALUE ZEROS.
          01 WS-QTD-FAIXA            PIC 9(06) OCCURS 5 TIMES.
          01 WS-FAIXAS               PIC X(05) VALUE "ABCDE".
          01 WS-FAIXA-IDX            PIC 9(01) VALUE ZEROS.

      * Uma entrada por CODIGO de conta, montada nas passagens
      * sequenciais de POSICOES, EMPREST e CHQEMIT antes do
      * agrupamento por CPF.
          01 WS-TAB-CONTAS.
                02 WS-TC OCCURS 9999 TIMES.
                   03 WS-TC-SOMA        PIC S9(09)V99.
                   03 WS-TC-DIAS        PIC 9(04).
                   03 WS-TC-EMPRESTIMOS PIC 9(03).
                   03 WS-TC-ATRASO      PIC 9(03).
                   03 WS-TC-PREJUIZO    PIC X(01).
                   03 WS-TC-PARCELAS    PIC 9(07)V99.
                   03 WS-TC-DEVOLVIDOS  PIC 9(03).

          01 WS-GRP-CPF              PIC X(11) VALUE SPACES.
          01 WS-GRP-NOME             PIC X(30) VALUE SPACES.
          01 WS-GRP-ATIVAS           PIC 9(03) VALUE ZEROS.
          01 WS-GRP-MEDIA            PIC S9(09)V99 VALUE ZEROS.
          01 WS-GRP-ABERTURA         PIC 9(08) VALUE ZEROS.
          01 WS-GRP-EMPRESTIMOS      PIC 9(03) VALUE ZEROS.
          01 WS-GRP-ATRASO           PIC 9(03) VALUE ZEROS.
          01 WS-GRP-PREJUIZO         PIC X(01) VALUE "N".
          01 WS-GRP-PARCELAS         PIC 9(07)V99 VALUE ZEROS.
          01 WS-GRP-DEVOLVIDOS       PIC 9(03) VALUE ZEROS.
          01 WS-GRP-RENDA            PIC 9(07)V99 VALUE ZEROS.
          01 WS-GRP-NEGATIVADO       PIC X(01) VALUE "N".
          01 WS-GRP-RESTRICAO        PIC X(01) VALUE SPACE.
          01 WS-IDADE-MESES          PIC 9(05) VALUE ZEROS.
          01 WS-SCORE                PIC S9(05) VALUE ZEROS.
          01 WS-FAIXA                PIC X(01) VALUE SPACE.
          01 WS-PERC-RENDA           PIC 9V99 VALUE ZEROS.
          01 WS-PARCELA-MAX          PIC S9(07)V99 VALUE ZEROS.
          01 WS-LIMITE               PIC 9(07)V99 VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(36) VALUE
                   "CREDITO PRE-APROVADO POR CPF - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(34) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CPF         NOME                   SCORE".
                02 FILLER            PIC X(40) VALUE
                   " F        RENDA  PARC.MAX       LIMITE".

          01 WS-LINHA-DET.
                02 WS-DET-CPF        PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-NOME       PIC X(22).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-SCORE      PIC ZZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-FAIXA      PIC X(01).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-RENDA      PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-PARCELA    PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-LIMITE     PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(14) VALUE
                   "CPFS AVALIADOS".
                02 FILLER            PIC X(02) VALUE ": ".
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(05) VALUE "   A:".
                02 WS-TOT-A          PIC ZZZ.ZZ9.
                02 FILLER            PIC X(04) VALUE "  B:".
                02 WS-TOT-B          PIC ZZZ.ZZ9.
                02 FILLER            PIC X(04) VALUE "  C:".
                02 WS-TOT-C          PIC ZZZ.ZZ9.
                02 FILLER            PIC X(04) VALUE "  D:".
                02 WS-TOT-D          PIC ZZZ.ZZ9.
                02 FILLER            PIC X(04) VALUE "  E:".
                02 WS-TOT-E          PIC ZZZ.ZZ9.
                02 FILLER            PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-PRE = "00"
                 AND ARQST-REL = "00"
                 PERFORM CARREGA-POSICOES
                 PERFORM CARREGA-EMPRESTIMOS
                 PERFORM CARREGA-DEVOLVIDOS
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 PERFORM IMPRIME-TOTAIS
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-PRE " / " ARQST-REL
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN INPUT CLIENTES.
              OPEN OUTPUT PREAPROVADOS.
              OPEN OUTPUT RELATORIO.
              OPEN INPUT EXTRATO.
              OPEN INPUT RESTRICAO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              COMPUTE WS-DATA-MEDIA = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 90).
              COMPUTE WS-DATA-DEVOL = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 365).
              MOVE "TAXA-EMPRESTIMO" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-TAXA-EMP.
              MOVE "PREAPROV-PRAZO" TO WS-PRM-NOME.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-PRAZO-REF.
              INITIALIZE WS-TAB-CONTAS.
              MOVE ZEROS TO WS-QTD-FAIXA(1) WS-QTD-FAIXA(2)
                            WS-QTD-FAIXA(3) WS-QTD-FAIXA(4)
                            WS-QTD-FAIXA(5).
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "SCORE DE CREDITO - " DIA "/" MES "/" ANO.

      ******************************************************************
      * Carga das tabelas por conta
      ******************************************************************
       CARREGA-POSICOES.
              MOVE "N" TO WS-FIM-AUX.
              OPEN INPUT POSICOES.
              IF ARQST-POS NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-POSICAO UNTIL WS-FIM-AUX = "S".
              CLOSE POSICOES.

       LE-POSICAO.
              READ POSICOES
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF POS-DATA >= WS-DATA-MEDIA
                       AND POS-CODIGO > ZEROS
                       AND (POS-MOEDA = "BRL" OR POS-MOEDA = SPACES)
                       ADD POS-SALDO TO WS-TC-SOMA(POS-CODIGO)
                       ADD 1 TO WS-TC-DIAS(POS-CODIGO)
                    END-IF
              END-READ.

       CARREGA-EMPRESTIMOS.
              MOVE "N" TO WS-FIM-AUX.
              OPEN INPUT EMPRESTIMOS.
              IF ARQST-EMP NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-EMPRESTIMO UNTIL WS-FIM-AUX = "S".
              CLOSE EMPRESTIMOS.

      * O pior atraso de qualquer contrato, vivo ou encerrado, pesa;
      * so os ativos comprometem a renda com a parcela.
       LE-EMPRESTIMO.
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF EMP-CODIGO > ZEROS
                       PERFORM ACUMULA-EMPRESTIMO
                    END-IF
              END-READ.

       ACUMULA-EMPRESTIMO.
              ADD 1 TO WS-TC-EMPRESTIMOS(EMP-CODIGO).
              IF EMP-ATRASO > WS-TC-ATRASO(EMP-CODIGO)
                 MOVE EMP-ATRASO TO WS-TC-ATRASO(EMP-CODIGO).
              IF EMP-SITUACAO = "B"
                 MOVE "S" TO WS-TC-PREJUIZO(EMP-CODIGO).
              IF EMP-SITUACAO = "A"
                 ADD EMP-PARCELA TO WS-TC-PARCELAS(EMP-CODIGO).

       CARREGA-DEVOLVIDOS.
              MOVE "N" TO WS-FIM-AUX.
              OPEN INPUT EMITIDOS.
              IF ARQST-CHE NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-EMITIDO UNTIL WS-FIM-AUX = "S".
              CLOSE EMITIDOS.

       LE-EMITIDO.
              READ EMITIDOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF CHE-SITUACAO = "D"
                       AND CHE-DATA-SITUAC >= WS-DATA-DEVOL
                       AND CHE-CODIGO > ZEROS
                       ADD 1 TO WS-TC-DEVOLVIDOS(CHE-CODIGO)
                    END-IF
              END-READ.

      ******************************************************************
      * Agrupamento das contas por CPF
      ******************************************************************
       PROCESSO.
              IF WS-GRP-CPF = SPACES
                 MOVE SPACES TO CPF
                 START CLIENTES KEY IS GREATER THAN CPF
                    INVALID KEY
                       MOVE "S" TO WS-FIM-ARQ
                       EXIT PARAGRAPH
                 END-START.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    PERFORM FECHA-GRUPO
                 NOT AT END
                    IF CPF NOT = WS-GRP-CPF
                       IF WS-GRP-CPF NOT = SPACES
                          PERFORM FECHA-GRUPO
                       END-IF
                       PERFORM INICIA-GRUPO
                    END-IF
                    PERFORM ACUMULA-CONTA
              END-READ.

       INICIA-GRUPO.
              MOVE CPF    TO WS-GRP-CPF.
              MOVE SPACES TO WS-GRP-NOME.
              MOVE "N"    TO WS-GRP-PREJUIZO.
              MOVE ZEROS  TO WS-GRP-ATIVAS WS-GRP-MEDIA WS-GRP-ABERTURA
                             WS-GRP-EMPRESTIMOS WS-GRP-ATRASO
                             WS-GRP-PARCELAS WS-GRP-DEVOLVIDOS.

       ACUMULA-CONTA.
              IF CODIGO = ZEROS
                 EXIT PARAGRAPH.
              MOVE SPACES TO WS-PJ-CPF.
              CALL "PJGET" USING CODIGO WS-PJ-MODO WS-PJ-CPF WS-PJ
                                 WS-PJ-CNPJ WS-PJ-RAZAO WS-PJ-ACHOU.
              IF WS-PJ = "S"
                 EXIT PARAGRAPH.
              IF WS-TC-DIAS(CODIGO) > ZEROS
                 COMPUTE WS-GRP-MEDIA ROUNDED = WS-GRP-MEDIA
                       + WS-TC-SOMA(CODIGO) / WS-TC-DIAS(CODIGO).
              ADD WS-TC-EMPRESTIMOS(CODIGO) TO WS-GRP-EMPRESTIMOS.
              IF WS-TC-ATRASO(CODIGO) > WS-GRP-ATRASO
                 MOVE WS-TC-ATRASO(CODIGO) TO WS-GRP-ATRASO.
              IF WS-TC-PREJUIZO(CODIGO) = "S"
                 MOVE "S" TO WS-GRP-PREJUIZO.
              ADD WS-TC-PARCELAS(CODIGO)   TO WS-GRP-PARCELAS.
              ADD WS-TC-DEVOLVIDOS(CODIGO) TO WS-GRP-DEVOLVIDOS.
              IF STATUS-CONTA = "F"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-GRP-ATIVAS.
              IF WS-GRP-NOME = SPACES
                 MOVE NOME TO WS-GRP-NOME.
              PERFORM APURA-ABERTURA.

      * Sem data de abertura no cadastro, a conta nasce no seu
      * primeiro lancamento do EXTRATO.
       APURA-ABERTURA.
              IF ARQST-EXT NOT = "00" AND ARQST-EXT NOT = "10"
                 AND ARQST-EXT NOT = "23"
                 EXIT PARAGRAPH.
              MOVE CODIGO TO EXT-CODIGO.
              MOVE ZEROS  TO EXT-DATA EXT-NSEQ.
              START EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                 INVALID KEY
                    EXIT PARAGRAPH
              END-START.
              READ EXTRATO NEXT RECORD
                 AT END
                    EXIT PARAGRAPH
              END-READ.
              IF EXT-CODIGO NOT = CODIGO
                 EXIT PARAGRAPH.
              IF WS-GRP-ABERTURA = ZEROS
                 OR EXT-DATA < WS-GRP-ABERTURA
                 MOVE EXT-DATA TO WS-GRP-ABERTURA.

       FECHA-GRUPO.
              IF WS-GRP-ATIVAS = ZEROS
                 EXIT PARAGRAPH.
              PERFORM APURA-RENDA.
              PERFORM APURA-NEGATIVACAO.
              PERFORM APURA-RESTRICAO.
              PERFORM CALCULA-SCORE.
              PERFORM CALCULA-LIMITE.
              PERFORM GRAVA-PREAPROVADO.

       APURA-RENDA.
              MOVE ZEROS TO WS-GRP-RENDA.
              MOVE "N" TO WS-FIM-AUX.
              OPEN INPUT KYCDADOS.
              IF ARQST-KYC NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-KYC UNTIL WS-FIM-AUX = "S".
              CLOSE KYCDADOS.

       LE-KYC.
              READ KYCDADOS
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF KYC-CPF = WS-GRP-CPF
                       MOVE KYC-RENDA TO WS-GRP-RENDA
                       MOVE "S" TO WS-FIM-AUX
                    END-IF
              END-READ.

       APURA-NEGATIVACAO.
              MOVE "N" TO WS-GRP-NEGATIVADO.
              MOVE "N" TO WS-FIM-AUX.
              OPEN INPUT NEGHIST.
              IF ARQST-NEG NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-NEGHIST UNTIL WS-FIM-AUX = "S".
              CLOSE NEGHIST.

       LE-NEGHIST.
              READ NEGHIST
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF NEG-CPF = WS-GRP-CPF AND NEG-SITUACAO = "I"
                       MOVE "S" TO WS-GRP-NEGATIVADO
                       MOVE "S" TO WS-FIM-AUX
                    END-IF
              END-READ.

       APURA-RESTRICAO.
              MOVE SPACE TO WS-GRP-RESTRICAO.
              IF ARQST-RST NOT = "00" AND ARQST-RST NOT = "23"
                 EXIT PARAGRAPH.
              MOVE WS-GRP-CPF TO RST-CPF.
              READ RESTRICAO
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              MOVE RST-ACAO TO WS-GRP-RESTRICAO.

      ******************************************************************
      * Pontuacao, faixa e limite
      ******************************************************************
       CALCULA-SCORE.
              MOVE 200 TO WS-SCORE.
              EVALUATE TRUE
                 WHEN WS-GRP-RENDA = ZEROS
                    CONTINUE
                 WHEN WS-GRP-RENDA < 1500
                    ADD 50  TO WS-SCORE
                 WHEN WS-GRP-RENDA < 3000
                    ADD 100 TO WS-SCORE
                 WHEN WS-GRP-RENDA < 6000
                    ADD 150 TO WS-SCORE
                 WHEN OTHER
                    ADD 200 TO WS-SCORE
              END-EVALUATE.
              EVALUATE TRUE
                 WHEN WS-GRP-MEDIA NOT > ZEROS
                    CONTINUE
                 WHEN WS-GRP-MEDIA < 500
                    ADD 50  TO WS-SCORE
                 WHEN WS-GRP-MEDIA < 2000
                    ADD 100 TO WS-SCORE
                 WHEN WS-GRP-MEDIA < 10000
                    ADD 150 TO WS-SCORE
                 WHEN OTHER
                    ADD 200 TO WS-SCORE
              END-EVALUATE.
              MOVE ZEROS TO WS-IDADE-MESES.
              IF WS-GRP-ABERTURA > ZEROS
                 AND WS-GRP-ABERTURA < WS-DATA-HOJE
                 COMPUTE WS-IDADE-MESES =
                       ( FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE(WS-GRP-ABERTURA) )
                       / 30.
              EVALUATE TRUE
                 WHEN WS-IDADE-MESES < 6
                    CONTINUE
                 WHEN WS-IDADE-MESES < 12
                    ADD 50  TO WS-SCORE
                 WHEN WS-IDADE-MESES < 36
                    ADD 100 TO WS-SCORE
                 WHEN OTHER
                    ADD 150 TO WS-SCORE
              END-EVALUATE.
              EVALUATE TRUE
                 WHEN WS-GRP-EMPRESTIMOS = ZEROS
                    ADD 75  TO WS-SCORE
                 WHEN WS-GRP-ATRASO = ZEROS
                    ADD 150 TO WS-SCORE
                 WHEN WS-GRP-ATRASO = 1
                    ADD 50  TO WS-SCORE
                 WHEN WS-GRP-ATRASO = 2
                    SUBTRACT 50  FROM WS-SCORE
                 WHEN OTHER
                    SUBTRACT 200 FROM WS-SCORE
              END-EVALUATE.
              IF WS-GRP-PREJUIZO = "S"
                 SUBTRACT 300 FROM WS-SCORE.
              EVALUATE TRUE
                 WHEN WS-GRP-DEVOLVIDOS = ZEROS
                    ADD 100 TO WS-SCORE
                 WHEN WS-GRP-DEVOLVIDOS = 1
                    CONTINUE
                 WHEN OTHER
                    SUBTRACT 150 FROM WS-SCORE
              END-EVALUATE.
              IF WS-GRP-NEGATIVADO = "S"
                 SUBTRACT 300 FROM WS-SCORE.
              IF WS-GRP-RESTRICAO = "A"
                 SUBTRACT 100 FROM WS-SCORE.
              IF WS-GRP-RESTRICAO = "B" OR WS-SCORE < ZEROS
                 MOVE ZEROS TO WS-SCORE.
              IF WS-SCORE > 1000
                 MOVE 1000 TO WS-SCORE.
              EVALUATE TRUE
                 WHEN WS-SCORE >= 800
                    MOVE 1 TO WS-FAIXA-IDX
                    MOVE 0,30 TO WS-PERC-RENDA
                 WHEN WS-SCORE >= 650
                    MOVE 2 TO WS-FAIXA-IDX
                    MOVE 0,25 TO WS-PERC-RENDA
                 WHEN WS-SCORE >= 500
                    MOVE 3 TO WS-FAIXA-IDX
                    MOVE 0,20 TO WS-PERC-RENDA
                 WHEN WS-SCORE >= 350
                    MOVE 4 TO WS-FAIXA-IDX
                    MOVE 0,10 TO WS-PERC-RENDA
                 WHEN OTHER
                    MOVE 5 TO WS-FAIXA-IDX
                    MOVE ZEROS TO WS-PERC-RENDA
              END-EVALUATE.
              MOVE WS-FAIXAS(WS-FAIXA-IDX:1) TO WS-FAIXA.
              ADD 1 TO WS-QTD-FAIXA(WS-FAIXA-IDX).

      * Parcela a juros simples sobre o prazo, como no EMPMAN:
      * P = parcela * n / (1 + i * n).
       CALCULA-LIMITE.
              COMPUTE WS-PARCELA-MAX ROUNDED =
                      WS-GRP-RENDA * WS-PERC-RENDA - WS-GRP-PARCELAS.
              IF WS-PARCELA-MAX < ZEROS
                 MOVE ZEROS TO WS-PARCELA-MAX.
              IF WS-PARCELA-MAX > 99999,99
                 MOVE 99999,99 TO WS-PARCELA-MAX.
              COMPUTE WS-LIMITE ROUNDED =
                      WS-PARCELA-MAX * WS-PRAZO-REF
                    / (1 + WS-TAXA-EMP * WS-PRAZO-REF)
                 ON SIZE ERROR
                    MOVE 9999999,99 TO WS-LIMITE
              END-COMPUTE.

       GRAVA-PREAPROVADO.
              MOVE WS-GRP-CPF      TO PRE-CPF.
              MOVE WS-DATA-HOJE    TO PRE-DATA.
              MOVE WS-SCORE        TO PRE-SCORE.
              MOVE WS-FAIXA        TO PRE-FAIXA.
              MOVE WS-GRP-RENDA    TO PRE-RENDA.
              MOVE WS-GRP-PARCELAS TO PRE-COMPROMETIDO.
              MOVE WS-PARCELA-MAX  TO PRE-PARCELA-MAX.
              MOVE WS-LIMITE       TO PRE-LIMITE.
              WRITE REG-PRE
                 INVALID KEY
                    DISPLAY "ERRO NA GRAVACAO DO CPF " WS-GRP-CPF
                            " - STATUS " ARQST-PRE
                    EXIT PARAGRAPH
              END-WRITE.
              ADD 1 TO WS-QTD-CPFS.
              MOVE WS-GRP-CPF      TO WS-DET-CPF.
              MOVE WS-GRP-NOME     TO WS-DET-NOME.
              MOVE WS-SCORE        TO WS-DET-SCORE.
              MOVE WS-FAIXA        TO WS-DET-FAIXA.
              MOVE WS-GRP-RENDA    TO WS-DET-RENDA.
              MOVE WS-PARCELA-MAX  TO WS-DET-PARCELA.
              MOVE WS-LIMITE       TO WS-DET-LIMITE.
              MOVE WS-LINHA-DET    TO REG-REL.
              WRITE REG-REL.

       IMPRIME-TOTAIS.
              MOVE WS-QTD-CPFS     TO WS-TOT-QTD.
              MOVE WS-QTD-FAIXA(1) TO WS-TOT-A.
              MOVE WS-QTD-FAIXA(2) TO WS-TOT-B.
              MOVE WS-QTD-FAIXA(3) TO WS-TOT-C.
              MOVE WS-QTD-FAIXA(4) TO WS-TOT-D.
              MOVE WS-QTD-FAIXA(5) TO WS-TOT-E.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              CLOSE CLIENTES.
              CLOSE PREAPROVADOS.
              CLOSE RELATORIO.
              CLOSE EXTRATO.
              CLOSE RESTRICAO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "CPFS AVALIADOS : " WS-QTD-CPFS.
              DISPLAY "FIM DE PROGRAMA".
