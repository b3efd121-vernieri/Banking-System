      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Position of post-dated checks held in custody
      * Tectonics: cobc
      ******************************************************************
      * Lists every check still in custody ("G") account by account -
      * drawee bank, branch, drawer account, check number, amount and
      * deposit date - with a subtotal per business customer, then
      * the total held spread by when it falls due: already due (it
      * goes out in the next CUSLIB run), within 7 days, within 30
      * days and beyond.  CUSTODIA.DAT is keyed by account, so the
      * file is read in key order and breaks on CUS-CODIGO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSPOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CUSTODIA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CUS-CHAVE
              FILE STATUS ARQST-CUS.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTODIA LABEL RECORD STANDARD
                DATA RECORD IS REG-CUS
                VALUE OF FILE-ID IS "CUSTODIA.DAT".
          01 REG-CUS.
                COPY CUSTODIA.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "CUSPOS.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-CUS               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "CUSPOS".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "CUSPOS.LST".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-CODIGO-ANT           PIC 9(04) VALUE ZEROS.
          01 WS-DIAS-VENCE           PIC S9(05) VALUE ZEROS.
          01 WS-QTD-CONTA            PIC 9(05) VALUE ZEROS.
          01 WS-VALOR-CONTA          PIC 9(09)V99 VALUE ZEROS.
          01 WS-QTD-CONTAS           PIC 9(05) VALUE ZEROS.
          01 WS-QTD-TOTAL            PIC 9(06) VALUE ZEROS.
          01 WS-VALOR-TOTAL          PIC 9(11)V99 VALUE ZEROS.
          01 WS-FAIXAS.
                02 WS-FAIXA OCCURS 4 TIMES.
                   03 WS-FAIXA-QTD   PIC 9(06).
                   03 WS-FAIXA-VALOR PIC 9(11)V99.
          01 WS-IND                  PIC 9(01) VALUE ZEROS.
          01 WS-NOMES-FAIXA.
                02 FILLER            PIC X(20) VALUE
                   "VENCIDOS / HOJE".
                02 FILLER            PIC X(20) VALUE
                   "ATE 7 DIAS".
                02 FILLER            PIC X(20) VALUE
                   "DE 8 A 30 DIAS".
                02 FILLER            PIC X(20) VALUE
                   "ACIMA DE 30 DIAS".
          01 WS-TAB-NOMES REDEFINES WS-NOMES-FAIXA.
                02 WS-NOME-FAIXA     PIC X(20) OCCURS 4 TIMES.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(36) VALUE
                   "POSICAO DA CUSTODIA DE CHEQUES - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(34) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(19) VALUE
                   "  NUMERO  BCO  AGEN".
                02 FILLER            PIC X(20) VALUE
                   " CONTA SAC.   CHEQUE".
                02 FILLER            PIC X(24) VALUE
                   "         VALOR  DEPOSITO".
                02 FILLER            PIC X(17) VALUE SPACES.

          01 WS-LINHA-CONTA.
                02 FILLER            PIC X(07) VALUE "CONTA: ".
                02 WS-CTA-CODIGO     PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CTA-NOME       PIC X(30).
                02 FILLER            PIC X(37) VALUE SPACES.

          01 WS-LINHA-DET.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-NUMERO     PIC 9(06).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-BANCO      PIC 9(03).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-AGENCIA    PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CONTA      PIC X(12).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CHEQUE     PIC 9(06).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VALOR      PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-DATA       PIC X(10).
                02 FILLER            PIC X(13) VALUE SPACES.

          01 WS-LINHA-SUB.
                02 FILLER            PIC X(24) VALUE
                   "  SUBTOTAL DA CONTA".
                02 WS-SUB-QTD        PIC ZZ.ZZ9.
                02 FILLER            PIC X(10) VALUE " CHEQUE(S)".
                02 WS-SUB-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(26) VALUE SPACES.

          01 WS-LINHA-FAIXA.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-FAI-NOME       PIC X(20).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-FAI-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(10) VALUE " CHEQUE(S)".
                02 WS-FAI-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(22) VALUE SPACES.

          01 WS-LINHA-TOTAL.
                02 FILLER            PIC X(22) VALUE
                   "  TOTAL EM CUSTODIA".
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(10) VALUE " CHEQUE(S)".
                02 WS-TOT-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-TOT-CONTAS     PIC ZZ.ZZ9.
                02 FILLER            PIC X(08) VALUE " CONTAS".
                02 FILLER            PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-CUS = "00" AND ARQST-REL = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 IF WS-CODIGO-ANT NOT = ZEROS
                    PERFORM FECHA-CONTA
                 END-IF
                 PERFORM IMPRIME-RESUMO
              ELSE
                 IF ARQST-CUS = "35"
                    DISPLAY "SEM CHEQUES EM CUSTODIA"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST-CUS " / " ARQST-REL
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN INPUT CUSTODIA.
              IF ARQST-CUS NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT CLIENTES.
              OPEN OUTPUT RELATORIO.
              INITIALIZE WS-FAIXAS.
      * Vencimento contado do dia de movimento aberto, o mesmo que o
      * CUSLIB usa; fora do expediente vale a data do calendario.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 MOVE DATA-SIS(1:8) TO WS-DATA-MOVTO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "POSICAO DA CUSTODIA DE CHEQUES - "
                      DIA "/" MES "/" ANO.

       PROCESSO.
              READ CUSTODIA NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CUS-SITUACAO = "G"
                       PERFORM TRATA-CHEQUE
                    END-IF
              END-READ.

       TRATA-CHEQUE.
              IF CUS-CODIGO NOT = WS-CODIGO-ANT
                 IF WS-CODIGO-ANT NOT = ZEROS
                    PERFORM FECHA-CONTA
                 END-IF
                 PERFORM ABRE-CONTA
              END-IF.
              MOVE CUS-NUMERO     TO WS-DET-NUMERO.
              MOVE CUS-BANCO      TO WS-DET-BANCO.
              MOVE CUS-AGENCIA    TO WS-DET-AGENCIA.
              MOVE CUS-CONTA-SAC  TO WS-DET-CONTA.
              MOVE CUS-NUM-CHEQUE TO WS-DET-CHEQUE.
              MOVE CUS-VALOR      TO WS-DET-VALOR.
              MOVE SPACES TO WS-DET-DATA.
              STRING CUS-DATA-DEP(7:2) "/" CUS-DATA-DEP(5:2) "/"
                     CUS-DATA-DEP(1:4) DELIMITED BY SIZE
                     INTO WS-DET-DATA.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.
              ADD 1 TO WS-QTD-CONTA.
              ADD CUS-VALOR TO WS-VALOR-CONTA.
              PERFORM CLASSIFICA-VENCIMENTO.

      * Faixa pelo numero de dias ate a data de deposito.
       CLASSIFICA-VENCIMENTO.
              COMPUTE WS-DIAS-VENCE =
                      FUNCTION INTEGER-OF-DATE(CUS-DATA-DEP)
                    - FUNCTION INTEGER-OF-DATE(WS-DATA-MOVTO).
              EVALUATE TRUE
                 WHEN WS-DIAS-VENCE NOT > 0
                    MOVE 1 TO WS-IND
                 WHEN WS-DIAS-VENCE NOT > 7
                    MOVE 2 TO WS-IND
                 WHEN WS-DIAS-VENCE NOT > 30
                    MOVE 3 TO WS-IND
                 WHEN OTHER
                    MOVE 4 TO WS-IND
              END-EVALUATE.
              ADD 1 TO WS-FAIXA-QTD(WS-IND).
              ADD CUS-VALOR TO WS-FAIXA-VALOR(WS-IND).

       ABRE-CONTA.
              MOVE CUS-CODIGO TO WS-CODIGO-ANT.
              MOVE ZEROS TO WS-QTD-CONTA WS-VALOR-CONTA.
              ADD 1 TO WS-QTD-CONTAS.
              MOVE CUS-CODIGO TO CODIGO WS-CTA-CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE "CONTA NAO CADASTRADA" TO WS-CTA-NOME
                 NOT INVALID KEY
                    MOVE NOME TO WS-CTA-NOME
              END-READ.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CONTA TO REG-REL.
              WRITE REG-REL.

       FECHA-CONTA.
              MOVE WS-QTD-CONTA   TO WS-SUB-QTD.
              MOVE WS-VALOR-CONTA TO WS-SUB-VALOR.
              MOVE WS-LINHA-SUB TO REG-REL.
              WRITE REG-REL.
              ADD WS-QTD-CONTA   TO WS-QTD-TOTAL.
              ADD WS-VALOR-CONTA TO WS-VALOR-TOTAL.

       IMPRIME-RESUMO.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL.
              MOVE "VENCIMENTO DOS CHEQUES EM CUSTODIA" TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-FAIXA VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > 4.
              MOVE WS-QTD-TOTAL   TO WS-TOT-QTD.
              MOVE WS-VALOR-TOTAL TO WS-TOT-VALOR.
              MOVE WS-QTD-CONTAS  TO WS-TOT-CONTAS.
              MOVE WS-LINHA-TOTAL TO REG-REL.
              WRITE REG-REL.

       IMPRIME-FAIXA.
              MOVE WS-NOME-FAIXA(WS-IND)  TO WS-FAI-NOME.
              MOVE WS-FAIXA-QTD(WS-IND)   TO WS-FAI-QTD.
              MOVE WS-FAIXA-VALOR(WS-IND) TO WS-FAI-VALOR.
              MOVE WS-LINHA-FAIXA TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              IF ARQST-CUS NOT = "35"
                 CLOSE CUSTODIA
                 CLOSE CLIENTES
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO
              END-IF.
              DISPLAY "CONTAS COM CUSTODIA: " WS-QTD-CONTAS.
              DISPLAY "CHEQUES EM CUSTODIA: " WS-QTD-TOTAL.
              DISPLAY "VALOR EM CUSTODIA  : " WS-VALOR-TOTAL.
              DISPLAY "FIM DE PROGRAMA".
