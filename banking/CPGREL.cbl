      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Aging of open supplier payables
      * Tectonics: cobc
      ******************************************************************
      * Lists every open invoice of CPAGAR.DAT - approved, shipped but
      * not yet settled, or returned by the receiving bank - in due
      * date order, each one placed in an aging bucket counted in
      * calendar days from the movement date.  CPGREL.LST closes with
      * the count and amount of every bucket.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPGREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT NOTAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CPG-NUMERO
              ALTERNATE RECORD KEY CPG-CHAVE-FORN
              ALTERNATE RECORD KEY CPG-VENCIMENTO WITH DUPLICATES
              ALTERNATE RECORD KEY CPG-ORDEM WITH DUPLICATES
              FILE STATUS ARQST-CPG.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-CPG
                VALUE OF FILE-ID IS "CPAGAR.DAT".
          01 REG-CPG.
                COPY CPAGAR.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "CPGREL.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-CPG               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "CPGREL".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "CPGREL.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-ARQ-ABERTOS          PIC X(01) VALUE "N".
          01 WS-DIAS                 PIC S9(05) VALUE ZEROS.
          01 WS-FX                   PIC 9(01) VALUE ZEROS.
          01 WS-QTD-NOTAS            PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-GERAL          PIC 9(09)V99 VALUE ZEROS.

      * Faixas de aging - dias negativos sao notas ja vencidas.
          01 WS-TAB-NOMES.
                02 FILLER            PIC X(18) VALUE
                   "VENCIDAS > 30 DIAS".
                02 FILLER            PIC X(18) VALUE
                   "VENCIDAS 1-30 DIAS".
                02 FILLER            PIC X(18) VALUE
                   "A VENCER 0-7 DIAS ".
                02 FILLER            PIC X(18) VALUE
                   "A VENCER 8-30 DIAS".
                02 FILLER            PIC X(18) VALUE
                   "A VENCER 31-60    ".
                02 FILLER            PIC X(18) VALUE
                   "A VENCER > 60 DIAS".
          01 WS-TAB-NOMES-R REDEFINES WS-TAB-NOMES.
                02 WS-FX-NOME        PIC X(18) OCCURS 6 TIMES.

          01 WS-TAB-FAIXAS.
                02 WS-FX-ITEM OCCURS 6 TIMES.
                   03 WS-FX-QTD      PIC 9(06).
                   03 WS-FX-VALOR    PIC 9(09)V99.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(34) VALUE
                   "AGING DE CONTAS A PAGAR - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(36) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "NOTA      FORN. DOCUMENTO    AG.  VENCTO".
                02 FILLER            PIC X(40) VALUE
                   "        VALOR S  DIAS FAIXA".

          01 WS-LINHA-DET.
                02 WS-DET-NUMERO     PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-FORNEC     PIC 9(05).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DOCUMENTO  PIC X(12).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-AGENCIA    PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VENCTO     PIC 9(08).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VALOR      PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SITUACAO   PIC X(01).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DIAS       PIC -ZZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-FAIXA      PIC X(18).
                02 FILLER            PIC X(02) VALUE SPACES.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

          01 WS-LINHA-FAIXA.
                02 WS-LFX-NOME       PIC X(18).
                02 FILLER            PIC X(03) VALUE " : ".
                02 WS-LFX-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(08) VALUE " NOTAS  ".
                02 WS-LFX-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-ARQ-ABERTOS = "S"
                 PERFORM POSICIONA-VENCIMENTO
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
              ELSE
                 IF ARQST-CPG = "35"
                    DISPLAY "SEM NOTAS DE FORNECEDOR"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST " / " ARQST-CPG
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
              INITIALIZE WS-TAB-FAIXAS.
              PERFORM APURA-DATA-MOVIMENTO.
              OPEN OUTPUT RELATORIO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              DISPLAY "AGING DE CONTAS A PAGAR - "
                      DIA "/" MES "/" ANO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT NOTAS.
              IF ARQST-CPG NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-ARQ-ABERTOS.

       POSICIONA-VENCIMENTO.
              MOVE ZEROS TO CPG-VENCIMENTO.
              START NOTAS KEY IS NOT LESS THAN CPG-VENCIMENTO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ARQ
              END-START.

      * Paga e cancelada saem do aging - a enviada continua em aberto
      * ate o retorno do banco recebedor.
       PROCESSO.
              READ NOTAS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CPG-SITUACAO = "A" OR "E" OR "D"
                       PERFORM CLASSIFICA-NOTA
                    END-IF
              END-READ.

       CLASSIFICA-NOTA.
              COMPUTE WS-DIAS =
                      FUNCTION INTEGER-OF-DATE(CPG-VENCIMENTO)
                    - FUNCTION INTEGER-OF-DATE(WS-DATA-MOVTO).
              EVALUATE TRUE
                 WHEN WS-DIAS < -30
                    MOVE 1 TO WS-FX
                 WHEN WS-DIAS < 0
                    MOVE 2 TO WS-FX
                 WHEN WS-DIAS NOT > 7
                    MOVE 3 TO WS-FX
                 WHEN WS-DIAS NOT > 30
                    MOVE 4 TO WS-FX
                 WHEN WS-DIAS NOT > 60
                    MOVE 5 TO WS-FX
                 WHEN OTHER
                    MOVE 6 TO WS-FX
              END-EVALUATE.
              ADD 1         TO WS-FX-QTD(WS-FX) WS-QTD-NOTAS.
              ADD CPG-VALOR TO WS-FX-VALOR(WS-FX) WS-TOTAL-GERAL.
              MOVE CPG-NUMERO     TO WS-DET-NUMERO.
              MOVE CPG-FORNECEDOR TO WS-DET-FORNEC.
              MOVE CPG-DOCUMENTO  TO WS-DET-DOCUMENTO.
              MOVE CPG-AGENCIA    TO WS-DET-AGENCIA.
              MOVE CPG-VENCIMENTO TO WS-DET-VENCTO.
              MOVE CPG-VALOR      TO WS-DET-VALOR.
              MOVE CPG-SITUACAO   TO WS-DET-SITUACAO.
              MOVE WS-DIAS        TO WS-DET-DIAS.
              MOVE WS-FX-NOME(WS-FX) TO WS-DET-FAIXA.
              MOVE WS-LINHA-DET   TO REG-REL.
              WRITE REG-REL.

       IMPRIME-FAIXA.
              MOVE WS-FX-NOME(WS-FX)  TO WS-LFX-NOME.
              MOVE WS-FX-QTD(WS-FX)   TO WS-LFX-QTD.
              MOVE WS-FX-VALOR(WS-FX) TO WS-LFX-VALOR.
              MOVE WS-LINHA-FAIXA     TO REG-REL.
              WRITE REG-REL.

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto o aging nao tem data de referencia.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 MOVE DATA-SIS(1:8) TO WS-DATA-MOVTO
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA"
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST.

       FINALIZA.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-FAIXA VARYING WS-FX FROM 1 BY 1
                      UNTIL WS-FX > 6.
              MOVE "TOTAL EM ABERTO"  TO WS-LFX-NOME.
              MOVE WS-QTD-NOTAS       TO WS-LFX-QTD.
              MOVE WS-TOTAL-GERAL     TO WS-LFX-VALOR.
              MOVE WS-LINHA-FAIXA     TO REG-REL.
              WRITE REG-REL.
              IF WS-ARQ-ABERTOS = "S"
                 CLOSE NOTAS.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "NOTAS EM ABERTO: " WS-QTD-NOTAS.
              DISPLAY "TOTAL EM ABERTO: " WS-TOTAL-GERAL.
              DISPLAY "FIM DE PROGRAMA".
