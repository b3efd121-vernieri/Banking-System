      ******************************************************************
      * Author: Vernieri
      * Date: October 11, 2026
      * Purpose: Monthly loan-interest accrual report
      * Tectonics: cobc
      ******************************************************************
      * Month-end step, after EMPAPR.  Lists every contract of
      * EMPAPR.DAT that moved in the month: interest accrued, accrual
      * reversed because the installment was collected, accrual
      * reversed by non-accrual (suspended) or by the end of the
      * contract, and the interest still receivable - then the same
      * totals by branch and for the bank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELAPR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT APROPRIACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY APR-NUMERO
              FILE STATUS ARQST-APR.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD APROPRIACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APR
                VALUE OF FILE-ID IS "EMPAPR.DAT".
          01 REG-APR.
                COPY EMPAPROP.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "RELAPR.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-APR               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "RELAPR".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "RELAPR.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-AAMM-HOJE            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-CONTRATOS        PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-APROP          PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-RECEB          PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-SUSP           PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-SALDO          PIC 9(09)V99 VALUE ZEROS.
          01 WS-A                    PIC 9(04) VALUE ZEROS.
          01 WS-QTD-AGENCIAS         PIC 9(04) VALUE ZEROS.
          01 WS-ACHOU-AGE            PIC X(01) VALUE "N".
          01 WS-TAB-AGENCIAS.
                02 WS-TAB-AGE OCCURS 500 TIMES.
                   03 WS-AGE-CODIGO  PIC 9(04).
                   03 WS-AGE-QTD     PIC 9(06).
                   03 WS-AGE-APROP   PIC 9(09)V99.
                   03 WS-AGE-RECEB   PIC 9(09)V99.
                   03 WS-AGE-SUSP    PIC 9(09)V99.
                   03 WS-AGE-SALDO   PIC 9(09)V99.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(38) VALUE
                   "APROPRIACAO DE JUROS DE EMPRESTIMO - ".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(35) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(33) VALUE
                   "CONTRATO  AGEN CTA  S APROPRIADO ".
                02 FILLER            PIC X(47) VALUE
                   "  RECEBIDO   SUSPENSO    A RECEBER".

          01 WS-LINHA-DET.
                02 WS-DET-NUMERO     PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-AGENCIA    PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CODIGO     PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SITUACAO   PIC X(01).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-APROP      PIC ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-RECEB      PIC ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SUSP       PIC ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SALDO      PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(13) VALUE SPACES.

          01 WS-LINHA-CAB3.
                02 FILLER            PIC X(40) VALUE
                   "AGENCIA   CONTRATOS     APROPRIADO      ".
                02 FILLER            PIC X(40) VALUE
                   " RECEBIDO       SUSPENSO      A RECEBER ".

          01 WS-LINHA-AGE.
                02 WS-AGE-DET-CODIGO PIC 9(04).
                02 FILLER            PIC X(08) VALUE SPACES.
                02 WS-AGE-DET-QTD    PIC ZZZ.ZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-AGE-DET-APROP  PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-AGE-DET-RECEB  PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-AGE-DET-SUSP   PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-AGE-DET-SALDO  PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(05) VALUE "TOTAL".
                02 FILLER            PIC X(07) VALUE SPACES.
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-TOT-APROP      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-TOT-RECEB      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-TOT-SUSP       PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-TOT-SALDO      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-APR = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 PERFORM IMPRIME-AGENCIAS
                 CLOSE APROPRIACOES
              ELSE
                 IF ARQST-APR = "35"
                    DISPLAY "SEM CONTRATOS EM APROPRIACAO"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST-APR
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              COMPUTE WS-AAMM-HOJE = ANO * 100 + MES.
              OPEN OUTPUT RELATORIO.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              DISPLAY "RELATORIO DE APROPRIACAO DE JUROS - "
                      MES "/" ANO.
              OPEN INPUT APROPRIACOES.

      * So entram os contratos que o EMPAPR tocou no mes (os contadores
      * de APR-AAMM sao do mes corrente) ou que ainda tem saldo.
       PROCESSO.
              READ APROPRIACOES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF APR-AAMM = WS-AAMM-HOJE OR APR-SALDO > ZEROS
                       PERFORM IMPRIME-CONTRATO
                    END-IF
              END-READ.

       IMPRIME-CONTRATO.
              IF APR-AAMM NOT = WS-AAMM-HOJE
                 MOVE ZEROS TO APR-APROP-MES APR-RECEB-MES
                               APR-SUSP-MES.
              MOVE APR-NUMERO    TO WS-DET-NUMERO.
              MOVE APR-AGENCIA   TO WS-DET-AGENCIA.
              MOVE APR-CODIGO    TO WS-DET-CODIGO.
              MOVE APR-SITUACAO  TO WS-DET-SITUACAO.
              MOVE APR-APROP-MES TO WS-DET-APROP.
              MOVE APR-RECEB-MES TO WS-DET-RECEB.
              MOVE APR-SUSP-MES  TO WS-DET-SUSP.
              MOVE APR-SALDO     TO WS-DET-SALDO.
              MOVE WS-LINHA-DET  TO REG-REL.
              WRITE REG-REL.
              ADD 1 TO WS-QTD-CONTRATOS.
              ADD APR-APROP-MES TO WS-TOTAL-APROP.
              ADD APR-RECEB-MES TO WS-TOTAL-RECEB.
              ADD APR-SUSP-MES  TO WS-TOTAL-SUSP.
              ADD APR-SALDO     TO WS-TOTAL-SALDO.
              PERFORM ACUMULA-AGENCIA.

       ACUMULA-AGENCIA.
              MOVE "N" TO WS-ACHOU-AGE.
              PERFORM VARYING WS-A FROM 1 BY 1
                        UNTIL WS-A > WS-QTD-AGENCIAS
                           OR WS-ACHOU-AGE = "S"
                 IF WS-AGE-CODIGO(WS-A) = APR-AGENCIA
                    MOVE "S" TO WS-ACHOU-AGE
                 END-IF
              END-PERFORM.
              IF WS-ACHOU-AGE = "S"
                 SUBTRACT 1 FROM WS-A
              ELSE
                 IF WS-QTD-AGENCIAS < 500
                    ADD 1 TO WS-QTD-AGENCIAS
                    MOVE WS-QTD-AGENCIAS TO WS-A
                    MOVE APR-AGENCIA TO WS-AGE-CODIGO(WS-A)
                    MOVE ZEROS TO WS-AGE-QTD(WS-A)
                                  WS-AGE-APROP(WS-A)
                                  WS-AGE-RECEB(WS-A)
                                  WS-AGE-SUSP(WS-A)
                                  WS-AGE-SALDO(WS-A)
                 ELSE
                    DISPLAY "TABELA DE AGENCIAS ESGOTADA"
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              ADD 1 TO WS-AGE-QTD(WS-A).
              ADD APR-APROP-MES TO WS-AGE-APROP(WS-A).
              ADD APR-RECEB-MES TO WS-AGE-RECEB(WS-A).
              ADD APR-SUSP-MES  TO WS-AGE-SUSP(WS-A).
              ADD APR-SALDO     TO WS-AGE-SALDO(WS-A).

       IMPRIME-AGENCIAS.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB3 TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-AGENCIA
                      VARYING WS-A FROM 1 BY 1
                        UNTIL WS-A > WS-QTD-AGENCIAS.

       IMPRIME-AGENCIA.
              MOVE WS-AGE-CODIGO(WS-A) TO WS-AGE-DET-CODIGO.
              MOVE WS-AGE-QTD(WS-A)    TO WS-AGE-DET-QTD.
              MOVE WS-AGE-APROP(WS-A)  TO WS-AGE-DET-APROP.
              MOVE WS-AGE-RECEB(WS-A)  TO WS-AGE-DET-RECEB.
              MOVE WS-AGE-SUSP(WS-A)   TO WS-AGE-DET-SUSP.
              MOVE WS-AGE-SALDO(WS-A)  TO WS-AGE-DET-SALDO.
              MOVE WS-LINHA-AGE TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-QTD-CONTRATOS TO WS-TOT-QTD.
              MOVE WS-TOTAL-APROP   TO WS-TOT-APROP.
              MOVE WS-TOTAL-RECEB   TO WS-TOT-RECEB.
              MOVE WS-TOTAL-SUSP    TO WS-TOT-SUSP.
              MOVE WS-TOTAL-SALDO   TO WS-TOT-SALDO.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "CONTRATOS LISTADOS   : " WS-QTD-CONTRATOS.
              DISPLAY "JUROS APROPRIADOS    : " WS-TOTAL-APROP.
              DISPLAY "ESTORNO POR RECEBIM. : " WS-TOTAL-RECEB.
              DISPLAY "ESTORNO POR SUSPENSAO: " WS-TOTAL-SUSP.
              DISPLAY "JUROS A RECEBER      : " WS-TOTAL-SALDO.
              DISPLAY "FIM DE PROGRAMA".
