      ******************************************************************
      * Author: Vernieri
      * Date: October 9, 2026
      * Purpose: Monthly remittance of credit-life premiums
      * Tectonics: cobc
      ******************************************************************
      * Month-end step.  Every policy of EMPSEG.DAT holding premiums
      * collected by EMPCOB and not yet paid over (SEG-REPASSE) goes
      * into SEGREP.DAT, the remittance file for the insurer: a
      * header, one detail per contract with the insured's CPF and
      * a trailer with count and total.  The total leaves the
      * SEGPREST liability for the insurer through INTERBANC in one
      * journal entry and the pending amount of each policy is
      * zeroed.  SEGREP.LST lists the same contracts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SEGREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SEGUROS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY SEG-NUMERO
              FILE STATUS ARQST-SEG.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT REMESSA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-RSG.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD SEGUROS LABEL RECORD STANDARD
                DATA RECORD IS REG-SEG
                VALUE OF FILE-ID IS "EMPSEG.DAT".
          01 REG-SEG.
                COPY EMPSEGUR.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD REMESSA LABEL RECORD STANDARD
                DATA RECORD IS REG-RSG
                VALUE OF FILE-ID IS "SEGREP.DAT".
          01 REG-RSG                 PIC X(80).

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "SEGREP.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-SEG               PIC X(02).
          01 ARQST-RSG               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "SEGREP".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "SEGREP.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-ARQ-ABERTOS          PIC X(01) VALUE "N".
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-QTD-REPASSE          PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-REPASSE        PIC 9(09)V99 VALUE ZEROS.
          01 WS-CPF-SEGURADO         PIC X(11) VALUE SPACES.

      * Registros do arquivo de repasse: "0" header, "1" detalhe,
      * "9" trailer - todos com 80 posicoes.
          01 WS-RSG-HEADER.
                02 WS-RSH-TIPO       PIC X(01) VALUE "0".
                02 FILLER            PIC X(30) VALUE
                   "REPASSE SEGURO PRESTAMISTA".
                02 WS-RSH-DATA       PIC 9(08).
                02 FILLER            PIC X(41) VALUE SPACES.
          01 WS-RSG-DETALHE.
                02 WS-RSD-TIPO       PIC X(01) VALUE "1".
                02 WS-RSD-CONTRATO   PIC 9(09).
                02 WS-RSD-CPF        PIC X(11).
                02 WS-RSD-CODIGO     PIC 9(04).
                02 WS-RSD-DATA-ADESAO PIC 9(08).
                02 WS-RSD-PREMIO     PIC 9(05)V99.
                02 WS-RSD-VALOR      PIC 9(07)V99.
                02 WS-RSD-SITUACAO   PIC X(01).
                02 FILLER            PIC X(30) VALUE SPACES.
          01 WS-RSG-TRAILER.
                02 WS-RST-TIPO       PIC X(01) VALUE "9".
                02 WS-RST-QTD        PIC 9(06).
                02 WS-RST-TOTAL      PIC 9(09)V99.
                02 FILLER            PIC X(62) VALUE SPACES.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(34) VALUE
                   "REPASSE DO SEGURO PRESTAMISTA - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(36) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CONTRATO   CONTA CPF              PREMIO".
                02 FILLER            PIC X(40) VALUE
                   "      REPASSADO SIT                     ".

          01 WS-LINHA-DET.
                02 WS-DET-NUMERO     PIC 9(09).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-CODIGO     PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CPF        PIC X(11).
                02 FILLER            PIC X(04) VALUE SPACES.
                02 WS-DET-PREMIO     PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-DET-VALOR      PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-SITUACAO   PIC X(01).
                02 FILLER            PIC X(22) VALUE SPACES.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(22) VALUE
                   "CONTRATOS REPASSADOS: ".
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(10) VALUE "   TOTAL: ".
                02 WS-TOT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-ARQ-ABERTOS = "S"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 PERFORM GRAVA-TRAILER
                 IF WS-TOTAL-REPASSE > ZEROS
                    PERFORM GRAVA-JOURNAL-REPASSE
                 END-IF
              ELSE
                 IF ARQST-SEG = "35"
                    DISPLAY "SEM APOLICES DE SEGURO PRESTAMISTA"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST " / " ARQST-SEG " / " ARQST-RSG
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
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
              DISPLAY "REPASSE DO SEGURO PRESTAMISTA - "
                      DIA "/" MES "/" ANO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O SEGUROS.
              IF ARQST-SEG NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT CLIENTES.
              OPEN OUTPUT REMESSA.
              IF ARQST-RSG NOT = "00"
                 CLOSE SEGUROS
                 CLOSE CLIENTES
                 EXIT PARAGRAPH.
              MOVE DATA-SIS(1:8) TO WS-RSH-DATA.
              MOVE WS-RSG-HEADER TO REG-RSG.
              WRITE REG-RSG.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              MOVE "S" TO WS-ARQ-ABERTOS.

       PROCESSO.
              READ SEGUROS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF SEG-REPASSE > ZEROS
                       PERFORM REPASSA-APOLICE
                    END-IF
              END-READ.

      * Os premios de apolice ja em sinistro, liquidada ou
      * cancelada tambem seguem - foram cobrados enquanto vigente.
       REPASSA-APOLICE.
              MOVE SPACES TO WS-CPF-SEGURADO.
              MOVE SEG-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CPF TO WS-CPF-SEGURADO
              END-READ.
              MOVE SEG-NUMERO      TO WS-RSD-CONTRATO.
              MOVE WS-CPF-SEGURADO TO WS-RSD-CPF.
              MOVE SEG-CODIGO      TO WS-RSD-CODIGO.
              MOVE SEG-DATA        TO WS-RSD-DATA-ADESAO.
              MOVE SEG-PREMIO      TO WS-RSD-PREMIO.
              MOVE SEG-REPASSE     TO WS-RSD-VALOR.
              MOVE SEG-SITUACAO    TO WS-RSD-SITUACAO.
              MOVE WS-RSG-DETALHE  TO REG-RSG.
              WRITE REG-RSG.
              IF ARQST-RSG NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE REPASSE - STATUS "
                         ARQST-RSG
                 EXIT PARAGRAPH.
              MOVE SEG-NUMERO      TO WS-DET-NUMERO.
              MOVE SEG-CODIGO      TO WS-DET-CODIGO.
              MOVE WS-CPF-SEGURADO TO WS-DET-CPF.
              MOVE SEG-PREMIO      TO WS-DET-PREMIO.
              MOVE SEG-REPASSE     TO WS-DET-VALOR.
              MOVE SEG-SITUACAO    TO WS-DET-SITUACAO.
              MOVE WS-LINHA-DET    TO REG-REL.
              WRITE REG-REL.
              ADD 1 TO WS-QTD-REPASSE.
              ADD SEG-REPASSE TO WS-TOTAL-REPASSE.
              MOVE ZEROS TO SEG-REPASSE.
              REWRITE REG-SEG.
              IF ARQST-SEG NOT = "00"
                 DISPLAY "ERRO NA APOLICE " SEG-NUMERO
                         " - STATUS " ARQST-SEG.

       GRAVA-TRAILER.
              MOVE WS-QTD-REPASSE   TO WS-RST-QTD.
              MOVE WS-TOTAL-REPASSE TO WS-RST-TOTAL.
              MOVE WS-RSG-TRAILER   TO REG-RSG.
              WRITE REG-RSG.

       GRAVA-JOURNAL-REPASSE.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE ANO         TO JRN-ANO.
              MOVE MES         TO JRN-MES.
              MOVE DIA         TO JRN-DIA.
              MOVE "SEGPREST"  TO JRN-CONTA-DEB.
              MOVE "INTERBANC" TO JRN-CONTA-CRE.
              MOVE WS-TOTAL-REPASSE TO JRN-VALOR.
              MOVE "REPASSE SEG PRESTAM" TO JRN-HISTORICO.
              MOVE ZEROS       TO JRN-OPERADOR.
              MOVE HORA-SIS    TO JRN-HORA.
              MOVE WS-SEQ-TRN  TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN.

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

       FINALIZA.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-QTD-REPASSE   TO WS-TOT-QTD.
              MOVE WS-TOTAL-REPASSE TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              IF WS-ARQ-ABERTOS = "S"
                 CLOSE SEGUROS
                 CLOSE CLIENTES
                 CLOSE REMESSA
                 CLOSE JOURNAL.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "CONTRATOS REPASSADOS: " WS-QTD-REPASSE.
              DISPLAY "TOTAL REPASSADO     : " WS-TOTAL-REPASSE.
              DISPLAY "FIM DE PROGRAMA".
