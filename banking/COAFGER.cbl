      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Build the COAF communication file of cash deposits
      * Tectonics: cobc
      ******************************************************************
      * Run in the nightly chain: every DEPESP.DAT depositor
      * identification still pending ("P") goes out in COAFCOM.DAT
      * and is marked sent ("E") with the sending date.  The COAF
      * deadline is the business day after the deposit - a record
      * sent later than that (day not closed, rejected and sent
      * again) is flagged FORA DO PRAZO.  Records sent in earlier
      * runs and still without the COAF protocol (COAFRET) are
      * listed as well, so the branch can chase the acknowledgement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COAFGER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT DEPESP ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-DEP.

              SELECT COMUNICA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CMC.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD DEPESP LABEL RECORD STANDARD
                DATA RECORD IS REG-DEP
                VALUE OF FILE-ID IS "DEPESP.DAT".
          01 REG-DEP.
                COPY DEPESP.

      * Um registro por deposito comunicado - o CMC-SEQ volta no
      * retorno do COAF (COAFRET.DAT) junto com o protocolo.
       FD COMUNICA LABEL RECORD STANDARD
                DATA RECORD IS REG-CMC
                VALUE OF FILE-ID IS "COAFCOM.DAT".
          01 REG-CMC.
                02 CMC-SEQ           PIC 9(09).
                02 CMC-DATA          PIC 9(08).
                02 CMC-HORA          PIC 9(06).
                02 CMC-AGENCIA       PIC 9(04).
                02 CMC-CONTA         PIC 9(04).
                02 CMC-CPF-TITULAR   PIC X(11).
                02 CMC-VALOR         PIC 9(07)V99.
                02 CMC-CPF           PIC X(11).
                02 CMC-NOME          PIC X(30).
                02 CMC-ORIGEM        PIC X(40).
                02 CMC-PROPRIO       PIC X(01).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "COAFGER.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-DEP               PIC X(02).
          01 ARQST-CMC               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "COAFGER".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "COAFGER.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ENVIADOS         PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ATRASADOS        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-AGUARDANDO       PIC 9(06) VALUE ZEROS.
          01 WS-VALOR-ENVIADO        PIC 9(09)V99 VALUE ZEROS.
          01 WS-PRZ-DATA             PIC 9(08) VALUE ZEROS.
          01 WS-PRZ-DIAS             PIC 9(08) VALUE ZEROS.
          01 WS-PRAZO                PIC 9(08) VALUE ZEROS.
          01 WS-PRZ-UTIL             PIC X(01) VALUE SPACE.
          01 WS-PRZ-ANTERIOR         PIC 9(08) VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(37) VALUE
                   "COMUNICACAO COAF - ESPECIE - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(33) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(30) VALUE
                   "SEQUENCIA DATA DEP AGEN CONT  ".
                02 FILLER            PIC X(50) VALUE
                   "CPF DEPOS.         VALOR  SITUACAO".

          01 WS-LINHA-DET.
                02 WS-DET-SEQ        PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-ANO        PIC 9(02).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-AGENCIA    PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CONTA      PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-CPF        PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VALOR      PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-SITUACAO   PIC X(18).
                02 FILLER            PIC X(06) VALUE SPACES.

          01 WS-LINHA-TOTAL.
                02 WS-TOT-ROTULO     PIC X(30).
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-TOT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL NOT = "00" OR ARQST-CMC NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST-CMC " / " ARQST-REL
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF ARQST-DEP = "00"
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 ELSE
                    DISPLAY "NENHUM DEPOSITANTE IDENTIFICADO"
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              OPEN I-O DEPESP.
              OPEN OUTPUT COMUNICA.
              OPEN OUTPUT RELATORIO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "COMUNICACAO COAF DE DEPOSITOS EM ESPECIE - "
                      DIA "/" MES "/" ANO.

       PROCESSO.
              READ DEPESP
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              ADD 1 TO WS-QTD-LIDOS.
              IF DEP-SITUACAO = "P"
                 PERFORM ENVIA-DEPOSITANTE
              ELSE
                 IF DEP-SITUACAO = "E"
                    ADD 1 TO WS-QTD-AGUARDANDO
                    MOVE "AGUARDA PROTOCOLO" TO WS-DET-SITUACAO
                    PERFORM IMPRIME-DETALHE
                 END-IF
              END-IF.

      * O prazo e o dia util seguinte ao deposito.
       ENVIA-DEPOSITANTE.
              MOVE DEP-SEQ          TO CMC-SEQ.
              MOVE DEP-DATA         TO CMC-DATA.
              MOVE DEP-HORA         TO CMC-HORA.
              MOVE DEP-AGENCIA      TO CMC-AGENCIA.
              MOVE DEP-CODIGO       TO CMC-CONTA.
              MOVE DEP-CPF-TITULAR  TO CMC-CPF-TITULAR.
              MOVE DEP-VALOR        TO CMC-VALOR.
              MOVE DEP-CPF          TO CMC-CPF.
              MOVE DEP-NOME         TO CMC-NOME.
              MOVE DEP-ORIGEM       TO CMC-ORIGEM.
              MOVE DEP-PROPRIO      TO CMC-PROPRIO.
              WRITE REG-CMC.
              IF ARQST-CMC NOT = "00"
                 DISPLAY "ERRO NA COMUNICACAO " DEP-SEQ " - STATUS "
                         ARQST-CMC
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              MOVE "E"           TO DEP-SITUACAO.
              MOVE DATA-SIS(1:8) TO DEP-DATA-ENVIO.
              REWRITE REG-DEP.
              IF ARQST-DEP NOT = "00"
                 DISPLAY "ERRO NA IDENTIFICACAO " DEP-SEQ " - STATUS "
                         ARQST-DEP.
              ADD 1 TO WS-QTD-ENVIADOS.
              ADD DEP-VALOR TO WS-VALOR-ENVIADO.
              COMPUTE WS-PRZ-DIAS =
                      FUNCTION INTEGER-OF-DATE(DEP-DATA) + 1.
              COMPUTE WS-PRZ-DATA =
                      FUNCTION DATE-OF-INTEGER(WS-PRZ-DIAS).
              CALL "DIAUTIL" USING WS-PRZ-DATA WS-PRZ-UTIL
                                   WS-PRZ-ANTERIOR WS-PRAZO.
              IF DATA-SIS(1:8) > WS-PRAZO
                 ADD 1 TO WS-QTD-ATRASADOS
                 MOVE "ENVIADO FORA PRAZO" TO WS-DET-SITUACAO
              ELSE
                 MOVE "ENVIADO" TO WS-DET-SITUACAO.
              PERFORM IMPRIME-DETALHE.

       IMPRIME-DETALHE.
              MOVE DEP-SEQ       TO WS-DET-SEQ.
              MOVE DEP-DATA(7:2) TO WS-DET-DIA.
              MOVE DEP-DATA(5:2) TO WS-DET-MES.
              MOVE DEP-DATA(3:2) TO WS-DET-ANO.
              MOVE DEP-AGENCIA   TO WS-DET-AGENCIA.
              MOVE DEP-CODIGO    TO WS-DET-CONTA.
              MOVE DEP-CPF       TO WS-DET-CPF.
              MOVE DEP-VALOR     TO WS-DET-VALOR.
              MOVE WS-LINHA-DET  TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              IF ARQST-REL = "00"
                 MOVE SPACES TO REG-REL
                 WRITE REG-REL
                 MOVE "DEPOSITOS COMUNICADOS:" TO WS-TOT-ROTULO
                 MOVE WS-QTD-ENVIADOS  TO WS-TOT-QTD
                 MOVE WS-VALOR-ENVIADO TO WS-TOT-VALOR
                 MOVE WS-LINHA-TOTAL TO REG-REL
                 WRITE REG-REL
                 MOVE "COMUNICADOS FORA DO PRAZO:" TO WS-TOT-ROTULO
                 MOVE WS-QTD-ATRASADOS TO WS-TOT-QTD
                 MOVE ZEROS TO WS-TOT-VALOR
                 MOVE WS-LINHA-TOTAL TO REG-REL
                 WRITE REG-REL
                 MOVE "AGUARDANDO PROTOCOLO COAF:" TO WS-TOT-ROTULO
                 MOVE WS-QTD-AGUARDANDO TO WS-TOT-QTD
                 MOVE WS-LINHA-TOTAL TO REG-REL
                 WRITE REG-REL
                 CLOSE RELATORIO.
              IF ARQST-DEP = "00" OR ARQST-DEP = "10"
                 CLOSE DEPESP.
              IF ARQST-CMC = "00"
                 CLOSE COMUNICA.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "IDENTIFICACOES LIDAS: " WS-QTD-LIDOS.
              DISPLAY "DEPOSITOS COMUNICADOS: " WS-QTD-ENVIADOS.
              DISPLAY "FORA DO PRAZO: " WS-QTD-ATRASADOS.
              DISPLAY "FIM DE PROGRAMA".
