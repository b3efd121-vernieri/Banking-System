      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Monthly counterfeit note seizures by branch
      * Tectonics: cobc
      ******************************************************************
      * Month-end step of the nightly chain: every NOTAFALS.DAT
      * seizure of the movement month is listed by branch (date,
      * transaction, note, serial, quantity and who presented it)
      * with branch and bank totals, and written to NFABCB.DAT, the
      * file the notes travel with to the central bank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NFAREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT NOTAFALS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NFA.

              SELECT REMESSA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BCB.

              SELECT CLASSIFICA ASSIGN TO DISK.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAFALS LABEL RECORD STANDARD
                DATA RECORD IS REG-NFA
                VALUE OF FILE-ID IS "NOTAFALS.DAT".
          01 REG-NFA.
                COPY NOTAFALS.

      * Uma linha por nota/serie apreendida no mes, por agencia.
       FD REMESSA LABEL RECORD STANDARD
                DATA RECORD IS REG-BCB
                VALUE OF FILE-ID IS "NFABCB.DAT".
          01 REG-BCB.
                02 BCB-AGENCIA       PIC 9(04).
                02 BCB-DATA          PIC 9(08).
                02 BCB-SEQ           PIC 9(09).
                02 BCB-VALOR-NOTA    PIC 9(03).
                02 BCB-SERIE         PIC X(12).
                02 BCB-QTD           PIC 9(03).
                02 BCB-CPF           PIC X(11).
                02 BCB-NOME          PIC X(30).

       SD CLASSIFICA
                DATA RECORD IS REG-SRT.
          01 REG-SRT.
                02 SRT-AGENCIA       PIC 9(04).
                02 SRT-DATA          PIC 9(08).
                02 SRT-SEQ           PIC 9(09).
                02 SRT-ITEM          PIC 9(02).
                02 SRT-CODIGO        PIC 9(04).
                02 SRT-VALOR-NOTA    PIC 9(03).
                02 SRT-SERIE         PIC X(12).
                02 SRT-QTD           PIC 9(03).
                02 SRT-CPF           PIC X(11).
                02 SRT-NOME          PIC X(30).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "NFAREL.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-NFA               PIC X(02).
          01 ARQST-BCB               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "NFAREL".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "NFAREL.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-SORT             PIC X(01) VALUE "N".
          01 WS-TEM-AGENCIA          PIC X(01) VALUE "N".
          01 WS-AGENCIA-ATUAL        PIC 9(04) VALUE ZEROS.
          01 WS-VALOR-FACE           PIC 9(07)V99 VALUE ZEROS.
          01 WS-AGE-QTD              PIC 9(06) VALUE ZEROS.
          01 WS-AGE-VALOR            PIC 9(09)V99 VALUE ZEROS.
          01 WS-BCO-QTD              PIC 9(06) VALUE ZEROS.
          01 WS-BCO-VALOR            PIC 9(09)V99 VALUE ZEROS.
          01 WS-QTD-REGISTROS        PIC 9(06) VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(33) VALUE
                   "APREENSOES DE NOTAS FALSAS - MES ".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(40) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "DATA     TRANSACAO CONTA NOTA SERIE     ".
                02 FILLER            PIC X(40) VALUE
                   "   QTD   VALOR FACE APRESENTANTE".

          01 WS-LINHA-AGENCIA.
                02 FILLER            PIC X(08) VALUE "AGENCIA ".
                02 WS-AGE-CODIGO     PIC 9(04).
                02 FILLER            PIC X(68) VALUE SPACES.

          01 WS-LINHA-DET.
                02 WS-DET-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-ANO        PIC 9(02).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SEQ        PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CONTA      PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-NOTA       PIC ZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-SERIE      PIC X(12).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-QTD        PIC ZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VALOR      PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CPF        PIC X(11).
                02 FILLER            PIC X(09) VALUE SPACES.

          01 WS-LINHA-TOTAL.
                02 WS-TOT-ROTULO     PIC X(30).
                02 FILLER            PIC X(08) VALUE "NOTAS: ".
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(09) VALUE "  VALOR: ".
                02 WS-TOT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(12) VALUE SPACES.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL = "00" AND ARQST-BCB = "00"
                 SORT CLASSIFICA
                      ON ASCENDING KEY SRT-AGENCIA SRT-DATA
                                       SRT-SEQ SRT-ITEM
                      INPUT PROCEDURE IS LIBERA-APREENSOES
                      OUTPUT PROCEDURE IS IMPRIME-APREENSOES
              ELSE
                 DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS - STATUS "
                         ARQST-BCB " / " ARQST-REL
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              OPEN OUTPUT RELATORIO.
              OPEN OUTPUT REMESSA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "APREENSOES DE NOTAS FALSAS - " MES "/" ANO.

       LIBERA-APREENSOES.
              OPEN INPUT NOTAFALS.
              IF ARQST-NFA NOT = "00"
                 DISPLAY "NENHUMA APREENSAO REGISTRADA"
                 EXIT PARAGRAPH.
              PERFORM LIBERA-APREENSAO UNTIL WS-FIM-ARQ = "S".
              CLOSE NOTAFALS.

       LIBERA-APREENSAO.
              READ NOTAFALS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF NFA-DATA(1:6) NOT = DATA-SIS(1:6)
                 EXIT PARAGRAPH.
              MOVE NFA-AGENCIA    TO SRT-AGENCIA.
              MOVE NFA-DATA       TO SRT-DATA.
              MOVE NFA-SEQ        TO SRT-SEQ.
              MOVE NFA-ITEM       TO SRT-ITEM.
              MOVE NFA-CODIGO     TO SRT-CODIGO.
              MOVE NFA-VALOR-NOTA TO SRT-VALOR-NOTA.
              MOVE NFA-SERIE      TO SRT-SERIE.
              MOVE NFA-QTD        TO SRT-QTD.
              MOVE NFA-CPF        TO SRT-CPF.
              MOVE NFA-NOME       TO SRT-NOME.
              RELEASE REG-SRT.

       IMPRIME-APREENSOES.
              MOVE "N" TO WS-FIM-SORT.
              PERFORM RECEBE-APREENSAO UNTIL WS-FIM-SORT = "S".
              IF WS-TEM-AGENCIA = "S"
                 PERFORM IMPRIME-TOTAL-AGENCIA.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE "TOTAL DO BANCO" TO WS-TOT-ROTULO.
              MOVE WS-BCO-QTD   TO WS-TOT-QTD.
              MOVE WS-BCO-VALOR TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOTAL TO REG-REL.
              WRITE REG-REL.

       RECEBE-APREENSAO.
              RETURN CLASSIFICA
                 AT END
                    MOVE "S" TO WS-FIM-SORT
                 NOT AT END
                    PERFORM TRATA-APREENSAO
              END-RETURN.

       TRATA-APREENSAO.
              IF WS-TEM-AGENCIA = "S"
                 AND SRT-AGENCIA NOT = WS-AGENCIA-ATUAL
                 PERFORM IMPRIME-TOTAL-AGENCIA.
              IF WS-TEM-AGENCIA NOT = "S"
                 MOVE "S" TO WS-TEM-AGENCIA
                 MOVE SRT-AGENCIA TO WS-AGENCIA-ATUAL WS-AGE-CODIGO
                 MOVE ZEROS TO WS-AGE-QTD WS-AGE-VALOR
                 MOVE SPACES TO REG-REL
                 WRITE REG-REL
                 MOVE WS-LINHA-AGENCIA TO REG-REL
                 WRITE REG-REL.
              COMPUTE WS-VALOR-FACE = SRT-VALOR-NOTA * SRT-QTD.
              ADD SRT-QTD       TO WS-AGE-QTD WS-BCO-QTD.
              ADD WS-VALOR-FACE TO WS-AGE-VALOR WS-BCO-VALOR.
              MOVE SRT-DATA(7:2)  TO WS-DET-DIA.
              MOVE SRT-DATA(5:2)  TO WS-DET-MES.
              MOVE SRT-DATA(3:2)  TO WS-DET-ANO.
              MOVE SRT-SEQ        TO WS-DET-SEQ.
              MOVE SRT-CODIGO     TO WS-DET-CONTA.
              MOVE SRT-VALOR-NOTA TO WS-DET-NOTA.
              MOVE SRT-SERIE      TO WS-DET-SERIE.
              MOVE SRT-QTD        TO WS-DET-QTD.
              MOVE WS-VALOR-FACE  TO WS-DET-VALOR.
              MOVE SRT-CPF        TO WS-DET-CPF.
              MOVE WS-LINHA-DET   TO REG-REL.
              WRITE REG-REL.
              MOVE SRT-AGENCIA    TO BCB-AGENCIA.
              MOVE SRT-DATA       TO BCB-DATA.
              MOVE SRT-SEQ        TO BCB-SEQ.
              MOVE SRT-VALOR-NOTA TO BCB-VALOR-NOTA.
              MOVE SRT-SERIE      TO BCB-SERIE.
              MOVE SRT-QTD        TO BCB-QTD.
              MOVE SRT-CPF        TO BCB-CPF.
              MOVE SRT-NOME       TO BCB-NOME.
              WRITE REG-BCB.
              IF ARQST-BCB NOT = "00"
                 DISPLAY "ERRO NA REMESSA AO BANCO CENTRAL - STATUS "
                         ARQST-BCB
                 MOVE 8 TO RETURN-CODE.
              ADD 1 TO WS-QTD-REGISTROS.

       IMPRIME-TOTAL-AGENCIA.
              MOVE "TOTAL DA AGENCIA" TO WS-TOT-ROTULO.
              MOVE WS-AGE-QTD   TO WS-TOT-QTD.
              MOVE WS-AGE-VALOR TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOTAL TO REG-REL.
              WRITE REG-REL.
              MOVE "N" TO WS-TEM-AGENCIA.

       FINALIZA.
              IF ARQST-REL = "00"
                 CLOSE RELATORIO.
              IF ARQST-BCB = "00"
                 CLOSE REMESSA.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "APREENSOES NO MES: " WS-QTD-REGISTROS.
              DISPLAY "FIM DE PROGRAMA".
