      ******************************************************************
      * Author: Vernieri
      * Date: September 29, 2026
      * Purpose: Minor accounts whose holders come of age soon
      * Tectonics: cobc
      ******************************************************************
      * Month-end listing over RESPONS.DAT of the minor accounts whose
      * holder turns 18 within the next MAIORIDADE-AVISO-DIAS days
      * (parameter, default 60), so the branch can call the holder in
      * to register a SENHA of their own.  The conversion itself is
      * done by MENCONV on the birthday.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELMAIOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RESPONSAVEIS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RSP-CODIGO
              FILE STATUS ARQST-RSP.

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
       FD RESPONSAVEIS LABEL RECORD STANDARD
                DATA RECORD IS REG-RSP
                VALUE OF FILE-ID IS "RESPONS.DAT".
          01 REG-RSP.
                COPY RESPONS.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "RELMAIOR.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-RSP               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "RELMAIOR".
          01 WS-SPL-ARQUIVO          PIC X(12)
                                     VALUE "RELMAIOR.LST".
          COPY CLICOM.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-LISTADAS         PIC 9(06) VALUE ZEROS.
          01 WS-MAIORIDADE           PIC 9(02) VALUE 18.
          01 WS-AVISO-DIAS           PIC 9(03) VALUE 60.
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-DATA-LIMITE          PIC 9(08) VALUE ZEROS.
          01 WS-DATA-MAIORIDADE      PIC 9(08) VALUE ZEROS.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(36) VALUE
                   "CONTAS DE MENOR - MAIORIDADE ATE ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(34) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(44) VALUE
                   "CONTA   AGEN NOME".
                02 FILLER            PIC X(36) VALUE
                   "18 ANOS    RESPONSAVEL".

          01 WS-LINHA-DET.
                02 WS-DET-CODIGO     PIC Z.ZZ9.
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-DET-AGENCIA    PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-NOME       PIC X(30).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-ANO        PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-RESP       PIC X(11).
                02 FILLER            PIC X(09) VALUE SPACES.

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(20) VALUE
                   "CONTAS LISTADAS: ".
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-RSP = "00"
                 AND ARQST-REL = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 MOVE WS-QTD-LISTADAS TO WS-TOT-QTD
                 MOVE WS-LINHA-TOT TO REG-REL
                 WRITE REG-REL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-RSP " / " ARQST-REL
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN INPUT RESPONSAVEIS.
              OPEN INPUT CLIENTES.
              OPEN OUTPUT RELATORIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              MOVE "MAIORIDADE-AVISO-DIAS" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-AVISO-DIAS.
              COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       + WS-AVISO-DIAS).
              MOVE WS-DATA-LIMITE(7:2) TO WS-CAB-DIA.
              MOVE WS-DATA-LIMITE(5:2) TO WS-CAB-MES.
              MOVE WS-DATA-LIMITE(1:4) TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.

       PROCESSO.
              READ RESPONSAVEIS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM AVALIA-CONTA
              END-READ.

       AVALIA-CONTA.
              MOVE RSP-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF STATUS-CONTA = "F"
                 EXIT PARAGRAPH.
              COMPUTE WS-DATA-MAIORIDADE =
                      (DATANASC-ANO + WS-MAIORIDADE) * 10000
                    + DATANASC-MES * 100 + DATANASC-DIA.
              IF WS-DATA-MAIORIDADE <= WS-DATA-HOJE
                 OR WS-DATA-MAIORIDADE > WS-DATA-LIMITE
                 EXIT PARAGRAPH.
              MOVE CODIGO         TO WS-DET-CODIGO.
              MOVE AGENCIA        TO WS-DET-AGENCIA.
              MOVE NOME           TO WS-DET-NOME.
              MOVE DATANASC-DIA   TO WS-DET-DIA.
              MOVE DATANASC-MES   TO WS-DET-MES.
              COMPUTE WS-DET-ANO = DATANASC-ANO + WS-MAIORIDADE.
              MOVE RSP-CPF-RESP   TO WS-DET-RESP.
              MOVE WS-LINHA-DET   TO REG-REL.
              WRITE REG-REL.
              ADD 1 TO WS-QTD-LISTADAS.

       FINALIZA.
              CLOSE RESPONSAVEIS.
              CLOSE CLIENTES.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "VINCULOS LIDOS : " WS-QTD-LIDOS.
              DISPLAY "CONTAS LISTADAS: " WS-QTD-LISTADAS.
              DISPLAY "FIM DE PROGRAMA".
