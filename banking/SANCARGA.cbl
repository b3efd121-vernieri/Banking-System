      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Load the sanctions and watch lists for screening
      * Tectonics: cobc
      ******************************************************************
      * Rebuilds SANCAO.DAT from SANLISTA.DAT, the official lists (ONU,
      * OFAC, UE, COAF ...) as compliance receives them, one name per
      * record with the list it comes from and its type - "S" sancao,
      * "W" lista de observacao.  Each name is stored with its NOMNORM
      * key, which is what SANCHK compares payment beneficiaries
      * against.  Names without letters and unknown types are left
      * out and listed.  Without SANLISTA.DAT, or when the file is
      * refused by its header/trailer check, the current list stays
      * as it is.  Summary by list in SANCARGA.LST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SANCARGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT LISTAS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-LIS.

              SELECT SANCOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SAN.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD LISTAS LABEL RECORD STANDARD
                RECORD CONTAINS 65 CHARACTERS
                DATA RECORD IS REG-LIS
                VALUE OF FILE-ID IS "SANLISTA.DAT".
          01 REG-LIS.
                02 LIS-LISTA         PIC X(04).
                02 LIS-TIPO          PIC X(01).
                02 LIS-NOME          PIC X(60).
          01 REG-CTL.
                COPY CTLARQ.
                02 FILLER            PIC X(40).

       FD SANCOES LABEL RECORD STANDARD
                DATA RECORD IS REG-SAN
                VALUE OF FILE-ID IS "SANCAO.DAT".
          01 REG-SAN.
                COPY SANCAO.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "SANCARGA.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-LIS               PIC X(02).
          01 ARQST-SAN               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "SANCARGA".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "SANCARGA.LST".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-CARREGADOS       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-DESCARTADOS      PIC 9(06) VALUE ZEROS.
          01 WS-NOME-W               PIC X(60) VALUE SPACES.
          01 WS-NORM-W               PIC X(60) VALUE SPACES.
          01 WS-IX                   PIC 9(02) VALUE ZEROS.
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-QTD-TAB              PIC 9(02) VALUE ZEROS.
          01 WS-TAB-LISTAS.
                02 WS-TAB-LISTA      OCCURS 20 TIMES.
                      03 WS-TAB-NOME     PIC X(04).
                      03 WS-TAB-SANCAO   PIC 9(06).
                      03 WS-TAB-OBSERVA  PIC 9(06).

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(37) VALUE
                   "CARGA DAS LISTAS DE SANCOES - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(33) VALUE SPACES.

          01 WS-LINHA-DESC.
                02 FILLER            PIC X(11) VALUE "DESCARTADO ".
                02 WS-DSC-LISTA      PIC X(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DSC-TIPO       PIC X(01).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DSC-NOME       PIC X(60).
                02 FILLER            PIC X(02) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "LISTA      SANCOES   OBSERVACAO".
                02 FILLER            PIC X(40) VALUE SPACES.

          01 WS-LINHA-DET.
                02 WS-DET-LISTA      PIC X(04).
                02 FILLER            PIC X(04) VALUE SPACES.
                02 WS-DET-SANCAO     PIC ZZZ.ZZ9.
                02 FILLER            PIC X(06) VALUE SPACES.
                02 WS-DET-OBSERVA    PIC ZZZ.ZZ9.
                02 FILLER            PIC X(52) VALUE SPACES.

          01 WS-LINHA-TOTAL.
                02 WS-TOT-ROTULO     PIC X(30).
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 DISPLAY "LISTA ATUAL MANTIDA"
                 CLOSE LISTAS
                 MOVE 12 TO RETURN-CODE
                 GOBACK.
              IF ARQST-LIS NOT = "00"
                 DISPLAY "LISTAS OFICIAIS AUSENTES - STATUS "
                         ARQST-LIS " - LISTA ATUAL MANTIDA"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              IF ARQST-SAN NOT = "00" OR ARQST-REL NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST-SAN " / " ARQST-REL
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 PERFORM REGISTRA-ARQUIVO
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

      * O SANCAO.DAT so e recriado depois que o arquivo passou pela
      * conferencia - lista cortada ou repetida nunca substitui a
      * vigente.
       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              OPEN INPUT LISTAS.
              IF ARQST-LIS NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM CONFERE-CONTROLE.
              IF WS-CTL-RECUSADO = "S"
                 EXIT PARAGRAPH.
              OPEN OUTPUT SANCOES.
              OPEN OUTPUT RELATORIO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL.
              DISPLAY "CARGA DAS LISTAS DE SANCOES - "
                      DIA "/" MES "/" ANO.

       PROCESSO.
              READ LISTAS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF CTL-TIPO-REG = "HDR" OR CTL-TIPO-REG = "TRL"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-LIDOS.
              MOVE LIS-NOME TO WS-NOME-W.
              CALL "NOMNORM" USING WS-NOME-W WS-NORM-W.
              IF WS-NORM-W = SPACES
                 OR (LIS-TIPO NOT = "S" AND LIS-TIPO NOT = "W")
                 PERFORM DESCARTA
                 EXIT PARAGRAPH.
              MOVE LIS-LISTA     TO SAN-LISTA.
              MOVE LIS-TIPO      TO SAN-TIPO.
              MOVE LIS-NOME      TO SAN-NOME.
              MOVE WS-NORM-W     TO SAN-NOME-NORM.
              MOVE DATA-SIS(1:8) TO SAN-DATA-CARGA.
              WRITE REG-SAN.
              IF ARQST-SAN NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO DA LISTA - STATUS "
                         ARQST-SAN
                 MOVE 8 TO RETURN-CODE
                 MOVE "S" TO WS-FIM-ARQ
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-CARREGADOS.
              PERFORM SOMA-LISTA.

       SOMA-LISTA.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > WS-QTD-TAB OR WS-ACHOU = "S"
                 IF WS-TAB-NOME(WS-IX) = LIS-LISTA
                    MOVE "S" TO WS-ACHOU
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "S"
                 SUBTRACT 1 FROM WS-IX
              ELSE
                 IF WS-QTD-TAB < 20
                    ADD 1 TO WS-QTD-TAB
                    MOVE WS-QTD-TAB TO WS-IX
                    MOVE LIS-LISTA  TO WS-TAB-NOME(WS-IX)
                    MOVE ZEROS      TO WS-TAB-SANCAO(WS-IX)
                                       WS-TAB-OBSERVA(WS-IX)
                 ELSE
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              IF LIS-TIPO = "S"
                 ADD 1 TO WS-TAB-SANCAO(WS-IX)
              ELSE
                 ADD 1 TO WS-TAB-OBSERVA(WS-IX).

       DESCARTA.
              ADD 1 TO WS-QTD-DESCARTADOS.
              MOVE LIS-LISTA TO WS-DSC-LISTA.
              MOVE LIS-TIPO  TO WS-DSC-TIPO.
              MOVE LIS-NOME  TO WS-DSC-NOME.
              MOVE WS-LINHA-DESC TO REG-REL.
              WRITE REG-REL.

       IMPRIME-LISTA.
              MOVE WS-TAB-NOME(WS-IX)    TO WS-DET-LISTA.
              MOVE WS-TAB-SANCAO(WS-IX)  TO WS-DET-SANCAO.
              MOVE WS-TAB-OBSERVA(WS-IX) TO WS-DET-OBSERVA.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

      * O arquivo e lido uma vez inteiro antes de qualquer lancamento
      * e o ARQREG confere header, trailer e totais e recusa remessa
      * ja processada; depois o arquivo volta ao inicio.
       CONFERE-CONTROLE.
              MOVE "SANCARGA" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE LISTAS.
              OPEN INPUT LISTAS.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-LIS.

       LE-CONTROLE.
              READ LISTAS
                 AT END
                    MOVE "S" TO WS-CTL-FIM
                    EXIT PARAGRAPH
              END-READ.
              EVALUATE CTL-TIPO-REG
                 WHEN "HDR"
                    IF WS-CTL-TEM-HEADER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    MOVE "S"           TO WS-CTL-TEM-HEADER
                    MOVE CTL-REMETENTE TO WS-CTL-REMETENTE
                    MOVE CTL-DATA-ARQ  TO WS-CTL-DATA-ARQ
                    MOVE CTL-SEQUENCIA TO WS-CTL-SEQUENCIA
                 WHEN "TRL"
                    IF WS-CTL-TEM-HEADER NOT = "S"
                       OR WS-CTL-TEM-TRAILER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    MOVE "S"             TO WS-CTL-TEM-TRAILER
                    MOVE CTL-QTD-REG     TO WS-CTL-QTD-TRAILER
                    MOVE CTL-VALOR-TOTAL TO WS-CTL-VALOR-TRAILER
                 WHEN OTHER
                    IF WS-CTL-TEM-HEADER NOT = "S"
                       OR WS-CTL-TEM-TRAILER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    ADD 1 TO WS-CTL-QTD-LIDA
              END-EVALUATE.

      * So depois de processado o arquivo entra no registro de
      * recebidos - a mesma remessa nao passa uma segunda vez.
       REGISTRA-ARQUIVO.
              MOVE "G" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.

       FINALIZA.
              IF ARQST-REL = "00"
                 MOVE SPACES TO REG-REL
                 WRITE REG-REL
                 MOVE WS-LINHA-CAB2 TO REG-REL
                 WRITE REG-REL
                 PERFORM IMPRIME-LISTA
                         VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX > WS-QTD-TAB
                 MOVE SPACES TO REG-REL
                 WRITE REG-REL
                 MOVE "NOMES LIDOS:" TO WS-TOT-ROTULO
                 MOVE WS-QTD-LIDOS TO WS-TOT-QTD
                 MOVE WS-LINHA-TOTAL TO REG-REL
                 WRITE REG-REL
                 MOVE "NOMES CARREGADOS:" TO WS-TOT-ROTULO
                 MOVE WS-QTD-CARREGADOS TO WS-TOT-QTD
                 MOVE WS-LINHA-TOTAL TO REG-REL
                 WRITE REG-REL
                 MOVE "NOMES DESCARTADOS:" TO WS-TOT-ROTULO
                 MOVE WS-QTD-DESCARTADOS TO WS-TOT-QTD
                 MOVE WS-LINHA-TOTAL TO REG-REL
                 WRITE REG-REL
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO.
              IF ARQST-SAN = "00"
                 CLOSE SANCOES.
              CLOSE LISTAS.
              DISPLAY "NOMES LIDOS      : " WS-QTD-LIDOS.
              DISPLAY "NOMES CARREGADOS : " WS-QTD-CARREGADOS.
              DISPLAY "NOMES DESCARTADOS: " WS-QTD-DESCARTADOS.
              DISPLAY "FIM DE PROGRAMA".
