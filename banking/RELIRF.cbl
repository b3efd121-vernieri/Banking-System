      ******************************************************************
      * Author: Vernieri
      * Date: September 2, 2026
      * Purpose: Monthly report of IOF and IRRF owed to the revenue
      * Tectonics: cobc
      ******************************************************************
      * Totals the journal credits parked in the fiscal-liability
      * accounts over the asked month, day by day, for the
      * remittance to the tax authority: IOFCDB and IRRF withheld on
      * CDB redemptions, IOFEMP charged on loan disbursements
      * (EMPMAN) and IOFCE charged monthly on overdraft use (IOFCE).
      * A closed month is read from its JRNaaaamm.DAT archive, like
      * BALANCTE; the current month is scanned off the live journal.
      * Each tax leg is also credited to its customer - the CLInnnn
      * leg that shares its JRN-SEQ - and the per-customer detail is
      * printed and kept in IRFCLI.DAT for TRIBREC to tie back to.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELIRF.
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

              SELECT DETALHE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IRC-CHAVE
              FILE STATUS ARQST-IRC.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL LABEL RECORD STANDARD
                             ==JRN-HH== BY ==AJR-HH==
                             ==JRN-MM== BY ==AJR-MM==
                             ==JRN-SS== BY ==AJR-SS==
                             ==JRN-SEQ== BY ==AJR-SEQ==
                             ==JRN-ELO== BY ==AJR-ELO==
                             ==JRN-ELO-NUM== BY ==AJR-ELO-NUM==
                             ==JRN-ELO-ANT== BY ==AJR-ELO-ANT==
                             ==JRN-ELO-HASH== BY ==AJR-ELO-HASH==.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "RELIRF.LST".
          01 REG-REL                 PIC X(80).

       FD DETALHE LABEL RECORD STANDARD
                DATA RECORD IS REG-IRC
                VALUE OF FILE-ID IS "IRFCLI.DAT".
          01 REG-IRC.
                COPY IRFCLI.

       WORKING-STORAGE SECTION.
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AJR               PIC X(02).
          01 ARQST-REL               PIC X(02).
          01 ARQST-IRC               PIC X(02).
          01 WS-NOME-ARQJRN          PIC X(13) VALUE SPACES.
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "RELIRF".
          01 WS-FONTE-ARQUIVO        PIC X(01) VALUE "N".
          01 WS-DIA-REG              PIC 9(02) VALUE ZEROS.
          01 WS-CONTA-REG            PIC X(10) VALUE SPACES.
          01 WS-CONTA-DEB-REG        PIC X(10) VALUE SPACES.
          01 WS-SEQ-REG              PIC 9(09) VALUE ZEROS.
          01 WS-VALOR-REG            PIC S9(07)V99 VALUE ZEROS.
          01 WS-ULT-SEQ              PIC 9(09) VALUE ZEROS.
          01 WS-ULT-CLI              PIC 9(04) VALUE ZEROS.
          01 WS-CLI-TRIBUTO          PIC 9(04) VALUE ZEROS.
          01 WS-C                    PIC 9(04) VALUE ZEROS.
          01 WS-ACHOU-CLI            PIC X(01) VALUE "N".
          01 WS-FIM-IRC              PIC X(01) VALUE "N".
          01 WS-IRC-ABERTO           PIC X(01) VALUE "N".
          01 WS-QTD-CLIENTES         PIC 9(04) VALUE ZEROS.
          01 WS-TAB-CLIENTES.
                02 WS-TAB-CLI OCCURS 3000 TIMES.
                   03 WS-CLI-CODIGO  PIC 9(04).
                   03 WS-CLI-IOF     PIC S9(07)V99.
                   03 WS-CLI-IRRF    PIC S9(07)V99.
                   03 WS-CLI-IOF-EMP PIC S9(07)V99.
                   03 WS-CLI-IOF-CE  PIC S9(07)V99.
          01 WS-D                    PIC 9(02) VALUE ZEROS.
          01 WS-QTD-IOF              PIC 9(06) VALUE ZEROS.
          01 WS-QTD-IRRF             PIC 9(06) VALUE ZEROS.
          01 WS-QTD-IOF-EMP          PIC 9(06) VALUE ZEROS.
          01 WS-QTD-IOF-CE           PIC 9(06) VALUE ZEROS.
          01 WS-TOT-IOF              PIC S9(09)V99 VALUE ZEROS.
          01 WS-TOT-IOF-EMP          PIC S9(09)V99 VALUE ZEROS.
          01 WS-TOT-IOF-CE           PIC S9(09)V99 VALUE ZEROS.
          01 WS-TOT-IRRF             PIC S9(09)V99 VALUE ZEROS.
          01 WS-TOT-GERAL            PIC S9(09)V99 VALUE ZEROS.
          01 WS-TAB-DIAS.
                02 WS-TAB-DIA OCCURS 31 TIMES.
                   03 WS-DIA-IOF     PIC S9(09)V99.
                   03 WS-DIA-IRRF    PIC S9(09)V99.
                   03 WS-DIA-IOF-EMP PIC S9(09)V99.
                   03 WS-DIA-IOF-CE  PIC S9(09)V99.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(34) VALUE
                   "IOF E IRRF A RECOLHER - ".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(39) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "DIA       IOF CDB           IRRF    IOF ".
                02 FILLER            PIC X(40) VALUE
                   "EMPREST    IOF CH.ESP.                  ".

          01 WS-LINHA-DET.
                02 WS-DET-DIA        PIC 9(02).
                02 WS-DET-IOF        PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-IRRF       PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-IOF-EMP    PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-IOF-CE     PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(16) VALUE SPACES.

          01 WS-LINHA-TOT.
                02 WS-TOT-ROTULO     PIC X(20).

          01 WS-LINHA-BRANCO         PIC X(80) VALUE SPACES.

          01 WS-LINHA-CAB3           PIC X(80) VALUE
             "RETENCOES POR CLIENTE (CONTA 0000 = SEM CLIENTE NO LOTE)".

          01 WS-LINHA-CAB4.
                02 FILLER            PIC X(40) VALUE
                   "CONTA      IOF CDB           IRRF    IOF".
                02 FILLER            PIC X(40) VALUE
                   " EMPREST    IOF CH.ESP.                 ".

          01 WS-LINHA-CLI.
                02 WS-CLI-DET-CODIGO PIC 9(04).
                02 WS-CLI-DET-IOF    PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-CLI-DET-IRRF   PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-CLI-DET-IOF-EMP PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-CLI-DET-IOF-CE PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM PEDE-PERIODO.

       PEDE-PERIODO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "IOF E IRRF A RECOLHER".
              DISPLAY "INFORME O ANO (AAAA): " WITH NO ADVANCING.
              ACCEPT WS-ANO-PEDIDO.
              DISPLAY "INFORME O MES (MM) : " WITH NO ADVANCING.
                      WS-ANO-PEDIDO * 100 + WS-MES-PEDIDO.
              PERFORM LIMPA-DIA
                      VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31.
              MOVE 1 TO WS-QTD-CLIENTES.
              MOVE ZEROS TO WS-CLI-CODIGO(1) WS-CLI-IOF(1)
                            WS-CLI-IRRF(1) WS-CLI-IOF-EMP(1)
                            WS-CLI-IOF-CE(1).

       LIMPA-DIA.
              MOVE ZEROS TO WS-DIA-IOF(WS-D).
              MOVE ZEROS TO WS-DIA-IRRF(WS-D).
              MOVE ZEROS TO WS-DIA-IOF-EMP(WS-D).
              MOVE ZEROS TO WS-DIA-IOF-CE(WS-D).

      * Mes ja arquivado pelo FECHAMES e lido do seu JRNaaaamm.DAT;
      * senao o journal vivo e varrido.
                    COMPUTE WS-AAMM-REG = JRN-ANO * 100 + JRN-MES
                    MOVE JRN-DIA       TO WS-DIA-REG
                    MOVE JRN-CONTA-CRE TO WS-CONTA-REG
                    MOVE JRN-CONTA-DEB TO WS-CONTA-DEB-REG
                    MOVE JRN-SEQ       TO WS-SEQ-REG
                    MOVE JRN-VALOR     TO WS-VALOR-REG
                    PERFORM ACUMULA-TRIBUTO
              END-READ.
                    COMPUTE WS-AAMM-REG = AJR-ANO * 100 + AJR-MES
                    MOVE AJR-DIA       TO WS-DIA-REG
                    MOVE AJR-CONTA-CRE TO WS-CONTA-REG
                    MOVE AJR-CONTA-DEB TO WS-CONTA-DEB-REG
                    MOVE AJR-SEQ       TO WS-SEQ-REG
                    MOVE AJR-VALOR     TO WS-VALOR-REG
                    PERFORM ACUMULA-TRIBUTO
              END-READ.
                 EXIT PARAGRAPH.
              IF WS-DIA-REG < 1 OR WS-DIA-REG > 31
                 EXIT PARAGRAPH.
              PERFORM IDENTIFICA-CLIENTE.
              IF WS-CONTA-REG = "IOFCDB"
                 ADD WS-VALOR-REG TO WS-DIA-IOF(WS-DIA-REG)
                 ADD WS-VALOR-REG TO WS-TOT-IOF
                 ADD 1 TO WS-QTD-IOF
                 PERFORM LOCALIZA-CLIENTE
                 ADD WS-VALOR-REG TO WS-CLI-IOF(WS-C).
              IF WS-CONTA-REG = "IRRF"
                 ADD WS-VALOR-REG TO WS-DIA-IRRF(WS-DIA-REG)
                 ADD WS-VALOR-REG TO WS-TOT-IRRF
                 ADD 1 TO WS-QTD-IRRF
                 PERFORM LOCALIZA-CLIENTE
                 ADD WS-VALOR-REG TO WS-CLI-IRRF(WS-C).
              IF WS-CONTA-REG = "IOFEMP"
                 ADD WS-VALOR-REG TO WS-DIA-IOF-EMP(WS-DIA-REG)
                 ADD WS-VALOR-REG TO WS-TOT-IOF-EMP
                 ADD 1 TO WS-QTD-IOF-EMP
                 PERFORM LOCALIZA-CLIENTE
                 ADD WS-VALOR-REG TO WS-CLI-IOF-EMP(WS-C).
              IF WS-CONTA-REG = "IOFCE"
                 ADD WS-VALOR-REG TO WS-DIA-IOF-CE(WS-DIA-REG)
                 ADD WS-VALOR-REG TO WS-TOT-IOF-CE
                 ADD 1 TO WS-QTD-IOF-CE
                 PERFORM LOCALIZA-CLIENTE
                 ADD WS-VALOR-REG TO WS-CLI-IOF-CE(WS-C).

      * O IOF de emprestimo e de cheque especial debita a propria
      * conta do cliente; a retencao do CDB debita JURCDB e o cliente
      * e o da perna CLInnnn gravada antes dela na mesma transacao.
       IDENTIFICA-CLIENTE.
              IF WS-CONTA-DEB-REG(1:3) = "CLI"
                 AND WS-CONTA-DEB-REG(4:4) IS NUMERIC
                 MOVE WS-CONTA-DEB-REG(4:4) TO WS-CLI-TRIBUTO
                 MOVE WS-SEQ-REG TO WS-ULT-SEQ
                 MOVE WS-CLI-TRIBUTO TO WS-ULT-CLI
                 EXIT PARAGRAPH.
              IF WS-CONTA-REG(1:3) = "CLI"
                 AND WS-CONTA-REG(4:4) IS NUMERIC
                 MOVE WS-SEQ-REG TO WS-ULT-SEQ
                 MOVE WS-CONTA-REG(4:4) TO WS-ULT-CLI.
              IF WS-SEQ-REG = WS-ULT-SEQ
                 MOVE WS-ULT-CLI TO WS-CLI-TRIBUTO
              ELSE
                 MOVE ZEROS TO WS-CLI-TRIBUTO.

      * A primeira posicao e sempre a conta 0000; com a tabela
      * esgotada o excedente vai para ela, para que o detalhe continue
      * somando o total do mes.
       LOCALIZA-CLIENTE.
              MOVE "N" TO WS-ACHOU-CLI.
              PERFORM VARYING WS-C FROM 1 BY 1
                        UNTIL WS-C > WS-QTD-CLIENTES
                           OR WS-ACHOU-CLI = "S"
                 IF WS-CLI-CODIGO(WS-C) = WS-CLI-TRIBUTO
                    MOVE "S" TO WS-ACHOU-CLI
                 END-IF
              END-PERFORM.
              IF WS-ACHOU-CLI = "S"
                 SUBTRACT 1 FROM WS-C
                 EXIT PARAGRAPH.
              IF WS-QTD-CLIENTES = 3000
                 MOVE 1 TO WS-C
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-CLIENTES.
              MOVE WS-QTD-CLIENTES TO WS-C.
              MOVE WS-CLI-TRIBUTO TO WS-CLI-CODIGO(WS-C).
              MOVE ZEROS TO WS-CLI-IOF(WS-C) WS-CLI-IRRF(WS-C)
                            WS-CLI-IOF-EMP(WS-C) WS-CLI-IOF-CE(WS-C).

       FECHA-FONTE.
              IF WS-FONTE-ARQUIVO = "S"
                      VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              MOVE "TOTAL IOF CDB QTD:" TO WS-TOT-ROTULO.
              MOVE WS-QTD-IOF TO WS-TOT-QTD.
              MOVE WS-TOT-IOF TO WS-TOT-VAL.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE "TOTAL IRRF    QTD:" TO WS-TOT-ROTULO.
              MOVE WS-QTD-IRRF TO WS-TOT-QTD.
              MOVE WS-TOT-IRRF TO WS-TOT-VAL.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE "TOTAL IOF EMP QTD:" TO WS-TOT-ROTULO.
              MOVE WS-QTD-IOF-EMP TO WS-TOT-QTD.
              MOVE WS-TOT-IOF-EMP TO WS-TOT-VAL.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE "TOTAL IOF CE  QTD:" TO WS-TOT-ROTULO.
              MOVE WS-QTD-IOF-CE TO WS-TOT-QTD.
              MOVE WS-TOT-IOF-CE TO WS-TOT-VAL.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              COMPUTE WS-TOT-GERAL = WS-TOT-IOF + WS-TOT-IRRF
                                   + WS-TOT-IOF-EMP + WS-TOT-IOF-CE.
              MOVE "TOTAL A RECOLHER" TO WS-TOT-ROTULO.
              MOVE ZEROS TO WS-TOT-QTD.
              MOVE WS-TOT-GERAL TO WS-TOT-VAL.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB3 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB4 TO REG-REL.
              WRITE REG-REL.
              PERFORM ABRE-DETALHE.
              PERFORM IMPRIME-CLIENTE
                      VARYING WS-C FROM 1 BY 1
                      UNTIL WS-C > WS-QTD-CLIENTES.
              IF WS-IRC-ABERTO = "S"
                 CLOSE DETALHE.

      * O detalhe do mes e refeito a cada emissao: os registros da
      * competencia sao apagados antes de gravar os novos.
       ABRE-DETALHE.
              OPEN I-O DETALHE.
              IF ARQST-IRC NOT = "00"
                 CLOSE DETALHE
                 OPEN OUTPUT DETALHE
                 CLOSE DETALHE
                 OPEN I-O DETALHE.
              IF ARQST-IRC NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO IRFCLI.DAT - STATUS "
                         ARQST-IRC
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-IRC-ABERTO.
              MOVE "N" TO WS-FIM-IRC.
              MOVE WS-AAMM-PEDIDO TO IRC-AAMM.
              MOVE ZEROS TO IRC-CODIGO.
              START DETALHE KEY IS NOT LESS THAN IRC-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-IRC
              END-START.
              PERFORM APAGA-DETALHE UNTIL WS-FIM-IRC = "S".

       APAGA-DETALHE.
              READ DETALHE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-IRC
                 NOT AT END
                    IF IRC-AAMM NOT = WS-AAMM-PEDIDO
                       MOVE "S" TO WS-FIM-IRC
                    ELSE
                       DELETE DETALHE RECORD
                    END-IF
              END-READ.

       IMPRIME-CLIENTE.
              IF WS-CLI-IOF(WS-C) = ZEROS AND WS-CLI-IRRF(WS-C) = ZEROS
                 AND WS-CLI-IOF-EMP(WS-C) = ZEROS
                 AND WS-CLI-IOF-CE(WS-C) = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-CLI-CODIGO(WS-C)  TO WS-CLI-DET-CODIGO.
              MOVE WS-CLI-IOF(WS-C)     TO WS-CLI-DET-IOF.
              MOVE WS-CLI-IRRF(WS-C)    TO WS-CLI-DET-IRRF.
              MOVE WS-CLI-IOF-EMP(WS-C) TO WS-CLI-DET-IOF-EMP.
              MOVE WS-CLI-IOF-CE(WS-C)  TO WS-CLI-DET-IOF-CE.
              MOVE WS-LINHA-CLI TO REG-REL.
              WRITE REG-REL.
              IF WS-IRC-ABERTO NOT = "S"
                 EXIT PARAGRAPH.
              MOVE WS-AAMM-PEDIDO       TO IRC-AAMM.
              MOVE WS-CLI-CODIGO(WS-C)  TO IRC-CODIGO.
              MOVE WS-CLI-IOF(WS-C)     TO IRC-IOF-CDB.
              MOVE WS-CLI-IRRF(WS-C)    TO IRC-IRRF.
              MOVE WS-CLI-IOF-EMP(WS-C) TO IRC-IOF-EMP.
              MOVE WS-CLI-IOF-CE(WS-C)  TO IRC-IOF-CE.
              MOVE DATA-SIS(1:8)        TO IRC-DATA-EMISSAO.
              WRITE REG-IRC
                 INVALID KEY
                    REWRITE REG-IRC
              END-WRITE.

      * Dias sem tributo nao ocupam linha.
       IMPRIME-DIA.
              IF WS-DIA-IOF(WS-D) = ZEROS AND WS-DIA-IRRF(WS-D) = ZEROS
                 AND WS-DIA-IOF-EMP(WS-D) = ZEROS
                 AND WS-DIA-IOF-CE(WS-D) = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-D TO WS-DET-DIA.
              MOVE WS-DIA-IOF(WS-D)  TO WS-DET-IOF.
              MOVE WS-DIA-IRRF(WS-D) TO WS-DET-IRRF.
              MOVE WS-DIA-IOF-EMP(WS-D) TO WS-DET-IOF-EMP.
              MOVE WS-DIA-IOF-CE(WS-D)  TO WS-DET-IOF-CE.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

                                  WS-SPL-ARQUIVO.
              DISPLAY "RETENCOES IOF : " WS-QTD-IOF.
              DISPLAY "RETENCOES IRRF: " WS-QTD-IRRF.
              DISPLAY "IOF EMPRESTIMO: " WS-QTD-IOF-EMP.
              DISPLAY "IOF CH.ESPEC. : " WS-QTD-IOF-CE.
              DISPLAY "FIM DE PROGRAMA".
