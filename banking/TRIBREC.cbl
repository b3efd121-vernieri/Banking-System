      ******************************************************************
      * Author: Vernieri
      * Date: October 13, 2026
      * Purpose: Monthly remittance of withheld IRRF and IOF (DARF)
      * Tectonics: cobc
      ******************************************************************
      * Run once a month for a closed competence, after RELIRF.  The
      * journal credits of the month to the fiscal-liability
      * accounts (IOFCDB, IRRF, IOFEMP, IOFCE) are totalled from the
      * JRNaaaamm.DAT archive, or the live journal before FECHAMES,
      * and grouped by DARF revenue code.  One DARF per code goes
      * into TRIBDARF.DAT (header, details, trailer) due on the third
      * business day of the following month, and each account is
      * cleared against INTERBANC.  RECOLHE.DAT keeps what was paid
      * per competence and account - a rerun pays only postings made
      * after the last remittance.  Every account total is tied back
      * to RELIRF's per-customer detail (IRFCLI.DAT); a month where
      * the two disagree, or RELIRF was not run, is flagged in
      * TRIBREC.LST and in the run log, and stays listed until a
      * rerun finds them matching.  Payment needs a supervisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRIBREC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT ARQJRN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AJR.

              SELECT DETALHE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IRC-CHAVE
              FILE STATUS ARQST-IRC.

              SELECT RECOLHIMENTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY REC-CHAVE
              FILE STATUS ARQST-REC.

              SELECT DARF ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-DRF.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD ARQJRN LABEL RECORD STANDARD
                DATA RECORD IS REG-AJR
                VALUE OF FILE-ID IS WS-NOME-ARQJRN.
          01 REG-AJR.
                COPY JOURNAL
                   REPLACING ==JRN-DATA== BY ==AJR-DATA==
                             ==JRN-ANO== BY ==AJR-ANO==
                             ==JRN-MES== BY ==AJR-MES==
                             ==JRN-DIA== BY ==AJR-DIA==
                             ==JRN-CONTA-DEB== BY ==AJR-CONTA-DEB==
                             ==JRN-CONTA-CRE== BY ==AJR-CONTA-CRE==
                             ==JRN-VALOR== BY ==AJR-VALOR==
                             ==JRN-HISTORICO== BY ==AJR-HISTORICO==
                             ==JRN-OPERADOR== BY ==AJR-OPERADOR==
                             ==JRN-HORA== BY ==AJR-HORA==
                             ==JRN-HH== BY ==AJR-HH==
                             ==JRN-MM== BY ==AJR-MM==
                             ==JRN-SS== BY ==AJR-SS==
                             ==JRN-SEQ== BY ==AJR-SEQ==
                             ==JRN-ELO== BY ==AJR-ELO==
                             ==JRN-ELO-NUM== BY ==AJR-ELO-NUM==
                             ==JRN-ELO-ANT== BY ==AJR-ELO-ANT==
                             ==JRN-ELO-HASH== BY ==AJR-ELO-HASH==.

       FD DETALHE LABEL RECORD STANDARD
                DATA RECORD IS REG-IRC
                VALUE OF FILE-ID IS "IRFCLI.DAT".
          01 REG-IRC.
                COPY IRFCLI.

       FD RECOLHIMENTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-REC
                VALUE OF FILE-ID IS "RECOLHE.DAT".
          01 REG-REC.
                COPY RECOLHE.

       FD DARF LABEL RECORD STANDARD
                DATA RECORD IS REG-DRF
                VALUE OF FILE-ID IS "TRIBDARF.DAT".
          01 REG-DRF                 PIC X(80).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "TRIBREC.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AJR               PIC X(02).
          01 ARQST-IRC               PIC X(02).
          01 ARQST-REC               PIC X(02).
          01 ARQST-DRF               PIC X(02).
          01 ARQST-REL               PIC X(02).
          01 WS-NOME-ARQJRN          PIC X(13) VALUE SPACES.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "TRIBREC".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "TRIBREC.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-IRC              PIC X(01) VALUE "N".
          01 WS-FIM-REC              PIC X(01) VALUE "N".
          01 WS-FONTE-ARQUIVO        PIC X(01) VALUE "N".
          01 WS-DETALHE-ACHADO       PIC X(01) VALUE "N".
          01 WS-REC-ACHOU            PIC X(01) VALUE "N".
          01 WS-REC-ABERTO           PIC X(01) VALUE "N".
          01 WS-HA-DIVERGENCIA       PIC X(01) VALUE "N".
          01 WS-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
          01 WS-MES-PEDIDO           PIC 9(02) VALUE ZEROS.
          01 WS-AAMM-PEDIDO          PIC 9(06) VALUE ZEROS.
          01 WS-AAMM-HOJE            PIC 9(06) VALUE ZEROS.
          01 WS-AAMM-REG             PIC 9(06) VALUE ZEROS.
          01 WS-CONTA-REG            PIC X(10) VALUE SPACES.
          01 WS-VALOR-REG            PIC S9(07)V99 VALUE ZEROS.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-T                    PIC 9(02) VALUE ZEROS.
          01 WS-R                    PIC 9(02) VALUE ZEROS.
          01 WS-QTD-DARF             PIC 9(04) VALUE ZEROS.
          01 WS-QTD-UTEIS            PIC 9(02) VALUE ZEROS.
          01 WS-TOTAL-APURADO        PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-RECOLHIDO      PIC 9(09)V99 VALUE ZEROS.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "TRIBREC".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "W".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-CAL-DATA             PIC 9(08) VALUE ZEROS.
          01 WS-CAL-UTIL             PIC X(01) VALUE "S".
          01 WS-CAL-ANTERIOR         PIC 9(08) VALUE ZEROS.
          01 WS-CAL-PROXIMO          PIC 9(08) VALUE ZEROS.
          01 WS-VENCIMENTO           PIC 9(08) VALUE ZEROS.
          01 WS-FIM-COMPETENCIA      PIC 9(08) VALUE ZEROS.
          01 WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
          01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
                02 WS-AUX-ANO        PIC 9(04).
                02 WS-AUX-MES        PIC 9(02).
                02 WS-AUX-DIA        PIC 9(02).

      * Contas de passivo fiscal e o codigo de receita do DARF de
      * cada uma: IRRF de renda fixa 8053, IOF sobre titulos e
      * valores mobiliarios 6854, IOF sobre operacoes de credito a
      * pessoa fisica 7893 (emprestimo e cheque especial juntos).
          01 WS-CONTAS-FISCAIS.
                02 FILLER            PIC X(14) VALUE "IOFCDB    6854".
                02 FILLER            PIC X(14) VALUE "IRRF      8053".
                02 FILLER            PIC X(14) VALUE "IOFEMP    7893".
                02 FILLER            PIC X(14) VALUE "IOFCE     7893".
          01 WS-TAB-FISCAIS REDEFINES WS-CONTAS-FISCAIS.
                02 WS-TF OCCURS 4 TIMES.
                   03 WS-TF-CONTA    PIC X(10).
                   03 WS-TF-RECEITA  PIC 9(04).
          01 WS-TAB-VALORES.
                02 WS-TV OCCURS 4 TIMES.
                   03 WS-TV-APURADO  PIC 9(09)V99.
                   03 WS-TV-DETALHE  PIC 9(09)V99.
                   03 WS-TV-ANTERIOR PIC 9(09)V99.
                   03 WS-TV-RECOLHER PIC 9(09)V99.
                   03 WS-TV-DIVERGE  PIC X(01).
          01 WS-RECEITAS-DARF.
                02 FILLER            PIC 9(04) VALUE 6854.
                02 FILLER            PIC 9(04) VALUE 8053.
                02 FILLER            PIC 9(04) VALUE 7893.
          01 WS-TAB-RECEITAS REDEFINES WS-RECEITAS-DARF.
                02 WS-TR-RECEITA     PIC 9(04) OCCURS 3 TIMES.
          01 WS-TAB-DARF.
                02 WS-TD-VALOR       PIC 9(09)V99 OCCURS 3 TIMES.

      * Registros do TRIBDARF.DAT: "0" header, "1" um DARF por codigo
      * de receita, "9" trailer - todos com 80 posicoes.
          01 WS-DRF-HEADER.
                02 WS-DRH-TIPO       PIC X(01) VALUE "0".
                02 FILLER            PIC X(30) VALUE
                   "DARF TRIBUTOS RETIDOS".
                02 WS-DRH-COMPETENCIA PIC 9(06).
                02 WS-DRH-DATA       PIC 9(08).
                02 FILLER            PIC X(35) VALUE SPACES.
          01 WS-DRF-DETALHE.
                02 WS-DRD-TIPO       PIC X(01) VALUE "1".
                02 WS-DRD-RECEITA    PIC 9(04).
                02 WS-DRD-APURACAO   PIC 9(08).
                02 WS-DRD-VENCIMENTO PIC 9(08).
                02 WS-DRD-PRINCIPAL  PIC 9(09)V99.
                02 WS-DRD-MULTA      PIC 9(09)V99.
                02 WS-DRD-JUROS      PIC 9(09)V99.
                02 WS-DRD-TOTAL      PIC 9(09)V99.
                02 WS-DRD-PAGAMENTO  PIC 9(08).
                02 FILLER            PIC X(07) VALUE SPACES.
          01 WS-DRF-TRAILER.
                02 WS-DRT-TIPO       PIC X(01) VALUE "9".
                02 WS-DRT-QTD        PIC 9(06).
                02 WS-DRT-TOTAL      PIC 9(09)V99.
                02 FILLER            PIC X(62) VALUE SPACES.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(48) VALUE
                   "RECOLHIMENTO DE TRIBUTOS RETIDOS - COMPETENCIA ".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(25) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CONTA      REC.         APURADO     DET.".
                02 FILLER            PIC X(40) VALUE
                   "RELIRF   JA RECOLHIDO      RECOLHIDO    ".

          01 WS-LINHA-DET.
                02 WS-DET-CONTA      PIC X(10).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-RECEITA    PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-APURADO    PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DETALHE    PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-ANTERIOR   PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-RECOLHER   PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-FLAG       PIC X(03).

          01 WS-LINHA-DARF.
                02 FILLER            PIC X(13) VALUE "DARF RECEITA ".
                02 WS-DRF-RECEITA    PIC 9(04).
                02 FILLER            PIC X(14) VALUE
                   "  VENCIMENTO ".
                02 WS-DRF-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DRF-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DRF-ANO        PIC 9(04).
                02 FILLER            PIC X(09) VALUE "  VALOR ".
                02 WS-DRF-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(16) VALUE SPACES.

          01 WS-LINHA-HIST.
                02 FILLER            PIC X(04) VALUE SPACES.
                02 WS-HIS-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-HIS-ANO        PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-HIS-CONTA      PIC X(10).
                02 FILLER            PIC X(10) VALUE " APURADO ".
                02 WS-HIS-APURADO    PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(10) VALUE "  RELIRF ".
                02 WS-HIS-DETALHE    PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(09) VALUE SPACES.

          01 WS-LINHA-MSG            PIC X(80) VALUE SPACES.
          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       INICIO.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "RECOLHIMENTO RESTRITO AO SUPERVISOR"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              PERFORM PEDE-COMPETENCIA.
              IF WS-AAMM-PEDIDO NOT < WS-AAMM-HOJE
                 DISPLAY "COMPETENCIA AINDA ABERTA - RECOLHIMENTO "
                         "SOMENTE DE MES ENCERRADO"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST-REL = "00" AND WS-REC-ABERTO = "S"
                 PERFORM VARRE-JOURNAL UNTIL WS-FIM-ARQ = "S"
                 PERFORM FECHA-FONTE
                 PERFORM SOMA-DETALHE
                 PERFORM CONFERE-CONTA
                         VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                 PERFORM EMITE-DARF
                 PERFORM IMPRIME-RELATORIO
                 PERFORM IMPRIME-DIVERGENTES
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-REL " / " ARQST-REC
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

      * Sem resposta vale o mes anterior ao do movimento.
       PEDE-COMPETENCIA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
              PERFORM APURA-DATA-MOVIMENTO.
              COMPUTE WS-AAMM-HOJE = ANO * 100 + MES.
              DISPLAY "RECOLHIMENTO DE TRIBUTOS RETIDOS".
              DISPLAY "INFORME O ANO (AAAA): " WITH NO ADVANCING.
              ACCEPT WS-ANO-PEDIDO.
              DISPLAY "INFORME O MES (MM) : " WITH NO ADVANCING.
              ACCEPT WS-MES-PEDIDO.
              IF WS-ANO-PEDIDO = ZEROS OR WS-MES-PEDIDO = ZEROS
                 OR WS-MES-PEDIDO > 12
                 MOVE ANO TO WS-ANO-PEDIDO
                 MOVE MES TO WS-MES-PEDIDO
                 IF WS-MES-PEDIDO = 1
                    MOVE 12 TO WS-MES-PEDIDO
                    SUBTRACT 1 FROM WS-ANO-PEDIDO
                 ELSE
                    SUBTRACT 1 FROM WS-MES-PEDIDO
                 END-IF
              END-IF.
              COMPUTE WS-AAMM-PEDIDO =
                      WS-ANO-PEDIDO * 100 + WS-MES-PEDIDO.
              PERFORM LIMPA-CONTA
                      VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4.
              MOVE ZEROS TO WS-TD-VALOR(1) WS-TD-VALOR(2)
                            WS-TD-VALOR(3).

       LIMPA-CONTA.
              MOVE ZEROS TO WS-TV-APURADO(WS-T) WS-TV-DETALHE(WS-T)
                            WS-TV-ANTERIOR(WS-T)
                            WS-TV-RECOLHER(WS-T).
              MOVE "N" TO WS-TV-DIVERGE(WS-T).

      * Mes ja arquivado pelo FECHAMES e lido do seu JRNaaaamm.DAT;
      * senao o journal vivo e varrido.
       ABRE-ARQ.
              OPEN OUTPUT RELATORIO.
              IF ARQST-REL NOT = "00"
                 EXIT PARAGRAPH.
              MOVE WS-MES-PEDIDO TO WS-CAB-MES.
              MOVE WS-ANO-PEDIDO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O RECOLHIMENTOS.
              IF ARQST-REC NOT = "00"
                 CLOSE RECOLHIMENTOS
                 OPEN OUTPUT RECOLHIMENTOS
                 CLOSE RECOLHIMENTOS
                 OPEN I-O RECOLHIMENTOS.
              IF ARQST-REC NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-REC-ABERTO.
              MOVE SPACES TO WS-NOME-ARQJRN.
              STRING "JRN" WS-ANO-PEDIDO WS-MES-PEDIDO ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQJRN.
              MOVE "N" TO WS-FONTE-ARQUIVO.
              OPEN INPUT ARQJRN.
              IF ARQST-AJR = "00"
                 MOVE "S" TO WS-FONTE-ARQUIVO
              ELSE
                 OPEN INPUT JOURNAL
                 IF ARQST-JRN NOT = "00"
                    MOVE "S" TO WS-FIM-ARQ
                 END-IF
              END-IF.

       VARRE-JOURNAL.
              IF WS-FONTE-ARQUIVO = "S"
                 PERFORM LE-JOURNAL-ARQUIVO
              ELSE
                 PERFORM LE-JOURNAL-ATUAL.

       LE-JOURNAL-ATUAL.
              READ JOURNAL
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    COMPUTE WS-AAMM-REG = JRN-ANO * 100 + JRN-MES
                    MOVE JRN-CONTA-CRE TO WS-CONTA-REG
                    MOVE JRN-VALOR     TO WS-VALOR-REG
                    PERFORM ACUMULA-TRIBUTO
              END-READ.

       LE-JOURNAL-ARQUIVO.
              READ ARQJRN
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    COMPUTE WS-AAMM-REG = AJR-ANO * 100 + AJR-MES
                    MOVE AJR-CONTA-CRE TO WS-CONTA-REG
                    MOVE AJR-VALOR     TO WS-VALOR-REG
                    PERFORM ACUMULA-TRIBUTO
              END-READ.

      * Mesmo criterio do RELIRF: so os creditos do mes nas contas
      * de passivo fiscal.
       ACUMULA-TRIBUTO.
              IF WS-AAMM-REG NOT = WS-AAMM-PEDIDO
                 EXIT PARAGRAPH.
              PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                 IF WS-CONTA-REG = WS-TF-CONTA(WS-T)
                    ADD WS-VALOR-REG TO WS-TV-APURADO(WS-T)
                 END-IF
              END-PERFORM.

       FECHA-FONTE.
              IF WS-FONTE-ARQUIVO = "S"
                 CLOSE ARQJRN
              ELSE
                 IF ARQST-JRN = "00" OR ARQST-JRN = "10"
                    CLOSE JOURNAL.

       SOMA-DETALHE.
              MOVE "N" TO WS-DETALHE-ACHADO.
              OPEN INPUT DETALHE.
              IF ARQST-IRC NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-IRC.
              MOVE WS-AAMM-PEDIDO TO IRC-AAMM.
              MOVE ZEROS TO IRC-CODIGO.
              START DETALHE KEY IS NOT LESS THAN IRC-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-IRC
              END-START.
              PERFORM LE-DETALHE UNTIL WS-FIM-IRC = "S".
              CLOSE DETALHE.

       LE-DETALHE.
              READ DETALHE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-IRC
                 NOT AT END
                    IF IRC-AAMM NOT = WS-AAMM-PEDIDO
                       MOVE "S" TO WS-FIM-IRC
                    ELSE
                       MOVE "S" TO WS-DETALHE-ACHADO
                       ADD IRC-IOF-CDB TO WS-TV-DETALHE(1)
                       ADD IRC-IRRF    TO WS-TV-DETALHE(2)
                       ADD IRC-IOF-EMP TO WS-TV-DETALHE(3)
                       ADD IRC-IOF-CE  TO WS-TV-DETALHE(4)
                    END-IF
              END-READ.

      * O que ja foi recolhido da competencia fica no RECOLHE.DAT;
      * so a diferenca positiva segue para o DARF.  Apurado menor
      * que o recolhido (estorno depois do pagamento) nao gera
      * credito aqui - fica na divergencia para a contabilidade.
       CONFERE-CONTA.
              MOVE "S" TO WS-REC-ACHOU.
              MOVE WS-AAMM-PEDIDO    TO REC-AAMM.
              MOVE WS-TF-CONTA(WS-T) TO REC-CONTA.
              READ RECOLHIMENTOS
                 INVALID KEY
                    MOVE "N" TO WS-REC-ACHOU
              END-READ.
              IF WS-REC-ACHOU = "S"
                 MOVE REC-RECOLHIDO TO WS-TV-ANTERIOR(WS-T).
              IF WS-TV-APURADO(WS-T) > WS-TV-ANTERIOR(WS-T)
                 COMPUTE WS-TV-RECOLHER(WS-T) =
                         WS-TV-APURADO(WS-T) - WS-TV-ANTERIOR(WS-T).
              IF WS-DETALHE-ACHADO NOT = "S"
                 AND WS-TV-APURADO(WS-T) > ZEROS
                 MOVE "S" TO WS-TV-DIVERGE(WS-T).
              IF WS-TV-APURADO(WS-T) NOT = WS-TV-DETALHE(WS-T)
                 MOVE "S" TO WS-TV-DIVERGE(WS-T).
              IF WS-TV-APURADO(WS-T) < WS-TV-ANTERIOR(WS-T)
                 MOVE "S" TO WS-TV-DIVERGE(WS-T).
              IF WS-TV-DIVERGE(WS-T) = "S"
                 MOVE "S" TO WS-HA-DIVERGENCIA.
              PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 3
                 IF WS-TR-RECEITA(WS-R) = WS-TF-RECEITA(WS-T)
                    ADD WS-TV-RECOLHER(WS-T) TO WS-TD-VALOR(WS-R)
                 END-IF
              END-PERFORM.
              ADD WS-TV-APURADO(WS-T)  TO WS-TOTAL-APURADO.
              ADD WS-TV-RECOLHER(WS-T) TO WS-TOTAL-RECOLHIDO.

      * Vencimento: terceiro dia util do mes seguinte a competencia,
      * o prazo do ultimo decendio.
       CALCULA-VENCIMENTO.
              MOVE WS-ANO-PEDIDO TO WS-AUX-ANO.
              MOVE WS-MES-PEDIDO TO WS-AUX-MES.
              MOVE 1 TO WS-AUX-DIA.
              IF WS-AUX-MES = 12
                 MOVE 1 TO WS-AUX-MES
                 ADD 1 TO WS-AUX-ANO
              ELSE
                 ADD 1 TO WS-AUX-MES.
              COMPUTE WS-FIM-COMPETENCIA = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1).
              MOVE WS-DATA-AUX TO WS-CAL-DATA.
              MOVE ZEROS TO WS-QTD-UTEIS.
              PERFORM CONTA-DIA-UTIL UNTIL WS-QTD-UTEIS = 3.
              MOVE WS-CAL-DATA TO WS-VENCIMENTO.

       CONTA-DIA-UTIL.
              CALL "DIAUTIL" USING WS-CAL-DATA WS-CAL-UTIL
                                   WS-CAL-ANTERIOR WS-CAL-PROXIMO.
              MOVE WS-CAL-PROXIMO TO WS-CAL-DATA.
              ADD 1 TO WS-QTD-UTEIS.
              IF WS-QTD-UTEIS < 3
                 COMPUTE WS-CAL-DATA = FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE(WS-CAL-DATA) + 1).

       EMITE-DARF.
              PERFORM CALCULA-VENCIMENTO.
              IF WS-TOTAL-RECOLHIDO = ZEROS
                 EXIT PARAGRAPH.
              OPEN OUTPUT DARF.
              IF ARQST-DRF NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE DARF - STATUS " ARQST-DRF
                 MOVE ZEROS TO WS-TOTAL-RECOLHIDO
                 PERFORM LIMPA-RECOLHER
                         VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              MOVE WS-AAMM-PEDIDO TO WS-DRH-COMPETENCIA.
              MOVE DATA-SIS(1:8)  TO WS-DRH-DATA.
              MOVE WS-DRF-HEADER  TO REG-DRF.
              WRITE REG-DRF.
              PERFORM GRAVA-DARF
                      VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 3.
              MOVE WS-QTD-DARF        TO WS-DRT-QTD.
              MOVE WS-TOTAL-RECOLHIDO TO WS-DRT-TOTAL.
              MOVE WS-DRF-TRAILER     TO REG-DRF.
              WRITE REG-DRF.
              CLOSE DARF.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              PERFORM BAIXA-PASSIVO
                      VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4.
              CLOSE JOURNAL.

       LIMPA-RECOLHER.
              MOVE ZEROS TO WS-TV-RECOLHER(WS-T).

      * Multa e juros de mora nao sao calculados aqui - o DARF pago
      * depois do vencimento sai sinalizado no relatorio.
       GRAVA-DARF.
              IF WS-TD-VALOR(WS-R) = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-TR-RECEITA(WS-R) TO WS-DRD-RECEITA.
              MOVE WS-FIM-COMPETENCIA  TO WS-DRD-APURACAO.
              MOVE WS-VENCIMENTO       TO WS-DRD-VENCIMENTO.
              MOVE WS-TD-VALOR(WS-R)   TO WS-DRD-PRINCIPAL
                                          WS-DRD-TOTAL.
              MOVE ZEROS               TO WS-DRD-MULTA WS-DRD-JUROS.
              MOVE DATA-SIS(1:8)       TO WS-DRD-PAGAMENTO.
              MOVE WS-DRF-DETALHE      TO REG-DRF.
              WRITE REG-DRF.
              ADD 1 TO WS-QTD-DARF.

       BAIXA-PASSIVO.
              IF WS-TV-RECOLHER(WS-T) = ZEROS
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE ANO               TO JRN-ANO.
              MOVE MES               TO JRN-MES.
              MOVE DIA               TO JRN-DIA.
              MOVE WS-TF-CONTA(WS-T) TO JRN-CONTA-DEB.
              MOVE "INTERBANC"       TO JRN-CONTA-CRE.
              MOVE WS-TV-RECOLHER(WS-T) TO JRN-VALOR.
              MOVE SPACES            TO JRN-HISTORICO.
              STRING "RECOLHIMENTO DARF " WS-TF-RECEITA(WS-T)
                     DELIMITED BY SIZE INTO JRN-HISTORICO.
              MOVE WS-SUPERVISOR     TO JRN-OPERADOR.
              MOVE HORA-SIS          TO JRN-HORA.
              MOVE WS-SEQ-TRN        TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN.

       IMPRIME-RELATORIO.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-CONTA
                      VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-DARF
                      VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 3.
              IF WS-TOTAL-RECOLHIDO = ZEROS
                 MOVE "NADA A RECOLHER NA COMPETENCIA" TO WS-LINHA-MSG
                 MOVE WS-LINHA-MSG TO REG-REL
                 WRITE REG-REL.
              IF WS-TOTAL-RECOLHIDO > ZEROS
                 AND DATA-SIS(1:8) > WS-VENCIMENTO
                 MOVE "*** RECOLHIDO APOS O VENCIMENTO - VER MORA ***"
                      TO WS-LINHA-MSG
                 MOVE WS-LINHA-MSG TO REG-REL
                 WRITE REG-REL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              IF WS-DETALHE-ACHADO NOT = "S"
                 MOVE "*** RELIRF NAO EMITIDO PARA A COMPETENCIA ***"
                      TO WS-LINHA-MSG
                 MOVE WS-LINHA-MSG TO REG-REL
                 WRITE REG-REL.
              IF WS-HA-DIVERGENCIA = "S"
                 MOVE "*** COMPETENCIA DIVERGENTE DO RELIRF ***"
                      TO WS-LINHA-MSG
                 MOVE WS-AAMM-PEDIDO TO WS-LOG-CHAVE
                 MOVE "COMPETENCIA DIVERGENTE DO RELIRF"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG
              ELSE
                 MOVE "COMPETENCIA CONFERE COM O DETALHE DO RELIRF"
                      TO WS-LINHA-MSG.
              MOVE WS-LINHA-MSG TO REG-REL.
              WRITE REG-REL.

      * Imprime a conta e atualiza o seu registro de recolhimento.
       IMPRIME-CONTA.
              MOVE WS-TF-CONTA(WS-T)    TO WS-DET-CONTA.
              MOVE WS-TF-RECEITA(WS-T)  TO WS-DET-RECEITA.
              MOVE WS-TV-APURADO(WS-T)  TO WS-DET-APURADO.
              MOVE WS-TV-DETALHE(WS-T)  TO WS-DET-DETALHE.
              MOVE WS-TV-ANTERIOR(WS-T) TO WS-DET-ANTERIOR.
              MOVE WS-TV-RECOLHER(WS-T) TO WS-DET-RECOLHER.
              MOVE SPACES TO WS-DET-FLAG.
              IF WS-TV-DIVERGE(WS-T) = "S"
                 MOVE "DIV" TO WS-DET-FLAG.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.
              IF WS-TV-APURADO(WS-T) = ZEROS
                 AND WS-TV-ANTERIOR(WS-T) = ZEROS
                 AND WS-TV-DETALHE(WS-T) = ZEROS
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-REC-ACHOU.
              MOVE WS-AAMM-PEDIDO    TO REC-AAMM.
              MOVE WS-TF-CONTA(WS-T) TO REC-CONTA.
              READ RECOLHIMENTOS
                 INVALID KEY
                    MOVE "N" TO WS-REC-ACHOU
                    MOVE ZEROS TO REC-RECOLHIDO REC-DATA-PAGTO
              END-READ.
              MOVE WS-TF-RECEITA(WS-T) TO REC-RECEITA.
              MOVE WS-TV-APURADO(WS-T) TO REC-APURADO.
              MOVE WS-TV-DETALHE(WS-T) TO REC-DETALHE.
              MOVE WS-TV-DIVERGE(WS-T) TO REC-DIVERGE.
              MOVE WS-VENCIMENTO       TO REC-VENCIMENTO.
              IF WS-TV-RECOLHER(WS-T) > ZEROS
                 ADD WS-TV-RECOLHER(WS-T) TO REC-RECOLHIDO
                 MOVE DATA-SIS(1:8) TO REC-DATA-PAGTO.
              IF WS-REC-ACHOU = "S"
                 REWRITE REG-REC
              ELSE
                 WRITE REG-REC.
              IF ARQST-REC NOT = "00"
                 DISPLAY "ERRO NO RECOLHE.DAT - STATUS " ARQST-REC.

       IMPRIME-DARF.
              IF WS-TD-VALOR(WS-R) = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-TR-RECEITA(WS-R) TO WS-DRF-RECEITA.
              MOVE WS-VENCIMENTO       TO WS-DATA-AUX.
              MOVE WS-AUX-DIA          TO WS-DRF-DIA.
              MOVE WS-AUX-MES          TO WS-DRF-MES.
              MOVE WS-AUX-ANO          TO WS-DRF-ANO.
              MOVE WS-TD-VALOR(WS-R)   TO WS-DRF-VALOR.
              MOVE WS-LINHA-DARF TO REG-REL.
              WRITE REG-REL.

      * Toda competencia ainda divergente fica listada ate que uma
      * nova rodada a encontre conferindo.
       IMPRIME-DIVERGENTES.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE "COMPETENCIAS DIVERGENTES DO RELIRF:"
                   TO WS-LINHA-MSG.
              MOVE WS-LINHA-MSG TO REG-REL.
              WRITE REG-REL.
              MOVE "N" TO WS-FIM-REC.
              MOVE LOW-VALUES TO REC-CHAVE.
              START RECOLHIMENTOS KEY IS NOT LESS THAN REC-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-REC
              END-START.
              PERFORM LE-DIVERGENTE UNTIL WS-FIM-REC = "S".

       LE-DIVERGENTE.
              READ RECOLHIMENTOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-REC
                 NOT AT END
                    IF REC-DIVERGE = "S"
                       MOVE REC-AAMM TO WS-DATA-AUX(1:6)
                       MOVE WS-AUX-MES    TO WS-HIS-MES
                       MOVE WS-AUX-ANO    TO WS-HIS-ANO
                       MOVE REC-CONTA     TO WS-HIS-CONTA
                       MOVE REC-APURADO   TO WS-HIS-APURADO
                       MOVE REC-DETALHE   TO WS-HIS-DETALHE
                       MOVE WS-LINHA-HIST TO REG-REL
                       WRITE REG-REL
                    END-IF
              END-READ.

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

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
              IF WS-REC-ABERTO = "S"
                 CLOSE RECOLHIMENTOS.
              IF ARQST-REL = "00"
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO.
              DISPLAY "APURADO NA COMPETENCIA: " WS-TOTAL-APURADO.
              DISPLAY "RECOLHIDO NESTA RODADA: " WS-TOTAL-RECOLHIDO.
              DISPLAY "DARF EMITIDOS         : " WS-QTD-DARF.
              IF WS-HA-DIVERGENCIA = "S"
                 DISPLAY "ATENCAO - COMPETENCIA DIVERGENTE DO RELIRF".
              DISPLAY "FIM DE PROGRAMA".
