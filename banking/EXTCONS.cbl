      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Monthly consolidated statement mailing by CEP
      * Tectonics: cobc
      ******************************************************************
      * Run once a month (run-control period "M"; a second run in the
      * month needs the supervisor) for the month before the run
      * date.  Every CPF gets one consolidated document with, account
      * by account, the movements of the month (the EXTaaaamm.DAT
      * archive once FECHAMES has cut the month, the live extrato
      * before that), the CDB positions (INVEST.DAT), the programmed
      * savings progress (POUPROG.DAT), the loans with installments
      * paid, in arrears and next due (EMPREST.DAT) and the fees
      * charged in the month (journal entries to TARIFA).  Accounts
      * closed before the month are left out.  The address comes
      * from CADASTRO.DAT; a CPF without a usable address (no street,
      * city or numeric CEP) or with an erasure request in
      * LGPDREQ.DAT gets no document.  The lines go through a SORT on
      * ws-cep so MALAEXT.DAT reaches the print house in postal order
      * for the bulk-mail discount - MAL-TIPO "C" opens each piece -
      * and EXTCONS.LST counts the pieces per five-digit CEP range.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXTCONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT CLIENTES-CAD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ws-cpf
              ALTERNATE RECORD KEY ws-name WITH DUPLICATES
              FILE STATUS ARQST-CAD.

              SELECT PEDIDOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-LGP.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT ARQEXT ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AEX.

              SELECT INVEST ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-INV.

              SELECT PLANOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-PPG.

              SELECT EMPRESTIMOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EMP.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT ARQJRN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AJR.

              SELECT CLASSIFICA ASSIGN TO DISK.

              SELECT MALA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-MAL.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD CLIENTES-CAD LABEL RECORD STANDARD
                DATA RECORD IS REG-CAD
                VALUE OF FILE-ID IS "CADASTRO.DAT".
          01 REG-CAD.
                COPY CADASTRO.

       FD PEDIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-LGP
                VALUE OF FILE-ID IS "LGPDREQ.DAT".
          01 REG-LGP.
                COPY LGPDREQ.

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXT
                VALUE OF FILE-ID IS "EXTRATO.DAT".
          01 REG-EXT.
                COPY EXTRATO.

       FD ARQEXT LABEL RECORD STANDARD
                DATA RECORD IS REG-AEX
                VALUE OF FILE-ID IS WS-NOME-ARQEXT.
          01 REG-AEX.
                COPY EXTRATO
                   REPLACING ==EXT-CHAVE== BY ==AEX-CHAVE==
                             ==EXT-CODIGO== BY ==AEX-CODIGO==
                             ==EXT-DATA== BY ==AEX-DATA==
                             ==EXT-ANO== BY ==AEX-ANO==
                             ==EXT-MES== BY ==AEX-MES==
                             ==EXT-DIA== BY ==AEX-DIA==
                             ==EXT-NSEQ== BY ==AEX-NSEQ==
                             ==EXT-TIPO== BY ==AEX-TIPO==
                             ==EXT-VALOR== BY ==AEX-VALOR==
                             ==EXT-SALDO== BY ==AEX-SALDO==
                             ==EXT-OPERADOR== BY ==AEX-OPERADOR==
                             ==EXT-HORA== BY ==AEX-HORA==
                             ==EXT-HH== BY ==AEX-HH==
                             ==EXT-MM== BY ==AEX-MM==
                             ==EXT-SS== BY ==AEX-SS==
                             ==EXT-SEQ== BY ==AEX-SEQ==.

       FD INVEST LABEL RECORD STANDARD
                DATA RECORD IS REG-INV
                VALUE OF FILE-ID IS "INVEST.DAT".
          01 REG-INV.
                COPY INVEST.

       FD PLANOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PPG
                VALUE OF FILE-ID IS "POUPROG.DAT".
          01 REG-PPG.
                COPY POUPROG.

       FD EMPRESTIMOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EMP
                VALUE OF FILE-ID IS "EMPREST.DAT".
          01 REG-EMP.
                COPY EMPREST.

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

      * Secao: 0 cabecalho e endereco, 1 conta e movimentos, 2 CDB,
      * 3 poupanca programada, 4 emprestimos, 5 tarifas, 9 fecho.
      * Tipo de linha: 0 titulo, 1 colunas, 2 detalhe.
       SD CLASSIFICA
                DATA RECORD IS REG-SRT.
          01 REG-SRT.
                02 SRT-CEP           PIC X(08).
                02 SRT-CPF           PIC X(11).
                02 SRT-SECAO         PIC 9(01).
                02 SRT-CODIGO        PIC 9(04).
                02 SRT-TIPO-LINHA    PIC 9(01).
                02 SRT-ORDEM         PIC 9(13).
                02 SRT-LINHA         PIC X(80).

       FD MALA LABEL RECORD STANDARD
                DATA RECORD IS REG-MAL
                VALUE OF FILE-ID IS "MALAEXT.DAT".
          01 REG-MAL.
                02 MAL-TIPO          PIC X(01).
                02 MAL-CEP           PIC X(08).
                02 MAL-CPF           PIC X(11).
                02 MAL-LINHA         PIC X(80).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "EXTCONS.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-CAD               PIC X(02).
          01 ARQST-LGP               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-AEX               PIC X(02).
          01 ARQST-INV               PIC X(02).
          01 ARQST-PPG               PIC X(02).
          01 ARQST-EMP               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AJR               PIC X(02).
          01 ARQST-MAL               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "EXTCONS".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "EXTCONS.LST".
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "EXTCONS".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-NOME-ARQEXT          PIC X(13) VALUE SPACES.
          01 WS-NOME-ARQJRN          PIC X(13) VALUE SPACES.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-SORT             PIC X(01) VALUE "N".
          01 WS-ANO-REF              PIC 9(04) VALUE ZEROS.
          01 WS-MES-REF              PIC 9(02) VALUE ZEROS.
          01 WS-AAMM-REF             PIC 9(06) VALUE ZEROS.
          01 WS-ANO-PROX             PIC 9(04) VALUE ZEROS.
          01 WS-MES-PROX             PIC 9(02) VALUE ZEROS.
          01 WS-DIA-PROX             PIC 9(02) VALUE ZEROS.
          01 WS-AAMM-AUX             PIC 9(06) VALUE ZEROS.
          01 WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
          01 WS-DATA-ED              PIC X(10) VALUE SPACES.
          01 WS-CODIGO-REG           PIC 9(04) VALUE ZEROS.
          01 WS-ANO-REG              PIC 9(04) VALUE ZEROS.
          01 WS-MES-REG              PIC 9(02) VALUE ZEROS.
          01 WS-DIA-REG              PIC 9(02) VALUE ZEROS.
          01 WS-CONTA-DEB-REG        PIC X(10) VALUE SPACES.
          01 WS-CONTA-CRE-REG        PIC X(10) VALUE SPACES.
          01 WS-HIST-REG             PIC X(20) VALUE SPACES.
          01 WS-VALOR-REG            PIC S9(07)V99 VALUE ZEROS.
          01 WS-SEQ-REG              PIC 9(09) VALUE ZEROS.
          01 WS-NA-MALA              PIC X(01) VALUE "N".
          01 WS-POS-SECAO            PIC 9(01) VALUE ZEROS.
          01 WS-ORDEM                PIC 9(05) VALUE ZEROS.
          01 WS-I                    PIC 9(04) VALUE ZEROS.
          01 WS-PCT                  PIC 9(05) VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "EXTCONS".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "M".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.

      * CPF em tratamento na leitura das contas.
          01 WS-CPF-ATUAL            PIC X(11) VALUE SPACES.
          01 WS-CEP-ATUAL            PIC X(08) VALUE SPACES.
          01 WS-CPF-INCLUIDO         PIC X(01) VALUE "N".
          01 WS-END-OK               PIC X(01) VALUE "N".
          01 WS-TEM-LGPD             PIC X(01) VALUE "N".

      * Conta -> CPF e CEP do documento; as posicoes de
      * WS-CTA-TITULOS marcam as secoes ja abertas na conta.
          01 WS-TAB-CONTAS.
                02 WS-TAB-CTA OCCURS 9999 TIMES.
                   03 WS-CTA-CPF     PIC X(11).
                   03 WS-CTA-CEP     PIC X(08).
                   03 WS-CTA-MALA    PIC X(01).
                   03 WS-CTA-TITULOS PIC X(05).

      * CPFs com pedido de eliminacao de dados.
          01 WS-QTD-LGPD             PIC 9(04) VALUE ZEROS.
          01 WS-ACHOU-LGPD           PIC X(01) VALUE "N".
          01 WS-LGPD-ESGOTADA        PIC X(01) VALUE "N".
          01 WS-TAB-LGPD.
                02 WS-LGPD-CPF       PIC X(11) OCCURS 2000 TIMES.

      * Contadores da rodada e da faixa de CEP.
          01 WS-QTD-CPF              PIC 9(06) VALUE ZEROS.
          01 WS-QTD-SEM-ENDERECO     PIC 9(06) VALUE ZEROS.
          01 WS-QTD-EXCL-LGPD        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-CONTAS           PIC 9(06) VALUE ZEROS.
          01 WS-QTD-LINHAS           PIC 9(09) VALUE ZEROS.
          01 WS-QTD-PECAS            PIC 9(06) VALUE ZEROS.
          01 WS-FAIXA-ATUAL          PIC X(05) VALUE SPACES.
          01 WS-TEM-FAIXA            PIC X(01) VALUE "N".
          01 WS-FX-PECAS             PIC 9(06) VALUE ZEROS.
          01 WS-FX-LINHAS            PIC 9(09) VALUE ZEROS.
          01 WS-QTD-FAIXAS           PIC 9(05) VALUE ZEROS.
          01 WS-CPF-MALA             PIC X(11) VALUE SPACES.

          01 WS-LINHA-PEND           PIC X(80) VALUE SPACES.
          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".
          01 WS-LINHA-BRANCO         PIC X(80) VALUE SPACES.
          01 WS-LINHA-DEST.
                02 FILLER            PIC X(06) VALUE "PARA: ".
                02 WS-CRT-NOME       PIC X(30).
                02 FILLER            PIC X(44) VALUE SPACES.
          01 WS-LINHA-END1.
                02 WS-CRT-RUA        PIC X(16).
                02 FILLER            PIC X(02) VALUE ", ".
                02 WS-CRT-BAIRRO     PIC X(16).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CRT-COMPL      PIC X(06).
                02 FILLER            PIC X(38) VALUE SPACES.
          01 WS-LINHA-END2.
                02 WS-CRT-CIDADE     PIC X(16).
                02 FILLER            PIC X(06) VALUE " CEP: ".
                02 WS-CRT-CEP        PIC X(08).
                02 FILLER            PIC X(50) VALUE SPACES.
          01 WS-LINHA-TITULO.
                02 FILLER            PIC X(31) VALUE
                   "EXTRATO CONSOLIDADO MENSAL - ".
                02 WS-TIT-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-TIT-ANO        PIC 9(04).
                02 FILLER            PIC X(06) VALUE " CPF: ".
                02 WS-TIT-CPF        PIC X(11).
                02 FILLER            PIC X(25) VALUE SPACES.

          01 WS-LINHA-CONTA.
                02 FILLER            PIC X(07) VALUE "CONTA: ".
                02 WS-CTA-CODIGO-ED  PIC 9(04).
                02 FILLER            PIC X(11) VALUE "  AGENCIA: ".
                02 WS-CTA-AGENCIA-ED PIC 9(04).
                02 FILLER            PIC X(09) VALUE "  MOEDA: ".
                02 WS-CTA-MOEDA-ED   PIC X(03).
                02 FILLER            PIC X(09) VALUE "  SALDO: ".
                02 WS-CTA-SALDO-ED   PIC -Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CTA-SITUACAO   PIC X(09).
                02 FILLER            PIC X(09) VALUE SPACES.

          01 WS-LINHA-CAB-LANC.
                02 FILLER            PIC X(14) VALUE "  DATA".
                02 FILLER            PIC X(06) VALUE "TIPO".
                02 FILLER            PIC X(16) VALUE "VALOR".
                02 FILLER            PIC X(16) VALUE "SALDO APOS".
                02 FILLER            PIC X(28) VALUE SPACES.
          01 WS-LINHA-LANC.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-LANC-DATA      PIC X(10).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-LANC-TIPO      PIC X(01).
                02 FILLER            PIC X(05) VALUE SPACES.
                02 WS-LANC-VALOR     PIC -Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(04) VALUE SPACES.
                02 WS-LANC-SALDO     PIC -Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(30) VALUE SPACES.

          01 WS-LINHA-TIT-SECAO.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-SEC-TEXTO      PIC X(40).
                02 FILLER            PIC X(06) VALUE "CONTA ".
                02 WS-SEC-CODIGO     PIC 9(04).
                02 FILLER            PIC X(28) VALUE SPACES.

          01 WS-LINHA-CAB-CDB.
                02 FILLER            PIC X(40) VALUE
                   "  NUMERO    APLICACAO  VENCIMENTO PRINCI".
                02 FILLER            PIC X(40) VALUE
                   "PAL      JUROS   TAXA".
          01 WS-LINHA-CDB.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-CDB-NUMERO     PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-CDB-APLIC      PIC X(10).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-CDB-VENC       PIC X(10).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-CDB-PRINCIPAL  PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-CDB-JUROS      PIC -ZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-CDB-TAXA       PIC 9,9999.
                02 FILLER            PIC X(19) VALUE SPACES.

          01 WS-LINHA-PPG1.
                02 FILLER            PIC X(10) VALUE "  PARCELA ".
                02 WS-PPG-MENSAL     PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(12) VALUE "  ACUMULADO ".
                02 WS-PPG-ACUMULADO  PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(07) VALUE "  META ".
                02 WS-PPG-META       PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-PPG-PCT        PIC ZZ9.
                02 FILLER            PIC X(01) VALUE "%".
                02 FILLER            PIC X(12) VALUE SPACES.
          01 WS-LINHA-PPG2.
                02 FILLER            PIC X(12) VALUE "  DATA ALVO ".
                02 WS-PPG-ALVO       PIC X(10).
                02 FILLER            PIC X(12) VALUE "  SITUACAO ".
                02 WS-PPG-SITUACAO   PIC X(09).
                02 FILLER            PIC X(37) VALUE SPACES.

          01 WS-LINHA-CAB-EMP.
                02 FILLER            PIC X(40) VALUE
                   "  CONTRATO    PARCELA   PAGAS  ATRASO  P".
                02 FILLER            PIC X(40) VALUE
                   "ROX.VENC".
          01 WS-LINHA-EMP.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-EMP-NUMERO     PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-EMP-PARCELA    PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-EMP-PAGAS      PIC ZZ9.
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-EMP-PRAZO      PIC 999.
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-EMP-ATRASO     PIC ZZ9.
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-EMP-PROX       PIC X(10).
                02 FILLER            PIC X(31) VALUE SPACES.

          01 WS-LINHA-CAB-TRF.
                02 FILLER            PIC X(14) VALUE "  DATA".
                02 FILLER            PIC X(22) VALUE "HISTORICO".
                02 FILLER            PIC X(44) VALUE "VALOR".
          01 WS-LINHA-TRF.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-TRF-DATA       PIC X(10).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-TRF-HIST       PIC X(20).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-TRF-VALOR      PIC -Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(31) VALUE SPACES.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(42) VALUE
                   "MALA DE EXTRATO CONSOLIDADO - CONTROLE    ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(28) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "FAIXA DE CEP               PECAS      LI".
                02 FILLER            PIC X(40) VALUE
                   "NHAS".

          01 WS-LINHA-FAIXA.
                02 WS-FX-INICIO      PIC X(05).
                02 FILLER            PIC X(07) VALUE "-000 A ".
                02 WS-FX-FIM         PIC X(05).
                02 FILLER            PIC X(04) VALUE "-999".
                02 FILLER            PIC X(04) VALUE SPACES.
                02 WS-FX-QTD-PECAS   PIC ZZZ.ZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-FX-QTD-LINHAS  PIC ZZZ.ZZZ.ZZ9.
                02 FILLER            PIC X(35) VALUE SPACES.

          01 WS-LINHA-RESUMO.
                02 WS-RES-TEXTO      PIC X(40).
                02 WS-RES-QTD        PIC ZZZ.ZZZ.ZZ9.
                02 FILLER            PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-MAL = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM CARREGA-LGPD
                    IF WS-LGPD-ESGOTADA = "S"
                       MOVE 8 TO RETURN-CODE
                    ELSE
                       SORT CLASSIFICA
                            ON ASCENDING KEY SRT-CEP SRT-CPF SRT-SECAO
                                             SRT-CODIGO SRT-TIPO-LINHA
                                             SRT-ORDEM
                            INPUT PROCEDURE IS MONTA-DOCUMENTOS
                            OUTPUT PROCEDURE IS GRAVA-MALA
                       PERFORM IMPRIME-RESUMO
                       PERFORM GRAVA-RUN-CONTROL
                    END-IF
                 END-IF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-MAL
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

      * The mailing covers the month before the run date - the normal
      * case of running in the first days of the new month.
       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              IF MES = 1
                 COMPUTE WS-ANO-REF = ANO - 1
                 MOVE 12 TO WS-MES-REF
              ELSE
                 MOVE ANO TO WS-ANO-REF
                 COMPUTE WS-MES-REF = MES - 1
              END-IF.
              COMPUTE WS-AAMM-REF = WS-ANO-REF * 100 + WS-MES-REF.
              MOVE ANO TO WS-ANO-PROX.
              MOVE MES TO WS-MES-PROX.
              OPEN INPUT CLIENTES.
              OPEN INPUT CLIENTES-CAD.
              OPEN OUTPUT MALA.
              OPEN OUTPUT RELATORIO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "MALA DE EXTRATO CONSOLIDADO - " DIA "/" MES "/"
                      ANO.
              DISPLAY "PERIODO: " WS-MES-REF "/" WS-ANO-REF.

      * Re-running a completed period is not an operator decision -
      * the override demands a supervisor credential via SUPAUT.
       VERIFICA-RUN-CONTROL.
              MOVE "C" TO WS-RCT-FUNCAO.
              CALL "RUNCTL" USING WS-RCT-FUNCAO WS-RCT-PROGRAMA
                                  WS-RCT-PERIODO DATA-SIS
                                  WS-RCT-RESULTADO.
              IF WS-RCT-RESULTADO = "J"
                 DISPLAY WS-RCT-PROGRAMA " JA EXECUTADO NO PERIODO"
                 DISPLAY "REEXECUCAO SOMENTE COM CREDENCIAL DO "
                         "SUPERVISOR"
                 CALL "SUPAUT" USING WS-RCT-SUPERVISOR
                 IF WS-RCT-SUPERVISOR = ZEROS
                    MOVE "N" TO WS-PODE-RODAR
                    DISPLAY "EXECUCAO CANCELADA PELO RUN-CONTROL"
                 END-IF
              END-IF.

       GRAVA-RUN-CONTROL.
              MOVE "G" TO WS-RCT-FUNCAO.
              CALL "RUNCTL" USING WS-RCT-FUNCAO WS-RCT-PROGRAMA
                                  WS-RCT-PERIODO DATA-SIS
                                  WS-RCT-RESULTADO.

      ******************************************************************
      * Montagem dos documentos (entrada do SORT)
      ******************************************************************
      * Each source file is read once: the accounts by CPF decide who
      * gets a document and map every account code to its CPF and
      * CEP, then each product file releases its lines under the key
      * of the owning document.
       MONTA-DOCUMENTOS.
              INITIALIZE WS-TAB-CONTAS.
              PERFORM SELECIONA-CLIENTES.
              PERFORM LIBERA-MOVIMENTOS.
              PERFORM LIBERA-APLICACOES.
              PERFORM LIBERA-POUPANCA.
              PERFORM LIBERA-EMPRESTIMOS.
              PERFORM LIBERA-TARIFAS.

       CARREGA-LGPD.
              OPEN INPUT PEDIDOS.
              IF ARQST-LGP NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-PEDIDO-LGPD UNTIL WS-FIM-ARQ = "S".
              CLOSE PEDIDOS.

      * Qualquer pedido conta - pendente, executado ou recusado, o
      * titular pediu para nao ter os dados tratados.  Pedido que nao
      * cabe na tabela nao pode ser ignorado (o titular receberia o
      * extrato): a mala nao e gerada e a rodada para com RC 8.
       LE-PEDIDO-LGPD.
              READ PEDIDOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF WS-QTD-LGPD < 2000
                       ADD 1 TO WS-QTD-LGPD
                       MOVE LGP-CPF TO WS-LGPD-CPF(WS-QTD-LGPD)
                    ELSE
                       PERFORM ESGOTA-TABELA-LGPD
                    END-IF
              END-READ.

       ESGOTA-TABELA-LGPD.
              MOVE "S" TO WS-LGPD-ESGOTADA WS-FIM-ARQ.
              DISPLAY "TABELA DE PEDIDOS LGPD ESGOTADA - MALA NAO "
                      "GERADA".
              MOVE "LGPDREQ" TO WS-LOG-CHAVE.
              MOVE "TABELA DE PEDIDOS LGPD ESGOTADA"
                   TO WS-LOG-MENSAGEM.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

      * Leitura pela chave alternada CPF - as contas do mesmo
      * titular chegam juntas.
       SELECIONA-CLIENTES.
              MOVE LOW-VALUES TO CPF.
              MOVE "N" TO WS-FIM-ARQ.
              START CLIENTES KEY IS NOT LESS THAN CPF
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ARQ
              END-START.
              PERFORM LE-CLIENTE UNTIL WS-FIM-ARQ = "S".

       LE-CLIENTE.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    PERFORM TRATA-CONTA
              END-READ.

      * Conta encerrada antes do mes do extrato fica de fora.
       TRATA-CONTA.
              IF CPF = SPACES OR CPF = LOW-VALUES OR CODIGO = ZEROS
                 EXIT PARAGRAPH.
              IF STATUS-CONTA = "F"
                 IF DATA-ENCERR IS NOT NUMERIC
                    EXIT PARAGRAPH
                 END-IF
                 COMPUTE WS-AAMM-AUX = ENCERR-ANO * 100 + ENCERR-MES
                 IF WS-AAMM-AUX < WS-AAMM-REF
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              IF CPF NOT = WS-CPF-ATUAL
                 PERFORM INICIA-CPF.
              IF WS-CPF-INCLUIDO NOT = "S"
                 EXIT PARAGRAPH.
              MOVE WS-CPF-ATUAL TO WS-CTA-CPF(CODIGO).
              MOVE WS-CEP-ATUAL TO WS-CTA-CEP(CODIGO).
              MOVE "S"          TO WS-CTA-MALA(CODIGO).
              ADD 1 TO WS-QTD-CONTAS.
              PERFORM LIBERA-CABECALHO-CONTA.

       INICIA-CPF.
              MOVE CPF TO WS-CPF-ATUAL.
              MOVE "N" TO WS-CPF-INCLUIDO.
              PERFORM VERIFICA-LGPD.
              IF WS-TEM-LGPD = "S"
                 ADD 1 TO WS-QTD-EXCL-LGPD
                 EXIT PARAGRAPH.
              PERFORM BUSCA-ENDERECO.
              IF WS-END-OK NOT = "S"
                 ADD 1 TO WS-QTD-SEM-ENDERECO
                 DISPLAY "CPF " WS-CPF-ATUAL " SEM ENDERECO VALIDO - "
                         "FORA DA MALA"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-CPF-INCLUIDO.
              MOVE ws-cep TO WS-CEP-ATUAL.
              ADD 1 TO WS-QTD-CPF.
              PERFORM LIBERA-CABECALHO-CPF.

       VERIFICA-LGPD.
              MOVE "N" TO WS-TEM-LGPD.
              PERFORM PROCURA-LGPD
                      VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-LGPD OR WS-TEM-LGPD = "S".

       PROCURA-LGPD.
              IF WS-LGPD-CPF(WS-I) = WS-CPF-ATUAL
                 MOVE "S" TO WS-TEM-LGPD.

      * Endereco postal utilizavel: rua, cidade e CEP de oito
      * digitos.
       BUSCA-ENDERECO.
              MOVE "N" TO WS-END-OK.
              MOVE WS-CPF-ATUAL TO ws-cpf.
              READ CLIENTES-CAD
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF ws-street = SPACES OR ws-city = SPACES
                 EXIT PARAGRAPH.
              IF ws-cep IS NOT NUMERIC OR ws-cep = ZEROS
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-END-OK.

       LIBERA-CABECALHO-CPF.
              MOVE WS-CEP-ATUAL TO SRT-CEP.
              MOVE WS-CPF-ATUAL TO SRT-CPF.
              MOVE 0     TO SRT-SECAO.
              MOVE ZEROS TO SRT-CODIGO.
              MOVE 0     TO SRT-TIPO-LINHA.
              MOVE ZEROS TO WS-ORDEM.
              MOVE WS-LINHA-TRACO TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA-CPF.
              MOVE NOME TO WS-CRT-NOME.
              MOVE WS-LINHA-DEST TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA-CPF.
              MOVE ws-street       TO WS-CRT-RUA.
              MOVE ws-neighborhood TO WS-CRT-BAIRRO.
              MOVE ws-complement   TO WS-CRT-COMPL.
              MOVE WS-LINHA-END1 TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA-CPF.
              MOVE ws-city TO WS-CRT-CIDADE.
              MOVE ws-cep  TO WS-CRT-CEP.
              MOVE WS-LINHA-END2 TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA-CPF.
              MOVE WS-LINHA-BRANCO TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA-CPF.
              MOVE WS-MES-REF   TO WS-TIT-MES.
              MOVE WS-ANO-REF   TO WS-TIT-ANO.
              MOVE WS-CPF-ATUAL TO WS-TIT-CPF.
              MOVE WS-LINHA-TITULO TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA-CPF.
      * Fecho do documento.
              MOVE 9      TO SRT-SECAO.
              MOVE 9999   TO SRT-CODIGO.
              MOVE 2      TO SRT-TIPO-LINHA.
              MOVE WS-LINHA-BRANCO TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA-CPF.
              MOVE "FIM DO EXTRATO CONSOLIDADO" TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA-CPF.

       LIBERA-LINHA-CPF.
              ADD 1 TO WS-ORDEM.
              MOVE WS-ORDEM TO SRT-ORDEM.
              PERFORM LIBERA-LINHA.

       LIBERA-CABECALHO-CONTA.
              MOVE WS-CEP-ATUAL TO SRT-CEP.
              MOVE WS-CPF-ATUAL TO SRT-CPF.
              MOVE 1      TO SRT-SECAO.
              MOVE CODIGO TO SRT-CODIGO.
              MOVE 0      TO SRT-TIPO-LINHA.
              MOVE 1      TO SRT-ORDEM.
              MOVE WS-LINHA-BRANCO TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA.
              MOVE 2      TO SRT-ORDEM.
              MOVE CODIGO  TO WS-CTA-CODIGO-ED.
              MOVE AGENCIA TO WS-CTA-AGENCIA-ED.
              MOVE MOEDA   TO WS-CTA-MOEDA-ED.
              MOVE SALDO   TO WS-CTA-SALDO-ED.
              IF STATUS-CONTA = "F"
                 MOVE "ENCERRADA" TO WS-CTA-SITUACAO
              ELSE
                 MOVE SPACES TO WS-CTA-SITUACAO.
              MOVE WS-LINHA-CONTA TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA.

      * Chave do documento da conta WS-CODIGO-REG; WS-NA-MALA "N"
      * quando a conta nao entrou na mala.
       POSICIONA-CONTA.
              MOVE "N" TO WS-NA-MALA.
              IF WS-CODIGO-REG = ZEROS
                 EXIT PARAGRAPH.
              IF WS-CTA-MALA(WS-CODIGO-REG) NOT = "S"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-NA-MALA.
              MOVE WS-CTA-CEP(WS-CODIGO-REG) TO SRT-CEP.
              MOVE WS-CTA-CPF(WS-CODIGO-REG) TO SRT-CPF.
              MOVE WS-CODIGO-REG             TO SRT-CODIGO.

      * Titulo e colunas de uma secao saem com o primeiro item da
      * conta nela (WS-POS-SECAO marca a secao em WS-CTA-TITULOS).
       ABRE-SECAO.
              IF WS-CTA-TITULOS(WS-CODIGO-REG)(WS-POS-SECAO:1) = "S"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-CTA-TITULOS(WS-CODIGO-REG)
                                        (WS-POS-SECAO:1).
              MOVE ZEROS TO SRT-ORDEM.
              IF SRT-SECAO > 1
                 MOVE 0 TO SRT-TIPO-LINHA
                 MOVE WS-CODIGO-REG TO WS-SEC-CODIGO
                 EVALUATE SRT-SECAO
                    WHEN 2
                       MOVE "APLICACOES EM CDB" TO WS-SEC-TEXTO
                    WHEN 3
                       MOVE "POUPANCA PROGRAMADA" TO WS-SEC-TEXTO
                    WHEN 4
                       MOVE "EMPRESTIMOS" TO WS-SEC-TEXTO
                    WHEN 5
                       MOVE "TARIFAS COBRADAS NO MES" TO WS-SEC-TEXTO
                 END-EVALUATE
                 MOVE WS-LINHA-BRANCO TO WS-LINHA-PEND
                 MOVE 0 TO SRT-ORDEM
                 PERFORM LIBERA-LINHA
                 MOVE WS-LINHA-TIT-SECAO TO WS-LINHA-PEND
                 MOVE 1 TO SRT-ORDEM
                 PERFORM LIBERA-LINHA
              END-IF.
              MOVE 1 TO SRT-TIPO-LINHA.
              MOVE ZEROS TO SRT-ORDEM.
              EVALUATE SRT-SECAO
                 WHEN 1 MOVE WS-LINHA-CAB-LANC TO WS-LINHA-PEND
                 WHEN 2 MOVE WS-LINHA-CAB-CDB  TO WS-LINHA-PEND
                 WHEN 4 MOVE WS-LINHA-CAB-EMP  TO WS-LINHA-PEND
                 WHEN 5 MOVE WS-LINHA-CAB-TRF  TO WS-LINHA-PEND
                 WHEN OTHER
                    EXIT PARAGRAPH
              END-EVALUATE.
              PERFORM LIBERA-LINHA.

       LIBERA-LINHA.
              MOVE WS-LINHA-PEND TO SRT-LINHA.
              RELEASE REG-SRT.
              ADD 1 TO WS-QTD-LINHAS.

      ******************************************************************
      * Movimentos do mes
      ******************************************************************
      * After FECHAMES the month lives in its EXTaaaamm.DAT archive;
      * before the cut it is still in the live extrato.
       LIBERA-MOVIMENTOS.
              MOVE SPACES TO WS-NOME-ARQEXT.
              STRING "EXT" WS-ANO-REF WS-MES-REF ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQEXT.
              OPEN INPUT ARQEXT.
              IF ARQST-AEX = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LE-ARQUIVO-MES UNTIL WS-FIM-ARQ = "S"
                 CLOSE ARQEXT
                 EXIT PARAGRAPH.
              OPEN INPUT EXTRATO.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "EXTRATO INDISPONIVEL - STATUS " ARQST-EXT
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-EXTRATO UNTIL WS-FIM-ARQ = "S".
              CLOSE EXTRATO.

       LE-ARQUIVO-MES.
              READ ARQEXT
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF AEX-ANO = WS-ANO-REF AND AEX-MES = WS-MES-REF
                       MOVE REG-AEX TO REG-EXT
                       PERFORM LIBERA-MOVIMENTO
                    END-IF
              END-READ.

       LE-EXTRATO.
              READ EXTRATO NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF EXT-ANO = WS-ANO-REF AND EXT-MES = WS-MES-REF
                       PERFORM LIBERA-MOVIMENTO
                    END-IF
              END-READ.

       LIBERA-MOVIMENTO.
              MOVE EXT-CODIGO TO WS-CODIGO-REG.
              PERFORM POSICIONA-CONTA.
              IF WS-NA-MALA NOT = "S"
                 EXIT PARAGRAPH.
              MOVE 1 TO SRT-SECAO.
              MOVE 1 TO WS-POS-SECAO.
              PERFORM ABRE-SECAO.
              MOVE 2 TO SRT-TIPO-LINHA.
              COMPUTE SRT-ORDEM = EXT-ANO * 10000000
                                + EXT-MES * 100000
                                + EXT-DIA * 1000 + EXT-NSEQ.
              COMPUTE WS-DATA-AUX = EXT-ANO * 10000 + EXT-MES * 100
                                  + EXT-DIA.
              PERFORM EDITA-DATA.
              MOVE WS-DATA-ED TO WS-LANC-DATA.
              MOVE EXT-TIPO   TO WS-LANC-TIPO.
              MOVE EXT-VALOR  TO WS-LANC-VALOR.
              MOVE EXT-SALDO  TO WS-LANC-SALDO.
              MOVE WS-LINHA-LANC TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA.

      ******************************************************************
      * Aplicacoes, poupanca programada e emprestimos
      ******************************************************************
       LIBERA-APLICACOES.
              OPEN INPUT INVEST.
              IF ARQST-INV NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-APLICACAO UNTIL WS-FIM-ARQ = "S".
              CLOSE INVEST.

       LE-APLICACAO.
              READ INVEST
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF INV-SITUACAO = "A"
                       PERFORM LIBERA-APLICACAO
                    END-IF
              END-READ.

       LIBERA-APLICACAO.
              MOVE INV-CODIGO TO WS-CODIGO-REG.
              PERFORM POSICIONA-CONTA.
              IF WS-NA-MALA NOT = "S"
                 EXIT PARAGRAPH.
              MOVE 2 TO SRT-SECAO.
              MOVE 2 TO WS-POS-SECAO.
              PERFORM ABRE-SECAO.
              MOVE 2 TO SRT-TIPO-LINHA.
              MOVE INV-NUMERO TO SRT-ORDEM.
              MOVE INV-NUMERO TO WS-CDB-NUMERO.
              MOVE INV-DATA-APL TO WS-DATA-AUX.
              PERFORM EDITA-DATA.
              MOVE WS-DATA-ED TO WS-CDB-APLIC.
              MOVE INV-DATA-VENC TO WS-DATA-AUX.
              PERFORM EDITA-DATA.
              MOVE WS-DATA-ED TO WS-CDB-VENC.
              MOVE INV-PRINCIPAL  TO WS-CDB-PRINCIPAL.
              MOVE INV-JUROS-ACUM TO WS-CDB-JUROS.
              MOVE INV-TAXA       TO WS-CDB-TAXA.
              MOVE WS-LINHA-CDB TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA.

       LIBERA-POUPANCA.
              OPEN INPUT PLANOS.
              IF ARQST-PPG NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-PLANO UNTIL WS-FIM-ARQ = "S".
              CLOSE PLANOS.

       LE-PLANO.
              READ PLANOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF PPG-SITUACAO NOT = "C"
                       PERFORM LIBERA-PLANO
                    END-IF
              END-READ.

       LIBERA-PLANO.
              MOVE PPG-CODIGO TO WS-CODIGO-REG.
              PERFORM POSICIONA-CONTA.
              IF WS-NA-MALA NOT = "S"
                 EXIT PARAGRAPH.
              MOVE 3 TO SRT-SECAO.
              MOVE 3 TO WS-POS-SECAO.
              PERFORM ABRE-SECAO.
              MOVE 2 TO SRT-TIPO-LINHA.
              MOVE PPG-VALOR-MENSAL TO WS-PPG-MENSAL.
              MOVE PPG-ACUMULADO    TO WS-PPG-ACUMULADO.
              MOVE PPG-META         TO WS-PPG-META.
              MOVE ZEROS TO WS-PCT.
              IF PPG-META > ZEROS
                 COMPUTE WS-PCT = PPG-ACUMULADO * 100 / PPG-META.
              IF WS-PCT > 999
                 MOVE 999 TO WS-PCT.
              MOVE WS-PCT TO WS-PPG-PCT.
              MOVE PPG-DATA-ALVO TO WS-DATA-AUX.
              PERFORM EDITA-DATA.
              MOVE WS-DATA-ED TO WS-PPG-ALVO.
              IF PPG-SITUACAO = "S"
                 MOVE "SUSPENSO" TO WS-PPG-SITUACAO
              ELSE
                 MOVE "ATIVO" TO WS-PPG-SITUACAO.
              ADD 1 TO WS-ORDEM.
              MOVE WS-ORDEM TO SRT-ORDEM.
              MOVE WS-LINHA-PPG1 TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA.
              ADD 1 TO WS-ORDEM.
              MOVE WS-ORDEM TO SRT-ORDEM.
              MOVE WS-LINHA-PPG2 TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA.

       LIBERA-EMPRESTIMOS.
              OPEN INPUT EMPRESTIMOS.
              IF ARQST-EMP NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-EMPRESTIMO UNTIL WS-FIM-ARQ = "S".
              CLOSE EMPRESTIMOS.

       LE-EMPRESTIMO.
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF EMP-SITUACAO = "A"
                       PERFORM LIBERA-EMPRESTIMO
                    END-IF
              END-READ.

      * Pagas sobre o prazo, as em atraso e o proximo vencimento -
      * o dia do contrato no mes seguinte ao do extrato.
       LIBERA-EMPRESTIMO.
              MOVE EMP-CODIGO TO WS-CODIGO-REG.
              PERFORM POSICIONA-CONTA.
              IF WS-NA-MALA NOT = "S"
                 EXIT PARAGRAPH.
              MOVE 4 TO SRT-SECAO.
              MOVE 4 TO WS-POS-SECAO.
              PERFORM ABRE-SECAO.
              MOVE 2 TO SRT-TIPO-LINHA.
              MOVE EMP-NUMERO TO SRT-ORDEM.
              MOVE EMP-NUMERO         TO WS-EMP-NUMERO.
              MOVE EMP-PARCELA        TO WS-EMP-PARCELA.
              MOVE EMP-PARCELAS-PAGAS TO WS-EMP-PAGAS.
              MOVE EMP-PRAZO          TO WS-EMP-PRAZO.
              MOVE EMP-ATRASO         TO WS-EMP-ATRASO.
              MOVE SPACES TO WS-EMP-PROX.
              IF EMP-PARCELAS-PAGAS < EMP-PRAZO
                 PERFORM APURA-PROXIMO-VENCIMENTO
                 MOVE WS-DATA-ED TO WS-EMP-PROX.
              MOVE WS-LINHA-EMP TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA.

       APURA-PROXIMO-VENCIMENTO.
              MOVE EMP-DIA-VENC TO WS-DIA-PROX.
              IF WS-DIA-PROX = ZEROS
                 MOVE 1 TO WS-DIA-PROX.
              IF WS-MES-PROX = 2 AND WS-DIA-PROX > 28
                 MOVE 28 TO WS-DIA-PROX.
              IF (WS-MES-PROX = 4 OR WS-MES-PROX = 6
                  OR WS-MES-PROX = 9 OR WS-MES-PROX = 11)
                 AND WS-DIA-PROX > 30
                 MOVE 30 TO WS-DIA-PROX.
              COMPUTE WS-DATA-AUX = WS-ANO-PROX * 10000
                                  + WS-MES-PROX * 100 + WS-DIA-PROX.
              PERFORM EDITA-DATA.

      ******************************************************************
      * Tarifas do mes
      ******************************************************************
      * Months already cut by FECHAMES come from JRNaaaamm.DAT, as in
      * TRFANUAL; a reversal (TARIFA against CLInnnn) shows negative.
       LIBERA-TARIFAS.
              MOVE SPACES TO WS-NOME-ARQJRN.
              STRING "JRN" WS-ANO-REF WS-MES-REF ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQJRN.
              OPEN INPUT ARQJRN.
              IF ARQST-AJR = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM VARRE-ARQUIVO UNTIL WS-FIM-ARQ = "S"
                 CLOSE ARQJRN
                 EXIT PARAGRAPH.
              OPEN INPUT JOURNAL.
              IF ARQST-JRN NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM VARRE-VIVO UNTIL WS-FIM-ARQ = "S".
              CLOSE JOURNAL.

       VARRE-VIVO.
              READ JOURNAL
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE JRN-ANO       TO WS-ANO-REG
                    MOVE JRN-MES       TO WS-MES-REG
                    MOVE JRN-DIA       TO WS-DIA-REG
                    MOVE JRN-CONTA-DEB TO WS-CONTA-DEB-REG
                    MOVE JRN-CONTA-CRE TO WS-CONTA-CRE-REG
                    MOVE JRN-HISTORICO TO WS-HIST-REG
                    MOVE JRN-VALOR     TO WS-VALOR-REG
                    MOVE JRN-SEQ       TO WS-SEQ-REG
                    PERFORM LIBERA-TARIFA
              END-READ.

       VARRE-ARQUIVO.
              READ ARQJRN
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE AJR-ANO       TO WS-ANO-REG
                    MOVE AJR-MES       TO WS-MES-REG
                    MOVE AJR-DIA       TO WS-DIA-REG
                    MOVE AJR-CONTA-DEB TO WS-CONTA-DEB-REG
                    MOVE AJR-CONTA-CRE TO WS-CONTA-CRE-REG
                    MOVE AJR-HISTORICO TO WS-HIST-REG
                    MOVE AJR-VALOR     TO WS-VALOR-REG
                    MOVE AJR-SEQ       TO WS-SEQ-REG
                    PERFORM LIBERA-TARIFA
              END-READ.

       LIBERA-TARIFA.
              IF WS-ANO-REG NOT = WS-ANO-REF
                 OR WS-MES-REG NOT = WS-MES-REF
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-CODIGO-REG.
              IF WS-CONTA-CRE-REG = "TARIFA"
                 AND WS-CONTA-DEB-REG(1:3) = "CLI"
                 AND WS-CONTA-DEB-REG(4:4) IS NUMERIC
                 MOVE WS-CONTA-DEB-REG(4:4) TO WS-CODIGO-REG
              ELSE
                 IF WS-CONTA-DEB-REG = "TARIFA"
                    AND WS-CONTA-CRE-REG(1:3) = "CLI"
                    AND WS-CONTA-CRE-REG(4:4) IS NUMERIC
                    MOVE WS-CONTA-CRE-REG(4:4) TO WS-CODIGO-REG
                    COMPUTE WS-VALOR-REG = WS-VALOR-REG * -1
                 END-IF
              END-IF.
              PERFORM POSICIONA-CONTA.
              IF WS-NA-MALA NOT = "S"
                 EXIT PARAGRAPH.
              MOVE 5 TO SRT-SECAO.
              MOVE 5 TO WS-POS-SECAO.
              PERFORM ABRE-SECAO.
              MOVE 2 TO SRT-TIPO-LINHA.
              COMPUTE SRT-ORDEM = WS-DIA-REG * 1000000000 + WS-SEQ-REG.
              COMPUTE WS-DATA-AUX = WS-ANO-REG * 10000
                                  + WS-MES-REG * 100 + WS-DIA-REG.
              PERFORM EDITA-DATA.
              MOVE WS-DATA-ED   TO WS-TRF-DATA.
              MOVE WS-HIST-REG  TO WS-TRF-HIST.
              MOVE WS-VALOR-REG TO WS-TRF-VALOR.
              MOVE WS-LINHA-TRF TO WS-LINHA-PEND.
              PERFORM LIBERA-LINHA.

       EDITA-DATA.
              MOVE SPACES TO WS-DATA-ED.
              IF WS-DATA-AUX = ZEROS
                 EXIT PARAGRAPH.
              STRING WS-DATA-AUX(7:2) "/" WS-DATA-AUX(5:2) "/"
                     WS-DATA-AUX(1:4) DELIMITED BY SIZE
                     INTO WS-DATA-ED.

      ******************************************************************
      * Arquivo da mala e controle por faixa de CEP (saida do SORT)
      ******************************************************************
       GRAVA-MALA.
              MOVE "N" TO WS-FIM-SORT.
              PERFORM RECEBE-LINHA UNTIL WS-FIM-SORT = "S".
              IF WS-TEM-FAIXA = "S"
                 PERFORM IMPRIME-FAIXA.

      * Faixa = os cinco primeiros digitos do CEP.  Cada troca de
      * CPF abre uma peca nova (MAL-TIPO "C").
       RECEBE-LINHA.
              RETURN CLASSIFICA
                 AT END
                    MOVE "S" TO WS-FIM-SORT
                 NOT AT END
                    IF WS-TEM-FAIXA NOT = "S"
                       OR SRT-CEP(1:5) NOT = WS-FAIXA-ATUAL
                       IF WS-TEM-FAIXA = "S"
                          PERFORM IMPRIME-FAIXA
                       END-IF
                       MOVE SRT-CEP(1:5) TO WS-FAIXA-ATUAL
                       MOVE "S" TO WS-TEM-FAIXA
                       MOVE ZEROS TO WS-FX-PECAS WS-FX-LINHAS
                    END-IF
                    IF SRT-CPF NOT = WS-CPF-MALA
                       MOVE SRT-CPF TO WS-CPF-MALA
                       MOVE "C" TO MAL-TIPO
                       ADD 1 TO WS-FX-PECAS WS-QTD-PECAS
                    ELSE
                       MOVE "L" TO MAL-TIPO
                    END-IF
                    MOVE SRT-CEP   TO MAL-CEP
                    MOVE SRT-CPF   TO MAL-CPF
                    MOVE SRT-LINHA TO MAL-LINHA
                    WRITE REG-MAL
                    ADD 1 TO WS-FX-LINHAS
              END-RETURN.

       IMPRIME-FAIXA.
              MOVE WS-FAIXA-ATUAL TO WS-FX-INICIO WS-FX-FIM.
              MOVE WS-FX-PECAS    TO WS-FX-QTD-PECAS.
              MOVE WS-FX-LINHAS   TO WS-FX-QTD-LINHAS.
              MOVE WS-LINHA-FAIXA TO REG-REL.
              WRITE REG-REL.
              ADD 1 TO WS-QTD-FAIXAS.

       IMPRIME-RESUMO.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              MOVE "FAIXAS DE CEP" TO WS-RES-TEXTO.
              MOVE WS-QTD-FAIXAS TO WS-RES-QTD.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "PECAS NA MALA" TO WS-RES-TEXTO.
              MOVE WS-QTD-PECAS TO WS-RES-QTD.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "CONTAS INCLUIDAS" TO WS-RES-TEXTO.
              MOVE WS-QTD-CONTAS TO WS-RES-QTD.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "LINHAS IMPRESSAS" TO WS-RES-TEXTO.
              MOVE WS-QTD-LINHAS TO WS-RES-QTD.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "EXCLUIDOS - ENDERECO INVALIDO" TO WS-RES-TEXTO.
              MOVE WS-QTD-SEM-ENDERECO TO WS-RES-QTD.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "EXCLUIDOS - PEDIDO DE ELIMINACAO (LGPD)"
                   TO WS-RES-TEXTO.
              MOVE WS-QTD-EXCL-LGPD TO WS-RES-QTD.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              IF ARQST-REL = "00"
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO.
              CLOSE CLIENTES.
              CLOSE CLIENTES-CAD.
              CLOSE MALA.
              DISPLAY "PECAS NA MALA         : " WS-QTD-PECAS.
              DISPLAY "EXCLUIDOS ENDERECO    : " WS-QTD-SEM-ENDERECO.
              DISPLAY "EXCLUIDOS LGPD        : " WS-QTD-EXCL-LGPD.
              DISPLAY "FIM DE PROGRAMA".
