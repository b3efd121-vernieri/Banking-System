      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Annual debt discharge declaration per customer
      * Tectonics: cobc
      ******************************************************************
      * Run in the first quarter (run-control period "A"; a second run
      * in the same year needs the supervisor, as in ARQUIVA), for the
      * year just ended.  Every CPF holding an account that was open
      * at some point of that year gets one letter in DECQUIT.LST: the
      * discharge declaration when nothing fell due unpaid in the
      * year, or the list of what is still pending.  Pending means:
      *   - loan installments due up to 31/12 still open in EMPATR.DAT
      *     (installment, premium, fine and interest) - for a contract
      *     without register records, EMP-ATRASO installments;
      *   - loan debt written off to loss (BAIXADOS.DAT) not yet
      *     recovered;
      *   - fee-package months CSTCOB could not charge for lack of
      *     balance (RUNLOG.DAT) and that were never charged after
      *     (no TARIFA CESTA entry in the month), at the package price;
      *   - tariffs of the year left uncovered, i.e. the account
      *     closed the year in the red (last POSICOES.DAT snapshot of
      *     the year) - the shortfall, up to the tariffs charged.
      * The journal of the year comes from the JRNaaaamm.DAT archives
      * and the live journal, as in TRFANUAL.  DECQCTL.DAT records per
      * CPF and year what was sent, and the letters go to the spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DECQUIT.

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

              SELECT EMPRESTIMOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EMP.

              SELECT ATRASOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ATR-CHAVE
              FILE STATUS ARQST-ATR.

              SELECT BAIXADOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BXD.

              SELECT CESTACTA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CAC.

              SELECT CESTAS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CST.

              SELECT RUNLOG ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-LOG.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT ARQJRN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AJR.

              SELECT POSICOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-POS.

              SELECT CONTROLE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY DQC-CHAVE
              FILE STATUS ARQST-DQC.

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

       FD EMPRESTIMOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EMP
                VALUE OF FILE-ID IS "EMPREST.DAT".
          01 REG-EMP.
                COPY EMPREST.

       FD ATRASOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ATR
                VALUE OF FILE-ID IS "EMPATR.DAT".
          01 REG-ATR.
                COPY EMPATRAS.

       FD BAIXADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-BXD
                VALUE OF FILE-ID IS "BAIXADOS.DAT".
          01 REG-BXD.
                02 BXD-NUMERO        PIC 9(09).
                02 BXD-CODIGO        PIC 9(04).
                02 BXD-DIVIDA        PIC S9(09)V99.
                02 BXD-DATA          PIC 9(08).
                02 BXD-SITUACAO      PIC X(01).

       FD CESTACTA LABEL RECORD STANDARD
                DATA RECORD IS REG-CAC
                VALUE OF FILE-ID IS "CESTACTA.DAT".
          01 REG-CAC.
                COPY CESTACTA.

       FD CESTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-CST
                VALUE OF FILE-ID IS "CESTAS.DAT".
          01 REG-CST.
                COPY CESTA.

       FD RUNLOG LABEL RECORD STANDARD
                DATA RECORD IS REG-LOG
                VALUE OF FILE-ID IS "RUNLOG.DAT".
          01 REG-LOG.
                COPY RUNLOG.

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

       FD POSICOES LABEL RECORD STANDARD
                DATA RECORD IS REG-POS
                VALUE OF FILE-ID IS "POSICOES.DAT".
          01 REG-POS.
                COPY POSICAO.

       FD CONTROLE LABEL RECORD STANDARD
                DATA RECORD IS REG-DQC
                VALUE OF FILE-ID IS "DECQCTL.DAT".
          01 REG-DQC.
                COPY DECQCTL.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "DECQUIT.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-CAD               PIC X(02).
          01 ARQST-EMP               PIC X(02).
          01 ARQST-ATR               PIC X(02).
          01 ARQST-BXD               PIC X(02).
          01 ARQST-CAC               PIC X(02).
          01 ARQST-CST               PIC X(02).
          01 ARQST-LOG               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AJR               PIC X(02).
          01 ARQST-POS               PIC X(02).
          01 ARQST-DQC               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "DECQUIT".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "DECQUIT.LST".
          01 WS-NOME-ARQJRN          PIC X(13) VALUE SPACES.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-AUX              PIC X(01) VALUE "N".
          01 WS-FIM-ATR              PIC X(01) VALUE "N".
          01 WS-ATR-DISPONIVEL       PIC X(01) VALUE "N".
          01 WS-ACHOU-ATR            PIC X(01) VALUE "N".
          01 WS-VIVO-LIDO            PIC X(01) VALUE "N".
          01 WS-ANO-REF              PIC 9(04) VALUE ZEROS.
          01 WS-DATA-FIM-REF         PIC 9(08) VALUE ZEROS.
          01 WS-MES-CORRENTE         PIC 9(02) VALUE ZEROS.
          01 WS-ANO-REG              PIC 9(04) VALUE ZEROS.
          01 WS-MES-REG              PIC 9(02) VALUE ZEROS.
          01 WS-CONTA-DEB-REG        PIC X(10) VALUE SPACES.
          01 WS-CONTA-CRE-REG        PIC X(10) VALUE SPACES.
          01 WS-HIST-REG             PIC X(20) VALUE SPACES.
          01 WS-VALOR-REG            PIC S9(07)V99 VALUE ZEROS.
          01 WS-CODIGO-REG           PIC 9(04) VALUE ZEROS.
          01 WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
          01 WS-K                    PIC 9(04) VALUE ZEROS.
          01 WS-M                    PIC 9(02) VALUE ZEROS.
          01 WS-I                    PIC 9(02) VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "DECQUIT".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "A".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-QTD-CPF              PIC 9(06) VALUE ZEROS.
          01 WS-QTD-QUITACAO         PIC 9(06) VALUE ZEROS.
          01 WS-QTD-PENDENCIA        PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-PENDENTE       PIC 9(11)V99 VALUE ZEROS.

      * Pendencias do ano de referencia por codigo de conta.  Os
      * meses de cesta levam "S" na posicao do mes.
          01 WS-TAB-CONTAS.
                02 WS-TAB-CTA OCCURS 9999 TIMES.
                   03 WS-CTA-QTD-PARC    PIC 9(03).
                   03 WS-CTA-VLR-PARC    PIC 9(07)V99.
                   03 WS-CTA-QTD-BXD     PIC 9(03).
                   03 WS-CTA-VLR-BXD     PIC 9(09)V99.
                   03 WS-CTA-MES-FALHA   PIC X(12).
                   03 WS-CTA-MES-COBRADO PIC X(12).
                   03 WS-CTA-PRECO-CESTA PIC 9(05)V99.
                   03 WS-CTA-TARIFAS     PIC S9(07)V99.
                   03 WS-CTA-DATA-POS    PIC 9(08).
                   03 WS-CTA-SALDO-POS   PIC S9(05)V99.

          01 WS-TAB-PRECOS.
                02 WS-PRECO-CESTA    PIC 9(05)V99 OCCURS 99 TIMES.

      * Contas do CPF em tratamento.
          01 WS-CPF-ATUAL            PIC X(11) VALUE SPACES.
          01 WS-NOME-CPF             PIC X(30) VALUE SPACES.
          01 WS-QTD-CTA-CPF          PIC 9(02) VALUE ZEROS.
          01 WS-QTD-ITENS-CPF        PIC 9(05) VALUE ZEROS.
          01 WS-VALOR-CPF            PIC 9(09)V99 VALUE ZEROS.
          01 WS-TAB-CPF.
                02 WS-TAB-CPC OCCURS 50 TIMES.
                   03 WS-CPC-CODIGO  PIC 9(04).
                   03 WS-CPC-AGENCIA PIC 9(04).
                   03 WS-CPC-SALDO   PIC S9(05)V99.

      * Itens apurados de uma conta.
          01 WS-SALDO-FIM            PIC S9(05)V99 VALUE ZEROS.
          01 WS-SALDO-CONTA          PIC S9(05)V99 VALUE ZEROS.
          01 WS-IT-MESES-CESTA       PIC 9(02) VALUE ZEROS.
          01 WS-IT-VLR-CESTA         PIC 9(07)V99 VALUE ZEROS.
          01 WS-IT-VLR-TARIFA        PIC 9(07)V99 VALUE ZEROS.
          01 WS-IT-QTD               PIC 9(02) VALUE ZEROS.
          01 WS-IT-VALOR             PIC 9(09)V99 VALUE ZEROS.

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
                02 FILLER            PIC X(46) VALUE SPACES.
          01 WS-LINHA-END2.
                02 WS-CRT-CIDADE     PIC X(16).
                02 FILLER            PIC X(06) VALUE " CEP: ".
                02 WS-CRT-CEP        PIC X(08).
                02 FILLER            PIC X(50) VALUE SPACES.
          01 WS-LINHA-CPF.
                02 FILLER            PIC X(05) VALUE "CPF: ".
                02 WS-CRT-CPF        PIC X(11).
                02 FILLER            PIC X(64) VALUE SPACES.
          01 WS-LINHA-TITULO.
                02 WS-TIT-TEXTO      PIC X(46).
                02 FILLER            PIC X(05) VALUE " ANO ".
                02 WS-TIT-ANO        PIC 9(04).
                02 FILLER            PIC X(25) VALUE SPACES.
          01 WS-DATA-REF-ED          PIC X(10) VALUE SPACES.
          01 WS-LINHA-CONTA.
                02 FILLER            PIC X(08) VALUE "  CONTA ".
                02 WS-CTA-CODIGO-ED  PIC 9(04).
                02 FILLER            PIC X(10) VALUE "  AGENCIA ".
                02 WS-CTA-AGENCIA-ED PIC 9(04).
                02 FILLER            PIC X(54) VALUE SPACES.
          01 WS-LINHA-ITEM.
                02 FILLER            PIC X(08) VALUE "  CONTA ".
                02 WS-ITM-CODIGO     PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-ITM-DESCR      PIC X(30).
                02 FILLER            PIC X(05) VALUE " QTD ".
                02 WS-ITM-QTD        PIC ZZZ.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-ITM-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(12) VALUE SPACES.
          01 WS-LINHA-TOTAL.
                02 FILLER            PIC X(30) VALUE
                   "  TOTAL DAS PENDENCIAS".
                02 FILLER            PIC X(24) VALUE SPACES.
                02 WS-TOT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(12) VALUE SPACES.
          01 WS-LINHA-DATA.
                02 FILLER            PIC X(07) VALUE "EMITIDA".
                02 FILLER            PIC X(04) VALUE " EM ".
                02 WS-EMI-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-EMI-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-EMI-ANO        PIC 9(04).
                02 FILLER            PIC X(59) VALUE SPACES.

          01 WS-LINHA-RESUMO.
                02 WS-RES-TEXTO      PIC X(40).
                02 WS-RES-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(04) VALUE SPACES.
                02 WS-RES-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-PODE-RODAR = "S"
                 IF ARQST = "00"
                    PERFORM VERIFICA-RUN-CONTROL
                    IF WS-PODE-RODAR = "S"
                       PERFORM APURA-PENDENCIAS
                       PERFORM POSICIONA-CPF
                       PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                       IF WS-CPF-ATUAL NOT = SPACES
                          PERFORM EMITE-DECLARACAO
                       END-IF
                       PERFORM IMPRIME-RESUMO
                       PERFORM GRAVA-RUN-CONTROL
                    END-IF
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

      * A declaracao cobre o ano encerrado e sai no primeiro
      * trimestre - fora dele o programa nao emite nada.
       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - "
                      DIA "/" MES "/" ANO.
              IF MES > 3
                 DISPLAY "EMISSAO PERMITIDA SOMENTE NO PRIMEIRO "
                         "TRIMESTRE"
                 MOVE "N" TO WS-PODE-RODAR
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              COMPUTE WS-ANO-REF = ANO - 1.
              COMPUTE WS-DATA-FIM-REF = WS-ANO-REF * 10000 + 1231.
              OPEN INPUT CLIENTES.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT CLIENTES-CAD.
              OPEN I-O CONTROLE.
              IF ARQST-DQC NOT = "00"
                 OPEN OUTPUT CONTROLE.
              OPEN OUTPUT RELATORIO.
              DISPLAY "ANO DE REFERENCIA: " WS-ANO-REF.

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
      * Pendencias por conta
      ******************************************************************
       APURA-PENDENCIAS.
              INITIALIZE WS-TAB-CONTAS.
              PERFORM CARREGA-EMPRESTIMOS.
              PERFORM CARREGA-BAIXADOS.
              PERFORM CARREGA-CESTAS.
              PERFORM CARREGA-FALHAS-CESTA.
              PERFORM CARREGA-MES
                      VARYING WS-MES-CORRENTE FROM 1 BY 1
                      UNTIL WS-MES-CORRENTE > 12.
              PERFORM CARREGA-POSICOES.

       CARREGA-EMPRESTIMOS.
              OPEN INPUT EMPRESTIMOS.
              IF ARQST-EMP NOT = "00"
                 DISPLAY "EMPREST.DAT INDISPONIVEL - STATUS " ARQST-EMP
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-ATR-DISPONIVEL.
              OPEN INPUT ATRASOS.
              IF ARQST-ATR = "00"
                 MOVE "S" TO WS-ATR-DISPONIVEL.
              MOVE "N" TO WS-FIM-AUX.
              PERFORM LE-EMPRESTIMO UNTIL WS-FIM-AUX = "S".
              CLOSE EMPRESTIMOS.
              IF WS-ATR-DISPONIVEL = "S"
                 CLOSE ATRASOS.

       LE-EMPRESTIMO.
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF EMP-SITUACAO = "A" AND EMP-ATRASO > ZEROS
                       AND EMP-CODIGO > ZEROS
                       PERFORM APURA-PARCELAS-ABERTAS
                    END-IF
              END-READ.

      * Vale o registro de parcelas em atraso: so conta a parcela
      * vencida ate 31/12 do ano de referencia e ainda em aberto.
      * Contrato sem registro algum cai no EMP-ATRASO do contrato.
       APURA-PARCELAS-ABERTAS.
              MOVE "N" TO WS-ACHOU-ATR.
              IF WS-ATR-DISPONIVEL = "S"
                 MOVE EMP-NUMERO TO ATR-NUMERO
                 MOVE ZEROS      TO ATR-ORDEM
                 MOVE "N" TO WS-FIM-ATR
                 START ATRASOS KEY IS NOT LESS THAN ATR-CHAVE
                    INVALID KEY
                       MOVE "S" TO WS-FIM-ATR
                 END-START
                 PERFORM LE-ATRASO UNTIL WS-FIM-ATR = "S"
              END-IF.
              IF WS-ACHOU-ATR = "N"
                 ADD EMP-ATRASO TO WS-CTA-QTD-PARC(EMP-CODIGO)
                 COMPUTE WS-CTA-VLR-PARC(EMP-CODIGO) =
                         WS-CTA-VLR-PARC(EMP-CODIGO)
                       + EMP-ATRASO * EMP-PARCELA.

       LE-ATRASO.
              READ ATRASOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ATR
                 NOT AT END
                    IF ATR-NUMERO NOT = EMP-NUMERO
                       MOVE "S" TO WS-FIM-ATR
                    ELSE
                       MOVE "S" TO WS-ACHOU-ATR
                       IF ATR-SITUACAO = "A"
                          AND ATR-DATA-VENC NOT > WS-DATA-FIM-REF
                          ADD 1 TO WS-CTA-QTD-PARC(EMP-CODIGO)
                          COMPUTE WS-CTA-VLR-PARC(EMP-CODIGO) =
                                  WS-CTA-VLR-PARC(EMP-CODIGO)
                                + ATR-VALOR + ATR-PREMIO
                                + ATR-MULTA + ATR-MORA
                       END-IF
                    END-IF
              END-READ.

      * Divida baixada para prejuizo ate o fim do ano e ainda nao
      * recuperada (EMPRECUP fecha o memo com "Q").
       CARREGA-BAIXADOS.
              OPEN INPUT BAIXADOS.
              IF ARQST-BXD NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-AUX.
              PERFORM LE-BAIXADO UNTIL WS-FIM-AUX = "S".
              CLOSE BAIXADOS.

       LE-BAIXADO.
              READ BAIXADOS
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF BXD-SITUACAO = "B" AND BXD-CODIGO > ZEROS
                       AND BXD-DIVIDA > ZEROS
                       AND BXD-DATA NOT > WS-DATA-FIM-REF
                       ADD 1 TO WS-CTA-QTD-BXD(BXD-CODIGO)
                       ADD BXD-DIVIDA TO WS-CTA-VLR-BXD(BXD-CODIGO)
                    END-IF
              END-READ.

      * Preco da cesta de cada conta - a atribuicao ativa prevalece
      * sobre uma cancelada.
       CARREGA-CESTAS.
              MOVE ZEROS TO WS-TAB-PRECOS.
              OPEN INPUT CESTAS.
              IF ARQST-CST NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-AUX.
              PERFORM LE-CESTA UNTIL WS-FIM-AUX = "S".
              CLOSE CESTAS.
              OPEN INPUT CESTACTA.
              IF ARQST-CAC NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-AUX.
              PERFORM LE-CESTA-CONTA UNTIL WS-FIM-AUX = "S".
              CLOSE CESTACTA.

       LE-CESTA.
              READ CESTAS
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF CST-CODIGO > ZEROS
                       MOVE CST-PRECO TO WS-PRECO-CESTA(CST-CODIGO)
                    END-IF
              END-READ.

       LE-CESTA-CONTA.
              READ CESTACTA
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF CAC-CODIGO > ZEROS AND CAC-CESTA > ZEROS
                       IF CAC-SITUACAO = "A"
                          OR WS-CTA-PRECO-CESTA(CAC-CODIGO) = ZEROS
                          MOVE WS-PRECO-CESTA(CAC-CESTA)
                               TO WS-CTA-PRECO-CESTA(CAC-CODIGO)
                       END-IF
                    END-IF
              END-READ.

      * CSTCOB registra no RUNLOG cada tentativa sem saldo; o mes
      * fica em aberto se nenhuma cobranca da cesta entrou nele.
       CARREGA-FALHAS-CESTA.
              OPEN INPUT RUNLOG.
              IF ARQST-LOG NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-AUX.
              PERFORM LE-RUNLOG UNTIL WS-FIM-AUX = "S".
              CLOSE RUNLOG.

       LE-RUNLOG.
              READ RUNLOG
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF LOG-PROGRAMA = "CSTCOB"
                       AND LOG-ANO = WS-ANO-REF
                       AND LOG-MES > ZEROS AND LOG-MES < 13
                       AND LOG-MENSAGEM =
                           "SALDO INSUFICIENTE PARA A CESTA"
                       AND LOG-CHAVE(1:4) IS NUMERIC
                       PERFORM MARCA-FALHA-CESTA
                    END-IF
              END-READ.

       MARCA-FALHA-CESTA.
              MOVE LOG-CHAVE(1:4) TO WS-CODIGO-REG.
              IF WS-CODIGO-REG > ZEROS
                 MOVE "S" TO WS-CTA-MES-FALHA(WS-CODIGO-REG)
                                             (LOG-MES:1).

       CARREGA-MES.
              MOVE SPACES TO WS-NOME-ARQJRN.
              STRING "JRN" WS-ANO-REF WS-MES-CORRENTE ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQJRN.
              OPEN INPUT ARQJRN.
              IF ARQST-AJR = "00"
                 MOVE "N" TO WS-FIM-AUX
                 PERFORM VARRE-ARQUIVO UNTIL WS-FIM-AUX = "S"
                 CLOSE ARQJRN
              ELSE
                 PERFORM VARRE-JOURNAL-VIVO
              END-IF.

      * O journal vivo cobre todos os meses nao arquivados de uma
      * vez - a varredura so acontece na primeira falta de arquivo.
       VARRE-JOURNAL-VIVO.
              IF WS-VIVO-LIDO = "S"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-VIVO-LIDO.
              OPEN INPUT JOURNAL.
              IF ARQST-JRN NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-AUX.
              PERFORM VARRE-VIVO UNTIL WS-FIM-AUX = "S".
              CLOSE JOURNAL.

       VARRE-VIVO.
              READ JOURNAL
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    MOVE JRN-ANO       TO WS-ANO-REG
                    MOVE JRN-MES       TO WS-MES-REG
                    MOVE JRN-CONTA-DEB TO WS-CONTA-DEB-REG
                    MOVE JRN-CONTA-CRE TO WS-CONTA-CRE-REG
                    MOVE JRN-HISTORICO TO WS-HIST-REG
                    MOVE JRN-VALOR     TO WS-VALOR-REG
                    PERFORM ACUMULA-TARIFA
              END-READ.

       VARRE-ARQUIVO.
              READ ARQJRN
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    MOVE AJR-ANO       TO WS-ANO-REG
                    MOVE AJR-MES       TO WS-MES-REG
                    MOVE AJR-CONTA-DEB TO WS-CONTA-DEB-REG
                    MOVE AJR-CONTA-CRE TO WS-CONTA-CRE-REG
                    MOVE AJR-HISTORICO TO WS-HIST-REG
                    MOVE AJR-VALOR     TO WS-VALOR-REG
                    PERFORM ACUMULA-TARIFA
              END-READ.

      * Tarifa e todo credito na conta TARIFA contra CLInnnn; o
      * estorno (TARIFA contra CLInnnn) abate do ano.
       ACUMULA-TARIFA.
              IF WS-ANO-REG NOT = WS-ANO-REF
                 OR WS-MES-REG = ZEROS OR WS-MES-REG > 12
                 EXIT PARAGRAPH.
              IF WS-CONTA-CRE-REG = "TARIFA"
                 AND WS-CONTA-DEB-REG(1:3) = "CLI"
                 AND WS-CONTA-DEB-REG(4:4) IS NUMERIC
                 MOVE WS-CONTA-DEB-REG(4:4) TO WS-CODIGO-REG
                 IF WS-CODIGO-REG > ZEROS
                    ADD WS-VALOR-REG TO WS-CTA-TARIFAS(WS-CODIGO-REG)
                    IF WS-HIST-REG = "TARIFA CESTA"
                       MOVE "S" TO WS-CTA-MES-COBRADO(WS-CODIGO-REG)
                                                     (WS-MES-REG:1)
                    END-IF
                 END-IF
                 EXIT PARAGRAPH.
              IF WS-CONTA-DEB-REG = "TARIFA"
                 AND WS-CONTA-CRE-REG(1:3) = "CLI"
                 AND WS-CONTA-CRE-REG(4:4) IS NUMERIC
                 MOVE WS-CONTA-CRE-REG(4:4) TO WS-CODIGO-REG
                 IF WS-CODIGO-REG > ZEROS
                    SUBTRACT WS-VALOR-REG
                        FROM WS-CTA-TARIFAS(WS-CODIGO-REG)
                 END-IF
              END-IF.

      * Saldo de fim de ano: o ultimo retrato noturno do ano.
       CARREGA-POSICOES.
              OPEN INPUT POSICOES.
              IF ARQST-POS NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-AUX.
              PERFORM LE-POSICAO UNTIL WS-FIM-AUX = "S".
              CLOSE POSICOES.

       LE-POSICAO.
              READ POSICOES
                 AT END
                    MOVE "S" TO WS-FIM-AUX
                 NOT AT END
                    IF POS-ANO = WS-ANO-REF AND POS-CODIGO > ZEROS
                       PERFORM GUARDA-POSICAO
                    END-IF
              END-READ.

       GUARDA-POSICAO.
              COMPUTE WS-DATA-AUX = POS-ANO * 10000 + POS-MES * 100
                                  + POS-DIA.
              IF WS-DATA-AUX NOT < WS-CTA-DATA-POS(POS-CODIGO)
                 MOVE WS-DATA-AUX TO WS-CTA-DATA-POS(POS-CODIGO)
                 MOVE POS-SALDO   TO WS-CTA-SALDO-POS(POS-CODIGO).

      ******************************************************************
      * Contas por CPF
      ******************************************************************
       PROCESSO.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    PERFORM TRATA-CONTA
              END-READ.

      * Leitura pela chave alternada CPF - as contas do mesmo
      * titular chegam juntas.
       POSICIONA-CPF.
              MOVE LOW-VALUES TO CPF.
              START CLIENTES KEY IS NOT LESS THAN CPF
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ARQ
              END-START.

      * Entra toda conta que esteve aberta em algum momento do ano de
      * referencia: ativa, ou encerrada dentro dele ou depois.
       TRATA-CONTA.
              IF CPF = SPACES OR CPF = LOW-VALUES
                 EXIT PARAGRAPH.
              IF STATUS-CONTA = "F"
                 IF DATA-ENCERR IS NOT NUMERIC
                    EXIT PARAGRAPH
                 END-IF
                 IF ENCERR-ANO < WS-ANO-REF
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              IF CPF NOT = WS-CPF-ATUAL
                 IF WS-CPF-ATUAL NOT = SPACES
                    PERFORM EMITE-DECLARACAO
                 END-IF
                 PERFORM INICIA-CPF
              END-IF.
              PERFORM ACUMULA-CONTA.

       INICIA-CPF.
              MOVE CPF   TO WS-CPF-ATUAL.
              MOVE NOME  TO WS-NOME-CPF.
              MOVE ZEROS TO WS-QTD-CTA-CPF WS-QTD-ITENS-CPF
                            WS-VALOR-CPF.

       ACUMULA-CONTA.
              IF WS-QTD-CTA-CPF >= 50
                 DISPLAY "CPF " CPF " COM MAIS DE 50 CONTAS - CONTA "
                         CODIGO " FORA DA DECLARACAO"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-CTA-CPF.
              MOVE CODIGO  TO WS-CPC-CODIGO(WS-QTD-CTA-CPF).
              MOVE AGENCIA TO WS-CPC-AGENCIA(WS-QTD-CTA-CPF).
              IF SALDO IS NUMERIC
                 MOVE SALDO TO WS-CPC-SALDO(WS-QTD-CTA-CPF)
              ELSE
                 MOVE ZEROS TO WS-CPC-SALDO(WS-QTD-CTA-CPF).
              MOVE WS-QTD-CTA-CPF TO WS-I.
              PERFORM APURA-ITENS-CONTA.
              ADD WS-IT-QTD   TO WS-QTD-ITENS-CPF.
              ADD WS-IT-VALOR TO WS-VALOR-CPF.

      * Itens em aberto da conta WS-I do CPF: quantos tipos de
      * pendencia (WS-IT-QTD) e o valor somado (WS-IT-VALOR).
       APURA-ITENS-CONTA.
              MOVE WS-CPC-CODIGO(WS-I) TO WS-K.
              MOVE ZEROS TO WS-IT-QTD WS-IT-VALOR.
              IF WS-K = ZEROS
                 EXIT PARAGRAPH.
              IF WS-CTA-QTD-PARC(WS-K) > ZEROS
                 ADD 1 TO WS-IT-QTD
                 ADD WS-CTA-VLR-PARC(WS-K) TO WS-IT-VALOR.
              IF WS-CTA-QTD-BXD(WS-K) > ZEROS
                 ADD 1 TO WS-IT-QTD
                 ADD WS-CTA-VLR-BXD(WS-K) TO WS-IT-VALOR.
              MOVE ZEROS TO WS-IT-MESES-CESTA.
              PERFORM CONTA-MES-CESTA
                      VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.
              COMPUTE WS-IT-VLR-CESTA = WS-IT-MESES-CESTA
                                      * WS-CTA-PRECO-CESTA(WS-K).
              IF WS-IT-MESES-CESTA > ZEROS
                 ADD 1 TO WS-IT-QTD
                 ADD WS-IT-VLR-CESTA TO WS-IT-VALOR.
              IF WS-CTA-DATA-POS(WS-K) > ZEROS
                 MOVE WS-CTA-SALDO-POS(WS-K) TO WS-SALDO-FIM
              ELSE
                 MOVE WS-CPC-SALDO(WS-I) TO WS-SALDO-FIM.
              MOVE ZEROS TO WS-IT-VLR-TARIFA.
              IF WS-SALDO-FIM < ZEROS AND WS-CTA-TARIFAS(WS-K) > ZEROS
                 COMPUTE WS-IT-VLR-TARIFA = WS-SALDO-FIM * -1
                 IF WS-IT-VLR-TARIFA > WS-CTA-TARIFAS(WS-K)
                    MOVE WS-CTA-TARIFAS(WS-K) TO WS-IT-VLR-TARIFA
                 END-IF
                 ADD 1 TO WS-IT-QTD
                 ADD WS-IT-VLR-TARIFA TO WS-IT-VALOR
              END-IF.

       CONTA-MES-CESTA.
              IF WS-CTA-MES-FALHA(WS-K)(WS-M:1) = "S"
                 AND WS-CTA-MES-COBRADO(WS-K)(WS-M:1) NOT = "S"
                 ADD 1 TO WS-IT-MESES-CESTA.

      ******************************************************************
      * Declaracao ou relacao de pendencias
      ******************************************************************
       EMITE-DECLARACAO.
              IF WS-QTD-CTA-CPF = ZEROS
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-CPF.
              PERFORM BUSCA-ENDERECO.
              PERFORM IMPRIME-CABECALHO-CARTA.
              IF WS-QTD-ITENS-CPF = ZEROS
                 PERFORM IMPRIME-QUITACAO
                 ADD 1 TO WS-QTD-QUITACAO
              ELSE
                 PERFORM IMPRIME-PENDENCIAS
                 ADD 1 TO WS-QTD-PENDENCIA
                 ADD WS-VALOR-CPF TO WS-TOTAL-PENDENTE
              END-IF.
              PERFORM GRAVA-CONTROLE.

       BUSCA-ENDERECO.
              MOVE SPACES TO WS-CRT-RUA WS-CRT-BAIRRO
                             WS-CRT-CIDADE WS-CRT-CEP.
              MOVE WS-CPF-ATUAL TO ws-cpf.
              READ CLIENTES-CAD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ws-street       TO WS-CRT-RUA
                    MOVE ws-neighborhood TO WS-CRT-BAIRRO
                    MOVE ws-city         TO WS-CRT-CIDADE
                    MOVE ws-cep          TO WS-CRT-CEP
              END-READ.

       IMPRIME-CABECALHO-CARTA.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-NOME-CPF TO WS-CRT-NOME.
              MOVE WS-LINHA-DEST TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-END1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-END2 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-CPF-ATUAL TO WS-CRT-CPF.
              MOVE WS-LINHA-CPF TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              IF WS-QTD-ITENS-CPF = ZEROS
                 MOVE "DECLARACAO ANUAL DE QUITACAO DE DEBITOS -"
                      TO WS-TIT-TEXTO
              ELSE
                 MOVE "RELACAO DE DEBITOS EM ABERTO -"
                      TO WS-TIT-TEXTO
              END-IF.
              MOVE WS-ANO-REF TO WS-TIT-ANO.
              MOVE WS-LINHA-TITULO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              MOVE SPACES TO WS-DATA-REF-ED.
              STRING "31/12/" WS-ANO-REF DELIMITED BY SIZE
                     INTO WS-DATA-REF-ED.

       IMPRIME-QUITACAO.
              MOVE SPACES TO REG-REL.
              STRING "DECLARAMOS QUE NAO CONSTAM DEBITOS VENCIDOS ATE "
                     WS-DATA-REF-ED "," DELIMITED BY SIZE
                     INTO REG-REL.
              WRITE REG-REL.
              MOVE "EM NOME DO TITULAR, DE PARCELAS DE EMPRESTIMO,"
                   TO REG-REL.
              WRITE REG-REL.
              MOVE "CESTA DE SERVICOS OU TARIFAS, NAS CONTAS:"
                   TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-CONTA-QUITADA
                      VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-CTA-CPF.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-DATA-EMISSAO.

       IMPRIME-CONTA-QUITADA.
              MOVE WS-CPC-CODIGO(WS-I)  TO WS-CTA-CODIGO-ED.
              MOVE WS-CPC-AGENCIA(WS-I) TO WS-CTA-AGENCIA-ED.
              MOVE WS-LINHA-CONTA TO REG-REL.
              WRITE REG-REL.

       IMPRIME-PENDENCIAS.
              MOVE SPACES TO REG-REL.
              STRING "CONSTAM EM ABERTO OS SEGUINTES DEBITOS VENCIDOS "
                     "ATE " WS-DATA-REF-ED ":" DELIMITED BY SIZE
                     INTO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-ITENS-CONTA
                      VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-CTA-CPF.
              MOVE WS-VALOR-CPF TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOTAL TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              MOVE "PARA REGULARIZAR, PROCURE SUA AGENCIA." TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-DATA-EMISSAO.

       IMPRIME-ITENS-CONTA.
              PERFORM APURA-ITENS-CONTA.
              IF WS-IT-QTD = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-K TO WS-ITM-CODIGO.
              IF WS-CTA-QTD-PARC(WS-K) > ZEROS
                 MOVE "PARCELAS DE EMPRESTIMO" TO WS-ITM-DESCR
                 MOVE WS-CTA-QTD-PARC(WS-K) TO WS-ITM-QTD
                 MOVE WS-CTA-VLR-PARC(WS-K) TO WS-ITM-VALOR
                 PERFORM GRAVA-LINHA-ITEM.
              IF WS-CTA-QTD-BXD(WS-K) > ZEROS
                 MOVE "EMPRESTIMO BAIXADO EM PREJUIZO" TO WS-ITM-DESCR
                 MOVE WS-CTA-QTD-BXD(WS-K) TO WS-ITM-QTD
                 MOVE WS-CTA-VLR-BXD(WS-K) TO WS-ITM-VALOR
                 PERFORM GRAVA-LINHA-ITEM.
              IF WS-IT-MESES-CESTA > ZEROS
                 MOVE "CESTA DE SERVICOS (MESES)" TO WS-ITM-DESCR
                 MOVE WS-IT-MESES-CESTA TO WS-ITM-QTD
                 MOVE WS-IT-VLR-CESTA TO WS-ITM-VALOR
                 PERFORM GRAVA-LINHA-ITEM.
              IF WS-IT-VLR-TARIFA > ZEROS
                 MOVE "TARIFAS SEM COBERTURA DE SALDO" TO WS-ITM-DESCR
                 MOVE ZEROS TO WS-ITM-QTD
                 MOVE WS-IT-VLR-TARIFA TO WS-ITM-VALOR
                 PERFORM GRAVA-LINHA-ITEM.

       GRAVA-LINHA-ITEM.
              MOVE WS-LINHA-ITEM TO REG-REL.
              WRITE REG-REL.

       IMPRIME-DATA-EMISSAO.
              MOVE DIA TO WS-EMI-DIA.
              MOVE MES TO WS-EMI-MES.
              MOVE ANO TO WS-EMI-ANO.
              MOVE WS-LINHA-DATA TO REG-REL.
              WRITE REG-REL.

      * Uma linha por CPF e ano: a reemissao do ano sobrepoe a
      * anterior.
       GRAVA-CONTROLE.
              MOVE WS-ANO-REF       TO DQC-ANO.
              MOVE WS-CPF-ATUAL     TO DQC-CPF.
              MOVE WS-NOME-CPF      TO DQC-NOME.
              IF WS-QTD-ITENS-CPF = ZEROS
                 MOVE "Q" TO DQC-TIPO
              ELSE
                 MOVE "P" TO DQC-TIPO.
              MOVE WS-QTD-CTA-CPF   TO DQC-QTD-CONTAS.
              MOVE WS-QTD-ITENS-CPF TO DQC-QTD-ITENS.
              MOVE WS-VALOR-CPF     TO DQC-VALOR.
              MOVE DATA-SIS(1:8)    TO DQC-DATA-EMISSAO.
              WRITE REG-DQC
                 INVALID KEY
                    REWRITE REG-DQC
                       INVALID KEY
                          DISPLAY "ERRO NO CONTROLE DO CPF "
                                  WS-CPF-ATUAL " - STATUS " ARQST-DQC
                    END-REWRITE
              END-WRITE.

       IMPRIME-RESUMO.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE "RESUMO DA EMISSAO" TO WS-TIT-TEXTO.
              MOVE WS-ANO-REF TO WS-TIT-ANO.
              MOVE WS-LINHA-TITULO TO REG-REL.
              WRITE REG-REL.
              MOVE "CPFS ATENDIDOS" TO WS-RES-TEXTO.
              MOVE WS-QTD-CPF TO WS-RES-QTD.
              MOVE ZEROS TO WS-RES-VALOR.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "DECLARACOES DE QUITACAO" TO WS-RES-TEXTO.
              MOVE WS-QTD-QUITACAO TO WS-RES-QTD.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.
              MOVE "RELACOES DE PENDENCIAS" TO WS-RES-TEXTO.
              MOVE WS-QTD-PENDENCIA TO WS-RES-QTD.
              MOVE WS-TOTAL-PENDENTE TO WS-RES-VALOR.
              MOVE WS-LINHA-RESUMO TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              IF ARQST-REL = "00"
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO.
              CLOSE CLIENTES.
              CLOSE CLIENTES-CAD.
              CLOSE CONTROLE.
              DISPLAY "CPFS ATENDIDOS        : " WS-QTD-CPF.
              DISPLAY "DECLARACOES QUITACAO  : " WS-QTD-QUITACAO.
              DISPLAY "RELACOES PENDENCIAS   : " WS-QTD-PENDENCIA.
              DISPLAY "FIM DE PROGRAMA".
