      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Monthly depreciation of the fixed-asset register
      * Tectonics: cobc
      ******************************************************************
      * Month-end step.  Every active asset of IMOBIL.DAT with a
      * useful life is depreciated on a straight line: by the end of
      * the base month the accumulated depreciation must be cost x
      * months elapsed since the acquisition month / useful life,
      * never above the cost.  The difference to what is already
      * accumulated is journaled DESPDEPR against DEPRACUM, one
      * entry per asset, so a month that was skipped is caught up
      * and the last month takes the rounding remainder.  IMBDEP.LST
      * is the asset schedule by branch - cost, depreciation of the
      * month, accumulated and book value, with branch totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMBDEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT IMOBILIZADO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IMB-NUMERO
              ALTERNATE RECORD KEY IMB-AGENCIA WITH DUPLICATES
              FILE STATUS ARQST-IMB.

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
       FD IMOBILIZADO LABEL RECORD STANDARD
                DATA RECORD IS REG-IMB
                VALUE OF FILE-ID IS "IMOBIL.DAT".
          01 REG-IMB.
                COPY IMOBIL.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "IMBDEP.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-IMB               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "IMBDEP".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "IMBDEP.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-ARQ-ABERTOS          PIC X(01) VALUE "N".
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "IMBDEP".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "M".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "IMBDEP".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-AAMM-ATUAL           PIC 9(06) VALUE ZEROS.
          01 WS-AQUIS-W.
                02 WS-AQUIS-ANO      PIC 9(04).
                02 WS-AQUIS-MES      PIC 9(02).
                02 WS-AQUIS-DIA      PIC 9(02).
          01 WS-MESES-DECORRIDOS     PIC S9(05) VALUE ZEROS.
          01 WS-DEPR-DEVIDA          PIC 9(07)V99 VALUE ZEROS.
          01 WS-DEPR-MES             PIC 9(07)V99 VALUE ZEROS.
          01 WS-LIQUIDO              PIC 9(07)V99 VALUE ZEROS.
          01 WS-AGENCIA-ANT          PIC 9(04) VALUE ZEROS.
          01 WS-PRIMEIRO             PIC X(01) VALUE "S".
          01 WS-QTD-BENS             PIC 9(06) VALUE ZEROS.
          01 WS-QTD-DEPRECIADOS      PIC 9(06) VALUE ZEROS.
          01 WS-QTD-RECUSADOS        PIC 9(06) VALUE ZEROS.
          01 WS-TOTAIS-AGENCIA.
                02 WS-AGE-CUSTO      PIC 9(09)V99.
                02 WS-AGE-DEPR-MES   PIC 9(09)V99.
                02 WS-AGE-ACUMULADA  PIC 9(09)V99.
                02 WS-AGE-LIQUIDO    PIC 9(09)V99.
          01 WS-TOTAIS-GERAIS.
                02 WS-GER-CUSTO      PIC 9(09)V99.
                02 WS-GER-DEPR-MES   PIC 9(09)V99.
                02 WS-GER-ACUMULADA  PIC 9(09)V99.
                02 WS-GER-LIQUIDO    PIC 9(09)V99.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(40) VALUE
                   "MAPA DO IMOBILIZADO - DEPRECIACAO DE ".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(33) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(24) VALUE
                   "PATRIM DESCRICAO".
                02 FILLER            PIC X(14) VALUE
                   "         CUSTO".
                02 FILLER            PIC X(14) VALUE
                   "   DEPREC. MES".
                02 FILLER            PIC X(14) VALUE
                   "     ACUMULADA".
                02 FILLER            PIC X(14) VALUE
                   "VALOR CONTABIL".

          01 WS-LINHA-AGENCIA.
                02 FILLER            PIC X(08) VALUE "AGENCIA ".
                02 WS-AGE-NUMERO     PIC 9(04).
                02 FILLER            PIC X(68) VALUE SPACES.

          01 WS-LINHA-DET.
                02 WS-DET-NUMERO     PIC 9(06).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DESCRICAO  PIC X(17).
                02 WS-DET-CUSTO      PIC ZZZ.ZZZ.ZZ9,99.
                02 WS-DET-DEPR-MES   PIC ZZZ.ZZZ.ZZ9,99.
                02 WS-DET-ACUMULADA  PIC ZZZ.ZZZ.ZZ9,99.
                02 WS-DET-LIQUIDO    PIC ZZZ.ZZZ.ZZ9,99.

          01 WS-LINHA-TOT.
                02 WS-TOT-ROTULO     PIC X(24).
                02 WS-TOT-CUSTO      PIC ZZZ.ZZZ.ZZ9,99.
                02 WS-TOT-DEPR-MES   PIC ZZZ.ZZZ.ZZ9,99.
                02 WS-TOT-ACUMULADA  PIC ZZZ.ZZZ.ZZ9,99.
                02 WS-TOT-LIQUIDO    PIC ZZZ.ZZZ.ZZ9,99.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".
          01 WS-LINHA-BRANCO         PIC X(80) VALUE SPACES.
          01 WS-LINHA-MSG            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-ARQ-ABERTOS = "S"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM POSICIONA-AGENCIA
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                    IF WS-PRIMEIRO NOT = "S"
                       PERFORM IMPRIME-TOTAL-AGENCIA
                    END-IF
                    PERFORM IMPRIME-TOTAL-GERAL
                    IF WS-QTD-RECUSADOS = ZEROS
                       PERFORM GRAVA-RUN-CONTROL
                    ELSE
                       PERFORM REGISTRA-RECUSA
                    END-IF
                 END-IF
              ELSE
                 IF ARQST-IMB = "35"
                    DISPLAY "SEM BENS NO IMOBILIZADO"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST " / " ARQST-IMB
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
              PERFORM APURA-DATA-MOVIMENTO.
              COMPUTE WS-AAMM-ATUAL = ANO * 100 + MES.
              OPEN OUTPUT RELATORIO.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              DISPLAY "DEPRECIACAO DO IMOBILIZADO - " MES "/" ANO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O IMOBILIZADO.
              IF ARQST-IMB NOT = "00"
                 EXIT PARAGRAPH.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              MOVE "S" TO WS-ARQ-ABERTOS.

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

      * Um bem com lancamento recusado fica para a proxima rodada -
      * o mes so conta como depreciado quando todos passaram.
       GRAVA-RUN-CONTROL.
              MOVE "G" TO WS-RCT-FUNCAO.
              CALL "RUNCTL" USING WS-RCT-FUNCAO WS-RCT-PROGRAMA
                                  WS-RCT-PERIODO DATA-SIS
                                  WS-RCT-RESULTADO.

      * O cadastro e lido pela chave da agencia para o mapa sair
      * agrupado sem ordenacao.
       POSICIONA-AGENCIA.
              MOVE ZEROS TO IMB-AGENCIA.
              START IMOBILIZADO KEY IS NOT LESS THAN IMB-AGENCIA
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ARQ
              END-START.

       PROCESSO.
              READ IMOBILIZADO NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF IMB-SITUACAO = "A"
                       PERFORM TRATA-BEM
                    END-IF
              END-READ.

       TRATA-BEM.
              IF WS-PRIMEIRO = "S"
                 MOVE "N" TO WS-PRIMEIRO
                 PERFORM INICIA-AGENCIA
              ELSE
                 IF IMB-AGENCIA NOT = WS-AGENCIA-ANT
                    PERFORM IMPRIME-TOTAL-AGENCIA
                    PERFORM INICIA-AGENCIA
                 END-IF
              END-IF.
              ADD 1 TO WS-QTD-BENS.
              PERFORM CALCULA-DEPRECIACAO.
              IF WS-DEPR-MES > ZEROS
                 PERFORM GRAVA-JOURNAL-DEPRECIACAO
                 IF WS-CTA-OK = "S"
                    ADD WS-DEPR-MES TO IMB-DEPR-ACUM
                    MOVE WS-AAMM-ATUAL TO IMB-ULT-DEPR
                    REWRITE REG-IMB
                    IF ARQST-IMB NOT = "00"
                       DISPLAY "ERRO NO PATRIMONIO " IMB-NUMERO
                               " - STATUS " ARQST-IMB
                    END-IF
                    ADD 1 TO WS-QTD-DEPRECIADOS
                 ELSE
                    ADD 1 TO WS-QTD-RECUSADOS
                    MOVE ZEROS TO WS-DEPR-MES
                 END-IF
              END-IF.
              PERFORM IMPRIME-BEM.

      * Linha reta sobre os meses cheios desde o mes da aquisicao:
      * o acumulado devido e recalculado inteiro, de modo que mes
      * pulado se recupera e o ultimo mes absorve o arredondamento.
      * Vida util zero (terreno) nao deprecia.
       CALCULA-DEPRECIACAO.
              MOVE ZEROS TO WS-DEPR-MES.
              IF IMB-VIDA-UTIL = ZEROS
                 OR IMB-DEPR-ACUM NOT < IMB-CUSTO
                 OR IMB-ULT-DEPR NOT < WS-AAMM-ATUAL
                 EXIT PARAGRAPH.
              MOVE IMB-DATA-AQUIS TO WS-AQUIS-W.
              COMPUTE WS-MESES-DECORRIDOS =
                      (ANO * 12 + MES)
                    - (WS-AQUIS-ANO * 12 + WS-AQUIS-MES).
              IF WS-MESES-DECORRIDOS NOT > ZEROS
                 EXIT PARAGRAPH.
              IF WS-MESES-DECORRIDOS NOT < IMB-VIDA-UTIL
                 MOVE IMB-CUSTO TO WS-DEPR-DEVIDA
              ELSE
                 COMPUTE WS-DEPR-DEVIDA ROUNDED =
                         IMB-CUSTO * WS-MESES-DECORRIDOS
                       / IMB-VIDA-UTIL.
              IF WS-DEPR-DEVIDA > IMB-DEPR-ACUM
                 COMPUTE WS-DEPR-MES = WS-DEPR-DEVIDA - IMB-DEPR-ACUM.

       GRAVA-JOURNAL-DEPRECIACAO.
              MOVE ANO         TO JRN-ANO.
              MOVE MES         TO JRN-MES.
              MOVE DIA         TO JRN-DIA.
              MOVE "DESPDEPR"  TO JRN-CONTA-DEB.
              MOVE "DEPRACUM"  TO JRN-CONTA-CRE.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE WS-DEPR-MES TO JRN-VALOR.
              MOVE SPACES      TO JRN-HISTORICO.
              STRING "DEPRECIACAO " IMB-NUMERO
                     DELIMITED BY SIZE INTO JRN-HISTORICO.
              MOVE ZEROS       TO JRN-OPERADOR.
              MOVE HORA-SIS    TO JRN-HORA.
              MOVE WS-SEQ-TRN  TO JRN-SEQ.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN.

       INICIA-AGENCIA.
              MOVE IMB-AGENCIA TO WS-AGENCIA-ANT.
              MOVE ZEROS TO WS-TOTAIS-AGENCIA.
              MOVE IMB-AGENCIA TO WS-AGE-NUMERO.
              MOVE WS-LINHA-AGENCIA TO REG-REL.
              WRITE REG-REL.

       IMPRIME-BEM.
              COMPUTE WS-LIQUIDO = IMB-CUSTO - IMB-DEPR-ACUM.
              MOVE IMB-NUMERO     TO WS-DET-NUMERO.
              MOVE IMB-DESCRICAO  TO WS-DET-DESCRICAO.
              MOVE IMB-CUSTO      TO WS-DET-CUSTO.
              MOVE WS-DEPR-MES    TO WS-DET-DEPR-MES.
              MOVE IMB-DEPR-ACUM  TO WS-DET-ACUMULADA.
              MOVE WS-LIQUIDO     TO WS-DET-LIQUIDO.
              MOVE WS-LINHA-DET   TO REG-REL.
              WRITE REG-REL.
              ADD IMB-CUSTO     TO WS-AGE-CUSTO.
              ADD WS-DEPR-MES   TO WS-AGE-DEPR-MES.
              ADD IMB-DEPR-ACUM TO WS-AGE-ACUMULADA.
              ADD WS-LIQUIDO    TO WS-AGE-LIQUIDO.

       IMPRIME-TOTAL-AGENCIA.
              MOVE "  TOTAL DA AGENCIA"  TO WS-TOT-ROTULO.
              MOVE WS-AGE-CUSTO     TO WS-TOT-CUSTO.
              MOVE WS-AGE-DEPR-MES  TO WS-TOT-DEPR-MES.
              MOVE WS-AGE-ACUMULADA TO WS-TOT-ACUMULADA.
              MOVE WS-AGE-LIQUIDO   TO WS-TOT-LIQUIDO.
              MOVE WS-LINHA-TOT     TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-BRANCO  TO REG-REL.
              WRITE REG-REL.
              ADD WS-AGE-CUSTO     TO WS-GER-CUSTO.
              ADD WS-AGE-DEPR-MES  TO WS-GER-DEPR-MES.
              ADD WS-AGE-ACUMULADA TO WS-GER-ACUMULADA.
              ADD WS-AGE-LIQUIDO   TO WS-GER-LIQUIDO.

       IMPRIME-TOTAL-GERAL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE "TOTAL GERAL"    TO WS-TOT-ROTULO.
              MOVE WS-GER-CUSTO     TO WS-TOT-CUSTO.
              MOVE WS-GER-DEPR-MES  TO WS-TOT-DEPR-MES.
              MOVE WS-GER-ACUMULADA TO WS-TOT-ACUMULADA.
              MOVE WS-GER-LIQUIDO   TO WS-TOT-LIQUIDO.
              MOVE WS-LINHA-TOT     TO REG-REL.
              WRITE REG-REL.

       REGISTRA-RECUSA.
              MOVE "BENS COM LANCAMENTO RECUSADO - MES NAO ENCERRADO"
                   TO WS-LINHA-MSG.
              MOVE WS-LINHA-MSG TO REG-REL.
              WRITE REG-REL.
              MOVE SPACES TO WS-LOG-CHAVE.
              STRING "DEP" ANO MES DELIMITED BY SIZE
                     INTO WS-LOG-CHAVE.
              MOVE "DEPRECIACAO RECUSADA PELO PLANO DE CONTAS"
                   TO WS-LOG-MENSAGEM.
              PERFORM GRAVA-RUN-LOG.
              MOVE 8 TO RETURN-CODE.

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

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

      * A data-base vem do dia de movimento aberto pelo ABREDIA.
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
              IF WS-ARQ-ABERTOS = "S"
                 CLOSE IMOBILIZADO
                 CLOSE JOURNAL.
              IF ARQST-REL = "00"
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO.
              DISPLAY "BENS ATIVOS NO MAPA    : " WS-QTD-BENS.
              DISPLAY "BENS DEPRECIADOS NO MES: " WS-QTD-DEPRECIADOS.
              IF WS-QTD-RECUSADOS > ZEROS
                 DISPLAY "ATENCAO - LANCAMENTOS RECUSADOS: "
                         WS-QTD-RECUSADOS.
              DISPLAY "FIM DE PROGRAMA".
