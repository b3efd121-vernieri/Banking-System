      ******************************************************************
      * Author: Vernieri
      * Date: October 3, 2026
      * Purpose: Nightly automatic sweep between SALDO and CDB
      * Tectonics: cobc
      ******************************************************************
      * For every active instruction of APLAUT.DAT (APLMAN):
      *   - SALDO negative: the oldest active positions of the
      *     account (INVEST.DAT is appended in application order)
      *     are redeemed, the last one only in part, until SALDO is
      *     back to zero.  The yield redeemed pays IOF and IR through
      *     IRFCALC exactly as the redemption at the window; the net
      *     is credited as extrato type "0" (resgate automatico).
      *   - otherwise the available balance (judicial blocks out,
      *     BLJSUM) above APL-LIMITE becomes a new position at the
      *     rate of the day for APL-PRAZO-MESES months, renewal
      *     instruction "T", debited as extrato type "9" (aplicacao
      *     automatica) - amounts under APLAUT-MINIMO (PARAMS.DAT,
      *     100,00 by default) wait for the next night.
      * Every sweep is listed in APLAUTO.LST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APLAUTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT INSTRUCOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY APL-CODIGO
              FILE STATUS ARQST-APL.

              SELECT INVEST ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-INV.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT RENOVACOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-RNV.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APL
                VALUE OF FILE-ID IS "APLAUT.DAT".
          01 REG-APL.
                COPY APLAUT.

       FD INVEST LABEL RECORD STANDARD
                DATA RECORD IS REG-INV
                VALUE OF FILE-ID IS "INVEST.DAT".
          01 REG-INV.
                COPY INVEST.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXT
                VALUE OF FILE-ID IS "EXTRATO.DAT".
          01 REG-EXT.
                COPY EXTRATO.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD RENOVACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-RNV
                VALUE OF FILE-ID IS "RENOVCDB.DAT".
          01 REG-RNV.
                COPY RENOVCDB.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "APLAUTO.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-APL               PIC X(02).
          01 ARQST-INV               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-RNV               PIC X(02).
          01 ARQST-REL               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          COPY CLICOM.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "APLAUTO".
          01 WS-SPL-ARQUIVO          PIC X(12)
                                     VALUE "APLAUTO.LST".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-INV              PIC X(01) VALUE "N".
          01 WS-JRN-CLI              PIC X(10).
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "APLAUTO".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".
          01 WS-PRM-NOME             PIC X(20).
          01 WS-PRM-VALOR            PIC S9(05)V9999.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-TAXA-CDB             PIC 9V9999 VALUE 0,0090.
          01 WS-APLIC-MINIMA         PIC 9(05)V99 VALUE 100,00.
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
          01 WS-EXCEDENTE            PIC S9(07)V99 VALUE ZEROS.
          01 WS-VALOR-APLIC          PIC 9(05)V99 VALUE ZEROS.
          01 WS-INV-DIAS             PIC 9(08) VALUE ZEROS.
          01 WS-INV-VENC             PIC 9(08) VALUE ZEROS.
          01 WS-NECESSARIO           PIC 9(07)V99 VALUE ZEROS.
          01 WS-DATA-RES             PIC 9(08) VALUE ZEROS.
          01 WS-IOF-VALOR            PIC 9(05)V99 VALUE ZEROS.
          01 WS-IR-VALOR             PIC 9(05)V99 VALUE ZEROS.
          01 WS-VALOR-LIQ            PIC S9(07)V99 VALUE ZEROS.
          01 WS-JUROS-LIQ            PIC S9(05)V99 VALUE ZEROS.
          01 WS-RES-PRINC            PIC 9(05)V99 VALUE ZEROS.
          01 WS-RES-JUROS            PIC S9(05)V99 VALUE ZEROS.
          01 WS-RES-FRACAO           PIC 9V9(06) VALUE ZEROS.
          01 WS-DIFERENCA            PIC S9(07)V99 VALUE ZEROS.
          01 WS-QTD-INSTRUCOES       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-APLICACOES       PIC 9(06) VALUE ZEROS.
          01 WS-QTD-RESGATES         PIC 9(06) VALUE ZEROS.
          01 WS-QTD-DESCOBERTOS      PIC 9(06) VALUE ZEROS.
          01 WS-TOT-APLICADO         PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOT-RESGATADO        PIC 9(09)V99 VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(40) VALUE
                   "APLICACAO AUTOMATICA SALDO X CDB - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(30) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CONTA  NOME".
                02 FILLER            PIC X(40) VALUE
                   "MOVIMENTO  POSICAO       VALOR  IOF+IR".

          01 WS-LINHA-DET.
                02 WS-DET-CODIGO     PIC Z.ZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-NOME       PIC X(30).
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-DET-TIPO       PIC X(10).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-POSICAO    PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VALOR      PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-RETIDO     PIC Z.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACES.

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(18) VALUE
                   "TOTAL APLICADO: ".
                02 WS-TOT-APLIC-E    PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(04) VALUE SPACES.
                02 FILLER            PIC X(18) VALUE
                   "TOTAL RESGATADO: ".
                02 WS-TOT-RESG-E     PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-APL = "00"
                 AND ARQST-REL = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
                 MOVE WS-TOT-APLICADO  TO WS-TOT-APLIC-E
                 MOVE WS-TOT-RESGATADO TO WS-TOT-RESG-E
                 MOVE WS-LINHA-TOT TO REG-REL
                 WRITE REG-REL
              ELSE
                 IF ARQST-APL = "35"
                    DISPLAY "SEM INSTRUCOES DE APLICACAO AUTOMATICA"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST " / " ARQST-APL " / " ARQST-REL
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN INPUT INSTRUCOES.
              IF ARQST-APL NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O CLIENTES.
      * A failed open here means the extrato has not been through
      * MIGRADAT (or is damaged) - it is never recreated in place.
              OPEN I-O EXTRATO.
              IF ARQST-EXT = "05"
                 MOVE "00" TO ARQST-EXT.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "EXTRATO INCOMPATIVEL OU AUSENTE - STATUS "
                         ARQST-EXT " - EXECUTE MIGRADAT"
                 MOVE ARQST-EXT TO ARQST
                 EXIT PARAGRAPH.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              OPEN OUTPUT RELATORIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
      * As posicoes novas abrem pela taxa do dia, como no caixa.
              MOVE "TAXA-CDB" TO WS-PRM-NOME.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-TAXA-CDB.
              MOVE "APLAUT-MINIMO" TO WS-PRM-NOME.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-APLIC-MINIMA.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "APLICACAO AUTOMATICA SALDO X CDB - "
                      DIA "/" MES "/" ANO.

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

       PROCESSO.
              READ INSTRUCOES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF APL-SITUACAO = "A"
                       ADD 1 TO WS-QTD-INSTRUCOES
                       PERFORM AVALIA-CONTA
                    END-IF
              END-READ.

       AVALIA-CONTA.
              MOVE APL-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF STATUS-CONTA = "F"
                 EXIT PARAGRAPH.
              MOVE REG-CLI TO REG-CLI-W.
              IF SALDO-W < ZEROS
                 PERFORM RESGATE-AUTOMATICO
              ELSE
                 PERFORM APLICACAO-AUTOMATICA.

      ******************************************************************
      * Aplicacao do excedente sobre o saldo a manter
      ******************************************************************
       APLICACAO-AUTOMATICA.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              COMPUTE WS-EXCEDENTE =
                      WS-SALDO-DISPONIVEL - APL-LIMITE.
              IF WS-EXCEDENTE < WS-APLIC-MINIMA
                 EXIT PARAGRAPH.
              IF WS-EXCEDENTE > 99999,99
                 MOVE 99999,99 TO WS-VALOR-APLIC
              ELSE
                 MOVE WS-EXCEDENTE TO WS-VALOR-APLIC.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT WS-VALOR-APLIC FROM SALDO-W.
              ADD WS-VALOR-APLIC TO TOTAL-W.
              PERFORM REGRAVA-CONTA.
              PERFORM GRAVA-POSICAO-CDB.
              PERFORM GRAVA-INSTRUCAO-RENOV.
              MOVE "9"            TO EXT-TIPO.
              MOVE WS-VALOR-APLIC TO EXT-VALOR.
              PERFORM GRAVA-EXTRATO-AUTOMATICO.
              PERFORM FORMATA-JRN-CLI.
              MOVE WS-JRN-CLI     TO JRN-CONTA-DEB.
              MOVE "CDB"          TO JRN-CONTA-CRE.
              MOVE WS-VALOR-APLIC TO JRN-VALOR.
              MOVE "APLIC AUTOMATICA CDB" TO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.
              MOVE "APLICACAO"    TO WS-DET-TIPO.
              MOVE WS-SEQ-TRN     TO WS-DET-POSICAO.
              MOVE WS-VALOR-APLIC TO WS-DET-VALOR.
              MOVE ZEROS          TO WS-DET-RETIDO.
              PERFORM IMPRIME-DETALHE.
              ADD 1 TO WS-QTD-APLICACOES.
              ADD WS-VALOR-APLIC TO WS-TOT-APLICADO.

       GRAVA-POSICAO-CDB.
              MOVE DATA-SIS(1:8) TO WS-INV-VENC.
              COMPUTE WS-INV-DIAS =
                      FUNCTION INTEGER-OF-DATE(WS-INV-VENC)
                      + APL-PRAZO-MESES * 30.
              COMPUTE WS-INV-VENC =
                      FUNCTION DATE-OF-INTEGER(WS-INV-DIAS).
              OPEN EXTEND INVEST.
              IF ARQST-INV NOT = "00"
                 OPEN OUTPUT INVEST.
              MOVE WS-SEQ-TRN     TO INV-NUMERO.
              MOVE CODIGO-W       TO INV-CODIGO.
              MOVE WS-VALOR-APLIC TO INV-PRINCIPAL.
              MOVE WS-TAXA-CDB    TO INV-TAXA.
              MOVE DATA-SIS(1:8)  TO INV-DATA-APL.
              MOVE WS-INV-VENC    TO INV-DATA-VENC.
              MOVE ZEROS          TO INV-JUROS-ACUM.
              MOVE DATA-SIS(1:8)  TO INV-DATA-ACR.
              MOVE "A"            TO INV-SITUACAO.
              WRITE REG-INV.
              IF ARQST-INV NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE APLICACOES - STATUS "
                         ARQST-INV.
              CLOSE INVEST.

      * Posicao da varredura renova tudo no vencimento - o dinheiro
      * so volta ao SALDO pelo resgate automatico, quando faltar.
       GRAVA-INSTRUCAO-RENOV.
              OPEN EXTEND RENOVACOES.
              IF ARQST-RNV NOT = "00"
                 OPEN OUTPUT RENOVACOES.
              MOVE WS-SEQ-TRN TO RNV-NUMERO.
              MOVE "T"        TO RNV-INSTRUCAO.
              MOVE ZEROS      TO RNV-NUMERO-NOVO.
              WRITE REG-RNV.
              IF ARQST-RNV NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE RENOVACOES - STATUS "
                         ARQST-RNV.
              CLOSE RENOVACOES.

      ******************************************************************
      * Resgate das posicoes mais antigas ate zerar o SALDO negativo
      ******************************************************************
       RESGATE-AUTOMATICO.
              COMPUTE WS-NECESSARIO = ZEROS - SALDO-W.
              MOVE "N" TO WS-FIM-INV.
              OPEN I-O INVEST.
              IF ARQST-INV NOT = "00"
                 MOVE "S" TO WS-FIM-INV.
              PERFORM PROCURA-POSICAO UNTIL WS-FIM-INV = "S".
              CLOSE INVEST.
              IF WS-NECESSARIO > ZEROS
                 MOVE "DESCOBERTO" TO WS-DET-TIPO
                 MOVE ZEROS        TO WS-DET-POSICAO WS-DET-RETIDO
                 MOVE WS-NECESSARIO TO WS-DET-VALOR
                 PERFORM IMPRIME-DETALHE
                 ADD 1 TO WS-QTD-DESCOBERTOS.

       PROCURA-POSICAO.
              READ INVEST
                 AT END
                    MOVE "S" TO WS-FIM-INV
                 NOT AT END
                    IF INV-CODIGO = CODIGO-W
                       AND INV-SITUACAO = "A"
                       PERFORM RESGATA-POSICAO
                       REWRITE REG-INV
                       IF ARQST-INV NOT = "00"
                          DISPLAY "ERRO NA POSICAO " INV-NUMERO
                                  " - STATUS " ARQST-INV
                       END-IF
                       IF WS-NECESSARIO = ZEROS
                          MOVE "S" TO WS-FIM-INV
                       END-IF
                    END-IF
              END-READ.

      * A posicao que cobre mais do que falta e resgatada na
      * proporcao do liquido necessario - principal e rendimento
      * saem na mesma fracao e o IRFCALC tributa so o rendimento
      * que saiu; a sobra de arredondamento vai no principal.
       RESGATA-POSICAO.
              MOVE DATA-SIS(1:8) TO WS-DATA-RES.
              CALL "IRFCALC" USING INV-JUROS-ACUM INV-DATA-APL
                                   WS-DATA-RES WS-IOF-VALOR
                                   WS-IR-VALOR.
              COMPUTE WS-VALOR-LIQ = INV-PRINCIPAL + INV-JUROS-ACUM
                                   - WS-IOF-VALOR - WS-IR-VALOR.
              IF WS-VALOR-LIQ <= WS-NECESSARIO
                 MOVE INV-PRINCIPAL  TO WS-RES-PRINC
                 MOVE INV-JUROS-ACUM TO WS-RES-JUROS
                 MOVE "R" TO INV-SITUACAO
              ELSE
                 COMPUTE WS-RES-FRACAO ROUNDED =
                         WS-NECESSARIO / WS-VALOR-LIQ
                 COMPUTE WS-RES-PRINC ROUNDED =
                         INV-PRINCIPAL * WS-RES-FRACAO
                 COMPUTE WS-RES-JUROS ROUNDED =
                         INV-JUROS-ACUM * WS-RES-FRACAO
                 CALL "IRFCALC" USING WS-RES-JUROS INV-DATA-APL
                                      WS-DATA-RES WS-IOF-VALOR
                                      WS-IR-VALOR
                 COMPUTE WS-VALOR-LIQ = WS-RES-PRINC + WS-RES-JUROS
                                      - WS-IOF-VALOR - WS-IR-VALOR
                 COMPUTE WS-DIFERENCA = WS-NECESSARIO - WS-VALOR-LIQ
                 IF WS-DIFERENCA > ZEROS
                    AND WS-RES-PRINC + WS-DIFERENCA < INV-PRINCIPAL
                    ADD WS-DIFERENCA TO WS-RES-PRINC WS-VALOR-LIQ
                 END-IF
                 SUBTRACT WS-RES-PRINC FROM INV-PRINCIPAL
                 SUBTRACT WS-RES-JUROS FROM INV-JUROS-ACUM
              END-IF.
              COMPUTE WS-JUROS-LIQ =
                      WS-RES-JUROS - WS-IOF-VALOR - WS-IR-VALOR.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              ADD WS-VALOR-LIQ TO SALDO-W.
              ADD WS-VALOR-LIQ TO TOTAL-W.
              PERFORM REGRAVA-CONTA.
              MOVE "0"          TO EXT-TIPO.
              MOVE WS-VALOR-LIQ TO EXT-VALOR.
              PERFORM GRAVA-EXTRATO-AUTOMATICO.
              PERFORM FORMATA-JRN-CLI.
              MOVE "CDB"        TO JRN-CONTA-DEB.
              MOVE WS-JRN-CLI   TO JRN-CONTA-CRE.
              MOVE WS-RES-PRINC TO JRN-VALOR.
              MOVE "RESG AUTOMATICO CDB" TO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.
              IF WS-JUROS-LIQ > ZEROS
                 MOVE "JURCDB"     TO JRN-CONTA-DEB
                 MOVE WS-JRN-CLI   TO JRN-CONTA-CRE
                 MOVE WS-JUROS-LIQ TO JRN-VALOR
                 MOVE "JUROS CDB"  TO JRN-HISTORICO
                 PERFORM GRAVA-REG-JOURNAL
              END-IF.
              IF WS-IOF-VALOR > ZEROS
                 MOVE "JURCDB"     TO JRN-CONTA-DEB
                 MOVE "IOFCDB"     TO JRN-CONTA-CRE
                 MOVE WS-IOF-VALOR TO JRN-VALOR
                 MOVE "IOF RETIDO CDB" TO JRN-HISTORICO
                 PERFORM GRAVA-REG-JOURNAL
              END-IF.
              IF WS-IR-VALOR > ZEROS
                 MOVE "JURCDB"     TO JRN-CONTA-DEB
                 MOVE "IRRF"       TO JRN-CONTA-CRE
                 MOVE WS-IR-VALOR  TO JRN-VALOR
                 MOVE "IRRF RETIDO CDB" TO JRN-HISTORICO
                 PERFORM GRAVA-REG-JOURNAL
              END-IF.
              MOVE "RESGATE"    TO WS-DET-TIPO.
              MOVE INV-NUMERO   TO WS-DET-POSICAO.
              MOVE WS-VALOR-LIQ TO WS-DET-VALOR.
              COMPUTE WS-DET-RETIDO = WS-IOF-VALOR + WS-IR-VALOR.
              PERFORM IMPRIME-DETALHE.
              ADD 1 TO WS-QTD-RESGATES.
              ADD WS-VALOR-LIQ TO WS-TOT-RESGATADO.
              IF WS-VALOR-LIQ >= WS-NECESSARIO
                 MOVE ZEROS TO WS-NECESSARIO
              ELSE
                 SUBTRACT WS-VALOR-LIQ FROM WS-NECESSARIO.

       IMPRIME-DETALHE.
              MOVE CODIGO-W     TO WS-DET-CODIGO.
              MOVE NOME-W       TO WS-DET-NOME.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

       REGRAVA-CONTA.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                            " - STATUS " ARQST
              END-REWRITE.

      * "9" e "0" no extrato distinguem a varredura automatica da
      * aplicacao ("P") e do resgate ("G") feitos no caixa.
       GRAVA-EXTRATO-AUTOMATICO.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE SALDO-W   TO EXT-SALDO.
              MOVE ZEROS     TO EXT-OPERADOR.
              MOVE HORA-SIS  TO EXT-HORA.
              MOVE WS-SEQ-TRN TO EXT-SEQ.
              MOVE 1 TO EXT-NSEQ.
              WRITE REG-EXT.
              PERFORM UNTIL ARQST-EXT NOT = "22" OR EXT-NSEQ = 999
                 ADD 1 TO EXT-NSEQ
                 WRITE REG-EXT
              END-PERFORM.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "ERRO NO EXTRATO CODIGO " CODIGO-W
                         " - STATUS " ARQST-EXT.

       FORMATA-JRN-CLI.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE ANO        TO JRN-ANO.
              MOVE MES        TO JRN-MES.
              MOVE DIA        TO JRN-DIA.

       GRAVA-REG-JOURNAL.
              MOVE ZEROS      TO JRN-OPERADOR.
              MOVE HORA-SIS   TO JRN-HORA.
              MOVE WS-SEQ-TRN TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
                         " - STATUS " ARQST-JRN.

      * Saques agendados (SAQAGE.DAT) reservam o saldo ate a
      * retirada ou a expiracao - o debito so alcanca o que sobra.
       SUBTRAI-RESERVA-SAQUE.
              MOVE "R" TO WS-SAG-FUNCAO.
              CALL "SAQRES" USING WS-SAG-FUNCAO CODIGO-W
                                  WS-SAG-AGENCIA DATA-SIS(1:8)
                                  WS-SAG-VALOR.
              SUBTRACT WS-SAG-VALOR FROM WS-SALDO-DISPONIVEL.

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
              IF ARQST-APL NOT = "35"
                 CLOSE CLIENTES
                 CLOSE EXTRATO
                 CLOSE JOURNAL
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO
              END-IF.
              CLOSE INSTRUCOES.
              DISPLAY "INSTRUCOES ATIVAS  : " WS-QTD-INSTRUCOES.
              DISPLAY "APLICACOES         : " WS-QTD-APLICACOES.
              DISPLAY "RESGATES           : " WS-QTD-RESGATES.
              DISPLAY "SALDOS DESCOBERTOS : " WS-QTD-DESCOBERTOS.
              DISPLAY "TOTAL APLICADO     : " WS-TOT-APLICADO.
              DISPLAY "TOTAL RESGATADO    : " WS-TOT-RESGATADO.
              DISPLAY "FIM DE PROGRAMA".
