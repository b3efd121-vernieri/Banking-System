      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Correspondent bank statement reconciliation
      * Tectonics: cobc
      ******************************************************************
      * INTERSAI, INTERBAN, CHQAPRES and the boleto returns take for
      * granted that the money moved at the settlement bank.  This
      * step checks it: the statement of our reserve account at the
      * correspondent (CORRESP.DAT) is matched line by line against
      * what our side expects for the day - the outbound transfers in
      * MOVSAIDA.DAT, the checks presented in CHQAPRES.DAT, the paid
      * boletos in BOLRET.DAT and the INTERBANC postings of JOURNAL
      * (INTERBAN, ARREPAS, TRIBREC, SEGREP, manual entries...).  A
      * pair is same direction and same amount, oldest first.
      * CORRCONC.LST shows the matched items, the items only on the
      * statement and the items only on our side; the unmatched ones
      * go to CORRABER.DAT and are tried again the next day until
      * they clear.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CORRCONC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT EXTCORR ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CRS.

              SELECT ABERTOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CRA.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT MOVSAIDA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-MSA.

              SELECT APRESENTA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-APR.

              SELECT RETORNO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-RET.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD EXTCORR LABEL RECORD STANDARD
                RECORD CONTAINS 55 CHARACTERS
                DATA RECORD IS REG-CRS
                VALUE OF FILE-ID IS "CORRESP.DAT".
          01 REG-CRS.
                COPY CORRESP.
          01 REG-CCT.
                COPY CTLARQ REPLACING LEADING ==CTL-== BY ==CCT-==.
                02 FILLER            PIC X(30).

       FD ABERTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-CRA
                VALUE OF FILE-ID IS "CORRABER.DAT".
          01 REG-CRA.
                COPY CORRABER.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD MOVSAIDA LABEL RECORD STANDARD
                DATA RECORD IS REG-MSA
                VALUE OF FILE-ID IS "MOVSAIDA.DAT".
          01 REG-MSA.
                COPY MOVBANC
                   REPLACING ==MBC-CODIGO== BY ==MSA-CODIGO==
                             ==MBC-CPF== BY ==MSA-CPF==
                             ==MBC-OPERACAO== BY ==MSA-OPERACAO==
                             ==MBC-VALOR== BY ==MSA-VALOR==
                             ==MBC-MOEDA== BY ==MSA-MOEDA==
                             ==MBC-REFERENCIA== BY ==MSA-REFERENCIA==.

       FD APRESENTA LABEL RECORD STANDARD
                DATA RECORD IS REG-APR
                VALUE OF FILE-ID IS "CHQAPRES.DAT".
          01 REG-APR.
                02 APR-CODIGO        PIC 9(04).
                02 APR-VALOR         PIC 9(05)V99.
                02 APR-DATA-DEP      PIC 9(08).
                02 APR-DATA-APRES    PIC 9(08).

       FD RETORNO LABEL RECORD STANDARD
                DATA RECORD IS REG-RET
                VALUE OF FILE-ID IS "BOLRET.DAT".
          01 REG-RET.
                02 RET-NUMERO        PIC 9(09).
                02 RET-VALOR-PAGO    PIC 9(05)V99.
                02 RET-DATA-PAG      PIC 9(08).
                02 FILLER            PIC X(1).
          01 REG-CTL.
                COPY CTLARQ.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "CORRCONC.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-CRS               PIC X(02).
          01 ARQST-CRA               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-MSA               PIC X(02).
          01 ARQST-APR               PIC X(02).
          01 ARQST-RET               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "CORRCONC".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "CORRCONC.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-DIA-UTIL             PIC X(01) VALUE "N".
          01 WS-UTIL-ANTERIOR        PIC 9(08) VALUE ZEROS.
          01 WS-UTIL-PROXIMO         PIC 9(08) VALUE ZEROS.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-ARQ-ABERTOS          PIC X(01) VALUE "N".
          01 WS-TEM-EXTRATO          PIC X(01) VALUE "N".
          01 WS-K                    PIC 9(05) VALUE ZEROS.
          01 WS-J                    PIC 9(05) VALUE ZEROS.
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-SEQ-X                PIC 9(09) VALUE ZEROS.
          01 WS-COD-X                PIC 9(04) VALUE ZEROS.
          01 WS-NUM-X                PIC 9(09) VALUE ZEROS.
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-FORA-DATA        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-EXCEDE           PIC 9(06) VALUE ZEROS.
          01 WS-QTD-CASADOS          PIC 9(06) VALUE ZEROS.
          01 WS-VAL-CASADOS          PIC 9(11)V99 VALUE ZEROS.
          01 WS-QTD-SO-BANCO         PIC 9(06) VALUE ZEROS.
          01 WS-VAL-SO-BANCO         PIC 9(11)V99 VALUE ZEROS.
          01 WS-QTD-SO-NOSSO         PIC 9(06) VALUE ZEROS.
          01 WS-VAL-SO-NOSSO         PIC 9(11)V99 VALUE ZEROS.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "CORRCONC".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "A".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "CORRCONC".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".

      * Item de trabalho - montado por cada fonte antes de entrar
      * numa das duas tabelas.
          01 WS-ITEM.
                02 WS-ITM-DATA       PIC 9(08).
                02 WS-ITM-SENTIDO    PIC X(01).
                02 WS-ITM-VALOR      PIC 9(09)V99.
                02 WS-ITM-ORIGEM     PIC X(08).
                02 WS-ITM-REF        PIC X(15).
                02 WS-ITM-HIST       PIC X(20).

      * Lado do correspondente (extrato) e nosso lado; as quebras
      * herdadas entram primeiro, as do dia depois.
          01 WS-QTD-BCO              PIC 9(05) VALUE ZEROS.
          01 WS-TAB-BCO.
                02 WS-BCO OCCURS 3000 TIMES.
                   03 WS-BCO-ITEM.
                      04 WS-BCO-DATA    PIC 9(08).
                      04 WS-BCO-SENTIDO PIC X(01).
                      04 WS-BCO-VALOR   PIC 9(09)V99.
                      04 WS-BCO-ORIGEM  PIC X(08).
                      04 WS-BCO-REF     PIC X(15).
                      04 WS-BCO-HIST    PIC X(20).
                   03 WS-BCO-PAR        PIC 9(05).
          01 WS-QTD-NOS              PIC 9(05) VALUE ZEROS.
          01 WS-TAB-NOS.
                02 WS-NOS OCCURS 3000 TIMES.
                   03 WS-NOS-ITEM.
                      04 WS-NOS-DATA    PIC 9(08).
                      04 WS-NOS-SENTIDO PIC X(01).
                      04 WS-NOS-VALOR   PIC 9(09)V99.
                      04 WS-NOS-ORIGEM  PIC X(08).
                      04 WS-NOS-REF     PIC X(15).
                      04 WS-NOS-HIST    PIC X(20).
                   03 WS-NOS-PAR        PIC 9(05).

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(42) VALUE
                   "CONCILIACAO DO BANCO CORRESPONDENTE - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(28) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "DATA     S          VALOR REFERENCIA    ".
                02 FILLER            PIC X(40) VALUE
                   "  ORIGEM    DIAS HISTORICO".

          01 WS-LINHA-SECAO.
                02 WS-SEC-TITULO     PIC X(40).
                02 FILLER            PIC X(40) VALUE SPACES.

          01 WS-LINHA-DET.
                02 WS-DET-DATA       PIC 9(08).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SENTIDO    PIC X(01).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-REF        PIC X(15).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-ORIGEM     PIC X(08).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DIAS       PIC ZZZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-HIST       PIC X(20).
                02 FILLER            PIC X(03) VALUE SPACES.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

          01 WS-LINHA-TOT.
                02 WS-TOT-NOME       PIC X(32).
                02 FILLER            PIC X(03) VALUE " : ".
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(08) VALUE " ITENS  ".
                02 WS-TOT-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF WS-ARQ-ABERTOS = "S"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM CARREGA-ABERTOS
                    PERFORM CARREGA-NOSSO-LADO
                    PERFORM CARREGA-EXTRATO
                    PERFORM CASA-ITEM VARYING WS-K FROM 1 BY 1
                            UNTIL WS-K > WS-QTD-BCO
                    PERFORM IMPRIME-RELATORIO
                    PERFORM GRAVA-ABERTOS
                    IF WS-TEM-EXTRATO = "S"
                       PERFORM REGISTRA-ARQUIVO
                    END-IF
                    PERFORM GRAVA-RUN-CONTROL
                 END-IF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-JRN
                 MOVE 8 TO RETURN-CODE
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
              PERFORM APURA-DATA-MOVIMENTO.
              OPEN OUTPUT RELATORIO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "CONCILIACAO DO BANCO CORRESPONDENTE - "
                      DIA "/" MES "/" ANO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT JOURNAL.
              IF ARQST-JRN NOT = "00"
                 EXIT PARAGRAPH.
              CALL "DIAUTIL" USING WS-DATA-MOVTO WS-DIA-UTIL
                                   WS-UTIL-ANTERIOR WS-UTIL-PROXIMO.
              MOVE "S" TO WS-ARQ-ABERTOS.
      * O extrato e conferido antes de qualquer carga; sem o arquivo
      * a rodada segue e tudo do nosso lado fica em aberto.
              OPEN INPUT EXTCORR.
              IF ARQST-CRS = "00"
                 PERFORM CONFERE-CONTROLE
                 CLOSE EXTCORR.

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

      * Quebras ainda abertas das rodadas anteriores.
       CARREGA-ABERTOS.
              OPEN INPUT ABERTOS.
              IF ARQST-CRA NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-ABERTO UNTIL WS-FIM-ARQ = "S".
              CLOSE ABERTOS.

       LE-ABERTO.
              READ ABERTOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE CRA-DATA       TO WS-ITM-DATA
                    MOVE CRA-SENTIDO    TO WS-ITM-SENTIDO
                    MOVE CRA-VALOR      TO WS-ITM-VALOR
                    MOVE CRA-ORIGEM     TO WS-ITM-ORIGEM
                    MOVE CRA-REFERENCIA TO WS-ITM-REF
                    MOVE CRA-HISTORICO  TO WS-ITM-HIST
                    IF CRA-LADO = "B"
                       PERFORM INCLUI-BANCO
                    ELSE
                       PERFORM INCLUI-NOSSO
                    END-IF
              END-READ.

      * O que o nosso lado espera ver no extrato hoje.
       CARREGA-NOSSO-LADO.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-JOURNAL UNTIL WS-FIM-ARQ = "S".
              OPEN INPUT MOVSAIDA.
              IF ARQST-MSA = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LE-SAIDA UNTIL WS-FIM-ARQ = "S"
                 CLOSE MOVSAIDA.
              OPEN INPUT APRESENTA.
              IF ARQST-APR = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LE-CHEQUE UNTIL WS-FIM-ARQ = "S"
                 CLOSE APRESENTA.
              OPEN INPUT RETORNO.
              IF ARQST-RET = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LE-BOLETO UNTIL WS-FIM-ARQ = "S"
                 CLOSE RETORNO.

      * Debito em INTERBANC e dinheiro entrando na conta reserva,
      * credito e dinheiro saindo.  A liquidacao das transferencias
      * enviadas ja entra pelo MOVSAIDA do dia do envio.
       LE-JOURNAL.
              READ JOURNAL
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF JRN-DATA NOT = WS-DATA-MOVTO OR JRN-VALOR = ZEROS
                 OR JRN-HISTORICO = "LIQ TRANSF EXTERNA"
                 EXIT PARAGRAPH.
              IF JRN-CONTA-DEB = "INTERBANC"
                 AND JRN-CONTA-CRE = "INTERBANC"
                 EXIT PARAGRAPH.
              IF JRN-CONTA-DEB NOT = "INTERBANC"
                 AND JRN-CONTA-CRE NOT = "INTERBANC"
                 EXIT PARAGRAPH.
              IF JRN-CONTA-DEB = "INTERBANC"
                 MOVE "C" TO WS-ITM-SENTIDO
              ELSE
                 MOVE "D" TO WS-ITM-SENTIDO.
              IF JRN-VALOR < ZEROS
                 COMPUTE WS-ITM-VALOR = JRN-VALOR * -1
                 IF WS-ITM-SENTIDO = "C"
                    MOVE "D" TO WS-ITM-SENTIDO
                 ELSE
                    MOVE "C" TO WS-ITM-SENTIDO
                 END-IF
              ELSE
                 MOVE JRN-VALOR TO WS-ITM-VALOR.
              MOVE JRN-DATA TO WS-ITM-DATA.
              IF JRN-HISTORICO(1:5) = "INTB "
                 MOVE "INTERBAN" TO WS-ITM-ORIGEM
              ELSE
                 MOVE "JOURNAL"  TO WS-ITM-ORIGEM.
              MOVE JRN-SEQ TO WS-SEQ-X.
              MOVE WS-SEQ-X TO WS-ITM-REF.
              MOVE JRN-HISTORICO TO WS-ITM-HIST.
              PERFORM INCLUI-NOSSO.

       LE-SAIDA.
              READ MOVSAIDA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE WS-DATA-MOVTO    TO WS-ITM-DATA
                    MOVE "D"              TO WS-ITM-SENTIDO
                    MOVE MSA-VALOR        TO WS-ITM-VALOR
                    MOVE "INTERSAI"       TO WS-ITM-ORIGEM
                    MOVE MSA-REFERENCIA   TO WS-ITM-REF
                    MOVE "TRANSF EXTERNA" TO WS-ITM-HIST
                    PERFORM INCLUI-NOSSO
              END-READ.

       LE-CHEQUE.
              READ APRESENTA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF APR-DATA-APRES = WS-DATA-MOVTO
                       MOVE WS-DATA-MOVTO   TO WS-ITM-DATA
                       MOVE "C"             TO WS-ITM-SENTIDO
                       MOVE APR-VALOR       TO WS-ITM-VALOR
                       MOVE "CHQAPRES"      TO WS-ITM-ORIGEM
                       MOVE APR-CODIGO      TO WS-COD-X
                       MOVE WS-COD-X        TO WS-ITM-REF
                       MOVE "CHEQUE APRESENTADO" TO WS-ITM-HIST
                       PERFORM INCLUI-NOSSO
                    END-IF
              END-READ.

       LE-BOLETO.
              READ RETORNO
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CTL-TIPO-REG NOT = "HDR"
                       AND CTL-TIPO-REG NOT = "TRL"
                       MOVE WS-DATA-MOVTO   TO WS-ITM-DATA
                       MOVE "C"             TO WS-ITM-SENTIDO
                       MOVE RET-VALOR-PAGO  TO WS-ITM-VALOR
                       MOVE "BOLRET"        TO WS-ITM-ORIGEM
                       MOVE RET-NUMERO      TO WS-NUM-X
                       MOVE WS-NUM-X        TO WS-ITM-REF
                       MOVE "BOLETO PAGO"   TO WS-ITM-HIST
                       PERFORM INCLUI-NOSSO
                    END-IF
              END-READ.

      * Sem extrato o dia inteiro do nosso lado fica em aberto e
      * casa quando o arquivo chegar.
       CARREGA-EXTRATO.
              OPEN INPUT EXTCORR.
              IF ARQST-CRS NOT = "00"
                 MOVE "EXTRATO"   TO WS-LOG-CHAVE
                 MOVE "EXTRATO DO CORRESPONDENTE NAO RECEBIDO"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG
                 DISPLAY "EXTRATO DO CORRESPONDENTE NAO RECEBIDO"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-TEM-EXTRATO.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-EXTRATO UNTIL WS-FIM-ARQ = "S".
              CLOSE EXTCORR.
              IF WS-QTD-FORA-DATA > ZEROS
                 MOVE "EXTRATO"   TO WS-LOG-CHAVE
                 MOVE "LINHAS DO EXTRATO FORA DA DATA IGNORADAS"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG.

      * O extrato cobre o dia util anterior e o proprio dia; linha
      * mais velha e arquivo ja conciliado que ficou no disco.
       LE-EXTRATO.
              READ EXTCORR
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF CCT-TIPO-REG = "HDR" OR CCT-TIPO-REG = "TRL"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-LIDOS.
              IF CRS-DATA < WS-UTIL-ANTERIOR OR CRS-DATA > WS-DATA-MOVTO
                 OR (CRS-SENTIDO NOT = "C" AND CRS-SENTIDO NOT = "D")
                 ADD 1 TO WS-QTD-FORA-DATA
                 EXIT PARAGRAPH.
              MOVE CRS-DATA       TO WS-ITM-DATA.
              MOVE CRS-SENTIDO    TO WS-ITM-SENTIDO.
              MOVE CRS-VALOR      TO WS-ITM-VALOR.
              MOVE "EXTRATO"      TO WS-ITM-ORIGEM.
              MOVE CRS-DOCUMENTO  TO WS-ITM-REF.
              MOVE CRS-HISTORICO  TO WS-ITM-HIST.
              PERFORM INCLUI-BANCO.

       INCLUI-BANCO.
              IF WS-QTD-BCO = 3000
                 ADD 1 TO WS-QTD-EXCEDE
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-BCO.
              MOVE WS-ITEM TO WS-BCO-ITEM(WS-QTD-BCO).
              MOVE ZEROS   TO WS-BCO-PAR(WS-QTD-BCO).

       INCLUI-NOSSO.
              IF WS-QTD-NOS = 3000
                 ADD 1 TO WS-QTD-EXCEDE
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-NOS.
              MOVE WS-ITEM TO WS-NOS-ITEM(WS-QTD-NOS).
              MOVE ZEROS   TO WS-NOS-PAR(WS-QTD-NOS).

      * Mesmo sentido e mesmo valor, o item mais antigo primeiro.
       CASA-ITEM.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J > WS-QTD-NOS OR WS-ACHOU = "S"
                 IF WS-NOS-PAR(WS-J) = ZEROS
                    AND WS-NOS-SENTIDO(WS-J) = WS-BCO-SENTIDO(WS-K)
                    AND WS-NOS-VALOR(WS-J)   = WS-BCO-VALOR(WS-K)
                    MOVE WS-K TO WS-NOS-PAR(WS-J)
                    MOVE WS-J TO WS-BCO-PAR(WS-K)
                    MOVE "S"  TO WS-ACHOU
                 END-IF
              END-PERFORM.

       IMPRIME-RELATORIO.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE "CONCILIADOS" TO WS-SEC-TITULO.
              MOVE WS-LINHA-SECAO TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-CASADO VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-QTD-BCO.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE "SO NO EXTRATO DO CORRESPONDENTE" TO WS-SEC-TITULO.
              MOVE WS-LINHA-SECAO TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-SO-BANCO VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-QTD-BCO.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE "SO NO NOSSO LADO" TO WS-SEC-TITULO.
              MOVE WS-LINHA-SECAO TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-SO-NOSSO VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-QTD-NOS.

      * Par conciliado: data e documento do extrato, origem e
      * historico do nosso lado, dias entre o nosso e o deles.
       IMPRIME-CASADO.
              IF WS-BCO-PAR(WS-K) = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-BCO-PAR(WS-K) TO WS-J.
              MOVE WS-BCO-DATA(WS-K)    TO WS-DET-DATA.
              MOVE WS-BCO-SENTIDO(WS-K) TO WS-DET-SENTIDO.
              MOVE WS-BCO-VALOR(WS-K)   TO WS-DET-VALOR.
              MOVE WS-BCO-REF(WS-K)     TO WS-DET-REF.
              MOVE WS-NOS-ORIGEM(WS-J)  TO WS-DET-ORIGEM.
              MOVE WS-NOS-HIST(WS-J)    TO WS-DET-HIST.
              MOVE ZEROS TO WS-DET-DIAS.
              IF WS-BCO-DATA(WS-K) > WS-NOS-DATA(WS-J)
                 COMPUTE WS-DET-DIAS =
                         FUNCTION INTEGER-OF-DATE(WS-BCO-DATA(WS-K))
                       - FUNCTION INTEGER-OF-DATE(WS-NOS-DATA(WS-J)).
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.
              ADD 1 TO WS-QTD-CASADOS.
              ADD WS-BCO-VALOR(WS-K) TO WS-VAL-CASADOS.

       IMPRIME-SO-BANCO.
              IF WS-BCO-PAR(WS-K) NOT = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-BCO-DATA(WS-K)    TO WS-DET-DATA.
              MOVE WS-BCO-SENTIDO(WS-K) TO WS-DET-SENTIDO.
              MOVE WS-BCO-VALOR(WS-K)   TO WS-DET-VALOR.
              MOVE WS-BCO-REF(WS-K)     TO WS-DET-REF.
              MOVE WS-BCO-ORIGEM(WS-K)  TO WS-DET-ORIGEM.
              MOVE WS-BCO-HIST(WS-K)    TO WS-DET-HIST.
              COMPUTE WS-DET-DIAS =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-MOVTO)
                    - FUNCTION INTEGER-OF-DATE(WS-BCO-DATA(WS-K)).
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.
              ADD 1 TO WS-QTD-SO-BANCO.
              ADD WS-BCO-VALOR(WS-K) TO WS-VAL-SO-BANCO.

       IMPRIME-SO-NOSSO.
              IF WS-NOS-PAR(WS-K) NOT = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-NOS-DATA(WS-K)    TO WS-DET-DATA.
              MOVE WS-NOS-SENTIDO(WS-K) TO WS-DET-SENTIDO.
              MOVE WS-NOS-VALOR(WS-K)   TO WS-DET-VALOR.
              MOVE WS-NOS-REF(WS-K)     TO WS-DET-REF.
              MOVE WS-NOS-ORIGEM(WS-K)  TO WS-DET-ORIGEM.
              MOVE WS-NOS-HIST(WS-K)    TO WS-DET-HIST.
              COMPUTE WS-DET-DIAS =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-MOVTO)
                    - FUNCTION INTEGER-OF-DATE(WS-NOS-DATA(WS-K)).
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.
              ADD 1 TO WS-QTD-SO-NOSSO.
              ADD WS-NOS-VALOR(WS-K) TO WS-VAL-SO-NOSSO.

      * O arquivo de quebras e refeito inteiro a cada rodada.
       GRAVA-ABERTOS.
              OPEN OUTPUT ABERTOS.
              IF ARQST-CRA NOT = "00"
                 DISPLAY "ERRO NAS QUEBRAS EM ABERTO - STATUS "
                         ARQST-CRA
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              PERFORM GRAVA-ABERTO-BANCO VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-QTD-BCO.
              PERFORM GRAVA-ABERTO-NOSSO VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-QTD-NOS.
              CLOSE ABERTOS.

       GRAVA-ABERTO-BANCO.
              IF WS-BCO-PAR(WS-K) NOT = ZEROS
                 EXIT PARAGRAPH.
              MOVE "B"                  TO CRA-LADO.
              MOVE WS-BCO-DATA(WS-K)    TO CRA-DATA.
              MOVE WS-BCO-SENTIDO(WS-K) TO CRA-SENTIDO.
              MOVE WS-BCO-VALOR(WS-K)   TO CRA-VALOR.
              MOVE WS-BCO-ORIGEM(WS-K)  TO CRA-ORIGEM.
              MOVE WS-BCO-REF(WS-K)     TO CRA-REFERENCIA.
              MOVE WS-BCO-HIST(WS-K)    TO CRA-HISTORICO.
              WRITE REG-CRA.

       GRAVA-ABERTO-NOSSO.
              IF WS-NOS-PAR(WS-K) NOT = ZEROS
                 EXIT PARAGRAPH.
              MOVE "N"                  TO CRA-LADO.
              MOVE WS-NOS-DATA(WS-K)    TO CRA-DATA.
              MOVE WS-NOS-SENTIDO(WS-K) TO CRA-SENTIDO.
              MOVE WS-NOS-VALOR(WS-K)   TO CRA-VALOR.
              MOVE WS-NOS-ORIGEM(WS-K)  TO CRA-ORIGEM.
              MOVE WS-NOS-REF(WS-K)     TO CRA-REFERENCIA.
              MOVE WS-NOS-HIST(WS-K)    TO CRA-HISTORICO.
              WRITE REG-CRA.

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto nada posta, e uma rodada depois da meia-
      * noite continua carimbando o dia que ainda esta aberto.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 MOVE DATA-SIS(1:8) TO WS-DATA-MOVTO
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA"
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST.

      * O arquivo e lido uma vez inteiro antes de qualquer lancamento
      * e o ARQREG confere header, trailer e totais e recusa remessa
      * ja processada; depois o arquivo volta ao inicio.
       CONFERE-CONTROLE.
              MOVE "CORRCONC" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE EXTCORR.
              OPEN INPUT EXTCORR.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-CRS.

       LE-CONTROLE.
              READ EXTCORR
                 AT END
                    MOVE "S" TO WS-CTL-FIM
                    EXIT PARAGRAPH
              END-READ.
              EVALUATE CCT-TIPO-REG
                 WHEN "HDR"
                    IF WS-CTL-TEM-HEADER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    MOVE "S"           TO WS-CTL-TEM-HEADER
                    MOVE CCT-REMETENTE TO WS-CTL-REMETENTE
                    MOVE CCT-DATA-ARQ  TO WS-CTL-DATA-ARQ
                    MOVE CCT-SEQUENCIA TO WS-CTL-SEQUENCIA
                 WHEN "TRL"
                    IF WS-CTL-TEM-HEADER NOT = "S"
                       OR WS-CTL-TEM-TRAILER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    MOVE "S"             TO WS-CTL-TEM-TRAILER
                    MOVE CCT-QTD-REG     TO WS-CTL-QTD-TRAILER
                    MOVE CCT-VALOR-TOTAL TO WS-CTL-VALOR-TRAILER
                 WHEN OTHER
                    IF WS-CTL-TEM-HEADER NOT = "S"
                       OR WS-CTL-TEM-TRAILER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    ADD 1 TO WS-CTL-QTD-LIDA
                    ADD CRS-VALOR TO WS-CTL-VALOR-LIDO
              END-EVALUATE.

      * So depois de processado o arquivo entra no registro de
      * recebidos - a mesma remessa nao passa uma segunda vez.
       REGISTRA-ARQUIVO.
              MOVE "G" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.

       FINALIZA.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE "CONCILIADOS" TO WS-TOT-NOME.
              MOVE WS-QTD-CASADOS TO WS-TOT-QTD.
              MOVE WS-VAL-CASADOS TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE "SO NO EXTRATO DO CORRESPONDENTE" TO WS-TOT-NOME.
              MOVE WS-QTD-SO-BANCO TO WS-TOT-QTD.
              MOVE WS-VAL-SO-BANCO TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE "SO NO NOSSO LADO" TO WS-TOT-NOME.
              MOVE WS-QTD-SO-NOSSO TO WS-TOT-QTD.
              MOVE WS-VAL-SO-NOSSO TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              IF WS-QTD-EXCEDE > ZEROS
                 MOVE "TABELA"    TO WS-LOG-CHAVE
                 MOVE "ITENS ALEM DA TABELA - NAO CONCILIADOS"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG
                 DISPLAY "ITENS NAO CONCILIADOS: " WS-QTD-EXCEDE.
              IF WS-QTD-SO-BANCO > ZEROS OR WS-QTD-SO-NOSSO > ZEROS
                 MOVE "QUEBRAS"   TO WS-LOG-CHAVE
                 MOVE "CONCILIACAO DO CORRESPONDENTE COM QUEBRAS"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG.
              IF WS-ARQ-ABERTOS = "S"
                 CLOSE JOURNAL.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "LINHAS DO EXTRATO  : " WS-QTD-LIDOS.
              DISPLAY "CONCILIADOS        : " WS-QTD-CASADOS.
              DISPLAY "SO NO EXTRATO      : " WS-QTD-SO-BANCO.
              DISPLAY "SO NO NOSSO LADO   : " WS-QTD-SO-NOSSO.
              DISPLAY "FIM DE PROGRAMA".
