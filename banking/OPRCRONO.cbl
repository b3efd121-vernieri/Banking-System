      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Activity timeline of one operator over a date range
      * Tectonics: cobc
      ******************************************************************
      * Everything an operator did, in time order, for the branch or
      * internal audit reconstructing a teller's day:
      *   TRM - sign-on, sign-off and forced sign-off (the TERMINAL
      *         entries TRMREG writes to AUDIT.DAT), plus the last
      *         keyed activity of a session still open in TERMINAL.DAT;
      *   AUD - every other AUDIT.DAT lookup by the operator;
      *   EXT - postings on EXTRATO.DAT, cash deposits ("D") and
      *         withdrawals ("S") feeding the running cash totals;
      *   JRN - postings on JOURNAL.DAT;
      *   APR - APROVA.DAT, as requester or as supervisor;
      *   GAV - GAVETA.DAT opening float (top of the day) and counted
      *         close (end of the day).
      * Operations outside FRAUDE-HORA-INICIO/FRAUDE-HORA-FIM (the
      * branch hours CLIop uses) are starred, and a gap of more than
      * OPR-OCIOSO-MIN minutes (parameter, default 30) between two
      * operations of the same day gets its own line.  Run on demand
      * by the branch; asks the operator and the period on the
      * console.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPRCRONO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPERADORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY OPR-CODIGO
              FILE STATUS ARQST-OPR.

              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT APROVACOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-APR.

              SELECT TERMINAIS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TRM.

              SELECT GAVETAS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-GAV.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

              SELECT CLASSIFICA ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES LABEL RECORD STANDARD
                DATA RECORD IS REG-OPR
                VALUE OF FILE-ID IS "OPERADOR.DAT".
          01 REG-OPR.
                COPY OPERADOR.

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

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

       FD APROVACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APR
                VALUE OF FILE-ID IS "APROVA.DAT".
          01 REG-APR.
                COPY APROVA.

       FD TERMINAIS LABEL RECORD STANDARD
                DATA RECORD IS REG-TRM
                VALUE OF FILE-ID IS "TERMINAL.DAT".
          01 REG-TRM.
                COPY TERMREG.

       FD GAVETAS LABEL RECORD STANDARD
                DATA RECORD IS REG-GAV
                VALUE OF FILE-ID IS "GAVETA.DAT".
          01 REG-GAV.
                COPY GAVETA.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "OPRCRONO.LST".
          01 REG-REL                 PIC X(80).

      * SRT-ORDEM desempata eventos no mesmo segundo (a entrada no
      * terminal antes do que foi feito nele).  SRT-HORA-REAL "N"
      * marca os eventos da gaveta, que nao tem hora propria.
       SD CLASSIFICA
                DATA RECORD IS REG-SRT.
          01 REG-SRT.
                02 SRT-DATA          PIC 9(08).
                02 SRT-HORA          PIC 9(06).
                02 SRT-ORDEM         PIC 9(01).
                02 SRT-ORIGEM        PIC X(03).
                02 SRT-CONTA         PIC X(10).
                02 SRT-DESCRICAO     PIC X(20).
                02 SRT-VALOR         PIC S9(08)V99.
                02 SRT-CAIXA         PIC X(01).
                02 SRT-HORA-REAL     PIC X(01).

       WORKING-STORAGE SECTION.
          01 ARQST-OPR               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-APR               PIC X(02).
          01 ARQST-TRM               PIC X(02).
          01 ARQST-GAV               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "OPRCRONO".
          01 WS-SPL-ARQUIVO          PIC X(12)
                                     VALUE "OPRCRONO.LST".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-SORT             PIC X(01) VALUE "N".
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-OPERADOR-PEDIDO      PIC 9(04) VALUE ZEROS.
          01 WS-DATA-INI             PIC 9(08) VALUE ZEROS.
          01 WS-DATA-FIM             PIC 9(08) VALUE ZEROS.
          01 WS-PEDIDO-OK            PIC X(01) VALUE "N".
          01 WS-PRM-NOME             PIC X(20).
          01 WS-PRM-VALOR            PIC S9(05)V9999.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-HORA-INICIO          PIC 9(02) VALUE 10.
          01 WS-HORA-FIM             PIC 9(02) VALUE 16.
          01 WS-OCIOSO-MIN           PIC 9(04) VALUE 30.

      * Controle da quebra por dia e do intervalo ocioso
          01 WS-TEM-DIA              PIC X(01) VALUE "N".
          01 WS-DIA-ATUAL            PIC 9(08) VALUE ZEROS.
          01 WS-TEM-ANTERIOR         PIC X(01) VALUE "N".
          01 WS-HORA-ANTERIOR.
                02 WS-ANT-HH         PIC 9(02).
                02 WS-ANT-MM         PIC 9(02).
                02 WS-ANT-SS         PIC 9(02).
          01 WS-MIN-ANTERIOR         PIC 9(04) VALUE ZEROS.
          01 WS-MIN-ATUAL            PIC 9(04) VALUE ZEROS.
          01 WS-MIN-OCIOSO           PIC 9(04) VALUE ZEROS.
          01 WS-HORA-EVENTO.
                02 WS-EVE-HH         PIC 9(02).
                02 WS-EVE-MM         PIC 9(02).
                02 WS-EVE-SS         PIC 9(02).

      * Totais de especie - do dia (correntes) e do periodo
          01 WS-ENT-DIA              PIC S9(09)V99 VALUE ZEROS.
          01 WS-SAI-DIA              PIC S9(09)V99 VALUE ZEROS.
          01 WS-ENT-TOTAL            PIC S9(09)V99 VALUE ZEROS.
          01 WS-SAI-TOTAL            PIC S9(09)V99 VALUE ZEROS.
          01 WS-QTD-EVENTOS          PIC 9(06) VALUE ZEROS.
          01 WS-QTD-FORA-HORARIO     PIC 9(06) VALUE ZEROS.
          01 WS-QTD-OCIOSOS          PIC 9(06) VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(42) VALUE
                   "LINHA DO TEMPO DO OPERADOR                ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(27) VALUE SPACES.

          01 WS-LINHA-OPR.
                02 FILLER            PIC X(10) VALUE "OPERADOR: ".
                02 WS-OPR-CODIGO     PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-OPR-NOME       PIC X(30).
                02 FILLER            PIC X(09) VALUE " PERIODO ".
                02 WS-OPR-INI-DIA    PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-OPR-INI-MES    PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-OPR-INI-ANO    PIC 9(04).
                02 FILLER            PIC X(03) VALUE " A ".
                02 WS-OPR-FIM-DIA    PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-OPR-FIM-MES    PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-OPR-FIM-ANO    PIC 9(04).
                02 FILLER            PIC X(03) VALUE SPACES.

          01 WS-LINHA-HOR.
                02 FILLER            PIC X(26) VALUE
                   "HORARIO DA AGENCIA: DAS ".
                02 WS-HOR-INICIO     PIC 9(02).
                02 FILLER            PIC X(05) VALUE "H AS ".
                02 WS-HOR-FIM        PIC 9(02).
                02 FILLER            PIC X(17) VALUE
                   "H (* FORA) OCIOSO".
                02 FILLER            PIC X(07) VALUE " ACIMA ".
                02 WS-HOR-OCIOSO     PIC ZZZ9.
                02 FILLER            PIC X(17) VALUE " MIN".

          01 WS-LINHA-DIA.
                02 FILLER            PIC X(04) VALUE "DIA ".
                02 WS-DIA-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DIA-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DIA-ANO        PIC 9(04).
                02 FILLER            PIC X(66) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "HORA       ORI CONTA      DESCRICAO     ".
                02 FILLER            PIC X(40) VALUE
                   "            VALOR   ENTRADAS     SAIDAS ".

          01 WS-LINHA-DET.
                02 WS-DET-HORA.
                   03 WS-DET-HH      PIC 9(02).
                   03 FILLER         PIC X(01) VALUE ":".
                   03 WS-DET-MM      PIC 9(02).
                   03 FILLER         PIC X(01) VALUE ":".
                   03 WS-DET-SS      PIC 9(02).
                02 WS-DET-HORA-X REDEFINES WS-DET-HORA
                                     PIC X(08).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-FORA       PIC X(01).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-ORIGEM     PIC X(03).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CONTA      PIC X(10).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DESCRICAO  PIC X(20).
                02 WS-DET-VALOR      PIC -ZZZ.ZZ9,99.
                02 WS-DET-VALOR-X REDEFINES WS-DET-VALOR
                                     PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-ENTRADAS   PIC ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SAIDAS     PIC ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.

          01 WS-LINHA-OCIOSO.
                02 FILLER            PIC X(11) VALUE SPACES.
                02 FILLER            PIC X(24) VALUE
                   "*** SEM ATIVIDADE DE ".
                02 WS-OCI-DE-HH      PIC 9(02).
                02 FILLER            PIC X(01) VALUE ":".
                02 WS-OCI-DE-MM      PIC 9(02).
                02 FILLER            PIC X(03) VALUE " A ".
                02 WS-OCI-ATE-HH     PIC 9(02).
                02 FILLER            PIC X(01) VALUE ":".
                02 WS-OCI-ATE-MM     PIC 9(02).
                02 FILLER            PIC X(02) VALUE " (".
                02 WS-OCI-MIN        PIC ZZZ9.
                02 FILLER            PIC X(26) VALUE " MIN) ***".

          01 WS-LINHA-TOT-DIA.
                02 FILLER            PIC X(35) VALUE
                   "    ESPECIE NO DIA - ENTRADAS: ".
                02 WS-TDI-ENTRADAS   PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(09) VALUE " SAIDAS: ".
                02 WS-TDI-SAIDAS     PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(08) VALUE SPACES.

          01 WS-LINHA-TOT-PER.
                02 FILLER            PIC X(35) VALUE
                   "ESPECIE NO PERIODO - ENTRADAS: ".
                02 WS-TPE-ENTRADAS   PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(09) VALUE " SAIDAS: ".
                02 WS-TPE-SAIDAS     PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(08) VALUE SPACES.

          01 WS-LINHA-QTD.
                02 FILLER            PIC X(10) VALUE "EVENTOS: ".
                02 WS-QTD-EVE-ED     PIC ZZZZZ9.
                02 FILLER            PIC X(23) VALUE
                   "  FORA DO HORARIO: ".
                02 WS-QTD-FORA-ED    PIC ZZZZZ9.
                02 FILLER            PIC X(20) VALUE
                   "  PERIODOS OCIOSOS: ".
                02 WS-QTD-OCI-ED     PIC ZZZZZ9.
                02 FILLER            PIC X(09) VALUE SPACES.

          01 WS-LINHA-BRANCO         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM PEDE-PARAMETROS.
              IF WS-PEDIDO-OK = "S"
                 PERFORM ABRE-ARQ
                 IF ARQST-REL = "00"
                    SORT CLASSIFICA
                         ON ASCENDING KEY SRT-DATA SRT-HORA SRT-ORDEM
                         INPUT PROCEDURE IS LE-EVENTOS
                         OUTPUT PROCEDURE IS IMPRIME-EVENTOS
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO RELATORIO - STATUS "
                            ARQST-REL
                    MOVE 8 TO RETURN-CODE
                 END-IF
                 PERFORM FINALIZA
              ELSE
                 MOVE 8 TO RETURN-CODE.
              GOBACK.

       PEDE-PARAMETROS.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              DISPLAY "LINHA DO TEMPO DO OPERADOR".
              DISPLAY "INFORME O OPERADOR (9999): " WITH NO ADVANCING.
              ACCEPT WS-OPERADOR-PEDIDO.
              DISPLAY "INFORME A DATA INICIAL (AAAAMMDD, 0 = HOJE): "
                      WITH NO ADVANCING.
              ACCEPT WS-DATA-INI.
              IF WS-DATA-INI = ZEROS
                 MOVE WS-DATA-HOJE TO WS-DATA-INI.
              DISPLAY "INFORME A DATA FINAL   (AAAAMMDD, 0 = HOJE): "
                      WITH NO ADVANCING.
              ACCEPT WS-DATA-FIM.
              IF WS-DATA-FIM = ZEROS
                 MOVE WS-DATA-HOJE TO WS-DATA-FIM.
              MOVE "N" TO WS-PEDIDO-OK.
              IF WS-DATA-INI > WS-DATA-FIM
                 DISPLAY "DATA INICIAL POSTERIOR A FINAL"
                 EXIT PARAGRAPH.
              OPEN INPUT OPERADORES.
              IF ARQST-OPR NOT = "00"
                 DISPLAY "OPERADOR.DAT INDISPONIVEL - STATUS "
                         ARQST-OPR
                 EXIT PARAGRAPH.
              MOVE WS-OPERADOR-PEDIDO TO OPR-CODIGO.
              READ OPERADORES
                 INVALID KEY
                    DISPLAY "OPERADOR " WS-OPERADOR-PEDIDO
                            " NAO CADASTRADO"
                 NOT INVALID KEY
                    MOVE OPR-NOME TO WS-OPR-NOME
                    MOVE "S" TO WS-PEDIDO-OK
              END-READ.
              CLOSE OPERADORES.

       ABRE-ARQ.
              MOVE "FRAUDE-HORA-INICIO" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-HORA-INICIO.
              MOVE "FRAUDE-HORA-FIM" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-HORA-FIM.
              MOVE "OPR-OCIOSO-MIN" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-OCIOSO-MIN.
              OPEN INPUT AUDITORIA.
              OPEN INPUT EXTRATO.
              OPEN INPUT JOURNAL.
              OPEN INPUT APROVACOES.
              OPEN INPUT TERMINAIS.
              OPEN INPUT GAVETAS.
              OPEN OUTPUT RELATORIO.
              IF ARQST-REL NOT = "00"
                 EXIT PARAGRAPH.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-OPERADOR-PEDIDO  TO WS-OPR-CODIGO.
              MOVE WS-DATA-INI(7:2)    TO WS-OPR-INI-DIA.
              MOVE WS-DATA-INI(5:2)    TO WS-OPR-INI-MES.
              MOVE WS-DATA-INI(1:4)    TO WS-OPR-INI-ANO.
              MOVE WS-DATA-FIM(7:2)    TO WS-OPR-FIM-DIA.
              MOVE WS-DATA-FIM(5:2)    TO WS-OPR-FIM-MES.
              MOVE WS-DATA-FIM(1:4)    TO WS-OPR-FIM-ANO.
              MOVE WS-LINHA-OPR TO REG-REL.
              WRITE REG-REL.
              MOVE WS-HORA-INICIO TO WS-HOR-INICIO.
              MOVE WS-HORA-FIM    TO WS-HOR-FIM.
              MOVE WS-OCIOSO-MIN  TO WS-HOR-OCIOSO.
              MOVE WS-LINHA-HOR TO REG-REL.
              WRITE REG-REL.
              DISPLAY "LINHA DO TEMPO DO OPERADOR " WS-OPERADOR-PEDIDO
                      " - " WS-DATA-INI " A " WS-DATA-FIM.

       LE-PARAMETRO.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.

      * Um arquivo ausente (agencia que ainda nao usa a gaveta, por
      * exemplo) so deixa de contribuir para a linha do tempo.
       LE-EVENTOS.
              IF ARQST-AUD = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LIBERA-AUDITORIA UNTIL WS-FIM-ARQ = "S"
              ELSE
                 DISPLAY "AUDIT.DAT INDISPONIVEL - STATUS " ARQST-AUD
              END-IF.
              IF ARQST-EXT = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LIBERA-EXTRATO UNTIL WS-FIM-ARQ = "S"
              ELSE
                 DISPLAY "EXTRATO.DAT INDISPONIVEL - STATUS " ARQST-EXT
              END-IF.
              IF ARQST-JRN = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LIBERA-JOURNAL UNTIL WS-FIM-ARQ = "S"
              ELSE
                 DISPLAY "JOURNAL.DAT INDISPONIVEL - STATUS " ARQST-JRN
              END-IF.
              IF ARQST-APR = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LIBERA-APROVACAO UNTIL WS-FIM-ARQ = "S"
              ELSE
                 DISPLAY "APROVA.DAT INDISPONIVEL - STATUS " ARQST-APR
              END-IF.
              IF ARQST-TRM = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LIBERA-TERMINAL UNTIL WS-FIM-ARQ = "S"
              ELSE
                 DISPLAY "TERMINAL.DAT INDISPONIVEL - STATUS "
                         ARQST-TRM
              END-IF.
              IF ARQST-GAV = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LIBERA-GAVETA UNTIL WS-FIM-ARQ = "S"
              ELSE
                 DISPLAY "GAVETA.DAT INDISPONIVEL - STATUS " ARQST-GAV
              END-IF.

      * Entradas e saidas de sessao vem da trilha gravada pelo
      * TRMREG (AUD-PROGRAMA "TERMINAL"); o resto e consulta.
       LIBERA-AUDITORIA.
              READ AUDITORIA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF AUD-OPERADOR NOT = WS-OPERADOR-PEDIDO
                 OR AUD-DATA < WS-DATA-INI OR AUD-DATA > WS-DATA-FIM
                 EXIT PARAGRAPH.
              MOVE SPACES TO REG-SRT.
              MOVE AUD-DATA TO SRT-DATA.
              MOVE AUD-HORA TO SRT-HORA.
              MOVE ZEROS    TO SRT-VALOR.
              MOVE "S"      TO SRT-HORA-REAL.
              IF AUD-PROGRAMA = "TERMINAL"
                 MOVE 1     TO SRT-ORDEM
                 MOVE "TRM" TO SRT-ORIGEM
                 EVALUATE AUD-RESULTADO
                    WHEN "S"
                       MOVE "ENTRADA NO TERMINAL" TO SRT-DESCRICAO
                    WHEN "E"
                       MOVE "SAIDA DO TERMINAL" TO SRT-DESCRICAO
                    WHEN "F"
                       MOVE "SAIDA FORCADA" TO SRT-DESCRICAO
                    WHEN OTHER
                       MOVE "ENTRADA RECUSADA" TO SRT-DESCRICAO
                 END-EVALUATE
              ELSE
                 MOVE 2     TO SRT-ORDEM
                 MOVE "AUD" TO SRT-ORIGEM
                 IF AUD-CODIGO NOT = ZEROS
                    MOVE AUD-CODIGO TO SRT-CONTA
                 END-IF
                 STRING "ACESSO " AUD-PROGRAMA " " AUD-RESULTADO
                        DELIMITED BY SIZE INTO SRT-DESCRICAO
                 END-STRING
              END-IF.
              RELEASE REG-SRT.

      * Deposito ("D") e saque ("S") de balcao sao os movimentos em
      * especie que entram nos totais correntes.
       LIBERA-EXTRATO.
              READ EXTRATO NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF EXT-OPERADOR NOT = WS-OPERADOR-PEDIDO
                 OR EXT-DATA < WS-DATA-INI OR EXT-DATA > WS-DATA-FIM
                 EXIT PARAGRAPH.
              MOVE SPACES TO REG-SRT.
              MOVE EXT-DATA   TO SRT-DATA.
              MOVE EXT-HORA   TO SRT-HORA.
              MOVE 4          TO SRT-ORDEM.
              MOVE "EXT"      TO SRT-ORIGEM.
              MOVE EXT-CODIGO TO SRT-CONTA.
              MOVE EXT-VALOR  TO SRT-VALOR.
              MOVE "S"        TO SRT-HORA-REAL.
              EVALUATE EXT-TIPO
                 WHEN "D"
                    MOVE "DEPOSITO EM ESPECIE" TO SRT-DESCRICAO
                    MOVE "E" TO SRT-CAIXA
                 WHEN "S"
                    MOVE "SAQUE EM ESPECIE" TO SRT-DESCRICAO
                    MOVE "S" TO SRT-CAIXA
                 WHEN OTHER
                    STRING "LANCAMENTO TIPO " EXT-TIPO
                           DELIMITED BY SIZE INTO SRT-DESCRICAO
                    END-STRING
              END-EVALUATE.
              RELEASE REG-SRT.

       LIBERA-JOURNAL.
              READ JOURNAL
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF JRN-OPERADOR NOT = WS-OPERADOR-PEDIDO
                 OR JRN-DATA < WS-DATA-INI OR JRN-DATA > WS-DATA-FIM
                 EXIT PARAGRAPH.
              MOVE SPACES TO REG-SRT.
              MOVE JRN-DATA      TO SRT-DATA.
              MOVE JRN-HORA      TO SRT-HORA.
              MOVE 5             TO SRT-ORDEM.
              MOVE "JRN"         TO SRT-ORIGEM.
              MOVE JRN-CONTA-DEB TO SRT-CONTA.
              MOVE JRN-HISTORICO TO SRT-DESCRICAO.
              MOVE JRN-VALOR     TO SRT-VALOR.
              MOVE "S"           TO SRT-HORA-REAL.
              RELEASE REG-SRT.

      * O operador aparece no APROVA.DAT como quem pediu a liberacao
      * ou como o supervisor que a deu.
       LIBERA-APROVACAO.
              READ APROVACOES
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF APR-DATA < WS-DATA-INI OR APR-DATA > WS-DATA-FIM
                 EXIT PARAGRAPH.
              IF APR-OPERADOR NOT = WS-OPERADOR-PEDIDO
                 AND APR-SUPERVISOR NOT = WS-OPERADOR-PEDIDO
                 EXIT PARAGRAPH.
              MOVE SPACES TO REG-SRT.
              MOVE APR-DATA   TO SRT-DATA.
              MOVE APR-HORA   TO SRT-HORA.
              MOVE 3          TO SRT-ORDEM.
              MOVE "APR"      TO SRT-ORIGEM.
              MOVE APR-CODIGO TO SRT-CONTA.
              MOVE APR-VALOR  TO SRT-VALOR.
              MOVE "S"        TO SRT-HORA-REAL.
              IF APR-OPERADOR = WS-OPERADOR-PEDIDO
                 STRING "APROV. " APR-TIPO " SUP " APR-SUPERVISOR
                        DELIMITED BY SIZE INTO SRT-DESCRICAO
                 END-STRING
              ELSE
                 STRING "APROVOU " APR-TIPO " OP " APR-OPERADOR
                        DELIMITED BY SIZE INTO SRT-DESCRICAO
                 END-STRING
              END-IF.
              RELEASE REG-SRT.

      * TERMINAL.DAT guarda so a situacao atual de cada terminal - a
      * sessao ainda aberta entra com a hora da ultima atividade.
       LIBERA-TERMINAL.
              READ TERMINAIS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF TRM-OPERADOR NOT = WS-OPERADOR-PEDIDO
                 OR TRM-SITUACAO NOT = "L"
                 OR TRM-DATA < WS-DATA-INI OR TRM-DATA > WS-DATA-FIM
                 EXIT PARAGRAPH.
              MOVE SPACES TO REG-SRT.
              MOVE TRM-DATA     TO SRT-DATA.
              MOVE TRM-ULT-ATIV TO SRT-HORA.
              MOVE 6            TO SRT-ORDEM.
              MOVE "TRM"        TO SRT-ORIGEM.
              MOVE ZEROS        TO SRT-VALOR.
              MOVE "S"          TO SRT-HORA-REAL.
              STRING "ULT.ATIV. " TRM-TERMINAL
                     DELIMITED BY SIZE INTO SRT-DESCRICAO
              END-STRING.
              RELEASE REG-SRT.

      * A gaveta nao tem hora: a abertura vai para o inicio do dia e
      * o fechamento contado para o fim.
       LIBERA-GAVETA.
              READ GAVETAS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF GAV-OPERADOR NOT = WS-OPERADOR-PEDIDO
                 OR GAV-DATA < WS-DATA-INI OR GAV-DATA > WS-DATA-FIM
                 EXIT PARAGRAPH.
              MOVE SPACES TO REG-SRT.
              MOVE GAV-DATA        TO SRT-DATA.
              MOVE ZEROS           TO SRT-HORA.
              MOVE ZEROS           TO SRT-ORDEM.
              MOVE "GAV"           TO SRT-ORIGEM.
              MOVE "ABERTURA - FUNDO" TO SRT-DESCRICAO.
              MOVE GAV-FUNDO-TROCO TO SRT-VALOR.
              MOVE "N"             TO SRT-HORA-REAL.
              RELEASE REG-SRT.
              IF GAV-SITUACAO = "F"
                 MOVE 999999          TO SRT-HORA
                 MOVE 9               TO SRT-ORDEM
                 MOVE "FECHAMENTO - DIFER." TO SRT-DESCRICAO
                 MOVE GAV-DIFERENCA   TO SRT-VALOR
                 RELEASE REG-SRT.

       IMPRIME-EVENTOS.
              MOVE "N" TO WS-FIM-SORT.
              PERFORM RECEBE-EVENTO UNTIL WS-FIM-SORT = "S".
              IF WS-TEM-DIA = "S"
                 PERFORM IMPRIME-TOTAL-DIA
              ELSE
                 MOVE WS-LINHA-BRANCO TO REG-REL
                 WRITE REG-REL
                 MOVE "NENHUMA ATIVIDADE DO OPERADOR NO PERIODO"
                      TO REG-REL
                 WRITE REG-REL.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-ENT-TOTAL TO WS-TPE-ENTRADAS.
              MOVE WS-SAI-TOTAL TO WS-TPE-SAIDAS.
              MOVE WS-LINHA-TOT-PER TO REG-REL.
              WRITE REG-REL.
              MOVE WS-QTD-EVENTOS      TO WS-QTD-EVE-ED.
              MOVE WS-QTD-FORA-HORARIO TO WS-QTD-FORA-ED.
              MOVE WS-QTD-OCIOSOS      TO WS-QTD-OCI-ED.
              MOVE WS-LINHA-QTD TO REG-REL.
              WRITE REG-REL.

       RECEBE-EVENTO.
              RETURN CLASSIFICA
                 AT END
                    MOVE "S" TO WS-FIM-SORT
                 NOT AT END
                    IF WS-TEM-DIA NOT = "S"
                       OR SRT-DATA NOT = WS-DIA-ATUAL
                       IF WS-TEM-DIA = "S"
                          PERFORM IMPRIME-TOTAL-DIA
                       END-IF
                       PERFORM IMPRIME-CABECALHO-DIA
                    END-IF
                    PERFORM IMPRIME-DETALHE
              END-RETURN.

       IMPRIME-CABECALHO-DIA.
              MOVE SRT-DATA TO WS-DIA-ATUAL.
              MOVE "S" TO WS-TEM-DIA.
              MOVE "N" TO WS-TEM-ANTERIOR.
              MOVE ZEROS TO WS-ENT-DIA WS-SAI-DIA.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              MOVE SRT-DATA(7:2) TO WS-DIA-DIA.
              MOVE SRT-DATA(5:2) TO WS-DIA-MES.
              MOVE SRT-DATA(1:4) TO WS-DIA-ANO.
              MOVE WS-LINHA-DIA TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.

       IMPRIME-DETALHE.
              ADD 1 TO WS-QTD-EVENTOS.
              MOVE SPACE TO WS-DET-FORA.
              IF SRT-HORA-REAL = "S"
                 MOVE SRT-HORA TO WS-HORA-EVENTO
                 PERFORM CONFERE-OCIOSO
                 PERFORM CONFERE-HORARIO
                 MOVE WS-EVE-HH TO WS-DET-HH
                 MOVE WS-EVE-MM TO WS-DET-MM
                 MOVE WS-EVE-SS TO WS-DET-SS
              ELSE
                 MOVE SPACES TO WS-DET-HORA-X.
              IF SRT-CAIXA = "E"
                 ADD SRT-VALOR TO WS-ENT-DIA WS-ENT-TOTAL.
              IF SRT-CAIXA = "S"
                 ADD SRT-VALOR TO WS-SAI-DIA WS-SAI-TOTAL.
              MOVE SRT-ORIGEM    TO WS-DET-ORIGEM.
              MOVE SRT-CONTA     TO WS-DET-CONTA.
              MOVE SRT-DESCRICAO TO WS-DET-DESCRICAO.
              IF SRT-VALOR = ZEROS AND SRT-ORIGEM NOT = "GAV"
                 MOVE SPACES TO WS-DET-VALOR-X
              ELSE
                 MOVE SRT-VALOR TO WS-DET-VALOR.
              MOVE WS-ENT-DIA TO WS-DET-ENTRADAS.
              MOVE WS-SAI-DIA TO WS-DET-SAIDAS.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

      * Intervalo entre duas operacoes seguidas do mesmo dia acima
      * do limite ganha linha propria antes da operacao seguinte.
       CONFERE-OCIOSO.
              COMPUTE WS-MIN-ATUAL = WS-EVE-HH * 60 + WS-EVE-MM.
              IF WS-TEM-ANTERIOR = "S"
                 AND WS-MIN-ATUAL - WS-MIN-ANTERIOR > WS-OCIOSO-MIN
                 COMPUTE WS-MIN-OCIOSO = WS-MIN-ATUAL - WS-MIN-ANTERIOR
                 ADD 1 TO WS-QTD-OCIOSOS
                 MOVE WS-ANT-HH        TO WS-OCI-DE-HH
                 MOVE WS-ANT-MM        TO WS-OCI-DE-MM
                 MOVE WS-EVE-HH        TO WS-OCI-ATE-HH
                 MOVE WS-EVE-MM        TO WS-OCI-ATE-MM
                 MOVE WS-MIN-OCIOSO    TO WS-OCI-MIN
                 MOVE WS-LINHA-OCIOSO TO REG-REL
                 WRITE REG-REL.
              MOVE "S"            TO WS-TEM-ANTERIOR.
              MOVE WS-HORA-EVENTO TO WS-HORA-ANTERIOR.
              MOVE WS-MIN-ATUAL   TO WS-MIN-ANTERIOR.

       CONFERE-HORARIO.
              IF WS-EVE-HH < WS-HORA-INICIO
                 OR WS-EVE-HH NOT < WS-HORA-FIM
                 MOVE "*" TO WS-DET-FORA
                 ADD 1 TO WS-QTD-FORA-HORARIO.

       IMPRIME-TOTAL-DIA.
              MOVE WS-ENT-DIA TO WS-TDI-ENTRADAS.
              MOVE WS-SAI-DIA TO WS-TDI-SAIDAS.
              MOVE WS-LINHA-TOT-DIA TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              IF ARQST-REL = "00"
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO.
              IF ARQST-AUD = "00" OR ARQST-AUD = "10"
                 CLOSE AUDITORIA.
              IF ARQST-EXT = "00" OR ARQST-EXT = "10"
                 CLOSE EXTRATO.
              IF ARQST-JRN = "00" OR ARQST-JRN = "10"
                 CLOSE JOURNAL.
              IF ARQST-APR = "00" OR ARQST-APR = "10"
                 CLOSE APROVACOES.
              IF ARQST-TRM = "00" OR ARQST-TRM = "10"
                 CLOSE TERMINAIS.
              IF ARQST-GAV = "00" OR ARQST-GAV = "10"
                 CLOSE GAVETAS.
              DISPLAY "EVENTOS NA LINHA DO TEMPO: " WS-QTD-EVENTOS.
              DISPLAY "FORA DO HORARIO          : "
                      WS-QTD-FORA-HORARIO.
              DISPLAY "PERIODOS OCIOSOS         : " WS-QTD-OCIOSOS.
              DISPLAY "FIM DE PROGRAMA".
