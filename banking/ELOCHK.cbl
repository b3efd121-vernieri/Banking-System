      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Verify the check-value chain of JOURNAL and AUDIT
      * Tectonics: cobc
      ******************************************************************
      * Walks JOURNAL.DAT and AUDIT.DAT from the base link recorded in
      * ELOS.DAT and recomputes every link through ELOCAD.  For each
      * log the report (ELOCHK.LST) shows either the chain intact up
      * to its last link or the first broken one - position in the
      * file, link number, transaction number and what failed: a
      * record without a link, a link out of sequence (record
      * inserted or removed), a previous value that does not match
      * or content changed after it was written.  A log that ends
      * short of (or beyond) the last link in ELOS.DAT was cut at the
      * end.  Any break goes to RUNLOG.DAT and ends with RC 8, so the
      * nightly chain stops and FECHAMES refuses the monthly cut.
      * Runs in the FIMDIA chain and on demand at any time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ELOCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

              SELECT ESTADO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-ELS.

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

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       FD ESTADO LABEL RECORD STANDARD
                DATA RECORD IS REG-ELS
                VALUE OF FILE-ID IS "ELOS.DAT".
          01 REG-ELS.
                COPY ELOSTAT.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "ELOCHK.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          01 ARQST-ELS               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "ELOCHK".
          01 WS-SPL-ARQUIVO          PIC X(12)
                                     VALUE "ELOCHK.LST".
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "ELOCHK".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-ELS              PIC X(01) VALUE "N".
          01 WS-IX                   PIC 9(01) VALUE 1.
          01 WS-ROMPEU               PIC X(01) VALUE "N".
          01 WS-QTD-ROMPIDAS         PIC 9(01) VALUE ZEROS.
          01 WS-QTD-LIDOS            PIC 9(07) VALUE ZEROS.
          01 WS-MOTIVO               PIC X(38) VALUE SPACES.
          01 WS-SEQ-REG              PIC 9(09) VALUE ZEROS.
          01 WS-ESPERA-NUM           PIC 9(09) VALUE ZEROS.
          01 WS-ESPERA-ANT           PIC 9(10) VALUE ZEROS.
          01 WS-ULTIMO-NUM           PIC 9(09) VALUE ZEROS.
          01 WS-ULTIMO-HASH          PIC 9(10) VALUE ZEROS.
          01 WS-REG-ELO.
                02 WS-REG-NUM        PIC 9(09).
                02 WS-REG-ANT        PIC 9(10).
                02 WS-REG-HASH       PIC 9(10).
          01 WS-ELO-FUNCAO           PIC X(01) VALUE "C".
          01 WS-ELO-ARQUIVO          PIC X(01) VALUE SPACE.
          01 WS-ELO-DADOS            PIC X(80) VALUE SPACES.
          01 WS-ELO-NUM              PIC 9(09) VALUE ZEROS.
          01 WS-ELO-ANT              PIC 9(10) VALUE ZEROS.
          01 WS-ELO-HASH             PIC 9(10) VALUE ZEROS.
          01 WS-TAB-ESTADO.
                02 WS-TAB-ELS OCCURS 2 TIMES.
                   03 WS-TAB-BASE-NUM  PIC 9(09).
                   03 WS-TAB-BASE-HASH PIC 9(10).
                   03 WS-TAB-ULT-NUM   PIC 9(09).
                   03 WS-TAB-ULT-HASH  PIC 9(10).

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(42) VALUE
                   "CONFERENCIA DA CADEIA JOURNAL/AUDIT -     ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(28) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "ARQUIVO      REGISTRO ELO       SEQ TRN ".
                02 FILLER            PIC X(40) VALUE
                   "  OCORRENCIA".

          01 WS-LINHA-DET.
                02 WS-DET-ARQUIVO    PIC X(12).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-REGISTRO   PIC 9(07).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-ELO        PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SEQ        PIC 9(09).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-MOTIVO     PIC X(38).

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL = "00"
                 PERFORM LE-ESTADO
                 PERFORM CONFERE-JOURNAL
                 PERFORM CONFERE-AUDITORIA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO RELATORIO - STATUS "
                         ARQST-REL
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN OUTPUT RELATORIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              IF ARQST-REL = "00"
                 MOVE WS-LINHA-CAB1 TO REG-REL
                 WRITE REG-REL
                 MOVE WS-LINHA-CAB2 TO REG-REL
                 WRITE REG-REL.

      * Sem ELOS.DAT nenhum registro foi encadeado ainda - as duas
      * cadeias partem do zero, como no ELOCAD.
       LE-ESTADO.
              MOVE ZEROS TO WS-TAB-ESTADO.
              MOVE "N" TO WS-FIM-ELS.
              OPEN INPUT ESTADO.
              IF ARQST-ELS NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-UM-ESTADO UNTIL WS-FIM-ELS = "S".
              CLOSE ESTADO.

       LE-UM-ESTADO.
              READ ESTADO
                 AT END
                    MOVE "S" TO WS-FIM-ELS
                 NOT AT END
                    IF ELS-ARQUIVO = "J"
                       MOVE ELS-BASE-NUM  TO WS-TAB-BASE-NUM(1)
                       MOVE ELS-BASE-HASH TO WS-TAB-BASE-HASH(1)
                       MOVE ELS-ULT-NUM   TO WS-TAB-ULT-NUM(1)
                       MOVE ELS-ULT-HASH  TO WS-TAB-ULT-HASH(1)
                    END-IF
                    IF ELS-ARQUIVO = "A"
                       MOVE ELS-BASE-NUM  TO WS-TAB-BASE-NUM(2)
                       MOVE ELS-BASE-HASH TO WS-TAB-BASE-HASH(2)
                       MOVE ELS-ULT-NUM   TO WS-TAB-ULT-NUM(2)
                       MOVE ELS-ULT-HASH  TO WS-TAB-ULT-HASH(2)
                    END-IF
              END-READ.

       PREPARA-CONFERENCIA.
              MOVE "N" TO WS-ROMPEU.
              MOVE "N" TO WS-FIM-ARQ.
              MOVE ZEROS TO WS-QTD-LIDOS WS-SEQ-REG.
              COMPUTE WS-ESPERA-NUM = WS-TAB-BASE-NUM(WS-IX) + 1.
              MOVE WS-TAB-BASE-HASH(WS-IX) TO WS-ESPERA-ANT.
              MOVE WS-TAB-BASE-NUM(WS-IX)  TO WS-ULTIMO-NUM.
              MOVE WS-TAB-BASE-HASH(WS-IX) TO WS-ULTIMO-HASH.

      * Arquivo ausente conta como vazio: so esta certo se nada foi
      * encadeado desde a base.
       CONFERE-JOURNAL.
              MOVE 1 TO WS-IX.
              MOVE "J" TO WS-ELO-ARQUIVO.
              MOVE "JOURNAL.DAT" TO WS-DET-ARQUIVO.
              PERFORM PREPARA-CONFERENCIA.
              OPEN INPUT JOURNAL.
              IF ARQST-JRN = "00"
                 PERFORM LE-JOURNAL UNTIL WS-FIM-ARQ = "S"
                 CLOSE JOURNAL.
              PERFORM CONCLUI-CONFERENCIA.

       LE-JOURNAL.
              READ JOURNAL
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    MOVE SPACES TO WS-ELO-DADOS
                    MOVE REG-JRN(1:76) TO WS-ELO-DADOS
                    MOVE JRN-ELO TO WS-REG-ELO
                    MOVE JRN-SEQ TO WS-SEQ-REG
                    PERFORM CONFERE-ELO
                    IF WS-ROMPEU = "S"
                       MOVE "S" TO WS-FIM-ARQ
                    END-IF
              END-READ.

       CONFERE-AUDITORIA.
              MOVE 2 TO WS-IX.
              MOVE "A" TO WS-ELO-ARQUIVO.
              MOVE "AUDIT.DAT" TO WS-DET-ARQUIVO.
              PERFORM PREPARA-CONFERENCIA.
              OPEN INPUT AUDITORIA.
              IF ARQST-AUD = "00"
                 PERFORM LE-AUDITORIA UNTIL WS-FIM-ARQ = "S"
                 CLOSE AUDITORIA.
              PERFORM CONCLUI-CONFERENCIA.

       LE-AUDITORIA.
              READ AUDITORIA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    MOVE SPACES TO WS-ELO-DADOS
                    MOVE REG-AUD(1:31) TO WS-ELO-DADOS
                    MOVE AUD-ELO TO WS-REG-ELO
                    MOVE ZEROS TO WS-SEQ-REG
                    PERFORM CONFERE-ELO
                    IF WS-ROMPEU = "S"
                       MOVE "S" TO WS-FIM-ARQ
                    END-IF
              END-READ.

      * Numeracao, valor anterior e valor proprio, nessa ordem - o
      * primeiro que falhar e o motivo do elo rompido.
       CONFERE-ELO.
              IF WS-REG-ELO NOT NUMERIC
                 MOVE "REGISTRO SEM ELO" TO WS-MOTIVO
                 MOVE "S" TO WS-ROMPEU
                 EXIT PARAGRAPH.
              IF WS-REG-NUM NOT = WS-ESPERA-NUM
                 MOVE "ELO FORA DE SEQUENCIA" TO WS-MOTIVO
                 MOVE "S" TO WS-ROMPEU
                 EXIT PARAGRAPH.
              IF WS-REG-ANT NOT = WS-ESPERA-ANT
                 MOVE "VALOR DO ELO ANTERIOR NAO CONFERE"
                      TO WS-MOTIVO
                 MOVE "S" TO WS-ROMPEU
                 EXIT PARAGRAPH.
              MOVE WS-REG-NUM TO WS-ELO-NUM.
              MOVE WS-REG-ANT TO WS-ELO-ANT.
              CALL "ELOCAD" USING WS-ELO-FUNCAO WS-ELO-ARQUIVO
                                  WS-ELO-DADOS WS-ELO-NUM WS-ELO-ANT
                                  WS-ELO-HASH.
              IF WS-ELO-HASH NOT = WS-REG-HASH
                 MOVE "CONTEUDO DO REGISTRO ALTERADO" TO WS-MOTIVO
                 MOVE "S" TO WS-ROMPEU
                 EXIT PARAGRAPH.
              MOVE WS-REG-NUM  TO WS-ULTIMO-NUM.
              MOVE WS-REG-HASH TO WS-ULTIMO-HASH.
              ADD 1 TO WS-ESPERA-NUM.
              MOVE WS-REG-HASH TO WS-ESPERA-ANT.

      * Cadeia inteira conferida: o ultimo elo do arquivo tem de ser
      * o ultimo entregue pelo ELOCAD, senao o arquivo foi cortado
      * (ou acrescido) no fim.
       CONCLUI-CONFERENCIA.
              IF WS-ROMPEU = "N"
                 IF WS-ULTIMO-NUM NOT = WS-TAB-ULT-NUM(WS-IX)
                    OR WS-ULTIMO-HASH NOT = WS-TAB-ULT-HASH(WS-IX)
                    MOVE "ULTIMO ELO DIVERGE DE ELOS.DAT"
                         TO WS-MOTIVO
                    MOVE "S" TO WS-ROMPEU
                    ADD 1 TO WS-QTD-LIDOS
                    MOVE WS-ESPERA-NUM TO WS-REG-NUM
                    MOVE ZEROS TO WS-SEQ-REG
                 END-IF
              END-IF.
              MOVE WS-QTD-LIDOS TO WS-DET-REGISTRO.
              MOVE WS-SEQ-REG   TO WS-DET-SEQ.
              IF WS-ROMPEU = "S"
                 ADD 1 TO WS-QTD-ROMPIDAS
                 MOVE WS-REG-NUM TO WS-DET-ELO
                 MOVE WS-MOTIVO  TO WS-DET-MOTIVO
                 DISPLAY WS-DET-ARQUIVO " - ELO ROMPIDO NO REGISTRO "
                         WS-DET-REGISTRO " ELO " WS-DET-ELO
                 DISPLAY "   " WS-MOTIVO
                 PERFORM REGISTRA-ROMPIMENTO
              ELSE
                 MOVE WS-ULTIMO-NUM TO WS-DET-ELO
                 MOVE "CADEIA INTACTA" TO WS-DET-MOTIVO
                 DISPLAY WS-DET-ARQUIVO " - CADEIA INTACTA ATE O ELO "
                         WS-DET-ELO
              END-IF.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

       REGISTRA-ROMPIMENTO.
              MOVE WS-DET-ARQUIVO TO WS-LOG-CHAVE.
              MOVE SPACES TO WS-LOG-MENSAGEM.
              STRING "ELO " WS-DET-ELO " ROMPIDO - " WS-MOTIVO
                     DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

       FINALIZA.
              IF ARQST-REL = "00"
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO.
              IF WS-QTD-ROMPIDAS > ZEROS
                 MOVE 8 TO RETURN-CODE.
              DISPLAY "CADEIAS ROMPIDAS: " WS-QTD-ROMPIDAS.
              DISPLAY "FIM DE PROGRAMA".
