              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TJR.

              SELECT PERIODOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PER-AAAAMM
              FILE STATUS ARQST-PER.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRATO LABEL RECORD STANDARD
       FD ARQJRN LABEL RECORD STANDARD
                DATA RECORD IS REG-AJR
                VALUE OF FILE-ID IS WS-NOME-ARQJRN.
          01 REG-AJR                 PIC X(105).

       FD TRABEXT LABEL RECORD STANDARD
                DATA RECORD IS REG-TEX
       FD TRABJRN LABEL RECORD STANDARD
                DATA RECORD IS REG-TJR
                VALUE OF FILE-ID IS "FECHAJRN.TMP".
          01 REG-TJR                 PIC X(105).

       FD PERIODOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PER
                VALUE OF FILE-ID IS "PERIODO.DAT".
          01 REG-PER.
                COPY PERIODO.

       WORKING-STORAGE SECTION.
          01 ARQST-EXT               PIC X(02).
          01 ARQST-AJR               PIC X(02).
          01 ARQST-TEX               PIC X(02).
          01 ARQST-TJR               PIC X(02).
          01 ARQST-PER               PIC X(02).
          01 WS-PER-FECHADO          PIC X(01) VALUE "N".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CORTE-OK             PIC X(01) VALUE "S".
          01 WS-ELO-FUNCAO           PIC X(01) VALUE "R".
          01 WS-ELO-ARQUIVO          PIC X(01) VALUE "J".
          01 WS-ELO-DADOS            PIC X(80) VALUE SPACES.
          01 WS-ELO-NUM              PIC 9(09) VALUE ZEROS.
          01 WS-ELO-ANT              PIC 9(10) VALUE ZEROS.
          01 WS-ELO-HASH             PIC 9(10) VALUE ZEROS.
          COPY DATASIS.
          01 WS-NOME-ARQEXT          PIC X(13) VALUE SPACES.
          01 WS-NOME-ARQJRN          PIC X(13) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
              PERFORM PEDE-PERIODO.
              PERFORM CONFERE-PERIODO.
              IF WS-CORTE-OK NOT = "S"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
      * O corte so roda sobre JOURNAL/AUDIT com a cadeia de
      * conferencia intacta - um elo rompido e investigado (ou o
      * ultimo backup restaurado) antes de o journal ser repartido.
              CALL "ELOCHK".
              IF RETURN-CODE NOT = ZEROS
                 DISPLAY "CADEIA DE CONFERENCIA ROMPIDA - VER "
                         "ELOCHK.LST - FECHAMENTO NAO EXECUTADO"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
      * O fechamento revaloriza os saldos em moeda estrangeira antes
      * do corte - os ajustes entram no journal com a data da rodada.
              CALL "CMBREVAL".
              PERFORM ROLA-EXTRATO.
              PERFORM ROLA-JOURNAL.
              PERFORM GRAVA-PERIODO.
              PERFORM FINALIZA.
              GOBACK.

              DISPLAY "PERIODO DE CORTE: " WS-MES-CORTE "/"
                      WS-ANO-CORTE.

      * A closed month is closed for good - it is never cut twice,
      * and the month still holding the open movement day cannot be
      * cut before FIMDIA closes that day.
       CONFERE-PERIODO.
              CALL "PERCHK" USING WS-AAMM-CORTE WS-PER-FECHADO.
              IF WS-PER-FECHADO = "S"
                 DISPLAY "PERIODO " WS-MES-CORTE "/" WS-ANO-CORTE
                         " JA FECHADO"
                 MOVE "N" TO WS-CORTE-OK
                 EXIT PARAGRAPH.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 AND WS-DATA-MOVTO(1:6) NOT > WS-AAMM-CORTE
                 DISPLAY "DIA DE MOVIMENTO " WS-DATA-MOVTO
                         " AINDA ABERTO NO PERIODO - EXECUTE O FIMDIA"
                 MOVE "N" TO WS-CORTE-OK.

      * From here on DATMOV refuses any movement day in the month
      * and ABREDIA will not open one - late adjustments go into the
      * open period through LCTMAN, pointing back to this one.
       GRAVA-PERIODO.
              OPEN I-O PERIODOS.
              IF ARQST-PER NOT = "00"
                     CLOSE PERIODOS
                     OPEN OUTPUT PERIODOS
                     CLOSE PERIODOS
                     OPEN I-O PERIODOS.
              MOVE WS-AAMM-CORTE TO PER-AAAAMM.
              MOVE "F"           TO PER-SITUACAO.
              MOVE DATA-SIS(1:8) TO PER-DATA-FECHAM.
              MOVE HORA-SIS      TO PER-HORA-FECHAM.
              WRITE REG-PER
                 INVALID KEY
                    REWRITE REG-PER
              END-WRITE.
              IF ARQST-PER NOT = "00"
                 DISPLAY "ERRO NO CALENDARIO DE PERIODOS - STATUS "
                         ARQST-PER
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY "PERIODO " WS-MES-CORTE "/" WS-ANO-CORTE
                         " FECHADO PARA LANCAMENTOS".
              CLOSE PERIODOS.

      * Pass 1 splits the extrato between the month archive and the
      * work file; the per-account closing SALDO of the archived
      * period is remembered for the carry-forward records.  Pass 2
              CLOSE JOURNAL.
              CLOSE ARQJRN.
              CLOSE TRABJRN.
      * O journal novo continua a cadeia a partir do ultimo elo do
      * antigo: a base passa a ser esse elo e os saldos anteriores e
      * os lancamentos mantidos sao encadeados de novo ao regravar.
              CALL "ELOCAD" USING WS-ELO-FUNCAO WS-ELO-ARQUIVO
                                  WS-ELO-DADOS WS-ELO-NUM WS-ELO-ANT
                                  WS-ELO-HASH.
              OPEN OUTPUT JOURNAL.
              PERFORM GRAVA-ABERTURA-JOURNAL.
              OPEN INPUT TRABJRN.
              MOVE ZEROS       TO JRN-OPERADOR.
              MOVE HORA-SIS    TO JRN-HORA.
              MOVE ZEROS       TO JRN-SEQ.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.

       DEVOLVE-JOURNAL.
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-TJR TO REG-JRN
                    CALL "JRNELO" USING REG-JRN
                    WRITE REG-JRN
              END-READ.

