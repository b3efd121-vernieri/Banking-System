      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Run one AGENCIA partition of a batch step as a job
      *          of its own
      * Tectonics: cobc
      ******************************************************************
      * FIMDIA runs the partitions it finds active in CADEIA.DAT one
      * after the other.  To run them side by side, each partition is
      * kept in CADEIA.DAT with CAD-ATIVO "N" (FIMDIA skips it) and
      * launched as a separate job of this program, which asks the
      * step (JUROS, SNAPDIA, CSTCOB or RELSALDO) and the partition
      * on the console, takes the AGENCIA range from the CADEIA.DAT
      * entry, hands it to FAIXAGE and calls the step.  The step
      * keeps its own checkpoint, run-control entry, report and work
      * files for the partition; PARTCONF, scheduled after the last
      * partition job, appends the work files to JOURNAL.DAT and
      * POSICOES.DAT and checks the ranges.  The step's return code is
      * the job's return code; a failure is also logged in RUNLOG.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARTRUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CADEIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CAD.

       DATA DIVISION.
       FILE SECTION.
       FD CADEIA LABEL RECORD STANDARD
                DATA RECORD IS REG-CAD
                VALUE OF FILE-ID IS "CADEIA.DAT".
          01 REG-CAD.
                COPY CADEIA.

       WORKING-STORAGE SECTION.
          01 ARQST-CAD               PIC X(02).
          COPY FAIXAW.
          01 WS-PASSO-NOME           PIC X(08) VALUE SPACES.
          01 WS-PARTICAO-PEDIDA      PIC 9(02) VALUE ZEROS.
          01 WS-PEDIDO-OK            PIC X(01) VALUE "N".
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-FIM-CAD              PIC X(01) VALUE "N".
          01 WS-RC-PASSO             PIC 9(04) VALUE ZEROS.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "PARTRUN".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM PEDE-PARAMETROS.
              IF WS-PEDIDO-OK = "S"
                 PERFORM CARREGA-FAIXA.
              IF WS-ACHOU = "S"
                 PERFORM EXECUTA-PARTICAO
              ELSE
                 MOVE 8 TO WS-RC-PASSO.
              DISPLAY "FIM DE PROGRAMA - CODIGO DE RETORNO "
                      WS-RC-PASSO.
              MOVE WS-RC-PASSO TO RETURN-CODE.
              GOBACK.

       PEDE-PARAMETROS.
              DISPLAY "EXECUCAO DE PARTICAO POR AGENCIA".
              DISPLAY "INFORME O PASSO (JUROS/SNAPDIA/CSTCOB/"
                      "RELSALDO): " WITH NO ADVANCING.
              ACCEPT WS-PASSO-NOME.
              DISPLAY "INFORME A PARTICAO (01-99): " WITH NO ADVANCING.
              ACCEPT WS-PARTICAO-PEDIDA.
              IF WS-PASSO-NOME NOT = "JUROS"
                 AND WS-PASSO-NOME NOT = "SNAPDIA"
                 AND WS-PASSO-NOME NOT = "CSTCOB"
                 AND WS-PASSO-NOME NOT = "RELSALDO"
                 DISPLAY "PASSO " WS-PASSO-NOME
                         " NAO RODA POR PARTICAO"
                 EXIT PARAGRAPH.
              IF WS-PARTICAO-PEDIDA = ZEROS
                 DISPLAY "PARTICAO 00 E O ARQUIVO INTEIRO - USE A "
                         "CADEIA"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-PEDIDO-OK.

      * A faixa vem da entrada do passo e particao em CADEIA.DAT,
      * ativa ou nao - a mesma que o PARTCONF confere.
       CARREGA-FAIXA.
              OPEN INPUT CADEIA.
              IF ARQST-CAD NOT = "00"
                 DISPLAY "CADEIA.DAT INDISPONIVEL - STATUS " ARQST-CAD
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-CAD.
              PERFORM LE-CADEIA UNTIL WS-FIM-CAD = "S".
              CLOSE CADEIA.
              IF WS-ACHOU NOT = "S"
                 DISPLAY "PASSO " WS-PASSO-NOME " PARTICAO "
                         WS-PARTICAO-PEDIDA " NAO ESTA EM CADEIA.DAT".

       LE-CADEIA.
              READ CADEIA
                 AT END
                    MOVE "S" TO WS-FIM-CAD
                 NOT AT END
                    IF CAD-PASSO = WS-PASSO-NOME
                       AND CAD-PARTICAO = WS-PARTICAO-PEDIDA
                       MOVE CAD-PARTICAO    TO WS-FAI-PARTICAO
                       MOVE CAD-AGENCIA-INI TO WS-FAI-AGENCIA-INI
                       MOVE CAD-AGENCIA-FIM TO WS-FAI-AGENCIA-FIM
                       MOVE "S" TO WS-ACHOU WS-FIM-CAD
                    END-IF
              END-READ.

       EXECUTA-PARTICAO.
              MOVE "G" TO WS-FAI-FUNCAO.
              CALL "FAIXAGE" USING WS-FAI-FUNCAO WS-FAIXA.
              DISPLAY "INICIANDO PASSO " WS-PASSO-NOME " PARTICAO "
                      WS-FAI-PARTICAO " - AGENCIAS "
                      WS-FAI-AGENCIA-INI " A " WS-FAI-AGENCIA-FIM.
              MOVE ZEROS TO RETURN-CODE.
              EVALUATE WS-PASSO-NOME
                 WHEN "JUROS"    CALL "JUROS"
                 WHEN "SNAPDIA"  CALL "SNAPDIA"
                 WHEN "CSTCOB"   CALL "CSTCOB"
                 WHEN "RELSALDO" CALL "RELSALDO"
              END-EVALUATE.
              MOVE RETURN-CODE TO WS-RC-PASSO.
              IF WS-RC-PASSO NOT = ZEROS
                 DISPLAY "PASSO " WS-PASSO-NOME " PARTICAO "
                         WS-FAI-PARTICAO " FALHOU"
                 MOVE WS-PASSO-NOME TO WS-LOG-CHAVE
                 MOVE WS-FAI-PARTICAO TO WS-LOG-CHAVE(9:2)
                 MOVE "PARTICAO TERMINOU COM ERRO - VER CONSOLE"
                      TO WS-LOG-MENSAGEM
                 CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                       WS-LOG-SEVERIDADE
                                       WS-LOG-MENSAGEM.
