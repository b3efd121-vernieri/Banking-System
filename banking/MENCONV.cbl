      ******************************************************************
      * Author: Vernieri
      * Date: September 29, 2026
      * Purpose: Minor accounts reaching age 18 become ordinary ones
      * Tectonics: cobc
      ******************************************************************
      * Runs every day in the FIMDIA chain over RESPONS.DAT.  When the
      * holder of a minor account completes 18 years on the movement
      * date (or the conversion was missed on an earlier day) the
      * guardian link is deleted - OPERACAO stops asking for the
      * guardian - and SENHA-BLOQUEIO is set to "T", so the holder
      * registers a SENHA of their own at the next visit to the
      * window.  Each conversion leaves an AUDIT.DAT row under
      * program MENCONV, result "C".  Links of closed accounts are
      * just deleted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MENCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RESPONSAVEIS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RSP-CODIGO
              FILE STATUS ARQST-RSP.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD RESPONSAVEIS LABEL RECORD STANDARD
                DATA RECORD IS REG-RSP
                VALUE OF FILE-ID IS "RESPONS.DAT".
          01 REG-RSP.
                COPY RESPONS.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       WORKING-STORAGE SECTION.
          01 ARQST-RSP               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          COPY DATASIS.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          COPY CLICOM.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-DATA-MAIORIDADE      PIC 9(08) VALUE ZEROS.
          01 WS-MAIORIDADE           PIC 9(02) VALUE 18.
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-CONVERTIDAS      PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ENCERRADAS       PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-RSP = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-RSP
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN I-O RESPONSAVEIS.
              IF ARQST-RSP NOT = "00"
                     CLOSE RESPONSAVEIS
                     OPEN OUTPUT RESPONSAVEIS
                     CLOSE RESPONSAVEIS
                     OPEN I-O RESPONSAVEIS.
              OPEN I-O CLIENTES.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDITORIA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              DISPLAY "CONVERSAO DE CONTAS DE MENOR - "
                      DIA "/" MES "/" ANO.

       PROCESSO.
              READ RESPONSAVEIS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM AVALIA-CONTA
              END-READ.

       AVALIA-CONTA.
              MOVE RSP-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DELETE RESPONSAVEIS RECORD
                    ADD 1 TO WS-QTD-ENCERRADAS
                    EXIT PARAGRAPH
              END-READ.
              IF STATUS-CONTA = "F"
                 DELETE RESPONSAVEIS RECORD
                 ADD 1 TO WS-QTD-ENCERRADAS
                 EXIT PARAGRAPH.
      * Aniversario de 18 anos como AAAAMMDD - um nascido em 29/02
      * converte em 01/03 nos anos que nao sao bissextos.
              COMPUTE WS-DATA-MAIORIDADE =
                      (DATANASC-ANO + WS-MAIORIDADE) * 10000
                    + DATANASC-MES * 100 + DATANASC-DIA.
              IF WS-DATA-MAIORIDADE > WS-DATA-HOJE
                 EXIT PARAGRAPH.
              PERFORM CONVERTE-CONTA.

       CONVERTE-CONTA.
              MOVE "T"   TO SENHA-BLOQUEIO.
              MOVE ZEROS TO SENHA-TENTATIVAS.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO AO REGRAVAR CONTA " CODIGO
                            " - STATUS " ARQST
                    EXIT PARAGRAPH
              END-REWRITE.
              DELETE RESPONSAVEIS RECORD.
              ADD 1 TO WS-QTD-CONVERTIDAS.
              MOVE CODIGO      TO AUD-CODIGO.
              MOVE ANO         TO AUD-ANO.
              MOVE MES         TO AUD-MES.
              MOVE DIA         TO AUD-DIA.
              MOVE "MENCONV"   TO AUD-PROGRAMA.
              MOVE "C"         TO AUD-RESULTADO.
              MOVE ZEROS       TO AUD-OPERADOR.
              MOVE HORA-SIS    TO AUD-HORA.
              CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto nenhuma conta e convertida.
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
              CLOSE RESPONSAVEIS.
              CLOSE CLIENTES.
              CLOSE AUDITORIA.
              DISPLAY "VINCULOS LIDOS    : " WS-QTD-LIDOS.
              DISPLAY "CONTAS CONVERTIDAS: " WS-QTD-CONVERTIDAS.
              DISPLAY "CONTAS ENCERRADAS : " WS-QTD-ENCERRADAS.
              DISPLAY "FIM DE PROGRAMA".
