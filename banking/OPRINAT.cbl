      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Nightly inactivation of operators who stopped signing
      *          on
      * Tectonics: cobc
      ******************************************************************
      * Run in the nightly chain: every active operator whose last
      * sign-on (OPR-ULT-ACESSO, stamped by MENU) is more than
      * OPR-INATIVO-DIAS days old (parameter, default 60) is set to
      * OPR-SITUACAO "I", and a manager among them is turned off in
      * GERENTES.DAT the same way OPRMAN does it.  A supervisor
      * reactivates the operator through OPRMAN.  The inactivated
      * operators are listed for the branches.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPRINAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPERADORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY OPR-CODIGO
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-OPR.

              SELECT GERENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY GER-OPERADOR
              FILE STATUS ARQST-GER.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES LABEL RECORD STANDARD
                DATA RECORD IS REG-OPR
                VALUE OF FILE-ID IS "OPERADOR.DAT".
          01 REG-OPR.
                COPY OPERADOR.

       FD GERENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-GER
                VALUE OF FILE-ID IS "GERENTES.DAT".
          01 REG-GER.
                COPY GERENTE.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "OPRINAT.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-OPR               PIC X(02).
          01 ARQST-GER               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "OPRINAT".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "OPRINAT.LST".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-PRM-NOME             PIC X(20).
          01 WS-PRM-VALOR            PIC S9(05)V9999.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-INATIVO-DIAS         PIC 9(03) VALUE 60.
          01 WS-DIAS-SEM-ACESSO      PIC S9(05) VALUE ZEROS.
          01 WS-GERENTE              PIC X(01) VALUE "N".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-INATIVADOS       PIC 9(06) VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(42) VALUE
                   "OPERADORES INATIVADOS POR FALTA DE ACESSO ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(27) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "OPER NOME                           ULT.".
                02 FILLER            PIC X(40) VALUE
                   "ACESSO   DIAS  GER".

          01 WS-LINHA-DET.
                02 WS-DET-OPERADOR   PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-NOME       PIC X(30).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-ANO        PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-DIAS       PIC ZZZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-GERENTE    PIC X(03).
                02 FILLER            PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO RELATORIO - STATUS "
                         ARQST-REL
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF ARQST-OPR = "00"
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 ELSE
                    DISPLAY "OPERADOR.DAT INDISPONIVEL - STATUS "
                            ARQST-OPR
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              MOVE "OPR-INATIVO-DIAS" TO WS-PRM-NOME.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-INATIVO-DIAS.
              OPEN I-O OPERADORES.
              OPEN I-O GERENTES.
              OPEN OUTPUT RELATORIO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "INATIVACAO DE OPERADORES - " DIA "/" MES
                      "/" ANO.

       PROCESSO.
              READ OPERADORES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              ADD 1 TO WS-QTD-LIDOS.
              IF OPR-SITUACAO NOT = "A"
                 EXIT PARAGRAPH.
      * Sem registro de acesso (operador anterior ao controle) o
      * prazo passa a contar de hoje.
              IF OPR-ULT-ACESSO = ZEROS
                 MOVE WS-DATA-HOJE TO OPR-ULT-ACESSO
                 REWRITE REG-OPR
                 EXIT PARAGRAPH.
              COMPUTE WS-DIAS-SEM-ACESSO =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                      - FUNCTION INTEGER-OF-DATE(OPR-ULT-ACESSO).
              IF WS-DIAS-SEM-ACESSO NOT > WS-INATIVO-DIAS
                 EXIT PARAGRAPH.
              MOVE "I" TO OPR-SITUACAO.
              REWRITE REG-OPR.
              IF ARQST-OPR NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO DO OPERADOR " OPR-CODIGO
                         " - STATUS " ARQST-OPR
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-INATIVADOS.
              PERFORM DESATIVA-GERENTE.
              MOVE OPR-CODIGO          TO WS-DET-OPERADOR.
              MOVE OPR-NOME            TO WS-DET-NOME.
              MOVE OPR-ULT-ACESSO(7:2) TO WS-DET-DIA.
              MOVE OPR-ULT-ACESSO(5:2) TO WS-DET-MES.
              MOVE OPR-ULT-ACESSO(1:4) TO WS-DET-ANO.
              MOVE WS-DIAS-SEM-ACESSO  TO WS-DET-DIAS.
              IF WS-GERENTE = "S"
                 MOVE "SIM" TO WS-DET-GERENTE
              ELSE
                 MOVE "NAO" TO WS-DET-GERENTE.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

      * Operador desligado deixa de ser gerente - a carteira dele
      * aparece como sem gerente no CARREL ate ser redistribuida
      * pelo CARMAN.
       DESATIVA-GERENTE.
              MOVE "N" TO WS-GERENTE.
              IF ARQST-GER NOT = "00" AND ARQST-GER NOT = "23"
                 EXIT PARAGRAPH.
              MOVE OPR-CODIGO TO GER-OPERADOR.
              READ GERENTES
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF GER-SITUACAO NOT = "I"
                 MOVE "I" TO GER-SITUACAO
                 REWRITE REG-GER
                 MOVE "S" TO WS-GERENTE.

       FINALIZA.
              IF ARQST-REL = "00"
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO.
              IF ARQST-OPR = "00" OR ARQST-OPR = "10"
                 CLOSE OPERADORES.
              IF ARQST-GER = "00" OR ARQST-GER = "23"
                 CLOSE GERENTES.
              DISPLAY "OPERADORES LIDOS     : " WS-QTD-LIDOS.
              DISPLAY "OPERADORES INATIVADOS: " WS-QTD-INATIVADOS.
              DISPLAY "FIM DE PROGRAMA".
