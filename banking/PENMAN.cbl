      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Investigation notes on transitory account open items
      * Tectonics: cobc
      ******************************************************************
      * Walks the open items PENDAGE left in PENDABER.DAT for one
      * transitory account (INTERBPEND, ORDPGPEND, TRANSITO or
      * COBRANCA), oldest first, and lets accounting mark an item as
      * investigated with a note.  The note goes to PENDINV.DAT under
      * the item key with the operator and date; PENDAGE prints it
      * under the item for as long as the item stays open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ABERTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PAB-CHAVE
              FILE STATUS ARQST.

              SELECT INVESTIGACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PIN-CHAVE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-PIN.

       DATA DIVISION.
       FILE SECTION.
       FD ABERTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PAB
                VALUE OF FILE-ID IS "PENDABER.DAT".
          01 REG-PAB.
                COPY PENDABER.

       FD INVESTIGACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-PIN
                VALUE OF FILE-ID IS "PENDINV.DAT".
          01 REG-PIN.
                COPY PENDINV.

       WORKING-STORAGE SECTION.
          01 ARQST-PIN               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-CONTA-W              PIC X(10) VALUE SPACES.
          01 WS-CONTA-OK             PIC X(01) VALUE "N".
          01 WS-FIM-ITENS            PIC X(01) VALUE "N".
          01 WS-ACAO                 PIC X(01) VALUE SPACE.
          01 WS-TEM-NOTA             PIC X(01) VALUE "N".
          01 WS-NOTA-W               PIC X(40) VALUE SPACES.
          01 WS-QTD-ITENS            PIC 9(05) VALUE ZEROS.
          01 WS-I                    PIC 9(01) VALUE ZEROS.
          01 WS-VALOR-E              PIC Z.ZZZ.ZZ9,99.
          01 WS-DIAS-E               PIC ZZZZ9.
          01 WS-SEQ-E                PIC ZZZZZZZZ9.
          01 WS-DATA-W.
                02 WS-DATA-ANO       PIC 9(04).
                02 WS-DATA-MES       PIC 9(02).
                02 WS-DATA-DIA       PIC 9(02).
          01 WS-DATA-NUM REDEFINES WS-DATA-W
                                     PIC 9(08).

          01 WS-TAB-CONTAS.
                02 FILLER            PIC X(10) VALUE "INTERBPEND".
                02 FILLER            PIC X(10) VALUE "ORDPGPEND".
                02 FILLER            PIC X(10) VALUE "TRANSITO".
                02 FILLER            PIC X(10) VALUE "COBRANCA".
          01 WS-TAB-CONTAS-R REDEFINES WS-TAB-CONTAS.
                02 WS-PEND-CONTA     PIC X(10) OCCURS 4 TIMES.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-PENDENCIA.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "CONTAS TRANSITORIAS - ITENS EM ABERTO".
              02 LINE 4  COL 19 VALUE "CONTA TRANSITORIA :".
              02 LINE 6  COL 19 VALUE "DATA (A/M/D)      :     /  /".
              02 LINE 7  COL 19 VALUE "SEQUENCIA         :".
              02 LINE 8  COL 19 VALUE "LADO              :".
              02 LINE 9  COL 19 VALUE "VALOR             :".
              02 LINE 10 COL 19 VALUE "HISTORICO         :".
              02 LINE 11 COL 19 VALUE "PROGRAMA          :".
              02 LINE 12 COL 19 VALUE "OPERADOR          :".
              02 LINE 13 COL 19 VALUE "DIAS EM ABERTO    :".
              02 LINE 15 COL 19 VALUE "NOTA              :".
              02 LINE 16 COL 19 VALUE "ANOTADO POR/EM    :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "PENMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-PIN = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 IF ARQST = "35"
                    DISPLAY "SEM ITENS EM ABERTO - EXECUTE O PENDAGE"
                            AT 1935
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST " / " ARQST-PIN
                 END-IF
              END-IF.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT ABERTOS.
              OPEN I-O INVESTIGACOES.
              IF ARQST-PIN NOT = "00"
                     CLOSE INVESTIGACOES
                     OPEN OUTPUT INVESTIGACOES
                     CLOSE INVESTIGACOES
                     OPEN I-O INVESTIGACOES.

       PROCESSO.
              PERFORM IMP-TELA.
              MOVE "N" TO WS-CONTA-OK.
              PERFORM ENTRA-CONTA UNTIL WS-CONTA-OK = "S".
              MOVE "N"   TO WS-FIM-ITENS.
              MOVE ZEROS TO WS-QTD-ITENS.
              MOVE LOW-VALUES TO PAB-CHAVE.
              MOVE WS-CONTA-W TO PAB-CONTA.
              START ABERTOS KEY IS NOT LESS THAN PAB-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ITENS
              END-START.
              PERFORM NAVEGA UNTIL WS-FIM-ITENS = "S".
              IF WS-QTD-ITENS = ZEROS
                 DISPLAY "CONTA SEM ITENS EM ABERTO" AT 1935
              ELSE
                 DISPLAY "FIM DOS ITENS DA CONTA" AT 1935.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-PENDENCIA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-ACAO.
              MOVE SPACES TO WS-CONTA-W WS-NOTA-W.

       ENTRA-CONTA.
              ACCEPT WS-CONTA-W AT 0439 WITH PROMPT AUTO.
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
                 IF WS-CONTA-W = WS-PEND-CONTA(WS-I)
                    MOVE "S" TO WS-CONTA-OK
                 END-IF
              END-PERFORM.
              IF WS-CONTA-OK = "S"
                 DISPLAY WS-ESPACO AT 1935
              ELSE
                 DISPLAY "CONTA NAO E TRANSITORIA" AT 1935.

       NAVEGA.
              READ ABERTOS NEXT
                 AT END
                    MOVE "S" TO WS-FIM-ITENS
                    EXIT PARAGRAPH
              END-READ.
              IF PAB-CONTA NOT = WS-CONTA-W
                 MOVE "S" TO WS-FIM-ITENS
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-ITENS.
              PERFORM MOSTRA-ITEM.
              MOVE SPACE TO WS-ACAO.
              PERFORM ESCOLHE-ACAO UNTIL WS-ACAO = "P" OR "F".
              IF WS-ACAO = "F"
                 MOVE "S" TO WS-FIM-ITENS.

       ESCOLHE-ACAO.
              DISPLAY "<A>NOTA <P>ROXIMO <F>IM [ ]" AT 1935.
              ACCEPT  WS-ACAO AT 1960 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-ACAO = "A"
                 PERFORM ANOTA-ITEM
                 MOVE SPACE TO WS-ACAO.

       MOSTRA-ITEM.
              MOVE PAB-DATA TO WS-DATA-NUM.
              DISPLAY WS-DATA-ANO AT 0639.
              DISPLAY WS-DATA-MES AT 0645.
              DISPLAY WS-DATA-DIA AT 0648.
              MOVE PAB-SEQ TO WS-SEQ-E.
              DISPLAY WS-SEQ-E AT 0739.
              IF PAB-LADO = "D"
                 DISPLAY "DEBITO " AT 0839
              ELSE
                 DISPLAY "CREDITO" AT 0839.
              MOVE PAB-VALOR TO WS-VALOR-E.
              DISPLAY WS-VALOR-E     AT 0939.
              DISPLAY PAB-HISTORICO  AT 1039.
              DISPLAY PAB-PROGRAMA   AT 1139.
              DISPLAY PAB-OPERADOR   AT 1239.
              MOVE PAB-DIAS TO WS-DIAS-E.
              DISPLAY WS-DIAS-E      AT 1339.
              PERFORM LE-NOTA.
              IF WS-TEM-NOTA = "S"
                 DISPLAY PIN-NOTA      AT 1539
                 DISPLAY PIN-OPERADOR  AT 1639
                 MOVE PIN-DATA-NOTA TO WS-DATA-NUM
                 DISPLAY WS-DATA-DIA   AT 1645
                 DISPLAY "/"           AT 1647
                 DISPLAY WS-DATA-MES   AT 1648
                 DISPLAY "/"           AT 1650
                 DISPLAY WS-DATA-ANO   AT 1651
              ELSE
                 MOVE SPACES TO WS-NOTA-W
                 DISPLAY WS-NOTA-W     AT 1539
                 DISPLAY WS-ESPACO     AT 1639.

       LE-NOTA.
              MOVE "N" TO WS-TEM-NOTA.
              MOVE PAB-CHAVE TO PIN-CHAVE.
              READ INVESTIGACOES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-TEM-NOTA
              END-READ.

      * Uma nota por item; anotar de novo substitui a anterior.
       ANOTA-ITEM.
              MOVE SPACES TO WS-NOTA-W.
              IF WS-TEM-NOTA = "S"
                 MOVE PIN-NOTA TO WS-NOTA-W.
              PERFORM UNTIL WS-NOTA-W NOT = SPACES
                 ACCEPT WS-NOTA-W AT 1539 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY "GRAVA A NOTA <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1955 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE PAB-CHAVE        TO PIN-CHAVE.
              MOVE PAB-VALOR        TO PIN-VALOR.
              MOVE WS-NOTA-W        TO PIN-NOTA.
              MOVE LK-OPERADOR-PARM TO PIN-OPERADOR.
              MOVE DATA-SIS(1:8)    TO PIN-DATA-NOTA.
              IF WS-TEM-NOTA = "S"
                 REWRITE REG-PIN
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-PIN
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF.
              IF ARQST-PIN NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-PIN
                         AT 1935
                 EXIT PARAGRAPH.
              PERFORM MOSTRA-ITEM.
              DISPLAY "ITEM MARCADO COMO INVESTIGADO" AT 1935.

      * A data da nota vem do dia de movimento aberto pelo ABREDIA;
      * fora dele vale a data da maquina.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 2125.
              ACCEPT WS-OPCAO AT 2142 WITH PROMPT AUTO.
              IF WS-OPCAO = "S" OR = "N"
                     DISPLAY WS-ESPACO AT 2125
                     DISPLAY WS-ESPACO AT 1935
              ELSE
                     DISPLAY WS-ESPACO AT 1935
                     DISPLAY "DIGITE S OU N" AT 1935.

       FINALIZA.
              DISPLAY WS-MENS1 AT 2125.
              CLOSE ABERTOS.
              CLOSE INVESTIGACOES.
              GOBACK.
