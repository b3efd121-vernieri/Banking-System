      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Booking of large cash withdrawals
      * Tectonics: cobc
      ******************************************************************
      * <A> books, for a future business day and the AGENCIA where the
      * customer will collect, a cash withdrawal above SAQUE-AVISO -
      * the amount a SACA may pay without notice.  The booking holds
      * the amount against the available balance (SAQRES, in every
      * CLIop debit) and goes into that branch's cash forecast
      * (CXPREV) for the day.  On the day SACA pays up to the booked
      * amount at that branch and closes the booking; SAQEXP expires
      * the ones not collected and the hold goes with them.  <C>
      * cancels an active booking by its number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SAQMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AGENDADOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST-CLI.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-SAG
                VALUE OF FILE-ID IS "SAQAGE.DAT".
          01 REG-SAG.
                COPY SAQAGE.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       WORKING-STORAGE SECTION.
          01 ARQST-CLI               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-DV-DIG               PIC 9(01) VALUE ZEROS.
          01 WS-DV-CALC              PIC 9(01) VALUE ZEROS.
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-CONTA-OK             PIC X(01) VALUE "N".
          01 WS-CODIGO-E             PIC Z.ZZ9.
          01 WS-CODIGO-W             PIC 9(04) VALUE ZEROS.
          01 WS-NUMERO-E             PIC ZZZZZ9.
          01 WS-NUMERO-W             PIC 9(06) VALUE ZEROS.
          01 WS-ULTIMO-NUMERO        PIC 9(06) VALUE ZEROS.
          01 WS-AGENCIA-W            PIC 9(04) VALUE ZEROS.
          01 WS-VALOR-E              PIC Z.ZZZ.ZZ9,99.
          01 WS-VALOR-W              PIC 9(07)V99 VALUE ZEROS.
          01 WS-DISPONIVEL-E         PIC -Z.ZZZ.ZZ9,99.
          01 WS-DISPONIVEL           PIC S9(07)V99 VALUE ZEROS.
          01 WS-LIMITE-AGENDA        PIC 9(05)V99 VALUE 2000,00.
          01 WS-LIMITE-E             PIC ZZ.ZZ9,99.
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-FIM-SAG              PIC X(01) VALUE "N".
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-DATA-W.
                02 WS-DATA-ANO       PIC 9(04).
                02 WS-DATA-MES       PIC 9(02).
                02 WS-DATA-DIA       PIC 9(02).
          01 WS-DATA-NUM REDEFINES WS-DATA-W
                                     PIC 9(08).
          01 WS-DATA-OK              PIC X(01) VALUE "N".
          01 WS-DU-UTIL              PIC X(01) VALUE "N".
          01 WS-DU-ANTERIOR          PIC 9(08) VALUE ZEROS.
          01 WS-DU-PROXIMO           PIC 9(08) VALUE ZEROS.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-AGENDA.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "SAQUE AGENDADO EM ESPECIE".
              02 LINE 4  COL 19 VALUE "<A>GENDA <C>ANCELA:".
              02 LINE 5  COL 19 VALUE "CONTA             :".
              02 LINE 6  COL 19 VALUE "SALDO DISPONIVEL  :".
              02 LINE 7  COL 19 VALUE "NUMERO AGENDAMENTO:".
              02 LINE 8  COL 19 VALUE "AGENCIA DE SAQUE  :".
              02 LINE 9  COL 19 VALUE "DATA (A/M/D)      :     /  /".
              02 LINE 10 COL 19 VALUE "VALOR             :".
              02 LINE 12 COL 19 VALUE "SAQUE SEM AVISO ATE:".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "SAQMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST-CLI = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CADASTRO - STATUS "
                         ARQST-CLI AT 2305.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT CLIENTES.
              MOVE "SAQUE-AVISO" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-LIMITE-AGENDA.

       PROCESSO.
              PERFORM IMP-TELA.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "A" PERFORM AGENDA-SAQUE
                 WHEN "C" PERFORM CANCELA-AGENDAMENTO
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-AGENDA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE WS-LIMITE-AGENDA TO WS-LIMITE-E.
              DISPLAY WS-LIMITE-E AT 1240.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-FUNCAO.
              MOVE ZEROS  TO WS-CODIGO-W WS-NUMERO-W WS-AGENCIA-W
                             WS-VALOR-W WS-DATA-NUM.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "A" OR WS-FUNCAO = "C"
                 ACCEPT WS-FUNCAO AT 0439 WITH PROMPT AUTO
              END-PERFORM.

      * A reserva sai do saldo livre de bloqueio judicial e de outros
      * agendamentos - o limite do cheque especial nao se agenda.
       AGENDA-SAQUE.
              PERFORM ENTRA-CONTA.
              IF WS-CONTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "BLJSUM" USING WS-CODIGO-W WS-BLJ-VALOR.
              MOVE "R" TO WS-SAG-FUNCAO.
              CALL "SAQRES" USING WS-SAG-FUNCAO WS-CODIGO-W
                                  WS-AGENCIA-W WS-DATA-MOVTO
                                  WS-SAG-VALOR.
              COMPUTE WS-DISPONIVEL =
                      SALDO - WS-BLJ-VALOR - WS-SAG-VALOR.
              MOVE WS-DISPONIVEL TO WS-DISPONIVEL-E.
              DISPLAY WS-DISPONIVEL-E AT 0639.
              MOVE AGENCIA TO WS-AGENCIA-W.
              DISPLAY WS-AGENCIA-W AT 0839.
              ACCEPT WS-AGENCIA-W AT 0839 WITH PROMPT AUTO.
              PERFORM UNTIL WS-AGENCIA-W > ZEROS
                 ACCEPT WS-AGENCIA-W AT 0839 WITH PROMPT AUTO
              END-PERFORM.
              MOVE "N" TO WS-DATA-OK.
              PERFORM ENTRA-DATA-SAQUE UNTIL WS-DATA-OK = "S".
              PERFORM UNTIL WS-VALOR-W > ZEROS
                 ACCEPT WS-VALOR-E AT 1039 WITH PROMPT AUTO
                 MOVE WS-VALOR-E TO WS-VALOR-W
              END-PERFORM.
              IF WS-VALOR-W NOT > WS-LIMITE-AGENDA
                 DISPLAY "VALOR NAO EXIGE AGENDAMENTO" AT 1935
                 EXIT PARAGRAPH.
              IF WS-VALOR-W > WS-DISPONIVEL
                 DISPLAY "SALDO INSUFICIENTE PARA A RESERVA" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "CONFIRMA O AGENDAMENTO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1965 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM APURA-ULTIMO-NUMERO.
              OPEN EXTEND AGENDADOS.
              IF ARQST NOT = "00"
                 OPEN OUTPUT AGENDADOS.
              COMPUTE SAG-NUMERO = WS-ULTIMO-NUMERO + 1.
              MOVE WS-CODIGO-W      TO SAG-CODIGO.
              MOVE WS-AGENCIA-W     TO SAG-AGENCIA.
              MOVE WS-DATA-NUM      TO SAG-DATA.
              MOVE WS-VALOR-W       TO SAG-VALOR.
              MOVE DATA-SIS(1:8)    TO SAG-DATA-INC.
              MOVE LK-OPERADOR-PARM TO SAG-OPERADOR.
              MOVE ZEROS            TO SAG-DATA-BAIXA.
              MOVE "A"              TO SAG-SITUACAO.
              WRITE REG-SAG.
              IF ARQST NOT = "00"
                 DISPLAY "ERRO DE GRAVACAO - STATUS " ARQST AT 1935
              ELSE
                 MOVE SAG-NUMERO TO WS-NUMERO-E
                 DISPLAY WS-NUMERO-E AT 0739
                 DISPLAY "SAQUE AGENDADO - SALDO RESERVADO" AT 1935.
              CLOSE AGENDADOS.

      * O saque e marcado para um dia util depois do dia de
      * movimento, para a agencia receber o numerario na vespera.
       ENTRA-DATA-SAQUE.
              ACCEPT WS-DATA-ANO AT 0939 WITH PROMPT AUTO.
              ACCEPT WS-DATA-MES AT 0945 WITH PROMPT AUTO.
              ACCEPT WS-DATA-DIA AT 0948 WITH PROMPT AUTO.
              MOVE "S" TO WS-DATA-OK.
              IF WS-DATA-W IS NOT NUMERIC OR WS-DATA-ANO < 1900
                 OR WS-DATA-MES < 1 OR WS-DATA-MES > 12
                 OR WS-DATA-DIA < 1 OR WS-DATA-DIA > 31
                 MOVE "N" TO WS-DATA-OK.
              IF WS-DATA-OK = "S" AND WS-DATA-NUM NOT > WS-DATA-MOVTO
                 MOVE "N" TO WS-DATA-OK.
              IF WS-DATA-OK = "S"
                 CALL "DIAUTIL" USING WS-DATA-NUM WS-DU-UTIL
                                      WS-DU-ANTERIOR WS-DU-PROXIMO
                 IF WS-DU-UTIL NOT = "S"
                    MOVE "N" TO WS-DATA-OK
                 END-IF
              END-IF.
              IF WS-DATA-OK NOT = "S"
                 DISPLAY "INFORME UM DIA UTIL FUTURO" AT 1935
              ELSE
                 DISPLAY WS-ESPACO AT 1935.

       APURA-ULTIMO-NUMERO.
              MOVE ZEROS TO WS-ULTIMO-NUMERO.
              MOVE "N" TO WS-FIM-SAG.
              OPEN INPUT AGENDADOS.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-NUMERO UNTIL WS-FIM-SAG = "S".
              CLOSE AGENDADOS.

       LE-NUMERO.
              READ AGENDADOS
                 AT END
                    MOVE "S" TO WS-FIM-SAG
                 NOT AT END
                    IF SAG-NUMERO > WS-ULTIMO-NUMERO
                       MOVE SAG-NUMERO TO WS-ULTIMO-NUMERO
                    END-IF
              END-READ.

       CANCELA-AGENDAMENTO.
              PERFORM ENTRA-CONTA.
              IF WS-CONTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM UNTIL WS-NUMERO-W > ZEROS
                 ACCEPT WS-NUMERO-E AT 0739 WITH PROMPT AUTO
                 MOVE WS-NUMERO-E TO WS-NUMERO-W
              END-PERFORM.
              MOVE "N" TO WS-ACHOU WS-FIM-SAG.
              OPEN I-O AGENDADOS.
              IF ARQST NOT = "00"
                 DISPLAY "NENHUM SAQUE AGENDADO" AT 1935
                 EXIT PARAGRAPH.
              PERFORM PROCURA-AGENDAMENTO UNTIL WS-FIM-SAG = "S".
              IF WS-ACHOU NOT = "S"
                 CLOSE AGENDADOS
                 DISPLAY "AGENDAMENTO ATIVO NAO ENCONTRADO" AT 1935
                 EXIT PARAGRAPH.
              MOVE SAG-AGENCIA TO WS-AGENCIA-W.
              DISPLAY WS-AGENCIA-W AT 0839.
              MOVE SAG-DATA TO WS-DATA-NUM.
              DISPLAY WS-DATA-ANO AT 0939.
              DISPLAY WS-DATA-MES AT 0945.
              DISPLAY WS-DATA-DIA AT 0948.
              MOVE SAG-VALOR TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 1039.
              DISPLAY "CONFIRMA O CANCELAMENTO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1966 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 CLOSE AGENDADOS
                 EXIT PARAGRAPH.
              MOVE "C"           TO SAG-SITUACAO.
              MOVE DATA-SIS(1:8) TO SAG-DATA-BAIXA.
              REWRITE REG-SAG.
              IF ARQST NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST AT 1935
              ELSE
                 DISPLAY "AGENDAMENTO CANCELADO - RESERVA LIBERADA"
                         AT 1935.
              CLOSE AGENDADOS.

       PROCURA-AGENDAMENTO.
              READ AGENDADOS
                 AT END
                    MOVE "S" TO WS-FIM-SAG
                 NOT AT END
                    IF SAG-NUMERO = WS-NUMERO-W
                       AND SAG-CODIGO = WS-CODIGO-W
                       AND SAG-SITUACAO = "A"
                       MOVE "S" TO WS-ACHOU
                       MOVE "S" TO WS-FIM-SAG
                    END-IF
              END-READ.

      * A conta so segue com o DV conferido e aberta.
       ENTRA-CONTA.
              MOVE "N" TO WS-CONTA-OK.
              PERFORM UNTIL WS-CODIGO-W > ZEROS
                 ACCEPT WS-CODIGO-E AT 0539 WITH PROMPT AUTO
                 MOVE   WS-CODIGO-E TO WS-CODIGO-W
                 PERFORM VERIFICA-DV-CONTA
              END-PERFORM.
              MOVE WS-CODIGO-W TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA NAO CADASTRADA" AT 1935
                    EXIT PARAGRAPH
              END-READ.
              DISPLAY NOME(1:28) AT 0551.
              IF STATUS-CONTA = "F"
                 DISPLAY "CONTA ENCERRADA" AT 1935
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-CONTA-OK.

       VERIFICA-DV-CONTA.
              CALL "CODDV" USING WS-CODIGO-W WS-DV-CALC.
              DISPLAY "-" AT 0545.
              ACCEPT WS-DV-DIG AT 0546 WITH PROMPT AUTO.
              IF WS-DV-DIG NOT = WS-DV-CALC
                 DISPLAY "DV DA CONTA NAO CONFERE" AT 1935
                 MOVE ZEROS TO WS-CODIGO-W.

       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 MOVE DATA-SIS(1:8) TO WS-DATA-MOVTO.

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
              CLOSE CLIENTES.
              GOBACK.
