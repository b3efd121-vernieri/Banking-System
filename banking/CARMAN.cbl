      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Relationship manager registry and portfolio
      *          assignment
      * Tectonics: cobc
      ******************************************************************
      * <G> registers a manager - an active OPERADOR.DAT operator
      * placed at one AGENCIA - or changes its agency or situation.
      * <A> assigns a customer CPF to an active manager, or moves it
      * to another one; <R> takes the CPF out of any portfolio.  Each
      * assignment, transfer and removal is appended to CARTHIST.DAT
      * with the previous and the new manager.  CARREL prints the
      * portfolios at month end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT GERENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY GER-OPERADOR
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT CARTEIRA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CAR-CPF
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CAR.

              SELECT CARTHIST ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CAH.

              SELECT OPERADORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY OPR-CODIGO
              FILE STATUS ARQST-OPR.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST-CLI.

       DATA DIVISION.
       FILE SECTION.
       FD GERENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-GER
                VALUE OF FILE-ID IS "GERENTES.DAT".
          01 REG-GER.
                COPY GERENTE.

       FD CARTEIRA LABEL RECORD STANDARD
                DATA RECORD IS REG-CAR
                VALUE OF FILE-ID IS "CARTEIRA.DAT".
          01 REG-CAR.
                COPY CARTEIRA.

       FD CARTHIST LABEL RECORD STANDARD
                DATA RECORD IS REG-CAH
                VALUE OF FILE-ID IS "CARTHIST.DAT".
          01 REG-CAH.
                COPY CARTHIST.

       FD OPERADORES LABEL RECORD STANDARD
                DATA RECORD IS REG-OPR
                VALUE OF FILE-ID IS "OPERADOR.DAT".
          01 REG-OPR.
                COPY OPERADOR.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       WORKING-STORAGE SECTION.
          01 ARQST-CAR               PIC X(02).
          01 ARQST-CAH               PIC X(02).
          01 ARQST-OPR               PIC X(02).
          01 ARQST-CLI               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-GER-EXISTE           PIC X(01) VALUE "N".
          01 WS-CAR-EXISTE           PIC X(01) VALUE "N".
          01 WS-GERENTE-OK           PIC X(01) VALUE "N".
          01 WS-CPF-OK               PIC X(01) VALUE "N".
          01 WS-GERENTE-W            PIC 9(04) VALUE ZEROS.
          01 WS-AGENCIA-W            PIC 9(04) VALUE ZEROS.
          01 WS-SITUACAO-W           PIC X(01) VALUE SPACE.
          01 WS-CPF-W                PIC X(11) VALUE SPACES.
          01 WS-GERENTE-ANT          PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-CARTEIRA.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "CARTEIRA DE GERENTES".
              02 LINE 4  COL 19 VALUE
                 "<G>ERENTE <A>TRIBUI <R>ETIRA :".
              02 LINE 5  COL 19 VALUE "CPF DO CLIENTE    :".
              02 LINE 6  COL 19 VALUE "GERENTE ATUAL     :".
              02 LINE 8  COL 19 VALUE "GERENTE (OPERADOR):".
              02 LINE 9  COL 19 VALUE "AGENCIA           :".
              02 LINE 10 COL 19 VALUE "SITUACAO <A/I>    :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "CARMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-CAR = "00"
                 AND ARQST-OPR = "00" AND ARQST-CLI = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS - STATUS "
                         ARQST " / " ARQST-CAR " / " ARQST-OPR " / "
                         ARQST-CLI AT 2305.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O GERENTES.
              IF ARQST NOT = "00"
                     CLOSE GERENTES
                     OPEN OUTPUT GERENTES
                     CLOSE GERENTES
                     OPEN I-O GERENTES.
              OPEN I-O CARTEIRA.
              IF ARQST-CAR NOT = "00"
                     CLOSE CARTEIRA
                     OPEN OUTPUT CARTEIRA
                     CLOSE CARTEIRA
                     OPEN I-O CARTEIRA.
              OPEN INPUT OPERADORES.
              OPEN INPUT CLIENTES.

       PROCESSO.
              PERFORM IMP-TELA.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "G" PERFORM MANTEM-GERENTE
                 WHEN "A" PERFORM ATRIBUI-CLIENTE
                 WHEN "R" PERFORM RETIRA-CLIENTE
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-CARTEIRA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-FUNCAO
                             WS-SITUACAO-W.
              MOVE SPACES TO WS-CPF-W.
              MOVE ZEROS  TO WS-GERENTE-W WS-AGENCIA-W
                             WS-GERENTE-ANT.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "G" OR WS-FUNCAO = "A"
                         OR WS-FUNCAO = "R"
                 ACCEPT WS-FUNCAO AT 0450 WITH PROMPT AUTO
              END-PERFORM.

      * O gerente e um operador ativo do OPERADOR.DAT; a agencia
      * da carteira e informada aqui.
       MANTEM-GERENTE.
              MOVE "N" TO WS-GERENTE-OK.
              PERFORM ENTRA-OPERADOR UNTIL WS-GERENTE-OK = "S".
              PERFORM LE-GERENTE.
              IF WS-GER-EXISTE = "S"
                 MOVE GER-AGENCIA  TO WS-AGENCIA-W
                 MOVE GER-SITUACAO TO WS-SITUACAO-W
                 DISPLAY WS-AGENCIA-W  AT 0939
                 DISPLAY WS-SITUACAO-W AT 1039
              ELSE
                 MOVE "A" TO WS-SITUACAO-W.
              ACCEPT WS-AGENCIA-W AT 0939 WITH PROMPT AUTO.
              PERFORM UNTIL WS-AGENCIA-W > ZEROS
                 ACCEPT WS-AGENCIA-W AT 0939 WITH PROMPT AUTO
              END-PERFORM.
              ACCEPT WS-SITUACAO-W AT 1039 WITH PROMPT AUTO.
              PERFORM UNTIL WS-SITUACAO-W = "A" OR WS-SITUACAO-W = "I"
                 ACCEPT WS-SITUACAO-W AT 1039 WITH PROMPT AUTO
              END-PERFORM.
              IF WS-SITUACAO-W = "A" AND OPR-SITUACAO NOT = "A"
                 DISPLAY "OPERADOR INATIVO NAO PODE SER GERENTE"
                         AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "GRAVA O GERENTE <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1958 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE WS-GERENTE-W  TO GER-OPERADOR.
              MOVE WS-AGENCIA-W  TO GER-AGENCIA.
              MOVE WS-SITUACAO-W TO GER-SITUACAO.
              IF WS-GER-EXISTE = "S"
                 REWRITE REG-GER
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                               AT 1935
                       EXIT PARAGRAPH
                 END-REWRITE
              ELSE
                 MOVE DATA-SIS(1:8) TO GER-DATA-INC
                 WRITE REG-GER
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                               AT 1935
                       EXIT PARAGRAPH
                 END-WRITE
              END-IF.
              DISPLAY "GERENTE GRAVADO" AT 1935.

       ENTRA-OPERADOR.
              MOVE ZEROS TO WS-GERENTE-W.
              PERFORM UNTIL WS-GERENTE-W > ZEROS
                 ACCEPT WS-GERENTE-W AT 0839 WITH PROMPT AUTO
              END-PERFORM.
              MOVE WS-GERENTE-W TO OPR-CODIGO.
              READ OPERADORES
                 INVALID KEY
                    DISPLAY "OPERADOR NAO CADASTRADO" AT 1935
                    EXIT PARAGRAPH
              END-READ.
              DISPLAY OPR-NOME AT 0845.
              DISPLAY WS-ESPACO AT 1935.
              MOVE "S" TO WS-GERENTE-OK.

       LE-GERENTE.
              MOVE "N" TO WS-GER-EXISTE.
              MOVE WS-GERENTE-W TO GER-OPERADOR.
              READ GERENTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-GER-EXISTE
              END-READ.

      * O CPF tem que ter conta no PRODUTOS.DAT; o gerente novo tem
      * que estar ativo.
       ATRIBUI-CLIENTE.
              PERFORM ENTRA-CLIENTE.
              MOVE "N" TO WS-GERENTE-OK.
              PERFORM ENTRA-GERENTE-ATIVO UNTIL WS-GERENTE-OK = "S".
              IF WS-CAR-EXISTE = "S"
                 AND WS-GERENTE-W = WS-GERENTE-ANT
                 DISPLAY "CLIENTE JA ESTA NESTA CARTEIRA" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "ATRIBUI A CARTEIRA <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1961 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE WS-CPF-W         TO CAR-CPF.
              MOVE WS-GERENTE-W     TO CAR-GERENTE.
              MOVE DATA-SIS(1:8)    TO CAR-DATA-ATRIB.
              MOVE LK-OPERADOR-PARM TO CAR-OPERADOR.
              IF WS-CAR-EXISTE = "S"
                 REWRITE REG-CAR
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-CAR
                               AT 1935
                       EXIT PARAGRAPH
                 END-REWRITE
              ELSE
                 WRITE REG-CAR
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-CAR
                               AT 1935
                       EXIT PARAGRAPH
                 END-WRITE
              END-IF.
              PERFORM GRAVA-HISTORICO.
              DISPLAY "CARTEIRA ATUALIZADA" AT 1935.

       RETIRA-CLIENTE.
              PERFORM ENTRA-CLIENTE.
              IF WS-CAR-EXISTE NOT = "S"
                 DISPLAY "CLIENTE SEM GERENTE" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "RETIRA DA CARTEIRA <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1961 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              DELETE CARTEIRA
                 INVALID KEY
                    DISPLAY "ERRO NA EXCLUSAO - STATUS " ARQST-CAR
                            AT 1935
                    EXIT PARAGRAPH
              END-DELETE.
              MOVE ZEROS TO WS-GERENTE-W.
              PERFORM GRAVA-HISTORICO.
              DISPLAY "CLIENTE RETIRADO DA CARTEIRA" AT 1935.

       ENTRA-CLIENTE.
              MOVE "N" TO WS-CPF-OK.
              PERFORM ENTRA-CPF UNTIL WS-CPF-OK = "S".
              MOVE "N" TO WS-CAR-EXISTE.
              MOVE ZEROS TO WS-GERENTE-ANT.
              MOVE WS-CPF-W TO CAR-CPF.
              READ CARTEIRA
                 INVALID KEY
                    DISPLAY "SEM GERENTE" AT 0639
                 NOT INVALID KEY
                    MOVE "S" TO WS-CAR-EXISTE
                    MOVE CAR-GERENTE TO WS-GERENTE-ANT
                    DISPLAY WS-GERENTE-ANT AT 0639
                    MOVE WS-GERENTE-ANT TO OPR-CODIGO
                    READ OPERADORES
                       NOT INVALID KEY
                          DISPLAY OPR-NOME AT 0645
                    END-READ
              END-READ.

       ENTRA-CPF.
              MOVE SPACES TO WS-CPF-W.
              PERFORM UNTIL WS-CPF-W NOT = SPACES
                 ACCEPT WS-CPF-W AT 0539 WITH PROMPT AUTO
              END-PERFORM.
              MOVE WS-CPF-W TO CPF.
              READ CLIENTES KEY IS CPF
                 INVALID KEY
                    DISPLAY "CPF SEM CONTA NO BANCO" AT 1935
                    EXIT PARAGRAPH
              END-READ.
              DISPLAY NOME AT 0551.
              DISPLAY WS-ESPACO AT 1935.
              MOVE "S" TO WS-CPF-OK.

       ENTRA-GERENTE-ATIVO.
              MOVE "N" TO WS-GERENTE-OK.
              PERFORM ENTRA-OPERADOR UNTIL WS-GERENTE-OK = "S".
              MOVE "N" TO WS-GERENTE-OK.
              PERFORM LE-GERENTE.
              IF WS-GER-EXISTE NOT = "S"
                 DISPLAY "OPERADOR NAO E GERENTE" AT 1935
                 EXIT PARAGRAPH.
              IF GER-SITUACAO NOT = "A"
                 DISPLAY "GERENTE INATIVO" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY GER-AGENCIA AT 0939.
              DISPLAY WS-ESPACO AT 1935.
              MOVE "S" TO WS-GERENTE-OK.

       GRAVA-HISTORICO.
              OPEN EXTEND CARTHIST.
              IF ARQST-CAH NOT = "00"
                 OPEN OUTPUT CARTHIST.
              MOVE WS-CPF-W         TO CAH-CPF.
              MOVE DATA-SIS(1:8)    TO CAH-DATA.
              MOVE WS-GERENTE-ANT   TO CAH-GERENTE-ANT.
              MOVE WS-GERENTE-W     TO CAH-GERENTE-NOVO.
              MOVE LK-OPERADOR-PARM TO CAH-OPERADOR.
              WRITE REG-CAH.
              CLOSE CARTHIST.

      * A data das alteracoes vem do dia de movimento aberto pelo
      * ABREDIA; fora dele vale a data da maquina.
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
              CLOSE GERENTES.
              CLOSE CARTEIRA.
              CLOSE OPERADORES.
              CLOSE CLIENTES.
              GOBACK.
