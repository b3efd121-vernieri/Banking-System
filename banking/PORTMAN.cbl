      ******************************************************************
      * Author: Vernieri
      * Date: September 22, 2026
      * Purpose: Salary portability register maintenance
      * Tectonics: cobc
      ******************************************************************
      * The account holder whose employer pays through us can ask
      * for the salary to go on to an account at another bank.  <I>
      * records (or replaces) the destination bank, agency and
      * account for the salary account; <C> cancels it.  Nothing is
      * moved here - SALCRED reads PORTSAL.DAT when it credits the
      * payroll and raises the outbound order the same night.  Each
      * change leaves an AUDIT.DAT row under program PORTMAN with
      * the function letter as result.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PORTMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT PORTABILIDADE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY POR-CODIGO
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-POR.

              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD PORTABILIDADE LABEL RECORD STANDARD
                DATA RECORD IS REG-POR
                VALUE OF FILE-ID IS "PORTSAL.DAT".
          01 REG-POR.
                COPY PORTSAL.

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       WORKING-STORAGE SECTION.
          01 ARQST-POR               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-CODIGO-E             PIC Z.ZZ9.
          01 WS-CODIGO-W             PIC 9(04) VALUE ZEROS.
          01 WS-CONTA-OK             PIC X(01) VALUE "N".
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-FALECIDO             PIC X(01) VALUE "N".
          01 WS-POR-EXISTE           PIC X(01) VALUE "N".
          01 WS-POR-BANCO            PIC 9(03) VALUE ZEROS.
          01 WS-POR-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-POR-CONTA            PIC 9(08) VALUE ZEROS.
          01 WS-AUD-ACAO             PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-PORTAB.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "PORTABILIDADE DE SALARIO".
              02 LINE 4  COL 19 VALUE "CODIGO DA CONTA   :".
              02 LINE 5  COL 19 VALUE "TITULAR           :".
              02 LINE 6  COL 19 VALUE "SITUACAO ATUAL    :".
              02 LINE 9  COL 19 VALUE
                 "<I>NCLUI/ALTERA <C>ANCELA PORTABILIDADE :".
              02 LINE 10 COL 19 VALUE "BANCO DESTINO     :".
              02 LINE 11 COL 19 VALUE "AGENCIA DESTINO   :".
              02 LINE 12 COL 19 VALUE "CONTA DESTINO     :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "PORTMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT CLIENTES.
              OPEN I-O PORTABILIDADE.
              IF ARQST-POR NOT = "00"
                     CLOSE PORTABILIDADE
                     OPEN OUTPUT PORTABILIDADE
                     CLOSE PORTABILIDADE
                     OPEN I-O PORTABILIDADE.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDITORIA.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM ENTRA-CONTA.
              PERFORM MOSTRA-PORTABILIDADE.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "I" PERFORM INCLUI-PORTABILIDADE
                 WHEN "C" PERFORM CANCELA-PORTABILIDADE
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-PORTAB.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-FUNCAO.
              MOVE ZEROS  TO WS-CODIGO-W WS-POR-BANCO WS-POR-AGENCIA
                             WS-POR-CONTA.

       ENTRA-CONTA.
              MOVE "N" TO WS-CONTA-OK.
              PERFORM UNTIL WS-CONTA-OK = "S"
                 ACCEPT WS-CODIGO-E AT 0439 WITH PROMPT AUTO
                 MOVE WS-CODIGO-E TO WS-CODIGO-W
                 MOVE WS-CODIGO-W TO CODIGO
                 READ CLIENTES
                    INVALID KEY
                       DISPLAY "CONTA NAO CADASTRADA" AT 1935
                    NOT INVALID KEY
                       IF STATUS-CONTA = "F"
                          DISPLAY "CONTA ENCERRADA" AT 1935
                       ELSE
                          MOVE REG-CLI TO REG-CLI-W
                          DISPLAY NOME AT 0539
                          MOVE "S" TO WS-CONTA-OK
                          DISPLAY WS-ESPACO AT 1935
                       END-IF
                 END-READ
              END-PERFORM.

       MOSTRA-PORTABILIDADE.
              MOVE "N" TO WS-POR-EXISTE.
              MOVE WS-CODIGO-W TO POR-CODIGO.
              READ PORTABILIDADE
                 INVALID KEY
                    DISPLAY "SEM PORTABILIDADE" AT 0639
                 NOT INVALID KEY
                    MOVE "S" TO WS-POR-EXISTE
                    IF POR-SITUACAO = "A"
                       DISPLAY "ATIVA" AT 0639
                       DISPLAY POR-BANCO   AT 1039
                       DISPLAY POR-AGENCIA AT 1139
                       DISPLAY POR-CONTA   AT 1239
                    ELSE
                       DISPLAY "CANCELADA" AT 0639
                    END-IF
              END-READ.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "I" OR WS-FUNCAO = "C"
                 ACCEPT WS-FUNCAO AT 0961 WITH PROMPT AUTO
              END-PERFORM.

      * A portabilidade so vale enquanto o titular estiver vivo - o
      * salario de falecido fica na conta para o espolio.
       INCLUI-PORTABILIDADE.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING CPF-W WS-FALECIDO.
              IF WS-FALECIDO = "S"
                 DISPLAY "CLIENTE FALECIDO - INCLUSAO VEDADA" AT 1935
                 EXIT PARAGRAPH.
              PERFORM UNTIL WS-POR-BANCO > ZEROS
                 ACCEPT WS-POR-BANCO AT 1039 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM UNTIL WS-POR-AGENCIA > ZEROS
                 ACCEPT WS-POR-AGENCIA AT 1139 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM UNTIL WS-POR-CONTA > ZEROS
                 ACCEPT WS-POR-CONTA AT 1239 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY "CONFIRMA PORTABILIDADE <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1965 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO-W      TO POR-CODIGO.
              MOVE CPF-W            TO POR-CPF.
              MOVE WS-POR-BANCO     TO POR-BANCO.
              MOVE WS-POR-AGENCIA   TO POR-AGENCIA.
              MOVE WS-POR-CONTA     TO POR-CONTA.
              MOVE "A"              TO POR-SITUACAO.
              MOVE DATA-SIS(1:8)    TO POR-DATA-INICIO.
              MOVE DATA-SIS(1:8)    TO POR-DATA-SITUAC.
              MOVE LK-OPERADOR-PARM TO POR-OPERADOR.
              IF WS-POR-EXISTE = "S"
                 REWRITE REG-POR
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-POR
                               AT 1935
                       EXIT PARAGRAPH
                 END-REWRITE
              ELSE
                 WRITE REG-POR
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-POR
                               AT 1935
                       EXIT PARAGRAPH
                 END-WRITE
              END-IF.
              MOVE "I" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              DISPLAY "PORTABILIDADE REGISTRADA" AT 1935.

       CANCELA-PORTABILIDADE.
              IF WS-POR-EXISTE NOT = "S" OR POR-SITUACAO NOT = "A"
                 DISPLAY "CONTA SEM PORTABILIDADE ATIVA" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "CANCELA PORTABILIDADE <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1964 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE "C"              TO POR-SITUACAO.
              MOVE DATA-SIS(1:8)    TO POR-DATA-SITUAC.
              MOVE LK-OPERADOR-PARM TO POR-OPERADOR.
              REWRITE REG-POR
                 INVALID KEY
                    DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-POR
                            AT 1935
                    EXIT PARAGRAPH
              END-REWRITE.
              MOVE "C" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              DISPLAY "PORTABILIDADE CANCELADA" AT 1935.

       GRAVA-AUDITORIA.
              MOVE WS-CODIGO-W      TO AUD-CODIGO.
              MOVE ANO              TO AUD-ANO.
              MOVE MES              TO AUD-MES.
              MOVE DIA              TO AUD-DIA.
              MOVE "PORTMAN"        TO AUD-PROGRAMA.
              MOVE WS-AUD-ACAO      TO AUD-RESULTADO.
              MOVE LK-OPERADOR-PARM TO AUD-OPERADOR.
              MOVE HORA-SIS         TO AUD-HORA.
              CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

      * A data de registro vem do dia de movimento aberto pelo
      * ABREDIA.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA" AT 2030.

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
              CLOSE PORTABILIDADE.
              CLOSE AUDITORIA.
              GOBACK.
