      ******************************************************************
      * Author: Vernieri
      * Date: September 24, 2026
      * Purpose: Utility auto-debit authorizations at the window
      * Tectonics: cobc
      ******************************************************************
      * <I> registers the customer's authorization for a biller:
      * convenio code, the customer's identification at the biller
      * and an optional cap per bill (zero = no cap).  <C> cancels
      * an authorization of the account.  CONVDEB only debits while
      * the authorization is "A".  Each change leaves an AUDIT.DAT
      * row under program DAUMAN with the function letter as result.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAUMAN.

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

              SELECT AUTORIZACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY DAU-CHAVE
              ALTERNATE RECORD KEY DAU-CODIGO WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-DAU.

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

       FD AUTORIZACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-DAU
                VALUE OF FILE-ID IS "DEBAUT.DAT".
          01 REG-DAU.
                COPY DEBAUT.

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       WORKING-STORAGE SECTION.
          01 ARQST-DAU               PIC X(02).
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
          01 WS-FIM-DAU              PIC X(01) VALUE "N".
          01 WS-QTD-ATIVAS           PIC 9(02) VALUE ZEROS.
          01 WS-DAU-EMPRESA          PIC 9(04) VALUE ZEROS.
          01 WS-DAU-IDENT            PIC X(15) VALUE SPACES.
          01 WS-DAU-VALOR-E          PIC ZZ.ZZ9,99.
          01 WS-DAU-VALOR            PIC 9(05)V99 VALUE ZEROS.
          01 WS-DAU-EXISTE           PIC X(01) VALUE "N".
          01 WS-AUD-ACAO             PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-DEBAUT.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "DEBITO AUTOMATICO - AUTORIZACOES".
              02 LINE 4  COL 19 VALUE "CODIGO DA CONTA   :".
              02 LINE 5  COL 19 VALUE "TITULAR           :".
              02 LINE 6  COL 19 VALUE "AUTORIZ. ATIVAS   :".
              02 LINE 9  COL 19 VALUE
                 "<I>NCLUI <C>ANCELA AUTORIZACAO :".
              02 LINE 10 COL 19 VALUE "EMPRESA CONVENIO  :".
              02 LINE 11 COL 19 VALUE "IDENT. NA EMPRESA :".
              02 LINE 12 COL 19 VALUE "VALOR MAXIMO      :".
              02 LINE 13 COL 19 VALUE "(ZERO = SEM LIMITE)".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "DAUMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-DAU = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST
                         " / " ARQST-DAU.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT CLIENTES.
              OPEN I-O AUTORIZACOES.
              IF ARQST-DAU NOT = "00"
                     CLOSE AUTORIZACOES
                     OPEN OUTPUT AUTORIZACOES
                     CLOSE AUTORIZACOES
                     OPEN I-O AUTORIZACOES.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDITORIA.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM ENTRA-CONTA.
              PERFORM CONTA-ATIVAS.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "I" PERFORM INCLUI-AUTORIZACAO
                 WHEN "C" PERFORM CANCELA-AUTORIZACAO
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-DEBAUT.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-FUNCAO.
              MOVE SPACES TO WS-DAU-IDENT.
              MOVE ZEROS  TO WS-CODIGO-W WS-DAU-EMPRESA WS-DAU-VALOR
                             WS-DAU-VALOR-E.

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

       CONTA-ATIVAS.
              MOVE ZEROS TO WS-QTD-ATIVAS.
              MOVE "N" TO WS-FIM-DAU.
              MOVE WS-CODIGO-W TO DAU-CODIGO.
              START AUTORIZACOES KEY IS EQUAL TO DAU-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-DAU
              END-START.
              PERFORM LE-AUTORIZACAO-CONTA UNTIL WS-FIM-DAU = "S".
              DISPLAY WS-QTD-ATIVAS AT 0639.

       LE-AUTORIZACAO-CONTA.
              READ AUTORIZACOES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-DAU
                 NOT AT END
                    IF DAU-CODIGO NOT = WS-CODIGO-W
                       MOVE "S" TO WS-FIM-DAU
                    ELSE
                       IF DAU-SITUACAO = "A"
                          ADD 1 TO WS-QTD-ATIVAS
                       END-IF
                    END-IF
              END-READ.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "I" OR WS-FUNCAO = "C"
                 ACCEPT WS-FUNCAO AT 0952 WITH PROMPT AUTO
              END-PERFORM.

       ENTRA-CHAVE.
              PERFORM UNTIL WS-DAU-EMPRESA > ZEROS
                 ACCEPT WS-DAU-EMPRESA AT 1039 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM UNTIL WS-DAU-IDENT NOT = SPACES
                 ACCEPT WS-DAU-IDENT AT 1139 WITH PROMPT AUTO
              END-PERFORM.
              MOVE "N" TO WS-DAU-EXISTE.
              MOVE WS-DAU-EMPRESA TO DAU-EMPRESA.
              MOVE WS-DAU-IDENT   TO DAU-IDENT.
              READ AUTORIZACOES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-DAU-EXISTE
              END-READ.

      * Uma identificacao na empresa so debita uma conta: a que ja
      * esta ativa para outra conta tem de ser cancelada antes.
       INCLUI-AUTORIZACAO.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING CPF-W WS-FALECIDO.
              IF WS-FALECIDO = "S"
                 DISPLAY "CLIENTE FALECIDO - INCLUSAO VEDADA" AT 1935
                 EXIT PARAGRAPH.
              PERFORM ENTRA-CHAVE.
              IF WS-DAU-EXISTE = "S" AND DAU-SITUACAO = "A"
                 IF DAU-CODIGO = WS-CODIGO-W
                    DISPLAY "AUTORIZACAO JA ATIVA NESTA CONTA" AT 1935
                 ELSE
                    DISPLAY "IDENTIFICACAO ATIVA EM OUTRA CONTA"
                            AT 1935
                 END-IF
                 EXIT PARAGRAPH.
              ACCEPT WS-DAU-VALOR-E AT 1239 WITH PROMPT AUTO.
              MOVE WS-DAU-VALOR-E TO WS-DAU-VALOR.
              DISPLAY "CONFIRMA AUTORIZACAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1963 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE WS-DAU-EMPRESA   TO DAU-EMPRESA.
              MOVE WS-DAU-IDENT     TO DAU-IDENT.
              MOVE WS-CODIGO-W      TO DAU-CODIGO.
              MOVE WS-DAU-VALOR     TO DAU-VALOR-MAX.
              MOVE "A"              TO DAU-SITUACAO.
              MOVE DATA-SIS(1:8)    TO DAU-DATA-INICIO.
              MOVE DATA-SIS(1:8)    TO DAU-DATA-SITUAC.
              MOVE LK-OPERADOR-PARM TO DAU-OPERADOR.
              IF WS-DAU-EXISTE = "S"
                 REWRITE REG-DAU
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-DAU
                               AT 1935
                       EXIT PARAGRAPH
                 END-REWRITE
              ELSE
                 WRITE REG-DAU
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-DAU
                               AT 1935
                       EXIT PARAGRAPH
                 END-WRITE
              END-IF.
              MOVE "I" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              DISPLAY "AUTORIZACAO REGISTRADA" AT 1935.

       CANCELA-AUTORIZACAO.
              PERFORM ENTRA-CHAVE.
              IF WS-DAU-EXISTE NOT = "S" OR DAU-SITUACAO NOT = "A"
                 OR DAU-CODIGO NOT = WS-CODIGO-W
                 DISPLAY "AUTORIZACAO ATIVA NAO ENCONTRADA NA CONTA"
                         AT 1935
                 EXIT PARAGRAPH.
              MOVE DAU-VALOR-MAX TO WS-DAU-VALOR-E.
              DISPLAY WS-DAU-VALOR-E AT 1239.
              DISPLAY "CANCELA AUTORIZACAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1962 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE "C"              TO DAU-SITUACAO.
              MOVE DATA-SIS(1:8)    TO DAU-DATA-SITUAC.
              MOVE LK-OPERADOR-PARM TO DAU-OPERADOR.
              REWRITE REG-DAU
                 INVALID KEY
                    DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-DAU
                            AT 1935
                    EXIT PARAGRAPH
              END-REWRITE.
              MOVE "C" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              DISPLAY "AUTORIZACAO CANCELADA" AT 1935.

       GRAVA-AUDITORIA.
              MOVE WS-CODIGO-W      TO AUD-CODIGO.
              MOVE ANO              TO AUD-ANO.
              MOVE MES              TO AUD-MES.
              MOVE DIA              TO AUD-DIA.
              MOVE "DAUMAN"         TO AUD-PROGRAMA.
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
              CLOSE AUTORIZACOES.
              CLOSE AUDITORIA.
              GOBACK.
