      ******************************************************************
      * Author: Vernieri
      * Date: October 3, 2026
      * Purpose: Automatic sweep instructions between SALDO and CDB
      * Tectonics: cobc
      ******************************************************************
      * <I> registers (or changes) the customer's sweep instruction:
      * the balance to keep in the account and the term of the CDB
      * positions opened with what exceeds it.  <C> cancels it.
      * APLAUTO only sweeps while the instruction is "A".  Each
      * change leaves an AUDIT.DAT row under program APLMAN with the
      * function letter as result.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APLMAN.

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

              SELECT INSTRUCOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY APL-CODIGO
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-APL.

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

       FD INSTRUCOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APL
                VALUE OF FILE-ID IS "APLAUT.DAT".
          01 REG-APL.
                COPY APLAUT.

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       WORKING-STORAGE SECTION.
          01 ARQST-APL               PIC X(02).
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
          01 WS-APL-EXISTE           PIC X(01) VALUE "N".
          01 WS-APL-LIMITE-E         PIC ZZ.ZZ9,99.
          01 WS-APL-LIMITE           PIC 9(05)V99 VALUE ZEROS.
          01 WS-APL-PRAZO            PIC 9(02) VALUE ZEROS.
          01 WS-AUD-ACAO             PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-APLAUT.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "APLICACAO AUTOMATICA EM CDB".
              02 LINE 4  COL 19 VALUE "CODIGO DA CONTA   :".
              02 LINE 5  COL 19 VALUE "TITULAR           :".
              02 LINE 6  COL 19 VALUE "SITUACAO ATUAL    :".
              02 LINE 9  COL 19 VALUE
                 "<I>NCLUI/ALTERA <C>ANCELA     :".
              02 LINE 10 COL 19 VALUE "SALDO A MANTER    :".
              02 LINE 11 COL 19 VALUE "PRAZO CDB (MESES) :".
              02 LINE 12 COL 19 VALUE "(EXCEDENTE APLICADO, SALDO".
              02 LINE 13 COL 19 VALUE " NEGATIVO COBERTO POR RESGATE)".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "APLMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-APL = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST
                         " / " ARQST-APL.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT CLIENTES.
              OPEN I-O INSTRUCOES.
              IF ARQST-APL NOT = "00"
                     CLOSE INSTRUCOES
                     OPEN OUTPUT INSTRUCOES
                     CLOSE INSTRUCOES
                     OPEN I-O INSTRUCOES.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDITORIA.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM ENTRA-CONTA.
              PERFORM MOSTRA-INSTRUCAO.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "I" PERFORM INCLUI-INSTRUCAO
                 WHEN "C" PERFORM CANCELA-INSTRUCAO
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-APLAUT.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-FUNCAO.
              MOVE ZEROS  TO WS-CODIGO-W WS-APL-LIMITE WS-APL-PRAZO
                             WS-APL-LIMITE-E.

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

       MOSTRA-INSTRUCAO.
              MOVE "N" TO WS-APL-EXISTE.
              MOVE WS-CODIGO-W TO APL-CODIGO.
              READ INSTRUCOES
                 INVALID KEY
                    DISPLAY "SEM INSTRUCAO" AT 0639
                 NOT INVALID KEY
                    MOVE "S" TO WS-APL-EXISTE
                    IF APL-SITUACAO = "A"
                       DISPLAY "ATIVA" AT 0639
                    ELSE
                       DISPLAY "CANCELADA" AT 0639
                    END-IF
                    MOVE APL-LIMITE TO WS-APL-LIMITE-E
                    DISPLAY WS-APL-LIMITE-E AT 1039
                    DISPLAY APL-PRAZO-MESES AT 1139
              END-READ.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "I" OR WS-FUNCAO = "C"
                 ACCEPT WS-FUNCAO AT 0950 WITH PROMPT AUTO
              END-PERFORM.

      * Saldo a manter zero aplica tudo o que estiver disponivel;
      * o prazo segue os limites da aplicacao no caixa (1 a 36).
       INCLUI-INSTRUCAO.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING CPF-W WS-FALECIDO.
              IF WS-FALECIDO = "S"
                 DISPLAY "CLIENTE FALECIDO - INCLUSAO VEDADA" AT 1935
                 EXIT PARAGRAPH.
              ACCEPT WS-APL-LIMITE-E AT 1039 WITH PROMPT AUTO.
              MOVE WS-APL-LIMITE-E TO WS-APL-LIMITE.
              PERFORM UNTIL WS-APL-PRAZO >= 1
                        AND WS-APL-PRAZO <= 36
                 ACCEPT WS-APL-PRAZO AT 1139 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY "CONFIRMA INSTRUCAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1961 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO-W      TO APL-CODIGO.
              MOVE WS-APL-LIMITE    TO APL-LIMITE.
              MOVE WS-APL-PRAZO     TO APL-PRAZO-MESES.
              MOVE "A"              TO APL-SITUACAO.
              MOVE DATA-SIS(1:8)    TO APL-DATA-SITUAC.
              MOVE LK-OPERADOR-PARM TO APL-OPERADOR.
              IF WS-APL-EXISTE = "S"
                 REWRITE REG-APL
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-APL
                               AT 1935
                       EXIT PARAGRAPH
                 END-REWRITE
              ELSE
                 MOVE DATA-SIS(1:8) TO APL-DATA-INICIO
                 WRITE REG-APL
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-APL
                               AT 1935
                       EXIT PARAGRAPH
                 END-WRITE
              END-IF.
              MOVE "I" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              DISPLAY "INSTRUCAO REGISTRADA" AT 1935.

       CANCELA-INSTRUCAO.
              IF WS-APL-EXISTE NOT = "S" OR APL-SITUACAO NOT = "A"
                 DISPLAY "INSTRUCAO ATIVA NAO ENCONTRADA NA CONTA"
                         AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "CANCELA INSTRUCAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1960 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE "C"              TO APL-SITUACAO.
              MOVE DATA-SIS(1:8)    TO APL-DATA-SITUAC.
              MOVE LK-OPERADOR-PARM TO APL-OPERADOR.
              REWRITE REG-APL
                 INVALID KEY
                    DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-APL
                            AT 1935
                    EXIT PARAGRAPH
              END-REWRITE.
              MOVE "C" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              DISPLAY "INSTRUCAO CANCELADA" AT 1935.

       GRAVA-AUDITORIA.
              MOVE WS-CODIGO-W      TO AUD-CODIGO.
              MOVE ANO              TO AUD-ANO.
              MOVE MES              TO AUD-MES.
              MOVE DIA              TO AUD-DIA.
              MOVE "APLMAN"         TO AUD-PROGRAMA.
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
              CLOSE INSTRUCOES.
              CLOSE AUDITORIA.
              GOBACK.
