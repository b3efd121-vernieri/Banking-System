      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Supplier master for the payables (contas a pagar)
      * Tectonics: cobc
      ******************************************************************
      * <G> registers a supplier or changes its data, <I> inactivates
      * it.  The bank route typed here is where CPGPAG pays the
      * supplier's invoices, so every change needs a second person
      * (SUPAUT, other than the operator) and leaves the approval in
      * APROVA.DAT under type "FOR".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FORMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT FORNECEDORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FOR-CODIGO
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT APROVACOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-APR.

       DATA DIVISION.
       FILE SECTION.
       FD FORNECEDORES LABEL RECORD STANDARD
                DATA RECORD IS REG-FOR
                VALUE OF FILE-ID IS "FORNEC.DAT".
          01 REG-FOR.
                COPY FORNEC.

       FD APROVACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APR
                VALUE OF FILE-ID IS "APROVA.DAT".
          01 REG-APR.
                COPY APROVA.

       WORKING-STORAGE SECTION.
          01 ARQST-APR               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-FOR-EXISTE           PIC X(01) VALUE "N".
          01 WS-CODIGO-E             PIC ZZZZ9.
          01 WS-CODIGO-W             PIC 9(05) VALUE ZEROS.
          01 WS-NOME-W               PIC X(30) VALUE SPACES.
          01 WS-TIPO-DOC-W           PIC X(01) VALUE SPACE.
          01 WS-DOCUMENTO-W          PIC X(14) VALUE SPACES.
          01 WS-BANCO-W              PIC 9(03) VALUE ZEROS.
          01 WS-AGENCIA-W            PIC 9(04) VALUE ZEROS.
          01 WS-CONTA-W              PIC 9(08) VALUE ZEROS.
          01 WS-DOC-OK               PIC X(01) VALUE "N".

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-FORNEC.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "CADASTRO DE FORNECEDORES".
              02 LINE 4  COL 19 VALUE "CODIGO FORNECEDOR :".
              02 LINE 5  COL 19 VALUE "SITUACAO          :".
              02 LINE 6  COL 19 VALUE "NOME / RAZAO      :".
              02 LINE 7  COL 19 VALUE "PESSOA <F/J>      :".
              02 LINE 8  COL 19 VALUE "CPF / CNPJ        :".
              02 LINE 9  COL 19 VALUE "BANCO             :".
              02 LINE 10 COL 19 VALUE "AGENCIA           :".
              02 LINE 11 COL 19 VALUE "CONTA             :".
              02 LINE 13 COL 19 VALUE "<G>RAVA / <I>NATIVA :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "FORMAN" TO WS-PRF-FUNCAO.
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
              OPEN I-O FORNECEDORES.
              IF ARQST NOT = "00"
                     CLOSE FORNECEDORES
                     OPEN OUTPUT FORNECEDORES
                     CLOSE FORNECEDORES
                     OPEN I-O FORNECEDORES.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM UNTIL WS-CODIGO-W > ZEROS
                 ACCEPT WS-CODIGO-E AT 0439 WITH PROMPT AUTO
                 MOVE WS-CODIGO-E TO WS-CODIGO-W
              END-PERFORM.
              PERFORM MOSTRA-FORNECEDOR.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "G" PERFORM GRAVA-FORNECEDOR
                 WHEN "I" PERFORM INATIVA-FORNECEDOR
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-FORNEC.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-FUNCAO
                             WS-TIPO-DOC-W.
              MOVE SPACES TO WS-NOME-W WS-DOCUMENTO-W.
              MOVE ZEROS  TO WS-CODIGO-W WS-BANCO-W WS-AGENCIA-W
                             WS-CONTA-W.

       MOSTRA-FORNECEDOR.
              MOVE "N" TO WS-FOR-EXISTE.
              MOVE WS-CODIGO-W TO FOR-CODIGO.
              READ FORNECEDORES
                 INVALID KEY
                    DISPLAY "NAO CADASTRADO" AT 0539
                 NOT INVALID KEY
                    MOVE "S" TO WS-FOR-EXISTE
                    IF FOR-SITUACAO = "A"
                       DISPLAY "ATIVO" AT 0539
                    ELSE
                       DISPLAY "INATIVO" AT 0539
                    END-IF
                    MOVE FOR-NOME      TO WS-NOME-W
                    MOVE FOR-TIPO-DOC  TO WS-TIPO-DOC-W
                    MOVE FOR-DOCUMENTO TO WS-DOCUMENTO-W
                    MOVE FOR-BANCO     TO WS-BANCO-W
                    MOVE FOR-AGENCIA   TO WS-AGENCIA-W
                    MOVE FOR-CONTA     TO WS-CONTA-W
                    DISPLAY WS-NOME-W      AT 0639
                    DISPLAY WS-TIPO-DOC-W  AT 0739
                    DISPLAY WS-DOCUMENTO-W AT 0839
                    DISPLAY WS-BANCO-W     AT 0939
                    DISPLAY WS-AGENCIA-W   AT 1039
                    DISPLAY WS-CONTA-W     AT 1139
              END-READ.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "G" OR WS-FUNCAO = "I"
                 ACCEPT WS-FUNCAO AT 1341 WITH PROMPT AUTO
              END-PERFORM.

      * Alteracao redigita o cadastro inteiro.  CPF ocupa as 11
      * primeiras posicoes do documento.
       GRAVA-FORNECEDOR.
              MOVE SPACES TO WS-NOME-W.
              PERFORM UNTIL WS-NOME-W NOT = SPACES
                 ACCEPT WS-NOME-W AT 0639 WITH PROMPT AUTO
              END-PERFORM.
              MOVE SPACE TO WS-TIPO-DOC-W.
              PERFORM UNTIL WS-TIPO-DOC-W = "F" OR WS-TIPO-DOC-W = "J"
                 ACCEPT WS-TIPO-DOC-W AT 0739 WITH PROMPT AUTO
              END-PERFORM.
              MOVE "N" TO WS-DOC-OK.
              PERFORM UNTIL WS-DOC-OK = "S"
                 ACCEPT WS-DOCUMENTO-W AT 0839 WITH PROMPT AUTO
                 PERFORM CONFERE-DOCUMENTO
              END-PERFORM.
              ACCEPT WS-BANCO-W   AT 0939 WITH PROMPT AUTO.
              ACCEPT WS-AGENCIA-W AT 1039 WITH PROMPT AUTO.
              ACCEPT WS-CONTA-W   AT 1139 WITH PROMPT AUTO.
              IF WS-BANCO-W = ZEROS OR WS-CONTA-W = ZEROS
                 DISPLAY "DADOS BANCARIOS INCOMPLETOS" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "CONFIRMA O FORNECEDOR <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1964 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM PEDE-AUTORIZACAO.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "GRAVACAO RECUSADA - SEM AUTORIZACAO" AT 1935
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO-W      TO FOR-CODIGO.
              MOVE WS-NOME-W        TO FOR-NOME.
              MOVE WS-TIPO-DOC-W    TO FOR-TIPO-DOC.
              MOVE WS-DOCUMENTO-W   TO FOR-DOCUMENTO.
              MOVE WS-BANCO-W       TO FOR-BANCO.
              MOVE WS-AGENCIA-W     TO FOR-AGENCIA.
              MOVE WS-CONTA-W       TO FOR-CONTA.
              MOVE "A"              TO FOR-SITUACAO.
              MOVE DATA-SIS(1:8)    TO FOR-DATA-SITUAC.
              MOVE LK-OPERADOR-PARM TO FOR-OPERADOR.
              IF WS-FOR-EXISTE = "S"
                 REWRITE REG-FOR
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                               AT 1935
                       EXIT PARAGRAPH
                 END-REWRITE
              ELSE
                 WRITE REG-FOR
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                               AT 1935
                       EXIT PARAGRAPH
                 END-WRITE
              END-IF.
              PERFORM GRAVA-APROVACAO.
              DISPLAY "FORNECEDOR GRAVADO" AT 1935.

       CONFERE-DOCUMENTO.
              MOVE "S" TO WS-DOC-OK.
              IF WS-TIPO-DOC-W = "F"
                 MOVE SPACES TO WS-DOCUMENTO-W(12:3)
                 IF WS-DOCUMENTO-W(1:11) IS NOT NUMERIC
                    MOVE "N" TO WS-DOC-OK
                 END-IF
              ELSE
                 IF WS-DOCUMENTO-W IS NOT NUMERIC
                    MOVE "N" TO WS-DOC-OK
                 END-IF
              END-IF.
              IF WS-DOC-OK NOT = "S"
                 DISPLAY "DOCUMENTO INVALIDO" AT 1935
              ELSE
                 DISPLAY WS-ESPACO AT 1935.

       INATIVA-FORNECEDOR.
              IF WS-FOR-EXISTE NOT = "S" OR FOR-SITUACAO NOT = "A"
                 DISPLAY "FORNECEDOR ATIVO NAO ENCONTRADO" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "INATIVA O FORNECEDOR <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1963 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM PEDE-AUTORIZACAO.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "INATIVACAO RECUSADA - SEM AUTORIZACAO"
                         AT 1935
                 EXIT PARAGRAPH.
              MOVE "I"              TO FOR-SITUACAO.
              MOVE DATA-SIS(1:8)    TO FOR-DATA-SITUAC.
              MOVE LK-OPERADOR-PARM TO FOR-OPERADOR.
              REWRITE REG-FOR
                 INVALID KEY
                    DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST AT 1935
                    EXIT PARAGRAPH
              END-REWRITE.
              PERFORM GRAVA-APROVACAO.
              DISPLAY "FORNECEDOR INATIVADO" AT 1935.

      * Controle duplo: quem aprova nao pode ser quem digitou.
       PEDE-AUTORIZACAO.
              DISPLAY "AUTORIZACAO DO SUPERVISOR" AT 1935.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SUPERVISOR = LK-OPERADOR-PARM
                 MOVE ZEROS TO WS-SUPERVISOR.

       GRAVA-APROVACAO.
              OPEN EXTEND APROVACOES.
              IF ARQST-APR NOT = "00"
                 OPEN OUTPUT APROVACOES.
              MOVE ANO              TO APR-ANO.
              MOVE MES              TO APR-MES.
              MOVE DIA              TO APR-DIA.
              MOVE HORA-SIS         TO APR-HORA.
              MOVE LK-OPERADOR-PARM TO APR-OPERADOR.
              MOVE WS-SUPERVISOR    TO APR-SUPERVISOR.
              MOVE "FOR"            TO APR-TIPO.
              MOVE WS-AGENCIA-W     TO APR-CODIGO.
              MOVE ZEROS            TO APR-VALOR.
              WRITE REG-APR.
              IF ARQST-APR NOT = "00"
                 DISPLAY "ERRO NO LOG DE APROVACOES - STATUS "
                         ARQST-APR AT 1935.
              CLOSE APROVACOES.

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
              CLOSE FORNECEDORES.
              GOBACK.
