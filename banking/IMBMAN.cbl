      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Fixed-asset register - acquisitions and disposals
      * Tectonics: cobc
      ******************************************************************
      * <A> registers a new asset of a branch under its tag number
      * (cost, acquisition date, useful life in months) and journals
      * the purchase IMOBILIZ against INTERBANC.  <B> writes an asset
      * off: the accumulated depreciation is reversed against
      * IMOBILIZ, the remaining book value goes to the BAIXAIMOB
      * expense and a sale price, when there is one, comes in
      * through INTERBANC as VENDAIMOB revenue.  Both need a second
      * person (SUPAUT, other than the operator) and leave the
      * approval in APROVA.DAT ("IMA" / "IMB").  The monthly
      * depreciation itself is IMBDEP's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMBMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT IMOBILIZADO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IMB-NUMERO
              ALTERNATE RECORD KEY IMB-AGENCIA WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT APROVACOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-APR.

       DATA DIVISION.
       FILE SECTION.
       FD IMOBILIZADO LABEL RECORD STANDARD
                DATA RECORD IS REG-IMB
                VALUE OF FILE-ID IS "IMOBIL.DAT".
          01 REG-IMB.
                COPY IMOBIL.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD APROVACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APR
                VALUE OF FILE-ID IS "APROVA.DAT".
          01 REG-APR.
                COPY APROVA.

       WORKING-STORAGE SECTION.
          01 ARQST-JRN               PIC X(02).
          01 ARQST-APR               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-CONTAS-OK            PIC X(01) VALUE "S".
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-IMB-EXISTE           PIC X(01) VALUE "N".
          01 WS-NUMERO-E             PIC ZZZZZ9.
          01 WS-NUMERO-W             PIC 9(06) VALUE ZEROS.
          01 WS-AGENCIA-W            PIC 9(04) VALUE ZEROS.
          01 WS-DESCRICAO-W          PIC X(30) VALUE SPACES.
          01 WS-AQUIS-W.
                02 WS-AQUIS-ANO      PIC 9(04).
                02 WS-AQUIS-MES      PIC 9(02).
                02 WS-AQUIS-DIA      PIC 9(02).
          01 WS-AQUIS-NUM REDEFINES WS-AQUIS-W
                                     PIC 9(08).
          01 WS-VIDA-UTIL-W          PIC 9(03) VALUE ZEROS.
          01 WS-VALOR-E              PIC Z.ZZZ.ZZ9,99.
          01 WS-CUSTO-W              PIC 9(07)V99 VALUE ZEROS.
          01 WS-VENDA-W              PIC 9(07)V99 VALUE ZEROS.
          01 WS-LIQUIDO-W            PIC 9(07)V99 VALUE ZEROS.
          01 WS-JRN-DEB              PIC X(10) VALUE SPACES.
          01 WS-JRN-CRE              PIC X(10) VALUE SPACES.
          01 WS-JRN-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-JRN-HISTORICO        PIC X(20) VALUE SPACES.
          01 WS-APR-TIPO             PIC X(03) VALUE SPACES.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-IMOBIL.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "IMOBILIZADO DAS AGENCIAS".
              02 LINE 4  COL 19 VALUE "NUMERO PATRIMONIO :".
              02 LINE 5  COL 19 VALUE "SITUACAO          :".
              02 LINE 6  COL 19 VALUE "AGENCIA           :".
              02 LINE 7  COL 19 VALUE "DESCRICAO         :".
              02 LINE 8  COL 19 VALUE "AQUISICAO (A/M/D) :     /  /".
              02 LINE 9  COL 19 VALUE "CUSTO             :".
              02 LINE 10 COL 19 VALUE "VIDA UTIL (MESES) :".
              02 LINE 11 COL 19 VALUE "DEPREC. ACUMULADA :".
              02 LINE 12 COL 19 VALUE "VALOR CONTABIL    :".
              02 LINE 14 COL 19 VALUE "<A>QUISICAO / <B>AIXA :".
              02 LINE 15 COL 19 VALUE "VALOR DE VENDA    :".
              02 LINE 16 COL 19 VALUE "(VIDA UTIL ZERO - NAO DEPRECIA)".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "IMBMAN" TO WS-PRF-FUNCAO.
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
              OPEN I-O IMOBILIZADO.
              IF ARQST NOT = "00"
                     CLOSE IMOBILIZADO
                     OPEN OUTPUT IMOBILIZADO
                     CLOSE IMOBILIZADO
                     OPEN I-O IMOBILIZADO.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM ENTRA-NUMERO.
              PERFORM MOSTRA-PATRIMONIO.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "A" PERFORM AQUISICAO
                 WHEN "B" PERFORM BAIXA
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-IMOBIL.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-FUNCAO.
              MOVE SPACES TO WS-DESCRICAO-W.
              MOVE ZEROS  TO WS-NUMERO-W WS-AGENCIA-W WS-AQUIS-NUM
                             WS-CUSTO-W WS-VIDA-UTIL-W WS-VENDA-W
                             WS-LIQUIDO-W.

       ENTRA-NUMERO.
              PERFORM UNTIL WS-NUMERO-W > ZEROS
                 ACCEPT WS-NUMERO-E AT 0439 WITH PROMPT AUTO
                 MOVE WS-NUMERO-E TO WS-NUMERO-W
              END-PERFORM.

       MOSTRA-PATRIMONIO.
              MOVE "N" TO WS-IMB-EXISTE.
              MOVE WS-NUMERO-W TO IMB-NUMERO.
              READ IMOBILIZADO
                 INVALID KEY
                    DISPLAY "NAO CADASTRADO" AT 0539
                 NOT INVALID KEY
                    MOVE "S" TO WS-IMB-EXISTE
                    IF IMB-SITUACAO = "A"
                       DISPLAY "ATIVO" AT 0539
                    ELSE
                       DISPLAY "BAIXADO EM " IMB-DATA-BAIXA AT 0539
                    END-IF
                    DISPLAY IMB-AGENCIA   AT 0639
                    DISPLAY IMB-DESCRICAO AT 0739
                    MOVE IMB-DATA-AQUIS TO WS-AQUIS-NUM
                    DISPLAY WS-AQUIS-ANO  AT 0839
                    DISPLAY WS-AQUIS-MES  AT 0845
                    DISPLAY WS-AQUIS-DIA  AT 0848
                    MOVE IMB-CUSTO TO WS-VALOR-E
                    DISPLAY WS-VALOR-E    AT 0939
                    DISPLAY IMB-VIDA-UTIL AT 1039
                    MOVE IMB-DEPR-ACUM TO WS-VALOR-E
                    DISPLAY WS-VALOR-E    AT 1139
                    COMPUTE WS-LIQUIDO-W = IMB-CUSTO - IMB-DEPR-ACUM
                    MOVE WS-LIQUIDO-W TO WS-VALOR-E
                    DISPLAY WS-VALOR-E    AT 1239
              END-READ.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "A" OR WS-FUNCAO = "B"
                 ACCEPT WS-FUNCAO AT 1443 WITH PROMPT AUTO
              END-PERFORM.

      * A data de aquisicao nao pode passar do dia de movimento - em
      * branco ou invalida, vale o proprio dia.  A depreciacao corre
      * a partir do mes seguinte ao da aquisicao.
       AQUISICAO.
              IF WS-IMB-EXISTE = "S"
                 DISPLAY "PATRIMONIO JA CADASTRADO" AT 1935
                 EXIT PARAGRAPH.
              PERFORM UNTIL WS-AGENCIA-W > ZEROS
                 ACCEPT WS-AGENCIA-W AT 0639 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM UNTIL WS-DESCRICAO-W NOT = SPACES
                 ACCEPT WS-DESCRICAO-W AT 0739 WITH PROMPT AUTO
              END-PERFORM.
              ACCEPT WS-AQUIS-ANO AT 0839 WITH PROMPT AUTO.
              ACCEPT WS-AQUIS-MES AT 0845 WITH PROMPT AUTO.
              ACCEPT WS-AQUIS-DIA AT 0848 WITH PROMPT AUTO.
              IF WS-AQUIS-W IS NOT NUMERIC OR WS-AQUIS-ANO = ZEROS
                 OR WS-AQUIS-MES < 1 OR WS-AQUIS-MES > 12
                 OR WS-AQUIS-DIA < 1 OR WS-AQUIS-DIA > 31
                 OR WS-AQUIS-NUM > WS-DATA-MOVTO
                 MOVE WS-DATA-MOVTO TO WS-AQUIS-NUM
                 DISPLAY WS-AQUIS-ANO AT 0839
                 DISPLAY WS-AQUIS-MES AT 0845
                 DISPLAY WS-AQUIS-DIA AT 0848.
              PERFORM UNTIL WS-CUSTO-W > ZEROS
                 ACCEPT WS-VALOR-E AT 0939 WITH PROMPT AUTO
                 MOVE WS-VALOR-E TO WS-CUSTO-W
              END-PERFORM.
              ACCEPT WS-VIDA-UTIL-W AT 1039 WITH PROMPT AUTO.
              DISPLAY "CONFIRMA A AQUISICAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1963 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-CONTAS-OK.
              MOVE "IMOBILIZ"  TO JRN-CONTA-DEB.
              MOVE "INTERBANC" TO JRN-CONTA-CRE.
              PERFORM CONFERE-CONTAS.
              IF WS-CONTAS-OK NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM PEDE-AUTORIZACAO.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "AQUISICAO RECUSADA - SEM AUTORIZACAO" AT 1935
                 EXIT PARAGRAPH.
              MOVE WS-NUMERO-W      TO IMB-NUMERO.
              MOVE WS-AGENCIA-W     TO IMB-AGENCIA.
              MOVE WS-DESCRICAO-W   TO IMB-DESCRICAO.
              MOVE WS-AQUIS-NUM     TO IMB-DATA-AQUIS.
              MOVE WS-CUSTO-W       TO IMB-CUSTO.
              MOVE WS-VIDA-UTIL-W   TO IMB-VIDA-UTIL.
              MOVE ZEROS            TO IMB-DEPR-ACUM IMB-DATA-BAIXA
                                       IMB-VALOR-VENDA.
              MOVE WS-AQUIS-NUM(1:6) TO IMB-ULT-DEPR.
              MOVE "A"              TO IMB-SITUACAO.
              MOVE LK-OPERADOR-PARM TO IMB-OPERADOR.
              MOVE WS-SUPERVISOR    TO IMB-SUPERVISOR.
              WRITE REG-IMB
                 INVALID KEY
                    DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST AT 1935
                    EXIT PARAGRAPH
              END-WRITE.
              MOVE "IMOBILIZ"  TO WS-JRN-DEB.
              MOVE "INTERBANC" TO WS-JRN-CRE.
              MOVE WS-CUSTO-W  TO WS-JRN-VALOR.
              MOVE "AQUISICAO IMOBILIZ" TO WS-JRN-HISTORICO.
              PERFORM GRAVA-JOURNAL-IMB.
              MOVE "IMA"      TO WS-APR-TIPO.
              MOVE WS-CUSTO-W TO WS-JRN-VALOR.
              PERFORM GRAVA-APROVACAO.
              DISPLAY "AQUISICAO REGISTRADA" AT 1935.

      * A baixa nao deprecia o mes em curso - o bem sai pelo valor
      * contabil da ultima depreciacao do IMBDEP.
       BAIXA.
              IF WS-IMB-EXISTE NOT = "S" OR IMB-SITUACAO NOT = "A"
                 DISPLAY "PATRIMONIO ATIVO NAO ENCONTRADO" AT 1935
                 EXIT PARAGRAPH.
              ACCEPT WS-VALOR-E AT 1539 WITH PROMPT AUTO.
              MOVE WS-VALOR-E TO WS-VENDA-W.
              COMPUTE WS-LIQUIDO-W = IMB-CUSTO - IMB-DEPR-ACUM.
              DISPLAY "CONFIRMA A BAIXA <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1959 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-CONTAS-OK.
              MOVE "DEPRACUM"  TO JRN-CONTA-DEB.
              MOVE "IMOBILIZ"  TO JRN-CONTA-CRE.
              PERFORM CONFERE-CONTAS.
              MOVE "BAIXAIMOB" TO JRN-CONTA-DEB.
              MOVE "IMOBILIZ"  TO JRN-CONTA-CRE.
              PERFORM CONFERE-CONTAS.
              MOVE "INTERBANC" TO JRN-CONTA-DEB.
              MOVE "VENDAIMOB" TO JRN-CONTA-CRE.
              PERFORM CONFERE-CONTAS.
              IF WS-CONTAS-OK NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM PEDE-AUTORIZACAO.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "BAIXA RECUSADA - SEM AUTORIZACAO" AT 1935
                 EXIT PARAGRAPH.
              MOVE "B"              TO IMB-SITUACAO.
              MOVE WS-DATA-MOVTO    TO IMB-DATA-BAIXA.
              MOVE WS-VENDA-W       TO IMB-VALOR-VENDA.
              MOVE LK-OPERADOR-PARM TO IMB-OPERADOR.
              MOVE WS-SUPERVISOR    TO IMB-SUPERVISOR.
              REWRITE REG-IMB
                 INVALID KEY
                    DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST AT 1935
                    EXIT PARAGRAPH
              END-REWRITE.
              IF IMB-DEPR-ACUM > ZEROS
                 MOVE "DEPRACUM"    TO WS-JRN-DEB
                 MOVE "IMOBILIZ"    TO WS-JRN-CRE
                 MOVE IMB-DEPR-ACUM TO WS-JRN-VALOR
                 MOVE "BAIXA DEPREC ACUM" TO WS-JRN-HISTORICO
                 PERFORM GRAVA-JOURNAL-IMB.
              IF WS-LIQUIDO-W > ZEROS
                 MOVE "BAIXAIMOB"   TO WS-JRN-DEB
                 MOVE "IMOBILIZ"    TO WS-JRN-CRE
                 MOVE WS-LIQUIDO-W  TO WS-JRN-VALOR
                 MOVE "BAIXA IMOBILIZADO" TO WS-JRN-HISTORICO
                 PERFORM GRAVA-JOURNAL-IMB.
              IF WS-VENDA-W > ZEROS
                 MOVE "INTERBANC"   TO WS-JRN-DEB
                 MOVE "VENDAIMOB"   TO WS-JRN-CRE
                 MOVE WS-VENDA-W    TO WS-JRN-VALOR
                 MOVE "VENDA IMOBILIZADO" TO WS-JRN-HISTORICO
                 PERFORM GRAVA-JOURNAL-IMB.
              MOVE "IMB"        TO WS-APR-TIPO.
              MOVE WS-LIQUIDO-W TO WS-JRN-VALOR.
              PERFORM GRAVA-APROVACAO.
              DISPLAY "BAIXA REGISTRADA" AT 1935.

      * As contas sao conferidas antes de tocar o cadastro - um bem
      * nao entra nem sai do imobilizado sem o lancamento.
       CONFERE-CONTAS.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 MOVE "N" TO WS-CONTAS-OK.

      * Controle duplo: quem aprova nao pode ser quem digitou.
       PEDE-AUTORIZACAO.
              DISPLAY "AUTORIZACAO DO SUPERVISOR" AT 1935.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SUPERVISOR = LK-OPERADOR-PARM
                 MOVE ZEROS TO WS-SUPERVISOR.

       GRAVA-JOURNAL-IMB.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              MOVE ANO              TO JRN-ANO.
              MOVE MES              TO JRN-MES.
              MOVE DIA              TO JRN-DIA.
              MOVE WS-JRN-DEB       TO JRN-CONTA-DEB.
              MOVE WS-JRN-CRE       TO JRN-CONTA-CRE.
              MOVE WS-JRN-VALOR     TO JRN-VALOR.
              MOVE WS-JRN-HISTORICO TO JRN-HISTORICO.
              MOVE LK-OPERADOR-PARM TO JRN-OPERADOR.
              MOVE HORA-SIS         TO JRN-HORA.
              MOVE WS-SEQ-TRN       TO JRN-SEQ.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                         AT 1935.
              CLOSE JOURNAL.

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
              MOVE WS-APR-TIPO      TO APR-TIPO.
              MOVE IMB-AGENCIA      TO APR-CODIGO.
              MOVE WS-JRN-VALOR     TO APR-VALOR.
              WRITE REG-APR.
              IF ARQST-APR NOT = "00"
                 DISPLAY "ERRO NO LOG DE APROVACOES - STATUS "
                         ARQST-APR AT 1935.
              CLOSE APROVACOES.

      * Nenhum lancamento nasce fora do plano de contas - CTAVAL
      * recusa conta contabil desconhecida ou inativa (as contas
      * CLInnnn de cliente sao sempre aceitas).
       VALIDA-CONTAS-JOURNAL.
              CALL "CTAVAL" USING JRN-CONTA-DEB JRN-CONTA-CRE
                                  WS-CTA-OK.
              IF WS-CTA-OK NOT = "S"
                 DISPLAY "LANCAMENTO RECUSADO - CONTA CONTABIL "
                         "INVALIDA " JRN-CONTA-DEB " / "
                         JRN-CONTA-CRE AT 2305.

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
              CLOSE IMOBILIZADO.
              GOBACK.
