      ******************************************************************
      * Author: Vernieri
      * Date: October 1, 2026
      * Purpose: Cobranca agreement of a business customer
      * Tectonics: cobc
      ******************************************************************
      * Keeps CONVCOB.DAT, one agreement per business account CODIGO.
      * The account must belong to a CNPJ (CTAPJ.DAT) and the credit
      * account must be an open account of the same CNPJ - the money
      * collected from the company's payers is never credited to a
      * third party.  <I>nclui signs a new agreement; <A>ltera
      * re-keys fee, credit account, fine/interest rules, write-off
      * term and situation.  Each recording leaves an AUDIT.DAT row
      * under program CCBMAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCBMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CONVENIOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CCB-CODIGO
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST-CLI.

              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD CONVENIOS LABEL RECORD STANDARD
                DATA RECORD IS REG-CCB
                VALUE OF FILE-ID IS "CONVCOB.DAT".
          01 REG-CCB.
                COPY CONVCOB.

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
          01 ARQST-CLI               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-EXISTE               PIC X(01) VALUE "N".
          01 REG-CCB-W.
                COPY CONVCOB REPLACING LEADING ==CCB-== BY ==CCW-==.
          01 WS-CODIGO-E             PIC 9(04) VALUE ZEROS.
          01 WS-CONTA-OK             PIC X(01) VALUE "N".
          01 WS-CAMPO-OK             PIC X(01) VALUE "N".
          01 WS-MODO                 PIC X(01) VALUE "P".
          01 WS-CPF-BRANCO           PIC X(11) VALUE SPACES.
          01 WS-PJ-CONTA             PIC X(01) VALUE "N".
          01 WS-PJ-CNPJ              PIC X(14) VALUE SPACES.
          01 WS-PJ-RAZAO             PIC X(40) VALUE SPACES.
          01 WS-PJ-ACHOU             PIC X(01) VALUE "N".
          01 WS-CRED-PJ              PIC X(01) VALUE "N".
          01 WS-CRED-CNPJ            PIC X(14) VALUE SPACES.
          01 WS-CRED-RAZAO           PIC X(40) VALUE SPACES.
          01 WS-TARIFA-E             PIC ZZ9,99.
          01 WS-MULTA-E              PIC Z9,99.
          01 WS-JUROS-E              PIC Z9,99.
          01 WS-DIAS-BAIXA-PADRAO    PIC 9(03) VALUE 030.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-CCB.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 LINE 2  COL 25 VALUE "CONVENIO DE COBRANCA".
              02 LINE 2  COL 55 VALUE "FUNCAO <I/A>: [ ]".
              02 LINE 4  COL 5  VALUE "CONTA DA EMPRESA  :".
              02 LINE 5  COL 5  VALUE "CNPJ              :".
              02 LINE 6  COL 5  VALUE "CONTA DE CREDITO  :".
              02 LINE 7  COL 5  VALUE "TARIFA POR TITULO :".
              02 LINE 8  COL 5  VALUE "MULTA (%)         :".
              02 LINE 9  COL 5  VALUE "JUROS AO MES (%)  :".
              02 LINE 10 COL 5  VALUE "DIAS PARA BAIXA   :".
              02 LINE 11 COL 5  VALUE "SITUACAO <A/I>    : [ ]".
              02 LINE 24 COL 5  VALUE "GRAVAR CONVENIO <S/N> [ ]".
              02 LINE 26 COL 5  VALUE "CONTINUA (S/N)? [ ]".
              02 LINE 28 COL 5  VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "CCBMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-CLI = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST
                         " / " ARQST-CLI.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O CONVENIOS.
              IF ARQST NOT = "00"
                     CLOSE CONVENIOS
                     OPEN OUTPUT CONVENIOS
                     CLOSE CONVENIOS
                     OPEN I-O CONVENIOS.
              OPEN INPUT CLIENTES.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDITORIA.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM ENTRA-FUNCAO.
              PERFORM ENTRA-CONTA.
              IF WS-FUNCAO = "I" AND WS-EXISTE = "S"
                 DISPLAY "CONVENIO JA CADASTRADO - USE A ALTERACAO"
                         AT 2815
              ELSE
                 IF WS-FUNCAO = "A" AND WS-EXISTE NOT = "S"
                    DISPLAY "CONVENIO NAO CADASTRADO" AT 2815
                 ELSE
                    PERFORM ENTRA-DADOS
                    PERFORM GRAVA-CONVENIO
                 END-IF
              END-IF.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-CCB.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA.
              INITIALIZE REG-CCB-W.

       ENTRA-FUNCAO.
              MOVE SPACE TO WS-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "I" OR WS-FUNCAO = "A"
                 ACCEPT WS-FUNCAO AT 0270 WITH PROMPT AUTO
                 IF WS-FUNCAO NOT = "I" AND NOT = "A"
                    DISPLAY "DIGITE I OU A" AT 2815
                 ELSE
                    DISPLAY WS-ESPACO AT 2815
                 END-IF
              END-PERFORM.

      * Convenio so para conta de pessoa juridica aberta - a conta
      * de pessoa fisica nao emite titulos de cobranca.
       ENTRA-CONTA.
              MOVE "N" TO WS-CONTA-OK.
              PERFORM UNTIL WS-CONTA-OK = "S"
                 ACCEPT WS-CODIGO-E AT 0425 WITH PROMPT AUTO
                 PERFORM VALIDA-CONTA-EMPRESA
              END-PERFORM.
              DISPLAY WS-PJ-RAZAO AT 0432.
              DISPLAY WS-PJ-CNPJ  AT 0525.
              MOVE "N" TO WS-EXISTE.
              MOVE WS-CODIGO-E TO CCB-CODIGO.
              READ CONVENIOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-EXISTE
                    MOVE REG-CCB TO REG-CCB-W
                    PERFORM MOSTRA-CONVENIO
              END-READ.

       VALIDA-CONTA-EMPRESA.
              MOVE WS-CODIGO-E TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA INEXISTENTE" AT 2815
                    EXIT PARAGRAPH
              END-READ.
              IF STATUS-CONTA = "F"
                 DISPLAY "CONTA ENCERRADA" AT 2815
                 EXIT PARAGRAPH.
              CALL "PJGET" USING WS-CODIGO-E WS-MODO WS-CPF-BRANCO
                                 WS-PJ-CONTA WS-PJ-CNPJ WS-PJ-RAZAO
                                 WS-PJ-ACHOU.
              IF WS-PJ-CONTA NOT = "S"
                 DISPLAY "CONTA NAO E DE PESSOA JURIDICA" AT 2815
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-CONTA-OK.
              DISPLAY WS-ESPACO AT 2815.

       MOSTRA-CONVENIO.
              DISPLAY CCW-CONTA-CRED AT 0625.
              MOVE CCW-TARIFA     TO WS-TARIFA-E.
              DISPLAY WS-TARIFA-E AT 0725.
              MOVE CCW-MULTA-PCT  TO WS-MULTA-E.
              DISPLAY WS-MULTA-E  AT 0825.
              MOVE CCW-JUROS-MES  TO WS-JUROS-E.
              DISPLAY WS-JUROS-E  AT 0925.
              DISPLAY CCW-DIAS-BAIXA AT 1025.
              DISPLAY CCW-SITUACAO   AT 1126.

       ENTRA-DADOS.
              MOVE WS-CODIGO-E TO CCW-CODIGO.
              IF WS-FUNCAO = "I"
                 MOVE WS-CODIGO-E TO CCW-CONTA-CRED
                 MOVE WS-DIAS-BAIXA-PADRAO TO CCW-DIAS-BAIXA
              END-IF.
              MOVE "N" TO WS-CONTA-OK.
              PERFORM UNTIL WS-CONTA-OK = "S"
                 ACCEPT CCW-CONTA-CRED AT 0625 WITH PROMPT AUTO
                 PERFORM VALIDA-CONTA-CREDITO
              END-PERFORM.
              MOVE CCW-TARIFA TO WS-TARIFA-E.
              ACCEPT WS-TARIFA-E AT 0725 WITH PROMPT AUTO.
              MOVE WS-TARIFA-E TO CCW-TARIFA.
              MOVE CCW-MULTA-PCT TO WS-MULTA-E.
              ACCEPT WS-MULTA-E AT 0825 WITH PROMPT AUTO.
              MOVE WS-MULTA-E TO CCW-MULTA-PCT.
              MOVE CCW-JUROS-MES TO WS-JUROS-E.
              ACCEPT WS-JUROS-E AT 0925 WITH PROMPT AUTO.
              MOVE WS-JUROS-E TO CCW-JUROS-MES.
              MOVE "N" TO WS-CAMPO-OK.
              PERFORM UNTIL WS-CAMPO-OK = "S"
                 ACCEPT CCW-DIAS-BAIXA AT 1025 WITH PROMPT AUTO
                 IF CCW-DIAS-BAIXA IS NOT NUMERIC
                    OR CCW-DIAS-BAIXA = ZEROS
                    DISPLAY "PRAZO DE BAIXA DEVE SER MAIOR QUE ZERO"
                            AT 2815
                 ELSE
                    MOVE "S" TO WS-CAMPO-OK
                    DISPLAY WS-ESPACO AT 2815
                 END-IF
              END-PERFORM.
              IF WS-FUNCAO = "I"
                 MOVE "A" TO CCW-SITUACAO
                 DISPLAY CCW-SITUACAO AT 1126
              ELSE
                 MOVE SPACE TO CCW-SITUACAO
                 PERFORM UNTIL CCW-SITUACAO = "A" OR "I"
                    ACCEPT CCW-SITUACAO AT 1126 WITH PROMPT AUTO
                 END-PERFORM
              END-IF.

      * O credito vai para conta aberta do mesmo CNPJ - a propria
      * conta do convenio ou outra da empresa.
       VALIDA-CONTA-CREDITO.
              MOVE CCW-CONTA-CRED TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA DE CREDITO INEXISTENTE" AT 2815
                    EXIT PARAGRAPH
              END-READ.
              IF STATUS-CONTA = "F"
                 DISPLAY "CONTA DE CREDITO ENCERRADA" AT 2815
                 EXIT PARAGRAPH.
              CALL "PJGET" USING CCW-CONTA-CRED WS-MODO WS-CPF-BRANCO
                                 WS-CRED-PJ WS-CRED-CNPJ WS-CRED-RAZAO
                                 WS-PJ-ACHOU.
              IF WS-CRED-PJ NOT = "S" OR WS-CRED-CNPJ NOT = WS-PJ-CNPJ
                 DISPLAY "CONTA DE CREDITO DE OUTRO TITULAR" AT 2815
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-CONTA-OK.
              DISPLAY WS-ESPACO AT 2815.

       GRAVA-CONVENIO.
              ACCEPT WS-SALVA AT 2428 WITH PROMPT AUTO.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE DATA-SIS(1:8)    TO CCW-DATA-CAD.
              MOVE LK-OPERADOR-PARM TO CCW-OPERADOR.
              MOVE REG-CCB-W TO REG-CCB.
              IF WS-EXISTE = "S"
                 REWRITE REG-CCB
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                               AT 2815
                       EXIT PARAGRAPH
                 END-REWRITE
              ELSE
                 WRITE REG-CCB
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                               AT 2815
                       EXIT PARAGRAPH
                 END-WRITE
              END-IF.
              PERFORM GRAVA-AUDITORIA.
              DISPLAY "CONVENIO GRAVADO" AT 2815.

       GRAVA-AUDITORIA.
              MOVE CCW-CODIGO       TO AUD-CODIGO.
              MOVE ANO              TO AUD-ANO.
              MOVE MES              TO AUD-MES.
              MOVE DIA              TO AUD-DIA.
              MOVE "CCBMAN"         TO AUD-PROGRAMA.
              MOVE WS-FUNCAO        TO AUD-RESULTADO.
              MOVE LK-OPERADOR-PARM TO AUD-OPERADOR.
              MOVE HORA-SIS         TO AUD-HORA.
              CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA" AT 2815.

       CONTINUA.
              ACCEPT WS-OPCAO AT 2622 WITH PROMPT AUTO.
              IF WS-OPCAO = "S" OR = "N"
                     DISPLAY WS-ESPACO AT 2815
              ELSE
                     DISPLAY "DIGITE S OU N" AT 2815.

       FINALIZA.
              DISPLAY WS-MENS1 AT 2815.
              CLOSE CONVENIOS.
              CLOSE CLIENTES.
              CLOSE AUDITORIA.
              GOBACK.
