      ******************************************************************
      * Author: Vernieri
      * Date: September 25, 2026
      * Purpose: Corporate customer (pessoa juridica) registration
      * Tectonics: cobc
      ******************************************************************
      * Keeps CADPJ.DAT, the CNPJ-keyed master of business customers.
      * The CNPJ is checked by its two verification digits the same
      * way crud checks the CPF, the registered address goes through
      * the CEP/UF table, and every partner is keyed by CPF and must
      * already be onboarded in CADASTRO.DAT.  Only the partners
      * marked as signatories may later operate the company's
      * accounts in OPERACAO.  <I>nclui registers a new CNPJ;
      * <A>ltera re-keys trade name, address, partners and the
      * situation of an existing one.  Each recording leaves an
      * AUDIT.DAT row under program PJMAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PJMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CADASTRO-PJ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PJ-CNPJ
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT CLIENTES-CAD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ws-cpf
              ALTERNATE RECORD KEY ws-name WITH DUPLICATES
              FILE STATUS ARQST-CAD.

              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO-PJ LABEL RECORD STANDARD
                DATA RECORD IS REG-PJ
                VALUE OF FILE-ID IS "CADPJ.DAT".
          01 REG-PJ.
                COPY CADPJ.

       FD CLIENTES-CAD LABEL RECORD STANDARD
                DATA RECORD IS REG-CAD
                VALUE OF FILE-ID IS "CADASTRO.DAT".
          01 REG-CAD.
                COPY CADASTRO.

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       WORKING-STORAGE SECTION.
          01 ARQST-CAD               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-EXISTE               PIC X(01) VALUE "N".
          01 REG-PJ-W.
                COPY CADPJ REPLACING LEADING ==PJ-== BY ==PJW-==.
          01 WS-CNPJ-OK              PIC X(01) VALUE "N".
          01 WS-CNPJ-DIG             PIC 9 OCCURS 14 TIMES.
          01 WS-CNPJ-SOMA            PIC 9(04) VALUE ZEROS.
          01 WS-CNPJ-RESTO           PIC 9(02) VALUE ZEROS.
          01 WS-CNPJ-DV1             PIC 9 VALUE ZERO.
          01 WS-CNPJ-DV2             PIC 9 VALUE ZERO.
      * Pesos do digito verificador do CNPJ - o primeiro digito usa
      * as posicoes 2 a 13 da tabela, o segundo usa as 13.
          01 WS-TAB-PESOS-CNPJ       PIC X(13) VALUE "6543298765432".
          01 WS-TAB-PESOS REDEFINES WS-TAB-PESOS-CNPJ.
                02 WS-PESO           PIC 9 OCCURS 13 TIMES.
          01 WS-I                    PIC 9(02) VALUE ZEROS.
          01 WS-J                    PIC 9(02) VALUE ZEROS.
          01 WS-CAMPO-OK             PIC X(01) VALUE "N".
          01 WS-DATA-OK              PIC X(01) VALUE "N".
          01 WS-CEP-OK               PIC X(01) VALUE "N".
          01 WS-CEP-FAIXA            PIC 9(01) VALUE ZERO.
          01 WS-CEP-UF-ACHADA        PIC X(02) VALUE SPACES.
          01 WS-SOC-LIN              PIC 9(02) VALUE ZEROS.
          01 WS-SOC-FIM              PIC X(01) VALUE "N".
          01 WS-SOC-CPF              PIC X(11) VALUE SPACES.
          01 WS-SOC-ASSINA           PIC X(01) VALUE SPACE.
          01 WS-SOC-NOME             PIC X(40) VALUE SPACES.
          01 WS-SOC-OK               PIC X(01) VALUE "N".
          01 WS-QTD-ASSINA           PIC 9(02) VALUE ZEROS.
          01 WS-LINHA-LIMPA          PIC X(60) VALUE SPACES.

          01 WS-TAB-CEP-FAIXAS.
                02 FILLER PIC X(03) VALUE "0SP".
                02 FILLER PIC X(03) VALUE "1SP".
                02 FILLER PIC X(03) VALUE "2RJ".
                02 FILLER PIC X(03) VALUE "3MG".
                02 FILLER PIC X(03) VALUE "4BA".
                02 FILLER PIC X(03) VALUE "5PE".
                02 FILLER PIC X(03) VALUE "6CE".
                02 FILLER PIC X(03) VALUE "7DF".
                02 FILLER PIC X(03) VALUE "8PR".
                02 FILLER PIC X(03) VALUE "9RS".
          01 WS-TAB-CEP REDEFINES WS-TAB-CEP-FAIXAS.
                02 WS-TAB-CEP-ITEM OCCURS 10 TIMES.
                   03 WS-TAB-CEP-DIGITO  PIC 9(01).
                   03 WS-TAB-CEP-UF      PIC X(02).

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-PJ.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 LINE 2  COL 25 VALUE "CADASTRO PESSOA JURIDICA".
              02 LINE 2  COL 55 VALUE "FUNCAO <I/A>: [ ]".
              02 LINE 4  COL 5  VALUE "CNPJ              :".
              02 LINE 5  COL 5  VALUE "RAZAO SOCIAL      :".
              02 LINE 6  COL 5  VALUE "NOME FANTASIA     :".
              02 LINE 7  COL 5  VALUE "DATA CONSTITUICAO :   /  /    ".
              02 LINE 8  COL 5  VALUE "RUA               :".
              02 LINE 9  COL 5  VALUE "BAIRRO            :".
              02 LINE 10 COL 5  VALUE "COMPLEMENTO       :".
              02 LINE 11 COL 5  VALUE "CIDADE            :".
              02 LINE 11 COL 44 VALUE "UF:".
              02 LINE 12 COL 5  VALUE "CEP               :".
              02 LINE 12 COL 44 VALUE "SITUACAO <A/I>: [ ]".
              02 LINE 13 COL 5  VALUE "SOCIOS: CPF".
              02 LINE 13 COL 25 VALUE "ASSINA".
              02 LINE 13 COL 33 VALUE "NOME".
              02 LINE 13 COL 50 VALUE "(CPF EM BRANCO ENCERRA)".
              02 LINE 24 COL 5  VALUE "GRAVAR CADASTRO <S/N> [ ]".
              02 LINE 26 COL 5  VALUE "CONTINUA (S/N)? [ ]".
              02 LINE 28 COL 5  VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "PJMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-CAD = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST
                         " / " ARQST-CAD.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN I-O CADASTRO-PJ.
              IF ARQST NOT = "00"
                     CLOSE CADASTRO-PJ
                     OPEN OUTPUT CADASTRO-PJ
                     CLOSE CADASTRO-PJ
                     OPEN I-O CADASTRO-PJ.
              OPEN INPUT CLIENTES-CAD.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDITORIA.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM ENTRA-FUNCAO.
              PERFORM ENTRA-CNPJ.
              IF WS-FUNCAO = "I" AND WS-EXISTE = "S"
                 DISPLAY "CNPJ JA CADASTRADO - USE A ALTERACAO" AT 2815
              ELSE
                 IF WS-FUNCAO = "A" AND WS-EXISTE NOT = "S"
                    DISPLAY "CNPJ NAO CADASTRADO" AT 2815
                 ELSE
                    PERFORM ENTRA-DADOS
                    PERFORM ENTRA-SOCIOS
                    PERFORM GRAVA-PJ
                 END-IF
              END-IF.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-PJ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA.
              MOVE SPACES TO REG-PJ-W.
              MOVE ZEROS  TO PJW-DATA-CONST PJW-QTD-SOCIOS.

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

       ENTRA-CNPJ.
              MOVE "N" TO WS-CNPJ-OK.
              PERFORM UNTIL WS-CNPJ-OK = "S"
                 ACCEPT PJW-CNPJ AT 0425 WITH PROMPT AUTO
                 PERFORM VALIDA-CNPJ
                 IF WS-CNPJ-OK NOT = "S"
                    DISPLAY "CNPJ INVALIDO" AT 2815
                 ELSE
                    DISPLAY WS-ESPACO AT 2815
                 END-IF
              END-PERFORM.
              MOVE "N" TO WS-EXISTE.
              MOVE PJW-CNPJ TO PJ-CNPJ.
              READ CADASTRO-PJ
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-EXISTE
                    MOVE REG-PJ TO REG-PJ-W
                    PERFORM MOSTRA-PJ
              END-READ.

      * Digitos verificadores do CNPJ: soma ponderada dos 12 (e
      * depois dos 13) primeiros digitos, modulo 11 - resto menor
      * que 2 da digito zero, senao 11 menos o resto.
       VALIDA-CNPJ.
              MOVE "N" TO WS-CNPJ-OK.
              IF PJW-CNPJ IS NOT NUMERIC
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-CNPJ-SOMA.
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 14
                 MOVE PJW-CNPJ(WS-I:1) TO WS-CNPJ-DIG(WS-I)
              END-PERFORM.
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
                 COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                         WS-CNPJ-DIG(WS-I) * WS-PESO(WS-I + 1)
              END-PERFORM.
              COMPUTE WS-CNPJ-RESTO = FUNCTION MOD(WS-CNPJ-SOMA, 11).
              IF WS-CNPJ-RESTO < 2
                 MOVE 0 TO WS-CNPJ-DV1
              ELSE
                 COMPUTE WS-CNPJ-DV1 = 11 - WS-CNPJ-RESTO
              END-IF.

              MOVE ZEROS TO WS-CNPJ-SOMA.
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 13
                 COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                         WS-CNPJ-DIG(WS-I) * WS-PESO(WS-I)
              END-PERFORM.
              COMPUTE WS-CNPJ-RESTO = FUNCTION MOD(WS-CNPJ-SOMA, 11).
              IF WS-CNPJ-RESTO < 2
                 MOVE 0 TO WS-CNPJ-DV2
              ELSE
                 COMPUTE WS-CNPJ-DV2 = 11 - WS-CNPJ-RESTO
              END-IF.

              IF WS-CNPJ-DIG(13) = WS-CNPJ-DV1
                    AND WS-CNPJ-DIG(14) = WS-CNPJ-DV2
                 MOVE "S" TO WS-CNPJ-OK
              ELSE
                 MOVE "N" TO WS-CNPJ-OK
              END-IF.

       MOSTRA-PJ.
              DISPLAY PJW-RAZAO      AT 0525.
              DISPLAY PJW-FANTASIA   AT 0625.
              DISPLAY PJW-CONST-DIA  AT 0725.
              DISPLAY PJW-CONST-MES  AT 0728.
              DISPLAY PJW-CONST-ANO  AT 0731.
              DISPLAY PJW-RUA        AT 0825.
              DISPLAY PJW-BAIRRO     AT 0925.
              DISPLAY PJW-COMPL      AT 1025.
              DISPLAY PJW-CIDADE     AT 1125.
              DISPLAY PJW-UF         AT 1148.
              DISPLAY PJW-CEP        AT 1225.
              DISPLAY PJW-SITUACAO   AT 1261.
              MOVE 14 TO WS-SOC-LIN.
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > PJW-QTD-SOCIOS
                 MOVE PJW-SOC-CPF(WS-I)    TO WS-SOC-CPF
                 MOVE PJW-SOC-ASSINA(WS-I) TO WS-SOC-ASSINA
                 PERFORM BUSCA-NOME-SOCIO
                 PERFORM MOSTRA-SOCIO
                 ADD 1 TO WS-SOC-LIN
              END-PERFORM.

      * A razao social e a data de constituicao nascem com o CNPJ e
      * nao mudam na alteracao - o resto pode ser rechaveado.
       ENTRA-DADOS.
              IF WS-FUNCAO = "I"
                 PERFORM ENTRA-RAZAO
                 PERFORM ENTRA-CONSTITUICAO
              END-IF.
              ACCEPT PJW-FANTASIA AT 0625 WITH PROMPT AUTO.
              MOVE "N" TO WS-CAMPO-OK.
              PERFORM UNTIL WS-CAMPO-OK = "S"
                 ACCEPT PJW-RUA AT 0825 WITH PROMPT AUTO
                 IF PJW-RUA = SPACES
                    DISPLAY "RUA E OBRIGATORIA" AT 2815
                 ELSE
                    MOVE "S" TO WS-CAMPO-OK
                    DISPLAY WS-ESPACO AT 2815
                 END-IF
              END-PERFORM.
              ACCEPT PJW-BAIRRO AT 0925 WITH PROMPT AUTO.
              ACCEPT PJW-COMPL  AT 1025 WITH PROMPT AUTO.
              MOVE "N" TO WS-CAMPO-OK.
              PERFORM UNTIL WS-CAMPO-OK = "S"
                 ACCEPT PJW-CIDADE AT 1125 WITH PROMPT AUTO
                 IF PJW-CIDADE = SPACES
                    DISPLAY "CIDADE E OBRIGATORIA" AT 2815
                 ELSE
                    MOVE "S" TO WS-CAMPO-OK
                    DISPLAY WS-ESPACO AT 2815
                 END-IF
              END-PERFORM.
              MOVE "N" TO WS-CEP-OK.
              PERFORM UNTIL WS-CEP-OK = "S"
                 ACCEPT PJW-UF  AT 1148 WITH PROMPT AUTO
                 ACCEPT PJW-CEP AT 1225 WITH PROMPT AUTO
                 PERFORM VALIDA-CEP
                 IF WS-CEP-OK NOT = "S"
                    DISPLAY "CEP INVALIDO" AT 2815
                 ELSE
                    DISPLAY WS-ESPACO AT 2815
                 END-IF
              END-PERFORM.
              IF WS-FUNCAO = "I"
                 MOVE "A" TO PJW-SITUACAO
                 DISPLAY PJW-SITUACAO AT 1261
              ELSE
                 MOVE SPACE TO PJW-SITUACAO
                 PERFORM UNTIL PJW-SITUACAO = "A" OR "I"
                    ACCEPT PJW-SITUACAO AT 1261 WITH PROMPT AUTO
                 END-PERFORM
              END-IF.

       ENTRA-RAZAO.
              MOVE "N" TO WS-CAMPO-OK.
              PERFORM UNTIL WS-CAMPO-OK = "S"
                 ACCEPT PJW-RAZAO AT 0525 WITH PROMPT AUTO
                 IF PJW-RAZAO = SPACES
                    DISPLAY "RAZAO SOCIAL E OBRIGATORIA" AT 2815
                 ELSE
                    MOVE "S" TO WS-CAMPO-OK
                    DISPLAY WS-ESPACO AT 2815
                 END-IF
              END-PERFORM.

       ENTRA-CONSTITUICAO.
              MOVE "N" TO WS-DATA-OK.
              PERFORM UNTIL WS-DATA-OK = "S"
                 ACCEPT PJW-CONST-DIA AT 0725 WITH PROMPT AUTO
                 ACCEPT PJW-CONST-MES AT 0728 WITH PROMPT AUTO
                 ACCEPT PJW-CONST-ANO AT 0731 WITH PROMPT AUTO
                 PERFORM VALIDA-CONSTITUICAO
                 IF WS-DATA-OK NOT = "S"
                    DISPLAY "DATA DE CONSTITUICAO INVALIDA" AT 2815
                 ELSE
                    DISPLAY WS-ESPACO AT 2815
                 END-IF
              END-PERFORM.

       VALIDA-CONSTITUICAO.
              MOVE "N" TO WS-DATA-OK.
              IF PJW-DATA-CONST IS NUMERIC
                 IF PJW-CONST-DIA >= 1 AND PJW-CONST-DIA <= 31
                       AND PJW-CONST-MES >= 1 AND PJW-CONST-MES <= 12
                       AND PJW-CONST-ANO >= 1800
                       AND PJW-DATA-CONST <= DATA-SIS(1:8)
                    MOVE "S" TO WS-DATA-OK
                 END-IF
              END-IF.

      * Mesma tabela de faixas de CEP do crud: o primeiro digito do
      * CEP tem de cair na UF informada.
       VALIDA-CEP.
              MOVE "N" TO WS-CEP-OK.
              IF PJW-CEP IS NOT NUMERIC
                 EXIT PARAGRAPH.
              MOVE PJW-CEP(1:1) TO WS-CEP-FAIXA.
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
                 IF WS-CEP-FAIXA = WS-TAB-CEP-DIGITO(WS-I)
                    MOVE WS-TAB-CEP-UF(WS-I) TO WS-CEP-UF-ACHADA
                    MOVE "S" TO WS-CEP-OK
                 END-IF
              END-PERFORM.
              IF WS-CEP-OK = "S" AND PJW-UF NOT = WS-CEP-UF-ACHADA
                 DISPLAY "CEP NAO CONFERE COM O ESTADO INFORMADO ("
                         WS-CEP-UF-ACHADA ")" AT 2315
                 MOVE "N" TO WS-CEP-OK
              ELSE
                 DISPLAY WS-ESPACO AT 2315
              END-IF.

      * O quadro de socios e sempre rechaveado por inteiro - a
      * alteracao comeca de uma lista vazia.  Sem ao menos um
      * signatario a empresa nao teria quem a represente no caixa.
       ENTRA-SOCIOS.
              MOVE ZEROS TO WS-QTD-ASSINA.
              PERFORM UNTIL WS-QTD-ASSINA > ZEROS
                 PERFORM LIMPA-SOCIOS
                 MOVE ZEROS TO PJW-QTD-SOCIOS
                 MOVE 14 TO WS-SOC-LIN
                 MOVE "N" TO WS-SOC-FIM
                 PERFORM ENTRA-SOCIO UNTIL WS-SOC-FIM = "S"
                 IF WS-QTD-ASSINA = ZEROS
                    DISPLAY "INFORME AO MENOS UM SOCIO SIGNATARIO"
                            AT 2815
                 END-IF
              END-PERFORM.

       ENTRA-SOCIO.
              IF PJW-QTD-SOCIOS = 10
                 MOVE "S" TO WS-SOC-FIM
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-SOC-OK.
              PERFORM UNTIL WS-SOC-OK = "S" OR WS-SOC-FIM = "S"
                 MOVE SPACES TO WS-SOC-CPF
                 ACCEPT WS-SOC-CPF LINE WS-SOC-LIN COL 13
                        WITH PROMPT AUTO
                 IF WS-SOC-CPF = SPACES
                    MOVE "S" TO WS-SOC-FIM
                 ELSE
                    PERFORM VALIDA-SOCIO
                 END-IF
              END-PERFORM.
              IF WS-SOC-FIM = "S"
                 EXIT PARAGRAPH.
              MOVE SPACE TO WS-SOC-ASSINA.
              PERFORM UNTIL WS-SOC-ASSINA = "S" OR "N"
                 ACCEPT WS-SOC-ASSINA LINE WS-SOC-LIN COL 28
                        WITH PROMPT AUTO
              END-PERFORM.
              ADD 1 TO PJW-QTD-SOCIOS.
              MOVE WS-SOC-CPF    TO PJW-SOC-CPF(PJW-QTD-SOCIOS).
              MOVE WS-SOC-ASSINA TO PJW-SOC-ASSINA(PJW-QTD-SOCIOS).
              IF WS-SOC-ASSINA = "S"
                 ADD 1 TO WS-QTD-ASSINA.
              PERFORM MOSTRA-SOCIO.
              ADD 1 TO WS-SOC-LIN.

      * O socio tem de estar no cadastro de pessoas fisicas - e de la
      * que vem o nome - e nao pode se repetir no quadro.
       VALIDA-SOCIO.
              MOVE "S" TO WS-SOC-OK.
              PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J > PJW-QTD-SOCIOS
                 IF PJW-SOC-CPF(WS-J) = WS-SOC-CPF
                    MOVE "N" TO WS-SOC-OK
                 END-IF
              END-PERFORM.
              IF WS-SOC-OK NOT = "S"
                 DISPLAY "SOCIO JA INFORMADO" AT 2815
                 EXIT PARAGRAPH.
              PERFORM BUSCA-NOME-SOCIO.
              IF WS-SOC-NOME = SPACES
                 MOVE "N" TO WS-SOC-OK
                 DISPLAY "CPF NAO ENCONTRADO - CADASTRE O SOCIO "
                         "PRIMEIRO" AT 2815
              ELSE
                 DISPLAY WS-ESPACO AT 2815
              END-IF.

       BUSCA-NOME-SOCIO.
              MOVE SPACES TO WS-SOC-NOME.
              MOVE WS-SOC-CPF TO ws-cpf.
              READ CLIENTES-CAD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    STRING ws-firstn DELIMITED BY SPACE
                           " "       DELIMITED BY SIZE
                           ws-lastn  DELIMITED BY SPACE
                           INTO WS-SOC-NOME
              END-READ.

       MOSTRA-SOCIO.
              DISPLAY WS-SOC-CPF    LINE WS-SOC-LIN COL 13.
              DISPLAY WS-SOC-ASSINA LINE WS-SOC-LIN COL 28.
              DISPLAY WS-SOC-NOME   LINE WS-SOC-LIN COL 33.

       LIMPA-SOCIOS.
              MOVE 14 TO WS-SOC-LIN.
              PERFORM UNTIL WS-SOC-LIN > 23
                 DISPLAY WS-LINHA-LIMPA LINE WS-SOC-LIN COL 13
                 ADD 1 TO WS-SOC-LIN
              END-PERFORM.

       GRAVA-PJ.
              ACCEPT WS-SALVA AT 2428 WITH PROMPT AUTO.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE DATA-SIS(1:8)    TO PJW-DATA-CAD.
              MOVE LK-OPERADOR-PARM TO PJW-OPERADOR.
              MOVE REG-PJ-W TO REG-PJ.
              IF WS-EXISTE = "S"
                 REWRITE REG-PJ
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                               AT 2815
                       EXIT PARAGRAPH
                 END-REWRITE
              ELSE
                 WRITE REG-PJ
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                               AT 2815
                       EXIT PARAGRAPH
                 END-WRITE
              END-IF.
              PERFORM GRAVA-AUDITORIA.
              DISPLAY "CADASTRO PJ GRAVADO" AT 2815.

       GRAVA-AUDITORIA.
              MOVE ZEROS            TO AUD-CODIGO.
              MOVE ANO              TO AUD-ANO.
              MOVE MES              TO AUD-MES.
              MOVE DIA              TO AUD-DIA.
              MOVE "PJMAN"          TO AUD-PROGRAMA.
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
              CLOSE CADASTRO-PJ.
              CLOSE CLIENTES-CAD.
              CLOSE AUDITORIA.
              GOBACK.
