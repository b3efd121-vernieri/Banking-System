      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Weekly segregation-of-duties exception report
      * Tectonics: cobc
      ******************************************************************
      * Internal audit's weekly list of operators caught on both sides
      * of the counter over the last SOD-DIAS days (parameter,
      * default 7).  Each operator is tied to their own CADASTRO.DAT
      * record through OPR-CPF, and the report flags:
      *   - movements an operator posted on their own account, or on
      *     an account whose holder shares their surname or street
      *     and CEP;
      *   - approvals where the supervisor also originated the
      *     operation, or the approved account is the supervisor's;
      *   - a senha unlock/reset or data change (APROVA DSB, RST,
      *     ALT) followed, the same day, by a movement the same
      *     operator posted on that account;
      *   - reversals (ESTORNO.DAT) of the reverser's own postings.
      * Operators with no CPF, or a CPF missing from the cadastro,
      * are listed first - the own-account checks cannot see them.
      * Scheduled once a week through CADEIA.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SEGFUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPERADORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY OPR-CODIGO
              FILE STATUS ARQST-OPR.

              SELECT CLIENTES-CAD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ws-cpf
              ALTERNATE RECORD KEY ws-name WITH DUPLICATES
              FILE STATUS ARQST-CAD.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT APROVACOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-APR.

              SELECT ESTORNOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EST.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES LABEL RECORD STANDARD
                DATA RECORD IS REG-OPR
                VALUE OF FILE-ID IS "OPERADOR.DAT".
          01 REG-OPR.
                COPY OPERADOR.

       FD CLIENTES-CAD LABEL RECORD STANDARD
                DATA RECORD IS REG-CAD
                VALUE OF FILE-ID IS "CADASTRO.DAT".
          01 REG-CAD.
                COPY CADASTRO.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD EXTRATO LABEL RECORD STANDARD
                DATA RECORD IS REG-EXT
                VALUE OF FILE-ID IS "EXTRATO.DAT".
          01 REG-EXT.
                COPY EXTRATO.

       FD APROVACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APR
                VALUE OF FILE-ID IS "APROVA.DAT".
          01 REG-APR.
                COPY APROVA.

       FD ESTORNOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EST
                VALUE OF FILE-ID IS "ESTORNO.DAT".
          01 REG-EST.
                COPY ESTLOG.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "SEGFUN.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-OPR               PIC X(02).
          01 ARQST-CAD               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-APR               PIC X(02).
          01 ARQST-EST               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "SEGFUN".
          01 WS-SPL-ARQUIVO          PIC X(12)
                                     VALUE "SEGFUN.LST".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-DATA-INI             PIC 9(08) VALUE ZEROS.
          01 WS-PRM-NOME             PIC X(20).
          01 WS-PRM-VALOR            PIC S9(05)V9999.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-SOD-DIAS             PIC 9(03) VALUE 7.
          01 WS-I                    PIC 9(04) VALUE ZEROS.
          01 WS-J                    PIC 9(04) VALUE ZEROS.
          01 WS-IX-OPR               PIC 9(04) VALUE ZEROS.
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-MOTIVO               PIC X(30) VALUE SPACES.
          01 WS-QTD-OPR              PIC 9(04) VALUE ZEROS.
          01 WS-QTD-CONF             PIC 9(04) VALUE ZEROS.
          01 WS-QTD-LIB              PIC 9(04) VALUE ZEROS.
          01 WS-QTD-VINCULO          PIC 9(06) VALUE ZEROS.
          01 WS-QTD-PROPRIA          PIC 9(06) VALUE ZEROS.
          01 WS-QTD-APROVA           PIC 9(06) VALUE ZEROS.
          01 WS-QTD-LIBERA           PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ESTORNO          PIC 9(06) VALUE ZEROS.

      * Titular da conta lida por ultimo - o EXTRATO vem ordenado por
      * conta, entao cada conta e procurada uma so vez.
          01 WS-TIT-CODIGO           PIC 9(04) VALUE ZEROS.
          01 WS-TIT-CPF              PIC X(11) VALUE SPACES.
          01 WS-TIT-LASTN            PIC X(20) VALUE SPACES.
          01 WS-TIT-STREET           PIC X(16) VALUE SPACES.
          01 WS-TIT-CEP              PIC X(08) VALUE SPACES.

          01 WS-TAB-OPERADORES.
                02 WS-TAB-OPR OCCURS 500 TIMES.
                   03 WS-OPR-CODIGO  PIC 9(04).
                   03 WS-OPR-CPF     PIC X(11).
                   03 WS-OPR-CAD     PIC X(01).
                   03 WS-OPR-LASTN   PIC X(20).
                   03 WS-OPR-STREET  PIC X(16).
                   03 WS-OPR-CEP     PIC X(08).

      * Conflitos de conta propria somados por operador, conta e
      * motivo - uma linha por par, nao uma por lancamento.
          01 WS-TAB-CONFLITOS.
                02 WS-TAB-CNF OCCURS 1000 TIMES.
                   03 WS-CNF-OPERADOR PIC 9(04).
                   03 WS-CNF-CONTA    PIC 9(04).
                   03 WS-CNF-DATA     PIC 9(08).
                   03 WS-CNF-MOTIVO   PIC X(30).
                   03 WS-CNF-QTD      PIC 9(04).
                   03 WS-CNF-VALOR    PIC S9(07)V99.

      * Desbloqueios, resets de senha e alteracoes de dados do
      * periodo, a espera de um lancamento do mesmo operador.
          01 WS-TAB-LIBERACOES.
                02 WS-TAB-LIB OCCURS 1000 TIMES.
                   03 WS-LIB-OPERADOR PIC 9(04).
                   03 WS-LIB-CONTA    PIC 9(04).
                   03 WS-LIB-DATA     PIC 9(08).
                   03 WS-LIB-HORA     PIC 9(06).
                   03 WS-LIB-TIPO     PIC X(03).
                   03 WS-LIB-QTD      PIC 9(04).
                   03 WS-LIB-VALOR    PIC S9(07)V99.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(42) VALUE
                   "CONFLITOS DE SEGREGACAO DE FUNCOES -      ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(27) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "OPER CONTA  DATA     OCORRENCIA         ".
                02 FILLER            PIC X(40) VALUE
                   "            QTDE           VALOR".

          01 WS-LINHA-DET.
                02 WS-DET-OPERADOR   PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CONTA      PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-DATA       PIC 9(08).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-MOTIVO     PIC X(30).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-QTD        PIC ZZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-VALOR      PIC ZZ.ZZZ.ZZ9,99-.
                02 FILLER            PIC X(08) VALUE SPACES.

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-TOT-TITULO     PIC X(30).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO RELATORIO - STATUS "
                         ARQST-REL
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              PERFORM CARREGA-OPERADORES.
              IF WS-QTD-OPR = ZEROS
                 DISPLAY "SEM OPERADORES CADASTRADOS"
              ELSE
                 PERFORM LISTA-VINCULOS
                 PERFORM CONFERE-APROVACOES
                 PERFORM CONFERE-LANCAMENTOS
                 PERFORM CONFERE-ESTORNOS
                 PERFORM LISTA-CONFLITOS
                 PERFORM LISTA-LIBERACOES
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN OUTPUT RELATORIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE "SOD-DIAS" TO WS-PRM-NOME.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-SOD-DIAS.
              COMPUTE WS-DATA-INI = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                      - WS-SOD-DIAS + 1).
              IF ARQST-REL NOT = "00"
                 EXIT PARAGRAPH.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.

      ******************************************************************
      * Tabela de operadores com o cadastro de pessoa de cada um.
      ******************************************************************
       CARREGA-OPERADORES.
              OPEN INPUT OPERADORES.
              IF ARQST-OPR NOT = "00"
                 DISPLAY "OPERADOR.DAT INDISPONIVEL - STATUS "
                         ARQST-OPR
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              OPEN INPUT CLIENTES-CAD.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM CARREGA-UM-OPERADOR UNTIL WS-FIM-ARQ = "S".
              CLOSE OPERADORES.
              IF ARQST-CAD = "00" OR ARQST-CAD = "23"
                 CLOSE CLIENTES-CAD.

       CARREGA-UM-OPERADOR.
              READ OPERADORES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF WS-QTD-OPR < 500
                       ADD 1 TO WS-QTD-OPR
                       PERFORM GUARDA-OPERADOR
                    ELSE
                       DISPLAY "TABELA DE OPERADORES ESGOTADA - "
                               "AMPLIE O LIMITE"
                       MOVE "S" TO WS-FIM-ARQ
                    END-IF
              END-READ.

       GUARDA-OPERADOR.
              MOVE OPR-CODIGO TO WS-OPR-CODIGO(WS-QTD-OPR).
              MOVE OPR-CPF    TO WS-OPR-CPF(WS-QTD-OPR).
              MOVE "N"        TO WS-OPR-CAD(WS-QTD-OPR).
              MOVE SPACES     TO WS-OPR-LASTN(WS-QTD-OPR)
                                 WS-OPR-STREET(WS-QTD-OPR)
                                 WS-OPR-CEP(WS-QTD-OPR).
              IF OPR-CPF = SPACES OR OPR-CPF = ZEROS
                 EXIT PARAGRAPH.
              IF ARQST-CAD NOT = "00" AND ARQST-CAD NOT = "23"
                 EXIT PARAGRAPH.
              MOVE OPR-CPF TO ws-cpf.
              READ CLIENTES-CAD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S"       TO WS-OPR-CAD(WS-QTD-OPR)
                    MOVE ws-lastn  TO WS-OPR-LASTN(WS-QTD-OPR)
                    MOVE ws-street TO WS-OPR-STREET(WS-QTD-OPR)
                    MOVE ws-cep    TO WS-OPR-CEP(WS-QTD-OPR)
              END-READ.

      * Operador sem CPF passa pelas conferencias de conta propria
      * sem ser visto - o auditor precisa saber quem sao.
       LISTA-VINCULOS.
              PERFORM LISTA-UM-VINCULO
                      VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-OPR.

       LISTA-UM-VINCULO.
              IF WS-OPR-CAD(WS-I) = "S"
                 EXIT PARAGRAPH.
              IF WS-OPR-CPF(WS-I) = SPACES OR WS-OPR-CPF(WS-I) = ZEROS
                 MOVE "VINCULO INCOMPLETO - SEM CPF" TO WS-MOTIVO
              ELSE
                 MOVE "VINCULO INCOMPLETO - CPF S/CAD" TO WS-MOTIVO.
              MOVE WS-OPR-CODIGO(WS-I) TO WS-DET-OPERADOR.
              MOVE ZEROS TO WS-DET-CONTA WS-DET-DATA WS-DET-QTD
                            WS-DET-VALOR.
              MOVE WS-MOTIVO TO WS-DET-MOTIVO.
              PERFORM IMPRIME-DET.
              ADD 1 TO WS-QTD-VINCULO.

      ******************************************************************
      * APROVA.DAT - supervisor aprovando a propria operacao ou a
      * propria conta; e a tabela de desbloqueios/alteracoes.
      ******************************************************************
       CONFERE-APROVACOES.
              OPEN INPUT APROVACOES.
              IF ARQST-APR NOT = "00"
                 DISPLAY "SEM APROVACOES REGISTRADAS"
                 EXIT PARAGRAPH.
              OPEN INPUT CLIENTES.
              OPEN INPUT CLIENTES-CAD.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM CONFERE-UMA-APROVACAO UNTIL WS-FIM-ARQ = "S".
              CLOSE APROVACOES.
              IF ARQST = "00" OR ARQST = "23"
                 CLOSE CLIENTES.
              IF ARQST-CAD = "00" OR ARQST-CAD = "23"
                 CLOSE CLIENTES-CAD.

       CONFERE-UMA-APROVACAO.
              READ APROVACOES
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF APR-DATA NOT < WS-DATA-INI
                       PERFORM AVALIA-APROVACAO
                    END-IF
              END-READ.

       AVALIA-APROVACAO.
              IF APR-TIPO = "DSB" OR APR-TIPO = "RST"
                 OR APR-TIPO = "ALT"
                 PERFORM GUARDA-LIBERACAO.
              IF APR-SUPERVISOR = ZEROS
                 EXIT PARAGRAPH.
              IF APR-SUPERVISOR = APR-OPERADOR
                 MOVE "APROVOU PROPRIA OPERACAO" TO WS-MOTIVO
                 PERFORM IMPRIME-APROVACAO
                 EXIT PARAGRAPH.
              IF APR-TIPO NOT = "SAQ" AND NOT = "ALT" AND NOT = "ENC"
                 AND NOT = "DSB" AND NOT = "RST" AND NOT = "CDN"
                 AND NOT = "PRE" AND NOT = "RNG" AND NOT = "CAR"
                 AND NOT = "EST" AND NOT = "MED"
                 EXIT PARAGRAPH.
              MOVE APR-SUPERVISOR TO WS-J.
              PERFORM PROCURA-OPERADOR.
              IF WS-ACHOU NOT = "S" OR WS-OPR-CPF(WS-IX-OPR) = SPACES
                 EXIT PARAGRAPH.
              PERFORM LE-TITULAR-CONTA.
              IF WS-TIT-CPF = WS-OPR-CPF(WS-IX-OPR)
                 MOVE "APROVOU A PROPRIA CONTA" TO WS-MOTIVO
                 PERFORM IMPRIME-APROVACAO.

       IMPRIME-APROVACAO.
              MOVE APR-SUPERVISOR TO WS-DET-OPERADOR.
              MOVE APR-CODIGO     TO WS-DET-CONTA.
              MOVE APR-DATA       TO WS-DET-DATA.
              STRING WS-MOTIVO(1:26) " " APR-TIPO
                     DELIMITED BY SIZE INTO WS-DET-MOTIVO.
              MOVE 1              TO WS-DET-QTD.
              MOVE APR-VALOR      TO WS-DET-VALOR.
              PERFORM IMPRIME-DET.
              ADD 1 TO WS-QTD-APROVA.

       GUARDA-LIBERACAO.
              IF WS-QTD-LIB NOT < 1000
                 DISPLAY "TABELA DE LIBERACOES ESGOTADA - "
                         "AMPLIE O LIMITE"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-LIB.
              MOVE APR-OPERADOR TO WS-LIB-OPERADOR(WS-QTD-LIB).
              MOVE APR-CODIGO   TO WS-LIB-CONTA(WS-QTD-LIB).
              MOVE APR-DATA     TO WS-LIB-DATA(WS-QTD-LIB).
              MOVE APR-HORA     TO WS-LIB-HORA(WS-QTD-LIB).
              MOVE APR-TIPO     TO WS-LIB-TIPO(WS-QTD-LIB).
              MOVE ZEROS        TO WS-LIB-QTD(WS-QTD-LIB)
                                   WS-LIB-VALOR(WS-QTD-LIB).

      * Titular da conta APR-CODIGO - CPF, sobrenome e endereco.
       LE-TITULAR-CONTA.
              IF APR-CODIGO = WS-TIT-CODIGO
                 EXIT PARAGRAPH.
              MOVE APR-CODIGO TO WS-TIT-CODIGO.
              PERFORM BUSCA-TITULAR.

       BUSCA-TITULAR.
              MOVE SPACES TO WS-TIT-CPF WS-TIT-LASTN WS-TIT-STREET
                             WS-TIT-CEP.
              IF ARQST NOT = "00" AND ARQST NOT = "23"
                 EXIT PARAGRAPH.
              MOVE WS-TIT-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              MOVE CPF TO WS-TIT-CPF.
              IF ARQST-CAD NOT = "00" AND ARQST-CAD NOT = "23"
                 EXIT PARAGRAPH.
              MOVE CPF TO ws-cpf.
              READ CLIENTES-CAD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ws-lastn  TO WS-TIT-LASTN
                    MOVE ws-street TO WS-TIT-STREET
                    MOVE ws-cep    TO WS-TIT-CEP
              END-READ.

      ******************************************************************
      * EXTRATO.DAT - lancamentos do operador na propria conta, na
      * da familia ou do mesmo endereco, e lancamentos logo depois
      * de um desbloqueio/alteracao feito por ele.
      ******************************************************************
       CONFERE-LANCAMENTOS.
              OPEN INPUT EXTRATO.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "EXTRATO.DAT INDISPONIVEL - STATUS "
                         ARQST-EXT
                 EXIT PARAGRAPH.
              OPEN INPUT CLIENTES.
              OPEN INPUT CLIENTES-CAD.
              MOVE ZEROS TO WS-TIT-CODIGO.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM CONFERE-UM-LANCAMENTO UNTIL WS-FIM-ARQ = "S".
              CLOSE EXTRATO.
              IF ARQST = "00" OR ARQST = "23"
                 CLOSE CLIENTES.
              IF ARQST-CAD = "00" OR ARQST-CAD = "23"
                 CLOSE CLIENTES-CAD.

       CONFERE-UM-LANCAMENTO.
              READ EXTRATO NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF EXT-DATA NOT < WS-DATA-INI
                       AND EXT-OPERADOR > ZEROS
                       PERFORM AVALIA-LANCAMENTO
                       PERFORM CONFERE-LIBERACAO
                              VARYING WS-I FROM 1 BY 1
                              UNTIL WS-I > WS-QTD-LIB
                    END-IF
              END-READ.

       AVALIA-LANCAMENTO.
              MOVE EXT-OPERADOR TO WS-J.
              PERFORM PROCURA-OPERADOR.
              IF WS-ACHOU NOT = "S" OR WS-OPR-CPF(WS-IX-OPR) = SPACES
                 EXIT PARAGRAPH.
              IF EXT-CODIGO NOT = WS-TIT-CODIGO
                 MOVE EXT-CODIGO TO WS-TIT-CODIGO
                 PERFORM BUSCA-TITULAR.
              IF WS-TIT-CPF = SPACES
                 EXIT PARAGRAPH.
              IF WS-TIT-CPF = WS-OPR-CPF(WS-IX-OPR)
                 MOVE "LANCAMENTO NA PROPRIA CONTA" TO WS-MOTIVO
                 PERFORM SOMA-CONFLITO
                 EXIT PARAGRAPH.
              IF WS-TIT-LASTN NOT = SPACES
                 AND WS-TIT-LASTN = WS-OPR-LASTN(WS-IX-OPR)
                 MOVE "CONTA DE MESMO SOBRENOME" TO WS-MOTIVO
                 PERFORM SOMA-CONFLITO
                 EXIT PARAGRAPH.
              IF WS-TIT-STREET NOT = SPACES AND WS-TIT-CEP NOT = SPACES
                 AND WS-TIT-STREET = WS-OPR-STREET(WS-IX-OPR)
                 AND WS-TIT-CEP = WS-OPR-CEP(WS-IX-OPR)
                 MOVE "CONTA DE MESMO ENDERECO" TO WS-MOTIVO
                 PERFORM SOMA-CONFLITO.

       SOMA-CONFLITO.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-CONF OR WS-ACHOU = "S"
                 IF WS-CNF-OPERADOR(WS-I) = EXT-OPERADOR
                    AND WS-CNF-CONTA(WS-I) = EXT-CODIGO
                    AND WS-CNF-MOTIVO(WS-I) = WS-MOTIVO
                    MOVE "S" TO WS-ACHOU
                    ADD 1 TO WS-CNF-QTD(WS-I)
                    ADD EXT-VALOR TO WS-CNF-VALOR(WS-I)
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "S"
                 EXIT PARAGRAPH.
              IF WS-QTD-CONF NOT < 1000
                 DISPLAY "TABELA DE CONFLITOS ESGOTADA - "
                         "AMPLIE O LIMITE"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-CONF.
              MOVE EXT-OPERADOR TO WS-CNF-OPERADOR(WS-QTD-CONF).
              MOVE EXT-CODIGO   TO WS-CNF-CONTA(WS-QTD-CONF).
              MOVE EXT-DATA     TO WS-CNF-DATA(WS-QTD-CONF).
              MOVE WS-MOTIVO    TO WS-CNF-MOTIVO(WS-QTD-CONF).
              MOVE 1            TO WS-CNF-QTD(WS-QTD-CONF).
              MOVE EXT-VALOR    TO WS-CNF-VALOR(WS-QTD-CONF).

      * Mesmo operador, mesma conta, mesmo dia, depois da liberacao.
       CONFERE-LIBERACAO.
              IF WS-LIB-OPERADOR(WS-I) = EXT-OPERADOR
                 AND WS-LIB-CONTA(WS-I) = EXT-CODIGO
                 AND WS-LIB-DATA(WS-I) = EXT-DATA
                 AND WS-LIB-HORA(WS-I) NOT > EXT-HORA
                 ADD 1 TO WS-LIB-QTD(WS-I)
                 ADD EXT-VALOR TO WS-LIB-VALOR(WS-I).

      ******************************************************************
      * ESTORNO.DAT - estorno de lancamento feito pelo proprio
      * operador que estornou.
      ******************************************************************
       CONFERE-ESTORNOS.
              OPEN INPUT ESTORNOS.
              IF ARQST-EST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT EXTRATO.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM CONFERE-UM-ESTORNO UNTIL WS-FIM-ARQ = "S".
              CLOSE ESTORNOS.
              IF ARQST-EXT = "00" OR ARQST-EXT = "23"
                 CLOSE EXTRATO.

       CONFERE-UM-ESTORNO.
              READ ESTORNOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF EST-DATA NOT < WS-DATA-INI
                       AND EST-OPERADOR > ZEROS
                       PERFORM AVALIA-ESTORNO
                    END-IF
              END-READ.

       AVALIA-ESTORNO.
              IF ARQST-EXT NOT = "00" AND ARQST-EXT NOT = "23"
                 EXIT PARAGRAPH.
              MOVE EST-CHAVE-ORIG TO EXT-CHAVE.
              READ EXTRATO
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF EXT-OPERADOR NOT = EST-OPERADOR
                 EXIT PARAGRAPH.
              MOVE EST-OPERADOR TO WS-DET-OPERADOR.
              MOVE EST-ORIG-CODIGO TO WS-DET-CONTA.
              MOVE EST-DATA TO WS-DET-DATA.
              MOVE "ESTORNO DO PROPRIO LANCAMENTO" TO WS-DET-MOTIVO.
              MOVE 1 TO WS-DET-QTD.
              MOVE EST-VALOR TO WS-DET-VALOR.
              PERFORM IMPRIME-DET.
              ADD 1 TO WS-QTD-ESTORNO.

      ******************************************************************
      * Tabelas acumuladas e rotinas comuns.
      ******************************************************************
       LISTA-CONFLITOS.
              PERFORM LISTA-UM-CONFLITO
                      VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-CONF.

       LISTA-UM-CONFLITO.
              MOVE WS-CNF-OPERADOR(WS-I) TO WS-DET-OPERADOR.
              MOVE WS-CNF-CONTA(WS-I)    TO WS-DET-CONTA.
              MOVE WS-CNF-DATA(WS-I)     TO WS-DET-DATA.
              MOVE WS-CNF-MOTIVO(WS-I)   TO WS-DET-MOTIVO.
              MOVE WS-CNF-QTD(WS-I)      TO WS-DET-QTD.
              MOVE WS-CNF-VALOR(WS-I)    TO WS-DET-VALOR.
              PERFORM IMPRIME-DET.
              ADD 1 TO WS-QTD-PROPRIA.

       LISTA-LIBERACOES.
              PERFORM LISTA-UMA-LIBERACAO
                      VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-LIB.

       LISTA-UMA-LIBERACAO.
              IF WS-LIB-QTD(WS-I) = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-LIB-OPERADOR(WS-I) TO WS-DET-OPERADOR.
              MOVE WS-LIB-CONTA(WS-I)    TO WS-DET-CONTA.
              MOVE WS-LIB-DATA(WS-I)     TO WS-DET-DATA.
              EVALUATE WS-LIB-TIPO(WS-I)
                 WHEN "DSB"
                    MOVE "DESBLOQUEOU SENHA E MOVIMENTOU"
                         TO WS-DET-MOTIVO
                 WHEN "RST"
                    MOVE "TROCOU SENHA E MOVIMENTOU"
                         TO WS-DET-MOTIVO
                 WHEN OTHER
                    MOVE "ALTEROU DADOS E MOVIMENTOU"
                         TO WS-DET-MOTIVO
              END-EVALUATE.
              MOVE WS-LIB-QTD(WS-I)      TO WS-DET-QTD.
              MOVE WS-LIB-VALOR(WS-I)    TO WS-DET-VALOR.
              PERFORM IMPRIME-DET.
              ADD 1 TO WS-QTD-LIBERA.

      * Posicao de WS-J na tabela de operadores em WS-IX-OPR.
       PROCURA-OPERADOR.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-IX-OPR FROM 1 BY 1
                      UNTIL WS-IX-OPR > WS-QTD-OPR OR WS-ACHOU = "S"
                 IF WS-OPR-CODIGO(WS-IX-OPR) = WS-J
                    MOVE "S" TO WS-ACHOU
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "S"
                 SUBTRACT 1 FROM WS-IX-OPR.

       IMPRIME-DET.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

       IMPRIME-TOTAL.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL.
              MOVE "OPERADORES SEM VINCULO" TO WS-TOT-TITULO.
              MOVE WS-QTD-VINCULO TO WS-TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "CONTA PROPRIA/FAMILIA/ENDERECO" TO WS-TOT-TITULO.
              MOVE WS-QTD-PROPRIA TO WS-TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "APROVACOES EM CONFLITO" TO WS-TOT-TITULO.
              MOVE WS-QTD-APROVA TO WS-TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "LIBERACAO SEGUIDA DE MOVIMENTO" TO WS-TOT-TITULO.
              MOVE WS-QTD-LIBERA TO WS-TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              MOVE "ESTORNO DO PROPRIO LANCAMENTO" TO WS-TOT-TITULO.
              MOVE WS-QTD-ESTORNO TO WS-TOT-QTD.
              PERFORM IMPRIME-TOTAL.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA WS-SPL-ARQUIVO.
              DISPLAY "OPERADORES SEM VINCULO : " WS-QTD-VINCULO.
              DISPLAY "CONTA PROPRIA/FAMILIA  : " WS-QTD-PROPRIA.
              DISPLAY "APROVACOES EM CONFLITO : " WS-QTD-APROVA.
              DISPLAY "LIBERACAO E MOVIMENTO  : " WS-QTD-LIBERA.
              DISPLAY "ESTORNO PROPRIO        : " WS-QTD-ESTORNO.
              DISPLAY "FIM DE PROGRAMA".
