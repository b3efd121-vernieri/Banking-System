      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Month-end portfolio report per relationship manager
      * Tectonics: cobc
      ******************************************************************
      * One section per manager of GERENTES.DAT, agency by agency,
      * with every CPF of the CARTEIRA.DAT portfolio: deposits (the
      * credit balances of all the CPF's open accounts), active CDB
      * positions (principal plus accrued interest), loan exposure
      * (face value of the installments still to pay, as RELEMP, plus
      * any overdrawn balance), arrears (open EMPATR.DAT installments
      * with fine and default interest) and the SACPROT.DAT protocols
      * not yet closed.  Customers of a manager OPRMAN turned off -
      * or whose operator is gone - are printed apart, as "SEM
      * GERENTE", for the branch to redistribute them with CARMAN.
      * Runs in the nightly chain on the last day of the month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT GERENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY GER-OPERADOR
              FILE STATUS ARQST-GER.

              SELECT CARTEIRA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY CAR-CPF
              FILE STATUS ARQST-CAR.

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
              FILE STATUS ARQST.

              SELECT INVEST ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-INV.

              SELECT EMPRESTIMOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EMP.

              SELECT ATRASOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY ATR-CHAVE
              FILE STATUS ARQST-ATR.

              SELECT PROTOCOLOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SAC.

              SELECT CLASSIFICA ASSIGN TO DISK.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

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

       FD INVEST LABEL RECORD STANDARD
                DATA RECORD IS REG-INV
                VALUE OF FILE-ID IS "INVEST.DAT".
          01 REG-INV.
                COPY INVEST.

       FD EMPRESTIMOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EMP
                VALUE OF FILE-ID IS "EMPREST.DAT".
          01 REG-EMP.
                COPY EMPREST.

       FD ATRASOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ATR
                VALUE OF FILE-ID IS "EMPATR.DAT".
          01 REG-ATR.
                COPY EMPATRAS.

       FD PROTOCOLOS LABEL RECORD STANDARD
                DATA RECORD IS REG-SAC
                VALUE OF FILE-ID IS "SACPROT.DAT".
          01 REG-SAC.
                COPY SACPROT.

       SD CLASSIFICA
                DATA RECORD IS REG-SRT.
          01 REG-SRT.
                02 SRT-AGENCIA    PIC 9(04).
                02 SRT-GRUPO      PIC X(01).
                02 SRT-GERENTE    PIC 9(04).
                02 SRT-NOME       PIC X(30).
                02 SRT-CPF        PIC X(11).
                02 SRT-DEPOSITOS  PIC S9(09)V99.
                02 SRT-CDB        PIC S9(09)V99.
                02 SRT-EMPREST    PIC S9(09)V99.
                02 SRT-ATRASO     PIC S9(09)V99.
                02 SRT-SAC        PIC 9(03).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "CARREL.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-GER               PIC X(02).
          01 ARQST-CAR               PIC X(02).
          01 ARQST-OPR               PIC X(02).
          01 ARQST-INV               PIC X(02).
          01 ARQST-EMP               PIC X(02).
          01 ARQST-ATR               PIC X(02).
          01 ARQST-SAC               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "CARREL".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "CARREL.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-CPF              PIC X(01) VALUE "N".
          01 WS-FIM-SORT             PIC X(01) VALUE "N".
          01 WS-OPR-ABERTO           PIC X(01) VALUE "N".
          01 WS-I                    PIC 9(04) VALUE ZEROS.
          01 WS-G                    PIC 9(04) VALUE ZEROS.
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-QTD-CARTEIRA         PIC 9(06) VALUE ZEROS.
          01 WS-QTD-SEM-GERENTE      PIC 9(06) VALUE ZEROS.
          01 WS-QTD-EXCEDE           PIC 9(06) VALUE ZEROS.
          01 WS-QTD-CONTAS           PIC 9(03) VALUE ZEROS.

          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.

      * Gerentes cadastrados - "I" tambem quando o operador saiu do
      * OPERADOR.DAT ou esta inativo nele.
          01 WS-QTD-GER              PIC 9(04) VALUE ZEROS.
          01 WS-TAB-GERENTES.
                02 WS-GER OCCURS 500 TIMES.
                   03 WS-GER-CODIGO   PIC 9(04).
                   03 WS-GER-AGENCIA  PIC 9(04).
                   03 WS-GER-SITUACAO PIC X(01).
                   03 WS-GER-NOME     PIC X(30).

      * Posicoes de cada conta corrente, pelo CODIGO.
          01 WS-TAB-POSICOES.
                02 WS-PSC OCCURS 9999 TIMES.
                   03 WS-PSC-CDB      PIC S9(09)V99.
                   03 WS-PSC-EMPREST  PIC S9(09)V99.
                   03 WS-PSC-ATRASO   PIC S9(09)V99.

          01 WS-QTD-SAC              PIC 9(04) VALUE ZEROS.
          01 WS-TAB-SAC.
                02 WS-SAC OCCURS 3000 TIMES.
                   03 WS-SAC-CPF      PIC X(11).
                   03 WS-SAC-QTD      PIC 9(03).

          01 WS-CPF-CHAVE            PIC X(11) VALUE SPACES.

      * Quebra por gerente e totais.
          01 WS-TEM-GRUPO            PIC X(01) VALUE "N".
          01 WS-ANT-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-ANT-GRUPO            PIC X(01) VALUE SPACE.
          01 WS-ANT-GERENTE          PIC 9(04) VALUE ZEROS.
          01 WS-TOTAIS-CARTEIRA.
                02 WS-TCA-QTD        PIC 9(06).
                02 WS-TCA-DEPOSITOS  PIC S9(11)V99.
                02 WS-TCA-CDB        PIC S9(11)V99.
                02 WS-TCA-EMPREST    PIC S9(11)V99.
                02 WS-TCA-ATRASO     PIC S9(11)V99.
                02 WS-TCA-SAC        PIC 9(05).
          01 WS-TOTAIS-BANCO.
                02 WS-TBC-QTD        PIC 9(06).
                02 WS-TBC-DEPOSITOS  PIC S9(11)V99.
                02 WS-TBC-CDB        PIC S9(11)V99.
                02 WS-TBC-EMPREST    PIC S9(11)V99.
                02 WS-TBC-ATRASO     PIC S9(11)V99.
                02 WS-TBC-SAC        PIC 9(05).

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(40) VALUE
                   "CARTEIRAS DOS GERENTES - POSICAO EM ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(30) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CPF         NOME           DEPOSITOS    ".
                02 FILLER            PIC X(40) VALUE
                   "     CDB   EMPRESTIMOS      ATRASO SAC".

          01 WS-LINHA-GERENTE.
                02 WS-LGR-TEXTO      PIC X(16).
                02 WS-LGR-CODIGO     PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-LGR-NOME       PIC X(30).
                02 FILLER            PIC X(10) VALUE "  AGENCIA ".
                02 WS-LGR-AGENCIA    PIC 9(04).
                02 FILLER            PIC X(15) VALUE SPACES.

          01 WS-LINHA-DET.
                02 WS-DET-CPF        PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-NOME       PIC X(11).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DEPOSITOS  PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-CDB        PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-EMPREST    PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-ATRASO     PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SAC        PIC ZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.

          01 WS-LINHA-TOTAL.
                02 WS-TOT-TEXTO      PIC X(15).
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 WS-TOT-DEPOSITOS  PIC ZZZ.ZZZ.ZZ9,99.
                02 WS-TOT-CDB        PIC ZZ.ZZZ.ZZ9,99.
                02 WS-TOT-EMPREST    PIC ZZ.ZZZ.ZZ9,99.
                02 WS-TOT-ATRASO     PIC ZZ.ZZZ.ZZ9,99.
                02 WS-TOT-SAC        PIC ZZZZ9.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".
          01 WS-LINHA-BRANCO         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL = "00" AND ARQST = "00"
                 PERFORM CARREGA-GERENTES
                 PERFORM CARREGA-POSICOES
                 PERFORM CARREGA-PROTOCOLOS
                 SORT CLASSIFICA
                      ON ASCENDING KEY SRT-AGENCIA SRT-GRUPO
                                       SRT-GERENTE SRT-NOME
                      INPUT PROCEDURE IS LE-CARTEIRAS
                      OUTPUT PROCEDURE IS IMPRIME-CARTEIRAS
              ELSE
                 DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS - STATUS "
                         ARQST " / " ARQST-REL
                 MOVE 8 TO RETURN-CODE.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              INITIALIZE WS-TAB-POSICOES WS-TOTAIS-CARTEIRA
                         WS-TOTAIS-BANCO.
              OPEN OUTPUT RELATORIO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "CARTEIRAS DOS GERENTES - " DIA "/" MES "/" ANO.
              OPEN INPUT CLIENTES.
              OPEN INPUT OPERADORES.
              IF ARQST-OPR = "00"
                 MOVE "S" TO WS-OPR-ABERTO.

       CARREGA-GERENTES.
              OPEN INPUT GERENTES.
              IF ARQST-GER NOT = "00"
                 MOVE "GERENTES.DAT AUSENTE - NENHUM GERENTE CADASTRADO"
                      TO REG-REL
                 WRITE REG-REL
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-GERENTE UNTIL WS-FIM-ARQ = "S".
              CLOSE GERENTES.

       LE-GERENTE.
              READ GERENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF WS-QTD-GER = 500
                 ADD 1 TO WS-QTD-EXCEDE
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-GER.
              MOVE GER-OPERADOR TO WS-GER-CODIGO(WS-QTD-GER).
              MOVE GER-AGENCIA  TO WS-GER-AGENCIA(WS-QTD-GER).
              MOVE GER-SITUACAO TO WS-GER-SITUACAO(WS-QTD-GER).
              MOVE "OPERADOR EXCLUIDO" TO WS-GER-NOME(WS-QTD-GER).
              IF WS-OPR-ABERTO NOT = "S"
                 EXIT PARAGRAPH.
              MOVE GER-OPERADOR TO OPR-CODIGO.
              READ OPERADORES
                 INVALID KEY
                    MOVE "I" TO WS-GER-SITUACAO(WS-QTD-GER)
                 NOT INVALID KEY
                    MOVE OPR-NOME TO WS-GER-NOME(WS-QTD-GER)
                    IF OPR-SITUACAO NOT = "A"
                       MOVE "I" TO WS-GER-SITUACAO(WS-QTD-GER)
                    END-IF
              END-READ.

      * CDB, emprestimo e atraso acumulados por conta corrente.
       CARREGA-POSICOES.
              OPEN INPUT INVEST.
              IF ARQST-INV = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LE-CDB UNTIL WS-FIM-ARQ = "S"
                 CLOSE INVEST.
              OPEN INPUT EMPRESTIMOS.
              IF ARQST-EMP = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LE-EMPRESTIMO UNTIL WS-FIM-ARQ = "S"
                 CLOSE EMPRESTIMOS.
              OPEN INPUT ATRASOS.
              IF ARQST-ATR = "00"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LE-ATRASO UNTIL WS-FIM-ARQ = "S"
                 CLOSE ATRASOS.

       LE-CDB.
              READ INVEST
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF INV-SITUACAO = "A" AND INV-CODIGO > ZEROS
                       ADD INV-PRINCIPAL INV-JUROS-ACUM
                           TO WS-PSC-CDB(INV-CODIGO)
                    END-IF
              END-READ.

      * Valor de face das parcelas ainda nao pagas, pelo sistema de
      * amortizacao do contrato.
       LE-EMPRESTIMO.
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF EMP-SITUACAO NOT = "A" OR EMP-CODIGO = ZEROS
                 EXIT PARAGRAPH.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              COMPUTE WS-AMO-ORDEM = EMP-PARCELAS-PAGAS + 1.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.
              ADD WS-AMO-A-PAGAR TO WS-PSC-EMPREST(EMP-CODIGO).

       LE-ATRASO.
              READ ATRASOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF ATR-SITUACAO = "A" AND ATR-CODIGO > ZEROS
                       ADD ATR-VALOR ATR-MULTA ATR-MORA
                           TO WS-PSC-ATRASO(ATR-CODIGO)
                    END-IF
              END-READ.

       CARREGA-PROTOCOLOS.
              OPEN INPUT PROTOCOLOS.
              IF ARQST-SAC NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-PROTOCOLO UNTIL WS-FIM-ARQ = "S".
              CLOSE PROTOCOLOS.

       LE-PROTOCOLO.
              READ PROTOCOLOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF SAC-SITUACAO = "F" OR SAC-CPF = SPACES
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-QTD-SAC OR WS-ACHOU = "S"
                 IF WS-SAC-CPF(WS-I) = SAC-CPF
                    MOVE "S" TO WS-ACHOU
                    SUBTRACT 1 FROM WS-I
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "N"
                 IF WS-QTD-SAC = 3000
                    ADD 1 TO WS-QTD-EXCEDE
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-QTD-SAC
                 MOVE WS-QTD-SAC TO WS-I
                 MOVE SAC-CPF    TO WS-SAC-CPF(WS-I)
                 MOVE ZEROS      TO WS-SAC-QTD(WS-I)
              END-IF.
              ADD 1 TO WS-SAC-QTD(WS-I).

       LE-CARTEIRAS.
              OPEN INPUT CARTEIRA.
              IF ARQST-CAR NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-CARTEIRA UNTIL WS-FIM-ARQ = "S".
              CLOSE CARTEIRA.

      * Grupo "A" carteira de gerente ativo, "S" sem gerente - o
      * gerente anterior segue no registro para a agencia saber de
      * onde vieram os clientes.
       LE-CARTEIRA.
              READ CARTEIRA NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-G FROM 1 BY 1
                        UNTIL WS-G > WS-QTD-GER OR WS-ACHOU = "S"
                 IF WS-GER-CODIGO(WS-G) = CAR-GERENTE
                    MOVE "S" TO WS-ACHOU
                    SUBTRACT 1 FROM WS-G
                 END-IF
              END-PERFORM.
              MOVE CAR-GERENTE TO SRT-GERENTE.
              IF WS-ACHOU = "S"
                 MOVE WS-GER-AGENCIA(WS-G) TO SRT-AGENCIA
                 IF WS-GER-SITUACAO(WS-G) = "A"
                    MOVE "A" TO SRT-GRUPO
                 ELSE
                    MOVE "S" TO SRT-GRUPO
                 END-IF
              ELSE
                 MOVE ZEROS TO SRT-AGENCIA
                 MOVE "S"   TO SRT-GRUPO
              END-IF.
              PERFORM APURA-CLIENTE.
              IF WS-QTD-CONTAS = ZEROS
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-CARTEIRA.
              IF SRT-GRUPO = "S"
                 ADD 1 TO WS-QTD-SEM-GERENTE.
              RELEASE REG-SRT.

      * Todas as contas abertas do CPF, pela chave alternada.
       APURA-CLIENTE.
              MOVE CAR-CPF TO SRT-CPF WS-CPF-CHAVE.
              MOVE SPACES  TO SRT-NOME.
              MOVE ZEROS   TO SRT-DEPOSITOS SRT-CDB SRT-EMPREST
                              SRT-ATRASO SRT-SAC WS-QTD-CONTAS.
              MOVE CAR-CPF TO CPF.
              MOVE "N" TO WS-FIM-CPF.
              START CLIENTES KEY IS = CPF
                 INVALID KEY
                    MOVE "S" TO WS-FIM-CPF
              END-START.
              PERFORM SOMA-CONTA-CPF UNTIL WS-FIM-CPF = "S".
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-QTD-SAC
                 IF WS-SAC-CPF(WS-I) = WS-CPF-CHAVE
                    MOVE WS-SAC-QTD(WS-I) TO SRT-SAC
                 END-IF
              END-PERFORM.

       SOMA-CONTA-CPF.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-CPF
                    EXIT PARAGRAPH
              END-READ.
              IF CPF NOT = WS-CPF-CHAVE
                 MOVE "S" TO WS-FIM-CPF
                 EXIT PARAGRAPH.
              IF STATUS-CONTA = "F"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-CONTAS.
              IF SRT-NOME = SPACES
                 MOVE NOME TO SRT-NOME.
              IF SALDO > ZEROS
                 ADD SALDO TO SRT-DEPOSITOS
              ELSE
                 SUBTRACT SALDO FROM SRT-EMPREST.
              IF CODIGO > ZEROS
                 ADD WS-PSC-CDB(CODIGO)     TO SRT-CDB
                 ADD WS-PSC-EMPREST(CODIGO) TO SRT-EMPREST
                 ADD WS-PSC-ATRASO(CODIGO)  TO SRT-ATRASO.

       IMPRIME-CARTEIRAS.
              MOVE "N" TO WS-FIM-SORT.
              PERFORM RECEBE-CLIENTE UNTIL WS-FIM-SORT = "S".
              IF WS-TEM-GRUPO = "S"
                 PERFORM IMPRIME-TOTAL-CARTEIRA.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE "*** TOTAIS DO BANCO ***" TO REG-REL.
              WRITE REG-REL.
              MOVE "CLIENTES" TO WS-TOT-TEXTO.
              MOVE WS-TBC-QTD       TO WS-TOT-QTD.
              MOVE WS-TBC-DEPOSITOS TO WS-TOT-DEPOSITOS.
              MOVE WS-TBC-CDB       TO WS-TOT-CDB.
              MOVE WS-TBC-EMPREST   TO WS-TOT-EMPREST.
              MOVE WS-TBC-ATRASO    TO WS-TOT-ATRASO.
              MOVE WS-TBC-SAC       TO WS-TOT-SAC.
              MOVE WS-LINHA-TOTAL TO REG-REL.
              WRITE REG-REL.

       RECEBE-CLIENTE.
              RETURN CLASSIFICA
                 AT END
                    MOVE "S" TO WS-FIM-SORT
                 NOT AT END
                    PERFORM IMPRIME-CLIENTE
              END-RETURN.

       IMPRIME-CLIENTE.
              IF WS-TEM-GRUPO = "S"
                 AND (SRT-AGENCIA NOT = WS-ANT-AGENCIA
                      OR SRT-GRUPO NOT = WS-ANT-GRUPO
                      OR SRT-GERENTE NOT = WS-ANT-GERENTE)
                 PERFORM IMPRIME-TOTAL-CARTEIRA
                 MOVE "N" TO WS-TEM-GRUPO.
              IF WS-TEM-GRUPO NOT = "S"
                 PERFORM IMPRIME-CABECALHO-GERENTE.
              MOVE SRT-CPF       TO WS-DET-CPF.
              MOVE SRT-NOME      TO WS-DET-NOME.
              MOVE SRT-DEPOSITOS TO WS-DET-DEPOSITOS.
              MOVE SRT-CDB       TO WS-DET-CDB.
              MOVE SRT-EMPREST   TO WS-DET-EMPREST.
              MOVE SRT-ATRASO    TO WS-DET-ATRASO.
              MOVE SRT-SAC       TO WS-DET-SAC.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.
              ADD 1             TO WS-TCA-QTD WS-TBC-QTD.
              ADD SRT-DEPOSITOS TO WS-TCA-DEPOSITOS WS-TBC-DEPOSITOS.
              ADD SRT-CDB       TO WS-TCA-CDB WS-TBC-CDB.
              ADD SRT-EMPREST   TO WS-TCA-EMPREST WS-TBC-EMPREST.
              ADD SRT-ATRASO    TO WS-TCA-ATRASO WS-TBC-ATRASO.
              ADD SRT-SAC       TO WS-TCA-SAC WS-TBC-SAC.

       IMPRIME-CABECALHO-GERENTE.
              MOVE "S" TO WS-TEM-GRUPO.
              MOVE SRT-AGENCIA TO WS-ANT-AGENCIA.
              MOVE SRT-GRUPO   TO WS-ANT-GRUPO.
              MOVE SRT-GERENTE TO WS-ANT-GERENTE.
              INITIALIZE WS-TOTAIS-CARTEIRA.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.
              IF SRT-GRUPO = "A"
                 MOVE "GERENTE " TO WS-LGR-TEXTO
              ELSE
                 MOVE "SEM GERENTE - EX" TO WS-LGR-TEXTO.
              MOVE SRT-GERENTE TO WS-LGR-CODIGO.
              MOVE "GERENTE NAO CADASTRADO" TO WS-LGR-NOME.
              PERFORM VARYING WS-G FROM 1 BY 1
                        UNTIL WS-G > WS-QTD-GER
                 IF WS-GER-CODIGO(WS-G) = SRT-GERENTE
                    MOVE WS-GER-NOME(WS-G) TO WS-LGR-NOME
                 END-IF
              END-PERFORM.
              MOVE SRT-AGENCIA TO WS-LGR-AGENCIA.
              MOVE WS-LINHA-GERENTE TO REG-REL.
              WRITE REG-REL.

       IMPRIME-TOTAL-CARTEIRA.
              MOVE "TOTAL CARTEIRA" TO WS-TOT-TEXTO.
              MOVE WS-TCA-QTD       TO WS-TOT-QTD.
              MOVE WS-TCA-DEPOSITOS TO WS-TOT-DEPOSITOS.
              MOVE WS-TCA-CDB       TO WS-TOT-CDB.
              MOVE WS-TCA-EMPREST   TO WS-TOT-EMPREST.
              MOVE WS-TCA-ATRASO    TO WS-TOT-ATRASO.
              MOVE WS-TCA-SAC       TO WS-TOT-SAC.
              MOVE WS-LINHA-TOTAL TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              IF WS-QTD-EXCEDE > ZEROS
                 DISPLAY "TABELA ESGOTADA - ITENS FORA DO RELATORIO: "
                         WS-QTD-EXCEDE.
              CLOSE RELATORIO.
              CLOSE CLIENTES.
              IF WS-OPR-ABERTO = "S"
                 CLOSE OPERADORES.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "CLIENTES EM CARTEIRA: " WS-QTD-CARTEIRA.
              DISPLAY "SEM GERENTE ATIVO   : " WS-QTD-SEM-GERENTE.
              DISPLAY "FIM DE PROGRAMA".
