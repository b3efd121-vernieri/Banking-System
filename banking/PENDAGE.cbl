      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Aging of open items in the transitory ledger accounts
      * Tectonics: cobc
      ******************************************************************
      * INTERBPEND (outbound transfers awaiting INTERACK), ORDPGPEND
      * (payment orders not yet cashed), TRANSITO (vault shipments of
      * TESMAN) and COBRANCA (collections) must clear: every leg that
      * parks money there is matched by an opposite leg of the same
      * amount, oldest first.  The journal keeps no item reference
      * across programs, so the amount is the matching key.  The
      * legs come from the last three monthly archives (JRNaaaamm.DAT)
      * and the live JOURNAL.DAT.  Whatever stays unmatched is an
      * open item: PENDREL.LST lists them by age - more than 30
      * days, 6 to 30, up to 5 - with the originating program and
      * operator and any investigation note left in PENMAN, and
      * PENDABER.DAT is rebuilt with them for that screen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENDAGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT ARQJRN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AJR.

              SELECT ABERTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PAB-CHAVE
              FILE STATUS ARQST-PAB.

              SELECT INVESTIGACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PIN-CHAVE
              FILE STATUS ARQST-PIN.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD ARQJRN LABEL RECORD STANDARD
                DATA RECORD IS REG-AJR
                VALUE OF FILE-ID IS WS-NOME-ARQJRN.
          01 REG-AJR                 PIC X(105).

       FD ABERTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PAB
                VALUE OF FILE-ID IS "PENDABER.DAT".
          01 REG-PAB.
                COPY PENDABER.

       FD INVESTIGACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-PIN
                VALUE OF FILE-ID IS "PENDINV.DAT".
          01 REG-PIN.
                COPY PENDINV.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "PENDREL.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-AJR               PIC X(02).
          01 ARQST-PAB               PIC X(02).
          01 ARQST-PIN               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "PENDAGE".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "PENDREL.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-ARQ-ABERTOS          PIC X(01) VALUE "N".
          01 WS-PIN-ABERTO           PIC X(01) VALUE "N".
          01 WS-NOME-ARQJRN          PIC X(13) VALUE SPACES.
          01 WS-ANO-ARQ              PIC 9(04) VALUE ZEROS.
          01 WS-MES-ARQ              PIC 9(02) VALUE ZEROS.
          01 WS-MESES-ATRAS          PIC 9(01) VALUE ZEROS.
          01 WS-M                    PIC 9(01) VALUE ZEROS.
          01 WS-I                    PIC 9(02) VALUE ZEROS.
          01 WS-K                    PIC 9(05) VALUE ZEROS.
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-CONTA-IDX            PIC 9(01) VALUE ZEROS.
          01 WS-LADO-W               PIC X(01) VALUE SPACE.
          01 WS-LADO-OPOSTO          PIC X(01) VALUE SPACE.
          01 WS-VALOR-W              PIC 9(07)V99 VALUE ZEROS.
          01 WS-FAIXA-IMP            PIC 9(01) VALUE ZEROS.
          01 WS-QTD-LIDOS            PIC 9(07) VALUE ZEROS.
          01 WS-QTD-CASADOS          PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ABERTOS          PIC 9(06) VALUE ZEROS.
          01 WS-QTD-EXCEDE           PIC 9(06) VALUE ZEROS.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "PENDAGE".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "A".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.

          01 WS-TAB-CONTAS.
                02 FILLER            PIC X(10) VALUE "INTERBPEND".
                02 FILLER            PIC X(10) VALUE "ORDPGPEND".
                02 FILLER            PIC X(10) VALUE "TRANSITO".
                02 FILLER            PIC X(10) VALUE "COBRANCA".
          01 WS-TAB-CONTAS-R REDEFINES WS-TAB-CONTAS.
                02 WS-PEND-CONTA     PIC X(10) OCCURS 4 TIMES.

      * Historico de cada lancamento nas contas transitorias e o
      * programa que o grava.  Historico fora da tabela vem do
      * LCTMAN quando ha operador, ou do CPGPAG (que usa o historico
      * da nota) quando e o credito de uma ordem de rodada batch.
          01 WS-TAB-ORIGENS.
                02 FILLER            PIC X(28) VALUE
                   "TRANSF EXTERNA      CLIop".
                02 FILLER            PIC X(28) VALUE
                   "PORTAB SALARIO      SALCRED".
                02 FILLER            PIC X(28) VALUE
                   "LIQ TRANSF EXTERNA  INTERACK".
                02 FILLER            PIC X(28) VALUE
                   "DEV TRANSF EXTERNA  INTERACK".
                02 FILLER            PIC X(28) VALUE
                   "DEV PAGTO FORNECEDORINTERACK".
                02 FILLER            PIC X(28) VALUE
                   "ORDEM PAGAMENTO     CLIop".
                02 FILLER            PIC X(28) VALUE
                   "PAGTO ORDEM         ORDPAG".
                02 FILLER            PIC X(28) VALUE
                   "DEVOLUCAO ORDEM     ORDPGEXP".
                02 FILLER            PIC X(28) VALUE
                   "REMESSA RECEBIDA    TESMAN".
                02 FILLER            PIC X(28) VALUE
                   "REMESSA ENVIADA     TESMAN".
                02 FILLER            PIC X(28) VALUE
                   "COBRANCA TITULO     COBLIQ".
                02 FILLER            PIC X(28) VALUE
                   "BOLETO PARCELA      BOLBAIXA".
                02 FILLER            PIC X(28) VALUE
                   "JUROS BOLETO PARCELABOLBAIXA".
                02 FILLER            PIC X(28) VALUE
                   "PARCELA CONSIGNADO  CSGBAIXA".
                02 FILLER            PIC X(28) VALUE
                   "JUROS CONSIGNADO    CSGBAIXA".
          01 WS-TAB-ORIGENS-R REDEFINES WS-TAB-ORIGENS.
                02 WS-ORG OCCURS 15 TIMES.
                   03 WS-ORG-HISTORICO PIC X(20).
                   03 WS-ORG-PROGRAMA  PIC X(08).

          01 WS-TAB-FAIXAS.
                02 FILLER            PIC X(20) VALUE
                   "ATE 5 DIAS".
                02 FILLER            PIC X(20) VALUE
                   "DE 6 A 30 DIAS".
                02 FILLER            PIC X(20) VALUE
                   "MAIS DE 30 DIAS".
          01 WS-TAB-FAIXAS-R REDEFINES WS-TAB-FAIXAS.
                02 WS-FX-NOME        PIC X(20) OCCURS 3 TIMES.
          01 WS-TAB-TOT-FAIXAS.
                02 WS-FX-TOT OCCURS 3 TIMES.
                   03 WS-FX-QTD      PIC 9(06).
                   03 WS-FX-VALOR    PIC 9(09)V99.

      * Pernas das contas transitorias ainda sem par.  A perna que
      * casa com uma anterior nao entra - so marca a outra.
          01 WS-QTD-PERNAS           PIC 9(05) VALUE ZEROS.
          01 WS-TAB-PERNAS.
                02 WS-PRN OCCURS 5000 TIMES.
                   03 WS-PRN-CONTA   PIC 9(01).
                   03 WS-PRN-LADO    PIC X(01).
                   03 WS-PRN-DATA    PIC 9(08).
                   03 WS-PRN-SEQ     PIC 9(09).
                   03 WS-PRN-VALOR   PIC 9(07)V99.
                   03 WS-PRN-HIST    PIC X(20).
                   03 WS-PRN-OPER    PIC 9(04).
                   03 WS-PRN-CASADO  PIC X(01).
                   03 WS-PRN-NSEQ    PIC 9(02).
                   03 WS-PRN-DIAS    PIC 9(05).
                   03 WS-PRN-FAIXA   PIC 9(01).
                   03 WS-PRN-PROG    PIC X(08).

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(42) VALUE
                   "CONTAS TRANSITORIAS - ITENS EM ABERTO - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(28) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CONTA      DATA     SEQ       L         ".
                02 FILLER            PIC X(40) VALUE
                   "VALOR  DIAS PROGRAMA OPER OCORRENCIA".

          01 WS-LINHA-FAIXA.
                02 FILLER            PIC X(08) VALUE "FAIXA - ".
                02 WS-LFX-NOME       PIC X(20).
                02 FILLER            PIC X(52) VALUE SPACES.

          01 WS-LINHA-DET.
                02 WS-DET-CONTA      PIC X(10).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DATA       PIC 9(08).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SEQ        PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-LADO       PIC X(01).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VALOR      PIC ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DIAS       PIC ZZZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-PROGRAMA   PIC X(08).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-OPERADOR   PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-OCORRENCIA PIC X(11).
                02 FILLER            PIC X(03) VALUE SPACES.

          01 WS-LINHA-NOTA.
                02 FILLER            PIC X(10) VALUE SPACES.
                02 FILLER            PIC X(06) VALUE "NOTA: ".
                02 WS-NOT-TEXTO      PIC X(40).
                02 FILLER            PIC X(06) VALUE " OPER ".
                02 WS-NOT-OPERADOR   PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-NOT-DATA       PIC 9(08).
                02 FILLER            PIC X(05) VALUE SPACES.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

          01 WS-LINHA-TOT.
                02 WS-TOT-NOME       PIC X(20).
                02 FILLER            PIC X(03) VALUE " : ".
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(08) VALUE " ITENS  ".
                02 WS-TOT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-ARQ-ABERTOS = "S"
                 PERFORM LE-ARQUIVO-MES VARYING WS-M FROM 3 BY -1
                         UNTIL WS-M = ZEROS
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LE-JOURNAL UNTIL WS-FIM-ARQ = "S"
                 PERFORM GRAVA-ABERTO VARYING WS-K FROM 1 BY 1
                         UNTIL WS-K > WS-QTD-PERNAS
                 PERFORM IMPRIME-FAIXA VARYING WS-FAIXA-IMP
                         FROM 3 BY -1 UNTIL WS-FAIXA-IMP = ZEROS
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                         ARQST " / " ARQST-JRN " / " ARQST-PAB
                 MOVE 8 TO RETURN-CODE
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
              INITIALIZE WS-TAB-TOT-FAIXAS.
              PERFORM APURA-DATA-MOVIMENTO.
              OPEN OUTPUT RELATORIO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "CONTAS TRANSITORIAS - ITENS EM ABERTO - "
                      DIA "/" MES "/" ANO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT JOURNAL.
              IF ARQST-JRN NOT = "00"
                 EXIT PARAGRAPH.
              OPEN OUTPUT ABERTOS.
              IF ARQST-PAB NOT = "00"
                 CLOSE JOURNAL
                 EXIT PARAGRAPH.
              OPEN INPUT INVESTIGACOES.
              IF ARQST-PIN = "00"
                 MOVE "S" TO WS-PIN-ABERTO.
              MOVE "S" TO WS-ARQ-ABERTOS.

      * Os meses que o FECHAMES ja tirou do journal vivo - um item
      * de ate tres meses atras ainda encontra o seu par.
       LE-ARQUIVO-MES.
              MOVE ANO TO WS-ANO-ARQ.
              MOVE MES TO WS-MES-ARQ.
              PERFORM VARYING WS-MESES-ATRAS FROM 1 BY 1
                        UNTIL WS-MESES-ATRAS > WS-M
                 IF WS-MES-ARQ = 1
                    MOVE 12 TO WS-MES-ARQ
                    SUBTRACT 1 FROM WS-ANO-ARQ
                 ELSE
                    SUBTRACT 1 FROM WS-MES-ARQ
                 END-IF
              END-PERFORM.
              MOVE SPACES TO WS-NOME-ARQJRN.
              STRING "JRN" WS-ANO-ARQ WS-MES-ARQ ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQJRN.
              OPEN INPUT ARQJRN.
              IF ARQST-AJR NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-ARQUIVO UNTIL WS-FIM-ARQ = "S".
              CLOSE ARQJRN.

       LE-ARQUIVO.
              READ ARQJRN INTO REG-JRN
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    PERFORM TRATA-LANCAMENTO
              END-READ.

       LE-JOURNAL.
              READ JOURNAL
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    PERFORM TRATA-LANCAMENTO
              END-READ.

       TRATA-LANCAMENTO.
              ADD 1 TO WS-QTD-LIDOS.
              IF JRN-VALOR = ZEROS
                 EXIT PARAGRAPH.
              PERFORM VARYING WS-CONTA-IDX FROM 1 BY 1
                        UNTIL WS-CONTA-IDX > 4
                 IF JRN-CONTA-DEB = WS-PEND-CONTA(WS-CONTA-IDX)
                    MOVE "D" TO WS-LADO-W
                    PERFORM REGISTRA-PERNA
                 END-IF
                 IF JRN-CONTA-CRE = WS-PEND-CONTA(WS-CONTA-IDX)
                    MOVE "C" TO WS-LADO-W
                    PERFORM REGISTRA-PERNA
                 END-IF
              END-PERFORM.

      * Valor negativo no journal e a perna do lado contrario.
       REGISTRA-PERNA.
              IF JRN-VALOR < ZEROS
                 COMPUTE WS-VALOR-W = JRN-VALOR * -1
                 IF WS-LADO-W = "D"
                    MOVE "C" TO WS-LADO-W
                 ELSE
                    MOVE "D" TO WS-LADO-W
                 END-IF
              ELSE
                 MOVE JRN-VALOR TO WS-VALOR-W
              END-IF.
              IF WS-LADO-W = "D"
                 MOVE "C" TO WS-LADO-OPOSTO
              ELSE
                 MOVE "D" TO WS-LADO-OPOSTO.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-K FROM 1 BY 1
                        UNTIL WS-K > WS-QTD-PERNAS OR WS-ACHOU = "S"
                 IF WS-PRN-CASADO(WS-K) = "N"
                    AND WS-PRN-CONTA(WS-K) = WS-CONTA-IDX
                    AND WS-PRN-LADO(WS-K)  = WS-LADO-OPOSTO
                    AND WS-PRN-VALOR(WS-K) = WS-VALOR-W
                    MOVE "S" TO WS-PRN-CASADO(WS-K)
                    MOVE "S" TO WS-ACHOU
                    ADD 1 TO WS-QTD-CASADOS
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "S"
                 EXIT PARAGRAPH.
              IF WS-QTD-PERNAS = 5000
                 ADD 1 TO WS-QTD-EXCEDE
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-PERNAS.
              MOVE WS-QTD-PERNAS  TO WS-K.
              MOVE WS-CONTA-IDX   TO WS-PRN-CONTA(WS-K).
              MOVE WS-LADO-W      TO WS-PRN-LADO(WS-K).
              MOVE JRN-DATA       TO WS-PRN-DATA(WS-K).
              MOVE JRN-SEQ        TO WS-PRN-SEQ(WS-K).
              MOVE WS-VALOR-W     TO WS-PRN-VALOR(WS-K).
              MOVE JRN-HISTORICO  TO WS-PRN-HIST(WS-K).
              MOVE JRN-OPERADOR   TO WS-PRN-OPER(WS-K).
              MOVE "N"            TO WS-PRN-CASADO(WS-K).

       GRAVA-ABERTO.
              IF WS-PRN-CASADO(WS-K) NOT = "N"
                 EXIT PARAGRAPH.
              COMPUTE WS-PRN-DIAS(WS-K) =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-MOVTO)
                    - FUNCTION INTEGER-OF-DATE(WS-PRN-DATA(WS-K)).
              EVALUATE TRUE
                 WHEN WS-PRN-DIAS(WS-K) > 30
                    MOVE 3 TO WS-PRN-FAIXA(WS-K)
                 WHEN WS-PRN-DIAS(WS-K) > 5
                    MOVE 2 TO WS-PRN-FAIXA(WS-K)
                 WHEN OTHER
                    MOVE 1 TO WS-PRN-FAIXA(WS-K)
              END-EVALUATE.
              PERFORM IDENTIFICA-ORIGEM.
              ADD 1 TO WS-QTD-ABERTOS.
              ADD 1 TO WS-FX-QTD(WS-PRN-FAIXA(WS-K)).
              ADD WS-PRN-VALOR(WS-K)
                  TO WS-FX-VALOR(WS-PRN-FAIXA(WS-K)).
              MOVE WS-PEND-CONTA(WS-PRN-CONTA(WS-K)) TO PAB-CONTA.
              MOVE WS-PRN-DATA(WS-K)   TO PAB-DATA.
              MOVE WS-PRN-SEQ(WS-K)    TO PAB-SEQ.
              MOVE WS-PRN-LADO(WS-K)   TO PAB-LADO.
              MOVE WS-PRN-VALOR(WS-K)  TO PAB-VALOR.
              MOVE WS-PRN-HIST(WS-K)   TO PAB-HISTORICO.
              MOVE WS-PRN-OPER(WS-K)   TO PAB-OPERADOR.
              MOVE WS-PRN-PROG(WS-K)   TO PAB-PROGRAMA.
              MOVE WS-PRN-DIAS(WS-K)   TO PAB-DIAS.
              MOVE WS-PRN-FAIXA(WS-K)  TO PAB-FAIXA.
              MOVE 1 TO PAB-NSEQ.
              WRITE REG-PAB.
              PERFORM UNTIL ARQST-PAB NOT = "22" OR PAB-NSEQ = 99
                 ADD 1 TO PAB-NSEQ
                 WRITE REG-PAB
              END-PERFORM.
              MOVE PAB-NSEQ TO WS-PRN-NSEQ(WS-K).
              IF ARQST-PAB NOT = "00"
                 DISPLAY "ERRO NOS ITENS EM ABERTO - STATUS "
                         ARQST-PAB.

       IDENTIFICA-ORIGEM.
              MOVE SPACES TO WS-PRN-PROG(WS-K).
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > 15
                           OR WS-PRN-PROG(WS-K) NOT = SPACES
                 IF WS-ORG-HISTORICO(WS-I) = WS-PRN-HIST(WS-K)
                    MOVE WS-ORG-PROGRAMA(WS-I) TO WS-PRN-PROG(WS-K)
                 END-IF
              END-PERFORM.
              IF WS-PRN-PROG(WS-K) NOT = SPACES
                 EXIT PARAGRAPH.
              IF WS-PRN-OPER(WS-K) NOT = ZEROS
                 MOVE "LCTMAN" TO WS-PRN-PROG(WS-K)
              ELSE
                 IF WS-PRN-CONTA(WS-K) = 1 AND WS-PRN-LADO(WS-K) = "C"
                    MOVE "CPGPAG" TO WS-PRN-PROG(WS-K)
                 ELSE
                    MOVE "BATCH" TO WS-PRN-PROG(WS-K)
                 END-IF
              END-IF.

      * Os mais antigos primeiro - sao eles que pedem investigacao.
       IMPRIME-FAIXA.
              IF WS-FX-QTD(WS-FAIXA-IMP) = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-FX-NOME(WS-FAIXA-IMP) TO WS-LFX-NOME.
              MOVE WS-LINHA-FAIXA TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-ITEM VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-QTD-PERNAS.

       IMPRIME-ITEM.
              IF WS-PRN-CASADO(WS-K) NOT = "N"
                 OR WS-PRN-FAIXA(WS-K) NOT = WS-FAIXA-IMP
                 EXIT PARAGRAPH.
              MOVE WS-PEND-CONTA(WS-PRN-CONTA(WS-K)) TO WS-DET-CONTA.
              MOVE WS-PRN-DATA(WS-K)  TO WS-DET-DATA.
              MOVE WS-PRN-SEQ(WS-K)   TO WS-DET-SEQ.
              MOVE WS-PRN-LADO(WS-K)  TO WS-DET-LADO.
              MOVE WS-PRN-VALOR(WS-K) TO WS-DET-VALOR.
              MOVE WS-PRN-DIAS(WS-K)  TO WS-DET-DIAS.
              MOVE WS-PRN-PROG(WS-K)  TO WS-DET-PROGRAMA.
              MOVE WS-PRN-OPER(WS-K)  TO WS-DET-OPERADOR.
              MOVE SPACES TO WS-DET-OCORRENCIA.
              MOVE "N" TO WS-ACHOU.
              IF WS-PIN-ABERTO = "S"
                 MOVE WS-DET-CONTA        TO PIN-CONTA
                 MOVE WS-PRN-DATA(WS-K)   TO PIN-DATA
                 MOVE WS-PRN-SEQ(WS-K)    TO PIN-SEQ
                 MOVE WS-PRN-LADO(WS-K)   TO PIN-LADO
                 MOVE WS-PRN-NSEQ(WS-K)   TO PIN-NSEQ
                 READ INVESTIGACOES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "S" TO WS-ACHOU
                       MOVE "INVESTIGADO" TO WS-DET-OCORRENCIA
                 END-READ
              END-IF.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.
              IF WS-ACHOU = "S"
                 MOVE PIN-NOTA      TO WS-NOT-TEXTO
                 MOVE PIN-OPERADOR  TO WS-NOT-OPERADOR
                 MOVE PIN-DATA-NOTA TO WS-NOT-DATA
                 MOVE WS-LINHA-NOTA TO REG-REL
                 WRITE REG-REL.

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

      * A idade dos itens conta do dia de movimento aberto pelo
      * ABREDIA.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 MOVE DATA-SIS(1:8) TO WS-DATA-MOVTO
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA"
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST.

       FINALIZA.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              PERFORM IMPRIME-TOTAL-FAIXA VARYING WS-FAIXA-IMP
                      FROM 3 BY -1 UNTIL WS-FAIXA-IMP = ZEROS.
              IF WS-QTD-EXCEDE > ZEROS
                 MOVE "TABELA"    TO WS-LOG-CHAVE
                 MOVE "PERNAS ALEM DA TABELA - ITENS NAO AVALIADOS"
                      TO WS-LOG-MENSAGEM
                 PERFORM GRAVA-RUN-LOG
                 DISPLAY "PERNAS NAO AVALIADAS: " WS-QTD-EXCEDE.
              IF WS-ARQ-ABERTOS = "S"
                 CLOSE JOURNAL
                 CLOSE ABERTOS
                 IF WS-PIN-ABERTO = "S"
                    CLOSE INVESTIGACOES
                 END-IF
              END-IF.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "LANCAMENTOS LIDOS: " WS-QTD-LIDOS.
              DISPLAY "PERNAS CASADAS   : " WS-QTD-CASADOS.
              DISPLAY "ITENS EM ABERTO  : " WS-QTD-ABERTOS.
              DISPLAY "FIM DE PROGRAMA".

       IMPRIME-TOTAL-FAIXA.
              MOVE WS-FX-NOME(WS-FAIXA-IMP)  TO WS-TOT-NOME.
              MOVE WS-FX-QTD(WS-FAIXA-IMP)   TO WS-TOT-QTD.
              MOVE WS-FX-VALOR(WS-FAIXA-IMP) TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
