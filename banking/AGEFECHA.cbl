      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Branch closure - mass transfer of the accounts of
      *          one AGENCIA to another
      * Tectonics: cobc
      ******************************************************************
      * Supervised run (SUPAUT + PRFCHK "AGEFECHA") for a branch
      * that closes or is merged: every account of the old AGENCIA
      * in PRODUTOS.DAT passes to the new one.  Loans, CDBs,
      * standing orders and check holds are keyed on the account and
      * follow it; the records that carry their own AGENCIA are
      * re-pointed here - the loan accrual register (EMPAPR.DAT) and
      * the cash withdrawals still booked (SAQAGE.DAT, "A").  The
      * vault balance (TESOUR.DAT) and the banknote stock (NOTAS.DAT,
      * through NOTINV) go to the new branch, and the settlement is
      * posted AGnnnn against AGnnnn in the journal: the old branch
      * owes the new one the deposits it hands over, the new one owes
      * the old one the cash it receives.  Each customer gets a
      * change-of-branch notice (AGEAVISO.LST, address from
      * CADASTRO.DAT by CPF); AGEFECHA.LST shows, per product, both
      * branches before and after the transfer - the old branch must
      * end empty and the sum of the two must not change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AGEFECHA.

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

              SELECT CLIENTES-CAD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ws-cpf
              ALTERNATE RECORD KEY ws-name WITH DUPLICATES
              FILE STATUS ARQST-CAD.

              SELECT EMPRESTIMOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EMP.

              SELECT INVEST ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-INV.

              SELECT AGENDA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AGD.

              SELECT CHEQUES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CHQ.

              SELECT APROPRIACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY APR-NUMERO
              FILE STATUS ARQST-EAP.

              SELECT AGENDADOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SAG.

              SELECT TESOURARIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TES.

              SELECT NOTAS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NOT.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT APROVACOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-APV.

              SELECT AVISOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AVI.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD CLIENTES-CAD LABEL RECORD STANDARD
                DATA RECORD IS REG-CAD
                VALUE OF FILE-ID IS "CADASTRO.DAT".
          01 REG-CAD.
                COPY CADASTRO.

       FD EMPRESTIMOS LABEL RECORD STANDARD
                DATA RECORD IS REG-EMP
                VALUE OF FILE-ID IS "EMPREST.DAT".
          01 REG-EMP.
                COPY EMPREST.

       FD INVEST LABEL RECORD STANDARD
                DATA RECORD IS REG-INV
                VALUE OF FILE-ID IS "INVEST.DAT".
          01 REG-INV.
                COPY INVEST.

       FD AGENDA LABEL RECORD STANDARD
                DATA RECORD IS REG-AGD
                VALUE OF FILE-ID IS "AGENDA.DAT".
          01 REG-AGD.
                COPY AGENDA.

       FD CHEQUES LABEL RECORD STANDARD
                DATA RECORD IS REG-CHQ
                VALUE OF FILE-ID IS "CHEQUES.DAT".
          01 REG-CHQ.
                COPY CHEQUE.

       FD APROPRIACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-EAP
                VALUE OF FILE-ID IS "EMPAPR.DAT".
          01 REG-EAP.
                COPY EMPAPROP.

       FD AGENDADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-SAG
                VALUE OF FILE-ID IS "SAQAGE.DAT".
          01 REG-SAG.
                COPY SAQAGE.

       FD TESOURARIA LABEL RECORD STANDARD
                DATA RECORD IS REG-TES
                VALUE OF FILE-ID IS "TESOUR.DAT".
          01 REG-TES.
                COPY TESOUR.

       FD NOTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-NOT
                VALUE OF FILE-ID IS "NOTAS.DAT".
          01 REG-NOT.
                COPY NOTAS.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD APROVACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APV
                VALUE OF FILE-ID IS "APROVA.DAT".
          01 REG-APV.
                COPY APROVA.

       FD AVISOS LABEL RECORD STANDARD
                DATA RECORD IS REG-AVI
                VALUE OF FILE-ID IS "AGEAVISO.LST".
          01 REG-AVI                 PIC X(80).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "AGEFECHA.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-CAD               PIC X(02).
          01 ARQST-EMP               PIC X(02).
          01 ARQST-INV               PIC X(02).
          01 ARQST-AGD               PIC X(02).
          01 ARQST-CHQ               PIC X(02).
          01 ARQST-EAP               PIC X(02).
          01 ARQST-SAG               PIC X(02).
          01 ARQST-TES               PIC X(02).
          01 ARQST-NOT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-APV               PIC X(02).
          01 ARQST-AVI               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "AGEFECHA".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "AGEFECHA.LST".
          01 WS-SPL-AVISOS           PIC X(12) VALUE "AGEAVISO.LST".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-CONFIRMA             PIC X(01) VALUE "N".
          01 WS-AGE-ORIGEM           PIC 9(04) VALUE ZEROS.
          01 WS-AGE-DESTINO          PIC 9(04) VALUE ZEROS.
          01 WS-CTA-AG-ORIGEM        PIC X(10) VALUE SPACES.
          01 WS-CTA-AG-DESTINO       PIC X(10) VALUE SPACES.
          01 WS-QTD-CONTAS           PIC 9(05) VALUE ZEROS.
          01 WS-QTD-AVISOS           PIC 9(05) VALUE ZEROS.
          01 WS-QTD-APROPRIACOES     PIC 9(05) VALUE ZEROS.
          01 WS-QTD-SAQUES           PIC 9(05) VALUE ZEROS.
          01 WS-SALDO-MOVIDO         PIC S9(13)V99 VALUE ZEROS.
          01 WS-SALDO-COFRE          PIC S9(09)V99 VALUE ZEROS.
          01 WS-ACHOU-DESTINO        PIC X(01) VALUE "N".
          01 WS-DIVERGENTES          PIC 9(02) VALUE ZEROS.

      * Agencia de cada conta (indice = CODIGO) - lida antes e de
      * novo depois da transferencia, da para produtos sem AGENCIA
      * propria.
          01 WS-TAB-CONTAS.
                02 WS-CTA-AGENCIA    PIC 9(04) OCCURS 9999 TIMES.
          01 WS-C                    PIC 9(04) VALUE ZEROS.
          01 WS-AGE-REG              PIC 9(04) VALUE ZEROS.

      * Posicao por produto (P), agencia (A: 1 antiga, 2 nova) e
      * fase (F: 1 antes, 2 depois).
          01 WS-TAB-POSICAO.
                02 WS-POS-PRODUTO OCCURS 9 TIMES.
                   03 WS-POS-AGENCIA OCCURS 2 TIMES.
                      04 WS-POS-FASE OCCURS 2 TIMES.
                         05 WS-POS-QTD   PIC 9(07).
                         05 WS-POS-VALOR PIC S9(13)V99.
          01 WS-TAB-NOMES.
                02 FILLER            PIC X(14) VALUE "CONTAS".
                02 FILLER            PIC X(14) VALUE "EMPRESTIMOS".
                02 FILLER            PIC X(14) VALUE "CDB".
                02 FILLER            PIC X(14) VALUE "AGENDAMENTOS".
                02 FILLER            PIC X(14) VALUE "CHEQUES BLOQ.".
                02 FILLER            PIC X(14) VALUE "APROPRIACAO".
                02 FILLER            PIC X(14) VALUE "SAQUE AGENDADO".
                02 FILLER            PIC X(14) VALUE "TESOURARIA".
                02 FILLER            PIC X(14) VALUE "NOTAS".
          01 WS-TAB-NOMES-R REDEFINES WS-TAB-NOMES.
                02 WS-NOME-PRODUTO   PIC X(14) OCCURS 9 TIMES.
          01 WS-P                    PIC 9(02) VALUE ZEROS.
          01 WS-A                    PIC 9(01) VALUE ZEROS.
          01 WS-F                    PIC 9(01) VALUE ZEROS.
          01 WS-VALOR-W              PIC S9(13)V99 VALUE ZEROS.
          01 WS-SOMA-ANTES           PIC S9(13)V99 VALUE ZEROS.
          01 WS-SOMA-DEPOIS          PIC S9(13)V99 VALUE ZEROS.
          01 WS-QTD-ANTES            PIC 9(08) VALUE ZEROS.
          01 WS-QTD-DEPOIS           PIC 9(08) VALUE ZEROS.

      * Estoque de notas da agencia antiga, por cedula.
          01 WS-TAB-NOTAS.
                02 WS-TNT OCCURS 20 TIMES.
                   03 WS-TNT-VALOR   PIC 9(03).
                   03 WS-TNT-QTD     PIC S9(06).
          01 WS-QTD-TNT              PIC 9(02) VALUE ZEROS.
          01 WS-N                    PIC 9(02) VALUE ZEROS.
          01 WS-NOT-FUNCAO           PIC X(01) VALUE "M".
          01 WS-NOT-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-NOT-VALOR            PIC 9(03) VALUE ZEROS.
          01 WS-NOT-QTD              PIC S9(06) VALUE ZEROS.

      * Liquidacao interagencia - o journal leva ate 9.999.999,99
      * por lancamento; valor maior sai em parcelas.
          01 WS-LIQ-DEB              PIC X(10) VALUE SPACES.
          01 WS-LIQ-CRE              PIC X(10) VALUE SPACES.
          01 WS-LIQ-HISTORICO        PIC X(20) VALUE SPACES.
          01 WS-LIQ-RESTO            PIC S9(13)V99 VALUE ZEROS.
          01 WS-LIQ-PARCELA          PIC S9(07)V99 VALUE ZEROS.

          01 WS-CPF-CLI              PIC X(11) VALUE SPACES.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".
          01 WS-LINHA-DEST.
                02 FILLER            PIC X(06) VALUE "PARA: ".
                02 WS-AVI-NOME       PIC X(30).
                02 FILLER            PIC X(08) VALUE "  CONTA ".
                02 WS-AVI-CONTA      PIC 9(04).
                02 FILLER            PIC X(32) VALUE SPACES.
          01 WS-LINHA-END1.
                02 WS-AVI-RUA        PIC X(16).
                02 FILLER            PIC X(02) VALUE ", ".
                02 WS-AVI-BAIRRO     PIC X(16).
                02 FILLER            PIC X(46) VALUE SPACES.
          01 WS-LINHA-END2.
                02 WS-AVI-CIDADE     PIC X(16).
                02 FILLER            PIC X(06) VALUE " CEP: ".
                02 WS-AVI-CEP        PIC X(08).
                02 FILLER            PIC X(50) VALUE SPACES.
          01 WS-LINHA-TEXTO1.
                02 FILLER            PIC X(39) VALUE
                   "COMUNICAMOS QUE SUA CONTA PASSOU DA AGE".
                02 FILLER            PIC X(05) VALUE "NCIA ".
                02 WS-AVI-AGE-ANT    PIC 9(04).
                02 FILLER            PIC X(32) VALUE SPACES.
          01 WS-LINHA-TEXTO2.
                02 FILLER            PIC X(13) VALUE "PARA A AGENCI".
                02 FILLER            PIC X(02) VALUE "A ".
                02 WS-AVI-AGE-NOVA   PIC 9(04).
                02 FILLER            PIC X(13) VALUE " A PARTIR DE ".
                02 WS-AVI-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-AVI-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-AVI-ANO        PIC 9(04).
                02 FILLER            PIC X(38) VALUE
                   ". NUMERO DA CONTA E SENHA NAO MUDAM.".

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(42) VALUE
                   "TRANSFERENCIA DE CONTAS ENTRE AGENCIAS ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(28) VALUE SPACES.

          01 WS-LINHA-CAB-AGE.
                02 FILLER            PIC X(18) VALUE
                   "AGENCIA ANTIGA: ".
                02 WS-CAB-AGE-ANT    PIC 9(04).
                02 FILLER            PIC X(18) VALUE
                   "   AGENCIA NOVA: ".
                02 WS-CAB-AGE-NOVA   PIC 9(04).
                02 FILLER            PIC X(36) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "PRODUTO        AGEN QTD ANT        VALOR".
                02 FILLER            PIC X(40) VALUE
                   " ANTES QTD DEP       VALOR DEPOIS SIT".

          01 WS-LINHA-DET.
                02 WS-DET-PRODUTO    PIC X(14).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-AGENCIA    PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-QTD-ANT    PIC ZZZZZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VAL-ANT    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-QTD-DEP    PIC ZZZZZZ9.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VAL-DEP    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SITUACAO   PIC X(03).
                02 FILLER            PIC X(03) VALUE SPACES.

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(30) VALUE SPACES.
                02 WS-TOT-TEXTO      PIC X(30).
                02 WS-TOT-QTD        PIC ZZZZ9.
                02 FILLER            PIC X(15) VALUE SPACES.

          01 WS-LINHA-VALOR.
                02 FILLER            PIC X(30) VALUE SPACES.
                02 WS-VLR-TEXTO      PIC X(30).
                02 WS-VLR-VALOR      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.

          01 WS-LINHA-MSG            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "TRANSFERENCIA RESTRITA AO SUPERVISOR"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              MOVE "AGEFECHA" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING WS-SUPERVISOR WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              PERFORM APURA-DATA-MOVIMENTO.
              IF WS-DIA-ABERTO NOT = "S"
                 GOBACK.
              PERFORM PEDE-AGENCIAS.
              IF WS-AGE-ORIGEM = ZEROS OR WS-AGE-DESTINO = ZEROS
                 OR WS-AGE-ORIGEM = WS-AGE-DESTINO
                 DISPLAY "AGENCIAS INVALIDAS - ANTIGA E NOVA DEVEM "
                         "SER INFORMADAS E DIFERENTES"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              MOVE 1 TO WS-F.
              PERFORM APURA-POSICAO.
              IF ARQST NOT = "00"
                 DISPLAY "PRODUTOS.DAT INDISPONIVEL - STATUS " ARQST
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              MOVE WS-POS-QTD(1 1 1) TO WS-QTD-CONTAS.
              IF WS-QTD-CONTAS = ZEROS
                 DISPLAY "AGENCIA " WS-AGE-ORIGEM " SEM CONTAS - "
                         "NADA A TRANSFERIR"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              PERFORM PEDE-CONFIRMACAO.
              IF WS-CONFIRMA NOT = "S"
                 DISPLAY "TRANSFERENCIA CANCELADA PELO OPERADOR"
                 GOBACK.
              PERFORM ABRE-RELATORIOS.
              IF ARQST-REL NOT = "00" OR ARQST-AVI NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DOS RELATORIOS - STATUS "
                         ARQST-REL " / " ARQST-AVI
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              PERFORM TRANSFERE-CONTAS.
              PERFORM REAPONTA-APROPRIACOES.
              PERFORM REAPONTA-SAQUES.
              PERFORM TRANSFERE-TESOURARIA.
              PERFORM TRANSFERE-NOTAS.
              PERFORM LANCA-LIQUIDACAO.
              PERFORM GRAVA-APROVACAO.
              MOVE 2 TO WS-F.
              PERFORM APURA-POSICAO.
              PERFORM IMPRIME-CONTROLE.
              PERFORM FINALIZA.
              GOBACK.

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto nada e transferido.
       APURA-DATA-MOVIMENTO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA"
                 MOVE 8 TO RETURN-CODE.

       PEDE-AGENCIAS.
              DISPLAY "TRANSFERENCIA DE CONTAS ENTRE AGENCIAS".
              DISPLAY "AGENCIA ANTIGA (FECHADA): " WITH NO ADVANCING.
              ACCEPT WS-AGE-ORIGEM.
              DISPLAY "AGENCIA NOVA            : " WITH NO ADVANCING.
              ACCEPT WS-AGE-DESTINO.

       PEDE-CONFIRMACAO.
              DISPLAY "CONTAS A TRANSFERIR : " WS-QTD-CONTAS.
              MOVE WS-POS-VALOR(1 1 1) TO WS-VLR-VALOR.
              DISPLAY "SALDO DAS CONTAS    : " WS-VLR-VALOR.
              MOVE WS-POS-VALOR(8 1 1) TO WS-VLR-VALOR.
              DISPLAY "SALDO DA TESOURARIA : " WS-VLR-VALOR.
              DISPLAY "CONFIRMA A TRANSFERENCIA DA AGENCIA "
                      WS-AGE-ORIGEM " PARA " WS-AGE-DESTINO
                      " <S/N>: " WITH NO ADVANCING.
              ACCEPT WS-CONFIRMA.

       ABRE-RELATORIOS.
              OPEN OUTPUT RELATORIO.
              OPEN OUTPUT AVISOS.
              IF ARQST-REL NOT = "00" OR ARQST-AVI NOT = "00"
                 EXIT PARAGRAPH.
              MOVE DIA TO WS-CAB-DIA WS-AVI-DIA.
              MOVE MES TO WS-CAB-MES WS-AVI-MES.
              MOVE ANO TO WS-CAB-ANO WS-AVI-ANO.
              MOVE WS-AGE-ORIGEM  TO WS-CAB-AGE-ANT WS-AVI-AGE-ANT.
              MOVE WS-AGE-DESTINO TO WS-CAB-AGE-NOVA WS-AVI-AGE-NOVA.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB-AGE TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.

      ******************************************************************
      * Posicao por produto das duas agencias na fase WS-F - a mesma
      * rotina mede antes e depois, lendo os arquivos de verdade.
      ******************************************************************
       APURA-POSICAO.
              PERFORM LIMPA-POSICAO
                      VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 9.
              PERFORM POSICAO-CONTAS.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM POSICAO-EMPRESTIMOS.
              PERFORM POSICAO-CDB.
              PERFORM POSICAO-AGENDAMENTOS.
              PERFORM POSICAO-CHEQUES.
              PERFORM POSICAO-APROPRIACOES.
              PERFORM POSICAO-SAQUES.
              PERFORM POSICAO-TESOURARIA.
              PERFORM POSICAO-NOTAS.

       LIMPA-POSICAO.
              MOVE ZEROS TO WS-POS-QTD(WS-P 1 WS-F)
                            WS-POS-VALOR(WS-P 1 WS-F)
                            WS-POS-QTD(WS-P 2 WS-F)
                            WS-POS-VALOR(WS-P 2 WS-F).

      * Agencia do registro lido em WS-AGE-REG vira o indice WS-A
      * (zero quando nao e nenhuma das duas).
       INDICA-AGENCIA.
              MOVE ZEROS TO WS-A.
              IF WS-AGE-REG = WS-AGE-ORIGEM
                 MOVE 1 TO WS-A.
              IF WS-AGE-REG = WS-AGE-DESTINO
                 MOVE 2 TO WS-A.

       SOMA-POSICAO.
              IF WS-A = ZEROS
                 EXIT PARAGRAPH.
              ADD 1          TO WS-POS-QTD(WS-P WS-A WS-F).
              ADD WS-VALOR-W TO WS-POS-VALOR(WS-P WS-A WS-F).

       POSICAO-CONTAS.
              MOVE ZEROS TO WS-TAB-CONTAS.
              OPEN INPUT CLIENTES.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              MOVE 1 TO WS-P.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-POSICAO-CONTA UNTIL WS-FIM-ARQ = "S".
              CLOSE CLIENTES.
              MOVE "00" TO ARQST.

       LE-POSICAO-CONTA.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF CODIGO > ZEROS
                 MOVE AGENCIA TO WS-CTA-AGENCIA(CODIGO).
              MOVE AGENCIA TO WS-AGE-REG.
              PERFORM INDICA-AGENCIA.
              MOVE SALDO TO WS-VALOR-W.
              PERFORM SOMA-POSICAO.

      * Produtos sem AGENCIA propria contam pela agencia da conta.
       AGENCIA-DA-CONTA.
              MOVE ZEROS TO WS-AGE-REG.
              IF WS-C > ZEROS
                 MOVE WS-CTA-AGENCIA(WS-C) TO WS-AGE-REG.
              PERFORM INDICA-AGENCIA.

       POSICAO-EMPRESTIMOS.
              OPEN INPUT EMPRESTIMOS.
              IF ARQST-EMP NOT = "00"
                 EXIT PARAGRAPH.
              MOVE 2 TO WS-P.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-POSICAO-EMPRESTIMO UNTIL WS-FIM-ARQ = "S".
              CLOSE EMPRESTIMOS.

       LE-POSICAO-EMPRESTIMO.
              READ EMPRESTIMOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF EMP-SITUACAO NOT = "A"
                 EXIT PARAGRAPH.
              MOVE EMP-CODIGO TO WS-C.
              PERFORM AGENCIA-DA-CONTA.
              COMPUTE WS-VALOR-W = EMP-PARCELA
                      * (EMP-PRAZO - EMP-PARCELAS-PAGAS).
              PERFORM SOMA-POSICAO.

       POSICAO-CDB.
              OPEN INPUT INVEST.
              IF ARQST-INV NOT = "00"
                 EXIT PARAGRAPH.
              MOVE 3 TO WS-P.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-POSICAO-CDB UNTIL WS-FIM-ARQ = "S".
              CLOSE INVEST.

       LE-POSICAO-CDB.
              READ INVEST
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF INV-SITUACAO NOT = "A"
                 EXIT PARAGRAPH.
              MOVE INV-CODIGO TO WS-C.
              PERFORM AGENCIA-DA-CONTA.
              COMPUTE WS-VALOR-W = INV-PRINCIPAL + INV-JUROS-ACUM.
              PERFORM SOMA-POSICAO.

       POSICAO-AGENDAMENTOS.
              OPEN INPUT AGENDA.
              IF ARQST-AGD NOT = "00"
                 EXIT PARAGRAPH.
              MOVE 4 TO WS-P.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-POSICAO-AGENDAMENTO UNTIL WS-FIM-ARQ = "S".
              CLOSE AGENDA.

       LE-POSICAO-AGENDAMENTO.
              READ AGENDA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF AGD-SITUACAO NOT = "P"
                 EXIT PARAGRAPH.
              MOVE AGD-CODIGO-ORIG TO WS-C.
              PERFORM AGENCIA-DA-CONTA.
              MOVE AGD-VALOR TO WS-VALOR-W.
              PERFORM SOMA-POSICAO.

       POSICAO-CHEQUES.
              OPEN INPUT CHEQUES.
              IF ARQST-CHQ NOT = "00"
                 EXIT PARAGRAPH.
              MOVE 5 TO WS-P.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-POSICAO-CHEQUE UNTIL WS-FIM-ARQ = "S".
              CLOSE CHEQUES.

       LE-POSICAO-CHEQUE.
              READ CHEQUES
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF CHQ-SITUACAO NOT = "B" AND CHQ-SITUACAO NOT = "A"
                 EXIT PARAGRAPH.
              MOVE CHQ-CODIGO TO WS-C.
              PERFORM AGENCIA-DA-CONTA.
              MOVE CHQ-VALOR TO WS-VALOR-W.
              PERFORM SOMA-POSICAO.

       POSICAO-APROPRIACOES.
              OPEN INPUT APROPRIACOES.
              IF ARQST-EAP NOT = "00"
                 EXIT PARAGRAPH.
              MOVE 6 TO WS-P.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-POSICAO-APROPRIACAO UNTIL WS-FIM-ARQ = "S".
              CLOSE APROPRIACOES.

       LE-POSICAO-APROPRIACAO.
              READ APROPRIACOES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF APR-SITUACAO = "E"
                 EXIT PARAGRAPH.
              MOVE APR-AGENCIA TO WS-AGE-REG.
              PERFORM INDICA-AGENCIA.
              MOVE APR-SALDO TO WS-VALOR-W.
              PERFORM SOMA-POSICAO.

       POSICAO-SAQUES.
              OPEN INPUT AGENDADOS.
              IF ARQST-SAG NOT = "00"
                 EXIT PARAGRAPH.
              MOVE 7 TO WS-P.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-POSICAO-SAQUE UNTIL WS-FIM-ARQ = "S".
              CLOSE AGENDADOS.

       LE-POSICAO-SAQUE.
              READ AGENDADOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF SAG-SITUACAO NOT = "A"
                 EXIT PARAGRAPH.
              MOVE SAG-AGENCIA TO WS-AGE-REG.
              PERFORM INDICA-AGENCIA.
              MOVE SAG-VALOR TO WS-VALOR-W.
              PERFORM SOMA-POSICAO.

       POSICAO-TESOURARIA.
              OPEN INPUT TESOURARIA.
              IF ARQST-TES NOT = "00"
                 EXIT PARAGRAPH.
              MOVE 8 TO WS-P.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-POSICAO-TESOURARIA UNTIL WS-FIM-ARQ = "S".
              CLOSE TESOURARIA.

       LE-POSICAO-TESOURARIA.
              READ TESOURARIA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              MOVE TES-AGENCIA TO WS-AGE-REG.
              PERFORM INDICA-AGENCIA.
              MOVE TES-SALDO TO WS-VALOR-W.
              PERFORM SOMA-POSICAO.

       POSICAO-NOTAS.
              OPEN INPUT NOTAS.
              IF ARQST-NOT NOT = "00"
                 EXIT PARAGRAPH.
              MOVE 9 TO WS-P.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM LE-POSICAO-NOTA UNTIL WS-FIM-ARQ = "S".
              CLOSE NOTAS.

      * Em NOTAS a quantidade e de cedulas, nao de registros.
       LE-POSICAO-NOTA.
              READ NOTAS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              MOVE NOT-AGENCIA TO WS-AGE-REG.
              PERFORM INDICA-AGENCIA.
              IF WS-A = ZEROS OR NOT-QTD NOT > ZEROS
                 EXIT PARAGRAPH.
              ADD NOT-QTD TO WS-POS-QTD(WS-P WS-A WS-F).
              COMPUTE WS-POS-VALOR(WS-P WS-A WS-F) =
                      WS-POS-VALOR(WS-P WS-A WS-F)
                      + NOT-QTD * NOT-VALOR.

      ******************************************************************
      * Transferencia propriamente dita.
      ******************************************************************
       TRANSFERE-CONTAS.
              OPEN I-O CLIENTES.
              OPEN INPUT CLIENTES-CAD.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM MUDA-CONTA UNTIL WS-FIM-ARQ = "S".
              CLOSE CLIENTES.
              IF ARQST-CAD = "00"
                 CLOSE CLIENTES-CAD.

       MUDA-CONTA.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF AGENCIA NOT = WS-AGE-ORIGEM
                 EXIT PARAGRAPH.
              MOVE WS-AGE-DESTINO TO AGENCIA.
              REWRITE REG-CLI.
              IF ARQST NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO DA CONTA " CODIGO
                         " - STATUS " ARQST
                 EXIT PARAGRAPH.
              ADD SALDO TO WS-SALDO-MOVIDO.
              PERFORM EMITE-AVISO.

      * Aviso de mudanca de agencia - endereco do CADASTRO.DAT pelo
      * CPF da conta, como nas cartas do COBRETAP.
       EMITE-AVISO.
              MOVE NOME   TO WS-AVI-NOME.
              MOVE CODIGO TO WS-AVI-CONTA.
              MOVE CPF    TO WS-CPF-CLI.
              MOVE SPACES TO WS-AVI-RUA WS-AVI-BAIRRO WS-AVI-CIDADE
                             WS-AVI-CEP.
              IF ARQST-CAD = "00" OR ARQST-CAD = "23"
                 MOVE WS-CPF-CLI TO ws-cpf
                 READ CLIENTES-CAD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE ws-street       TO WS-AVI-RUA
                       MOVE ws-neighborhood TO WS-AVI-BAIRRO
                       MOVE ws-city         TO WS-AVI-CIDADE
                       MOVE ws-cep          TO WS-AVI-CEP
                 END-READ
              END-IF.
              MOVE WS-LINHA-TRACO TO REG-AVI.
              WRITE REG-AVI.
              MOVE WS-LINHA-DEST TO REG-AVI.
              WRITE REG-AVI.
              MOVE WS-LINHA-END1 TO REG-AVI.
              WRITE REG-AVI.
              MOVE WS-LINHA-END2 TO REG-AVI.
              WRITE REG-AVI.
              MOVE WS-LINHA-TEXTO1 TO REG-AVI.
              WRITE REG-AVI.
              MOVE WS-LINHA-TEXTO2 TO REG-AVI.
              WRITE REG-AVI.
              ADD 1 TO WS-QTD-AVISOS.

      * A apropriacao de juros guarda a agencia do contrato - segue
      * a conta para a agencia nova (contratos encerrados incluidos,
      * o RELAPR do mes soma pela agencia).
       REAPONTA-APROPRIACOES.
              OPEN I-O APROPRIACOES.
              IF ARQST-EAP NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM MUDA-APROPRIACAO UNTIL WS-FIM-ARQ = "S".
              CLOSE APROPRIACOES.

       MUDA-APROPRIACAO.
              READ APROPRIACOES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF APR-AGENCIA NOT = WS-AGE-ORIGEM
                 EXIT PARAGRAPH.
              MOVE WS-AGE-DESTINO TO APR-AGENCIA.
              REWRITE REG-EAP.
              IF ARQST-EAP = "00"
                 ADD 1 TO WS-QTD-APROPRIACOES
              ELSE
                 DISPLAY "ERRO NA APROPRIACAO " APR-NUMERO
                         " - STATUS " ARQST-EAP.

      * Saque agendado ainda em aberto passa a ser pago na agencia
      * nova; os ja baixados ficam como historico.
       REAPONTA-SAQUES.
              OPEN I-O AGENDADOS.
              IF ARQST-SAG NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM MUDA-SAQUE UNTIL WS-FIM-ARQ = "S".
              CLOSE AGENDADOS.

       MUDA-SAQUE.
              READ AGENDADOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF SAG-AGENCIA NOT = WS-AGE-ORIGEM
                 OR SAG-SITUACAO NOT = "A"
                 EXIT PARAGRAPH.
              MOVE WS-AGE-DESTINO TO SAG-AGENCIA.
              REWRITE REG-SAG.
              ADD 1 TO WS-QTD-SAQUES.

      * O cofre da agencia antiga zera e o saldo soma no da nova
      * (registro criado quando a nova ainda nao tem tesouraria).
       TRANSFERE-TESOURARIA.
              MOVE WS-POS-VALOR(8 1 1) TO WS-SALDO-COFRE.
              IF WS-SALDO-COFRE = ZEROS
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-ACHOU-DESTINO.
              OPEN I-O TESOURARIA.
              IF ARQST-TES NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM MUDA-TESOURARIA UNTIL WS-FIM-ARQ = "S".
              CLOSE TESOURARIA.
              IF WS-ACHOU-DESTINO = "S"
                 EXIT PARAGRAPH.
              OPEN EXTEND TESOURARIA.
              IF ARQST-TES NOT = "00"
                 OPEN OUTPUT TESOURARIA.
              MOVE WS-AGE-DESTINO TO TES-AGENCIA.
              MOVE WS-SALDO-COFRE TO TES-SALDO.
              WRITE REG-TES.
              CLOSE TESOURARIA.

       MUDA-TESOURARIA.
              READ TESOURARIA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF TES-AGENCIA = WS-AGE-ORIGEM
                 MOVE ZEROS TO TES-SALDO
                 REWRITE REG-TES.
              IF TES-AGENCIA = WS-AGE-DESTINO
                 AND WS-ACHOU-DESTINO = "N"
                 ADD WS-SALDO-COFRE TO TES-SALDO
                 REWRITE REG-TES
                 MOVE "S" TO WS-ACHOU-DESTINO.

      * Estoque de cedulas vai pelo NOTINV ("M", sem historico de
      * demanda): sai da agencia antiga e entra na nova.
       TRANSFERE-NOTAS.
              MOVE ZEROS TO WS-QTD-TNT.
              OPEN INPUT NOTAS.
              IF ARQST-NOT NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM CARREGA-NOTA UNTIL WS-FIM-ARQ = "S".
              CLOSE NOTAS.
              PERFORM MUDA-NOTA
                      VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-QTD-TNT.

       CARREGA-NOTA.
              READ NOTAS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              IF NOT-AGENCIA NOT = WS-AGE-ORIGEM OR NOT-QTD = ZEROS
                 EXIT PARAGRAPH.
              IF WS-QTD-TNT < 20
                 ADD 1 TO WS-QTD-TNT
                 MOVE NOT-VALOR TO WS-TNT-VALOR(WS-QTD-TNT)
                 MOVE NOT-QTD   TO WS-TNT-QTD(WS-QTD-TNT).

       MUDA-NOTA.
              MOVE "M" TO WS-NOT-FUNCAO.
              MOVE WS-TNT-VALOR(WS-N) TO WS-NOT-VALOR.
              MOVE WS-AGE-ORIGEM TO WS-NOT-AGENCIA.
              COMPUTE WS-NOT-QTD = WS-TNT-QTD(WS-N) * -1.
              CALL "NOTINV" USING WS-NOT-FUNCAO WS-NOT-AGENCIA
                                  WS-NOT-VALOR WS-NOT-QTD.
              MOVE WS-AGE-DESTINO TO WS-NOT-AGENCIA.
              MOVE WS-TNT-QTD(WS-N) TO WS-NOT-QTD.
              CALL "NOTINV" USING WS-NOT-FUNCAO WS-NOT-AGENCIA
                                  WS-NOT-VALOR WS-NOT-QTD.

      ******************************************************************
      * Liquidacao interagencia, pernas AGnnnn como no CLIop: a
      * antiga deve a nova pelos depositos que entrega (como numa
      * transferencia entre agencias) e a nova deve a antiga pelo
      * dinheiro do cofre que recebe.
      ******************************************************************
       LANCA-LIQUIDACAO.
              MOVE SPACES TO WS-CTA-AG-ORIGEM WS-CTA-AG-DESTINO.
              STRING "AG" WS-AGE-ORIGEM DELIMITED BY SIZE
                     INTO WS-CTA-AG-ORIGEM.
              STRING "AG" WS-AGE-DESTINO DELIMITED BY SIZE
                     INTO WS-CTA-AG-DESTINO.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                 OPEN OUTPUT JOURNAL.
              MOVE "LIQ INTERAGENCIA" TO WS-LIQ-HISTORICO.
              IF WS-SALDO-MOVIDO < ZEROS
                 MOVE WS-CTA-AG-DESTINO TO WS-LIQ-DEB
                 MOVE WS-CTA-AG-ORIGEM  TO WS-LIQ-CRE
                 COMPUTE WS-LIQ-RESTO = WS-SALDO-MOVIDO * -1
              ELSE
                 MOVE WS-CTA-AG-ORIGEM  TO WS-LIQ-DEB
                 MOVE WS-CTA-AG-DESTINO TO WS-LIQ-CRE
                 MOVE WS-SALDO-MOVIDO TO WS-LIQ-RESTO
              END-IF.
              PERFORM LANCA-PARCELA UNTIL WS-LIQ-RESTO = ZEROS.
              MOVE "LIQ TESOURARIA AG" TO WS-LIQ-HISTORICO.
              IF WS-SALDO-COFRE < ZEROS
                 MOVE WS-CTA-AG-ORIGEM  TO WS-LIQ-DEB
                 MOVE WS-CTA-AG-DESTINO TO WS-LIQ-CRE
                 COMPUTE WS-LIQ-RESTO = WS-SALDO-COFRE * -1
              ELSE
                 MOVE WS-CTA-AG-DESTINO TO WS-LIQ-DEB
                 MOVE WS-CTA-AG-ORIGEM  TO WS-LIQ-CRE
                 MOVE WS-SALDO-COFRE TO WS-LIQ-RESTO
              END-IF.
              PERFORM LANCA-PARCELA UNTIL WS-LIQ-RESTO = ZEROS.
              CLOSE JOURNAL.

       LANCA-PARCELA.
              IF WS-LIQ-RESTO > 9999999,99
                 MOVE 9999999,99 TO WS-LIQ-PARCELA
              ELSE
                 MOVE WS-LIQ-RESTO TO WS-LIQ-PARCELA.
              SUBTRACT WS-LIQ-PARCELA FROM WS-LIQ-RESTO.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE ANO              TO JRN-ANO.
              MOVE MES              TO JRN-MES.
              MOVE DIA              TO JRN-DIA.
              MOVE WS-LIQ-DEB       TO JRN-CONTA-DEB.
              MOVE WS-LIQ-CRE       TO JRN-CONTA-CRE.
              MOVE WS-LIQ-PARCELA   TO JRN-VALOR.
              MOVE WS-LIQ-HISTORICO TO JRN-HISTORICO.
              MOVE WS-SUPERVISOR    TO JRN-OPERADOR.
              MOVE HORA-SIS         TO JRN-HORA.
              MOVE WS-SEQ-TRN       TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN.

       VALIDA-CONTAS-JOURNAL.
              CALL "CTAVAL" USING JRN-CONTA-DEB JRN-CONTA-CRE
                                  WS-CTA-OK.
              IF WS-CTA-OK NOT = "S"
                 DISPLAY "LANCAMENTO RECUSADO - CONTA CONTABIL "
                         "INVALIDA " JRN-CONTA-DEB " / "
                         JRN-CONTA-CRE.

      * Aval do supervisor no APROVA.DAT - APR-CODIGO leva a agencia
      * fechada e APR-VALOR o saldo das contas transferidas.
       GRAVA-APROVACAO.
              OPEN EXTEND APROVACOES.
              IF ARQST-APV NOT = "00"
                 OPEN OUTPUT APROVACOES.
              MOVE ANO             TO APR-ANO.
              MOVE MES             TO APR-MES.
              MOVE DIA             TO APR-DIA.
              MOVE HORA-SIS        TO APR-HORA.
              MOVE WS-SUPERVISOR   TO APR-OPERADOR.
              MOVE WS-SUPERVISOR   TO APR-SUPERVISOR.
              MOVE "AGE"           TO APR-TIPO.
              MOVE WS-AGE-ORIGEM   TO APR-CODIGO OF REG-APV.
              MOVE WS-SALDO-MOVIDO TO APR-VALOR.
              WRITE REG-APV.
              IF ARQST-APV NOT = "00"
                 DISPLAY "ERRO NO LOG DE APROVACOES - STATUS "
                         ARQST-APV.
              CLOSE APROVACOES.

      ******************************************************************
      * Controle antes/depois: a agencia antiga termina vazia e a
      * soma das duas nao muda em nenhum produto.
      ******************************************************************
       IMPRIME-CONTROLE.
              PERFORM IMPRIME-PRODUTO
                      VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 9.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL.
              MOVE "CONTAS TRANSFERIDAS         :" TO WS-TOT-TEXTO.
              MOVE WS-QTD-CONTAS TO WS-TOT-QTD.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE "AVISOS EMITIDOS             :" TO WS-TOT-TEXTO.
              MOVE WS-QTD-AVISOS TO WS-TOT-QTD.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE "APROPRIACOES REAPONTADAS    :" TO WS-TOT-TEXTO.
              MOVE WS-QTD-APROPRIACOES TO WS-TOT-QTD.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE "SAQUES AGENDADOS REAPONTADOS:" TO WS-TOT-TEXTO.
              MOVE WS-QTD-SAQUES TO WS-TOT-QTD.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.
              MOVE "LIQUIDACAO DE DEPOSITOS     :" TO WS-VLR-TEXTO.
              MOVE WS-SALDO-MOVIDO TO WS-VLR-VALOR.
              MOVE WS-LINHA-VALOR TO REG-REL.
              WRITE REG-REL.
              MOVE "LIQUIDACAO DA TESOURARIA    :" TO WS-VLR-TEXTO.
              MOVE WS-SALDO-COFRE TO WS-VLR-VALOR.
              MOVE WS-LINHA-VALOR TO REG-REL.
              WRITE REG-REL.
              MOVE SPACES TO WS-LINHA-MSG.
              IF WS-DIVERGENTES = ZEROS
                 MOVE "RESULTADO: TRANSFERENCIA CONFERIDA"
                      TO WS-LINHA-MSG
              ELSE
                 MOVE "RESULTADO: TRANSFERENCIA DIVERGENTE - VER "
                      TO WS-LINHA-MSG
                 MOVE "PRODUTOS MARCADOS" TO WS-LINHA-MSG(43:17)
                 MOVE 8 TO RETURN-CODE
                 MOVE WS-AGE-ORIGEM TO WS-LOG-CHAVE
                 MOVE "TRANSFERENCIA DE AGENCIA DIVERGENTE"
                      TO WS-LOG-MENSAGEM
                 CALL "GRAVALOG" USING WS-SPL-PROGRAMA WS-LOG-CHAVE
                                       WS-LOG-SEVERIDADE
                                       WS-LOG-MENSAGEM
              END-IF.
              MOVE WS-LINHA-MSG TO REG-REL.
              WRITE REG-REL.

       IMPRIME-PRODUTO.
              COMPUTE WS-QTD-ANTES = WS-POS-QTD(WS-P 1 1)
                                   + WS-POS-QTD(WS-P 2 1).
              COMPUTE WS-QTD-DEPOIS = WS-POS-QTD(WS-P 1 2)
                                    + WS-POS-QTD(WS-P 2 2).
              COMPUTE WS-SOMA-ANTES = WS-POS-VALOR(WS-P 1 1)
                                    + WS-POS-VALOR(WS-P 2 1).
              COMPUTE WS-SOMA-DEPOIS = WS-POS-VALOR(WS-P 1 2)
                                     + WS-POS-VALOR(WS-P 2 2).
              MOVE "OK " TO WS-DET-SITUACAO.
      * Na tesouraria a agencia nova pode ganhar registro - ali so
      * o valor conta.
              IF WS-P = 8
                 MOVE WS-QTD-ANTES TO WS-QTD-DEPOIS.
              IF WS-QTD-ANTES NOT = WS-QTD-DEPOIS
                 OR WS-SOMA-ANTES NOT = WS-SOMA-DEPOIS
                 OR WS-POS-VALOR(WS-P 1 2) NOT = ZEROS
                 MOVE "***" TO WS-DET-SITUACAO
                 ADD 1 TO WS-DIVERGENTES.
      * Cofre zerado continua como registro da agencia antiga.
              IF WS-P NOT = 8 AND WS-POS-QTD(WS-P 1 2) NOT = ZEROS
                 AND WS-DET-SITUACAO = "OK "
                 MOVE "***" TO WS-DET-SITUACAO
                 ADD 1 TO WS-DIVERGENTES.
              MOVE WS-NOME-PRODUTO(WS-P) TO WS-DET-PRODUTO.
              MOVE 1 TO WS-A.
              PERFORM IMPRIME-AGENCIA.
              MOVE SPACES TO WS-DET-PRODUTO.
              MOVE 2 TO WS-A.
              PERFORM IMPRIME-AGENCIA.

       IMPRIME-AGENCIA.
              IF WS-A = 1
                 MOVE WS-AGE-ORIGEM TO WS-DET-AGENCIA
              ELSE
                 MOVE WS-AGE-DESTINO TO WS-DET-AGENCIA.
              MOVE WS-POS-QTD(WS-P WS-A 1)   TO WS-DET-QTD-ANT.
              MOVE WS-POS-VALOR(WS-P WS-A 1) TO WS-DET-VAL-ANT.
              MOVE WS-POS-QTD(WS-P WS-A 2)   TO WS-DET-QTD-DEP.
              MOVE WS-POS-VALOR(WS-P WS-A 2) TO WS-DET-VAL-DEP.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.
              MOVE SPACES TO WS-DET-SITUACAO.

       FINALIZA.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA WS-SPL-ARQUIVO.
              CLOSE AVISOS.
              CALL "SPLREG" USING WS-SPL-PROGRAMA WS-SPL-AVISOS.
              DISPLAY "CONTAS TRANSFERIDAS : " WS-QTD-CONTAS.
              DISPLAY "AVISOS EMITIDOS     : " WS-QTD-AVISOS.
              DISPLAY "PRODUTOS DIVERGENTES: " WS-DIVERGENTES.
              DISPLAY "FIM DE PROGRAMA".
