      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Combination and check of batch steps run by AGENCIA
      *          partition
      * Tectonics: cobc
      ******************************************************************
      * Scheduled in CADEIA.DAT after the last partition of JUROS,
      * SNAPDIA, CSTCOB and RELSALDO, and before any step that reads
      * JOURNAL.DAT or POSICOES.DAT.  Reads the partition totals left in
      * PARTOT.DAT for the movement day (the last record of a partition
      * run twice wins).  Each finished partition of JUROS and CSTCOB
      * leaves its journal legs unchained in JRNJURnn.DAT /
      * JRNCSTnn.DAT and each of SNAPDIA its positions in POSSNPnn.DAT;
      * they are appended here to JOURNAL.DAT (chained through JRNELO -
      * PARTCONF is the only writer, so partitions run side by side
      * never race for the chain) and POSICOES.DAT, and the work file
      * is emptied.  The partition totals are printed with the combined
      * count and amount of each step, and the combination is checked
      * against the whole file: PRODUTOS.DAT for JUROS, SNAPDIA and
      * RELSALDO, CESTACTA.DAT for CSTCOB.  Every record of the file
      * must fall in exactly one partition range and the partition
      * counts must add up to the file count - an agency left out of
      * every range, caught by two, or a partition that did not finish
      * makes the step DIVERGENTE, logged in RUNLOG.DAT with return
      * code 8 so the chain stops before the day is closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARTCONF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PARTOTAIS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-PTT.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT CESTACTA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CAC.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT POSICOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-POS.

              SELECT TRABJRN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TRB.

              SELECT TRABPOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TRB.

       DATA DIVISION.
       FILE SECTION.
       FD PARTOTAIS LABEL RECORD STANDARD
                DATA RECORD IS REG-PTT
                VALUE OF FILE-ID IS "PARTOT.DAT".
          01 REG-PTT.
                COPY PARTOT.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD CESTACTA LABEL RECORD STANDARD
                DATA RECORD IS REG-CAC
                VALUE OF FILE-ID IS "CESTACTA.DAT".
          01 REG-CAC.
                COPY CESTACTA.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "PARTCONF.LST".
          01 REG-REL                 PIC X(80).

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD POSICOES LABEL RECORD STANDARD
                DATA RECORD IS REG-POS
                VALUE OF FILE-ID IS "POSICOES.DAT".
          01 REG-POS.
                COPY POSICAO.

      * Arquivos de trabalho das particoes - mesmo leiaute de
      * REG-JRN e REG-POS.
       FD TRABJRN LABEL RECORD STANDARD
                DATA RECORD IS REG-TRJ
                VALUE OF FILE-ID IS WS-NOME-TRAB.
          01 REG-TRJ                 PIC X(105).

       FD TRABPOS LABEL RECORD STANDARD
                DATA RECORD IS REG-TRP
                VALUE OF FILE-ID IS WS-NOME-TRAB.
          01 REG-TRP                 PIC X(26).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-PTT               PIC X(02).
          01 ARQST-CAC               PIC X(02).
          01 ARQST-REL               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-POS               PIC X(02).
          01 ARQST-TRB               PIC X(02).
          01 WS-NOME-TRAB            PIC X(12) VALUE SPACES.
          01 WS-FIM-TRB              PIC X(01) VALUE "N".
          01 WS-QTD-JUNTADOS         PIC 9(07) VALUE ZEROS.
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "PARTCONF".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "PARTCONF.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-P                    PIC 9(01) VALUE ZEROS.
          01 WS-K                    PIC 9(02) VALUE ZEROS.
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-QTD-COBRE            PIC 9(02) VALUE ZEROS.
          01 WS-AGENCIA-CONF         PIC 9(04) VALUE ZEROS.
          01 WS-TEM-CONTAS           PIC X(01) VALUE "N".
          01 WS-QTD-PASSOS           PIC 9(01) VALUE ZEROS.
          01 WS-QTD-DIVERGENTES      PIC 9(01) VALUE ZEROS.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "PARTCONF".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.

      * Um passo por linha; WS-PRG-ARQUIVO diz qual arquivo ele
      * percorre - "P" PRODUTOS.DAT, "C" CESTACTA.DAT.  WS-PRG-
      * TRABALHO e o prefixo do arquivo de trabalho das particoes e
      * WS-PRG-DESTINO onde ele e juntado - "J" JOURNAL.DAT, "P"
      * POSICOES.DAT, branco sem arquivo de trabalho.
          01 WS-TAB-PROGRAMAS.
                02 WS-PRG OCCURS 4 TIMES.
                   03 WS-PRG-NOME        PIC X(08).
                   03 WS-PRG-ARQUIVO     PIC X(01).
                   03 WS-PRG-TRABALHO    PIC X(06).
                   03 WS-PRG-DESTINO     PIC X(01).
                   03 WS-PRG-QTD-PART    PIC 9(02).
                   03 WS-PRG-SOMA-QTD    PIC 9(07).
                   03 WS-PRG-SOMA-VALOR  PIC S9(13)V99.
                   03 WS-PRG-QTD-ARQ     PIC 9(07).
                   03 WS-PRG-QTD-FORA    PIC 9(07).
                   03 WS-PRG-QTD-DUPLA   PIC 9(07).
                   03 WS-PRG-PART OCCURS 20 TIMES.
                      04 WS-PTP-PARTICAO PIC 9(02).
                      04 WS-PTP-AGE-INI  PIC 9(04).
                      04 WS-PTP-AGE-FIM  PIC 9(04).
                      04 WS-PTP-QTD      PIC 9(07).
                      04 WS-PTP-VALOR    PIC S9(13)V99.
                      04 WS-PTP-JUNTADOS PIC 9(07).

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(42) VALUE
                   "CONFERENCIA DAS PARTICOES POR AGENCIA     ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(28) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "PASSO    PT  FAIXA    REGISTROS         ".
                02 FILLER            PIC X(40) VALUE
                   "         VALOR  JUNTADO".

          01 WS-LINHA-DET.
                02 WS-DET-PASSO      PIC X(08).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-PARTICAO   PIC 9(02).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-AGE-INI    PIC 9(04).
                02 FILLER            PIC X(01) VALUE "-".
                02 WS-DET-AGE-FIM    PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-QTD        PIC ZZZZZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-VALOR      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-JUNTADOS   PIC ZZZZZZ9.
                02 FILLER            PIC X(17) VALUE SPACES.

          01 WS-LINHA-SOMA.
                02 FILLER            PIC X(24) VALUE
                   "   TOTAL DAS PARTICOES".
                02 WS-SOM-QTD        PIC ZZZZZZ9.
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-SOM-VALOR      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(26) VALUE SPACES.

          01 WS-LINHA-ARQ.
                02 FILLER            PIC X(24) VALUE
                   "   ARQUIVO COMPLETO".
                02 WS-ARQ-QTD        PIC ZZZZZZ9.
                02 FILLER            PIC X(49) VALUE SPACES.

          01 WS-LINHA-COBERTURA.
                02 FILLER            PIC X(24) VALUE
                   "   FORA DE TODA FAIXA".
                02 WS-COB-FORA       PIC ZZZZZZ9.
                02 FILLER            PIC X(19) VALUE
                   "   EM MAIS DE UMA ".
                02 WS-COB-DUPLA      PIC ZZZZZZ9.
                02 FILLER            PIC X(23) VALUE SPACES.

          01 WS-LINHA-RESULTADO.
                02 FILLER            PIC X(14) VALUE
                   "   RESULTADO: ".
                02 WS-RES-TEXTO      PIC X(40).
                02 FILLER            PIC X(26) VALUE SPACES.

          01 WS-LINHA-BRANCO         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO RELATORIO - STATUS "
                         ARQST-REL
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              IF WS-DIA-ABERTO = "S"
                 PERFORM CARREGA-TOTAIS
                 IF WS-QTD-PASSOS = ZEROS
                    MOVE "NENHUM PASSO RODOU POR PARTICAO NO DIA"
                         TO REG-REL
                    WRITE REG-REL
                 ELSE
                    PERFORM JUNTA-TRABALHO
                    PERFORM CONFERE-ARQUIVOS
                    PERFORM IMPRIME-PASSO
                            VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN OUTPUT RELATORIO.
              IF ARQST-REL NOT = "00"
                 EXIT PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "CONFERENCIA DAS PARTICOES - " DIA "/" MES
                      "/" ANO.
              INITIALIZE WS-TAB-PROGRAMAS.
              MOVE "JUROS"    TO WS-PRG-NOME(1).
              MOVE "P"        TO WS-PRG-ARQUIVO(1).
              MOVE "JRNJUR"   TO WS-PRG-TRABALHO(1).
              MOVE "J"        TO WS-PRG-DESTINO(1).
              MOVE "SNAPDIA"  TO WS-PRG-NOME(2).
              MOVE "P"        TO WS-PRG-ARQUIVO(2).
              MOVE "POSSNP"   TO WS-PRG-TRABALHO(2).
              MOVE "P"        TO WS-PRG-DESTINO(2).
              MOVE "CSTCOB"   TO WS-PRG-NOME(3).
              MOVE "C"        TO WS-PRG-ARQUIVO(3).
              MOVE "JRNCST"   TO WS-PRG-TRABALHO(3).
              MOVE "J"        TO WS-PRG-DESTINO(3).
              MOVE "RELSALDO" TO WS-PRG-NOME(4).
              MOVE "P"        TO WS-PRG-ARQUIVO(4).

      * Os totais sao os do dia de movimento aberto - e a data que as
      * particoes gravaram no PARTOT.DAT.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA"
                 MOVE 8 TO RETURN-CODE.

       CARREGA-TOTAIS.
              MOVE "N" TO WS-FIM-ARQ.
              OPEN INPUT PARTOTAIS.
              IF ARQST-PTT NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-TOTAL UNTIL WS-FIM-ARQ = "S".
              CLOSE PARTOTAIS.
              PERFORM SOMA-PARTICOES
                      VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4.

       LE-TOTAL.
              READ PARTOTAIS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF PTT-DATA = WS-DATA-MOVTO
                       PERFORM GUARDA-TOTAL
                    END-IF
              END-READ.

      * A mesma particao rodada de novo no dia (reinicio autorizado)
      * substitui a linha anterior - vale o ultimo registro.
       GUARDA-TOTAL.
              MOVE ZEROS TO WS-P.
              PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                 IF WS-PRG-NOME(WS-K) = PTT-PROGRAMA
                    MOVE WS-K TO WS-P
                 END-IF
              END-PERFORM.
              IF WS-P = ZEROS
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-ACHOU.
              PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-PRG-QTD-PART(WS-P)
                          OR WS-ACHOU = "S"
                 IF WS-PTP-PARTICAO(WS-P WS-K) = PTT-PARTICAO
                    MOVE "S" TO WS-ACHOU
                 END-IF
              END-PERFORM.
              IF WS-ACHOU = "S"
                 SUBTRACT 1 FROM WS-K
              ELSE
                 IF WS-PRG-QTD-PART(WS-P) < 20
                    ADD 1 TO WS-PRG-QTD-PART(WS-P)
                    MOVE WS-PRG-QTD-PART(WS-P) TO WS-K
                 ELSE
                    DISPLAY "TABELA DE PARTICOES ESGOTADA - "
                            PTT-PROGRAMA " PARTICAO " PTT-PARTICAO
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              MOVE PTT-PARTICAO    TO WS-PTP-PARTICAO(WS-P WS-K).
              MOVE PTT-AGENCIA-INI TO WS-PTP-AGE-INI(WS-P WS-K).
              MOVE PTT-AGENCIA-FIM TO WS-PTP-AGE-FIM(WS-P WS-K).
              MOVE PTT-QTD-REG     TO WS-PTP-QTD(WS-P WS-K).
              MOVE PTT-VALOR       TO WS-PTP-VALOR(WS-P WS-K).

       SOMA-PARTICOES.
              IF WS-PRG-QTD-PART(WS-P) = ZEROS
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-PASSOS.
              IF WS-PRG-ARQUIVO(WS-P) = "P"
                 MOVE "S" TO WS-TEM-CONTAS.
              PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-PRG-QTD-PART(WS-P)
                 ADD WS-PTP-QTD(WS-P WS-K)   TO WS-PRG-SOMA-QTD(WS-P)
                 ADD WS-PTP-VALOR(WS-P WS-K)
                     TO WS-PRG-SOMA-VALOR(WS-P)
              END-PERFORM.

      * So a particao que terminou no dia (tem PARTOT) e juntada - a
      * que parou no meio guarda o trabalho ate o reinicio completar.
      * O arquivo de trabalho so e esvaziado depois de copiado por
      * inteiro; queda entre a copia e o esvaziamento repete as
      * linhas da particao e o ELOCHK/RECONC acusa.
       JUNTA-TRABALHO.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              OPEN EXTEND POSICOES.
              IF ARQST-POS NOT = "00"
                     OPEN OUTPUT POSICOES.
              IF ARQST-JRN NOT = "00" OR ARQST-POS NOT = "00"
                 DISPLAY "JOURNAL/POSICOES INDISPONIVEL - STATUS "
                         ARQST-JRN " / " ARQST-POS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM JUNTA-PASSO
                         VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
              END-IF.
              IF ARQST-JRN = "00"
                 CLOSE JOURNAL.
              IF ARQST-POS = "00"
                 CLOSE POSICOES.

       JUNTA-PASSO.
              IF WS-PRG-DESTINO(WS-P) = SPACE
                 EXIT PARAGRAPH.
              PERFORM JUNTA-PARTICAO
                      VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-PRG-QTD-PART(WS-P).

       JUNTA-PARTICAO.
              MOVE SPACES TO WS-NOME-TRAB.
              STRING WS-PRG-TRABALHO(WS-P)
                     WS-PTP-PARTICAO(WS-P WS-K) ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-TRAB.
              MOVE "N" TO WS-FIM-TRB.
              IF WS-PRG-DESTINO(WS-P) = "J"
                 PERFORM JUNTA-JOURNAL
              ELSE
                 PERFORM JUNTA-POSICOES.
              ADD WS-PTP-JUNTADOS(WS-P WS-K) TO WS-QTD-JUNTADOS.

       JUNTA-JOURNAL.
              OPEN INPUT TRABJRN.
              IF ARQST-TRB NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-TRAB-JRN UNTIL WS-FIM-TRB = "S".
              CLOSE TRABJRN.
              OPEN OUTPUT TRABJRN.
              CLOSE TRABJRN.

       LE-TRAB-JRN.
              READ TRABJRN
                 AT END
                    MOVE "S" TO WS-FIM-TRB
                 NOT AT END
                    MOVE REG-TRJ TO REG-JRN
                    CALL "JRNELO" USING REG-JRN
                    WRITE REG-JRN
                    ADD 1 TO WS-PTP-JUNTADOS(WS-P WS-K)
              END-READ.

       JUNTA-POSICOES.
              OPEN INPUT TRABPOS.
              IF ARQST-TRB NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-TRAB-POS UNTIL WS-FIM-TRB = "S".
              CLOSE TRABPOS.
              OPEN OUTPUT TRABPOS.
              CLOSE TRABPOS.

       LE-TRAB-POS.
              READ TRABPOS
                 AT END
                    MOVE "S" TO WS-FIM-TRB
                 NOT AT END
                    MOVE REG-TRP TO REG-POS
                    WRITE REG-POS
                    ADD 1 TO WS-PTP-JUNTADOS(WS-P WS-K)
              END-READ.

      * Uma so leitura de cada arquivo confere todos os passos que o
      * percorrem.
       CONFERE-ARQUIVOS.
              OPEN INPUT CLIENTES.
              IF ARQST NOT = "00"
                 DISPLAY "PRODUTOS.DAT INDISPONIVEL - STATUS " ARQST
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              IF WS-TEM-CONTAS = "S"
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM LE-CONTA UNTIL WS-FIM-ARQ = "S".
              IF WS-PRG-QTD-PART(3) > ZEROS
                 PERFORM CONFERE-CESTAS.
              CLOSE CLIENTES.

       LE-CONTA.
              READ CLIENTES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE AGENCIA TO WS-AGENCIA-CONF
                    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
                       IF WS-PRG-ARQUIVO(WS-P) = "P"
                          AND WS-PRG-QTD-PART(WS-P) > ZEROS
                          PERFORM CONFERE-FAIXAS
                       END-IF
                    END-PERFORM
              END-READ.

       CONFERE-CESTAS.
              MOVE "N" TO WS-FIM-ARQ.
              OPEN INPUT CESTACTA.
              IF ARQST-CAC NOT = "00"
                 EXIT PARAGRAPH.
              MOVE 3 TO WS-P.
              PERFORM LE-CESTA UNTIL WS-FIM-ARQ = "S".
              CLOSE CESTACTA.

      * Como no CSTCOB, cesta de conta inexistente conta como
      * agencia 0000.
       LE-CESTA.
              READ CESTACTA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE ZEROS TO WS-AGENCIA-CONF
                    MOVE CAC-CODIGO TO CODIGO
                    READ CLIENTES
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE AGENCIA TO WS-AGENCIA-CONF
                    END-READ
                    PERFORM CONFERE-FAIXAS
              END-READ.

      * Cada registro do arquivo tem de cair em exatamente uma faixa.
       CONFERE-FAIXAS.
              ADD 1 TO WS-PRG-QTD-ARQ(WS-P).
              MOVE ZEROS TO WS-QTD-COBRE.
              PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-PRG-QTD-PART(WS-P)
                 IF WS-AGENCIA-CONF >= WS-PTP-AGE-INI(WS-P WS-K)
                    AND WS-AGENCIA-CONF <= WS-PTP-AGE-FIM(WS-P WS-K)
                    ADD 1 TO WS-QTD-COBRE
                 END-IF
              END-PERFORM.
              IF WS-QTD-COBRE = ZEROS
                 ADD 1 TO WS-PRG-QTD-FORA(WS-P).
              IF WS-QTD-COBRE > 1
                 ADD 1 TO WS-PRG-QTD-DUPLA(WS-P).

       IMPRIME-PASSO.
              IF WS-PRG-QTD-PART(WS-P) = ZEROS
                 EXIT PARAGRAPH.
              PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-PRG-QTD-PART(WS-P)
                 MOVE WS-PRG-NOME(WS-P)          TO WS-DET-PASSO
                 MOVE WS-PTP-PARTICAO(WS-P WS-K) TO WS-DET-PARTICAO
                 MOVE WS-PTP-AGE-INI(WS-P WS-K)  TO WS-DET-AGE-INI
                 MOVE WS-PTP-AGE-FIM(WS-P WS-K)  TO WS-DET-AGE-FIM
                 MOVE WS-PTP-QTD(WS-P WS-K)      TO WS-DET-QTD
                 MOVE WS-PTP-VALOR(WS-P WS-K)    TO WS-DET-VALOR
                 MOVE WS-PTP-JUNTADOS(WS-P WS-K) TO WS-DET-JUNTADOS
                 MOVE WS-LINHA-DET TO REG-REL
                 WRITE REG-REL
              END-PERFORM.
              MOVE WS-PRG-SOMA-QTD(WS-P)   TO WS-SOM-QTD.
              MOVE WS-PRG-SOMA-VALOR(WS-P) TO WS-SOM-VALOR.
              MOVE WS-LINHA-SOMA TO REG-REL.
              WRITE REG-REL.
              MOVE WS-PRG-QTD-ARQ(WS-P) TO WS-ARQ-QTD.
              MOVE WS-LINHA-ARQ TO REG-REL.
              WRITE REG-REL.
              MOVE WS-PRG-QTD-FORA(WS-P)  TO WS-COB-FORA.
              MOVE WS-PRG-QTD-DUPLA(WS-P) TO WS-COB-DUPLA.
              MOVE WS-LINHA-COBERTURA TO REG-REL.
              WRITE REG-REL.
              IF WS-PRG-SOMA-QTD(WS-P) = WS-PRG-QTD-ARQ(WS-P)
                 AND WS-PRG-QTD-FORA(WS-P) = ZEROS
                 AND WS-PRG-QTD-DUPLA(WS-P) = ZEROS
                 MOVE "CONFERIDO" TO WS-RES-TEXTO
              ELSE
                 MOVE "DIVERGENTE - PARTICOES NAO COBREM O ARQUIVO"
                      TO WS-RES-TEXTO
                 PERFORM REGISTRA-DIVERGENCIA
              END-IF.
              MOVE WS-LINHA-RESULTADO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-BRANCO TO REG-REL.
              WRITE REG-REL.

       REGISTRA-DIVERGENCIA.
              ADD 1 TO WS-QTD-DIVERGENTES.
              MOVE 8 TO RETURN-CODE.
              DISPLAY "PARTICOES DE " WS-PRG-NOME(WS-P)
                      " NAO CONFEREM - VER PARTCONF.LST".
              MOVE WS-PRG-NOME(WS-P) TO WS-LOG-CHAVE.
              MOVE "PARTICOES NAO CONFEREM COM O ARQUIVO"
                   TO WS-LOG-MENSAGEM.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

       FINALIZA.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA WS-SPL-ARQUIVO.
              DISPLAY "PASSOS POR PARTICAO : " WS-QTD-PASSOS.
              DISPLAY "PASSOS DIVERGENTES  : " WS-QTD-DIVERGENTES.
              DISPLAY "REGISTROS JUNTADOS  : " WS-QTD-JUNTADOS.
              DISPLAY "FIM DE PROGRAMA".
