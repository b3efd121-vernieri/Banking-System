      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Fraud claims on payment-key transfers (MED)
      * Tectonics: cobc
      ******************************************************************
      * <A> opens a claim from a SAC protocol: the victim's debit
      * leg is located in the extrato (date + sequence, as in
      * ESTORNO), its EXT-SEQ leads to the JRN-SEQ of the transfer in
      * the journal, and only a transfer made by payment key ("TRANSF
      * CHAVE") is accepted.  Whatever is still available on the
      * receiving account, up to the disputed amount, is frozen at
      * once in BLOQJUD.DAT under the reference "MED nnnnnn" - every
      * debit path already respects it through BLJSUM.  <D> decides
      * the claim under supervisor authorization: <D>evolve lifts the
      * hold and returns to the victim what the receiver still has,
      * up to the disputed amount, with compensating extrato lines
      * (tipo "E") and a journal entry; <L>ibera lifts the hold and
      * leaves the money with the receiver.  A receiver reaching
      * MED-REINCIDENCIA confirmed claims gets a CASOS.DAT case (tipo
      * "M") with the claimed transfers as evidence.  Claims are only
      * accepted up to MED-PRAZO-DIAS days after the transfer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MEDMAN.

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

              SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT APROVACOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-APR.

              SELECT PROTOCOLOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SAC.

              SELECT CONTESTACOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-MED.

              SELECT BLOQUEIOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BLJ.

              SELECT CASOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CAS.

              SELECT EVIDENCIAS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EVD.

       DATA DIVISION.
       FILE SECTION.
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

       FD PROTOCOLOS LABEL RECORD STANDARD
                DATA RECORD IS REG-SAC
                VALUE OF FILE-ID IS "SACPROT.DAT".
          01 REG-SAC.
                COPY SACPROT.

       FD CONTESTACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-MED
                VALUE OF FILE-ID IS "MEDREC.DAT".
          01 REG-MED.
                COPY MEDREC.

       FD BLOQUEIOS LABEL RECORD STANDARD
                DATA RECORD IS REG-BLJ
                VALUE OF FILE-ID IS "BLOQJUD.DAT".
          01 REG-BLJ.
                COPY BLOQJUD.

       FD CASOS LABEL RECORD STANDARD
                DATA RECORD IS REG-CAS
                VALUE OF FILE-ID IS "CASOS.DAT".
          01 REG-CAS.
                COPY CASOSUSP.

       FD EVIDENCIAS LABEL RECORD STANDARD
                DATA RECORD IS REG-EVD
                VALUE OF FILE-ID IS "CASOEVID.DAT".
          01 REG-EVD.
                COPY CASOEVID.

       WORKING-STORAGE SECTION.
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-APR               PIC X(02).
          01 ARQST-SAC               PIC X(02).
          01 ARQST-MED               PIC X(02).
          01 ARQST-BLJ               PIC X(02).
          01 ARQST-CAS               PIC X(02).
          01 ARQST-EVD               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          COPY CLICOM.
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-PRM-NOME             PIC X(20).
          01 WS-PRM-VALOR            PIC S9(05)V9999.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-PRAZO-DIAS           PIC 9(03) VALUE 80.
          01 WS-REINCIDENCIA         PIC 9(03) VALUE 2.
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-DECISAO              PIC X(01) VALUE SPACE.
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-CODIGO-E             PIC Z.ZZ9.
          01 WS-VALOR-E              PIC ZZ.ZZ9,99.
          01 WS-PROTOCOLO-W          PIC 9(06) VALUE ZEROS.
          01 WS-NUMERO-MED           PIC 9(06) VALUE ZEROS.
          01 WS-PROX-MED             PIC 9(06) VALUE ZEROS.
          01 WS-CODIGO-VIT           PIC 9(04) VALUE ZEROS.
          01 WS-CODIGO-REC           PIC 9(04) VALUE ZEROS.
          01 WS-DATA-MOV.
                02 WS-MOV-ANO        PIC 9(04).
                02 WS-MOV-MES        PIC 9(02).
                02 WS-MOV-DIA        PIC 9(02).
          01 WS-DATA-MOV-N REDEFINES WS-DATA-MOV PIC 9(08).
          01 WS-NSEQ-W               PIC 9(03) VALUE ZEROS.
          01 WS-SEQ-ORIG             PIC 9(09) VALUE ZEROS.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-VALOR-ORIG           PIC 9(05)V99 VALUE ZEROS.
          01 WS-VALOR-BLOQ           PIC 9(05)V99 VALUE ZEROS.
          01 WS-VALOR-DEVOL          PIC 9(05)V99 VALUE ZEROS.
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-DISPONIVEL           PIC S9(07)V99 VALUE ZEROS.
          01 WS-DIAS-DECORRIDOS      PIC S9(05) VALUE ZEROS.
          01 WS-SAC-OK               PIC X(01) VALUE "N".
          01 WS-SAC-ACHOU            PIC X(01) VALUE "N".
          01 WS-SAC-SITUACAO         PIC X(01) VALUE SPACE.
          01 WS-SAC-CODIGO           PIC 9(04) VALUE ZEROS.
          01 WS-SAC-NOVA             PIC X(01) VALUE SPACE.
          01 WS-MOV-OK               PIC X(01) VALUE "N".
          01 WS-REC-OK               PIC X(01) VALUE "N".
          01 WS-MED-ACHOU            PIC X(01) VALUE "N".
          01 WS-JA-CONTESTADA        PIC X(01) VALUE "N".
          01 WS-MED-EXISTENTE        PIC 9(06) VALUE ZEROS.
          01 WS-CASO-ABERTO          PIC X(01) VALUE "N".
          01 WS-PROX-CASO            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-CONFIRMADAS      PIC 9(03) VALUE ZEROS.
          01 WS-SOMA-CONFIRMADAS     PIC S9(09)V99 VALUE ZEROS.
          01 WS-FIM                  PIC X(01) VALUE "N".
          01 WS-SENTIDO              PIC X(01) VALUE SPACE.
          01 WS-JRN-VIT              PIC X(10) VALUE SPACES.
          01 WS-JRN-REC              PIC X(10) VALUE SPACES.
          01 WS-REF-MED              PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-MED.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "CONTESTACAO DE TRANSFERENCIA POR CHAVE".
              02 LINE 4  COL 19 VALUE "<A>BRE / <D>ECIDE :".
              02 LINE 6  COL 19 VALUE "PROTOCOLO SAC     :".
              02 LINE 7  COL 19 VALUE "CONTA DA VITIMA   :".
              02 LINE 8  COL 19 VALUE "DATA DO MOVIM.    :   /  /    ".
              02 LINE 9  COL 19 VALUE "SEQ. NO DIA       :".
              02 LINE 11 COL 19 VALUE "VALOR TRANSFERIDO :".
              02 LINE 12 COL 19 VALUE "CONTA RECEBEDORA  :".
              02 LINE 13 COL 19 VALUE "BLOQUEIO CAUTELAR :".
              02 LINE 15 COL 19 VALUE "NUMERO DO MED     :".
              02 LINE 16 COL 19 VALUE "<D>EVOLVE/<L>IBERA:".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
      * Contestacao e direito de perfil - a matriz de PERFIS.DAT
      * decide na entrada; a decisao ainda pede o supervisor.
       INICIO.
              MOVE "MEDMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO SEU PERFIL" AT 2305
                 GOBACK.
              PERFORM LE-PARAMETROS.
              PERFORM ABRE-ARQ.
              IF ARQST = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST.
              PERFORM FINALIZA.

       LE-PARAMETROS.
              MOVE "MED-PRAZO-DIAS" TO WS-PRM-NOME.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-PRAZO-DIAS.
              MOVE "MED-REINCIDENCIA" TO WS-PRM-NOME.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-REINCIDENCIA.

       ABRE-ARQ.
              OPEN I-O CLIENTES.
      * The extrato is never recreated in place - a failed open stops
      * the program before any posting.
              OPEN I-O EXTRATO.
              IF ARQST-EXT = "05"
                 MOVE "00" TO ARQST-EXT.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "EXTRATO INCOMPATIVEL OU AUSENTE - STATUS "
                         ARQST-EXT " - EXECUTE MIGRADAT"
                 MOVE ARQST-EXT TO ARQST
                 EXIT PARAGRAPH.
              OPEN EXTEND APROVACOES.
              IF ARQST-APR NOT = "00"
                     OPEN OUTPUT APROVACOES.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM UNTIL WS-FUNCAO = "A" OR WS-FUNCAO = "D"
                 ACCEPT WS-FUNCAO AT 0439 WITH PROMPT AUTO
              END-PERFORM.
              IF WS-FUNCAO = "A"
                 PERFORM ABRE-CONTESTACAO
              ELSE
                 PERFORM DECIDE-CONTESTACAO.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-MED.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO     WS-OPCAO
                                 WS-SALVA
                                 WS-FUNCAO
                                 WS-DECISAO.
              MOVE ZEROS  TO     WS-PROTOCOLO-W
                                 WS-NUMERO-MED
                                 WS-CODIGO-VIT
                                 WS-CODIGO-REC
                                 WS-NSEQ-W
                                 WS-DATA-MOV
                                 WS-VALOR-ORIG
                                 WS-VALOR-BLOQ
                                 WS-VALOR-DEVOL.

      ******************************************************************
      * Abertura
      ******************************************************************
       ABRE-CONTESTACAO.
              PERFORM LE-PROTOCOLO-SAC.
              IF WS-SAC-OK NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM LOCALIZA-TRANSFERENCIA.
              IF WS-MOV-OK NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM LOCALIZA-RECEBEDOR.
              IF WS-REC-OK NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM VARRE-CONTESTACOES.
              IF WS-JA-CONTESTADA = "S"
                 DISPLAY "TRANSFERENCIA JA CONTESTADA - MED "
                         WS-MED-EXISTENTE AT 1935
                 EXIT PARAGRAPH.
              PERFORM APURA-BLOQUEIO-CAUTELAR.
              DISPLAY "ABRE A CONTESTACAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1961 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE SPACES TO WS-REF-MED.
              STRING "MED " WS-PROX-MED DELIMITED BY SIZE
                     INTO WS-REF-MED.
              IF WS-VALOR-BLOQ > ZEROS
                 PERFORM GRAVA-BLOQUEIO-CAUTELAR.
              PERFORM GRAVA-CONTESTACAO.
              IF ARQST-MED NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-SAC-NOVA.
              PERFORM ATUALIZA-SAC.
              MOVE WS-VALOR-BLOQ TO WS-VALOR-E.
              DISPLAY "MED " WS-PROX-MED " ABERTO - BLOQUEADO "
                      WS-VALOR-E AT 1935.

       LE-PROTOCOLO-SAC.
              MOVE "N" TO WS-SAC-OK.
              PERFORM UNTIL WS-PROTOCOLO-W > ZEROS
                 ACCEPT WS-PROTOCOLO-W AT 0639 WITH PROMPT AUTO
              END-PERFORM.
              MOVE "N" TO WS-SAC-ACHOU WS-FIM.
              OPEN INPUT PROTOCOLOS.
              IF ARQST-SAC NOT = "00"
                 DISPLAY "ARQUIVO DE PROTOCOLOS INDISPONIVEL" AT 1935
                 EXIT PARAGRAPH.
              PERFORM PROCURA-PROTOCOLO UNTIL WS-FIM = "S".
              CLOSE PROTOCOLOS.
              IF WS-SAC-ACHOU NOT = "S"
                 DISPLAY "PROTOCOLO NAO ENCONTRADO" AT 1935
                 EXIT PARAGRAPH.
              IF WS-SAC-SITUACAO = "F"
                 DISPLAY "PROTOCOLO JA FECHADO" AT 1935
                 EXIT PARAGRAPH.
              IF WS-SAC-CODIGO > ZEROS
                 MOVE WS-SAC-CODIGO TO WS-CODIGO-VIT
                 MOVE WS-CODIGO-VIT TO WS-CODIGO-E
                 DISPLAY WS-CODIGO-E AT 0739
              ELSE
                 PERFORM UNTIL WS-CODIGO-VIT > ZEROS
                    ACCEPT WS-CODIGO-E AT 0739 WITH PROMPT AUTO
                    MOVE   WS-CODIGO-E TO WS-CODIGO-VIT
                 END-PERFORM
              END-IF.
              MOVE WS-CODIGO-VIT TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA NAO CADASTRADA" AT 1935
                 NOT INVALID KEY
                    DISPLAY NOME AT 0746
                    MOVE "S" TO WS-SAC-OK
              END-READ.

       PROCURA-PROTOCOLO.
              READ PROTOCOLOS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF SAC-NUMERO = WS-PROTOCOLO-W
                       MOVE "S"          TO WS-SAC-ACHOU
                       MOVE "S"          TO WS-FIM
                       MOVE SAC-SITUACAO TO WS-SAC-SITUACAO
                       MOVE SAC-CODIGO   TO WS-SAC-CODIGO
                    END-IF
              END-READ.

      * A perna contestada e o debito da transferencia na conta da
      * vitima, localizado pela data e sequencia do extrato.
       LOCALIZA-TRANSFERENCIA.
              MOVE "N" TO WS-MOV-OK.
              ACCEPT WS-MOV-DIA  AT 0839 WITH PROMPT AUTO.
              ACCEPT WS-MOV-MES  AT 0842 WITH PROMPT AUTO.
              ACCEPT WS-MOV-ANO  AT 0845 WITH PROMPT AUTO.
              ACCEPT WS-NSEQ-W   AT 0939 WITH PROMPT AUTO.
              MOVE WS-CODIGO-VIT TO EXT-CODIGO.
              MOVE WS-MOV-ANO    TO EXT-ANO.
              MOVE WS-MOV-MES    TO EXT-MES.
              MOVE WS-MOV-DIA    TO EXT-DIA.
              MOVE WS-NSEQ-W     TO EXT-NSEQ.
              READ EXTRATO
                 INVALID KEY
                    DISPLAY "MOVIMENTO NAO ENCONTRADO" AT 1935
                    EXIT PARAGRAPH
              END-READ.
              IF EXT-TIPO NOT = "T"
                 DISPLAY "MOVIMENTO NAO E TRANSFERENCIA" AT 1935
                 EXIT PARAGRAPH.
              COMPUTE WS-DIAS-DECORRIDOS =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-MOVTO)
                    - FUNCTION INTEGER-OF-DATE(WS-DATA-MOV-N).
              IF WS-DIAS-DECORRIDOS > WS-PRAZO-DIAS
                 DISPLAY "PRAZO DE CONTESTACAO ENCERRADO" AT 1935
                 EXIT PARAGRAPH.
              MOVE EXT-VALOR TO WS-VALOR-ORIG.
              MOVE EXT-SEQ   TO WS-SEQ-ORIG.
              MOVE WS-VALOR-ORIG TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 1139.
              MOVE "S" TO WS-MOV-OK.

      * A sequencia da transferencia leva ao lancamento do journal -
      * so a transferencia feita por chave ("TRANSF CHAVE") entra no
      * MED, e a conta creditada e a recebedora.
       LOCALIZA-RECEBEDOR.
              MOVE "N" TO WS-REC-OK WS-FIM.
              MOVE SPACES TO WS-JRN-VIT.
              STRING "CLI" WS-CODIGO-VIT DELIMITED BY SIZE
                     INTO WS-JRN-VIT.
              OPEN INPUT JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL INDISPONIVEL - STATUS " ARQST-JRN
                         AT 1935
                 EXIT PARAGRAPH.
              PERFORM PROCURA-PERNA-CHAVE UNTIL WS-FIM = "S".
              CLOSE JOURNAL.
              IF WS-REC-OK NOT = "S"
                 DISPLAY "TRANSFERENCIA NAO FOI FEITA POR CHAVE"
                         AT 1935.

       PROCURA-PERNA-CHAVE.
              READ JOURNAL
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF JRN-SEQ = WS-SEQ-ORIG
                       AND JRN-CONTA-DEB = WS-JRN-VIT
                       AND JRN-HISTORICO = "TRANSF CHAVE"
                       MOVE JRN-CONTA-CRE(4:4) TO WS-CODIGO-REC
                       MOVE "S" TO WS-REC-OK
                       MOVE "S" TO WS-FIM
                    END-IF
              END-READ.

      * Uma passada pelas contestacoes da o proximo numero e acusa a
      * transferencia que ja tem MED aberto ou decidido.
       VARRE-CONTESTACOES.
              MOVE 1   TO WS-PROX-MED.
              MOVE "N" TO WS-JA-CONTESTADA WS-FIM.
              OPEN INPUT CONTESTACOES.
              IF ARQST-MED NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-CONTESTACOES UNTIL WS-FIM = "S".
              CLOSE CONTESTACOES.

       LE-CONTESTACOES.
              READ CONTESTACOES
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF MED-NUMERO >= WS-PROX-MED
                       COMPUTE WS-PROX-MED = MED-NUMERO + 1
                    END-IF
                    IF MED-SEQ-TRN = WS-SEQ-ORIG
                       AND MED-CODIGO-VIT = WS-CODIGO-VIT
                       MOVE "S"        TO WS-JA-CONTESTADA
                       MOVE MED-NUMERO TO WS-MED-EXISTENTE
                    END-IF
              END-READ.

      * O bloqueio cautelar pega o que ainda esta livre na conta
      * recebedora - saldo menos os bloqueios ja ativos - ate o
      * valor contestado.
       APURA-BLOQUEIO-CAUTELAR.
              MOVE ZEROS TO WS-VALOR-BLOQ.
              MOVE WS-CODIGO-REC TO CODIGO WS-CODIGO-E.
              DISPLAY WS-CODIGO-E AT 1239.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA RECEBEDORA NAO CADASTRADA" AT 2030
                    EXIT PARAGRAPH
              END-READ.
              DISPLAY NOME AT 1246.
              CALL "BLJSUM" USING WS-CODIGO-REC WS-BLJ-VALOR.
              COMPUTE WS-DISPONIVEL = SALDO - WS-BLJ-VALOR.
              IF WS-DISPONIVEL > ZEROS
                 IF WS-DISPONIVEL < WS-VALOR-ORIG
                    MOVE WS-DISPONIVEL TO WS-VALOR-BLOQ
                 ELSE
                    MOVE WS-VALOR-ORIG TO WS-VALOR-BLOQ
                 END-IF
              END-IF.
              MOVE WS-VALOR-BLOQ TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 1339.

       GRAVA-BLOQUEIO-CAUTELAR.
              OPEN EXTEND BLOQUEIOS.
              IF ARQST-BLJ NOT = "00"
                 OPEN OUTPUT BLOQUEIOS.
              MOVE WS-CODIGO-REC TO BLJ-CODIGO.
              MOVE WS-VALOR-BLOQ TO BLJ-VALOR.
              MOVE WS-REF-MED    TO BLJ-REFERENCIA.
              MOVE DATA-SIS(1:8) TO BLJ-DATA-INCL.
              MOVE ZEROS         TO BLJ-DATA-LEV.
              MOVE "A"           TO BLJ-SITUACAO.
              WRITE REG-BLJ.
              IF ARQST-BLJ NOT = "00"
                 DISPLAY "ERRO NO BLOQUEIO CAUTELAR - STATUS "
                         ARQST-BLJ AT 2030.
              CLOSE BLOQUEIOS.

       GRAVA-CONTESTACAO.
              OPEN EXTEND CONTESTACOES.
              IF ARQST-MED NOT = "00"
                 OPEN OUTPUT CONTESTACOES.
              MOVE WS-PROX-MED      TO MED-NUMERO.
              MOVE WS-PROTOCOLO-W   TO MED-PROTOCOLO.
              MOVE DATA-SIS(1:8)    TO MED-DATA-ABERT.
              MOVE WS-CODIGO-VIT    TO MED-CODIGO-VIT.
              MOVE WS-CODIGO-REC    TO MED-CODIGO-REC.
              MOVE WS-DATA-MOV      TO MED-ORIG-DATA.
              MOVE WS-NSEQ-W        TO MED-ORIG-NSEQ.
              MOVE WS-SEQ-ORIG      TO MED-SEQ-TRN.
              MOVE WS-VALOR-ORIG    TO MED-VALOR.
              MOVE WS-VALOR-BLOQ    TO MED-VALOR-BLOQ.
              MOVE ZEROS            TO MED-VALOR-DEVOL.
              MOVE LK-OPERADOR-PARM TO MED-OPERADOR.
              MOVE ZEROS            TO MED-SUPERVISOR.
              MOVE ZEROS            TO MED-DATA-DEC.
              MOVE "A"              TO MED-SITUACAO.
              WRITE REG-MED.
              IF ARQST-MED NOT = "00"
                 DISPLAY "ERRO NAS CONTESTACOES - STATUS " ARQST-MED
                         AT 1935.
              CLOSE CONTESTACOES.

      * O protocolo SAC acompanha a contestacao: em analise na
      * abertura, respondido na decisao - a situacao nao retrocede.
       ATUALIZA-SAC.
              MOVE "N" TO WS-FIM.
              OPEN I-O PROTOCOLOS.
              IF ARQST-SAC NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM REGRAVA-PROTOCOLO UNTIL WS-FIM = "S".
              CLOSE PROTOCOLOS.

       REGRAVA-PROTOCOLO.
              READ PROTOCOLOS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF SAC-NUMERO = WS-PROTOCOLO-W
                       MOVE "S" TO WS-FIM
                       IF SAC-SITUACAO = "A"
                          OR (SAC-SITUACAO = "N" AND WS-SAC-NOVA = "R")
                          MOVE WS-SAC-NOVA   TO SAC-SITUACAO
                          MOVE DATA-SIS(1:8) TO SAC-DATA-ULT
                          REWRITE REG-SAC
                       END-IF
                    END-IF
              END-READ.

      ******************************************************************
      * Decisao
      ******************************************************************
       DECIDE-CONTESTACAO.
              PERFORM UNTIL WS-NUMERO-MED > ZEROS
                 ACCEPT WS-NUMERO-MED AT 1539 WITH PROMPT AUTO
              END-PERFORM.
              MOVE "N" TO WS-MED-ACHOU WS-FIM.
              OPEN I-O CONTESTACOES.
              IF ARQST-MED NOT = "00"
                 DISPLAY "ARQUIVO DE CONTESTACOES INDISPONIVEL" AT 1935
                 EXIT PARAGRAPH.
              PERFORM PROCURA-CONTESTACAO UNTIL WS-FIM = "S".
              IF WS-MED-ACHOU NOT = "S"
                 CLOSE CONTESTACOES
                 DISPLAY "CONTESTACAO NAO ENCONTRADA" AT 1935
                 EXIT PARAGRAPH.
              PERFORM MOSTRA-CONTESTACAO.
              IF MED-SITUACAO NOT = "A"
                 CLOSE CONTESTACOES
                 DISPLAY "CONTESTACAO JA DECIDIDA - SITUACAO "
                         MED-SITUACAO AT 1935
                 EXIT PARAGRAPH.
              PERFORM UNTIL WS-DECISAO = "D" OR WS-DECISAO = "L"
                 ACCEPT WS-DECISAO AT 1639 WITH PROMPT AUTO
              END-PERFORM.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              IF WS-SUPERVISOR = ZEROS
                 CLOSE CONTESTACOES
                 DISPLAY "DECISAO NAO AUTORIZADA PELO SUPERVISOR"
                         AT 1935
                 EXIT PARAGRAPH.
              MOVE SPACES TO WS-REF-MED.
              STRING "MED " WS-NUMERO-MED DELIMITED BY SIZE
                     INTO WS-REF-MED.
              IF WS-VALOR-BLOQ > ZEROS
                 PERFORM LEVANTA-BLOQUEIO-CAUTELAR.
              MOVE ZEROS TO WS-VALOR-DEVOL.
              IF WS-DECISAO = "D"
                 PERFORM DEVOLVE-VALOR.
              MOVE WS-DECISAO       TO MED-SITUACAO.
              MOVE WS-VALOR-DEVOL   TO MED-VALOR-DEVOL.
              MOVE WS-SUPERVISOR    TO MED-SUPERVISOR.
              MOVE DATA-SIS(1:8)    TO MED-DATA-DEC.
              REWRITE REG-MED.
              IF ARQST-MED NOT = "00"
                 DISPLAY "ERRO NAS CONTESTACOES - STATUS " ARQST-MED
                         AT 2030.
              CLOSE CONTESTACOES.
              MOVE "MED"          TO APR-TIPO.
              MOVE WS-CODIGO-VIT  TO APR-CODIGO.
              MOVE WS-VALOR-DEVOL TO APR-VALOR.
              PERFORM GRAVA-APROVACAO.
              MOVE "R" TO WS-SAC-NOVA.
              PERFORM ATUALIZA-SAC.
              MOVE WS-VALOR-DEVOL TO WS-VALOR-E.
              IF WS-DECISAO = "D"
                 DISPLAY "DEVOLVIDO A VITIMA " WS-VALOR-E AT 1935
                 PERFORM VERIFICA-REINCIDENCIA
              ELSE
                 DISPLAY "VALOR LIBERADO AO RECEBEDOR" AT 1935.

       PROCURA-CONTESTACAO.
              READ CONTESTACOES
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF MED-NUMERO = WS-NUMERO-MED
                       MOVE "S" TO WS-MED-ACHOU
                       MOVE "S" TO WS-FIM
                    END-IF
              END-READ.

       MOSTRA-CONTESTACAO.
              MOVE MED-PROTOCOLO  TO WS-PROTOCOLO-W.
              MOVE MED-CODIGO-VIT TO WS-CODIGO-VIT.
              MOVE MED-CODIGO-REC TO WS-CODIGO-REC.
              MOVE MED-ORIG-DATA  TO WS-DATA-MOV.
              MOVE MED-ORIG-NSEQ  TO WS-NSEQ-W.
              MOVE MED-SEQ-TRN    TO WS-SEQ-ORIG.
              MOVE MED-VALOR      TO WS-VALOR-ORIG.
              MOVE MED-VALOR-BLOQ TO WS-VALOR-BLOQ.
              DISPLAY WS-PROTOCOLO-W AT 0639.
              MOVE WS-CODIGO-VIT TO WS-CODIGO-E.
              DISPLAY WS-CODIGO-E AT 0739.
              DISPLAY WS-MOV-DIA  AT 0839.
              DISPLAY WS-MOV-MES  AT 0842.
              DISPLAY WS-MOV-ANO  AT 0845.
              DISPLAY WS-NSEQ-W   AT 0939.
              MOVE WS-VALOR-ORIG TO WS-VALOR-E.
              DISPLAY WS-VALOR-E  AT 1139.
              MOVE WS-CODIGO-REC TO WS-CODIGO-E.
              DISPLAY WS-CODIGO-E AT 1239.
              MOVE WS-VALOR-BLOQ TO WS-VALOR-E.
              DISPLAY WS-VALOR-E  AT 1339.

       LEVANTA-BLOQUEIO-CAUTELAR.
              MOVE "N" TO WS-FIM.
              OPEN I-O BLOQUEIOS.
              IF ARQST-BLJ NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM PROCURA-BLOQUEIO-CAUTELAR UNTIL WS-FIM = "S".
              CLOSE BLOQUEIOS.

       PROCURA-BLOQUEIO-CAUTELAR.
              READ BLOQUEIOS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF BLJ-CODIGO = WS-CODIGO-REC
                       AND BLJ-REFERENCIA = WS-REF-MED
                       AND BLJ-SITUACAO = "A"
                       MOVE DATA-SIS(1:8) TO BLJ-DATA-LEV
                       MOVE "L" TO BLJ-SITUACAO
                       REWRITE REG-BLJ
                       MOVE "S" TO WS-FIM
                    END-IF
              END-READ.

      * Com o bloqueio cautelar ja levantado, volta para a vitima o
      * que o recebedor tem livre, ate o valor contestado - o resto
      * e perda da vitima e fica registrado no MED-VALOR-DEVOL.
       DEVOLVE-VALOR.
              MOVE WS-CODIGO-REC TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA RECEBEDORA NAO CADASTRADA" AT 2030
                    EXIT PARAGRAPH
              END-READ.
              MOVE REG-CLI TO REG-CLI-W.
              CALL "BLJSUM" USING WS-CODIGO-REC WS-BLJ-VALOR.
              COMPUTE WS-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              IF WS-DISPONIVEL NOT > ZEROS
                 DISPLAY "RECEBEDOR SEM SALDO LIVRE - NADA DEVOLVIDO"
                         AT 2030
                 EXIT PARAGRAPH.
              IF WS-DISPONIVEL < WS-VALOR-ORIG
                 MOVE WS-DISPONIVEL TO WS-VALOR-DEVOL
              ELSE
                 MOVE WS-VALOR-ORIG TO WS-VALOR-DEVOL.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT WS-VALOR-DEVOL FROM SALDO-W.
              SUBTRACT WS-VALOR-DEVOL FROM TOTAL-W.
              PERFORM REGRAVA-CONTA.
              MOVE "D" TO WS-SENTIDO.
              PERFORM GRAVA-EXTRATO-DEVOLUCAO.
              MOVE WS-CODIGO-VIT TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA DA VITIMA NAO CADASTRADA" AT 2030
                    EXIT PARAGRAPH
              END-READ.
              MOVE REG-CLI TO REG-CLI-W.
              ADD      WS-VALOR-DEVOL TO   SALDO-W.
              SUBTRACT WS-VALOR-DEVOL FROM TOTAL-W.
              PERFORM REGRAVA-CONTA.
              MOVE "C" TO WS-SENTIDO.
              PERFORM GRAVA-EXTRATO-DEVOLUCAO.
              PERFORM GRAVA-JOURNAL-DEVOLUCAO.

       REGRAVA-CONTA.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO - STATUS " ARQST AT 1935
              END-REWRITE.

      * As linhas compensatorias postam como "E", debito na conta
      * recebedora e credito na da vitima.
       GRAVA-EXTRATO-DEVOLUCAO.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "E"       TO EXT-TIPO.
              IF WS-SENTIDO = "C"
                 MOVE WS-VALOR-DEVOL TO EXT-VALOR
              ELSE
                 COMPUTE EXT-VALOR = WS-VALOR-DEVOL * -1
              END-IF.
              MOVE SALDO-W   TO EXT-SALDO.
              MOVE LK-OPERADOR-PARM TO EXT-OPERADOR.
              MOVE HORA-SIS  TO EXT-HORA.
              MOVE WS-SEQ-TRN TO EXT-SEQ.
              MOVE 1 TO EXT-NSEQ.
              WRITE REG-EXT.
              PERFORM UNTIL ARQST-EXT NOT = "22" OR EXT-NSEQ = 999
                 ADD 1 TO EXT-NSEQ
                 WRITE REG-EXT
              END-PERFORM.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "ERRO NO EXTRATO - STATUS " ARQST-EXT
                         AT 2030.

       GRAVA-JOURNAL-DEVOLUCAO.
              MOVE SPACES TO WS-JRN-VIT WS-JRN-REC.
              STRING "CLI" WS-CODIGO-VIT DELIMITED BY SIZE
                     INTO WS-JRN-VIT.
              STRING "CLI" WS-CODIGO-REC DELIMITED BY SIZE
                     INTO WS-JRN-REC.
              MOVE ANO TO JRN-ANO.
              MOVE MES TO JRN-MES.
              MOVE DIA TO JRN-DIA.
              MOVE WS-JRN-REC     TO JRN-CONTA-DEB.
              MOVE WS-JRN-VIT     TO JRN-CONTA-CRE.
              MOVE WS-VALOR-DEVOL TO JRN-VALOR.
              MOVE "DEVOLUCAO MED" TO JRN-HISTORICO.
              MOVE LK-OPERADOR-PARM TO JRN-OPERADOR.
              MOVE HORA-SIS   TO JRN-HORA.
              MOVE WS-SEQ-TRN TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                         AT 2030.
              CLOSE JOURNAL.

      * Recebedor que acumula MED-REINCIDENCIA fraudes confirmadas
      * vira caso no arquivo de atividade suspeita (tipo "M"), com
      * as transferencias contestadas como evidencia - a nao ser que
      * ja tenha caso aberto, como no SUSPDET.
       VERIFICA-REINCIDENCIA.
              MOVE ZEROS TO WS-QTD-CONFIRMADAS WS-SOMA-CONFIRMADAS.
              MOVE "N" TO WS-FIM.
              OPEN INPUT CONTESTACOES.
              IF ARQST-MED NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM CONTA-CONFIRMADAS UNTIL WS-FIM = "S".
              CLOSE CONTESTACOES.
              IF WS-QTD-CONFIRMADAS < WS-REINCIDENCIA
                 EXIT PARAGRAPH.
              PERFORM VARRE-CASOS.
              IF WS-CASO-ABERTO = "S"
                 EXIT PARAGRAPH.
              PERFORM ABRE-CASO-REINCIDENCIA.

       CONTA-CONFIRMADAS.
              READ CONTESTACOES
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF MED-CODIGO-REC = WS-CODIGO-REC
                       AND MED-SITUACAO = "D"
                       ADD 1         TO WS-QTD-CONFIRMADAS
                       ADD MED-VALOR TO WS-SOMA-CONFIRMADAS
                    END-IF
              END-READ.

       VARRE-CASOS.
              MOVE 1   TO WS-PROX-CASO.
              MOVE "N" TO WS-CASO-ABERTO WS-FIM.
              OPEN INPUT CASOS.
              IF ARQST-CAS NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-CASOS UNTIL WS-FIM = "S".
              CLOSE CASOS.

       LE-CASOS.
              READ CASOS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF CAS-NUMERO >= WS-PROX-CASO
                       COMPUTE WS-PROX-CASO = CAS-NUMERO + 1
                    END-IF
                    IF CAS-CODIGO = WS-CODIGO-REC
                       AND CAS-SITUACAO = "A"
                       MOVE "S" TO WS-CASO-ABERTO
                    END-IF
              END-READ.

       ABRE-CASO-REINCIDENCIA.
              OPEN EXTEND CASOS.
              IF ARQST-CAS NOT = "00"
                 OPEN OUTPUT CASOS.
              MOVE WS-PROX-CASO  TO CAS-NUMERO.
              MOVE DATA-SIS(1:8) TO CAS-DATA-ABERT.
              MOVE WS-CODIGO-REC TO CAS-CODIGO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE SPACES TO CAS-CPF
                 NOT INVALID KEY
                    MOVE CPF TO CAS-CPF
              END-READ.
              MOVE "M"                 TO CAS-TIPO.
              MOVE WS-QTD-CONFIRMADAS  TO CAS-QTD-EVID.
              MOVE WS-SOMA-CONFIRMADAS TO CAS-VALOR-TOTAL.
              MOVE "A"                 TO CAS-SITUACAO.
              MOVE SPACES              TO CAS-PARECER.
              WRITE REG-CAS.
              IF ARQST-CAS NOT = "00"
                 DISPLAY "ERRO GRAVANDO CASO - STATUS " ARQST-CAS
                         AT 2030
                 CLOSE CASOS
                 EXIT PARAGRAPH.
              CLOSE CASOS.
              PERFORM GRAVA-EVIDENCIAS.
              DISPLAY "RECEBEDOR REINCIDENTE - CASO " WS-PROX-CASO
                      " ABERTO" AT 2030.

       GRAVA-EVIDENCIAS.
              OPEN EXTEND EVIDENCIAS.
              IF ARQST-EVD NOT = "00"
                 OPEN OUTPUT EVIDENCIAS.
              MOVE "N" TO WS-FIM.
              OPEN INPUT CONTESTACOES.
              IF ARQST-MED = "00"
                 PERFORM COPIA-EVIDENCIA UNTIL WS-FIM = "S"
                 CLOSE CONTESTACOES
              END-IF.
              CLOSE EVIDENCIAS.

       COPIA-EVIDENCIA.
              READ CONTESTACOES
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF MED-CODIGO-REC = WS-CODIGO-REC
                       AND MED-SITUACAO = "D"
                       MOVE WS-PROX-CASO   TO EVD-CASO
                       MOVE MED-CODIGO-REC TO EVD-CODIGO
                       MOVE MED-ORIG-DATA  TO EVD-DATA
                       MOVE "T"            TO EVD-TIPO
                       MOVE MED-VALOR      TO EVD-VALOR
                       MOVE MED-SEQ-TRN    TO EVD-SEQ
                       WRITE REG-EVD
                    END-IF
              END-READ.

       GRAVA-APROVACAO.
              MOVE ANO              TO APR-ANO.
              MOVE MES              TO APR-MES.
              MOVE DIA              TO APR-DIA.
              MOVE HORA-SIS         TO APR-HORA.
              MOVE LK-OPERADOR-PARM TO APR-OPERADOR.
              MOVE WS-SUPERVISOR    TO APR-SUPERVISOR.
              WRITE REG-APR.
              IF ARQST-APR NOT = "00"
                 DISPLAY "ERRO NO LOG DE APROVACOES - STATUS "
                         ARQST-APR AT 2030.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 2125.
              ACCEPT WS-OPCAO AT 2142 WITH PROMPT AUTO.
              IF WS-OPCAO = "S" OR = "N"
                     DISPLAY WS-ESPACO AT 2125
                     DISPLAY WS-ESPACO AT 1935
              ELSE
                     DISPLAY WS-ESPACO AT 1935
                     DISPLAY "DIGITE S OU N" AT 1935.

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

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto nada posta, e uma rodada depois da meia-
      * noite continua carimbando o dia que ainda esta aberto.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA" AT 2030
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST.

       FINALIZA.
              DISPLAY WS-MENS1 AT 2125.
              CLOSE CLIENTES.
              CLOSE EXTRATO.
              CLOSE APROVACOES.
              GOBACK.
