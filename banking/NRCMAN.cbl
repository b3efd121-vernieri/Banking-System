      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Claim of unclaimed balances at the counter
      * Tectonics: cobc
      ******************************************************************
      * The teller enters the CPF of the titular whose balances NRCREC
      * moved to the NAORECLAM liability and sees what is still to be
      * returned (NAORECL.DAT).  The claimant is either the titular in
      * person - refused when FALGET has the titular as deceased - or
      * an heir, whose document must be among the heirs the estate
      * recorded for that CPF in HERDEIRO.DAT; the heir receives the
      * share set by the court over the whole amount moved, only once
      * (NRCRES.DAT).  The money is credited to an open account of the
      * claimant's own CPF under supervisor authorization: journal
      * NAORECLAM against CLInnnn, extrato tipo "#" with a positive
      * value, the balances in NAORECL.DAT written down oldest first,
      * the payment in NRCRES.DAT and the approval in APROVA.DAT (tipo
      * "NRC").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NRCMAN.

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

              SELECT NAORECLAMADOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY NRC-CHAVE
              FILE STATUS ARQST-NRC.

              SELECT RESTITUICOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NRS.

              SELECT HERDEIROS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-HER.

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

       FD NAORECLAMADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-NRC
                VALUE OF FILE-ID IS "NAORECL.DAT".
          01 REG-NRC.
                COPY NAORECL.

       FD RESTITUICOES LABEL RECORD STANDARD
                DATA RECORD IS REG-NRS
                VALUE OF FILE-ID IS "NRCRES.DAT".
          01 REG-NRS.
                COPY NRCRES.

       FD HERDEIROS LABEL RECORD STANDARD
                DATA RECORD IS REG-HER
                VALUE OF FILE-ID IS "HERDEIRO.DAT".
          01 REG-HER.
                COPY HERDEIRO.

       WORKING-STORAGE SECTION.
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-APR               PIC X(02).
          01 ARQST-NRC               PIC X(02).
          01 ARQST-NRS               PIC X(02).
          01 ARQST-HER               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          COPY CLICOM.
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-DV-DIG               PIC 9(01) VALUE ZEROS.
          01 WS-DV-CALC              PIC 9(01) VALUE ZEROS.
          01 WS-CODIGO-E             PIC Z.ZZ9.
          01 WS-CODIGO-W             PIC 9(04) VALUE ZEROS.
          01 WS-CONTA-OK             PIC X(01) VALUE "N".
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-FALECIDO             PIC X(01) VALUE "N".
          01 WS-FIM                  PIC X(01) VALUE "N".
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-JA-PAGO              PIC X(01) VALUE "N".
          01 WS-CPF-TIT              PIC X(11) VALUE SPACES.
          01 WS-NOME-TIT             PIC X(30) VALUE SPACES.
          01 WS-TIPO-RECL            PIC X(01) VALUE SPACE.
          01 WS-DOC-RECL             PIC X(11) VALUE SPACES.
          01 WS-NOME-RECL            PIC X(30) VALUE SPACES.
          01 WS-PCT                  PIC 9(03)V99 VALUE ZEROS.
          01 WS-PCT-E                PIC ZZ9,99.
          01 WS-TOTAL-RECOL          PIC 9(07)V99 VALUE ZEROS.
          01 WS-PENDENTE             PIC 9(07)V99 VALUE ZEROS.
          01 WS-VALOR-RESTIT         PIC 9(07)V99 VALUE ZEROS.
          01 WS-A-BAIXAR             PIC 9(07)V99 VALUE ZEROS.
          01 WS-PARCELA              PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-NOVO           PIC S9(07)V99 VALUE ZEROS.
          01 WS-VALOR-E              PIC Z.ZZZ.ZZ9,99.
          01 WS-JRN-CLI              PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-NRC.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "RESTITUICAO DE VALOR NAO RECLAMADO".
              02 LINE 4  COL 19 VALUE "CPF DO TITULAR    :".
              02 LINE 5  COL 19 VALUE "NOME DO TITULAR   :".
              02 LINE 6  COL 19 VALUE "TOTAL RECOLHIDO   :".
              02 LINE 7  COL 19 VALUE "PENDENTE          :".
              02 LINE 9  COL 19 VALUE "<T>IT./<H>ERDEIRO :".
              02 LINE 10 COL 19 VALUE "DOC. DO HERDEIRO  :".
              02 LINE 11 COL 19 VALUE "PERCENTUAL        :".
              02 LINE 13 COL 19 VALUE "CONTA DE CREDITO  :".
              02 LINE 14 COL 19 VALUE "VALOR A RESTITUIR :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
      * Restituicao e direito de perfil - a matriz de PERFIS.DAT
      * decide na entrada; o credito ainda pede o supervisor.
       INICIO.
              MOVE "NRCMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO SEU PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST.
              PERFORM FINALIZA.

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
              OPEN I-O NAORECLAMADOS.
              IF ARQST-NRC NOT = "00"
                 DISPLAY "NENHUM VALOR NAO RECLAMADO REGISTRADO - "
                         "STATUS " ARQST-NRC
                 MOVE ARQST-NRC TO ARQST
                 EXIT PARAGRAPH.
              OPEN EXTEND APROVACOES.
              IF ARQST-APR NOT = "00"
                     OPEN OUTPUT APROVACOES.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM UNTIL WS-CPF-TIT NOT = SPACES
                 ACCEPT WS-CPF-TIT AT 0439 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM APURA-PENDENCIAS.
              IF WS-PENDENTE = ZEROS
                 DISPLAY "NENHUM VALOR PENDENTE PARA O CPF" AT 1935
              ELSE
                 PERFORM RESTITUI-VALOR.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-NRC.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO     WS-OPCAO
                                 WS-SALVA
                                 WS-TIPO-RECL.
              MOVE SPACES TO     WS-CPF-TIT
                                 WS-NOME-TIT
                                 WS-DOC-RECL
                                 WS-NOME-RECL.
              MOVE ZEROS  TO     WS-CODIGO-W
                                 WS-PCT
                                 WS-TOTAL-RECOL
                                 WS-PENDENTE
                                 WS-VALOR-RESTIT.

      ******************************************************************
      * Saldos recolhidos do titular
      ******************************************************************
       APURA-PENDENCIAS.
              MOVE WS-CPF-TIT TO NRC-CPF.
              MOVE ZEROS      TO NRC-CODIGO NRC-DATA.
              MOVE "N" TO WS-FIM.
              START NAORECLAMADOS KEY IS NOT LESS THAN NRC-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM
              END-START.
              PERFORM LE-PENDENCIA UNTIL WS-FIM = "S".
              IF WS-TOTAL-RECOL = ZEROS
                 EXIT PARAGRAPH.
              DISPLAY WS-NOME-TIT AT 0539.
              MOVE WS-TOTAL-RECOL TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 0639.
              MOVE WS-PENDENTE TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 0739.

       LE-PENDENCIA.
              READ NAORECLAMADOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF NRC-CPF NOT = WS-CPF-TIT
                       MOVE "S" TO WS-FIM
                    ELSE
                       MOVE NRC-NOME TO WS-NOME-TIT
                       ADD NRC-VALOR TO WS-TOTAL-RECOL
                       IF NRC-SITUACAO = "P"
                          COMPUTE WS-PENDENTE = WS-PENDENTE
                                  + NRC-VALOR - NRC-DEVOLVIDO
                       END-IF
                    END-IF
              END-READ.

      ******************************************************************
      * Restituicao
      ******************************************************************
       RESTITUI-VALOR.
              PERFORM UNTIL WS-TIPO-RECL = "T" OR WS-TIPO-RECL = "H"
                 ACCEPT WS-TIPO-RECL AT 0939 WITH PROMPT AUTO
              END-PERFORM.
              IF WS-TIPO-RECL = "T"
                 PERFORM IDENTIFICA-TITULAR
              ELSE
                 PERFORM IDENTIFICA-HERDEIRO.
              IF WS-VALOR-RESTIT = ZEROS
                 EXIT PARAGRAPH.
              MOVE WS-PCT TO WS-PCT-E.
              DISPLAY WS-PCT-E AT 1139.
              MOVE WS-VALOR-RESTIT TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 1439.
              PERFORM ENTRA-CONTA.
              IF WS-CONTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              DISPLAY "CONFIRMA A RESTITUICAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1965 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "RESTITUICAO NAO AUTORIZADA PELO SUPERVISOR"
                         AT 1935
                 EXIT PARAGRAPH.
              PERFORM MONTA-JOURNAL.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              PERFORM BAIXA-PENDENCIAS.
              MOVE REG-CLI TO REG-CLI-W.
              ADD WS-VALOR-RESTIT TO SALDO-W.
              ADD WS-VALOR-RESTIT TO TOTAL-W.
              PERFORM REGRAVA-CONTA.
              PERFORM GRAVA-EXTRATO-RESTITUICAO.
              PERFORM GRAVA-JOURNAL-RESTITUICAO.
              PERFORM GRAVA-RESTITUICAO.
              MOVE "NRC"           TO APR-TIPO.
              MOVE WS-CODIGO-W     TO APR-CODIGO.
              MOVE WS-VALOR-RESTIT TO APR-VALOR.
              PERFORM GRAVA-APROVACAO.
              DISPLAY "VALOR RESTITUIDO - CREDITADO NA CONTA" AT 1935.

      * Titular vivo recebe tudo o que esta pendente; o titular
      * falecido so se restitui pelos herdeiros do espolio.
       IDENTIFICA-TITULAR.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING WS-CPF-TIT WS-FALECIDO.
              IF WS-FALECIDO = "S"
                 DISPLAY "TITULAR FALECIDO - RESTITUI SO A HERDEIRO"
                         AT 1935
                 EXIT PARAGRAPH.
              MOVE WS-CPF-TIT  TO WS-DOC-RECL.
              MOVE WS-NOME-TIT TO WS-NOME-RECL.
              MOVE 100         TO WS-PCT.
              MOVE WS-PENDENTE TO WS-VALOR-RESTIT.

      * O herdeiro recebe o percentual do espolio sobre o total
      * recolhido do titular, limitado ao que ainda esta pendente.
       IDENTIFICA-HERDEIRO.
              PERFORM UNTIL WS-DOC-RECL NOT = SPACES
                 ACCEPT WS-DOC-RECL AT 1039 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM BUSCA-HERDEIRO.
              IF WS-ACHOU NOT = "S"
                 DISPLAY "DOCUMENTO NAO CONSTA ENTRE OS HERDEIROS"
                         AT 1935
                 EXIT PARAGRAPH.
              DISPLAY WS-NOME-RECL AT 1051.
              PERFORM VERIFICA-JA-PAGO.
              IF WS-JA-PAGO = "S"
                 DISPLAY "HERDEIRO JA RESTITUIDO" AT 1935
                 EXIT PARAGRAPH.
              COMPUTE WS-VALOR-RESTIT ROUNDED =
                      WS-TOTAL-RECOL * WS-PCT / 100.
              IF WS-VALOR-RESTIT > WS-PENDENTE
                 MOVE WS-PENDENTE TO WS-VALOR-RESTIT.

       BUSCA-HERDEIRO.
              MOVE "N" TO WS-ACHOU WS-FIM.
              OPEN INPUT HERDEIROS.
              IF ARQST-HER NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-HERDEIRO UNTIL WS-FIM = "S".
              CLOSE HERDEIROS.

       LE-HERDEIRO.
              READ HERDEIROS
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF HER-CPF = WS-CPF-TIT AND HER-DOC = WS-DOC-RECL
                       MOVE "S"      TO WS-ACHOU WS-FIM
                       MOVE HER-NOME TO WS-NOME-RECL
                       MOVE HER-PCT  TO WS-PCT
                    END-IF
              END-READ.

       VERIFICA-JA-PAGO.
              MOVE "N" TO WS-JA-PAGO WS-FIM.
              OPEN INPUT RESTITUICOES.
              IF ARQST-NRS NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-RESTITUICAO UNTIL WS-FIM = "S".
              CLOSE RESTITUICOES.

       LE-RESTITUICAO.
              READ RESTITUICOES
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF NRS-CPF-TITULAR = WS-CPF-TIT
                       AND NRS-DOC = WS-DOC-RECL AND NRS-TIPO = "H"
                       MOVE "S" TO WS-JA-PAGO WS-FIM
                    END-IF
              END-READ.

      * O credito vai para conta aberta do proprio reclamante, com o
      * DV conferido, e nao pode estourar o saldo da conta.
       ENTRA-CONTA.
              MOVE "N" TO WS-CONTA-OK.
              PERFORM UNTIL WS-CODIGO-W > ZEROS
                 ACCEPT WS-CODIGO-E AT 1339 WITH PROMPT AUTO
                 MOVE   WS-CODIGO-E TO WS-CODIGO-W
                 PERFORM VERIFICA-DV-CONTA
              END-PERFORM.
              MOVE WS-CODIGO-W TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA NAO CADASTRADA" AT 1935
                    EXIT PARAGRAPH
              END-READ.
              DISPLAY NOME(1:28) AT 1351.
              IF STATUS-CONTA = "F"
                 DISPLAY "CONTA ENCERRADA" AT 1935
                 EXIT PARAGRAPH.
              IF CPF NOT = WS-DOC-RECL
                 DISPLAY "CONTA NAO PERTENCE AO RECLAMANTE" AT 1935
                 EXIT PARAGRAPH.
              COMPUTE WS-SALDO-NOVO = SALDO + WS-VALOR-RESTIT.
              IF WS-SALDO-NOVO > 99999,99
                 DISPLAY "VALOR EXCEDE O SALDO MAXIMO DA CONTA" AT 1935
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-CONTA-OK.

       VERIFICA-DV-CONTA.
              CALL "CODDV" USING WS-CODIGO-W WS-DV-CALC.
              DISPLAY "-" AT 1345.
              ACCEPT WS-DV-DIG AT 1346 WITH PROMPT AUTO.
              IF WS-DV-DIG NOT = WS-DV-CALC
                 DISPLAY "DV DA CONTA NAO CONFERE" AT 1935
                 MOVE ZEROS TO WS-CODIGO-W.

      * A restituicao baixa os saldos recolhidos na ordem da chave -
      * conta e data do recolhimento - ate cobrir o valor pago.
       BAIXA-PENDENCIAS.
              MOVE WS-VALOR-RESTIT TO WS-A-BAIXAR.
              MOVE WS-CPF-TIT TO NRC-CPF.
              MOVE ZEROS      TO NRC-CODIGO NRC-DATA.
              MOVE "N" TO WS-FIM.
              START NAORECLAMADOS KEY IS NOT LESS THAN NRC-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM
              END-START.
              PERFORM BAIXA-PENDENCIA UNTIL WS-FIM = "S".

       BAIXA-PENDENCIA.
              READ NAORECLAMADOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                    EXIT PARAGRAPH
              END-READ.
              IF NRC-CPF NOT = WS-CPF-TIT OR WS-A-BAIXAR = ZEROS
                 MOVE "S" TO WS-FIM
                 EXIT PARAGRAPH.
              IF NRC-SITUACAO NOT = "P"
                 EXIT PARAGRAPH.
              COMPUTE WS-PARCELA = NRC-VALOR - NRC-DEVOLVIDO.
              IF WS-PARCELA > WS-A-BAIXAR
                 MOVE WS-A-BAIXAR TO WS-PARCELA.
              ADD WS-PARCELA TO NRC-DEVOLVIDO.
              SUBTRACT WS-PARCELA FROM WS-A-BAIXAR.
              IF NRC-DEVOLVIDO = NRC-VALOR
                 MOVE "R" TO NRC-SITUACAO.
              MOVE DATA-SIS(1:8) TO NRC-DATA-RESTIT.
              REWRITE REG-NRC
                 INVALID KEY
                    DISPLAY "ERRO NO NAORECL.DAT - STATUS " ARQST-NRC
                            AT 2030
              END-REWRITE.

       REGRAVA-CONTA.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO - STATUS " ARQST AT 1935
              END-REWRITE.

      * Tipo "#" positivo - a volta do valor que o NRCREC levou para
      * o passivo de valores nao reclamados.
       GRAVA-EXTRATO-RESTITUICAO.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "#"       TO EXT-TIPO.
              MOVE WS-VALOR-RESTIT TO EXT-VALOR.
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

       MONTA-JOURNAL.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" WS-CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE ANO TO JRN-ANO.
              MOVE MES TO JRN-MES.
              MOVE DIA TO JRN-DIA.
              MOVE "NAORECLAM"     TO JRN-CONTA-DEB.
              MOVE WS-JRN-CLI      TO JRN-CONTA-CRE.
              MOVE WS-VALOR-RESTIT TO JRN-VALOR.
              MOVE "RESTIT NAO RECLAM" TO JRN-HISTORICO.
              MOVE LK-OPERADOR-PARM TO JRN-OPERADOR.
              MOVE HORA-SIS   TO JRN-HORA.

       GRAVA-JOURNAL-RESTITUICAO.
              MOVE WS-SEQ-TRN TO JRN-SEQ.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                         AT 2030.
              CLOSE JOURNAL.

       GRAVA-RESTITUICAO.
              OPEN EXTEND RESTITUICOES.
              IF ARQST-NRS NOT = "00"
                 OPEN OUTPUT RESTITUICOES.
              MOVE WS-CPF-TIT       TO NRS-CPF-TITULAR.
              MOVE WS-DOC-RECL      TO NRS-DOC.
              MOVE WS-TIPO-RECL     TO NRS-TIPO.
              MOVE WS-NOME-RECL     TO NRS-NOME.
              MOVE WS-VALOR-RESTIT  TO NRS-VALOR.
              MOVE WS-CODIGO-W      TO NRS-CODIGO-CRED.
              MOVE DATA-SIS(1:8)    TO NRS-DATA.
              MOVE LK-OPERADOR-PARM TO NRS-OPERADOR.
              MOVE WS-SUPERVISOR    TO NRS-SUPERVISOR.
              MOVE WS-SEQ-TRN       TO NRS-SEQ.
              WRITE REG-NRS.
              IF ARQST-NRS NOT = "00"
                 DISPLAY "ERRO NO NRCRES.DAT - STATUS " ARQST-NRS
                         AT 2030.
              CLOSE RESTITUICOES.

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
              CLOSE NAORECLAMADOS.
              CLOSE APROVACOES.
              GOBACK.
