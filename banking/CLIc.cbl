              RECORD KEY EXT-CHAVE
              FILE STATUS ARQST-EXT.

              SELECT CONTAS-PJ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CTP-CODIGO
              ALTERNATE RECORD KEY CTP-CNPJ WITH DUPLICATES
              FILE STATUS ARQST-CTP.

              SELECT CADASTRO-PJ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PJ-CNPJ
              FILE STATUS ARQST-PJ.

              SELECT RESPONSAVEIS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RSP-CODIGO
              FILE STATUS ARQST-RSP.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
          01 REG-EXT.
                COPY EXTRATO.

       FD CONTAS-PJ LABEL RECORD STANDARD
                DATA RECORD IS REG-CTP
                VALUE OF FILE-ID IS WS-ARQ-CTAPJ.
          01 REG-CTP.
                COPY CTAPJ.

       FD CADASTRO-PJ LABEL RECORD STANDARD
                DATA RECORD IS REG-PJ
                VALUE OF FILE-ID IS "CADPJ.DAT".
          01 REG-PJ.
                COPY CADPJ.

       FD RESPONSAVEIS LABEL RECORD STANDARD
                DATA RECORD IS REG-RSP
                VALUE OF FILE-ID IS WS-ARQ-RESPONS.
          01 REG-RSP.
                COPY RESPONS.

       WORKING-STORAGE SECTION.
      * Production file names; ABRE-ARQ swaps in the TRN* practice
      * set when the menu signs the session on in training mode.
          01 WS-ARQ-JOURNAL           PIC X(12) VALUE "JOURNAL.DAT".
          01 WS-ARQ-APROVA            PIC X(12) VALUE "APROVA.DAT".
          01 WS-ARQ-EXTRATO           PIC X(12) VALUE "EXTRATO.DAT".
          01 WS-ARQ-CTAPJ             PIC X(12) VALUE "CTAPJ.DAT".
          01 WS-ARQ-RESPONS           PIC X(12) VALUE "RESPONS.DAT".
          01 ARQST-PXC                PIC X(02).
          01 ARQST-AUD                PIC X(02).
          01 ARQST-CAD                PIC X(02).
          01 WS-PRM-NOME              PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR             PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU             PIC X(01) VALUE "N".
          01 WS-CRT-QTD               PIC 9(02) VALUE ZEROS.
          01 WS-DAU-QTD               PIC 9(02) VALUE ZEROS.
          01 ARQST-CTP                PIC X(02).
          01 ARQST-PJ                 PIC X(02).
          01 WS-TITULAR-TIPO          PIC X(01) VALUE "F".
          01 WS-CNPJ-W                PIC X(14) VALUE SPACES.
          01 WS-CNPJ-OK               PIC X(01) VALUE "N".
          01 WS-I                     PIC 9(02) VALUE ZEROS.
          01 WS-PJ-CONTA              PIC X(01) VALUE "N".
          01 WS-PJ-CPF                PIC X(11) VALUE SPACES.
          01 WS-PJ-RAZAO              PIC X(40) VALUE SPACES.
          01 WS-PJ-ACHOU              PIC X(01) VALUE "N".
          01 ARQST-RSP                PIC X(02).
          01 WS-MAIORIDADE            PIC 9(02) VALUE 18.
          01 WS-RSP-CPF               PIC X(11) VALUE SPACES.
          01 WS-RSP-OK                PIC X(01) VALUE "N".
          01 WS-CAD-NASC.
                02 WS-CAD-NASC-DIA   PIC 9(02).
                02 WS-CAD-NASC-MES   PIC 9(02).
                02 WS-CAD-NASC-ANO   PIC 9(04).
          01 WS-NASC-OK               PIC X(01) VALUE "N".

       LINKAGE SECTION.
         01 LK-OPERADOR-PARM         PIC 9(04).
                 MOVE "TRNJRN.DAT"  TO WS-ARQ-JOURNAL
                 MOVE "TRNAPR.DAT"  TO WS-ARQ-APROVA
                 MOVE "TRNEXT.DAT"  TO WS-ARQ-EXTRATO
                 MOVE "TRNCPJ.DAT"  TO WS-ARQ-CTAPJ
                 MOVE "TRNRSP.DAT"  TO WS-ARQ-RESPONS
              END-IF.
      * A failed open here means the data files have not been
      * through MIGRADAT (or are damaged) - recreating them in place
                         ARQST-EXT " - EXECUTE MIGRADAT"
                 MOVE ARQST-EXT TO ARQST
                 EXIT PARAGRAPH.
              OPEN I-O CONTAS-PJ.
              IF ARQST-CTP NOT = "00"
                     CLOSE CONTAS-PJ
                     OPEN OUTPUT CONTAS-PJ
                     CLOSE CONTAS-PJ
                     OPEN I-O CONTAS-PJ.
              OPEN I-O RESPONSAVEIS.
              IF ARQST-RSP NOT = "00"
                     CLOSE RESPONSAVEIS
                     OPEN OUTPUT RESPONSAVEIS
                     CLOSE RESPONSAVEIS
                     OPEN I-O RESPONSAVEIS.
              PERFORM CARREGA-PARAMETROS.

      * Opening rules come from PARAMS.DAT when present; the
              END-PERFORM.
              MOVE    AGENCIA-W TO AGENCIA-E.
              DISPLAY AGENCIA-E AT 0336.
              MOVE SPACE TO WS-TITULAR-TIPO.
              PERFORM UNTIL WS-TITULAR-TIPO = "F" OR "J" OR "M"
                 DISPLAY "TITULAR <F>ISICA / <J>URIDICA / <M>ENOR [ ]"
                         AT 2030
                 ACCEPT WS-TITULAR-TIPO AT 2071 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO  AT 2030.
              DISPLAY WS-ESPACO  AT 2060.
              EVALUATE WS-TITULAR-TIPO
                 WHEN "J" PERFORM ENTRA-TITULAR-PJ
                 WHEN "M" PERFORM ENTRA-TITULAR-MENOR
                 WHEN OTHER PERFORM ENTRA-TITULAR-PF
              END-EVALUATE.
              PERFORM UNTIL MOEDA-W = "BRL" OR MOEDA-W = "USD"
                                          OR MOEDA-W = "EUR"
                 ACCEPT MOEDA-W AT 0738 WITH PROMPT AUTO
                    DISPLAY WS-ESPACO AT 2030
                 END-IF
              END-PERFORM.
              EVALUATE WS-TITULAR-TIPO
                 WHEN "J"
                    MOVE DATANASC-DIA-W TO DATANASC-DIA-E
                    MOVE DATANASC-MES-W TO DATANASC-MES-E
                    MOVE DATANASC-ANO-W TO DATANASC-ANO-E
                    DISPLAY DATANASC-E AT 0839
                 WHEN "M"
                    PERFORM ENTRA-NASCIMENTO-MENOR
                 WHEN OTHER
                    PERFORM ENTRA-NASCIMENTO
              END-EVALUATE.
              PERFORM UNTIL SALDO-W >= WS-DEPOSITO-MINIMO
                            AND SALDO-W <= 99999,99
                 ACCEPT  SALDO-W AT 1038 WITH PROMPT AUTO
                 PERFORM GRAVA-CONTA.
              DISPLAY WS-ESPACO AT 2030.

       ENTRA-TITULAR-PF.
              ACCEPT  NOME-W     AT 0638 WITH PROMPT AUTO.
              DISPLAY "COTITULAR (DEIXE EM BRANCO SE NAO HOUVER)"
                      AT 2030.
              ACCEPT  NOME2-W    AT 1338 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO  AT 2030.
              MOVE "N" TO WS-CPF-OK.
              PERFORM UNTIL WS-CPF-OK = "S"
                 ACCEPT CPF-W AT 0524 WITH PROMPT AUTO
                 PERFORM VALIDA-CPF-CADASTRO
                 IF WS-CPF-OK NOT = "S"
                    DISPLAY "CPF NAO ENCONTRADO - CADASTRE O CLIENTE "
                            "PRIMEIRO (OPCAO DE CADASTRO)" AT 2030
                 ELSE
                    PERFORM VERIFICA-RESTRICAO
                    IF WS-RST-RESULTADO = "B"
                       MOVE "N" TO WS-CPF-OK
                    END-IF
                 END-IF
              END-PERFORM.
              MOVE CPF-W TO CPF-E.
              DISPLAY CPF-E AT 0524.

      * Conta de pessoa juridica: o titular e um CNPJ ja registrado
      * no CADPJ.DAT (PJMAN).  O nome da conta e a razao social, a
      * data de constituicao ocupa a de nascimento e o campo CPF
      * fica em branco - a titularidade vai para o CTAPJ.DAT.
       ENTRA-TITULAR-PJ.
              DISPLAY "CNPJ:" AT 0519.
              MOVE "N" TO WS-CNPJ-OK.
              PERFORM UNTIL WS-CNPJ-OK = "S"
                 ACCEPT WS-CNPJ-W AT 0525 WITH PROMPT AUTO
                 PERFORM VALIDA-CNPJ-CADASTRO
              END-PERFORM.
              MOVE SPACES TO NOME2-W CPF-W.
              DISPLAY NOME-W AT 0638.

      * Quem responde pela empresa sao os socios - um socio com CPF
      * bloqueado na lista de restricao bloqueia a abertura.
       VALIDA-CNPJ-CADASTRO.
              MOVE "N" TO WS-CNPJ-OK.
              OPEN INPUT CADASTRO-PJ.
              IF ARQST-PJ NOT = "00"
                 DISPLAY "CADASTRO PJ INDISPONIVEL - STATUS "
                         ARQST-PJ AT 2030
                 EXIT PARAGRAPH.
              MOVE WS-CNPJ-W TO PJ-CNPJ.
              READ CADASTRO-PJ
                 INVALID KEY
                    DISPLAY "CNPJ NAO ENCONTRADO - CADASTRE A EMPRESA "
                            "PRIMEIRO" AT 2030
                 NOT INVALID KEY
                    IF PJ-SITUACAO NOT = "A"
                       DISPLAY "EMPRESA INATIVA NO CADASTRO PJ" AT 2030
                    ELSE
                       MOVE "S" TO WS-CNPJ-OK
                       MOVE PJ-RAZAO      TO NOME-W
                       MOVE PJ-DATA-CONST TO DATANASC-W
                    END-IF
              END-READ.
              IF WS-CNPJ-OK = "S"
                 PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > PJ-QTD-SOCIOS
                    MOVE PJ-SOC-CPF(WS-I) TO CPF-W
                    PERFORM VERIFICA-RESTRICAO
                    IF WS-RST-RESULTADO = "B"
                       MOVE "N" TO WS-CNPJ-OK
                    END-IF
                 END-PERFORM
              END-IF.
              CLOSE CADASTRO-PJ.

      * Conta de menor: aberta sob o CPF do responsavel legal, que
      * tem de estar no cadastro e ser maior de idade.  O CPF do
      * menor vai no campo CPF da conta; nome e nascimento sao os
      * dele.
       ENTRA-TITULAR-MENOR.
              MOVE "N" TO WS-RSP-OK.
              PERFORM UNTIL WS-RSP-OK = "S"
                 DISPLAY "CPF DO RESPONSAVEL:" AT 2030
                 ACCEPT WS-RSP-CPF AT 2050 WITH PROMPT AUTO
                 PERFORM VALIDA-RESPONSAVEL
              END-PERFORM.
              DISPLAY WS-ESPACO AT 2050.
              DISPLAY "RESP:"    AT 0537.
              DISPLAY WS-RSP-CPF AT 0543.
              ACCEPT  NOME-W     AT 0638 WITH PROMPT AUTO.
              MOVE SPACES TO NOME2-W.
              MOVE SPACES TO CPF-W.
              PERFORM UNTIL CPF-W IS NUMERIC AND CPF-W NOT = WS-RSP-CPF
                 DISPLAY "CPF DO MENOR" AT 2030
                 ACCEPT CPF-W AT 0524 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO AT 2030.
              MOVE CPF-W TO CPF-E.
              DISPLAY CPF-E AT 0524.

       VALIDA-RESPONSAVEL.
              MOVE WS-RSP-CPF TO CPF-W.
              PERFORM VALIDA-CPF-CADASTRO.
              IF WS-CPF-OK NOT = "S"
                 DISPLAY "RESPONSAVEL NAO CADASTRADO - CADASTRE-O "
                         "PRIMEIRO" AT 2030
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-RESTRICAO.
              IF WS-RST-RESULTADO = "B"
                 EXIT PARAGRAPH.
              COMPUTE WS-IDADE-W = ANO - WS-CAD-NASC-ANO.
              IF MES < WS-CAD-NASC-MES
                 OR (MES = WS-CAD-NASC-MES AND DIA < WS-CAD-NASC-DIA)
                 SUBTRACT 1 FROM WS-IDADE-W
              END-IF.
              IF WS-IDADE-W < WS-MAIORIDADE
                 DISPLAY "RESPONSAVEL MENOR DE IDADE" AT 2030
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-RSP-OK.

      * O titular da conta de menor tem de estar abaixo da maioridade
      * - quem ja fez 18 anos abre conta comum.
       ENTRA-NASCIMENTO-MENOR.
              MOVE "N" TO WS-NASC-OK.
              PERFORM UNTIL WS-NASC-OK = "S"
                 ACCEPT  DATANASC-DIA-W AT 0839 WITH PROMPT AUTO
                 ACCEPT  DATANASC-MES-W AT 0842 WITH PROMPT AUTO
                 ACCEPT  DATANASC-ANO-W AT 0845 WITH PROMPT AUTO
                 IF DATANASC-W IS NOT NUMERIC
                    OR DATANASC-W > DATA-SIS(1:8)
                    DISPLAY "DATA DE NASCIMENTO INVALIDA" AT 2030
                 ELSE
                    PERFORM CALCULA-IDADE
                    IF WS-IDADE-W >= WS-MAIORIDADE
                       DISPLAY "TITULAR MAIOR DE IDADE - ABRA CONTA "
                               "COMUM" AT 2030
                    ELSE
                       MOVE "S" TO WS-NASC-OK
                       DISPLAY WS-ESPACO AT 2030
                    END-IF
                 END-IF
              END-PERFORM.

       ENTRA-NASCIMENTO.
              PERFORM UNTIL WS-IDADE-W >= WS-IDADE-MIN
                 ACCEPT  DATANASC-DIA-W AT 0839 WITH PROMPT AUTO
                 ACCEPT  DATANASC-MES-W AT 0842 WITH PROMPT AUTO
                 ACCEPT  DATANASC-ANO-W AT 0845 WITH PROMPT AUTO
                 PERFORM CALCULA-IDADE
                 IF WS-IDADE-W < WS-IDADE-MIN
                    DISPLAY "IDADE MINIMA NAO ATINGIDA" AT 2030
                 ELSE
                    DISPLAY WS-ESPACO AT 2030
                 END-IF
              END-PERFORM.

      * Compliance gate on account opening - a blocked CPF never
      * reaches GRAVA-CONTA; the attempt is logged by RSTCHK.
       VERIFICA-RESTRICAO.
                       MOVE "N" TO WS-CPF-OK
                    NOT INVALID KEY
                       MOVE "S" TO WS-CPF-OK
                       MOVE ws-date TO WS-CAD-NASC
                 END-READ
                 CLOSE CLIENTES-CAD
              ELSE
                 NOT INVALID KEY
                    PERFORM GRAVA-PROXIMO-CODIGO
                    PERFORM GRAVA-JOURNAL-ABERTURA
                    IF WS-TITULAR-TIPO = "J"
                       PERFORM GRAVA-TITULAR-PJ
                    END-IF
                    IF WS-TITULAR-TIPO = "M"
                       PERFORM GRAVA-RESPONSAVEL
                    END-IF
              END-WRITE.

       GRAVA-RESPONSAVEL.
              MOVE CODIGO-W         TO RSP-CODIGO.
              MOVE WS-RSP-CPF       TO RSP-CPF-RESP.
              MOVE DATA-SIS(1:8)    TO RSP-DATA-ABERT.
              MOVE LK-OPERADOR-PARM TO RSP-OPERADOR.
              WRITE REG-RSP
                 INVALID KEY
                    DISPLAY "ERRO NO VINCULO DO RESPONSAVEL - STATUS "
                            ARQST-RSP AT 2030
              END-WRITE.

       GRAVA-TITULAR-PJ.
              MOVE CODIGO-W         TO CTP-CODIGO.
              MOVE WS-CNPJ-W        TO CTP-CNPJ.
              MOVE DATA-SIS(1:8)    TO CTP-DATA.
              MOVE LK-OPERADOR-PARM TO CTP-OPERADOR.
              WRITE REG-CTP
                 INVALID KEY
                    DISPLAY "ERRO NA TITULARIDADE PJ - STATUS "
                            ARQST-CTP AT 2030
              END-WRITE.

      * The initial deposit never goes through OPERACAO, so it has to
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              IF LK-MODO-PARM = "T"
                 MOVE ZEROS TO JRN-ELO
              ELSE
                 CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN AT 2030.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              IF LK-MODO-PARM = "T"
                 MOVE ZEROS TO JRN-ELO
              ELSE
                 CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                 MOVE MES TO ENCERR-MES-W
                 MOVE DIA TO ENCERR-DIA-W
                 PERFORM REGRAVA-CONTA
                 PERFORM CANCELA-CARTOES
                 PERFORM EXTINGUE-DEBITOS-AUTO
                 DISPLAY "CONTA ENCERRADA" AT 1430.

      * Conta encerrada nao deixa cartao vivo na rede - os cartoes
      * da conta caem junto (o treinamento nao tem cartoes).
       CANCELA-CARTOES.
              IF LK-MODO-PARM = "T"
                 EXIT PARAGRAPH.
              CALL "CRTCAN" USING CODIGO-W LK-OPERADOR-PARM
                                  WS-CRT-QTD.

      * As autorizacoes de debito automatico tambem caem - a empresa
      * conveniada recebe a recusa no proximo pedido.
       EXTINGUE-DEBITOS-AUTO.
              IF LK-MODO-PARM = "T"
                 EXIT PARAGRAPH.
              CALL "DAUCAN" USING CODIGO-W LK-OPERADOR-PARM
                                  WS-DAU-QTD.

       LIQUIDA-SALDO.
              MOVE "N" TO WS-LIQUIDOU.
              MOVE SPACE TO WS-FORMA-LIQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              IF LK-MODO-PARM = "T"
                 MOVE ZEROS TO JRN-ELO
              ELSE
                 CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
           DISPLAY MOEDA-W      AT 0738.
           DISPLAY NOME2-E      AT 1336.
           DISPLAY TIPO-CONTA-W AT 1456.
           MOVE CODIGO-W TO CTP-CODIGO.
           READ CONTAS-PJ
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "CNPJ:"  AT 0519
                 DISPLAY CTP-CNPJ AT 0525
           END-READ.
           MOVE CODIGO-W TO RSP-CODIGO.
           READ RESPONSAVEIS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "RESP:"      AT 0537
                 DISPLAY RSP-CPF-RESP AT 0543
           END-READ.
           DISPLAY DATANASC-E AT 0839.
           PERFORM CALCULA-IDADE.
           DISPLAY WS-IDADE-E AT 0931.
                 MOVE "S" TO AUD-RESULTADO
              ELSE
                 MOVE "N" TO AUD-RESULTADO.
              IF LK-MODO-PARM = "T"
                 MOVE ZEROS TO AUD-ELO
              ELSE
                 CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

       CONTINUA.
              CLOSE JOURNAL.
              CLOSE APROVACOES.
              CLOSE EXTRATO.
              CLOSE CONTAS-PJ.
              CLOSE RESPONSAVEIS.
              GOBACK.
      
