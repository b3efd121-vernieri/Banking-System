      ******************************************************************
      * Author: Vernieri
      * Date: September 24, 2026
      * Purpose: Utility auto-debit from the billers' request files
      * Tectonics: cobc
      ******************************************************************
      * Each biller with authorizations in DEBAUT.DAT may drop a
      * request file DEBnnnn.DAT (nnnn = convenio code).  Requests
      * are queued in DEBAGND.DAT as they arrive and debited on the
      * due date, through the same path as a bill paid at the
      * counter: extrato type "B", journal CLInnnn -> ARRECAD and an
      * ARRECAD.DAT row "P" that ARREPAS passes on to the biller
      * that same night.  The answer for every request treated in
      * the run goes to DEBnnnn.RET with the reason code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONVDEB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AUTORIZACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY DAU-CHAVE
              ALTERNATE RECORD KEY DAU-CODIGO WITH DUPLICATES
              FILE STATUS ARQST-DAU.

              SELECT PEDIDOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-DCV.

              SELECT AGENDA-DEB ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-DAG.

              SELECT RETORNO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-RET.

              SELECT ARRECAD ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-ARR.

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

       DATA DIVISION.
       FILE SECTION.
       FD AUTORIZACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-DAU
                VALUE OF FILE-ID IS "DEBAUT.DAT".
          01 REG-DAU.
                COPY DEBAUT.

       FD PEDIDOS LABEL RECORD STANDARD
                RECORD CONTAINS 42 CHARACTERS
                DATA RECORD IS REG-DCV
                VALUE OF FILE-ID IS WS-ARQ-PEDIDO.
          01 REG-DCV.
                COPY DEBCONV.
          01 REG-CTL.
                COPY CTLARQ.
                02 FILLER            PIC X(17).

       FD AGENDA-DEB LABEL RECORD STANDARD
                DATA RECORD IS REG-DAG
                VALUE OF FILE-ID IS "DEBAGND.DAT".
          01 REG-DAG.
                COPY DEBAGND.

       FD RETORNO LABEL RECORD STANDARD
                DATA RECORD IS REG-RET
                VALUE OF FILE-ID IS WS-ARQ-RETORNO.
          01 REG-RET                 PIC X(80).

       FD ARRECAD LABEL RECORD STANDARD
                DATA RECORD IS REG-ARR
                VALUE OF FILE-ID IS "ARRECAD.DAT".
          01 REG-ARR.
                COPY ARRECAD.

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

       WORKING-STORAGE SECTION.
          01 ARQST-DAU               PIC X(02).
          01 ARQST-DCV               PIC X(02).
          01 ARQST-DAG               PIC X(02).
          01 ARQST-RET               PIC X(02).
          01 ARQST-ARR               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          COPY CLICOM.
          01 WS-ARQ-PEDIDO.
                02 FILLER            PIC X(03) VALUE "DEB".
                02 WS-ARQ-PED-EMP    PIC 9(04).
                02 FILLER            PIC X(04) VALUE ".DAT".
          01 WS-ARQ-RETORNO.
                02 FILLER            PIC X(03) VALUE "DEB".
                02 WS-ARQ-RET-EMP    PIC 9(04).
                02 FILLER            PIC X(04) VALUE ".RET".
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-DAU              PIC X(01) VALUE "N".
          01 WS-FIM-DAG              PIC X(01) VALUE "N".
          01 WS-EMPRESA              PIC 9(04) VALUE ZEROS.
          01 WS-I                    PIC 9(02) VALUE ZEROS.
          01 WS-ACHOU-EMP            PIC X(01) VALUE "N".
          01 WS-QTD-EMPRESAS         PIC 9(02) VALUE ZEROS.
          01 WS-TAB-EMPRESAS.
                02 WS-TAB-EMP-COD    PIC 9(04) OCCURS 50 TIMES.
          01 WS-COD-RETORNO          PIC X(02) VALUE "00".
          01 WS-FALECIDO             PIC X(01) VALUE "N".
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
          01 WS-LIMITE-CE-CONTA      PIC 9(05)V99 VALUE ZEROS.
          01 WS-CEL-ACHOU            PIC X(01) VALUE "N".
          01 WS-LIMITE-CHEQUE-ESPECIAL PIC 9(05)V99 VALUE 500,00.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-QTD-RECEBIDOS        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-DEBITADOS        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-RECUSADOS        PIC 9(06) VALUE ZEROS.
          01 WS-QTD-ARQ-RECUSADOS    PIC 9(02) VALUE ZEROS.
          01 WS-TOTAL-DEBITADO       PIC 9(07)V99 VALUE ZEROS.
          01 WS-JRN-CLI              PIC X(10).
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-RCT-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-RCT-PROGRAMA         PIC X(08) VALUE "CONVDEB".
          01 WS-RCT-PERIODO          PIC X(01) VALUE "D".
          01 WS-RCT-RESULTADO        PIC X(01) VALUE SPACE.
          01 WS-RCT-SUPERVISOR       PIC 9(04) VALUE ZEROS.
          01 WS-PODE-RODAR           PIC X(01) VALUE "S".

      * Codigos de resposta a empresa conveniada:
      * 00 debitado, 01 autorizacao inexistente, 02 autorizacao
      * cancelada, 03 conta encerrada ou inexistente, 04 valor acima
      * do maximo autorizado, 05 titular falecido, 06 saldo
      * insuficiente, 07 valor invalido.
          01 WS-LINHA-RET.
                02 WS-RET-IDENT      PIC X(15).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-REFERENCIA PIC X(12).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-VALOR      PIC 9(05)V99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-VENC       PIC 9(08).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-RET-MOTIVO     PIC X(02).
                02 FILLER            PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-DAU = "00" AND ARQST = "00"
                 PERFORM VERIFICA-RUN-CONTROL
                 IF WS-PODE-RODAR = "S"
                    PERFORM CARREGA-EMPRESAS
                    PERFORM TRATA-EMPRESA
                            VARYING WS-I FROM 1 BY 1
                            UNTIL WS-I > WS-QTD-EMPRESAS
                    PERFORM GRAVA-RUN-CONTROL
                    IF WS-QTD-ARQ-RECUSADOS > ZEROS
                       MOVE 12 TO RETURN-CODE
                    END-IF
                 END-IF
              ELSE
                 IF ARQST-DAU = "35"
                    DISPLAY "SEM AUTORIZACOES DE DEBITO AUTOMATICO"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST-DAU " / " ARQST
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN INPUT AUTORIZACOES.
              IF ARQST-DAU NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O CLIENTES.
      * A failed open here means the extrato has not been through
      * MIGRADAT (or is damaged) - it is never recreated in place.
              OPEN I-O EXTRATO.
              IF ARQST-EXT = "05"
                 MOVE "00" TO ARQST-EXT.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "EXTRATO INCOMPATIVEL OU AUSENTE - STATUS "
                         ARQST-EXT " - EXECUTE MIGRADAT"
                 MOVE ARQST-EXT TO ARQST
                 EXIT PARAGRAPH.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              OPEN EXTEND ARRECAD.
              IF ARQST-ARR NOT = "00"
                     OPEN OUTPUT ARRECAD.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              MOVE "LIMITE-CHEQUE-ESP" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-LIMITE-CHEQUE-ESPECIAL.
              DISPLAY "DEBITO AUTOMATICO DE CONVENIOS - "
                      DIA "/" MES "/" ANO.

      * Re-running a completed period is not an operator decision -
      * the override demands a supervisor credential via SUPAUT.
       VERIFICA-RUN-CONTROL.
              MOVE "C" TO WS-RCT-FUNCAO.
              CALL "RUNCTL" USING WS-RCT-FUNCAO WS-RCT-PROGRAMA
                                  WS-RCT-PERIODO DATA-SIS
                                  WS-RCT-RESULTADO.
              IF WS-RCT-RESULTADO = "J"
                 DISPLAY WS-RCT-PROGRAMA " JA EXECUTADO NO PERIODO"
                 DISPLAY "REEXECUCAO SOMENTE COM CREDENCIAL DO "
                         "SUPERVISOR"
                 CALL "SUPAUT" USING WS-RCT-SUPERVISOR
                 IF WS-RCT-SUPERVISOR = ZEROS
                    MOVE "N" TO WS-PODE-RODAR
                    DISPLAY "EXECUCAO CANCELADA PELO RUN-CONTROL"
                 END-IF
              END-IF.

       GRAVA-RUN-CONTROL.
              MOVE "G" TO WS-RCT-FUNCAO.
              CALL "RUNCTL" USING WS-RCT-FUNCAO WS-RCT-PROGRAMA
                                  WS-RCT-PERIODO DATA-SIS
                                  WS-RCT-RESULTADO.

      * As empresas que a rodada atende sao as que tem alguma
      * autorizacao registrada, ativa ou nao - a autorizacao
      * cancelada ainda responde os pedidos que chegarem.
       CARREGA-EMPRESAS.
              MOVE "N" TO WS-FIM-DAU.
              PERFORM LE-AUTORIZACAO UNTIL WS-FIM-DAU = "S".

       LE-AUTORIZACAO.
              READ AUTORIZACOES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-DAU
                 NOT AT END
                    PERFORM GUARDA-EMPRESA
              END-READ.

       GUARDA-EMPRESA.
              MOVE "N" TO WS-ACHOU-EMP.
              PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-EMPRESAS
                 IF WS-TAB-EMP-COD(WS-I) = DAU-EMPRESA
                    MOVE "S" TO WS-ACHOU-EMP
                 END-IF
              END-PERFORM.
              IF WS-ACHOU-EMP = "N"
                 IF WS-QTD-EMPRESAS < 50
                    ADD 1 TO WS-QTD-EMPRESAS
                    MOVE DAU-EMPRESA TO
                         WS-TAB-EMP-COD(WS-QTD-EMPRESAS)
                 ELSE
                    DISPLAY "TABELA DE EMPRESAS ESGOTADA - EMPRESA "
                            DAU-EMPRESA " FORA DA RODADA".

      * Por empresa: o arquivo do dia entra na agenda e depois a
      * agenda inteira da empresa e varrida atras do que venceu.
      * O retorno so e recriado depois que o ARQREG aceita o arquivo
      * da empresa; com o arquivo recusado as respostas do que vence
      * hoje vao ao fim do retorno anterior, que nao se perde.
       TRATA-EMPRESA.
              MOVE WS-TAB-EMP-COD(WS-I) TO WS-EMPRESA.
              MOVE WS-EMPRESA TO WS-ARQ-PED-EMP WS-ARQ-RET-EMP.
              MOVE "N" TO WS-CTL-RECUSADO.
              PERFORM RECEBE-PEDIDOS.
              IF WS-CTL-RECUSADO = "S"
                 OPEN EXTEND RETORNO
                 IF ARQST-RET NOT = "00"
                        OPEN OUTPUT RETORNO
                 END-IF
              ELSE
                 OPEN OUTPUT RETORNO
              END-IF.
              PERFORM PROCESSA-AGENDA.
              CLOSE RETORNO.

      * Arquivo recusado nao entra na agenda; o que a empresa ja
      * tinha agendado segue vencendo normalmente e as demais
      * empresas da rodada nao sao afetadas.
       RECEBE-PEDIDOS.
              OPEN INPUT PEDIDOS.
              IF ARQST-DCV NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM CONFERE-CONTROLE.
              IF WS-CTL-RECUSADO = "S"
                 DISPLAY "PEDIDOS DA EMPRESA " WS-EMPRESA
                         " NAO AGENDADOS"
                 ADD 1 TO WS-QTD-ARQ-RECUSADOS
                 CLOSE PEDIDOS
                 EXIT PARAGRAPH.
              OPEN EXTEND AGENDA-DEB.
              IF ARQST-DAG NOT = "00"
                     OPEN OUTPUT AGENDA-DEB.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM AGENDA-PEDIDO UNTIL WS-FIM-ARQ = "S".
              CLOSE PEDIDOS.
              CLOSE AGENDA-DEB.
              PERFORM REGISTRA-ARQUIVO.

       AGENDA-PEDIDO.
              READ PEDIDOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CTL-TIPO-REG NOT = "HDR"
                       AND CTL-TIPO-REG NOT = "TRL"
                       PERFORM GRAVA-AGENDA
                    END-IF
              END-READ.

       GRAVA-AGENDA.
              MOVE WS-EMPRESA     TO DAG-EMPRESA.
              MOVE DCV-IDENT      TO DAG-IDENT.
              MOVE DCV-REFERENCIA TO DAG-REFERENCIA.
              MOVE DCV-VALOR      TO DAG-VALOR.
              MOVE DCV-DATA-VENC  TO DAG-DATA-VENC.
              MOVE WS-DATA-HOJE   TO DAG-DATA-RECEB.
              MOVE "A"            TO DAG-SITUACAO.
              MOVE SPACES         TO DAG-RETORNO.
              MOVE ZEROS          TO DAG-DATA-TRAT.
              WRITE REG-DAG.
              ADD 1 TO WS-QTD-RECEBIDOS.

       PROCESSA-AGENDA.
              OPEN I-O AGENDA-DEB.
              IF ARQST-DAG NOT = "00"
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FIM-DAG.
              PERFORM LE-AGENDA UNTIL WS-FIM-DAG = "S".
              CLOSE AGENDA-DEB.

       LE-AGENDA.
              READ AGENDA-DEB
                 AT END
                    MOVE "S" TO WS-FIM-DAG
                 NOT AT END
                    IF DAG-EMPRESA = WS-EMPRESA
                       AND DAG-SITUACAO = "A"
                       AND DAG-DATA-VENC NOT > WS-DATA-HOJE
                       PERFORM TRATA-PEDIDO
                    END-IF
              END-READ.

       TRATA-PEDIDO.
              PERFORM VALIDA-PEDIDO.
              IF WS-COD-RETORNO = "00"
                 PERFORM EFETIVA-DEBITO
              ELSE
                 ADD 1 TO WS-QTD-RECUSADOS.
              MOVE "T"            TO DAG-SITUACAO.
              MOVE WS-COD-RETORNO TO DAG-RETORNO.
              MOVE WS-DATA-HOJE   TO DAG-DATA-TRAT.
              REWRITE REG-DAG.
              IF ARQST-DAG NOT = "00"
                 DISPLAY "ERRO NA AGENDA DE DEBITOS EMPRESA "
                         DAG-EMPRESA " - STATUS " ARQST-DAG.
              PERFORM GRAVA-RETORNO.

      * Mesmo saldo disponivel do pagamento de convenio no caixa:
      * saldo menos bloqueio judicial, mais o cheque especial so
      * quando nao ha bloqueio.
       VALIDA-PEDIDO.
              MOVE "00" TO WS-COD-RETORNO.
              IF DAG-VALOR NOT > ZEROS
                 MOVE "07" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              MOVE DAG-EMPRESA TO DAU-EMPRESA.
              MOVE DAG-IDENT   TO DAU-IDENT.
              READ AUTORIZACOES
                 INVALID KEY
                    MOVE "01" TO WS-COD-RETORNO
              END-READ.
              IF WS-COD-RETORNO NOT = "00"
                 EXIT PARAGRAPH.
              IF DAU-SITUACAO NOT = "A"
                 MOVE "02" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              MOVE DAU-CODIGO TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE "03" TO WS-COD-RETORNO
                 NOT INVALID KEY
                    MOVE REG-CLI TO REG-CLI-W
              END-READ.
              IF WS-COD-RETORNO NOT = "00"
                 EXIT PARAGRAPH.
              IF STATUS-CONTA-W = "F"
                 MOVE "03" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              IF DAU-VALOR-MAX > ZEROS AND DAG-VALOR > DAU-VALOR-MAX
                 MOVE "04" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING CPF-W WS-FALECIDO.
              IF WS-FALECIDO = "S"
                 MOVE "05" TO WS-COD-RETORNO
                 EXIT PARAGRAPH.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              IF WS-BLJ-VALOR = ZEROS
                 PERFORM APURA-LIMITE-CE
                 ADD WS-LIMITE-CE-CONTA TO WS-SALDO-DISPONIVEL.
              IF DAG-VALOR > WS-SALDO-DISPONIVEL
                 MOVE "06" TO WS-COD-RETORNO.

      * O limite que vale para a conta e o do contrato de cheque
      * especial quando existe (zero se vencido); a conta que nunca
      * contratou segue no limite padrao da casa.
       APURA-LIMITE-CE.
              MOVE ZEROS TO WS-LIMITE-CE-CONTA.
              MOVE "N"   TO WS-CEL-ACHOU.
              CALL "CELGET" USING CODIGO-W WS-LIMITE-CE-CONTA
                                  WS-CEL-ACHOU.
              IF WS-CEL-ACHOU NOT = "S"
                 MOVE WS-LIMITE-CHEQUE-ESPECIAL
                      TO WS-LIMITE-CE-CONTA.

       EFETIVA-DEBITO.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              SUBTRACT DAG-VALOR FROM SALDO-W.
              ADD DAG-VALOR TO TOTAL-W.
              MOVE REG-CLI-W TO REG-CLI.
              REWRITE REG-CLI
                 INVALID KEY
                    DISPLAY "ERRO ATUALIZACAO CODIGO " CODIGO-W
                            " - STATUS " ARQST
              END-REWRITE.
              PERFORM GRAVA-EXTRATO-CONVENIO.
              MOVE SPACES TO WS-JRN-CLI.
              STRING "CLI" CODIGO-W DELIMITED BY SIZE
                     INTO WS-JRN-CLI.
              MOVE ANO         TO JRN-ANO.
              MOVE MES         TO JRN-MES.
              MOVE DIA         TO JRN-DIA.
              MOVE WS-JRN-CLI  TO JRN-CONTA-DEB.
              MOVE "ARRECAD"   TO JRN-CONTA-CRE.
              MOVE DAG-VALOR   TO JRN-VALOR.
              MOVE "DEBITO AUTOMATICO" TO JRN-HISTORICO.
              PERFORM GRAVA-REG-JOURNAL.
              PERFORM GRAVA-ARRECADACAO.
              ADD 1 TO WS-QTD-DEBITADOS.
              ADD DAG-VALOR TO WS-TOTAL-DEBITADO.

      * Tipo "B" como o pagamento de convenio no caixa - para o
      * extrato do cliente e a mesma conta de consumo paga.
       GRAVA-EXTRATO-CONVENIO.
              MOVE CODIGO-W  TO EXT-CODIGO.
              MOVE ANO       TO EXT-ANO.
              MOVE MES       TO EXT-MES.
              MOVE DIA       TO EXT-DIA.
              MOVE "B"       TO EXT-TIPO.
              MOVE DAG-VALOR TO EXT-VALOR.
              MOVE SALDO-W   TO EXT-SALDO.
              MOVE ZEROS     TO EXT-OPERADOR.
              MOVE HORA-SIS  TO EXT-HORA.
              MOVE WS-SEQ-TRN TO EXT-SEQ.
              MOVE 1 TO EXT-NSEQ.
              WRITE REG-EXT.
              PERFORM UNTIL ARQST-EXT NOT = "22" OR EXT-NSEQ = 999
                 ADD 1 TO EXT-NSEQ
                 WRITE REG-EXT
              END-PERFORM.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "ERRO NO EXTRATO CODIGO " CODIGO-W
                         " - STATUS " ARQST-EXT.

      * A linha de ARRECAD.DAT nasce "P" como a do caixa e o ARREPAS
      * a repassa a empresa na mesma noite.
       GRAVA-ARRECADACAO.
              MOVE DAG-EMPRESA    TO ARR-EMPRESA.
              MOVE CODIGO-W       TO ARR-CODIGO.
              MOVE DAG-REFERENCIA TO ARR-REFERENCIA.
              MOVE DAG-VALOR      TO ARR-VALOR.
              MOVE DAG-DATA-VENC  TO ARR-DATA-VENC.
              MOVE WS-DATA-HOJE   TO ARR-DATA-PAG.
              MOVE WS-SEQ-TRN     TO ARR-SEQ.
              MOVE "P"            TO ARR-SITUACAO.
              WRITE REG-ARR.
              IF ARQST-ARR NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE ARRECADACAO - STATUS "
                         ARQST-ARR.

       GRAVA-REG-JOURNAL.
              MOVE ZEROS      TO JRN-OPERADOR.
              MOVE HORA-SIS   TO JRN-HORA.
              MOVE WS-SEQ-TRN TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
                         " - STATUS " ARQST-JRN.

       GRAVA-RETORNO.
              MOVE DAG-IDENT      TO WS-RET-IDENT.
              MOVE DAG-REFERENCIA TO WS-RET-REFERENCIA.
              MOVE DAG-VALOR      TO WS-RET-VALOR.
              MOVE DAG-DATA-VENC  TO WS-RET-VENC.
              MOVE WS-COD-RETORNO TO WS-RET-MOTIVO.
              MOVE WS-LINHA-RET TO REG-RET.
              WRITE REG-RET.

      * Saques agendados (SAQAGE.DAT) reservam o saldo ate a
      * retirada ou a expiracao - o debito so alcanca o que sobra.
       SUBTRAI-RESERVA-SAQUE.
              MOVE "R" TO WS-SAG-FUNCAO.
              CALL "SAQRES" USING WS-SAG-FUNCAO CODIGO-W
                                  WS-SAG-AGENCIA DATA-SIS(1:8)
                                  WS-SAG-VALOR.
              SUBTRACT WS-SAG-VALOR FROM WS-SALDO-DISPONIVEL.

      * Nenhum lancamento nasce fora do plano de contas - CTAVAL
      * recusa conta contabil desconhecida ou inativa (as contas
      * CLInnnn de cliente sao sempre aceitas).
       VALIDA-CONTAS-JOURNAL.
              CALL "CTAVAL" USING JRN-CONTA-DEB JRN-CONTA-CRE
                                  WS-CTA-OK.
              IF WS-CTA-OK NOT = "S"
                 DISPLAY "LANCAMENTO RECUSADO - CONTA CONTABIL "
                         "INVALIDA " JRN-CONTA-DEB " / "
                         JRN-CONTA-CRE.

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto nada posta, e uma rodada depois da meia-
      * noite continua carimbando o dia que ainda esta aberto.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA"
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST.

      * O arquivo e lido uma vez inteiro antes de qualquer lancamento
      * e o ARQREG confere header, trailer e totais e recusa remessa
      * ja processada; depois o arquivo volta ao inicio.
       CONFERE-CONTROLE.
              MOVE "CONVDEB" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE PEDIDOS.
              OPEN INPUT PEDIDOS.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-DCV.

       LE-CONTROLE.
              READ PEDIDOS
                 AT END
                    MOVE "S" TO WS-CTL-FIM
                    EXIT PARAGRAPH
              END-READ.
              EVALUATE CTL-TIPO-REG
                 WHEN "HDR"
                    IF WS-CTL-TEM-HEADER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    MOVE "S"           TO WS-CTL-TEM-HEADER
                    MOVE CTL-REMETENTE TO WS-CTL-REMETENTE
                    MOVE CTL-DATA-ARQ  TO WS-CTL-DATA-ARQ
                    MOVE CTL-SEQUENCIA TO WS-CTL-SEQUENCIA
                 WHEN "TRL"
                    IF WS-CTL-TEM-HEADER NOT = "S"
                       OR WS-CTL-TEM-TRAILER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    MOVE "S"             TO WS-CTL-TEM-TRAILER
                    MOVE CTL-QTD-REG     TO WS-CTL-QTD-TRAILER
                    MOVE CTL-VALOR-TOTAL TO WS-CTL-VALOR-TRAILER
                 WHEN OTHER
                    IF WS-CTL-TEM-HEADER NOT = "S"
                       OR WS-CTL-TEM-TRAILER = "S"
                       MOVE "S" TO WS-CTL-FORA-ORDEM
                    END-IF
                    ADD 1 TO WS-CTL-QTD-LIDA
                    ADD DCV-VALOR TO WS-CTL-VALOR-LIDO
              END-EVALUATE.

      * So depois de processado o arquivo entra no registro de
      * recebidos - a mesma remessa nao passa uma segunda vez.
       REGISTRA-ARQUIVO.
              MOVE "G" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.

       FINALIZA.
              IF ARQST-DAU NOT = "35"
                 CLOSE AUTORIZACOES
                 CLOSE CLIENTES
                 CLOSE EXTRATO
                 CLOSE JOURNAL
                 CLOSE ARRECAD
              END-IF.
              DISPLAY "PEDIDOS RECEBIDOS : " WS-QTD-RECEBIDOS.
              DISPLAY "DEBITOS EFETUADOS : " WS-QTD-DEBITADOS.
              DISPLAY "VALOR DEBITADO    : " WS-TOTAL-DEBITADO.
              DISPLAY "PEDIDOS RECUSADOS : " WS-QTD-RECUSADOS.
              DISPLAY "ARQUIVOS RECUSADOS: " WS-QTD-ARQ-RECUSADOS.
              DISPLAY "FIM DE PROGRAMA".
