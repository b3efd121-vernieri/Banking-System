      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Daily payment of due supplier invoices
      * Tectonics: cobc
      ******************************************************************
      * Every approved invoice of CPAGAR.DAT due before the next
      * business day (so a due date on a weekend or holiday is paid
      * on the business day before it) becomes an outbound interbank
      * order in ORDINTER.DAT, pending for INTERSAI to ship, to the
      * bank route of the supplier in FORNEC.DAT.  The expense is
      * journaled against INTERBPEND like any other outbound order:
      * INTERACK settles it against INTERBANC, or reverses it and
      * returns the invoice to the payables when the order bounces.
      * The order carries CODIGO zero - it is the bank's own payment,
      * not a customer transfer; the supplier name goes with it in
      * FAVINT.DAT for the sanctions screening in INTERSAI.
      * CPGPAG.LST lists what was paid and what was held back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPGPAG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT NOTAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CPG-NUMERO
              ALTERNATE RECORD KEY CPG-CHAVE-FORN
              ALTERNATE RECORD KEY CPG-VENCIMENTO WITH DUPLICATES
              ALTERNATE RECORD KEY CPG-ORDEM WITH DUPLICATES
              FILE STATUS ARQST-CPG.

              SELECT FORNECEDORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FOR-CODIGO
              FILE STATUS ARQST-FOR.

              SELECT ORDINTER ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-OIT.

              SELECT FAVORECIDOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-FVI.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-CPG
                VALUE OF FILE-ID IS "CPAGAR.DAT".
          01 REG-CPG.
                COPY CPAGAR.

       FD FORNECEDORES LABEL RECORD STANDARD
                DATA RECORD IS REG-FOR
                VALUE OF FILE-ID IS "FORNEC.DAT".
          01 REG-FOR.
                COPY FORNEC.

       FD ORDINTER LABEL RECORD STANDARD
                DATA RECORD IS REG-OIT
                VALUE OF FILE-ID IS "ORDINTER.DAT".
          01 REG-OIT.
                COPY ORDINT.

       FD FAVORECIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-FVI
                VALUE OF FILE-ID IS "FAVINT.DAT".
          01 REG-FVI.
                COPY FAVINT.

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "CPGPAG.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST                   PIC X(02).
          01 ARQST-CPG               PIC X(02).
          01 ARQST-FOR               PIC X(02).
          01 ARQST-OIT               PIC X(02).
          01 ARQST-FVI               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "CPGPAG".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "CPGPAG.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-CTA-OK               PIC X(01) VALUE "S".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-ARQ-ABERTOS          PIC X(01) VALUE "N".
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-DIA-UTIL             PIC X(01) VALUE "S".
          01 WS-UTIL-ANTERIOR        PIC 9(08) VALUE ZEROS.
          01 WS-UTIL-PROXIMO         PIC 9(08) VALUE ZEROS.
          01 WS-PAGAVEL              PIC X(01) VALUE "S".
          01 WS-MOTIVO               PIC X(24) VALUE SPACES.
          01 WS-QTD-PAGAS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-RETIDAS          PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-PAGO           PIC 9(09)V99 VALUE ZEROS.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "CPGPAG".
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "A".
          01 WS-LOG-MENSAGEM         PIC X(40) VALUE SPACES.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(34) VALUE
                   "PAGAMENTO A FORNECEDORES - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(36) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "NOTA      FORN. DOCUMENTO    VENCIMENTO ".
                02 FILLER            PIC X(40) VALUE
                   "     VALOR ORDEM / OCORRENCIA".

          01 WS-LINHA-DET.
                02 WS-DET-NUMERO     PIC 9(09).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-FORNEC     PIC 9(05).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-DOCUMENTO  PIC X(12).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VENCTO     PIC 9(08).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-VALOR      PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-OCORRENCIA PIC X(24).
                02 FILLER            PIC X(07) VALUE SPACES.

          01 WS-LINHA-TRACO          PIC X(80) VALUE ALL "-".

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(17) VALUE
                   "NOTAS PAGAS    : ".
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(10) VALUE "   TOTAL: ".
                02 WS-TOT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(32) VALUE SPACES.

          01 WS-LINHA-RET.
                02 FILLER            PIC X(17) VALUE
                   "NOTAS RETIDAS  : ".
                02 WS-RET-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-ARQ-ABERTOS = "S"
                 PERFORM POSICIONA-VENCIMENTO
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
              ELSE
                 IF ARQST-CPG = "35"
                    DISPLAY "SEM NOTAS DE FORNECEDOR"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST " / " ARQST-CPG " / " ARQST-FOR
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "00" TO ARQST.
              PERFORM APURA-DATA-MOVIMENTO.
              CALL "DIAUTIL" USING WS-DATA-MOVTO WS-DIA-UTIL
                                   WS-UTIL-ANTERIOR WS-UTIL-PROXIMO.
              OPEN OUTPUT RELATORIO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              DISPLAY "PAGAMENTO A FORNECEDORES - "
                      DIA "/" MES "/" ANO.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              OPEN I-O NOTAS.
              IF ARQST-CPG NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT FORNECEDORES.
              IF ARQST-FOR NOT = "00"
                 CLOSE NOTAS
                 EXIT PARAGRAPH.
              OPEN EXTEND ORDINTER.
              IF ARQST-OIT NOT = "00"
                     OPEN OUTPUT ORDINTER.
              OPEN EXTEND FAVORECIDOS.
              IF ARQST-FVI NOT = "00"
                     OPEN OUTPUT FAVORECIDOS.
              OPEN EXTEND JOURNAL.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL.
              MOVE "S" TO WS-ARQ-ABERTOS.

      * As notas sao lidas pela chave de vencimento - a leitura para
      * na primeira que vence a partir do proximo dia util.
       POSICIONA-VENCIMENTO.
              MOVE ZEROS TO CPG-VENCIMENTO.
              START NOTAS KEY IS NOT LESS THAN CPG-VENCIMENTO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ARQ
              END-START.

       PROCESSO.
              READ NOTAS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CPG-VENCIMENTO NOT < WS-UTIL-PROXIMO
                       MOVE "S" TO WS-FIM-ARQ
                    ELSE
                       IF CPG-SITUACAO = "A"
                          PERFORM PAGA-NOTA
                       END-IF
                    END-IF
              END-READ.

       PAGA-NOTA.
              PERFORM CONFERE-FORNECEDOR.
              IF WS-PAGAVEL = "S"
                 MOVE ANO            TO JRN-ANO
                 MOVE MES            TO JRN-MES
                 MOVE DIA            TO JRN-DIA
                 MOVE CPG-CONTA      TO JRN-CONTA-DEB
                 MOVE "INTERBPEND"   TO JRN-CONTA-CRE
                 PERFORM VALIDA-CONTAS-JOURNAL
                 IF WS-CTA-OK NOT = "S"
                    MOVE "N" TO WS-PAGAVEL
                    MOVE "CONTA CONTABIL RECUSADA" TO WS-MOTIVO
                 END-IF
              END-IF.
              IF WS-PAGAVEL NOT = "S"
                 PERFORM RETEM-NOTA
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              PERFORM GRAVA-ORDEM.
              IF ARQST-OIT NOT = "00"
                 MOVE "ERRO NO ARQUIVO DE ORDENS" TO WS-MOTIVO
                 PERFORM RETEM-NOTA
                 EXIT PARAGRAPH.
              MOVE CPG-VALOR     TO JRN-VALOR.
              MOVE CPG-HISTORICO TO JRN-HISTORICO.
              MOVE ZEROS         TO JRN-OPERADOR.
              MOVE HORA-SIS      TO JRN-HORA.
              MOVE WS-SEQ-TRN    TO JRN-SEQ.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL NOTA " CPG-NUMERO
                         " - STATUS " ARQST-JRN.
              MOVE "E"           TO CPG-SITUACAO.
              MOVE WS-SEQ-TRN    TO CPG-ORDEM.
              MOVE DATA-SIS(1:8) TO CPG-DATA-PAGTO CPG-DATA-SITUAC.
              REWRITE REG-CPG.
              IF ARQST-CPG NOT = "00"
                 DISPLAY "ERRO NA NOTA " CPG-NUMERO " - STATUS "
                         ARQST-CPG.
              ADD 1 TO WS-QTD-PAGAS.
              ADD CPG-VALOR TO WS-TOTAL-PAGO.
              MOVE SPACES TO WS-MOTIVO.
              STRING "ORDEM " WS-SEQ-TRN DELIMITED BY SIZE
                     INTO WS-MOTIVO.
              PERFORM IMPRIME-NOTA.

       CONFERE-FORNECEDOR.
              MOVE "S" TO WS-PAGAVEL.
              MOVE CPG-FORNECEDOR TO FOR-CODIGO.
              READ FORNECEDORES
                 INVALID KEY
                    MOVE "N" TO WS-PAGAVEL
                    MOVE "FORNECEDOR INEXISTENTE" TO WS-MOTIVO
                    EXIT PARAGRAPH
              END-READ.
              IF FOR-SITUACAO NOT = "A"
                 MOVE "N" TO WS-PAGAVEL
                 MOVE "FORNECEDOR INATIVO" TO WS-MOTIVO
                 EXIT PARAGRAPH.
              IF FOR-BANCO = ZEROS OR FOR-CONTA = ZEROS
                 MOVE "N" TO WS-PAGAVEL
                 MOVE "SEM DADOS BANCARIOS" TO WS-MOTIVO.

      * O CPF so viaja quando o fornecedor e pessoa fisica - o
      * layout da ordem nao comporta CNPJ.
       GRAVA-ORDEM.
              MOVE WS-SEQ-TRN     TO OIT-SEQ.
              MOVE ZEROS          TO OIT-CODIGO.
              IF FOR-TIPO-DOC = "F"
                 MOVE FOR-DOCUMENTO(1:11) TO OIT-CPF
              ELSE
                 MOVE SPACES TO OIT-CPF.
              MOVE FOR-BANCO      TO OIT-BANCO.
              MOVE FOR-AGENCIA    TO OIT-AGENCIA.
              MOVE FOR-CONTA      TO OIT-CONTA.
              MOVE CPG-VALOR      TO OIT-VALOR.
              MOVE "BRL"          TO OIT-MOEDA.
              MOVE DATA-SIS(1:8)  TO OIT-DATA.
              MOVE "P"            TO OIT-SITUACAO.
              WRITE REG-OIT.
              IF ARQST-OIT NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE ORDENS EXTERNAS - "
                         "STATUS " ARQST-OIT.
              MOVE WS-SEQ-TRN     TO FVI-SEQ.
              MOVE FOR-NOME       TO FVI-NOME.
              WRITE REG-FVI.

      * Nota retida continua "A" e volta a ser tentada no proximo
      * CPGPAG - o run-log avisa quem cuida do contas a pagar.
       RETEM-NOTA.
              ADD 1 TO WS-QTD-RETIDAS.
              PERFORM IMPRIME-NOTA.
              MOVE CPG-NUMERO TO WS-LOG-CHAVE.
              MOVE SPACES TO WS-LOG-MENSAGEM.
              STRING "NOTA RETIDA - " WS-MOTIVO DELIMITED BY SIZE
                     INTO WS-LOG-MENSAGEM.
              PERFORM GRAVA-RUN-LOG.

       IMPRIME-NOTA.
              MOVE CPG-NUMERO     TO WS-DET-NUMERO.
              MOVE CPG-FORNECEDOR TO WS-DET-FORNEC.
              MOVE CPG-DOCUMENTO  TO WS-DET-DOCUMENTO.
              MOVE CPG-VENCIMENTO TO WS-DET-VENCTO.
              MOVE CPG-VALOR      TO WS-DET-VALOR.
              MOVE WS-MOTIVO      TO WS-DET-OCORRENCIA.
              MOVE WS-LINHA-DET   TO REG-REL.
              WRITE REG-REL.

       GRAVA-RUN-LOG.
              CALL "GRAVALOG" USING WS-LOG-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE
                                    WS-LOG-MENSAGEM.

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
                 MOVE DATA-SIS(1:8) TO WS-DATA-MOVTO
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA"
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST.

       FINALIZA.
              MOVE WS-LINHA-TRACO TO REG-REL.
              WRITE REG-REL.
              MOVE WS-QTD-PAGAS  TO WS-TOT-QTD.
              MOVE WS-TOTAL-PAGO TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOT  TO REG-REL.
              WRITE REG-REL.
              MOVE WS-QTD-RETIDAS TO WS-RET-QTD.
              MOVE WS-LINHA-RET  TO REG-REL.
              WRITE REG-REL.
              IF WS-ARQ-ABERTOS = "S"
                 CLOSE NOTAS
                 CLOSE FORNECEDORES
                 CLOSE ORDINTER
                 CLOSE FAVORECIDOS
                 CLOSE JOURNAL.
              CLOSE RELATORIO.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "NOTAS PAGAS  : " WS-QTD-PAGAS.
              DISPLAY "NOTAS RETIDAS: " WS-QTD-RETIDAS.
              DISPLAY "TOTAL PAGO   : " WS-TOTAL-PAGO.
              DISPLAY "FIM DE PROGRAMA".
