      ******************************************************************
      * Author: Vernieri
      * Date: October 1, 2026
      * Purpose: Intake of the cobranca customers' remittance file
      * Tectonics: cobc
      ******************************************************************
      * COBREM.DAT brings the titles the business customers want
      * registered, one record per title under the CODIGO of the
      * agreement (CONVCOB.DAT).  Each accepted title gets its nosso
      * numero from PROXSEQ and the same digitable line BOLGERA
      * prints for the loan boletos - the cedente CODIGO takes the
      * place of the contract number - and is written to TITCOB.DAT
      * as "R" registrado.  COBREM.LST lists every record with its
      * nosso numero and digitable line or the reason it was refused:
      * 01 convenio inexistente ou inativo, 02 conta de credito
      * encerrada, 03 valor invalido, 04 vencimento invalido ou
      * vencido, 05 sacado sem nome ou documento, 06 seu numero em
      * branco ou ja registrado para o cedente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBREM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT REMESSA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REM.

              SELECT CONVENIOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CCB-CODIGO
              FILE STATUS ARQST-CCB.

              SELECT TITULOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TIT-NOSSO-NUM
              ALTERNATE RECORD KEY TIT-CODIGO WITH DUPLICATES
              FILE STATUS ARQST-TIT.

              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD REMESSA LABEL RECORD STANDARD
                RECORD CONTAINS 78 CHARACTERS
                DATA RECORD IS REG-REM
                VALUE OF FILE-ID IS "COBREM.DAT".
          01 REG-REM.
                02 REM-CODIGO        PIC 9(04).
                02 REM-SEU-NUMERO    PIC X(15).
                02 REM-SACADO-NOME   PIC X(30).
                02 REM-SACADO-DOC    PIC X(14).
                02 REM-VALOR         PIC 9(05)V99.
                02 REM-DATA-VENC     PIC 9(08).
          01 REG-CTL.
                COPY CTLARQ.
                02 FILLER            PIC X(53).

       FD CONVENIOS LABEL RECORD STANDARD
                DATA RECORD IS REG-CCB
                VALUE OF FILE-ID IS "CONVCOB.DAT".
          01 REG-CCB.
                COPY CONVCOB.

       FD TITULOS LABEL RECORD STANDARD
                DATA RECORD IS REG-TIT
                VALUE OF FILE-ID IS "TITCOB.DAT".
          01 REG-TIT.
                COPY TITCOB.

       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "COBREM.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-REM               PIC X(02).
          01 ARQST-CCB               PIC X(02).
          01 ARQST-TIT               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          COPY CTLARQW.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "COBREM".
          01 WS-SPL-ARQUIVO          PIC X(12)
                                     VALUE "COBREM.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          COPY CLICOM.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-FIM-TIT              PIC X(01) VALUE "N".
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-MOTIVO               PIC X(02) VALUE SPACES.
          01 WS-DATA-VENC            PIC 9(08) VALUE ZEROS.
          01 WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
                02 WS-VENC-ANO       PIC 9(04).
                02 WS-VENC-MES       PIC 9(02).
                02 WS-VENC-DIA       PIC 9(02).
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-REGISTRADOS      PIC 9(06) VALUE ZEROS.
          01 WS-QTD-RECUSADOS        PIC 9(06) VALUE ZEROS.
          01 WS-TOTAL-REGISTRADO     PIC 9(09)V99 VALUE ZEROS.

      * Mesma linha digitavel do BOLGERA: banco, nosso numero,
      * cedente no campo do contrato, valor, vencimento e DV
      * modulo 11.
          01 WS-LINHA-DIG.
                02 WS-DIG-BANCO      PIC 9(03) VALUE 001.
                02 WS-DIG-BOLETO     PIC 9(09).
                02 WS-DIG-CEDENTE    PIC 9(09).
                02 WS-DIG-VALOR      PIC 9(07).
                02 WS-DIG-VENC       PIC 9(08).
                02 WS-DIG-DV         PIC 9(02).
          01 WS-DIG-NUMEROS REDEFINES WS-LINHA-DIG.
                02 WS-DIG-ALGARISMO  PIC 9(01) OCCURS 38 TIMES.
          01 WS-DV-SOMA              PIC 9(06) VALUE ZEROS.
          01 WS-DV-PESO              PIC 9(01) VALUE ZEROS.
          01 WS-DV-RESTO             PIC 9(02) VALUE ZEROS.
          01 WS-I                    PIC 9(02) VALUE ZEROS.
          01 WS-VALOR-INT            PIC 9(07) VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(32) VALUE
                   "REMESSA DE COBRANCA - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(36) VALUE SPACES.

          01 WS-LINHA-CAB2.
                02 FILLER            PIC X(40) VALUE
                   "CED. SEU NUMERO          VALOR NOSSO NUM".
                02 FILLER            PIC X(40) VALUE
                   "  LINHA DIGITAVEL / MOTIVO".

          01 WS-LINHA-DET.
                02 WS-DET-CODIGO     PIC 9(04).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-SEU-NUM    PIC X(15).
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-VALOR      PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(01) VALUE SPACE.
                02 WS-DET-NOSSO      PIC 9(09).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-COMPL      PIC X(38).

          01 WS-LINHA-RECUSA.
                02 FILLER            PIC X(09) VALUE "RECUSADO ".
                02 WS-RCS-MOTIVO     PIC X(02).
                02 FILLER            PIC X(27) VALUE SPACES.

          01 WS-LINHA-TOT.
                02 FILLER            PIC X(20) VALUE
                   "TITULOS REGISTRADOS:".
                02 WS-TOT-QTD        PIC ZZZ.ZZ9.
                02 FILLER            PIC X(12) VALUE "   RECUSADOS".
                02 FILLER            PIC X(02) VALUE ": ".
                02 WS-TOT-RECUSA     PIC ZZZ.ZZ9.
                02 FILLER            PIC X(09) VALUE "   VALOR ".
                02 WS-TOT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF WS-CTL-RECUSADO = "S"
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF ARQST-REM = "00" AND ARQST-CCB = "00"
                 AND ARQST-TIT = "00" AND ARQST = "00"
                 AND ARQST-REL = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 PERFORM IMPRIME-TOTAIS
                 PERFORM REGISTRA-ARQUIVO
              ELSE
                 IF ARQST-REM = "35"
                    DISPLAY "SEM ARQUIVO DE REMESSA DE COBRANCA"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST-REM " / " ARQST-CCB " / "
                            ARQST-TIT " / " ARQST
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE "N" TO WS-CTL-RECUSADO.
              OPEN INPUT REMESSA.
              IF ARQST-REM NOT = "00"
                 EXIT PARAGRAPH.
              OPEN INPUT CONVENIOS.
              OPEN I-O TITULOS.
              IF ARQST-TIT NOT = "00"
                     CLOSE TITULOS
                     OPEN OUTPUT TITULOS
                     CLOSE TITULOS
                     OPEN I-O TITULOS.
              OPEN INPUT CLIENTES.
              OPEN OUTPUT RELATORIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "REMESSA DE COBRANCA - " DIA "/" MES "/" ANO.
              PERFORM CONFERE-CONTROLE.

       PROCESSO.
              READ REMESSA
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    IF CTL-TIPO-REG NOT = "HDR"
                       AND CTL-TIPO-REG NOT = "TRL"
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM VALIDA-TITULO
                       IF WS-MOTIVO = SPACES
                          PERFORM REGISTRA-TITULO
                       ELSE
                          PERFORM IMPRIME-RECUSA
                       END-IF
                    END-IF
              END-READ.

       VALIDA-TITULO.
              MOVE SPACES TO WS-MOTIVO.
              MOVE REM-CODIGO TO CCB-CODIGO.
              READ CONVENIOS
                 INVALID KEY
                    MOVE "01" TO WS-MOTIVO
                    EXIT PARAGRAPH
              END-READ.
              IF CCB-SITUACAO NOT = "A"
                 MOVE "01" TO WS-MOTIVO
                 EXIT PARAGRAPH.
              MOVE CCB-CONTA-CRED TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    MOVE "02" TO WS-MOTIVO
                    EXIT PARAGRAPH
              END-READ.
              IF STATUS-CONTA = "F"
                 MOVE "02" TO WS-MOTIVO
                 EXIT PARAGRAPH.
              IF REM-VALOR IS NOT NUMERIC OR REM-VALOR = ZEROS
                 MOVE "03" TO WS-MOTIVO
                 EXIT PARAGRAPH.
              IF REM-DATA-VENC IS NOT NUMERIC
                 OR REM-DATA-VENC < WS-DATA-HOJE
                 MOVE "04" TO WS-MOTIVO
                 EXIT PARAGRAPH.
              MOVE REM-DATA-VENC TO WS-DATA-VENC.
              IF WS-VENC-MES < 1 OR WS-VENC-MES > 12
                 OR WS-VENC-DIA < 1 OR WS-VENC-DIA > 31
                 MOVE "04" TO WS-MOTIVO
                 EXIT PARAGRAPH.
              IF REM-SACADO-NOME = SPACES OR REM-SACADO-DOC = SPACES
                 MOVE "05" TO WS-MOTIVO
                 EXIT PARAGRAPH.
              IF REM-SEU-NUMERO = SPACES
                 MOVE "06" TO WS-MOTIVO
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-SEU-NUMERO.

      * O seu numero identifica o titulo para a empresa - repetido
      * no mesmo cedente, o retorno nao saberia qual baixar.
       VERIFICA-SEU-NUMERO.
              MOVE REM-CODIGO TO TIT-CODIGO.
              MOVE "N" TO WS-FIM-TIT.
              START TITULOS KEY IS = TIT-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-TIT
              END-START.
              PERFORM COMPARA-SEU-NUMERO UNTIL WS-FIM-TIT = "S".

       COMPARA-SEU-NUMERO.
              READ TITULOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-TIT
                 NOT AT END
                    IF TIT-CODIGO NOT = REM-CODIGO
                       MOVE "S" TO WS-FIM-TIT
                    ELSE
                       IF TIT-SEU-NUMERO = REM-SEU-NUMERO
                          MOVE "06" TO WS-MOTIVO
                          MOVE "S" TO WS-FIM-TIT
                       END-IF
                    END-IF
              END-READ.

       REGISTRA-TITULO.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              PERFORM MONTA-LINHA-DIGITAVEL.
              MOVE WS-SEQ-TRN       TO TIT-NOSSO-NUM.
              MOVE REM-CODIGO       TO TIT-CODIGO.
              MOVE REM-SEU-NUMERO   TO TIT-SEU-NUMERO.
              MOVE REM-SACADO-NOME  TO TIT-SACADO-NOME.
              MOVE REM-SACADO-DOC   TO TIT-SACADO-DOC.
              MOVE REM-VALOR        TO TIT-VALOR.
              MOVE WS-DATA-HOJE     TO TIT-DATA-EMIS.
              MOVE REM-DATA-VENC    TO TIT-DATA-VENC.
              MOVE WS-LINHA-DIG     TO TIT-LINHA-DIG.
              MOVE "R"              TO TIT-SITUACAO.
              MOVE ZEROS            TO TIT-DATA-OCORR TIT-VALOR-PAGO
                                       TIT-ENCARGOS TIT-TARIFA.
              WRITE REG-TIT
                 INVALID KEY
                    DISPLAY "ERRO NO REGISTRO DO TITULO " WS-SEQ-TRN
                            " - STATUS " ARQST-TIT
                    MOVE "S" TO WS-FIM-ARQ
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
              END-WRITE.
              ADD 1 TO WS-QTD-REGISTRADOS.
              ADD REM-VALOR TO WS-TOTAL-REGISTRADO.
              PERFORM MONTA-DETALHE.
              MOVE WS-SEQ-TRN   TO WS-DET-NOSSO.
              MOVE WS-LINHA-DIG TO WS-DET-COMPL.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

      * DV modulo 11 sobre os 36 algarismos anteriores, pesos 2 a 9
      * ciclando - o mesmo calculo do BOLGERA.
       MONTA-LINHA-DIGITAVEL.
              MOVE WS-SEQ-TRN    TO WS-DIG-BOLETO.
              MOVE REM-CODIGO    TO WS-DIG-CEDENTE.
              COMPUTE WS-VALOR-INT = REM-VALOR * 100.
              MOVE WS-VALOR-INT  TO WS-DIG-VALOR.
              MOVE REM-DATA-VENC TO WS-DIG-VENC.
              MOVE ZEROS         TO WS-DIG-DV.
              MOVE ZEROS TO WS-DV-SOMA.
              MOVE 2     TO WS-DV-PESO.
              PERFORM SOMA-ALGARISMO VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > 36.
              COMPUTE WS-DV-RESTO = FUNCTION MOD(WS-DV-SOMA, 11).
              IF WS-DV-RESTO > 9
                 MOVE ZEROS TO WS-DIG-DV
              ELSE
                 MOVE WS-DV-RESTO TO WS-DIG-DV.

       SOMA-ALGARISMO.
              COMPUTE WS-DV-SOMA = WS-DV-SOMA
                      + WS-DIG-ALGARISMO(WS-I) * WS-DV-PESO.
              ADD 1 TO WS-DV-PESO.
              IF WS-DV-PESO > 9
                 MOVE 2 TO WS-DV-PESO.

       MONTA-DETALHE.
              MOVE SPACES         TO WS-DET-COMPL.
              MOVE ZEROS          TO WS-DET-NOSSO.
              MOVE REM-CODIGO     TO WS-DET-CODIGO.
              MOVE REM-SEU-NUMERO TO WS-DET-SEU-NUM.
              IF REM-VALOR IS NUMERIC
                 MOVE REM-VALOR   TO WS-DET-VALOR
              ELSE
                 MOVE ZEROS       TO WS-DET-VALOR.

       IMPRIME-RECUSA.
              ADD 1 TO WS-QTD-RECUSADOS.
              PERFORM MONTA-DETALHE.
              MOVE WS-MOTIVO       TO WS-RCS-MOTIVO.
              MOVE WS-LINHA-RECUSA TO WS-DET-COMPL.
              MOVE WS-LINHA-DET    TO REG-REL.
              WRITE REG-REL.

       IMPRIME-TOTAIS.
              MOVE WS-QTD-REGISTRADOS  TO WS-TOT-QTD.
              MOVE WS-QTD-RECUSADOS    TO WS-TOT-RECUSA.
              MOVE WS-TOTAL-REGISTRADO TO WS-TOT-VALOR.
              MOVE WS-LINHA-TOT TO REG-REL.
              WRITE REG-REL.

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto nenhum titulo e registrado.
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
              MOVE "COBREM" TO WS-CTL-PROGRAMA.
              MOVE SPACES TO WS-CTL-REMETENTE.
              MOVE ZEROS  TO WS-CTL-SEQUENCIA WS-CTL-DATA-ARQ
                             WS-CTL-QTD-TRAILER WS-CTL-VALOR-TRAILER
                             WS-CTL-QTD-LIDA WS-CTL-VALOR-LIDO.
              MOVE "N" TO WS-CTL-TEM-HEADER WS-CTL-TEM-TRAILER
                          WS-CTL-FORA-ORDEM WS-CTL-FIM.
              PERFORM LE-CONTROLE UNTIL WS-CTL-FIM = "S".
              CLOSE REMESSA.
              OPEN INPUT REMESSA.
              MOVE "V" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.
              IF WS-CTL-RECUSADO = "S"
                 MOVE "94" TO ARQST-REM.

       LE-CONTROLE.
              READ REMESSA
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
                    ADD REM-VALOR TO WS-CTL-VALOR-LIDO
              END-EVALUATE.

      * So depois de processado o arquivo entra no registro de
      * recebidos - a mesma remessa nao passa uma segunda vez.
       REGISTRA-ARQUIVO.
              MOVE "G" TO WS-CTL-FUNCAO.
              CALL "ARQREG" USING WS-CTL-FUNCAO WS-CTL-ARQUIVO
                                  WS-CTL-RECUSADO WS-CTL-MOTIVO.

       FINALIZA.
              IF ARQST-REM NOT = "35"
                 CLOSE REMESSA
                 CLOSE CONVENIOS
                 CLOSE TITULOS
                 CLOSE CLIENTES
                 CLOSE RELATORIO
                 CALL "SPLREG" USING WS-SPL-PROGRAMA
                                     WS-SPL-ARQUIVO
              END-IF.
              DISPLAY "REMESSAS LIDAS     : " WS-QTD-LIDOS.
              DISPLAY "TITULOS REGISTRADOS: " WS-QTD-REGISTRADOS.
              DISPLAY "RECUSADOS          : " WS-QTD-RECUSADOS.
              DISPLAY "FIM DE PROGRAMA".
