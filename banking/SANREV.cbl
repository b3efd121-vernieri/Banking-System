      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Compliance review of sanctions screening hits
      * Tectonics: cobc
      ******************************************************************
      * Walks the pending entries of the SANFILA.DAT review queue,
      * one at a time, showing the screened beneficiary beside the
      * list name it resembles.  <L>ibera records a false positive:
      * the held order ("S") goes back to pending ("P") and follows
      * its normal course once no other hit on it is open, and the
      * same name is not queued again against that list entry.
      * <C>onfirma blocks the order ("B") - ORDPAG does not pay it,
      * INTERSAI does not send it and the amount stays in ORDPGPEND /
      * INTERBPEND.  <P>roxima leaves the entry for later.  The
      * decision keeps the compliance officer and the date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SANREV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT FILA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST.

              SELECT ORDENSPG ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-OPG.

              SELECT ORDINTER ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-OIT.

       DATA DIVISION.
       FILE SECTION.
       FD FILA LABEL RECORD STANDARD
                DATA RECORD IS REG-SFL
                VALUE OF FILE-ID IS "SANFILA.DAT".
          01 REG-SFL.
                COPY SANFILA.

       FD ORDENSPG LABEL RECORD STANDARD
                DATA RECORD IS REG-OPG
                VALUE OF FILE-ID IS "ORDPG.DAT".
          01 REG-OPG.
                COPY ORDPG.

       FD ORDINTER LABEL RECORD STANDARD
                DATA RECORD IS REG-OIT
                VALUE OF FILE-ID IS "ORDINTER.DAT".
          01 REG-OIT.
                COPY ORDINT.

       WORKING-STORAGE SECTION.
          01 ARQST-OPG               PIC X(02).
          01 ARQST-OIT               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-DECISAO              PIC X(01) VALUE SPACE.
          01 WS-FIM-SFL              PIC X(01) VALUE "N".
          01 WS-FIM-ORD              PIC X(01) VALUE "N".
          01 WS-ACHOU                PIC X(01) VALUE "N".
          01 WS-ULTIMO-VISTO         PIC 9(06) VALUE ZEROS.
          01 WS-OUTRAS-ABERTAS       PIC X(01) VALUE "N".
          01 WS-NOVA-SITUACAO        PIC X(01) VALUE SPACE.
          01 WS-SFL-NUMERO           PIC 9(06) VALUE ZEROS.
          01 WS-SFL-ORIGEM           PIC X(01) VALUE SPACE.
          01 WS-SFL-REFERENCIA       PIC 9(09) VALUE ZEROS.
          01 WS-NUMERO-E             PIC ZZZZZ9.
          01 WS-VALOR-E              PIC ZZ.ZZ9,99.
          01 WS-DATA-E.
                02 WS-DATA-E-DIA     PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DATA-E-MES     PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DATA-E-ANO     PIC 9(04).

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-TRIAGEM.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "TRIAGEM DE SANCOES - COMPLIANCE".
              02 LINE 4  COL 19 VALUE "OCORRENCIA        :".
              02 LINE 5  COL 19 VALUE "DATA / PROGRAMA   :".
              02 LINE 6  COL 19 VALUE "ORIGEM            :".
              02 LINE 7  COL 19 VALUE "REFERENCIA        :".
              02 LINE 8  COL 19 VALUE "VALOR             :".
              02 LINE 10 COL 19 VALUE "BENEFICIARIO      :".
              02 LINE 11 COL 19 VALUE "NOME NA LISTA     :".
              02 LINE 12 COL 19 VALUE "LISTA             :".
              02 LINE 14 COL 19 VALUE "<L>IBERA <C>ONFIRMA <P>ROXIMA:".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "SANREV" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM PROCESSO UNTIL WS-OPCAO = "N".
              PERFORM FINALIZA.

       PROCESSO.
              PERFORM IMP-TELA.
              PERFORM PROCURA-PENDENTE.
              IF WS-ACHOU NOT = "S"
                 MOVE ZEROS TO WS-ULTIMO-VISTO
                 DISPLAY "NENHUMA OCORRENCIA PENDENTE" AT 1935
              ELSE
                 MOVE WS-SFL-NUMERO TO WS-ULTIMO-VISTO
                 PERFORM ENTRA-DECISAO
              END-IF.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-TRIAGEM.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-DECISAO.

      * A proxima pendente depois da ultima mostrada - a que ficou
      * para depois volta quando a fila da a volta.
       PROCURA-PENDENTE.
              MOVE "N" TO WS-ACHOU WS-FIM-SFL.
              OPEN INPUT FILA.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-PENDENTE UNTIL WS-FIM-SFL = "S".
              CLOSE FILA.

       LE-PENDENTE.
              READ FILA
                 AT END
                    MOVE "S" TO WS-FIM-SFL
                 NOT AT END
                    IF SFL-SITUACAO = "P"
                       AND SFL-NUMERO > WS-ULTIMO-VISTO
                       MOVE "S" TO WS-ACHOU WS-FIM-SFL
                       MOVE SFL-NUMERO     TO WS-SFL-NUMERO
                       MOVE SFL-ORIGEM     TO WS-SFL-ORIGEM
                       MOVE SFL-REFERENCIA TO WS-SFL-REFERENCIA
                       PERFORM GUARDA-TELA
                    END-IF
              END-READ.

      * Os campos vao para a tela antes do CLOSE - o buffer do FD
      * nao e garantido depois que o arquivo fecha.
       GUARDA-TELA.
              MOVE SFL-NUMERO TO WS-NUMERO-E.
              DISPLAY WS-NUMERO-E AT 0439.
              MOVE SFL-DATA(7:2) TO WS-DATA-E-DIA.
              MOVE SFL-DATA(5:2) TO WS-DATA-E-MES.
              MOVE SFL-DATA(1:4) TO WS-DATA-E-ANO.
              DISPLAY WS-DATA-E AT 0539.
              DISPLAY SFL-PROGRAMA AT 0552.
              IF SFL-ORIGEM = "O"
                 DISPLAY "ORDEM DE PAGAMENTO" AT 0639
              ELSE
                 DISPLAY "TRANSFERENCIA EXTERNA" AT 0639.
              DISPLAY SFL-REFERENCIA AT 0739.
              MOVE SFL-VALOR TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 0839.
              DISPLAY SFL-NOME(1:40) AT 1039.
              DISPLAY SFL-SAN-NOME(1:40) AT 1139.
              DISPLAY SFL-LISTA AT 1239.

       ENTRA-DECISAO.
              PERFORM UNTIL WS-DECISAO = "L" OR WS-DECISAO = "C"
                            OR WS-DECISAO = "P"
                 ACCEPT WS-DECISAO AT 1450 WITH PROMPT AUTO
              END-PERFORM.
              IF WS-DECISAO = "P"
                 EXIT PARAGRAPH.
              IF WS-DECISAO = "L"
                 DISPLAY "LIBERA A ORDEM <S/N> [ ]" AT 1935
                 ACCEPT  WS-SALVA AT 1958 WITH PROMPT AUTO
              ELSE
                 DISPLAY "BLOQUEIA A ORDEM <S/N> [ ]" AT 1935
                 ACCEPT  WS-SALVA AT 1960 WITH PROMPT AUTO
              END-IF.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM GRAVA-DECISAO.
              IF WS-ACHOU NOT = "S"
                 DISPLAY "OCORRENCIA JA DECIDIDA" AT 1935
                 EXIT PARAGRAPH.
              IF WS-DECISAO = "C"
                 MOVE "B" TO WS-NOVA-SITUACAO
                 PERFORM ATUALIZA-ORDEM
                 DISPLAY "ORDEM BLOQUEADA" AT 1935
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-OUTRAS.
              IF WS-OUTRAS-ABERTAS = "S"
                 DISPLAY "LIBERADO - HA OUTRA OCORRENCIA NA ORDEM"
                         AT 1935
              ELSE
                 MOVE "P" TO WS-NOVA-SITUACAO
                 PERFORM ATUALIZA-ORDEM
                 DISPLAY "ORDEM LIBERADA" AT 1935.

       GRAVA-DECISAO.
              MOVE "N" TO WS-ACHOU WS-FIM-SFL.
              OPEN I-O FILA.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM REGRAVA-OCORRENCIA UNTIL WS-FIM-SFL = "S".
              CLOSE FILA.

       REGRAVA-OCORRENCIA.
              READ FILA
                 AT END
                    MOVE "S" TO WS-FIM-SFL
                 NOT AT END
                    IF SFL-NUMERO = WS-SFL-NUMERO
                       AND SFL-SITUACAO = "P"
                       MOVE WS-DECISAO       TO SFL-SITUACAO
                       MOVE LK-OPERADOR-PARM TO SFL-OPERADOR
                       MOVE DATA-SIS(1:8)    TO SFL-DATA-DEC
                       REWRITE REG-SFL
                       IF ARQST NOT = "00"
                          DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST
                                  AT 1935
                       END-IF
                       MOVE "S" TO WS-ACHOU WS-FIM-SFL
                    END-IF
              END-READ.

      * Com outra ocorrencia pendente ou confirmada para a mesma
      * ordem, a liberacao desta nao solta a ordem.
       VERIFICA-OUTRAS.
              MOVE "N" TO WS-OUTRAS-ABERTAS WS-FIM-SFL.
              OPEN INPUT FILA.
              IF ARQST NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-OUTRA UNTIL WS-FIM-SFL = "S".
              CLOSE FILA.

       LE-OUTRA.
              READ FILA
                 AT END
                    MOVE "S" TO WS-FIM-SFL
                 NOT AT END
                    IF SFL-ORIGEM = WS-SFL-ORIGEM
                       AND SFL-REFERENCIA = WS-SFL-REFERENCIA
                       AND SFL-NUMERO NOT = WS-SFL-NUMERO
                       AND (SFL-SITUACAO = "P" OR SFL-SITUACAO = "C")
                       MOVE "S" TO WS-OUTRAS-ABERTAS
                    END-IF
              END-READ.

       ATUALIZA-ORDEM.
              MOVE "N" TO WS-FIM-ORD.
              IF WS-SFL-ORIGEM = "O"
                 OPEN I-O ORDENSPG
                 IF ARQST-OPG NOT = "00"
                    DISPLAY "ARQUIVO DE ORDENS INDISPONIVEL" AT 2305
                 ELSE
                    PERFORM MARCA-ORDEM-PGTO UNTIL WS-FIM-ORD = "S"
                    CLOSE ORDENSPG
                 END-IF
              ELSE
                 OPEN I-O ORDINTER
                 IF ARQST-OIT NOT = "00"
                    DISPLAY "ARQUIVO DE ORDENS INDISPONIVEL" AT 2305
                 ELSE
                    PERFORM MARCA-ORDEM-EXTERNA UNTIL WS-FIM-ORD = "S"
                    CLOSE ORDINTER
                 END-IF
              END-IF.

      * Bloqueio vale para a retida e para a ainda pendente; a
      * liberacao so solta a retida.
       MARCA-ORDEM-PGTO.
              READ ORDENSPG
                 AT END
                    MOVE "S" TO WS-FIM-ORD
                 NOT AT END
                    IF OPG-RETIRADA = WS-SFL-REFERENCIA
                       AND (OPG-SITUACAO = "S"
                            OR (OPG-SITUACAO = "P"
                                AND WS-NOVA-SITUACAO = "B"))
                       MOVE WS-NOVA-SITUACAO TO OPG-SITUACAO
                       REWRITE REG-OPG
                       IF ARQST-OPG NOT = "00"
                          DISPLAY "ERRO DE ATUALIZACAO - STATUS "
                                  ARQST-OPG AT 2305
                       END-IF
                       MOVE "S" TO WS-FIM-ORD
                    END-IF
              END-READ.

       MARCA-ORDEM-EXTERNA.
              READ ORDINTER
                 AT END
                    MOVE "S" TO WS-FIM-ORD
                 NOT AT END
                    IF OIT-SEQ = WS-SFL-REFERENCIA
                       AND (OIT-SITUACAO = "S"
                            OR (OIT-SITUACAO = "P"
                                AND WS-NOVA-SITUACAO = "B"))
                       MOVE WS-NOVA-SITUACAO TO OIT-SITUACAO
                       REWRITE REG-OIT
                       IF ARQST-OIT NOT = "00"
                          DISPLAY "ERRO DE ATUALIZACAO - STATUS "
                                  ARQST-OIT AT 2305
                       END-IF
                       MOVE "S" TO WS-FIM-ORD
                    END-IF
              END-READ.

       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 2125.
              ACCEPT WS-OPCAO AT 2142 WITH PROMPT AUTO.
              IF WS-OPCAO = "S" OR = "N"
                     DISPLAY WS-ESPACO AT 2125
                     DISPLAY WS-ESPACO AT 1935
              ELSE
                     DISPLAY WS-ESPACO AT 1935
                     DISPLAY "DIGITE S OU N" AT 1935.

       FINALIZA.
              DISPLAY WS-MENS1 AT 2125.
              GOBACK.
