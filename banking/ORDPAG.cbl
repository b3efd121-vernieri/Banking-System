      * against the one the sender registered, and the cash leaves
      * the drawer - journaled ORDPGPEND against CAIXA and debited
      * from the teller's GAVMOV drawer.  The order is marked paid
      * with the paying branch and date.  The beneficiary name is
      * screened against the sanctions lists (SANCHK) before the
      * cash leaves - a possible hit holds the order ("S") for the
      * compliance review in SANREV; held and blocked orders are
      * not paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDPAG.
          01 WS-OPG-BENEF-NOME       PIC X(30) VALUE SPACES.
          01 WS-OPG-BENEF-DOC        PIC X(11) VALUE SPACES.
          01 WS-OPG-VALOR            PIC 9(05)V99 VALUE ZEROS.
          01 WS-OPG-SITUACAO         PIC X(01) VALUE SPACE.
          01 WS-SAN-NOME             PIC X(60) VALUE SPACES.
          01 WS-SAN-ORIGEM           PIC X(01) VALUE "O".
          01 WS-SAN-PROGRAMA         PIC X(08) VALUE "ORDPAG".
          01 WS-SAN-RESULTADO        PIC X(01) VALUE "L".
          01 WS-FIM-OPG              PIC X(01) VALUE "N".
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-VALOR-E              PIC ZZ.ZZ9,99.
                 ACCEPT WS-RETIRADA-DIG AT 0639 WITH PROMPT AUTO
              END-PERFORM.
              MOVE "N" TO WS-EXISTE WS-FIM-OPG.
              MOVE SPACE TO WS-OPG-SITUACAO.
              OPEN INPUT ORDENSPG.
              IF ARQST-OPG NOT = "00"
                 MOVE "S" TO WS-FIM-OPG.
              IF WS-EXISTE NOT = "S"
                 DISPLAY "ORDEM NAO ENCONTRADA OU JA PAGA" AT 1935
                 EXIT PARAGRAPH.
              IF WS-OPG-SITUACAO = "S"
                 MOVE "N" TO WS-EXISTE
                 DISPLAY "ORDEM RETIDA EM ANALISE DE COMPLIANCE"
                         AT 1935
                 EXIT PARAGRAPH.
              IF WS-OPG-SITUACAO = "B"
                 MOVE "N" TO WS-EXISTE
                 DISPLAY "ORDEM BLOQUEADA PELO COMPLIANCE" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY WS-OPG-BENEF-NOME AT 0739.
              MOVE WS-OPG-VALOR TO WS-VALOR-E.
              DISPLAY WS-VALOR-E AT 0839.
                    MOVE "S" TO WS-FIM-OPG
                 NOT AT END
                    IF OPG-RETIRADA = WS-RETIRADA-DIG
                       AND (OPG-SITUACAO = "P" OR OPG-SITUACAO = "S"
                            OR OPG-SITUACAO = "B")
      * Os campos sao salvos antes do CLOSE - o buffer do FD nao e
      * garantido depois que o arquivo fecha.
                       MOVE OPG-BENEF-NOME TO WS-OPG-BENEF-NOME
                       MOVE OPG-BENEF-DOC  TO WS-OPG-BENEF-DOC
                       MOVE OPG-VALOR      TO WS-OPG-VALOR
                       MOVE OPG-SITUACAO   TO WS-OPG-SITUACAO
                       MOVE "S" TO WS-EXISTE
                       MOVE "S" TO WS-FIM-OPG
                    END-IF
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA" AT 1935
                 EXIT PARAGRAPH.
      * A lista pode ter mudado desde a emissao - a triagem se
      * repete no pagamento.
              MOVE WS-OPG-BENEF-NOME TO WS-SAN-NOME.
              CALL "SANCHK" USING WS-SAN-NOME WS-SAN-ORIGEM
                                  WS-RETIRADA-DIG WS-OPG-VALOR
                                  WS-SAN-PROGRAMA WS-SAN-RESULTADO.
              IF WS-SAN-RESULTADO = "S"
                 PERFORM RETEM-ORDEM
                 DISPLAY "BENEFICIARIO EM ANALISE - ORDEM RETIDA"
                         AT 1935
                 EXIT PARAGRAPH.
              PERFORM EFETIVA-PAGAMENTO.

       EFETIVA-PAGAMENTO.
              MOVE WS-SEQ-TRN    TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK = "S"
                 CALL "JRNELO" USING REG-JRN
                 WRITE REG-JRN
                 IF ARQST-JRN NOT = "00"
                    DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                    END-IF
              END-READ.

       RETEM-ORDEM.
              MOVE "N" TO WS-FIM-OPG.
              OPEN I-O ORDENSPG.
              IF ARQST-OPG NOT = "00"
                 DISPLAY "ARQUIVO DE ORDENS INDISPONIVEL" AT 1935
                 EXIT PARAGRAPH.
              PERFORM MARCA-RETIDA UNTIL WS-FIM-OPG = "S".
              CLOSE ORDENSPG.

       MARCA-RETIDA.
              READ ORDENSPG
                 AT END
                    MOVE "S" TO WS-FIM-OPG
                 NOT AT END
                    IF OPG-RETIRADA = WS-RETIRADA-DIG
                       AND OPG-SITUACAO = "P"
                       MOVE "S" TO OPG-SITUACAO
                       REWRITE REG-OPG
                       IF ARQST-OPG NOT = "00"
                          DISPLAY "ERRO DE ATUALIZACAO - STATUS "
                                  ARQST-OPG AT 1935
                       END-IF
                       MOVE "S" TO WS-FIM-OPG
                    END-IF
              END-READ.

      * Nenhum lancamento nasce fora do plano de contas - CTAVAL
      * recusa conta contabil desconhecida ou inativa (as contas
      * CLInnnn de cliente sao sempre aceitas).
