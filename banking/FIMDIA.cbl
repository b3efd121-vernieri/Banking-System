          01 WS-UTIL-ANTERIOR        PIC 9(08) VALUE ZEROS.
          01 WS-UTIL-PROXIMO         PIC 9(08) VALUE ZEROS.
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-SEMANA-HOJE          PIC 9(07) VALUE ZEROS.
          01 WS-SEMANA-PROXIMO       PIC 9(07) VALUE ZEROS.
          01 WS-FIM-SEMANA           PIC X(01) VALUE "N".
          01 WS-TROCA-PASSO.
                02 WS-TROCA-NOME     PIC X(08).
                02 WS-TROCA-SEQ      PIC 9(03).
                02 WS-TROCA-FIM-MES  PIC X(01).
                02 WS-TROCA-CALEND   PIC X(01).
                02 WS-TROCA-FAIXA    PIC X(10).
          01 WS-TAB-CADEIA.
                02 WS-TAB-CAD OCCURS 60 TIMES.
                   03 WS-TAB-CAD-NOME    PIC X(08).
                   03 WS-TAB-CAD-SEQ     PIC 9(03).
                   03 WS-TAB-CAD-FIM-MES PIC X(01).
                   03 WS-TAB-CAD-CALEND  PIC X(01).
                   03 WS-TAB-CAD-FAIXA.
                      04 WS-TAB-CAD-PARTICAO PIC 9(02).
                      04 WS-TAB-CAD-AGE-INI  PIC 9(04).
                      04 WS-TAB-CAD-AGE-FIM  PIC 9(04).
          COPY FAIXAW.
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "FIMDIA".
          01 WS-SPL-ARQUIVO          PIC X(12)
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-PAS-RESULT     PIC X(48).

          01 WS-LINHA-FAIXA.
                02 FILLER            PIC X(06) VALUE "PASSO ".
                02 WS-FXL-PASSO      PIC X(09).
                02 FILLER            PIC X(09) VALUE "PARTICAO ".
                02 WS-FXL-PARTICAO   PIC 9(02).
                02 FILLER            PIC X(11) VALUE " AGENCIAS ".
                02 WS-FXL-AGE-INI    PIC 9(04).
                02 FILLER            PIC X(03) VALUE " A ".
                02 WS-FXL-AGE-FIM    PIC 9(04).
                02 FILLER            PIC X(32) VALUE SPACES.

          01 WS-LINHA-HALT.
                02 FILLER            PIC X(45) VALUE
                   "CADEIA INTERROMPIDA - PASSO COM ERRO ACIMA".
                    MOVE "S" TO WS-FIM-CAD
                 NOT AT END
                    IF CAD-ATIVO = "S"
                       IF WS-QTD-AGENDADOS < 60
                          ADD 1 TO WS-QTD-AGENDADOS
                          MOVE WS-QTD-AGENDADOS TO WS-I
                          MOVE CAD-PASSO      TO WS-TAB-CAD-NOME(WS-I)
                               WS-TAB-CAD-FIM-MES(WS-I)
                          MOVE CAD-CALENDARIO TO
                               WS-TAB-CAD-CALEND(WS-I)
                          MOVE CAD-PARTICAO   TO
                               WS-TAB-CAD-PARTICAO(WS-I)
                          MOVE CAD-AGENCIA-INI TO
                               WS-TAB-CAD-AGE-INI(WS-I)
                          MOVE CAD-AGENCIA-FIM TO
                               WS-TAB-CAD-AGE-FIM(WS-I)
                       ELSE
                          DISPLAY "TABELA DE PASSOS ESGOTADA - PASSO "
                                  CAD-PASSO " FORA DA CADEIA"
                    END-IF
              END-READ.

      * Ordenacao por troca simples - a cadeia cabe em 60 passos,
      * contadas as particoes por agencia.
       ORDENA-CADEIA.
              PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-QTD-AGENDADOS
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              CALL "DIAUTIL" USING WS-DATA-HOJE WS-DIA-UTIL
                                   WS-UTIL-ANTERIOR WS-UTIL-PROXIMO.
      * O dia 1 do calendario inteiro (01/01/1601) caiu numa
      * segunda-feira - (dia - 1) / 7 numera a semana.  Hoje fecha a
      * semana quando o proximo dia util ja cai na semana seguinte.
              MOVE "N" TO WS-FIM-SEMANA.
              COMPUTE WS-SEMANA-HOJE =
                      (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 1) / 7.
              COMPUTE WS-SEMANA-PROXIMO =
                      (FUNCTION INTEGER-OF-DATE(WS-UTIL-PROXIMO) - 1)
                      / 7.
              IF WS-DIA-UTIL = "S"
                 AND WS-SEMANA-PROXIMO NOT = WS-SEMANA-HOJE
                 MOVE "S" TO WS-FIM-SEMANA.
              PERFORM EXECUTA-PASSO-AGENDADO
                      VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-QTD-AGENDADOS
              IF WS-TAB-CAD-CALEND(WS-I) = "U"
                 AND WS-DIA-UTIL NOT = "S"
                 EXIT PARAGRAPH.
              IF WS-TAB-CAD-CALEND(WS-I) = "S"
                 AND WS-FIM-SEMANA NOT = "S"
                 EXIT PARAGRAPH.
              MOVE WS-TAB-CAD-NOME(WS-I) TO WS-PASSO-NOME.
      * A faixa de agencia da entrada fica com o FAIXAGE enquanto o
      * passo roda e volta a "todas" logo depois.
              MOVE WS-TAB-CAD-FAIXA(WS-I) TO WS-FAIXA.
              IF WS-FAI-PARTICAO > ZEROS
                 MOVE WS-PASSO-NOME      TO WS-FXL-PASSO
                 MOVE WS-FAI-PARTICAO    TO WS-FXL-PARTICAO
                 MOVE WS-FAI-AGENCIA-INI TO WS-FXL-AGE-INI
                 MOVE WS-FAI-AGENCIA-FIM TO WS-FXL-AGE-FIM
                 MOVE WS-LINHA-FAIXA TO REG-REL
                 WRITE REG-REL.
              MOVE "G" TO WS-FAI-FUNCAO.
              CALL "FAIXAGE" USING WS-FAI-FUNCAO WS-FAIXA.
              PERFORM EXECUTA-PASSO.
      * O mesmo passo pode voltar na cadeia para outra particao - o
      * CANCEL devolve o programa ao estado inicial, senao a segunda
      * chamada herdaria contadores, fim de arquivo e run-control da
      * primeira.
              CANCEL WS-PASSO-NOME.
              MOVE ZEROS TO WS-FAIXA.
              CALL "FAIXAGE" USING WS-FAI-FUNCAO WS-FAIXA.

       EXECUTA-CADEIA.
              MOVE "SALCRED"  TO WS-PASSO-NOME.
              PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "BENCRED"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "CONVDEB"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "COBREM"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "COBLIQ"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "COBRET"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "DEBAUTO"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "AGDEXEC"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "CUSLIB"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "CHQAPRES" TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "CRTCOMP"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "CHQRECEB" TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "LIBCHQ"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "ARREPAS"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "CPGPAG"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "INTERSAI" TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "CORRCONC" TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "MENCONV"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "APLAUTO"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N" AND WS-FIM-MES = "S"
                 MOVE "JUROS"    TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N" AND WS-FIM-MES = "S"
                 MOVE "RELMAIOR" TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "RELSALDO" TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "RECONC"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "PENDAGE"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "SNAPDIA"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N" AND WS-FIM-MES = "S"
                 MOVE "SCORE"    TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N" AND WS-FIM-MES = "S"
                 MOVE "CARREL"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N" AND WS-FIM-MES = "S"
                 MOVE "NFAREL"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "EXPCLI"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "NOTPOS"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "CUSPOS"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "SAQEXP"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "CXPREV"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "COAFGER"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "OPRINAT"  TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "SPLPURGE" TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.
              IF WS-HALT = "N"
                 MOVE "ELOCHK"   TO WS-PASSO-NOME
                 PERFORM EXECUTA-PASSO.

       EXECUTA-PASSO.
              ADD 1 TO WS-QTD-PASSOS.
              MOVE ZEROS TO RETURN-CODE.
              MOVE "S" TO WS-PASSO-CONHECIDO.
              EVALUATE WS-PASSO-NOME
                 WHEN "SALCRED"  CALL "SALCRED"
                 WHEN "BENCRED"  CALL "BENCRED"
                 WHEN "CONVDEB"  CALL "CONVDEB"
                 WHEN "COBREM"   CALL "COBREM"
                 WHEN "COBLIQ"   CALL "COBLIQ"
                 WHEN "COBRET"   CALL "COBRET"
                 WHEN "DEBAUTO"  CALL "DEBAUTO"
                 WHEN "AGDEXEC"  CALL "AGDEXEC"
                 WHEN "CUSLIB"   CALL "CUSLIB"
                 WHEN "CHQAPRES" CALL "CHQAPRES"
                 WHEN "CRTCOMP"  CALL "CRTCOMP"
                 WHEN "CHQRECEB" CALL "CHQRECEB"
                 WHEN "LIBCHQ"   CALL "LIBCHQ"
                 WHEN "ARREPAS"  CALL "ARREPAS"
                 WHEN "INTERSAI" CALL "INTERSAI"
                 WHEN "INTERACK" CALL "INTERACK"
                 WHEN "INTERBAN" CALL "INTERBAN"
                 WHEN "MENCONV"  CALL "MENCONV"
                 WHEN "APLAUTO"  CALL "APLAUTO"
                 WHEN "JUROS"    CALL "JUROS"
                 WHEN "IOFCE"    CALL "IOFCE"
                 WHEN "RELMAIOR" CALL "RELMAIOR"
                 WHEN "RELSALDO" CALL "RELSALDO"
                 WHEN "RECONC"   CALL "RECONC"
                 WHEN "SNAPDIA"  CALL "SNAPDIA"
                 WHEN "SCORE"    CALL "SCORE"
                 WHEN "EXPCLI"   CALL "EXPCLI"
                 WHEN "EXPMOV"   CALL "EXPMOV"
                 WHEN "CDBDIA"   CALL "CDBDIA"
                 WHEN "CARFIM"   CALL "CARFIM"
                 WHEN "EMPCOB"   CALL "EMPCOB"
                 WHEN "EMPMORA"  CALL "EMPMORA"
                 WHEN "EMPAPR"   CALL "EMPAPR"
                 WHEN "RELAPR"   CALL "RELAPR"
                 WHEN "SEGREP"   CALL "SEGREP"
                 WHEN "BOLGERA"  CALL "BOLGERA"
                 WHEN "BOLBAIXA" CALL "BOLBAIXA"
                 WHEN "CHQDEV"   CALL "CHQDEV"
                 WHEN "POSCAIXA" CALL "POSCAIXA"
                 WHEN "SPLPURGE" CALL "SPLPURGE"
                 WHEN "NOTPOS"   CALL "NOTPOS"
                 WHEN "CUSPOS"   CALL "CUSPOS"
                 WHEN "RELINTAG" CALL "RELINTAG"
                 WHEN "EMPPROV"  CALL "EMPPROV"
                 WHEN "SCRGERA"  CALL "SCRGERA"
                 WHEN "IMBDEP"   CALL "IMBDEP"
                 WHEN "CPGPAG"   CALL "CPGPAG"
                 WHEN "CPGREL"   CALL "CPGREL"
                 WHEN "PENDAGE"  CALL "PENDAGE"
                 WHEN "CORRCONC" CALL "CORRCONC"
                 WHEN "CARREL"   CALL "CARREL"
                 WHEN "CXPREV"   CALL "CXPREV"
                 WHEN "SAQEXP"   CALL "SAQEXP"
                 WHEN "COAFGER"  CALL "COAFGER"
                 WHEN "COAFRET"  CALL "COAFRET"
                 WHEN "NFAREL"   CALL "NFAREL"
                 WHEN "SANCARGA" CALL "SANCARGA"
                 WHEN "EMPBAIXA" CALL "EMPBAIXA"
                 WHEN "NEGATIVA" CALL "NEGATIVA"
                 WHEN "COBRETAP" CALL "COBRETAP"
                 WHEN "KYCREV"   CALL "KYCREV"
                 WHEN "SACREL"   CALL "SACREL"
                 WHEN "ORDPGEXP" CALL "ORDPGEXP"
                 WHEN "LIQGAP"   CALL "LIQGAP"
                 WHEN "ELOCHK"   CALL "ELOCHK"
                 WHEN "SEGFUN"   CALL "SEGFUN"
                 WHEN "OPRINAT"  CALL "OPRINAT"
                 WHEN "PARTCONF" CALL "PARTCONF"
                 WHEN OTHER
                    MOVE "N" TO WS-PASSO-CONHECIDO
              END-EVALUATE.
                 MOVE "OK" TO WS-PAS-RESULT
                 ADD 1 TO WS-QTD-OK
              ELSE
      * Codigo 12: arquivo recebido recusado no controle de header/
      * trailer ou ja processado (ARQREG) - o motivo esta no RUNLOG.
              IF RETURN-CODE = 12
                 MOVE "ERRO - ARQUIVO RECEBIDO RECUSADO - VER RUNLOG"
                      TO WS-PAS-RESULT
                 MOVE "S" TO WS-HALT
              ELSE
                 MOVE "ERRO - VERIFICAR CONSOLE DO PASSO"
                      TO WS-PAS-RESULT
                 MOVE "S" TO WS-HALT
              END-IF
              END-IF
              END-IF.
              MOVE WS-LINHA-PASSO TO REG-REL.
              WRITE REG-REL.
