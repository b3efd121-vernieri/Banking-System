              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-APR.

              SELECT CARTOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CRT-NUMERO
              ALTERNATE RECORD KEY CRT-CODIGO WITH DUPLICATES
              FILE STATUS ARQST-CRT.

              SELECT EMITIDOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHE-CHAVE
              FILE STATUS ARQST-CHE.

              SELECT TALOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-TAL.

              SELECT PORTABILIDADE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY POR-CODIGO
              FILE STATUS ARQST-POR.

              SELECT PROVA-VIDA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PVD-CPF
              FILE STATUS ARQST-PVD.

              SELECT PENDENTES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BPD.

              SELECT AUTORIZACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY DAU-CHAVE
              ALTERNATE RECORD KEY DAU-CODIGO WITH DUPLICATES
              FILE STATUS ARQST-DAU.

              SELECT AGENDA-DEB ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-DAG.

              SELECT CADASTRO-PJ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PJ-CNPJ
              FILE STATUS ARQST-PJ.

              SELECT CONTAS-PJ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CTP-CODIGO
              ALTERNATE RECORD KEY CTP-CNPJ WITH DUPLICATES
              FILE STATUS ARQST-CTP.

              SELECT RESPONSAVEIS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RSP-CODIGO
              FILE STATUS ARQST-RSP.

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

              SELECT AMORTIZACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY AMO-NUMERO
              FILE STATUS ARQST-AMO.

              SELECT CARENCIAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CAR-NUMERO
              FILE STATUS ARQST-CRC.

              SELECT SEGUROS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY SEG-NUMERO
              FILE STATUS ARQST-SEG.

              SELECT ATRASOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ATR-CHAVE
              FILE STATUS ARQST-ATR.

              SELECT IMOBILIZADO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IMB-NUMERO
              ALTERNATE RECORD KEY IMB-AGENCIA WITH DUPLICATES
              FILE STATUS ARQST-IMB.

              SELECT FORNECEDORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FOR-CODIGO
              FILE STATUS ARQST-FOR.

              SELECT CONTAS-PAGAR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CPG-NUMERO
              ALTERNATE RECORD KEY CPG-CHAVE-FORN
              ALTERNATE RECORD KEY CPG-VENCIMENTO WITH DUPLICATES
              ALTERNATE RECORD KEY CPG-ORDEM WITH DUPLICATES
              FILE STATUS ARQST-CPG.

              SELECT PERIODOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PER-AAAAMM
              FILE STATUS ARQST-PER.

              SELECT AGENDADOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SAG.

              SELECT CADFAVOR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FVC-CHAVE
              FILE STATUS ARQST-FVC.

              SELECT FAVORECIDOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-FVI.

              SELECT CUSTODIA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CUS-CHAVE
              FILE STATUS ARQST-CUS.

              SELECT NAORECLAMADOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY NRC-CHAVE
              FILE STATUS ARQST-NRC.

              SELECT GERENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY GER-OPERADOR
              FILE STATUS ARQST-GER.

              SELECT CARTEIRA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CAR-CPF
              FILE STATUS ARQST-CAR.

              SELECT DEPESP ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-DEP.

              SELECT NOTAFALS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NFA.

              SELECT CONTESTACOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-MED.

              SELECT RECEBIDOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ARC-CHAVE
              FILE STATUS ARQST-ARC.

              SELECT INSTRUCOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY APL-CODIGO
              FILE STATUS ARQST-APL.

              SELECT CARTHIST ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CAH.

              SELECT QUITACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY DQC-CHAVE
              FILE STATUS ARQST-DQC.

              SELECT EFINANCEIRA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EFC-CHAVE
              FILE STATUS ARQST-EFC.

              SELECT APROPRIACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY APR-NUMERO
              FILE STATUS ARQST-EAP.

              SELECT CONHECIDOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FCN-CHAVE
              FILE STATUS ARQST-FCN.

              SELECT RETENCOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-FRF.

              SELECT ACUMULOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ICE-CODIGO
              FILE STATUS ARQST-ICE.

              SELECT DETALHE-IR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IRC-CHAVE
              FILE STATUS ARQST-IRC.

              SELECT LANCAMENTOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-LCM.

              SELECT NOTAMOV ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NMV.

              SELECT RESTITUICOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NRS.

              SELECT ORCAMENTO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ORC-CHAVE
              FILE STATUS ARQST-ORC.

              SELECT INVESTIGACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PIN-CHAVE
              FILE STATUS ARQST-PIN.

              SELECT PREAPROVADOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PRE-CPF
              FILE STATUS ARQST-PRE.

              SELECT RECOLHIMENTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY REC-CHAVE
              FILE STATUS ARQST-REC.

              SELECT SANCOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SAN.

              SELECT FILA-SANCAO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SFL.

              SELECT BACKUP ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
          01 REG-APR.
                COPY APROVA.

       FD CARTOES LABEL RECORD STANDARD
                DATA RECORD IS REG-CRT
                VALUE OF FILE-ID IS "CARTOES.DAT".
          01 REG-CRT.
                COPY CARTAO.

       FD EMITIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-CHE
                VALUE OF FILE-ID IS "CHQEMIT.DAT".
          01 REG-CHE.
                COPY CHQEMIT.

       FD TALOES LABEL RECORD STANDARD
                DATA RECORD IS REG-TAL
                VALUE OF FILE-ID IS "TALOES.DAT".
          01 REG-TAL.
                COPY TALAO.

       FD PORTABILIDADE LABEL RECORD STANDARD
                DATA RECORD IS REG-POR
                VALUE OF FILE-ID IS "PORTSAL.DAT".
          01 REG-POR.
                COPY PORTSAL.

       FD PROVA-VIDA LABEL RECORD STANDARD
                DATA RECORD IS REG-PVD
                VALUE OF FILE-ID IS "PROVIDA.DAT".
          01 REG-PVD.
                COPY PROVIDA.

       FD PENDENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-BPD
                VALUE OF FILE-ID IS "BENPEND.DAT".
          01 REG-BPD.
                COPY BENPEND.

       FD AUTORIZACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-DAU
                VALUE OF FILE-ID IS "DEBAUT.DAT".
          01 REG-DAU.
                COPY DEBAUT.

       FD AGENDA-DEB LABEL RECORD STANDARD
                DATA RECORD IS REG-DAG
                VALUE OF FILE-ID IS "DEBAGND.DAT".
          01 REG-DAG.
                COPY DEBAGND.

       FD CADASTRO-PJ LABEL RECORD STANDARD
                DATA RECORD IS REG-PJ
                VALUE OF FILE-ID IS "CADPJ.DAT".
          01 REG-PJ.
                COPY CADPJ.

       FD CONTAS-PJ LABEL RECORD STANDARD
                DATA RECORD IS REG-CTP
                VALUE OF FILE-ID IS "CTAPJ.DAT".
          01 REG-CTP.
                COPY CTAPJ.

       FD RESPONSAVEIS LABEL RECORD STANDARD
                DATA RECORD IS REG-RSP
                VALUE OF FILE-ID IS "RESPONS.DAT".
          01 REG-RSP.
                COPY RESPONS.

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

       FD AMORTIZACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-AMO
                VALUE OF FILE-ID IS "EMPAMORT.DAT".
          01 REG-AMO.
                COPY EMPAMORT.

       FD CARENCIAS LABEL RECORD STANDARD
                DATA RECORD IS REG-CRC
                VALUE OF FILE-ID IS "EMPCAREN.DAT".
          01 REG-CRC.
                COPY EMPCAREN.

       FD SEGUROS LABEL RECORD STANDARD
                DATA RECORD IS REG-SEG
                VALUE OF FILE-ID IS "EMPSEG.DAT".
          01 REG-SEG.
                COPY EMPSEGUR.

       FD ATRASOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ATR
                VALUE OF FILE-ID IS "EMPATR.DAT".
          01 REG-ATR.
                COPY EMPATRAS.

       FD IMOBILIZADO LABEL RECORD STANDARD
                DATA RECORD IS REG-IMB
                VALUE OF FILE-ID IS "IMOBIL.DAT".
          01 REG-IMB.
                COPY IMOBIL.

       FD FORNECEDORES LABEL RECORD STANDARD
                DATA RECORD IS REG-FOR
                VALUE OF FILE-ID IS "FORNEC.DAT".
          01 REG-FOR.
                COPY FORNEC.

       FD CONTAS-PAGAR LABEL RECORD STANDARD
                DATA RECORD IS REG-CPG
                VALUE OF FILE-ID IS "CPAGAR.DAT".
          01 REG-CPG.
                COPY CPAGAR.

       FD PERIODOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PER
                VALUE OF FILE-ID IS "PERIODO.DAT".
          01 REG-PER.
                COPY PERIODO.

       FD AGENDADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-SAG
                VALUE OF FILE-ID IS "SAQAGE.DAT".
          01 REG-SAG.
                COPY SAQAGE.

       FD CADFAVOR LABEL RECORD STANDARD
                DATA RECORD IS REG-FVC
                VALUE OF FILE-ID IS "FAVCAD.DAT".
          01 REG-FVC.
                COPY FAVCAD.

       FD FAVORECIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-FVI
                VALUE OF FILE-ID IS "FAVINT.DAT".
          01 REG-FVI.
                COPY FAVINT.

       FD CUSTODIA LABEL RECORD STANDARD
                DATA RECORD IS REG-CUS
                VALUE OF FILE-ID IS "CUSTODIA.DAT".
          01 REG-CUS.
                COPY CUSTODIA.

       FD NAORECLAMADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-NRC
                VALUE OF FILE-ID IS "NAORECL.DAT".
          01 REG-NRC.
                COPY NAORECL.

       FD GERENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-GER
                VALUE OF FILE-ID IS "GERENTES.DAT".
          01 REG-GER.
                COPY GERENTE.

       FD CARTEIRA LABEL RECORD STANDARD
                DATA RECORD IS REG-CAR
                VALUE OF FILE-ID IS "CARTEIRA.DAT".
          01 REG-CAR.
                COPY CARTEIRA.

       FD DEPESP LABEL RECORD STANDARD
                DATA RECORD IS REG-DEP
                VALUE OF FILE-ID IS "DEPESP.DAT".
          01 REG-DEP.
                COPY DEPESP.

       FD NOTAFALS LABEL RECORD STANDARD
                DATA RECORD IS REG-NFA
                VALUE OF FILE-ID IS "NOTAFALS.DAT".
          01 REG-NFA.
                COPY NOTAFALS.

       FD CONTESTACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-MED
                VALUE OF FILE-ID IS "MEDREC.DAT".
          01 REG-MED.
                COPY MEDREC.

       FD RECEBIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ARC
                VALUE OF FILE-ID IS "ARQREC.DAT".
          01 REG-ARC.
                COPY ARQREC.

       FD INSTRUCOES LABEL RECORD STANDARD
                DATA RECORD IS REG-APL
                VALUE OF FILE-ID IS "APLAUT.DAT".
          01 REG-APL.
                COPY APLAUT.

       FD CARTHIST LABEL RECORD STANDARD
                DATA RECORD IS REG-CAH
                VALUE OF FILE-ID IS "CARTHIST.DAT".
          01 REG-CAH.
                COPY CARTHIST.

       FD QUITACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-DQC
                VALUE OF FILE-ID IS "DECQCTL.DAT".
          01 REG-DQC.
                COPY DECQCTL.

       FD EFINANCEIRA LABEL RECORD STANDARD
                DATA RECORD IS REG-EFC
                VALUE OF FILE-ID IS "EFINCTL.DAT".
          01 REG-EFC.
                COPY EFINCTL.

       FD APROPRIACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-EAP
                VALUE OF FILE-ID IS "EMPAPR.DAT".
          01 REG-EAP.
                COPY EMPAPROP.

       FD CONHECIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-FCN
                VALUE OF FILE-ID IS "FRDCON.DAT".
          01 REG-FCN.
                COPY FRDCON.

       FD RETENCOES LABEL RECORD STANDARD
                DATA RECORD IS REG-FRF
                VALUE OF FILE-ID IS "FRDFILA.DAT".
          01 REG-FRF.
                COPY FRDFILA.

       FD ACUMULOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ICE
                VALUE OF FILE-ID IS "IOFCE.DAT".
          01 REG-ICE.
                COPY IOFCEACU.

       FD DETALHE-IR LABEL RECORD STANDARD
                DATA RECORD IS REG-IRC
                VALUE OF FILE-ID IS "IRFCLI.DAT".
          01 REG-IRC.
                COPY IRFCLI.

       FD LANCAMENTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-LCM
                VALUE OF FILE-ID IS "LANCMAN.DAT".
          01 REG-LCM.
                COPY LANCMAN.

       FD NOTAMOV LABEL RECORD STANDARD
                DATA RECORD IS REG-NMV
                VALUE OF FILE-ID IS "NOTAMOV.DAT".
          01 REG-NMV.
                COPY NOTAMOV.

       FD RESTITUICOES LABEL RECORD STANDARD
                DATA RECORD IS REG-NRS
                VALUE OF FILE-ID IS "NRCRES.DAT".
          01 REG-NRS.
                COPY NRCRES.

       FD ORCAMENTO LABEL RECORD STANDARD
                DATA RECORD IS REG-ORC
                VALUE OF FILE-ID IS "ORCAMENT.DAT".
          01 REG-ORC.
                COPY ORCAMENT.

       FD INVESTIGACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-PIN
                VALUE OF FILE-ID IS "PENDINV.DAT".
          01 REG-PIN.
                COPY PENDINV.

       FD PREAPROVADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PRE
                VALUE OF FILE-ID IS "PREAPROV.DAT".
          01 REG-PRE.
                COPY PREAPROV.

       FD RECOLHIMENTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-REC
                VALUE OF FILE-ID IS "RECOLHE.DAT".
          01 REG-REC.
                COPY RECOLHE.

       FD SANCOES LABEL RECORD STANDARD
                DATA RECORD IS REG-SAN
                VALUE OF FILE-ID IS "SANCAO.DAT".
          01 REG-SAN.
                COPY SANCAO.

       FD FILA-SANCAO LABEL RECORD STANDARD
                DATA RECORD IS REG-SFL
                VALUE OF FILE-ID IS "SANFILA.DAT".
          01 REG-SFL.
                COPY SANFILA.

       FD BACKUP LABEL RECORD STANDARD
                DATA RECORD IS REG-BKP
                VALUE OF FILE-ID IS WS-ARQ-BACKUP.
          01 REG-BKP                 PIC X(320).

       FD MANIFESTO LABEL RECORD STANDARD
                DATA RECORD IS REG-MAN
          01 ARQST-FER               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          01 ARQST-APR               PIC X(02).
          01 ARQST-CRT               PIC X(02).
          01 ARQST-CHE               PIC X(02).
          01 ARQST-TAL               PIC X(02).
          01 ARQST-POR               PIC X(02).
          01 ARQST-PVD               PIC X(02).
          01 ARQST-BPD               PIC X(02).
          01 ARQST-DAU               PIC X(02).
          01 ARQST-DAG               PIC X(02).
          01 ARQST-PJ                PIC X(02).
          01 ARQST-CTP               PIC X(02).
          01 ARQST-RSP               PIC X(02).
          01 ARQST-CCB               PIC X(02).
          01 ARQST-TIT               PIC X(02).
          01 ARQST-AMO               PIC X(02).
          01 ARQST-CRC               PIC X(02).
          01 ARQST-SEG               PIC X(02).
          01 ARQST-ATR               PIC X(02).
          01 ARQST-IMB               PIC X(02).
          01 ARQST-FOR               PIC X(02).
          01 ARQST-CPG               PIC X(02).
          01 ARQST-PER               PIC X(02).
          01 ARQST-SAG               PIC X(02).
          01 ARQST-FVC               PIC X(02).
          01 ARQST-FVI               PIC X(02).
          01 ARQST-CUS               PIC X(02).
          01 ARQST-NRC               PIC X(02).
          01 ARQST-GER               PIC X(02).
          01 ARQST-CAR               PIC X(02).
          01 ARQST-DEP               PIC X(02).
          01 ARQST-NFA               PIC X(02).
          01 ARQST-MED               PIC X(02).
          01 ARQST-ARC               PIC X(02).
          01 ARQST-APL               PIC X(02).
          01 ARQST-CAH               PIC X(02).
          01 ARQST-DQC               PIC X(02).
          01 ARQST-EFC               PIC X(02).
          01 ARQST-EAP               PIC X(02).
          01 ARQST-FCN               PIC X(02).
          01 ARQST-FRF               PIC X(02).
          01 ARQST-ICE               PIC X(02).
          01 ARQST-IRC               PIC X(02).
          01 ARQST-LCM               PIC X(02).
          01 ARQST-NMV               PIC X(02).
          01 ARQST-NRS               PIC X(02).
          01 ARQST-ORC               PIC X(02).
          01 ARQST-PIN               PIC X(02).
          01 ARQST-PRE               PIC X(02).
          01 ARQST-REC               PIC X(02).
          01 ARQST-SAN               PIC X(02).
          01 ARQST-SFL               PIC X(02).
          01 ARQST-BKP               PIC X(02).
          01 ARQST-MAN               PIC X(02).
          COPY DATASIS.
          01 WS-GERACAO-X            PIC X(02) VALUE SPACES.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-REGISTROS        PIC 9(07) VALUE ZEROS.
          01 WS-ELO-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-ELO-ARQUIVO          PIC X(01) VALUE SPACE.
          01 WS-ELO-DADOS            PIC X(80) VALUE SPACES.
          01 WS-ELO-NUM              PIC 9(09) VALUE ZEROS.
          01 WS-ELO-ANT              PIC 9(10) VALUE ZEROS.
          01 WS-ELO-HASH             PIC 9(10) VALUE ZEROS.
          01 WS-ELO-BASE-NUM         PIC 9(09) VALUE ZEROS.
          01 WS-ELO-BASE-HASH        PIC 9(10) VALUE ZEROS.
          01 WS-ELO-ULT-NUM          PIC 9(09) VALUE ZEROS.
          01 WS-ELO-ULT-HASH         PIC 9(10) VALUE ZEROS.
          01 WS-QTD-RESTAURADOS      PIC 9(03) VALUE ZEROS.
          01 WS-CONJUNTO-OK          PIC X(01) VALUE "S".
          01 WS-I                    PIC 9(03) VALUE ZEROS.
          01 WS-J                    PIC 9(03) VALUE ZEROS.
          01 WS-ACHOU-MAN            PIC X(01) VALUE "N".
          01 WS-NOME-BASE            PIC X(08) VALUE SPACES.
          01 WS-LOG-PROGRAMA         PIC X(08) VALUE "BKPREST".
                02 FILLER  PIC X(20) VALUE "FERIADO.DAT FERIADO".
                02 FILLER  PIC X(20) VALUE "AUDIT.DAT   AUDIT".
                02 FILLER  PIC X(20) VALUE "APROVA.DAT  APROVA".
                02 FILLER  PIC X(20) VALUE "CARTOES.DAT CARTOES".
                02 FILLER  PIC X(20) VALUE "CHQEMIT.DAT CHQEMIT".
                02 FILLER  PIC X(20) VALUE "TALOES.DAT  TALOES".
                02 FILLER  PIC X(20) VALUE "PORTSAL.DAT PORTSAL".
                02 FILLER  PIC X(20) VALUE "PROVIDA.DAT PROVIDA".
                02 FILLER  PIC X(20) VALUE "BENPEND.DAT BENPEND".
                02 FILLER  PIC X(20) VALUE "DEBAUT.DAT  DEBAUT".
                02 FILLER  PIC X(20) VALUE "DEBAGND.DAT DEBAGND".
                02 FILLER  PIC X(20) VALUE "CADPJ.DAT   CADPJ".
                02 FILLER  PIC X(20) VALUE "CTAPJ.DAT   CTAPJ".
                02 FILLER  PIC X(20) VALUE "RESPONS.DAT RESPONS".
                02 FILLER  PIC X(20) VALUE "CONVCOB.DAT CONVCOB".
                02 FILLER  PIC X(20) VALUE "TITCOB.DAT  TITCOB".
                02 FILLER  PIC X(20) VALUE "EMPAMORT.DATEMPAMORT".
                02 FILLER  PIC X(20) VALUE "EMPCAREN.DATEMPCAREN".
                02 FILLER  PIC X(20) VALUE "EMPSEG.DAT  EMPSEG".
                02 FILLER  PIC X(20) VALUE "EMPATR.DAT  EMPATR".
                02 FILLER  PIC X(20) VALUE "IMOBIL.DAT  IMOBIL".
                02 FILLER  PIC X(20) VALUE "FORNEC.DAT  FORNEC".
                02 FILLER  PIC X(20) VALUE "CPAGAR.DAT  CPAGAR".
                02 FILLER  PIC X(20) VALUE "PERIODO.DAT PERIODO".
                02 FILLER  PIC X(20) VALUE "SAQAGE.DAT  SAQAGE".
                02 FILLER  PIC X(20) VALUE "FAVCAD.DAT  FAVCAD".
                02 FILLER  PIC X(20) VALUE "FAVINT.DAT  FAVINT".
                02 FILLER  PIC X(20) VALUE "CUSTODIA.DATCUSTODIA".
                02 FILLER  PIC X(20) VALUE "NAORECL.DAT NAORECL".
                02 FILLER  PIC X(20) VALUE "GERENTES.DATGERENTES".
                02 FILLER  PIC X(20) VALUE "CARTEIRA.DATCARTEIRA".
                02 FILLER  PIC X(20) VALUE "DEPESP.DAT  DEPESP".
                02 FILLER  PIC X(20) VALUE "NOTAFALS.DATNOTAFALS".
                02 FILLER  PIC X(20) VALUE "MEDREC.DAT  MEDREC".
                02 FILLER  PIC X(20) VALUE "ARQREC.DAT  ARQREC".
                02 FILLER  PIC X(20) VALUE "APLAUT.DAT  APLAUT".
                02 FILLER  PIC X(20) VALUE "CARTHIST.DATCARTHIST".
                02 FILLER  PIC X(20) VALUE "DECQCTL.DAT DECQCTL".
                02 FILLER  PIC X(20) VALUE "EFINCTL.DAT EFINCTL".
                02 FILLER  PIC X(20) VALUE "EMPAPR.DAT  EMPAPR".
                02 FILLER  PIC X(20) VALUE "FRDCON.DAT  FRDCON".
                02 FILLER  PIC X(20) VALUE "FRDFILA.DAT FRDFILA".
                02 FILLER  PIC X(20) VALUE "IOFCE.DAT   IOFCE".
                02 FILLER  PIC X(20) VALUE "IRFCLI.DAT  IRFCLI".
                02 FILLER  PIC X(20) VALUE "LANCMAN.DAT LANCMAN".
                02 FILLER  PIC X(20) VALUE "NOTAMOV.DAT NOTAMOV".
                02 FILLER  PIC X(20) VALUE "NRCRES.DAT  NRCRES".
                02 FILLER  PIC X(20) VALUE "ORCAMENT.DATORCAMENT".
                02 FILLER  PIC X(20) VALUE "PENDINV.DAT PENDINV".
                02 FILLER  PIC X(20) VALUE "PREAPROV.DATPREAPROV".
                02 FILLER  PIC X(20) VALUE "RECOLHE.DAT RECOLHE".
                02 FILLER  PIC X(20) VALUE "SANCAO.DAT  SANCAO".
                02 FILLER  PIC X(20) VALUE "SANFILA.DAT SANFILA".
          01 WS-TAB-NOMES-R REDEFINES WS-TAB-NOMES.
                02 WS-TAB-ARQ OCCURS 111 TIMES.
                   03 WS-TAB-ARQ-NOME  PIC X(12).
                   03 WS-TAB-ARQ-BASE  PIC X(08).
          01 WS-TAB-ESPERADO.
                02 WS-TAB-ESP OCCURS 111 TIMES.
                   03 WS-TAB-ESP-ACHOU PIC X(01).
                   03 WS-TAB-ESP-QTD   PIC 9(07).

              GOBACK.

       CARREGA-MANIFESTO.
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 111
                 MOVE "N"   TO WS-TAB-ESP-ACHOU(WS-I)
                 MOVE ZEROS TO WS-TAB-ESP-QTD(WS-I)
              END-PERFORM.
                 EXIT PARAGRAPH.
              PERFORM LE-MANIFESTO UNTIL WS-FIM-ARQ = "S".
              CLOSE MANIFESTO.
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 111
                 IF WS-TAB-ESP-ACHOU(WS-I) NOT = "S"
                    DISPLAY "GERACAO " WS-GERACAO " SEM "
                            WS-TAB-ARQ-NOME(WS-I) " NO MANIFESTO"
                 NOT AT END
                    IF MAN-GERACAO = WS-GERACAO
                       PERFORM VARYING WS-J FROM 1 BY 1
                                UNTIL WS-J > 111
                          IF WS-TAB-ARQ-NOME(WS-J) = MAN-ARQUIVO
                             MOVE "S" TO WS-TAB-ESP-ACHOU(WS-J)
                             MOVE MAN-REGISTROS
      * contada contra o manifesto.
       CONFERE-COPIAS.
              PERFORM CONFERE-UMA-COPIA VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > 111 OR WS-CONJUNTO-OK = "N".

       CONFERE-UMA-COPIA.
              PERFORM MONTA-NOME-BACKUP.

       RESTAURA-CONJUNTO.
              PERFORM RESTAURA-UM-ARQUIVO VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > 111.

       RESTAURA-UM-ARQUIVO.
              PERFORM MONTA-NOME-BACKUP.
                         PERFORM VOLTA-JOURNAL
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE JOURNAL
                         MOVE "J" TO WS-ELO-ARQUIVO
                         PERFORM REATA-CADEIA
                 WHEN 8  OPEN OUTPUT EMPRESTIMOS
                         PERFORM VOLTA-EMPRESTIMOS
                                 UNTIL WS-FIM-ARQ = "S"
                         PERFORM VOLTA-AUDITORIA
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE AUDITORIA
                         MOVE "A" TO WS-ELO-ARQUIVO
                         PERFORM REATA-CADEIA
                 WHEN 61 OPEN OUTPUT APROVACOES
                         PERFORM VOLTA-APROVACOES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE APROVACOES
                 WHEN 62 OPEN OUTPUT CARTOES
                         PERFORM VOLTA-CARTOES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CARTOES
                 WHEN 63 OPEN OUTPUT EMITIDOS
                         PERFORM VOLTA-EMITIDOS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE EMITIDOS
                 WHEN 64 OPEN OUTPUT TALOES
                         PERFORM VOLTA-TALOES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE TALOES
                 WHEN 65 OPEN OUTPUT PORTABILIDADE
                         PERFORM VOLTA-PORTABILIDADE
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE PORTABILIDADE
                 WHEN 66 OPEN OUTPUT PROVA-VIDA
                         PERFORM VOLTA-PROVA-VIDA
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE PROVA-VIDA
                 WHEN 67 OPEN OUTPUT PENDENTES
                         PERFORM VOLTA-PENDENTES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE PENDENTES
                 WHEN 68 OPEN OUTPUT AUTORIZACOES
                         PERFORM VOLTA-AUTORIZACOES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE AUTORIZACOES
                 WHEN 69 OPEN OUTPUT AGENDA-DEB
                         PERFORM VOLTA-AGENDA-DEB
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE AGENDA-DEB
                 WHEN 70 OPEN OUTPUT CADASTRO-PJ
                         PERFORM VOLTA-CADASTRO-PJ
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CADASTRO-PJ
                 WHEN 71 OPEN OUTPUT CONTAS-PJ
                         PERFORM VOLTA-CONTAS-PJ
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CONTAS-PJ
                 WHEN 72 OPEN OUTPUT RESPONSAVEIS
                         PERFORM VOLTA-RESPONSAVEIS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE RESPONSAVEIS
                 WHEN 73 OPEN OUTPUT CONVENIOS
                         PERFORM VOLTA-CONVENIOS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CONVENIOS
                 WHEN 74 OPEN OUTPUT TITULOS
                         PERFORM VOLTA-TITULOS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE TITULOS
                 WHEN 75 OPEN OUTPUT AMORTIZACOES
                         PERFORM VOLTA-AMORTIZACOES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE AMORTIZACOES
                 WHEN 76 OPEN OUTPUT CARENCIAS
                         PERFORM VOLTA-CARENCIAS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CARENCIAS
                 WHEN 77 OPEN OUTPUT SEGUROS
                         PERFORM VOLTA-SEGUROS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE SEGUROS
                 WHEN 78 OPEN OUTPUT ATRASOS
                         PERFORM VOLTA-ATRASOS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE ATRASOS
                 WHEN 79 OPEN OUTPUT IMOBILIZADO
                         PERFORM VOLTA-IMOBILIZADO
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE IMOBILIZADO
                 WHEN 80 OPEN OUTPUT FORNECEDORES
                         PERFORM VOLTA-FORNECEDORES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE FORNECEDORES
                 WHEN 81 OPEN OUTPUT CONTAS-PAGAR
                         PERFORM VOLTA-CONTAS-PAGAR
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CONTAS-PAGAR
                 WHEN 82 OPEN OUTPUT PERIODOS
                         PERFORM VOLTA-PERIODOS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE PERIODOS
                 WHEN 83 OPEN OUTPUT AGENDADOS
                         PERFORM VOLTA-AGENDADOS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE AGENDADOS
                 WHEN 84 OPEN OUTPUT CADFAVOR
                         PERFORM VOLTA-CADFAVOR
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CADFAVOR
                 WHEN 85 OPEN OUTPUT FAVORECIDOS
                         PERFORM VOLTA-FAVORECIDOS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE FAVORECIDOS
                 WHEN 86 OPEN OUTPUT CUSTODIA
                         PERFORM VOLTA-CUSTODIA
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CUSTODIA
                 WHEN 87 OPEN OUTPUT NAORECLAMADOS
                         PERFORM VOLTA-NAORECLAMADOS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE NAORECLAMADOS
                 WHEN 88 OPEN OUTPUT GERENTES
                         PERFORM VOLTA-GERENTES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE GERENTES
                 WHEN 89 OPEN OUTPUT CARTEIRA
                         PERFORM VOLTA-CARTEIRA
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CARTEIRA
                 WHEN 90 OPEN OUTPUT DEPESP
                         PERFORM VOLTA-DEPESP
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE DEPESP
                 WHEN 91 OPEN OUTPUT NOTAFALS
                         PERFORM VOLTA-NOTAFALS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE NOTAFALS
                 WHEN 92 OPEN OUTPUT CONTESTACOES
                         PERFORM VOLTA-CONTESTACOES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CONTESTACOES
                 WHEN 93 OPEN OUTPUT RECEBIDOS
                         PERFORM VOLTA-RECEBIDOS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE RECEBIDOS
                 WHEN 94 OPEN OUTPUT INSTRUCOES
                         PERFORM VOLTA-INSTRUCOES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE INSTRUCOES
                 WHEN 95 OPEN OUTPUT CARTHIST
                         PERFORM VOLTA-CARTHIST
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CARTHIST
                 WHEN 96 OPEN OUTPUT QUITACOES
                         PERFORM VOLTA-QUITACOES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE QUITACOES
                 WHEN 97 OPEN OUTPUT EFINANCEIRA
                         PERFORM VOLTA-EFINANCEIRA
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE EFINANCEIRA
                 WHEN 98 OPEN OUTPUT APROPRIACOES
                         PERFORM VOLTA-APROPRIACOES
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE APROPRIACOES
                 WHEN 99 OPEN OUTPUT CONHECIDOS
                         PERFORM VOLTA-CONHECIDOS
                                 UNTIL WS-FIM-ARQ = "S"
                         CLOSE CONHECIDOS
                 WHEN 100 OPEN OUTPUT RETENCOES
                          PERFORM VOLTA-RETENCOES
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE RETENCOES
                 WHEN 101 OPEN OUTPUT ACUMULOS
                          PERFORM VOLTA-ACUMULOS
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE ACUMULOS
                 WHEN 102 OPEN OUTPUT DETALHE-IR
                          PERFORM VOLTA-DETALHE-IR
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE DETALHE-IR
                 WHEN 103 OPEN OUTPUT LANCAMENTOS
                          PERFORM VOLTA-LANCAMENTOS
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE LANCAMENTOS
                 WHEN 104 OPEN OUTPUT NOTAMOV
                          PERFORM VOLTA-NOTAMOV
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE NOTAMOV
                 WHEN 105 OPEN OUTPUT RESTITUICOES
                          PERFORM VOLTA-RESTITUICOES
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE RESTITUICOES
                 WHEN 106 OPEN OUTPUT ORCAMENTO
                          PERFORM VOLTA-ORCAMENTO
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE ORCAMENTO
                 WHEN 107 OPEN OUTPUT INVESTIGACOES
                          PERFORM VOLTA-INVESTIGACOES
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE INVESTIGACOES
                 WHEN 108 OPEN OUTPUT PREAPROVADOS
                          PERFORM VOLTA-PREAPROVADOS
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE PREAPROVADOS
                 WHEN 109 OPEN OUTPUT RECOLHIMENTOS
                          PERFORM VOLTA-RECOLHIMENTOS
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE RECOLHIMENTOS
                 WHEN 110 OPEN OUTPUT SANCOES
                          PERFORM VOLTA-SANCOES
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE SANCOES
                 WHEN 111 OPEN OUTPUT FILA-SANCAO
                          PERFORM VOLTA-FILA-SANCAO
                                  UNTIL WS-FIM-ARQ = "S"
                          CLOSE FILA-SANCAO
              END-EVALUATE.
              CLOSE BACKUP.
              ADD 1 TO WS-QTD-RESTAURADOS.
                    MOVE REG-BKP TO REG-JRN
                    WRITE REG-JRN
                    ADD 1 TO WS-QTD-REGISTROS
                    IF WS-QTD-REGISTROS = 1
                       MOVE JRN-ELO-NUM TO WS-ELO-BASE-NUM
                       MOVE JRN-ELO-ANT TO WS-ELO-BASE-HASH
                    END-IF
                    MOVE JRN-ELO-NUM  TO WS-ELO-ULT-NUM
                    MOVE JRN-ELO-HASH TO WS-ELO-ULT-HASH
              END-READ.

      * JOURNAL e AUDIT voltam com os elos gravados no backup, e
      * ELOS.DAT e reposto para o primeiro e o ultimo elo restaurados
      * - a cadeia segue dali e o ELOCHK confere o arquivo restaurado.
      * Arquivo vazio no backup passa a pender do ultimo elo atual.
       REATA-CADEIA.
              IF WS-QTD-REGISTROS = ZEROS
                 MOVE "R" TO WS-ELO-FUNCAO
                 CALL "ELOCAD" USING WS-ELO-FUNCAO WS-ELO-ARQUIVO
                                     WS-ELO-DADOS WS-ELO-NUM
                                     WS-ELO-ANT WS-ELO-HASH
                 EXIT PARAGRAPH.
              IF WS-ELO-BASE-NUM > ZEROS
                 SUBTRACT 1 FROM WS-ELO-BASE-NUM.
              MOVE "F" TO WS-ELO-FUNCAO.
              MOVE WS-ELO-BASE-NUM  TO WS-ELO-NUM.
              MOVE WS-ELO-BASE-HASH TO WS-ELO-ANT.
              CALL "ELOCAD" USING WS-ELO-FUNCAO WS-ELO-ARQUIVO
                                  WS-ELO-DADOS WS-ELO-NUM
                                  WS-ELO-ANT WS-ELO-HASH.
              MOVE "U" TO WS-ELO-FUNCAO.
              MOVE WS-ELO-ULT-NUM  TO WS-ELO-NUM.
              MOVE WS-ELO-ULT-HASH TO WS-ELO-HASH.
              CALL "ELOCAD" USING WS-ELO-FUNCAO WS-ELO-ARQUIVO
                                  WS-ELO-DADOS WS-ELO-NUM
                                  WS-ELO-ANT WS-ELO-HASH.

       VOLTA-EMPRESTIMOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                    MOVE REG-BKP TO REG-AUD
                    WRITE REG-AUD
                    ADD 1 TO WS-QTD-REGISTROS
                    IF WS-QTD-REGISTROS = 1
                       MOVE AUD-ELO-NUM TO WS-ELO-BASE-NUM
                       MOVE AUD-ELO-ANT TO WS-ELO-BASE-HASH
                    END-IF
                    MOVE AUD-ELO-NUM  TO WS-ELO-ULT-NUM
                    MOVE AUD-ELO-HASH TO WS-ELO-ULT-HASH
              END-READ.

       VOLTA-APROVACOES.
                    WRITE REG-APR
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CARTOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-CRT
                    WRITE REG-CRT
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-EMITIDOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-CHE
                    WRITE REG-CHE
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-TALOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-TAL
                    WRITE REG-TAL
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-PORTABILIDADE.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-POR
                    WRITE REG-POR
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-PROVA-VIDA.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-PVD
                    WRITE REG-PVD
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-PENDENTES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-BPD
                    WRITE REG-BPD
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-AUTORIZACOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-DAU
                    WRITE REG-DAU
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-AGENDA-DEB.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-DAG
                    WRITE REG-DAG
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CADASTRO-PJ.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-PJ
                    WRITE REG-PJ
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CONTAS-PJ.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-CTP
                    WRITE REG-CTP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-RESPONSAVEIS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-RSP
                    WRITE REG-RSP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CONVENIOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-CCB
                    WRITE REG-CCB
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-TITULOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-TIT
                    WRITE REG-TIT
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-AMORTIZACOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-AMO
                    WRITE REG-AMO
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CARENCIAS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-CRC
                    WRITE REG-CRC
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-SEGUROS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-SEG
                    WRITE REG-SEG
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-ATRASOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-ATR
                    WRITE REG-ATR
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-IMOBILIZADO.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-IMB
                    WRITE REG-IMB
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-FORNECEDORES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-FOR
                    WRITE REG-FOR
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CONTAS-PAGAR.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-CPG
                    WRITE REG-CPG
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-PERIODOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-PER
                    WRITE REG-PER
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-AGENDADOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-SAG
                    WRITE REG-SAG
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CADFAVOR.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-FVC
                    WRITE REG-FVC
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-FAVORECIDOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-FVI
                    WRITE REG-FVI
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CUSTODIA.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-CUS
                    WRITE REG-CUS
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-NAORECLAMADOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-NRC
                    WRITE REG-NRC
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-GERENTES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-GER
                    WRITE REG-GER
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CARTEIRA.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-CAR
                    WRITE REG-CAR
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-DEPESP.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-DEP
                    WRITE REG-DEP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-NOTAFALS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-NFA
                    WRITE REG-NFA
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CONTESTACOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-MED
                    WRITE REG-MED
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-RECEBIDOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-ARC
                    WRITE REG-ARC
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-INSTRUCOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-APL
                    WRITE REG-APL
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CARTHIST.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-CAH
                    WRITE REG-CAH
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-QUITACOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-DQC
                    WRITE REG-DQC
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-EFINANCEIRA.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-EFC
                    WRITE REG-EFC
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-APROPRIACOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-EAP
                    WRITE REG-EAP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-CONHECIDOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-FCN
                    WRITE REG-FCN
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-RETENCOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-FRF
                    WRITE REG-FRF
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-ACUMULOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-ICE
                    WRITE REG-ICE
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-DETALHE-IR.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-IRC
                    WRITE REG-IRC
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-LANCAMENTOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-LCM
                    WRITE REG-LCM
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-NOTAMOV.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-NMV
                    WRITE REG-NMV
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-RESTITUICOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-NRS
                    WRITE REG-NRS
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-ORCAMENTO.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-ORC
                    WRITE REG-ORC
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-INVESTIGACOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-PIN
                    WRITE REG-PIN
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-PREAPROVADOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-PRE
                    WRITE REG-PRE
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-RECOLHIMENTOS.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-REC
                    WRITE REG-REC
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-SANCOES.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-SAN
                    WRITE REG-SAN
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       VOLTA-FILA-SANCAO.
              READ BACKUP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-BKP TO REG-SFL
                    WRITE REG-SFL
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.
