      * generation-numbered .Bnn copies and appends one manifest
      * record per file (generation, date/time, name, record count)
      * to BKPMANIF.DAT.  BKPREST only accepts a set this manifest
      * proves complete.  Backup records travel padded to 320 bytes;
      * the restore moves them back into the real layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
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
          01 WS-GERACAO              PIC 9(02) VALUE ZEROS.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-REGISTROS        PIC 9(07) VALUE ZEROS.
          01 WS-QTD-ARQUIVOS         PIC 9(03) VALUE ZEROS.
          01 WS-I                    PIC 9(03) VALUE ZEROS.
          01 WS-NOME-BASE            PIC X(08) VALUE SPACES.
          01 WS-GERACAO-X            PIC X(02) VALUE SPACES.
      * A ordem e fixa: o restore exige exatamente este conjunto.
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

              DISPLAY "BACKUP DO CONJUNTO DE DADOS - GERACAO "
                      WS-GERACAO.
              PERFORM COPIA-ARQUIVO VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > 111.
              DISPLAY "ARQUIVOS COPIADOS: " WS-QTD-ARQUIVOS.
              DISPLAY "FIM DE PROGRAMA".
              GOBACK.
                 WHEN 59 PERFORM COPIA-FERIADOS
                 WHEN 60 PERFORM COPIA-AUDITORIA
                 WHEN 61 PERFORM COPIA-APROVACOES
                 WHEN 62 PERFORM COPIA-CARTOES
                 WHEN 63 PERFORM COPIA-EMITIDOS
                 WHEN 64 PERFORM COPIA-TALOES
                 WHEN 65 PERFORM COPIA-PORTABILIDADE
                 WHEN 66 PERFORM COPIA-PROVA-VIDA
                 WHEN 67 PERFORM COPIA-PENDENTES
                 WHEN 68 PERFORM COPIA-AUTORIZACOES
                 WHEN 69 PERFORM COPIA-AGENDA-DEB
                 WHEN 70 PERFORM COPIA-CADASTRO-PJ
                 WHEN 71 PERFORM COPIA-CONTAS-PJ
                 WHEN 72 PERFORM COPIA-RESPONSAVEIS
                 WHEN 73 PERFORM COPIA-CONVENIOS
                 WHEN 74 PERFORM COPIA-TITULOS
                 WHEN 75 PERFORM COPIA-AMORTIZACOES
                 WHEN 76 PERFORM COPIA-CARENCIAS
                 WHEN 77 PERFORM COPIA-SEGUROS
                 WHEN 78 PERFORM COPIA-ATRASOS
                 WHEN 79 PERFORM COPIA-IMOBILIZADO
                 WHEN 80 PERFORM COPIA-FORNECEDORES
                 WHEN 81 PERFORM COPIA-CONTAS-PAGAR
                 WHEN 82 PERFORM COPIA-PERIODOS
                 WHEN 83 PERFORM COPIA-AGENDADOS
                 WHEN 84 PERFORM COPIA-CADFAVOR
                 WHEN 85 PERFORM COPIA-FAVORECIDOS
                 WHEN 86 PERFORM COPIA-CUSTODIA
                 WHEN 87 PERFORM COPIA-NAORECLAMADOS
                 WHEN 88 PERFORM COPIA-GERENTES
                 WHEN 89 PERFORM COPIA-CARTEIRA
                 WHEN 90 PERFORM COPIA-DEPESP
                 WHEN 91 PERFORM COPIA-NOTAFALS
                 WHEN 92 PERFORM COPIA-CONTESTACOES
                 WHEN 93 PERFORM COPIA-RECEBIDOS
                 WHEN 94 PERFORM COPIA-INSTRUCOES
                 WHEN 95 PERFORM COPIA-CARTHIST
                 WHEN 96 PERFORM COPIA-QUITACOES
                 WHEN 97 PERFORM COPIA-EFINANCEIRA
                 WHEN 98 PERFORM COPIA-APROPRIACOES
                 WHEN 99 PERFORM COPIA-CONHECIDOS
                 WHEN 100 PERFORM COPIA-RETENCOES
                 WHEN 101 PERFORM COPIA-ACUMULOS
                 WHEN 102 PERFORM COPIA-DETALHE-IR
                 WHEN 103 PERFORM COPIA-LANCAMENTOS
                 WHEN 104 PERFORM COPIA-NOTAMOV
                 WHEN 105 PERFORM COPIA-RESTITUICOES
                 WHEN 106 PERFORM COPIA-ORCAMENTO
                 WHEN 107 PERFORM COPIA-INVESTIGACOES
                 WHEN 108 PERFORM COPIA-PREAPROVADOS
                 WHEN 109 PERFORM COPIA-RECOLHIMENTOS
                 WHEN 110 PERFORM COPIA-SANCOES
                 WHEN 111 PERFORM COPIA-FILA-SANCAO
              END-EVALUATE.
              CLOSE BACKUP.
              PERFORM GRAVA-MANIFESTO.
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CARTOES.
              OPEN INPUT CARTOES.
              IF ARQST-CRT NOT = "00" AND ARQST-CRT NOT = "35"
                 DISPLAY "ERRO ABRINDO CARTOES.DAT - STATUS "
                         ARQST-CRT
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-CRT NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CARTOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-CRT = "00" OR ARQST-CRT = "10"
                 CLOSE CARTOES.

       LE-CARTOES.
              READ CARTOES NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-CRT TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-EMITIDOS.
              OPEN INPUT EMITIDOS.
              IF ARQST-CHE NOT = "00" AND ARQST-CHE NOT = "35"
                 DISPLAY "ERRO ABRINDO CHQEMIT.DAT - STATUS "
                         ARQST-CHE
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-CHE NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-EMITIDOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-CHE = "00" OR ARQST-CHE = "10"
                 CLOSE EMITIDOS.

       LE-EMITIDOS.
              READ EMITIDOS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-CHE TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-TALOES.
              OPEN INPUT TALOES.
              IF ARQST-TAL NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-TALOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-TAL = "00" OR ARQST-TAL = "10"
                 CLOSE TALOES.

       LE-TALOES.
              READ TALOES
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-TAL TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-PORTABILIDADE.
              OPEN INPUT PORTABILIDADE.
              IF ARQST-POR NOT = "00" AND ARQST-POR NOT = "35"
                 DISPLAY "ERRO ABRINDO PORTSAL.DAT - STATUS "
                         ARQST-POR
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-POR NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-PORTABILIDADE UNTIL WS-FIM-ARQ = "S".
              IF ARQST-POR = "00" OR ARQST-POR = "10"
                 CLOSE PORTABILIDADE.

       LE-PORTABILIDADE.
              READ PORTABILIDADE NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-POR TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-PROVA-VIDA.
              OPEN INPUT PROVA-VIDA.
              IF ARQST-PVD NOT = "00" AND ARQST-PVD NOT = "35"
                 DISPLAY "ERRO ABRINDO PROVIDA.DAT - STATUS "
                         ARQST-PVD
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-PVD NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-PROVA-VIDA UNTIL WS-FIM-ARQ = "S".
              IF ARQST-PVD = "00" OR ARQST-PVD = "10"
                 CLOSE PROVA-VIDA.

       LE-PROVA-VIDA.
              READ PROVA-VIDA NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-PVD TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-PENDENTES.
              OPEN INPUT PENDENTES.
              IF ARQST-BPD NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-PENDENTES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-BPD = "00" OR ARQST-BPD = "10"
                 CLOSE PENDENTES.

       LE-PENDENTES.
              READ PENDENTES
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-BPD TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-AUTORIZACOES.
              OPEN INPUT AUTORIZACOES.
              IF ARQST-DAU NOT = "00" AND ARQST-DAU NOT = "35"
                 DISPLAY "ERRO ABRINDO DEBAUT.DAT - STATUS "
                         ARQST-DAU
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-DAU NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-AUTORIZACOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-DAU = "00" OR ARQST-DAU = "10"
                 CLOSE AUTORIZACOES.

       LE-AUTORIZACOES.
              READ AUTORIZACOES NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-DAU TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-AGENDA-DEB.
              OPEN INPUT AGENDA-DEB.
              IF ARQST-DAG NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-AGENDA-DEB UNTIL WS-FIM-ARQ = "S".
              IF ARQST-DAG = "00" OR ARQST-DAG = "10"
                 CLOSE AGENDA-DEB.

       LE-AGENDA-DEB.
              READ AGENDA-DEB
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-DAG TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CADASTRO-PJ.
              OPEN INPUT CADASTRO-PJ.
              IF ARQST-PJ NOT = "00" AND ARQST-PJ NOT = "35"
                 DISPLAY "ERRO ABRINDO CADPJ.DAT - STATUS "
                         ARQST-PJ
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-PJ NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CADASTRO-PJ UNTIL WS-FIM-ARQ = "S".
              IF ARQST-PJ = "00" OR ARQST-PJ = "10"
                 CLOSE CADASTRO-PJ.

       LE-CADASTRO-PJ.
              READ CADASTRO-PJ NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-PJ TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CONTAS-PJ.
              OPEN INPUT CONTAS-PJ.
              IF ARQST-CTP NOT = "00" AND ARQST-CTP NOT = "35"
                 DISPLAY "ERRO ABRINDO CTAPJ.DAT - STATUS "
                         ARQST-CTP
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-CTP NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CONTAS-PJ UNTIL WS-FIM-ARQ = "S".
              IF ARQST-CTP = "00" OR ARQST-CTP = "10"
                 CLOSE CONTAS-PJ.

       LE-CONTAS-PJ.
              READ CONTAS-PJ NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-CTP TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-RESPONSAVEIS.
              OPEN INPUT RESPONSAVEIS.
              IF ARQST-RSP NOT = "00" AND ARQST-RSP NOT = "35"
                 DISPLAY "ERRO ABRINDO RESPONS.DAT - STATUS "
                         ARQST-RSP
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-RSP NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-RESPONSAVEIS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-RSP = "00" OR ARQST-RSP = "10"
                 CLOSE RESPONSAVEIS.

       LE-RESPONSAVEIS.
              READ RESPONSAVEIS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-RSP TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CONVENIOS.
              OPEN INPUT CONVENIOS.
              IF ARQST-CCB NOT = "00" AND ARQST-CCB NOT = "35"
                 DISPLAY "ERRO ABRINDO CONVCOB.DAT - STATUS "
                         ARQST-CCB
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-CCB NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CONVENIOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-CCB = "00" OR ARQST-CCB = "10"
                 CLOSE CONVENIOS.

       LE-CONVENIOS.
              READ CONVENIOS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-CCB TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-TITULOS.
              OPEN INPUT TITULOS.
              IF ARQST-TIT NOT = "00" AND ARQST-TIT NOT = "35"
                 DISPLAY "ERRO ABRINDO TITCOB.DAT - STATUS "
                         ARQST-TIT
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-TIT NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-TITULOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-TIT = "00" OR ARQST-TIT = "10"
                 CLOSE TITULOS.

       LE-TITULOS.
              READ TITULOS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-TIT TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-AMORTIZACOES.
              OPEN INPUT AMORTIZACOES.
              IF ARQST-AMO NOT = "00" AND ARQST-AMO NOT = "35"
                 DISPLAY "ERRO ABRINDO EMPAMORT.DAT - STATUS "
                         ARQST-AMO
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-AMO NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-AMORTIZACOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-AMO = "00" OR ARQST-AMO = "10"
                 CLOSE AMORTIZACOES.

       LE-AMORTIZACOES.
              READ AMORTIZACOES NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-AMO TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CARENCIAS.
              OPEN INPUT CARENCIAS.
              IF ARQST-CRC NOT = "00" AND ARQST-CRC NOT = "35"
                 DISPLAY "ERRO ABRINDO EMPCAREN.DAT - STATUS "
                         ARQST-CRC
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-CRC NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CARENCIAS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-CRC = "00" OR ARQST-CRC = "10"
                 CLOSE CARENCIAS.

       LE-CARENCIAS.
              READ CARENCIAS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-CRC TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-SEGUROS.
              OPEN INPUT SEGUROS.
              IF ARQST-SEG NOT = "00" AND ARQST-SEG NOT = "35"
                 DISPLAY "ERRO ABRINDO EMPSEG.DAT - STATUS "
                         ARQST-SEG
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-SEG NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-SEGUROS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-SEG = "00" OR ARQST-SEG = "10"
                 CLOSE SEGUROS.

       LE-SEGUROS.
              READ SEGUROS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-SEG TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-ATRASOS.
              OPEN INPUT ATRASOS.
              IF ARQST-ATR NOT = "00" AND ARQST-ATR NOT = "35"
                 DISPLAY "ERRO ABRINDO EMPATR.DAT - STATUS "
                         ARQST-ATR
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-ATR NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-ATRASOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-ATR = "00" OR ARQST-ATR = "10"
                 CLOSE ATRASOS.

       LE-ATRASOS.
              READ ATRASOS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-ATR TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-IMOBILIZADO.
              OPEN INPUT IMOBILIZADO.
              IF ARQST-IMB NOT = "00" AND ARQST-IMB NOT = "35"
                 DISPLAY "ERRO ABRINDO IMOBIL.DAT - STATUS "
                         ARQST-IMB
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-IMB NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-IMOBILIZADO UNTIL WS-FIM-ARQ = "S".
              IF ARQST-IMB = "00" OR ARQST-IMB = "10"
                 CLOSE IMOBILIZADO.

       LE-IMOBILIZADO.
              READ IMOBILIZADO NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-IMB TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-FORNECEDORES.
              OPEN INPUT FORNECEDORES.
              IF ARQST-FOR NOT = "00" AND ARQST-FOR NOT = "35"
                 DISPLAY "ERRO ABRINDO FORNEC.DAT - STATUS "
                         ARQST-FOR
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-FOR NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-FORNECEDORES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-FOR = "00" OR ARQST-FOR = "10"
                 CLOSE FORNECEDORES.

       LE-FORNECEDORES.
              READ FORNECEDORES NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-FOR TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CONTAS-PAGAR.
              OPEN INPUT CONTAS-PAGAR.
              IF ARQST-CPG NOT = "00" AND ARQST-CPG NOT = "35"
                 DISPLAY "ERRO ABRINDO CPAGAR.DAT - STATUS "
                         ARQST-CPG
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-CPG NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CONTAS-PAGAR UNTIL WS-FIM-ARQ = "S".
              IF ARQST-CPG = "00" OR ARQST-CPG = "10"
                 CLOSE CONTAS-PAGAR.

       LE-CONTAS-PAGAR.
              READ CONTAS-PAGAR NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-CPG TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-PERIODOS.
              OPEN INPUT PERIODOS.
              IF ARQST-PER NOT = "00" AND ARQST-PER NOT = "35"
                 DISPLAY "ERRO ABRINDO PERIODO.DAT - STATUS "
                         ARQST-PER
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-PER NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-PERIODOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-PER = "00" OR ARQST-PER = "10"
                 CLOSE PERIODOS.

       LE-PERIODOS.
              READ PERIODOS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-PER TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-AGENDADOS.
              OPEN INPUT AGENDADOS.
              IF ARQST-SAG NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-AGENDADOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-SAG = "00" OR ARQST-SAG = "10"
                 CLOSE AGENDADOS.

       LE-AGENDADOS.
              READ AGENDADOS
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-SAG TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CADFAVOR.
              OPEN INPUT CADFAVOR.
              IF ARQST-FVC NOT = "00" AND ARQST-FVC NOT = "35"
                 DISPLAY "ERRO ABRINDO FAVCAD.DAT - STATUS "
                         ARQST-FVC
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-FVC NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CADFAVOR UNTIL WS-FIM-ARQ = "S".
              IF ARQST-FVC = "00" OR ARQST-FVC = "10"
                 CLOSE CADFAVOR.

       LE-CADFAVOR.
              READ CADFAVOR NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-FVC TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-FAVORECIDOS.
              OPEN INPUT FAVORECIDOS.
              IF ARQST-FVI NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-FAVORECIDOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-FVI = "00" OR ARQST-FVI = "10"
                 CLOSE FAVORECIDOS.

       LE-FAVORECIDOS.
              READ FAVORECIDOS
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-FVI TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CUSTODIA.
              OPEN INPUT CUSTODIA.
              IF ARQST-CUS NOT = "00" AND ARQST-CUS NOT = "35"
                 DISPLAY "ERRO ABRINDO CUSTODIA.DAT - STATUS "
                         ARQST-CUS
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-CUS NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CUSTODIA UNTIL WS-FIM-ARQ = "S".
              IF ARQST-CUS = "00" OR ARQST-CUS = "10"
                 CLOSE CUSTODIA.

       LE-CUSTODIA.
              READ CUSTODIA NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-CUS TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-NAORECLAMADOS.
              OPEN INPUT NAORECLAMADOS.
              IF ARQST-NRC NOT = "00" AND ARQST-NRC NOT = "35"
                 DISPLAY "ERRO ABRINDO NAORECL.DAT - STATUS "
                         ARQST-NRC
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-NRC NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-NAORECLAMADOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-NRC = "00" OR ARQST-NRC = "10"
                 CLOSE NAORECLAMADOS.

       LE-NAORECLAMADOS.
              READ NAORECLAMADOS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-NRC TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-GERENTES.
              OPEN INPUT GERENTES.
              IF ARQST-GER NOT = "00" AND ARQST-GER NOT = "35"
                 DISPLAY "ERRO ABRINDO GERENTES.DAT - STATUS "
                         ARQST-GER
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-GER NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-GERENTES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-GER = "00" OR ARQST-GER = "10"
                 CLOSE GERENTES.

       LE-GERENTES.
              READ GERENTES NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-GER TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CARTEIRA.
              OPEN INPUT CARTEIRA.
              IF ARQST-CAR NOT = "00" AND ARQST-CAR NOT = "35"
                 DISPLAY "ERRO ABRINDO CARTEIRA.DAT - STATUS "
                         ARQST-CAR
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-CAR NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CARTEIRA UNTIL WS-FIM-ARQ = "S".
              IF ARQST-CAR = "00" OR ARQST-CAR = "10"
                 CLOSE CARTEIRA.

       LE-CARTEIRA.
              READ CARTEIRA NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-CAR TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-DEPESP.
              OPEN INPUT DEPESP.
              IF ARQST-DEP NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-DEPESP UNTIL WS-FIM-ARQ = "S".
              IF ARQST-DEP = "00" OR ARQST-DEP = "10"
                 CLOSE DEPESP.

       LE-DEPESP.
              READ DEPESP
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-DEP TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-NOTAFALS.
              OPEN INPUT NOTAFALS.
              IF ARQST-NFA NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-NOTAFALS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-NFA = "00" OR ARQST-NFA = "10"
                 CLOSE NOTAFALS.

       LE-NOTAFALS.
              READ NOTAFALS
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-NFA TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CONTESTACOES.
              OPEN INPUT CONTESTACOES.
              IF ARQST-MED NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CONTESTACOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-MED = "00" OR ARQST-MED = "10"
                 CLOSE CONTESTACOES.

       LE-CONTESTACOES.
              READ CONTESTACOES
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-MED TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-RECEBIDOS.
              OPEN INPUT RECEBIDOS.
              IF ARQST-ARC NOT = "00" AND ARQST-ARC NOT = "35"
                 DISPLAY "ERRO ABRINDO ARQREC.DAT - STATUS "
                         ARQST-ARC
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-ARC NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-RECEBIDOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-ARC = "00" OR ARQST-ARC = "10"
                 CLOSE RECEBIDOS.

       LE-RECEBIDOS.
              READ RECEBIDOS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-ARC TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-INSTRUCOES.
              OPEN INPUT INSTRUCOES.
              IF ARQST-APL NOT = "00" AND ARQST-APL NOT = "35"
                 DISPLAY "ERRO ABRINDO APLAUT.DAT - STATUS "
                         ARQST-APL
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-APL NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-INSTRUCOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-APL = "00" OR ARQST-APL = "10"
                 CLOSE INSTRUCOES.

       LE-INSTRUCOES.
              READ INSTRUCOES NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-APL TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CARTHIST.
              OPEN INPUT CARTHIST.
              IF ARQST-CAH NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CARTHIST UNTIL WS-FIM-ARQ = "S".
              IF ARQST-CAH = "00" OR ARQST-CAH = "10"
                 CLOSE CARTHIST.

       LE-CARTHIST.
              READ CARTHIST
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-CAH TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-QUITACOES.
              OPEN INPUT QUITACOES.
              IF ARQST-DQC NOT = "00" AND ARQST-DQC NOT = "35"
                 DISPLAY "ERRO ABRINDO DECQCTL.DAT - STATUS "
                         ARQST-DQC
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-DQC NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-QUITACOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-DQC = "00" OR ARQST-DQC = "10"
                 CLOSE QUITACOES.

       LE-QUITACOES.
              READ QUITACOES NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-DQC TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-EFINANCEIRA.
              OPEN INPUT EFINANCEIRA.
              IF ARQST-EFC NOT = "00" AND ARQST-EFC NOT = "35"
                 DISPLAY "ERRO ABRINDO EFINCTL.DAT - STATUS "
                         ARQST-EFC
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-EFC NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-EFINANCEIRA UNTIL WS-FIM-ARQ = "S".
              IF ARQST-EFC = "00" OR ARQST-EFC = "10"
                 CLOSE EFINANCEIRA.

       LE-EFINANCEIRA.
              READ EFINANCEIRA NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-EFC TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-APROPRIACOES.
              OPEN INPUT APROPRIACOES.
              IF ARQST-EAP NOT = "00" AND ARQST-EAP NOT = "35"
                 DISPLAY "ERRO ABRINDO EMPAPR.DAT - STATUS "
                         ARQST-EAP
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-EAP NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-APROPRIACOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-EAP = "00" OR ARQST-EAP = "10"
                 CLOSE APROPRIACOES.

       LE-APROPRIACOES.
              READ APROPRIACOES NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-EAP TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-CONHECIDOS.
              OPEN INPUT CONHECIDOS.
              IF ARQST-FCN NOT = "00" AND ARQST-FCN NOT = "35"
                 DISPLAY "ERRO ABRINDO FRDCON.DAT - STATUS "
                         ARQST-FCN
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-FCN NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-CONHECIDOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-FCN = "00" OR ARQST-FCN = "10"
                 CLOSE CONHECIDOS.

       LE-CONHECIDOS.
              READ CONHECIDOS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-FCN TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-RETENCOES.
              OPEN INPUT RETENCOES.
              IF ARQST-FRF NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-RETENCOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-FRF = "00" OR ARQST-FRF = "10"
                 CLOSE RETENCOES.

       LE-RETENCOES.
              READ RETENCOES
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-FRF TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-ACUMULOS.
              OPEN INPUT ACUMULOS.
              IF ARQST-ICE NOT = "00" AND ARQST-ICE NOT = "35"
                 DISPLAY "ERRO ABRINDO IOFCE.DAT - STATUS "
                         ARQST-ICE
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-ICE NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-ACUMULOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-ICE = "00" OR ARQST-ICE = "10"
                 CLOSE ACUMULOS.

       LE-ACUMULOS.
              READ ACUMULOS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-ICE TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-DETALHE-IR.
              OPEN INPUT DETALHE-IR.
              IF ARQST-IRC NOT = "00" AND ARQST-IRC NOT = "35"
                 DISPLAY "ERRO ABRINDO IRFCLI.DAT - STATUS "
                         ARQST-IRC
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-IRC NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-DETALHE-IR UNTIL WS-FIM-ARQ = "S".
              IF ARQST-IRC = "00" OR ARQST-IRC = "10"
                 CLOSE DETALHE-IR.

       LE-DETALHE-IR.
              READ DETALHE-IR NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-IRC TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-LANCAMENTOS.
              OPEN INPUT LANCAMENTOS.
              IF ARQST-LCM NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-LANCAMENTOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-LCM = "00" OR ARQST-LCM = "10"
                 CLOSE LANCAMENTOS.

       LE-LANCAMENTOS.
              READ LANCAMENTOS
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-LCM TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-NOTAMOV.
              OPEN INPUT NOTAMOV.
              IF ARQST-NMV NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-NOTAMOV UNTIL WS-FIM-ARQ = "S".
              IF ARQST-NMV = "00" OR ARQST-NMV = "10"
                 CLOSE NOTAMOV.

       LE-NOTAMOV.
              READ NOTAMOV
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-NMV TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-RESTITUICOES.
              OPEN INPUT RESTITUICOES.
              IF ARQST-NRS NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-RESTITUICOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-NRS = "00" OR ARQST-NRS = "10"
                 CLOSE RESTITUICOES.

       LE-RESTITUICOES.
              READ RESTITUICOES
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-NRS TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-ORCAMENTO.
              OPEN INPUT ORCAMENTO.
              IF ARQST-ORC NOT = "00" AND ARQST-ORC NOT = "35"
                 DISPLAY "ERRO ABRINDO ORCAMENT.DAT - STATUS "
                         ARQST-ORC
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-ORC NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-ORCAMENTO UNTIL WS-FIM-ARQ = "S".
              IF ARQST-ORC = "00" OR ARQST-ORC = "10"
                 CLOSE ORCAMENTO.

       LE-ORCAMENTO.
              READ ORCAMENTO NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-ORC TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-INVESTIGACOES.
              OPEN INPUT INVESTIGACOES.
              IF ARQST-PIN NOT = "00" AND ARQST-PIN NOT = "35"
                 DISPLAY "ERRO ABRINDO PENDINV.DAT - STATUS "
                         ARQST-PIN
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-PIN NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-INVESTIGACOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-PIN = "00" OR ARQST-PIN = "10"
                 CLOSE INVESTIGACOES.

       LE-INVESTIGACOES.
              READ INVESTIGACOES NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-PIN TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-PREAPROVADOS.
              OPEN INPUT PREAPROVADOS.
              IF ARQST-PRE NOT = "00" AND ARQST-PRE NOT = "35"
                 DISPLAY "ERRO ABRINDO PREAPROV.DAT - STATUS "
                         ARQST-PRE
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-PRE NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-PREAPROVADOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-PRE = "00" OR ARQST-PRE = "10"
                 CLOSE PREAPROVADOS.

       LE-PREAPROVADOS.
              READ PREAPROVADOS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-PRE TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-RECOLHIMENTOS.
              OPEN INPUT RECOLHIMENTOS.
              IF ARQST-REC NOT = "00" AND ARQST-REC NOT = "35"
                 DISPLAY "ERRO ABRINDO RECOLHE.DAT - STATUS "
                         ARQST-REC
                 MOVE 8 TO RETURN-CODE.
              IF ARQST-REC NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-RECOLHIMENTOS UNTIL WS-FIM-ARQ = "S".
              IF ARQST-REC = "00" OR ARQST-REC = "10"
                 CLOSE RECOLHIMENTOS.

       LE-RECOLHIMENTOS.
              READ RECOLHIMENTOS NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-REC TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-SANCOES.
              OPEN INPUT SANCOES.
              IF ARQST-SAN NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-SANCOES UNTIL WS-FIM-ARQ = "S".
              IF ARQST-SAN = "00" OR ARQST-SAN = "10"
                 CLOSE SANCOES.

       LE-SANCOES.
              READ SANCOES
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-SAN TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.

       COPIA-FILA-SANCAO.
              OPEN INPUT FILA-SANCAO.
              IF ARQST-SFL NOT = "00"
                 MOVE "S" TO WS-FIM-ARQ.
              PERFORM LE-FILA-SANCAO UNTIL WS-FIM-ARQ = "S".
              IF ARQST-SFL = "00" OR ARQST-SFL = "10"
                 CLOSE FILA-SANCAO.

       LE-FILA-SANCAO.
              READ FILA-SANCAO
                 AT END MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE SPACES TO REG-BKP
                    MOVE REG-SFL TO REG-BKP
                    WRITE REG-BKP
                    ADD 1 TO WS-QTD-REGISTROS
              END-READ.
