      ******************************************************************
      * Rebuilds every TRN* practice file from scratch: two standard
      * customers with accounts 9001/9002 (SENHA 1234), the next-code
      * counter at 9003 and empty movement/audit files (depositor
      * identification, seized notes, payees, company-account and
      * guardian links included) - run it before each class so
      * trainees always start from the same place.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRNRESET.
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CMP.

              SELECT DEPESP ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-DEP.

              SELECT NOTAFALS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NFA.

              SELECT FAVORECIDOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-FVI.

              SELECT CADFAVOR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FVC-CHAVE
              FILE STATUS ARQST-FVC.

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

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                VALUE OF FILE-ID IS "TRNCMP.SPL".
          01 REG-CMP                 PIC X(80).

       FD DEPESP LABEL RECORD STANDARD
                DATA RECORD IS REG-DEP
                VALUE OF FILE-ID IS "TRNDEP.DAT".
          01 REG-DEP.
                COPY DEPESP.

       FD NOTAFALS LABEL RECORD STANDARD
                DATA RECORD IS REG-NFA
                VALUE OF FILE-ID IS "TRNNFA.DAT".
          01 REG-NFA.
                COPY NOTAFALS.

       FD FAVORECIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-FVI
                VALUE OF FILE-ID IS "TRNFVI.DAT".
          01 REG-FVI.
                COPY FAVINT.

       FD CADFAVOR LABEL RECORD STANDARD
                DATA RECORD IS REG-FVC
                VALUE OF FILE-ID IS "TRNFVC.DAT".
          01 REG-FVC.
                COPY FAVCAD.

       FD CONTAS-PJ LABEL RECORD STANDARD
                DATA RECORD IS REG-CTP
                VALUE OF FILE-ID IS "TRNCPJ.DAT".
          01 REG-CTP.
                COPY CTAPJ.

       FD RESPONSAVEIS LABEL RECORD STANDARD
                DATA RECORD IS REG-RSP
                VALUE OF FILE-ID IS "TRNRSP.DAT".
          01 REG-RSP.
                COPY RESPONS.

       WORKING-STORAGE SECTION.
          01 ARQST-CAD               PIC X(02).
          01 ARQST-EXT               PIC X(02).
          01 ARQST-CHQ               PIC X(02).
          01 ARQST-HST               PIC X(02).
          01 ARQST-CMP               PIC X(02).
          01 ARQST-DEP               PIC X(02).
          01 ARQST-NFA               PIC X(02).
          01 ARQST-FVI               PIC X(02).
          01 ARQST-FVC               PIC X(02).
          01 ARQST-CTP               PIC X(02).
          01 ARQST-RSP               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
              CLOSE HISTORICO.
              OPEN OUTPUT COMPROVANTE.
              CLOSE COMPROVANTE.
              OPEN OUTPUT DEPESP.
              CLOSE DEPESP.
              OPEN OUTPUT NOTAFALS.
              CLOSE NOTAFALS.
              OPEN OUTPUT FAVORECIDOS.
              CLOSE FAVORECIDOS.
              OPEN OUTPUT CADFAVOR.
              CLOSE CADFAVOR.
              OPEN OUTPUT CONTAS-PJ.
              CLOSE CONTAS-PJ.
              OPEN OUTPUT RESPONSAVEIS.
              CLOSE RESPONSAVEIS.
