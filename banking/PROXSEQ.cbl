      * file is advanced by one.  Every writer stamps the number it
      * receives on both the EXTRATO and JOURNAL records of one
      * movement, so a single number identifies it end to end.
      * The file is held exclusively from the read to the rewrite -
      * batch partitions running side by side (FAIXAGE) draw numbers
      * at the same time, and a caller that finds it held (status
      * 61) tries again until the other releases it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROXSEQ.
              SELECT SEQTRN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              LOCK MODE IS EXCLUSIVE
              FILE STATUS ARQST-SEQ.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 ARQST-SEQ               PIC X(02).
          01 WS-SEQ-ATUAL            PIC 9(09) VALUE ZEROS.
          01 WS-SEQ-LIDO             PIC X(01) VALUE "N".

       LINKAGE SECTION.
          01 LK-SEQ-TRN              PIC 9(09).

       PROCEDURE DIVISION USING LK-SEQ-TRN.
       INICIO.
              MOVE "61" TO ARQST-SEQ.
              PERFORM ABRE-SEQTRN UNTIL ARQST-SEQ NOT = "61".
              MOVE "N" TO WS-SEQ-LIDO.
              IF ARQST-SEQ = "00"
                 READ SEQTRN
                    AT END
                       MOVE 1 TO WS-SEQ-ATUAL
                    NOT AT END
                       MOVE SEQ-PROXIMO TO WS-SEQ-ATUAL
                       MOVE "S" TO WS-SEQ-LIDO
                 END-READ
              ELSE
                 MOVE 1 TO WS-SEQ-ATUAL.
              MOVE WS-SEQ-ATUAL TO LK-SEQ-TRN.
              COMPUTE SEQ-PROXIMO = WS-SEQ-ATUAL + 1.
              IF WS-SEQ-LIDO = "S"
                 REWRITE REG-SEQ
                 CLOSE SEQTRN
                 GOBACK.
      * Sem SEQTRN.DAT (implantacao) o arquivo nasce com o segundo
      * numero.
              IF ARQST-SEQ = "00"
                 CLOSE SEQTRN.
              OPEN OUTPUT SEQTRN.
              WRITE REG-SEQ.
              CLOSE SEQTRN.
              GOBACK.

       ABRE-SEQTRN.
              OPEN I-O SEQTRN.
