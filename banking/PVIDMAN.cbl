      ******************************************************************
      * Author: Vernieri
      * Date: September 23, 2026
      * Purpose: Record a beneficiary's proof of life at the window
      * Tectonics: cobc
      ******************************************************************
      * The beneficiary shows up in person with a document; the
      * teller keys the CPF, checks the name and last proof on
      * screen and confirms.  PROVIDA.DAT gets the day's date, which
      * frees any benefit waiting in BENPEND.DAT on the next BENCRED
      * run.  A CPF on FALECIDO.DAT cannot be confirmed.  Each proof
      * leaves an AUDIT.DAT row under program PVIDMAN, result "P".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PVIDMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO
              ALTERNATE RECORD KEY NOME WITH DUPLICATES
              ALTERNATE RECORD KEY CPF WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT PROVA-VIDA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PVD-CPF
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-PVD.

              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          01 REG-CLI.
                COPY REGCLI.

       FD PROVA-VIDA LABEL RECORD STANDARD
                DATA RECORD IS REG-PVD
                VALUE OF FILE-ID IS "PROVIDA.DAT".
          01 REG-PVD.
                COPY PROVIDA.

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       WORKING-STORAGE SECTION.
          01 ARQST-PVD               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          COPY DATASIS.
          COPY CLICOM.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-CPF-W                PIC X(11) VALUE SPACES.
          01 WS-CODIGO-W             PIC 9(04) VALUE ZEROS.
          01 WS-CPF-OK               PIC X(01) VALUE "N".
          01 WS-FALECIDO             PIC X(01) VALUE "N".
          01 WS-PVD-EXISTE           PIC X(01) VALUE "N".
          01 WS-DATA-PROVA-E.
                02 WS-PRV-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-PRV-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-PRV-ANO        PIC 9(04).

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-PROVA.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "PROVA DE VIDA".
              02 LINE 4  COL 19 VALUE "CPF DO BENEFICIARIO:".
              02 LINE 5  COL 19 VALUE "TITULAR            :".
              02 LINE 6  COL 19 VALUE "CONTA              :".
              02 LINE 7  COL 19 VALUE "ULTIMA PROVA       :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "PVIDMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00" AND ARQST-PVD = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST
                         " / " ARQST-PVD.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT CLIENTES.
              OPEN I-O PROVA-VIDA.
              IF ARQST-PVD NOT = "00"
                     CLOSE PROVA-VIDA
                     OPEN OUTPUT PROVA-VIDA
                     CLOSE PROVA-VIDA
                     OPEN I-O PROVA-VIDA.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDITORIA.

       PROCESSO.
              PERFORM IMP-TELA.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE "N" TO WS-OPCAO
                 EXIT PARAGRAPH.
              PERFORM ENTRA-CPF.
              PERFORM MOSTRA-PROVA.
              PERFORM REGISTRA-PROVA.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-PROVA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE  TO WS-OPCAO WS-SALVA.
              MOVE SPACES TO WS-CPF-W.
              MOVE ZEROS  TO WS-CODIGO-W.

      * O beneficiario tem de ter conta aberta conosco - e nela que
      * o beneficio cai.
       ENTRA-CPF.
              MOVE "N" TO WS-CPF-OK.
              PERFORM UNTIL WS-CPF-OK = "S"
                 ACCEPT WS-CPF-W AT 0440 WITH PROMPT AUTO
                 MOVE WS-CPF-W TO CPF
                 READ CLIENTES KEY IS CPF
                    INVALID KEY
                       DISPLAY "CPF SEM CONTA NO BANCO" AT 1935
                    NOT INVALID KEY
                       MOVE CODIGO TO WS-CODIGO-W
                       DISPLAY NOME   AT 0540
                       DISPLAY CODIGO AT 0640
                       MOVE "S" TO WS-CPF-OK
                       DISPLAY WS-ESPACO AT 1935
                 END-READ
              END-PERFORM.

       MOSTRA-PROVA.
              MOVE "N" TO WS-PVD-EXISTE.
              MOVE WS-CPF-W TO PVD-CPF.
              READ PROVA-VIDA
                 INVALID KEY
                    DISPLAY "SEM REGISTRO" AT 0740
                 NOT INVALID KEY
                    MOVE "S" TO WS-PVD-EXISTE
                    MOVE PVD-DATA-PROVA(7:2) TO WS-PRV-DIA
                    MOVE PVD-DATA-PROVA(5:2) TO WS-PRV-MES
                    MOVE PVD-DATA-PROVA(1:4) TO WS-PRV-ANO
                    DISPLAY WS-DATA-PROVA-E AT 0740
              END-READ.

       REGISTRA-PROVA.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING WS-CPF-W WS-FALECIDO.
              IF WS-FALECIDO = "S"
                 DISPLAY "CPF COM OBITO REGISTRADO - PROVA VEDADA"
                         AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "CONFIRMA PROVA DE VIDA <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1965 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE WS-CPF-W         TO PVD-CPF.
              MOVE DATA-SIS(1:8)    TO PVD-DATA-PROVA.
              MOVE LK-OPERADOR-PARM TO PVD-OPERADOR.
              IF WS-PVD-EXISTE = "S"
                 REWRITE REG-PVD
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-PVD
                               AT 1935
                       EXIT PARAGRAPH
                 END-REWRITE
              ELSE
                 WRITE REG-PVD
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - STATUS " ARQST-PVD
                               AT 1935
                       EXIT PARAGRAPH
                 END-WRITE
              END-IF.
              PERFORM GRAVA-AUDITORIA.
              DISPLAY "PROVA DE VIDA REGISTRADA" AT 1935.

       GRAVA-AUDITORIA.
              MOVE WS-CODIGO-W      TO AUD-CODIGO.
              MOVE ANO              TO AUD-ANO.
              MOVE MES              TO AUD-MES.
              MOVE DIA              TO AUD-DIA.
              MOVE "PVIDMAN"        TO AUD-PROGRAMA.
              MOVE "P"              TO AUD-RESULTADO.
              MOVE LK-OPERADOR-PARM TO AUD-OPERADOR.
              MOVE HORA-SIS         TO AUD-HORA.
              CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

      * A data da prova e o dia de movimento aberto pelo ABREDIA.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA" AT 2030.

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
              CLOSE CLIENTES.
              CLOSE PROVA-VIDA.
              CLOSE AUDITORIA.
              GOBACK.
