      ******************************************************************
      * Author: Vernieri
      * Date: September 9, 2026
      * Purpose: Debit-card issuance, replacement, block and cancel
      * Tectonics: cobc
      ******************************************************************
      * One usable card per account: <E> issues the first card (or a
      * new one after a cancellation), <S> replaces the current card
      * - the old number is cancelled and points to the new one -,
      * <B> blocks it (temporarily, or for loss/theft, which is
      * final), <D> lifts a temporary block under supervisor
      * credential and <C> cancels.  The PIN is typed twice by the
      * customer and stored scrambled through SENHCOD.  Every action
      * leaves an AUDIT.DAT row under program CRTMAN with the action
      * letter as result.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRTMAN.

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

              SELECT CARTOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CRT-NUMERO
              ALTERNATE RECORD KEY CRT-CODIGO WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CRT.

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

       FD CARTOES LABEL RECORD STANDARD
                DATA RECORD IS REG-CRT
                VALUE OF FILE-ID IS "CARTOES.DAT".
          01 REG-CRT.
                COPY CARTAO.

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       WORKING-STORAGE SECTION.
          01 ARQST-CRT               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          01 REG-CLI-W.
                COPY REGCLIW.
          COPY DATASIS.
          COPY CLICOM.
          01 WS-PRF-FUNCAO           PIC X(08) VALUE SPACES.
          01 WS-PRF-PERMITE          PIC X(01) VALUE "S".
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-CODIGO-E             PIC Z.ZZ9.
          01 WS-CODIGO-W             PIC 9(04) VALUE ZEROS.
          01 WS-CONTA-OK             PIC X(01) VALUE "N".
          01 WS-FUNCAO               PIC X(01) VALUE SPACE.
          01 WS-MOTIVO-BLQ           PIC X(01) VALUE SPACE.
          01 WS-FALECIDO             PIC X(01) VALUE "N".
          01 WS-FIM-CRT              PIC X(01) VALUE "N".
          01 WS-TEM-CARTAO           PIC X(01) VALUE "N".
          01 WS-CRT-ATUAL            PIC 9(16) VALUE ZEROS.
          01 WS-CRT-SITUACAO         PIC X(01) VALUE SPACE.
          01 WS-CRT-VALIDADE         PIC 9(06) VALUE ZEROS.
          01 WS-PIN-DIG              PIC 9(04) VALUE ZEROS.
          01 WS-PIN-CONF             PIC 9(04) VALUE ZEROS.
          01 WS-PIN-OK               PIC X(01) VALUE "N".
          01 WS-PIN-CODIF            PIC 9(04) VALUE ZEROS.
          01 WS-SEN-CHAVE            PIC 9(04) VALUE ZEROS.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-ANOS-VALIDADE        PIC 9(02) VALUE 5.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
          01 WS-AUD-ACAO             PIC X(01) VALUE SPACE.
          01 WS-GRAVOU               PIC X(01) VALUE "N".
      * Numero do cartao: prefixo da casa, conta, sequencia e o
      * digito de Luhn que os terminais da rede conferem.
          01 WS-NUM-CARTAO.
                02 WS-NUM-BASE.
                   03 WS-NUM-PREFIXO PIC 9(04) VALUE 5090.
                   03 WS-NUM-CONTA   PIC 9(04).
                   03 WS-NUM-SEQ     PIC 9(07).
                02 WS-NUM-DV         PIC 9(01).
          01 WS-NUM-CARTAO-R REDEFINES WS-NUM-CARTAO.
                02 WS-NUM-DIG        PIC 9(01) OCCURS 16 TIMES.
          01 WS-NUM-CARTAO-N REDEFINES WS-NUM-CARTAO
                                     PIC 9(16).
          01 WS-LUHN-POS             PIC 9(02) VALUE ZEROS.
          01 WS-LUHN-DOBRO           PIC 9(02) VALUE ZEROS.
          01 WS-LUHN-SOMA            PIC 9(03) VALUE ZEROS.
          01 WS-LUHN-RESTO           PIC 9(02) VALUE ZEROS.
          01 WS-LUHN-ALTERNA         PIC X(01) VALUE "S".

       LINKAGE SECTION.
          01 LK-OPERADOR-PARM        PIC 9(04).

       SCREEN SECTION.
         01 TELA-CARTAO.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "CARTAO DE DEBITO".
              02 LINE 4  COL 19 VALUE "CODIGO DA CONTA   :".
              02 LINE 5  COL 19 VALUE "TITULAR           :".
              02 LINE 6  COL 19 VALUE "CARTAO ATUAL      :".
              02 LINE 7  COL 19 VALUE "SITUACAO/VALIDADE :".
              02 LINE 9  COL 19 VALUE
                 "<E>MITE <S>UBSTITUI <B>LOQUEIA <D>ESBLOQ <C>ANCELA:".
              02 LINE 10 COL 19 VALUE
                 "BLOQUEIO <P>ERDA-ROUBO / <T>EMPORARIO :".
              02 LINE 11 COL 19 VALUE "SENHA DO CARTAO   :".
              02 LINE 12 COL 19 VALUE "CONFIRME A SENHA  :".
              02 LINE 19 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
       INICIO.
              MOVE "CRTMAN" TO WS-PRF-FUNCAO.
              CALL "PRFCHK" USING LK-OPERADOR-PARM WS-PRF-FUNCAO
                                  WS-PRF-PERMITE.
              IF WS-PRF-PERMITE NOT = "S"
                 DISPLAY "FUNCAO NAO PERMITIDA AO PERFIL" AT 2305
                 GOBACK.
              PERFORM ABRE-ARQ.
              IF ARQST = "00"
                 PERFORM PROCESSO UNTIL WS-OPCAO = "N"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS " ARQST.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT CLIENTES.
              OPEN I-O CARTOES.
              IF ARQST-CRT NOT = "00"
                     CLOSE CARTOES
                     OPEN OUTPUT CARTOES
                     CLOSE CARTOES
                     OPEN I-O CARTOES.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDITORIA.
              MOVE "VALIDADE-CARTAO" TO WS-PRM-NOME.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-ANOS-VALIDADE.

       PROCESSO.
              PERFORM IMP-TELA.
              PERFORM ENTRA-CONTA.
              PERFORM MOSTRA-CARTAO.
              PERFORM ENTRA-FUNCAO.
              EVALUATE WS-FUNCAO
                 WHEN "E" PERFORM EMITE-CARTAO
                 WHEN "S" PERFORM SUBSTITUI-CARTAO
                 WHEN "B" PERFORM BLOQUEIA-CARTAO
                 WHEN "D" PERFORM DESBLOQUEIA-CARTAO
                 WHEN "C" PERFORM CANCELA-CARTAO
              END-EVALUATE.
              PERFORM CONTINUA  UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY TELA-CARTAO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACE TO WS-OPCAO WS-SALVA WS-FUNCAO WS-MOTIVO-BLQ.
              MOVE ZEROS TO WS-CODIGO-W WS-CRT-ATUAL WS-CRT-VALIDADE.

       ENTRA-CONTA.
              MOVE "N" TO WS-CONTA-OK.
              PERFORM UNTIL WS-CONTA-OK = "S"
                 ACCEPT WS-CODIGO-E AT 0439 WITH PROMPT AUTO
                 MOVE WS-CODIGO-E TO WS-CODIGO-W
                 MOVE WS-CODIGO-W TO CODIGO
                 READ CLIENTES
                    INVALID KEY
                       DISPLAY "CONTA NAO CADASTRADA" AT 1935
                    NOT INVALID KEY
                       IF STATUS-CONTA = "F"
                          DISPLAY "CONTA ENCERRADA" AT 1935
                       ELSE
                          MOVE REG-CLI TO REG-CLI-W
                          DISPLAY NOME AT 0539
                          MOVE "S" TO WS-CONTA-OK
                          DISPLAY WS-ESPACO AT 1935
                       END-IF
                 END-READ
              END-PERFORM.

      * O cartao em uso e o unico da conta que nao esta cancelado -
      * os cancelados ficam no arquivo apenas como historico.
       MOSTRA-CARTAO.
              MOVE "N" TO WS-TEM-CARTAO WS-FIM-CRT.
              MOVE SPACE TO WS-CRT-SITUACAO.
              MOVE WS-CODIGO-W TO CRT-CODIGO.
              START CARTOES KEY IS EQUAL TO CRT-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-CRT
              END-START.
              PERFORM PROCURA-CARTAO UNTIL WS-FIM-CRT = "S".
              IF WS-TEM-CARTAO = "S"
                 DISPLAY WS-CRT-ATUAL AT 0639
                 DISPLAY WS-CRT-SITUACAO AT 0739
                 DISPLAY WS-CRT-VALIDADE AT 0742
              ELSE
                 DISPLAY "SEM CARTAO" AT 0639.

       PROCURA-CARTAO.
              READ CARTOES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-CRT
                 NOT AT END
                    IF CRT-CODIGO NOT = WS-CODIGO-W
                       MOVE "S" TO WS-FIM-CRT
                    ELSE
                       IF CRT-SITUACAO NOT = "C"
                          MOVE CRT-NUMERO    TO WS-CRT-ATUAL
                          MOVE CRT-SITUACAO  TO WS-CRT-SITUACAO
                          MOVE CRT-VALIDADE  TO WS-CRT-VALIDADE
                          MOVE "S" TO WS-TEM-CARTAO
                       END-IF
                    END-IF
              END-READ.

       ENTRA-FUNCAO.
              PERFORM UNTIL WS-FUNCAO = "E" OR WS-FUNCAO = "S"
                         OR WS-FUNCAO = "B" OR WS-FUNCAO = "D"
                         OR WS-FUNCAO = "C"
                 ACCEPT WS-FUNCAO AT 0971 WITH PROMPT AUTO
              END-PERFORM.

      * Conta de falecido nao recebe cartao novo - os debitos estao
      * congelados ate o alvara.
       EMITE-CARTAO.
              IF WS-TEM-CARTAO = "S"
                 DISPLAY "CONTA JA POSSUI CARTAO - USE SUBSTITUI"
                         AT 1935
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FALECIDO.
              CALL "FALGET" USING CPF-W WS-FALECIDO.
              IF WS-FALECIDO = "S"
                 DISPLAY "CLIENTE FALECIDO - EMISSAO VEDADA" AT 1935
                 EXIT PARAGRAPH.
              PERFORM ENTRA-SENHA-CARTAO.
              DISPLAY "EMITIR CARTAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1958 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM GRAVA-CARTAO-NOVO.
              IF WS-GRAVOU = "S"
                 MOVE "E" TO WS-AUD-ACAO
                 PERFORM GRAVA-AUDITORIA
                 DISPLAY "CARTAO EMITIDO " WS-NUM-CARTAO AT 1935.

      * A substituicao (vencimento, dano, perda) emite o novo numero
      * antes de cancelar o antigo - uma falha na gravacao deixa a
      * conta com o cartao que ja tinha.
       SUBSTITUI-CARTAO.
              IF WS-TEM-CARTAO NOT = "S"
                 DISPLAY "CONTA SEM CARTAO - USE EMITE" AT 1935
                 EXIT PARAGRAPH.
              PERFORM ENTRA-SENHA-CARTAO.
              DISPLAY "SUBSTITUIR CARTAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1962 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM GRAVA-CARTAO-NOVO.
              IF WS-GRAVOU NOT = "S"
                 EXIT PARAGRAPH.
              MOVE WS-CRT-ATUAL TO CRT-NUMERO.
              READ CARTOES
                 INVALID KEY
                    DISPLAY "CARTAO ANTERIOR NAO ENCONTRADO" AT 1935
                 NOT INVALID KEY
                    MOVE "C"             TO CRT-SITUACAO
                    MOVE DATA-SIS(1:8)   TO CRT-DATA-SITUAC
                    MOVE WS-NUM-CARTAO-N TO CRT-SUBSTITUTO
                    REWRITE REG-CRT
                       INVALID KEY
                          DISPLAY "ERRO DE ATUALIZACAO - STATUS "
                                  ARQST-CRT AT 1935
                    END-REWRITE
              END-READ.
              MOVE "S" TO WS-AUD-ACAO.
              PERFORM GRAVA-AUDITORIA.
              DISPLAY "CARTAO SUBSTITUIDO POR " WS-NUM-CARTAO AT 1935.

      * Perda ou roubo e definitivo - o cartao so sai do "P" por
      * substituicao ou cancelamento; o bloqueio temporario volta
      * com <D>.
       BLOQUEIA-CARTAO.
              IF WS-TEM-CARTAO NOT = "S" OR WS-CRT-SITUACAO NOT = "A"
                 DISPLAY "CONTA SEM CARTAO ATIVO" AT 1935
                 EXIT PARAGRAPH.
              PERFORM UNTIL WS-MOTIVO-BLQ = "P" OR WS-MOTIVO-BLQ = "T"
                 ACCEPT WS-MOTIVO-BLQ AT 1059 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY "BLOQUEAR CARTAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1960 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              IF WS-MOTIVO-BLQ = "P"
                 MOVE "P" TO WS-AUD-ACAO
              ELSE
                 MOVE "B" TO WS-AUD-ACAO.
              PERFORM ATUALIZA-SITUACAO.
              IF WS-GRAVOU = "S"
                 PERFORM GRAVA-AUDITORIA
                 DISPLAY "CARTAO BLOQUEADO" AT 1935.

       DESBLOQUEIA-CARTAO.
              IF WS-TEM-CARTAO NOT = "S" OR WS-CRT-SITUACAO NOT = "B"
                 DISPLAY "CARTAO SEM BLOQUEIO TEMPORARIO" AT 1935
                 EXIT PARAGRAPH.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "DESBLOQUEIO NAO AUTORIZADO PELO SUPERVISOR"
                         AT 1935
                 EXIT PARAGRAPH.
              MOVE "A" TO WS-AUD-ACAO.
              PERFORM ATUALIZA-SITUACAO.
              IF WS-GRAVOU = "S"
                 MOVE "D" TO WS-AUD-ACAO
                 PERFORM GRAVA-AUDITORIA
                 DISPLAY "CARTAO DESBLOQUEADO" AT 1935.

       CANCELA-CARTAO.
              IF WS-TEM-CARTAO NOT = "S"
                 DISPLAY "CONTA SEM CARTAO" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "CANCELAR CARTAO <S/N> [ ]" AT 1935.
              ACCEPT  WS-SALVA AT 1960 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE "C" TO WS-AUD-ACAO.
              PERFORM ATUALIZA-SITUACAO.
              IF WS-GRAVOU = "S"
                 PERFORM GRAVA-AUDITORIA
                 DISPLAY "CARTAO CANCELADO" AT 1935.

      * WS-AUD-ACAO chega com a nova situacao do cartao em uso.
       ATUALIZA-SITUACAO.
              MOVE "N" TO WS-GRAVOU.
              MOVE WS-CRT-ATUAL TO CRT-NUMERO.
              READ CARTOES
                 INVALID KEY
                    DISPLAY "CARTAO NAO ENCONTRADO" AT 1935
                 NOT INVALID KEY
                    MOVE WS-AUD-ACAO   TO CRT-SITUACAO
                    MOVE DATA-SIS(1:8) TO CRT-DATA-SITUAC
                    REWRITE REG-CRT
                       INVALID KEY
                          DISPLAY "ERRO DE ATUALIZACAO - STATUS "
                                  ARQST-CRT AT 1935
                       NOT INVALID KEY
                          MOVE "S" TO WS-GRAVOU
                    END-REWRITE
              END-READ.

       ENTRA-SENHA-CARTAO.
              MOVE "N" TO WS-PIN-OK.
              PERFORM UNTIL WS-PIN-OK = "S"
                 MOVE ZEROS TO WS-PIN-DIG WS-PIN-CONF
                 ACCEPT WS-PIN-DIG  AT 1139 WITH PROMPT AUTO
                 ACCEPT WS-PIN-CONF AT 1239 WITH PROMPT AUTO
                 IF WS-PIN-DIG IS NOT NUMERIC OR WS-PIN-DIG = ZEROS
                    DISPLAY "DEFINA UMA SENHA DE 4 DIGITOS" AT 1935
                 ELSE
                    IF WS-PIN-DIG NOT = WS-PIN-CONF
                       DISPLAY "SENHAS NAO CONFEREM" AT 1935
                    ELSE
                       MOVE "S" TO WS-PIN-OK
                       DISPLAY WS-ESPACO AT 1935
                    END-IF
                 END-IF
              END-PERFORM.

       GRAVA-CARTAO-NOVO.
              MOVE "N" TO WS-GRAVOU.
              PERFORM GERA-NUMERO-CARTAO.
              MOVE WS-NUM-CARTAO(13:4) TO WS-SEN-CHAVE.
              CALL "SENHCOD" USING WS-SEN-CHAVE WS-PIN-DIG
                                   WS-PIN-CODIF.
              MOVE WS-NUM-CARTAO-N TO CRT-NUMERO.
              MOVE WS-CODIGO-W     TO CRT-CODIGO.
              COMPUTE CRT-VAL-ANO = ANO + WS-ANOS-VALIDADE.
              MOVE MES             TO CRT-VAL-MES.
              MOVE WS-PIN-CODIF    TO CRT-SENHA.
              MOVE "A"             TO CRT-SITUACAO.
              MOVE DATA-SIS(1:8)   TO CRT-DATA-EMISSAO.
              MOVE DATA-SIS(1:8)   TO CRT-DATA-SITUAC.
              MOVE ZEROS           TO CRT-SUBSTITUTO.
              WRITE REG-CRT
                 INVALID KEY
                    DISPLAY "ERRO DE GRAVACAO - STATUS " ARQST-CRT
                            AT 1935
                 NOT INVALID KEY
                    MOVE "S" TO WS-GRAVOU
              END-WRITE.

      * A sequencia vem do PROXSEQ, o que garante numeros distintos
      * mesmo para duas emissoes da mesma conta no mesmo dia.
       GERA-NUMERO-CARTAO.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE 5090        TO WS-NUM-PREFIXO.
              MOVE WS-CODIGO-W TO WS-NUM-CONTA.
              MOVE WS-SEQ-TRN  TO WS-NUM-SEQ.
              MOVE ZEROS TO WS-LUHN-SOMA.
              MOVE "S" TO WS-LUHN-ALTERNA.
              PERFORM SOMA-DIGITO-LUHN
                      VARYING WS-LUHN-POS FROM 15 BY -1
                      UNTIL WS-LUHN-POS < 1.
              COMPUTE WS-LUHN-RESTO = FUNCTION MOD(WS-LUHN-SOMA, 10).
              IF WS-LUHN-RESTO = ZEROS
                 MOVE ZEROS TO WS-NUM-DV
              ELSE
                 COMPUTE WS-NUM-DV = 10 - WS-LUHN-RESTO.

       SOMA-DIGITO-LUHN.
              IF WS-LUHN-ALTERNA = "S"
                 COMPUTE WS-LUHN-DOBRO = WS-NUM-DIG(WS-LUHN-POS) * 2
                 IF WS-LUHN-DOBRO > 9
                    SUBTRACT 9 FROM WS-LUHN-DOBRO
                 END-IF
                 ADD WS-LUHN-DOBRO TO WS-LUHN-SOMA
                 MOVE "N" TO WS-LUHN-ALTERNA
              ELSE
                 ADD WS-NUM-DIG(WS-LUHN-POS) TO WS-LUHN-SOMA
                 MOVE "S" TO WS-LUHN-ALTERNA
              END-IF.

       GRAVA-AUDITORIA.
              MOVE WS-CODIGO-W      TO AUD-CODIGO.
              MOVE ANO              TO AUD-ANO.
              MOVE MES              TO AUD-MES.
              MOVE DIA              TO AUD-DIA.
              MOVE "CRTMAN"         TO AUD-PROGRAMA.
              MOVE WS-AUD-ACAO      TO AUD-RESULTADO.
              MOVE LK-OPERADOR-PARM TO AUD-OPERADOR.
              MOVE HORA-SIS         TO AUD-HORA.
              CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

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
              CLOSE CARTOES.
              CLOSE AUDITORIA.
              GOBACK.
