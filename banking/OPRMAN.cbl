              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-OPA.

              SELECT GERENTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY GER-OPERADOR
              FILE STATUS ARQST-GER.

              SELECT CLIENTES-CAD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ws-cpf
              ALTERNATE RECORD KEY ws-name WITH DUPLICATES
              FILE STATUS ARQST-CAD.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES LABEL RECORD STANDARD
                02 OPA-OPERADOR       PIC 9(04).
                02 OPA-AGENCIA        PIC 9(04).

       FD GERENTES LABEL RECORD STANDARD
                DATA RECORD IS REG-GER
                VALUE OF FILE-ID IS "GERENTES.DAT".
          01 REG-GER.
                COPY GERENTE.

       FD CLIENTES-CAD LABEL RECORD STANDARD
                DATA RECORD IS REG-CAD
                VALUE OF FILE-ID IS "CADASTRO.DAT".
          01 REG-CAD.
                COPY CADASTRO.

       WORKING-STORAGE SECTION.
          01 ARQST-OPA               PIC X(02).
          01 ARQST-GER               PIC X(02).
          01 ARQST-CAD               PIC X(02).
          01 WS-AGENCIA-OPR          PIC 9(04) VALUE ZEROS.
          01 WS-FIM-OPA              PIC X(01) VALUE "N".
          01 WS-ACHOU-OPA            PIC X(01) VALUE "N".
          01 WS-SENHA-W              PIC 9(04) VALUE ZEROS.
          01 WS-PERFIL-W             PIC X(01) VALUE SPACE.
          01 WS-SITUACAO-W           PIC X(01) VALUE SPACE.
          01 WS-CPF-OPR-W            PIC X(11) VALUE SPACES.
          01 WS-SENHA-TRIVIAL        PIC X(01) VALUE "S".
          01 WS-H                    PIC 9(01) VALUE ZEROS.
          01 WS-EXISTE               PIC X(01) VALUE "N".
          01 WS-SUPERVISOR           PIC 9(04) VALUE ZEROS.
          01 WS-SENHA-CODIF          PIC 9(04) VALUE ZEROS.
              02 LINE 8  COL 19 VALUE "PERFIL (LETRA)    :".
              02 LINE 9  COL 19 VALUE "SITUACAO <A/I>    :".
              02 LINE 10 COL 19 VALUE "AGENCIA           :".
              02 LINE 11 COL 19 VALUE "CPF DO OPERADOR   :".
              02 LINE 12 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION USING LK-OPERADOR-PARM.
                                 WS-SALVA
                                 WS-NOME-W
                                 WS-PERFIL-W
                                 WS-SITUACAO-W
                                 WS-CPF-OPR-W.
              MOVE ZEROS  TO     WS-CODIGO-DIG
                                 WS-SENHA-W.

              DISPLAY OPR-NOME     AT 0639.
              DISPLAY OPR-PERFIL   AT 0839.
              DISPLAY OPR-SITUACAO AT 0939.
              DISPLAY OPR-CPF      AT 1139.

       INCLUI-OPERADOR.
              DISPLAY "OPERADOR NOVO - PREENCHA OS DADOS" AT 1236.
                 MOVE WS-SENHA-CODIF TO OPR-SENHA
                 MOVE WS-PERFIL-W    TO OPR-PERFIL
                 MOVE WS-SITUACAO-W  TO OPR-SITUACAO
                 MOVE WS-CPF-OPR-W   TO OPR-CPF
                 MOVE ZEROS          TO OPR-SENHA-DATA
                                        OPR-SENHAS-ANTERIORES
                 MOVE DATA-SIS(1:8)  TO OPR-ULT-ACESSO
                 WRITE REG-OPR
                    INVALID KEY
                       DISPLAY "ERRO DE GRAVACAO - STATUS " ARQST
              IF WS-SALVA = "S" OR "s"
                 PERFORM ENTRA-DADOS-OPERADOR
                 MOVE WS-NOME-W      TO OPR-NOME
                 PERFORM GUARDA-SENHA-ANTERIOR
                 MOVE WS-CODIGO-DIG  TO WS-SEN-CHAVE
                 CALL "SENHCOD" USING WS-SEN-CHAVE WS-SENHA-W
                                      WS-SENHA-CODIF
                 MOVE WS-SENHA-CODIF TO OPR-SENHA
                 MOVE ZEROS          TO OPR-SENHA-DATA
                 MOVE WS-PERFIL-W    TO OPR-PERFIL
                 IF OPR-SITUACAO = "I" AND WS-SITUACAO-W = "A"
                    MOVE DATA-SIS(1:8) TO OPR-ULT-ACESSO
                 END-IF
                 MOVE WS-SITUACAO-W  TO OPR-SITUACAO
                 MOVE WS-CPF-OPR-W   TO OPR-CPF
                 REWRITE REG-OPR
                    INVALID KEY
                       DISPLAY "ERRO DE ATUALIZACAO - STATUS " ARQST
                    NOT INVALID KEY
                       DISPLAY "OPERADOR ATUALIZADO" AT 1236
                       PERFORM GRAVA-AGENCIA-OPR
                       IF OPR-SITUACAO = "I"
                          PERFORM DESATIVA-GERENTE
                       END-IF
                 END-REWRITE.

       ENTRA-DADOS-OPERADOR.
              PERFORM UNTIL WS-NOME-W NOT = SPACES
                 ACCEPT WS-NOME-W AT 0639 WITH PROMPT AUTO
              END-PERFORM.
      * A senha entregue pelo supervisor e provisoria - o MENU exige
      * a troca no primeiro acesso - mas nem ela pode ser trivial.
              MOVE "S" TO WS-SENHA-TRIVIAL.
              PERFORM UNTIL WS-SENHA-TRIVIAL = "N"
                 ACCEPT WS-SENHA-W AT 0739 WITH PROMPT AUTO
                 CALL "SENHTRV" USING WS-SENHA-W WS-SENHA-TRIVIAL
                 IF WS-SENHA-TRIVIAL = "S"
                    DISPLAY "SENHA TRIVIAL - ESCOLHA OUTRA" AT 1236
                 ELSE
                    DISPLAY WS-ESPACO AT 1236
                 END-IF
              END-PERFORM.
      * Qualquer letra vale como perfil - a matriz de PERFIS.DAT da
      * a cada letra os seus direitos; "S" segue sendo o perfil que
              PERFORM UNTIL WS-AGENCIA-OPR > ZEROS
                 ACCEPT WS-AGENCIA-OPR AT 1039 WITH PROMPT AUTO
              END-PERFORM.
      * O CPF liga o operador ao proprio cadastro - e por ele que o
      * SEGFUN acha as contas do operador, da familia e do endereco.
              PERFORM UNTIL WS-CPF-OPR-W IS NUMERIC
                            AND WS-CPF-OPR-W NOT = ZEROS
                 ACCEPT WS-CPF-OPR-W AT 1139 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM CONFERE-CPF-OPERADOR.

      * A senha que sai vai para o historico - o operador nao pode
      * voltar a ela na troca obrigatoria.
       GUARDA-SENHA-ANTERIOR.
              PERFORM VARYING WS-H FROM 5 BY -1 UNTIL WS-H < 2
                 MOVE OPR-SENHA-HIST(WS-H - 1) TO OPR-SENHA-HIST(WS-H)
              END-PERFORM.
              MOVE OPR-SENHA TO OPR-SENHA-HIST(1).

      * Operador sem cadastro de pessoa ainda grava - o SEGFUN o
      * lista como vinculo incompleto ate o cadastro existir.
       CONFERE-CPF-OPERADOR.
              OPEN INPUT CLIENTES-CAD.
              IF ARQST-CAD NOT = "00"
                 DISPLAY "CADASTRO INDISPONIVEL - CPF NAO CONFERIDO"
                         AT 1336
                 EXIT PARAGRAPH.
              MOVE WS-CPF-OPR-W TO ws-cpf.
              READ CLIENTES-CAD
                 INVALID KEY
                    DISPLAY "CPF SEM CADASTRO DE PESSOA" AT 1336
                 NOT INVALID KEY
                    DISPLAY "CPF CONFERIDO NO CADASTRO" AT 1336
              END-READ.
              CLOSE CLIENTES-CAD.

      * A agencia do operador mora em OPRAGEN.DAT - e por ela que as
      * operacoes de outro balcao fecham a liquidacao entre agencias.
                    END-IF
              END-READ.

      * Operador desligado deixa de ser gerente - a carteira dele
      * aparece como sem gerente no CARREL ate ser redistribuida
      * pelo CARMAN.
       DESATIVA-GERENTE.
              OPEN I-O GERENTES.
              IF ARQST-GER NOT = "00"
                 EXIT PARAGRAPH.
              MOVE WS-CODIGO-DIG TO GER-OPERADOR.
              READ GERENTES
                 INVALID KEY
                    CLOSE GERENTES
                    EXIT PARAGRAPH
              END-READ.
              IF GER-SITUACAO NOT = "I"
                 MOVE "I" TO GER-SITUACAO
                 REWRITE REG-GER
                 DISPLAY "GERENTE DESATIVADO - CARTEIRA SEM GERENTE"
                         AT 1336.
              CLOSE GERENTES.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 1425.
              ACCEPT WS-OPCAO AT 1442 WITH PROMPT AUTO.
