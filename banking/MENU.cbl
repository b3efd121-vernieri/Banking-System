         01 WS-REVALIDA-OK          PIC X(01) VALUE "N".
         01 WS-ESPACO-MENU          PIC X(30) VALUE SPACES.
         01 WS-TENTATIVAS           PIC 9(01) VALUE ZEROS.
         01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         01 WS-SENHA-DIAS           PIC 9(03) VALUE 90.
         01 WS-IDADE-SENHA          PIC S9(05) VALUE ZEROS.
         01 WS-SENHA-VENCIDA        PIC X(01) VALUE "N".
         01 WS-NOVA-SENHA           PIC 9(04) VALUE ZEROS.
         01 WS-CONFIRMA-SENHA       PIC 9(04) VALUE ZEROS.
         01 WS-SENHA-TRIVIAL        PIC X(01) VALUE "N".
         01 WS-SENHA-REPETIDA       PIC X(01) VALUE "N".
         01 WS-TROCA-OK             PIC X(01) VALUE "N".
         01 WS-H                    PIC 9(01) VALUE ZEROS.
         01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
         01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
         01 WS-PRM-ACHOU            PIC X(01) VALUE "N".

       SCREEN SECTION.
         01 TELA-LOGIN.
              02 LINE 14 COL 5  VALUE "43. TARIFAS (SUP)".
              02 LINE 15 COL 5  VALUE "44. ISENCAO TAR (SUP)".
              02 LINE 16 COL 5  VALUE "45. PAGAR ORDEM".
              02 LINE 17 COL 5  VALUE "46. CARTAO DE DEBITO".
              02 LINE 18 COL 5  VALUE "47. TALAO DE CHEQUES".
              02 LINE 19 COL 5  VALUE "48. PORTAB. SALARIO".
              02 LINE 20 COL 5  VALUE "49. PROVA DE VIDA".
              02 LINE 21 COL 5  VALUE "50. DEBITO AUTOMATICO".
              02 LINE 22 COL 5  VALUE "51. PESSOA JURIDICA".
              02 LINE 23 COL 5  VALUE "52. CONVENIO COBRANCA".
              02 LINE 24 COL 5  VALUE "53. APLICACAO AUTOMATICA".
              02 LINE 25 COL 5  VALUE "54. IMOBILIZADO".
              02 LINE 20 COL 55 VALUE "55. FORNECEDORES".
              02 LINE 21 COL 55 VALUE "56. CONTAS A PAGAR".
              02 LINE 22 COL 55 VALUE "57. LANCAMENTO CONTABIL".
              02 LINE 23 COL 55 VALUE "58. CONTAS TRANSITORIAS".
              02 LINE 24 COL 55 VALUE "59. ORCAMENTO".
              02 LINE 25 COL 55 VALUE "60. CARTEIRA DE GERENTES".
              02 LINE 26 COL 5  VALUE "61. SAQUE AGENDADO".
              02 LINE 26 COL 29 VALUE "62. TRIAGEM DE SANCOES".
              02 LINE 26 COL 55 VALUE "63. RETIDAS P/ FRAUDE".
              02 LINE 27 COL 5  VALUE "64. MED (CHAVE)".
              02 LINE 27 COL 55 VALUE "65. VALOR NAO RECLAMADO".
              02 LINE 27 COL 25 VALUE "ESCOLHA UMA OPCAO:".
              02 LINE 28 COL 5  VALUE "66. CUSTODIA DE CHEQUES".

       PROCEDURE DIVISION.
       INICIO.
              END-PERFORM.
              CLOSE OPERADORES.
              IF WS-LOGIN-OK NOT = "S"
                 DISPLAY "ACESSO BLOQUEADO" AT 1135
              ELSE
                 PERFORM REGISTRA-ACESSO.

      * Toda entrada fica marcada em OPR-ULT-ACESSO - o OPRINAT
      * desliga quem deixa de entrar.  Senha provisoria (entregue
      * pelo OPRMAN) ou mais velha que OPR-SENHA-DIAS (parametro,
      * padrao 90) tem de ser trocada antes de o menu abrir.
       REGISTRA-ACESSO.
              OPEN I-O OPERADORES.
              IF ARQST-OPR NOT = "00"
                 EXIT PARAGRAPH.
              MOVE WS-OPERADOR TO OPR-CODIGO.
              READ OPERADORES
                 INVALID KEY
                    CLOSE OPERADORES
                    EXIT PARAGRAPH
              END-READ.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              PERFORM APURA-IDADE-SENHA.
              IF WS-SENHA-VENCIDA = "S"
                 PERFORM TROCA-SENHA-OBRIGATORIA.
              IF WS-LOGIN-OK = "S"
                 MOVE WS-DATA-HOJE TO OPR-ULT-ACESSO
                 REWRITE REG-OPR.
              CLOSE OPERADORES.

       APURA-IDADE-SENHA.
              MOVE "N" TO WS-SENHA-VENCIDA.
              MOVE "OPR-SENHA-DIAS" TO WS-PRM-NOME.
              MOVE "N" TO WS-PRM-ACHOU.
              CALL "PRMGET" USING WS-PRM-NOME WS-PRM-VALOR
                                  WS-PRM-ACHOU.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-SENHA-DIAS.
              IF OPR-SENHA-DATA = ZEROS
                 MOVE "S" TO WS-SENHA-VENCIDA
                 EXIT PARAGRAPH.
              COMPUTE WS-IDADE-SENHA =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                      - FUNCTION INTEGER-OF-DATE(OPR-SENHA-DATA).
              IF WS-IDADE-SENHA > WS-SENHA-DIAS
                 MOVE "S" TO WS-SENHA-VENCIDA.

       TROCA-SENHA-OBRIGATORIA.
              MOVE "N" TO WS-TROCA-OK.
              MOVE ZEROS TO WS-TENTATIVAS.
              DISPLAY WS-ESPACO-MENU AT 1135.
              IF OPR-SENHA-DATA = ZEROS
                 DISPLAY "SENHA PROVISORIA - TROQUE-A" AT 1135
              ELSE
                 DISPLAY "SENHA VENCIDA - TROQUE-A" AT 1135.
              DISPLAY "NOVA    :" AT 1429.
              DISPLAY "CONFIRMA:" AT 1529.
              PERFORM UNTIL WS-TROCA-OK = "S" OR WS-TENTATIVAS = 3
                 MOVE ZEROS TO WS-NOVA-SENHA WS-CONFIRMA-SENHA
                 ACCEPT WS-NOVA-SENHA     AT 1439 WITH PROMPT AUTO
                 ACCEPT WS-CONFIRMA-SENHA AT 1539 WITH PROMPT AUTO
                 ADD 1 TO WS-TENTATIVAS
                 DISPLAY WS-ESPACO-MENU AT 1135
                 PERFORM VALIDA-NOVA-SENHA
              END-PERFORM.
              IF WS-TROCA-OK NOT = "S"
                 DISPLAY "SENHA NAO TROCADA - ACESSO NEGADO" AT 1135
                 MOVE "N" TO WS-LOGIN-OK
                 EXIT PARAGRAPH.
              PERFORM VARYING WS-H FROM 5 BY -1 UNTIL WS-H < 2
                 MOVE OPR-SENHA-HIST(WS-H - 1) TO OPR-SENHA-HIST(WS-H)
              END-PERFORM.
              MOVE OPR-SENHA      TO OPR-SENHA-HIST(1).
              MOVE WS-SENHA-CODIF TO OPR-SENHA.
              MOVE WS-DATA-HOJE   TO OPR-SENHA-DATA.
              DISPLAY "SENHA TROCADA" AT 1135.

      * A nova senha nao pode ser trivial, nem a atual, nem uma das
      * guardadas em OPR-SENHA-HIST.
       VALIDA-NOVA-SENHA.
              IF WS-NOVA-SENHA NOT = WS-CONFIRMA-SENHA
                 DISPLAY "CONFIRMACAO NAO CONFERE" AT 1135
                 EXIT PARAGRAPH.
              CALL "SENHTRV" USING WS-NOVA-SENHA WS-SENHA-TRIVIAL.
              IF WS-SENHA-TRIVIAL = "S"
                 DISPLAY "SENHA TRIVIAL - ESCOLHA OUTRA" AT 1135
                 EXIT PARAGRAPH.
              MOVE WS-OPERADOR TO WS-SEN-CHAVE.
              CALL "SENHCOD" USING WS-SEN-CHAVE WS-NOVA-SENHA
                                   WS-SENHA-CODIF.
              MOVE "N" TO WS-SENHA-REPETIDA.
              IF WS-SENHA-CODIF = OPR-SENHA
                 MOVE "S" TO WS-SENHA-REPETIDA.
              PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 5
                 IF OPR-SENHA-HIST(WS-H) NOT = ZEROS
                    AND OPR-SENHA-HIST(WS-H) = WS-SENHA-CODIF
                    MOVE "S" TO WS-SENHA-REPETIDA
                 END-IF
              END-PERFORM.
              IF WS-SENHA-REPETIDA = "S"
                 DISPLAY "SENHA JA USADA - ESCOLHA OUTRA" AT 1135
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-TROCA-OK.

      * OPERADOR.DAT guarda a senha codificada pelo SENHCOD - a
      * digitada passa pela mesma rotina antes da comparacao.
                         ELSE
                            CALL "ORDPAG"
                         END-IF
                 WHEN 46 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "CRTMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 47 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "TALMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 48 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "PORTMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 49 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "PVIDMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 50 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "DAUMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 51 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "PJMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 52 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "CCBMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 53 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "APLMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 54 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "IMBMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 55 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "FORMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 56 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "CPGMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 57 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "LCTMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 58 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "PENMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 59 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "ORCMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 60 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "CARMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 61 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "SAQMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 62 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "SANREV" USING WS-OPERADOR
                         END-IF
                 WHEN 63 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "FRDREV" USING WS-OPERADOR
                         END-IF
                 WHEN 64 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "MEDMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 65 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "NRCMAN" USING WS-OPERADOR
                         END-IF
                 WHEN 66 IF WS-MODO = "T"
                            PERFORM RECUSA-EM-TREINO
                         ELSE
                            CALL "CUSMAN" USING WS-OPERADOR
                         END-IF
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA" AT 2844
              END-EVALUATE.
