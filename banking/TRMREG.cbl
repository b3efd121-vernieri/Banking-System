      * supervisor forced the session off, "T" when the idle window
      * from PARAMS TIMEOUT-OCIOSO passed and the password must be
      * rekeyed), "E" normal sign-off, "F" forced sign-off by the
      * supervisor console.  Every L/E/F lands in AUDIT.DAT.  "C"
      * consulta answers in LK-TERMINAL the terminal where LK-OPERADOR
      * is signed on (spaces and "F" when there is no open session).
      * LK-RESULTADO: "O" ok, "D" operador duplicado, "F" forcado,
      * "T" tempo ocioso estourado.
      ******************************************************************
                 WHEN "A" PERFORM TOCA-ATIVIDADE
                 WHEN "E" PERFORM ENCERRA-SESSAO
                 WHEN "F" PERFORM ENCERRA-SESSAO
                 WHEN "C" PERFORM CONSULTA-OPERADOR
              END-EVALUATE.
              GOBACK.

                    END-IF
              END-READ.

       CONSULTA-OPERADOR.
              MOVE SPACES TO LK-TERMINAL.
              MOVE "F" TO LK-RESULTADO.
              MOVE "N" TO WS-FIM-TRM.
              OPEN INPUT TERMINAIS.
              IF ARQST-TRM NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM PROCURA-SESSAO UNTIL WS-FIM-TRM = "S".
              CLOSE TERMINAIS.

       PROCURA-SESSAO.
              READ TERMINAIS
                 AT END
                    MOVE "S" TO WS-FIM-TRM
                 NOT AT END
                    IF TRM-OPERADOR = LK-OPERADOR
                       AND TRM-SITUACAO = "L"
                       MOVE TRM-TERMINAL TO LK-TERMINAL
                       MOVE "O" TO LK-RESULTADO
                       MOVE "S" TO WS-FIM-TRM
                    END-IF
              END-READ.

       LOCALIZA-TERMINAL.
              MOVE "N" TO WS-ACHOU-TRM WS-FIM-TRM.
              OPEN INPUT TERMINAIS.
              PERFORM GRAVA-AUDIT.

      * Entradas e saidas de sessao ficam na trilha de auditoria -
      * AUD-RESULTADO "S" entrada, "E" saida normal, "F" encerramento
      * forcado pelo supervisor, "N" recusa por duplicidade.
       GRAVA-AUDIT.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
              MOVE "TERMINAL"   TO AUD-PROGRAMA.
              MOVE LK-OPERADOR  TO AUD-OPERADOR.
              MOVE HORA-SIS     TO AUD-HORA.
              EVALUATE TRUE
                 WHEN LK-RESULTADO = "D"
                    MOVE "N" TO AUD-RESULTADO
                 WHEN LK-FUNCAO = "E" OR LK-FUNCAO = "F"
                    MOVE LK-FUNCAO TO AUD-RESULTADO
                 WHEN OTHER
                    MOVE "S" TO AUD-RESULTADO
              END-EVALUATE.
              CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.
              CLOSE AUDITORIA.
