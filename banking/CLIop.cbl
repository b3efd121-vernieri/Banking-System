              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CDI.

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

              SELECT CONHECIDOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FCN-CHAVE
              FILE STATUS ARQST-FCN.

              SELECT RETENCOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-FRF.

              SELECT CADFAVOR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FVC-CHAVE
              FILE STATUS ARQST-FVC.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
                VALUE OF FILE-ID IS WS-ARQ-CADIMP.
          01 REG-CDI                 PIC X(80).

      * Quem trouxe o dinheiro nos depositos em especie a partir do
      * COAF-ESPECIE - base da comunicacao gerada pelo COAFGER.
       FD DEPESP LABEL RECORD STANDARD
                DATA RECORD IS REG-DEP
                VALUE OF FILE-ID IS WS-ARQ-DEPESP.
          01 REG-DEP.
                COPY DEPESP.

       FD NOTAFALS LABEL RECORD STANDARD
                DATA RECORD IS REG-NFA
                VALUE OF FILE-ID IS WS-ARQ-NOTAFALS.
          01 REG-NFA.
                COPY NOTAFALS.

       FD FAVORECIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-FVI
                VALUE OF FILE-ID IS WS-ARQ-FAVINT.
          01 REG-FVI.
                COPY FAVINT.

       FD CONHECIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-FCN
                VALUE OF FILE-ID IS WS-ARQ-FRDCON.
          01 REG-FCN.
                COPY FRDCON.

       FD RETENCOES LABEL RECORD STANDARD
                DATA RECORD IS REG-FRF
                VALUE OF FILE-ID IS WS-ARQ-FRDFILA.
          01 REG-FRF.
                COPY FRDFILA.

       FD CADFAVOR LABEL RECORD STANDARD
                DATA RECORD IS REG-FVC
                VALUE OF FILE-ID IS WS-ARQ-FAVCAD.
          01 REG-FVC.
                COPY FAVCAD.

       WORKING-STORAGE SECTION.
      * Production file names; ABRE-ARQ swaps in the TRN* practice
      * set when the menu signs the session on in training mode.
          01 WS-ARQ-ORDPG            PIC X(12) VALUE "ORDPG.DAT".
          01 WS-ARQ-CADERNETA        PIC X(12) VALUE "CADERNET.DAT".
          01 WS-ARQ-CADIMP           PIC X(12) VALUE "CADERNET.SPL".
          01 WS-ARQ-DEPESP           PIC X(12) VALUE "DEPESP.DAT".
          01 WS-ARQ-NOTAFALS         PIC X(12) VALUE "NOTAFALS.DAT".
          01 WS-ARQ-FAVINT           PIC X(12) VALUE "FAVINT.DAT".
      * As regras de fraude nao rodam no treino - os dois arquivos
      * so existem em producao.
          01 WS-ARQ-FRDCON           PIC X(12) VALUE "FRDCON.DAT".
          01 WS-ARQ-FRDFILA          PIC X(12) VALUE "FRDFILA.DAT".
          01 WS-ARQ-FAVCAD           PIC X(12) VALUE "FAVCAD.DAT".
          01 ARQST-EXT               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          01 ARQST-JRN               PIC X(02).
                                  PIC 9(04) OCCURS 4 TIMES.
         01 WS-LIMITE-SAQUE          PIC 9(05)V99 VALUE 2000,00.
         01 WS-LIMITE-DIARIO         PIC 9(05)V99 VALUE 5000,00.
         01 WS-LIMITE-AGENDA         PIC 9(05)V99 VALUE 2000,00.
         01 WS-SALDO-MAXIMO          PIC 9(05)V99 VALUE 99999,99.
         01 WS-LIMITE-CHEQUE-ESPECIAL PIC 9(05)V99 VALUE 500,00.
         01 WS-LIMITE-SUPERVISAO    PIC 9(05)V99 VALUE 1000,00.
         01 WS-OPG-DOC              PIC X(11) VALUE SPACES.
         01 ARQST-CDN               PIC X(02).
         01 ARQST-CDI               PIC X(02).
         01 ARQST-DEP               PIC X(02).
         01 ARQST-NFA               PIC X(02).
         01 WS-CDN-FUNCAO           PIC X(01) VALUE SPACE.
         01 WS-CDN-ACHOU            PIC X(01) VALUE "N".
         01 WS-CDN-FIM              PIC X(01) VALUE "N".
         01 WS-REP-ESCOPO           PIC X(01) VALUE SPACE.
         01 WS-REP-NOME             PIC X(30) VALUE SPACES.
         01 WS-REP-ACHOU            PIC X(01) VALUE "N".
         01 WS-PJ-CONTA             PIC X(01) VALUE "N".
         01 WS-PJ-CNPJ              PIC X(14) VALUE SPACES.
         01 WS-PJ-RAZAO             PIC X(40) VALUE SPACES.
         01 WS-SIG-ATIVO            PIC X(01) VALUE "N".
         01 WS-SIG-CPF              PIC X(11) VALUE SPACES.
         01 WS-SIG-ACHOU            PIC X(01) VALUE "N".
      * Conta de menor (RESPONS.DAT): ate os 18 anos do titular so o
      * responsavel legal saca ou transfere.
         01 WS-MAIORIDADE           PIC 9(02) VALUE 18.
         01 WS-MEN-IDADE            PIC 9(03) VALUE ZEROS.
         01 WS-MEN-BLOQUEIO         PIC X(01) VALUE "N".
         01 WS-RSP-CPF              PIC X(11) VALUE SPACES.
         01 WS-RSP-DIG              PIC X(11) VALUE SPACES.
         01 WS-RSP-ACHOU            PIC X(01) VALUE "N".
         01 WS-KYC-VENCIDO          PIC X(01) VALUE "N".
         01 WS-KYC-LIMITE-VALOR     PIC 9(05)V99 VALUE 5000,00.
         01 WS-IOF-VALOR            PIC 9(05)V99 VALUE ZEROS.
         01 WS-RNV-ATUAL            PIC X(01) VALUE SPACE.
         01 WS-RNV-ACHOU            PIC X(01) VALUE "N".
         01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
         01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
         01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
         01 WS-SAQUE-AGENDADO       PIC X(01) VALUE "N".
         01 WS-LIMITE-COAF          PIC 9(05)V99 VALUE 50000,00.
         01 WS-DEP-IDENTIFICADO     PIC X(01) VALUE "N".
         01 WS-DEP-CPF              PIC X(11) VALUE SPACES.
         01 WS-DEP-NOME             PIC X(30) VALUE SPACES.
         01 WS-DEP-ORIGEM           PIC X(40) VALUE SPACES.
         01 WS-DEP-LIMPA            PIC X(51) VALUE SPACES.
         01 WS-DEP-CPF-OK           PIC X(01) VALUE "N".
         01 WS-DEP-DIG              PIC 9 OCCURS 11 TIMES.
         01 WS-DEP-SOMA             PIC 9(04) VALUE ZEROS.
         01 WS-DEP-RESTO            PIC 9(02) VALUE ZEROS.
         01 WS-DEP-DV1              PIC 9 VALUE ZERO.
         01 WS-DEP-DV2              PIC 9 VALUE ZERO.
         01 WS-DEP-IX               PIC 9(02) VALUE ZEROS.
         01 WS-NFA-RETIDA           PIC X(01) VALUE SPACE.
         01 WS-NFA-FIM              PIC X(01) VALUE "N".
         01 WS-NFA-QTD-ITENS        PIC 9(02) VALUE ZEROS.
         01 WS-NFA-IX               PIC 9(02) VALUE ZEROS.
         01 WS-NFA-VALOR            PIC 9(03) VALUE ZEROS.
         01 WS-NFA-SERIE            PIC X(12) VALUE SPACES.
         01 WS-NFA-QTD              PIC 9(03) VALUE ZEROS.
         01 WS-NFA-TOTAL            PIC 9(07)V99 VALUE ZEROS.
         01 WS-NFA-TAB.
               02 WS-NFA-ENT OCCURS 10 TIMES.
                  03 WS-NFA-T-VALOR PIC 9(03).
                  03 WS-NFA-T-SERIE PIC X(12).
                  03 WS-NFA-T-QTD   PIC 9(03).
         01 WS-CMP-TITULO-NFA       PIC X(40) VALUE
            "   TERMO DE APREENSAO DE NOTA FALSA".
         01 WS-CMP-LINHA-APRES.
               02 FILLER            PIC X(14) VALUE "APRESENTANTE: ".
               02 WS-CMP-APRES-NOME PIC X(30).
               02 FILLER            PIC X(06) VALUE " CPF: ".
               02 WS-CMP-APRES-CPF  PIC X(11).
               02 FILLER            PIC X(19) VALUE SPACES.
         01 WS-CMP-LINHA-NFA.
               02 FILLER            PIC X(07) VALUE "NOTA R$".
               02 WS-CMP-NFA-VALOR  PIC ZZ9.
               02 FILLER            PIC X(08) VALUE "  SERIE ".
               02 WS-CMP-NFA-SERIE  PIC X(12).
               02 FILLER            PIC X(07) VALUE "  QTD: ".
               02 WS-CMP-NFA-QTD    PIC ZZ9.
               02 FILLER            PIC X(40) VALUE SPACES.
         01 WS-CMP-LINHA-NFA-TOT.
               02 FILLER            PIC X(20) VALUE
                  "VALOR FACE RETIDO: ".
               02 WS-CMP-NFA-TOTAL  PIC Z.ZZZ.ZZ9,99.
               02 FILLER            PIC X(48) VALUE SPACES.
         01 WS-CMP-LINHA-NFA-AVISO  PIC X(80) VALUE
            "NOTAS RETIDAS PARA ENCAMINHAMENTO AO BANCO CENTRAL".
         01 WS-SALDO-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
         01 WS-TIPO-DEPOSITO        PIC X(01) VALUE SPACE.
         01 WS-SALDO-BLOQ-E         PIC ZZ.ZZ9,99.
         01 WS-OIT-AGENCIA          PIC 9(04) VALUE ZEROS.
         01 WS-OIT-CONTA            PIC 9(08) VALUE ZEROS.
         01 WS-OIT-CPF              PIC X(11) VALUE SPACES.
         01 WS-OIT-NOME             PIC X(30) VALUE SPACES.
         01 ARQST-FVI               PIC X(02).
         01 WS-SAN-NOME             PIC X(60) VALUE SPACES.
         01 WS-SAN-ORIGEM           PIC X(01) VALUE SPACE.
         01 WS-SAN-PROGRAMA         PIC X(08) VALUE "OPERACAO".
         01 WS-SAN-RESULTADO        PIC X(01) VALUE "L".
      * Regras de fraude em tempo real (AVALIA-FRAUDE).  Os pesos de
      * cada regra sao fixos; o corte, as janelas, o fator sobre a
      * media e o horario da agencia vem do PARAMS quando presentes.
         01 ARQST-FCN               PIC X(02).
         01 ARQST-FRF               PIC X(02).
         01 WS-FRD-TERMINAL         PIC X(08) VALUE SPACES.
         01 WS-FRD-TRM-FUNCAO       PIC X(01) VALUE "C".
         01 WS-FRD-TRM-RESULTADO    PIC X(01) VALUE SPACE.
         01 WS-FRD-RESULTADO        PIC X(01) VALUE "L".
         01 WS-FRD-OPERACAO         PIC X(01) VALUE SPACE.
         01 WS-FRD-TIPO-DEST        PIC X(01) VALUE SPACE.
         01 WS-FRD-DESTINO          PIC X(15) VALUE SPACES.
         01 WS-FRD-DEST-EXT REDEFINES WS-FRD-DESTINO.
               02 WS-FRD-DEST-BANCO   PIC 9(03).
               02 WS-FRD-DEST-AGENCIA PIC 9(04).
               02 WS-FRD-DEST-CONTA   PIC 9(08).
         01 WS-FRD-PROTOCOLO        PIC 9(06) VALUE ZEROS.
         01 WS-FRD-PROTOCOLO-E      PIC ZZZZZ9.
         01 WS-FRD-ULTIMO           PIC 9(06) VALUE ZEROS.
         01 WS-FRD-SIT-ACHADA       PIC X(01) VALUE SPACE.
         01 WS-FRD-PONTOS           PIC 9(03) VALUE ZEROS.
         01 WS-FRD-REGRAS           PIC X(04) VALUE SPACES.
         01 WS-FRD-QTD-REGRAS       PIC 9(01) VALUE ZEROS.
         01 WS-FRD-FIM              PIC X(01) VALUE "N".
         01 WS-FRD-ACHOU            PIC X(01) VALUE "N".
         01 WS-FRD-HOJE             PIC 9(08) VALUE ZEROS.
         01 WS-FRD-DATA-INI         PIC 9(08) VALUE ZEROS.
         01 WS-FRD-DATA-SENHA       PIC 9(08) VALUE ZEROS.
         01 WS-FRD-DIAS             PIC S9(07) VALUE ZEROS.
         01 WS-FRD-HORA-AGORA       PIC 9(02) VALUE ZEROS.
         01 WS-FRD-MIN-AGORA        PIC 9(04) VALUE ZEROS.
         01 WS-FRD-MIN-EXT          PIC 9(04) VALUE ZEROS.
         01 WS-FRD-SALDO-ANT        PIC S9(05)V99 VALUE ZEROS.
         01 WS-FRD-TEM-SALDO-ANT    PIC X(01) VALUE "N".
         01 WS-FRD-QTD-HIST         PIC 9(05) VALUE ZEROS.
         01 WS-FRD-SOMA-HIST        PIC 9(09)V99 VALUE ZEROS.
         01 WS-FRD-MEDIA            PIC 9(07)V99 VALUE ZEROS.
         01 WS-FRD-QTD-RAJADA       PIC 9(03) VALUE ZEROS.
         01 WS-FRD-PESO-VALOR       PIC 9(03) VALUE 40.
         01 WS-FRD-PESO-NOVO        PIC 9(03) VALUE 60.
         01 WS-FRD-PESO-RAJADA      PIC 9(03) VALUE 40.
         01 WS-FRD-PESO-HORARIO     PIC 9(03) VALUE 30.
         01 WS-FRD-CORTE            PIC 9(03) VALUE 60.
         01 WS-FRD-MIN-HIST         PIC 9(03) VALUE 5.
         01 WS-FRD-VALOR-MIN        PIC 9(05)V99 VALUE 500.
         01 WS-FRD-JANELA-DIAS      PIC 9(03) VALUE 90.
         01 WS-FRD-FATOR            PIC 9(03)V99 VALUE 5.
         01 WS-FRD-SENHA-DIAS       PIC 9(03) VALUE 3.
         01 WS-FRD-RAJADA-MIN       PIC 9(03) VALUE 10.
         01 WS-FRD-RAJADA-QTD       PIC 9(03) VALUE 3.
         01 WS-FRD-HORA-INICIO      PIC 9(02) VALUE 10.
         01 WS-FRD-HORA-FIM         PIC 9(02) VALUE 16.
      * Favorecidos cadastrados (FAVCAD.DAT): ate o limite de destino
      * novo a transferencia sai para qualquer destino; acima dele so
      * para favorecido fora da carencia.
         01 ARQST-FVC               PIC X(02).
         01 WS-FVC-LIMITE-NOVO      PIC 9(05)V99 VALUE 200.
         01 WS-FVC-LIMITE-E         PIC ZZ.ZZ9,99.
         01 WS-FVC-CARENCIA         PIC 9(03) VALUE 1.
         01 WS-FVC-ACAO             PIC X(01) VALUE SPACE.
         01 WS-FVC-TIPO             PIC X(01) VALUE SPACE.
         01 WS-FVC-DESTINO          PIC X(20) VALUE SPACES.
         01 WS-FVC-DESTINO-EXT REDEFINES WS-FVC-DESTINO.
            02 WS-FVC-DEST-BANCO    PIC 9(03).
            02 WS-FVC-DEST-AGENCIA  PIC 9(04).
            02 WS-FVC-DEST-CONTA    PIC 9(08).
            02 FILLER               PIC X(05).
         01 WS-FVC-NOME             PIC X(30) VALUE SPACES.
         01 WS-FVC-DEST-OK          PIC X(01) VALUE "N".
         01 WS-FVC-SENHA-OK         PIC X(01) VALUE "N".
         01 WS-FVC-ACHOU            PIC X(01) VALUE "N".
         01 WS-FVC-LIBERADO         PIC X(01) VALUE "S".
         01 WS-FVC-FIM              PIC X(01) VALUE "N".
         01 WS-FVC-HOJE             PIC 9(08) VALUE ZEROS.
         01 WS-FVC-CARENCIA-ATE     PIC 9(08) VALUE ZEROS.
         01 WS-FVC-DATA-E.
            02 WS-FVC-DATA-E-DIA    PIC X(02).
            02 FILLER               PIC X(01) VALUE "/".
            02 WS-FVC-DATA-E-MES    PIC X(02).
            02 FILLER               PIC X(01) VALUE "/".
            02 WS-FVC-DATA-E-ANO    PIC X(04).
         01 WS-FVC-QTD              PIC 9(03) VALUE ZEROS.
         01 WS-FVC-QTD-E            PIC ZZ9.
         01 WS-FVC-LIN              PIC 9(02) VALUE ZEROS.
         01 WS-FVC-COL              PIC 9(02) VALUE ZEROS.
         01 WS-FVC-LINHA.
            02 WS-FVL-TIPO          PIC X(01).
            02 FILLER               PIC X(01) VALUE SPACE.
            02 WS-FVL-DESTINO       PIC X(20).
            02 FILLER               PIC X(01) VALUE SPACE.
            02 WS-FVL-SITUACAO      PIC X(03).
         01 WS-LIMITE-CE-CONTA      PIC 9(05)V99 VALUE ZEROS.
         01 WS-CEL-ACHOU            PIC X(01) VALUE "N".
      * Cambio manual no caixa: a taxa aplicada abre (compra pelo
              02 LINE 14 COL 19 VALUE "R$ 200,00".

              02 LINE 16 COL 19 VALUE
                 "OPERACAO: S D T M L I R N B X O A F <C>MP <V>ND [ ]".
              02 LINE 17 COL 19 VALUE "CONTA DESTINO (0=CHAVE)  :".
              02 LINE 18 COL 19 VALUE "VALOR DA OPERACAO : ".
              02 LINE 19 COL 25 VALUE "MENSAGEM: ".
                 MOVE "TRNOPG.DAT"  TO WS-ARQ-ORDPG
                 MOVE "TRNCDN.DAT"  TO WS-ARQ-CADERNETA
                 MOVE "TRNCDI.SPL"  TO WS-ARQ-CADIMP
                 MOVE "TRNDEP.DAT"  TO WS-ARQ-DEPESP
                 MOVE "TRNNFA.DAT"  TO WS-ARQ-NOTAFALS
                 MOVE "TRNFVI.DAT"  TO WS-ARQ-FAVINT
                 MOVE "TRNFVC.DAT"  TO WS-ARQ-FAVCAD
              END-IF.
      * A failed open here means the data files have not been
      * through MIGRADAT (or are damaged) - recreating them in place
              PERFORM CARREGA-PARAMETROS.
              CALL "AGEOPR" USING LK-OPERADOR-PARM WS-AGENCIA-CAIXA
                                  WS-AGE-ACHOU.
              CALL "TRMREG" USING WS-FRD-TRM-FUNCAO WS-FRD-TERMINAL
                                  LK-OPERADOR-PARM WS-FRD-TRM-RESULTADO.

      * Operation limits come from PARAMS.DAT when present; the
      * compiled values remain only as an implantation fallback.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-LIMITE-DIARIO.
              MOVE "SAQUE-AVISO" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-LIMITE-AGENDA.
              MOVE "COAF-ESPECIE" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-LIMITE-COAF.
              MOVE "SALDO-MAXIMO" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S"
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-CDN-MAX-LIN.
              MOVE "FRAUDE-PONTOS-CORTE" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-FRD-CORTE.
              MOVE "FRAUDE-JANELA-DIAS" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-FRD-JANELA-DIAS.
              MOVE "FRAUDE-FATOR-VALOR" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-FRD-FATOR.
              MOVE "FRAUDE-SENHA-DIAS" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-FRD-SENHA-DIAS.
              MOVE "FRAUDE-RAJADA-MIN" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-FRD-RAJADA-MIN.
              MOVE "FRAUDE-RAJADA-QTD" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-FRD-RAJADA-QTD.
              MOVE "FRAUDE-HORA-INICIO" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-FRD-HORA-INICIO.
              MOVE "FRAUDE-HORA-FIM" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S" AND WS-PRM-VALOR > ZEROS
                 MOVE WS-PRM-VALOR TO WS-FRD-HORA-FIM.
              MOVE "FAVOREC-LIMITE-NOVO" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-FVC-LIMITE-NOVO.
              MOVE "FAVOREC-CARENCIA" TO WS-PRM-NOME.
              PERFORM LE-PARAMETRO.
              IF WS-PRM-ACHOU = "S"
                 MOVE WS-PRM-VALOR TO WS-FVC-CARENCIA.

       LE-PARAMETRO.
              MOVE "N" TO WS-PRM-ACHOU.
                       PERFORM VERIFICA-PERFIL-OP
                       PERFORM VERIFICA-CLIENTE-FALECIDO
                       PERFORM VERIFICA-ESCOPO-PROCURADOR
                       PERFORM VERIFICA-RESPONSAVEL-MENOR
                       IF WS-PRF-PERMITE NOT = "S"
                          IF WS-FAL-BLOQUEIO NOT = "S"
                             AND WS-REP-BLOQUEIO NOT = "S"
                             AND WS-MEN-BLOQUEIO NOT = "S"
                             DISPLAY "OPERACAO NAO PERMITIDA AO SEU "
                                     "PERFIL" AT 1935
                          END-IF
                          WHEN "A" PERFORM ATUALIZA-CADERNETA
                          WHEN "B" PERFORM PAGA-CONVENIO
                          WHEN "X" PERFORM TRANSFERE-EXTERNA
                          WHEN "F" PERFORM MANTEM-FAVORECIDOS
                          WHEN "C" PERFORM OPERA-CAMBIO
                          WHEN "V" PERFORM OPERA-CAMBIO
                          WHEN "I"
      * Quem esta no balcao pode ser o procurador registrado - a
      * procuracao valida substitui a SENHA, que nunca mais precisa
      * ser compartilhada.
      * Conta de pessoa juridica so e movimentada por socio
      * signatario registrado no CADPJ.DAT - conferido o CPF, segue
      * a SENHA da conta; procuracao nao se aplica.
      * SENHA-BLOQUEIO "T" marca a conta de menor convertida pelo
      * MENCONV: o titular, agora maior, cadastra a propria SENHA na
      * primeira visita, com o supervisor conferindo o documento.
       ENTRA-SENHA.
              MOVE "N"   TO WS-SENHA-OK.
              MOVE "N"   TO WS-REP-ATIVO.
              MOVE "N"   TO WS-SIG-ATIVO.
              MOVE SPACES TO WS-SIG-CPF.
              CALL "PJGET" USING CODIGO-W LK-MODO-PARM WS-SIG-CPF
                                 WS-PJ-CONTA WS-PJ-CNPJ WS-PJ-RAZAO
                                 WS-SIG-ACHOU.
              IF WS-PJ-CONTA = "S"
                 PERFORM ENTRA-SIGNATARIO
                 IF WS-SIG-ATIVO NOT = "S"
                    EXIT PARAGRAPH
                 END-IF
              ELSE
                 DISPLAY "OPERAR COMO PROCURADOR (S/N)? [ ]" AT 2030
                 ACCEPT WS-SALVA AT 2061 WITH PROMPT AUTO
                 DISPLAY WS-ESPACO AT 2030
                 IF WS-SALVA = "S" OR WS-SALVA = "s"
                    PERFORM ENTRA-PROCURADOR
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              IF SENHA-TENTATIVAS-W IS NOT NUMERIC
                 MOVE ZEROS TO SENHA-TENTATIVAS-W.
              IF SENHA-BLOQUEIO-W = "S"
                 DISPLAY "CONTA BLOQUEADA POR SENHA - PROCURE O "
                         "SUPERVISOR" AT 2030
                 EXIT PARAGRAPH.
              IF SENHA-BLOQUEIO-W = "T"
                 PERFORM REDEFINE-SENHA-MAIORIDADE
                 EXIT PARAGRAPH.
              PERFORM UNTIL WS-SENHA-OK = "S"
                         OR SENHA-TENTATIVAS-W >= 3
                 ACCEPT WS-SENHA-DIG AT 0938 WITH PROMPT AUTO
              DISPLAY WS-REP-NOME AT 2042.
              PERFORM GRAVA-AUDITORIA-PROCURADOR.

      * A tentativa fica na auditoria com o resultado - "N" quando o
      * CPF apresentado nao assina pela empresa.
       ENTRA-SIGNATARIO.
              MOVE SPACES TO WS-SIG-CPF.
              DISPLAY "CONTA PJ - CPF DO SIGNATARIO:" AT 2030.
              PERFORM UNTIL WS-SIG-CPF NOT = SPACES
                 ACCEPT WS-SIG-CPF AT 2060 WITH PROMPT AUTO
              END-PERFORM.
              MOVE "N" TO WS-SIG-ACHOU.
              CALL "PJGET" USING CODIGO-W LK-MODO-PARM WS-SIG-CPF
                                 WS-PJ-CONTA WS-PJ-CNPJ WS-PJ-RAZAO
                                 WS-SIG-ACHOU.
              DISPLAY WS-ESPACO AT 2030.
              DISPLAY WS-ESPACO AT 2060.
              IF WS-SIG-ACHOU NOT = "S"
                 MOVE "N" TO AUD-RESULTADO
                 PERFORM GRAVA-AUDITORIA-SIGNATARIO
                 DISPLAY "CPF NAO E SIGNATARIO DA EMPRESA" AT 2030
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-SIG-ATIVO.
              MOVE "S" TO AUD-RESULTADO.
              PERFORM GRAVA-AUDITORIA-SIGNATARIO.

       GRAVA-AUDITORIA-SIGNATARIO.
              MOVE CODIGO-W    TO AUD-CODIGO.
              MOVE ANO         TO AUD-ANO.
              MOVE MES         TO AUD-MES.
              MOVE DIA         TO AUD-DIA.
              MOVE "SIGNAT"    TO AUD-PROGRAMA.
              MOVE LK-OPERADOR-PARM TO AUD-OPERADOR.
              MOVE HORA-SIS    TO AUD-HORA.
              IF LK-MODO-PARM = "T"
                 MOVE ZEROS TO AUD-ELO
              ELSE
                 CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

       GRAVA-AUDITORIA-PROCURADOR.
              MOVE CODIGO-W    TO AUD-CODIGO.
              MOVE ANO         TO AUD-ANO.
              MOVE LK-OPERADOR-PARM TO AUD-OPERADOR.
              MOVE HORA-SIS    TO AUD-HORA.
              MOVE "S"         TO AUD-RESULTADO.
              IF LK-MODO-PARM = "T"
                 MOVE ZEROS TO AUD-ELO
              ELSE
                 CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

       DESBLOQUEIA-CONTA.
                    MOVE CODIGO-W TO APR-CODIGO
                    MOVE ZEROS    TO APR-VALOR
                    PERFORM GRAVA-APROVACAO
                    PERFORM REGISTRA-EVENTO-SENHA
                    DISPLAY "CONTA DESBLOQUEADA" AT 2030
                 END-IF
              END-IF.

       REDEFINE-SENHA-MAIORIDADE.
              DISPLAY "TITULAR ATINGIU A MAIORIDADE - CADASTRAR NOVA "
                      "SENHA" AT 2030.
              CALL "SUPAUT" USING WS-SUPERVISOR.
              DISPLAY WS-ESPACO AT 2030.
              IF WS-SUPERVISOR = ZEROS
                 DISPLAY "NOVA SENHA EXIGE AUTORIZACAO DO SUPERVISOR"
                         AT 2030
                 EXIT PARAGRAPH.
              PERFORM MUDA-SENHA.
              IF WS-SENHA-CONF NOT = WS-SENHA-NOVA
                 EXIT PARAGRAPH.
              MOVE "N"      TO SENHA-BLOQUEIO-W.
              MOVE ZEROS    TO SENHA-TENTATIVAS-W.
              PERFORM REGRAVA-CONTA.
              MOVE "RST"    TO APR-TIPO.
              MOVE CODIGO-W TO APR-CODIGO.
              MOVE ZEROS    TO APR-VALOR.
              PERFORM GRAVA-APROVACAO.
              MOVE "S"      TO WS-SENHA-OK.

      * The only path a customer had to change a SENHA set at opening
      * was an IT patch on PRODUTOS.DAT - now it is an operation,
      * behind the normal sign-in.
                                      WS-SENHA-CODIF
                 MOVE WS-SENHA-CODIF TO SENHA-W
                 PERFORM REGRAVA-CONTA
                 PERFORM REGISTRA-EVENTO-SENHA
                 DISPLAY "SENHA ALTERADA COM SUCESSO" AT 1935
              ELSE
                 DISPLAY "CONFIRMACAO NAO CONFERE - SENHA MANTIDA"
                 MOVE "S" TO AUD-RESULTADO
              ELSE
                 MOVE "N" TO AUD-RESULTADO.
              IF LK-MODO-PARM = "T"
                 MOVE ZEROS TO AUD-ELO
              ELSE
                 CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

       ENTRA-TIPO-OP.
                         OR WS-TIPO-OP = "X" OR WS-TIPO-OP = "C"
                         OR WS-TIPO-OP = "V" OR WS-TIPO-OP = "N"
                         OR WS-TIPO-OP = "O" OR WS-TIPO-OP = "A"
                         OR WS-TIPO-OP = "F"
                 ACCEPT WS-TIPO-OP AT 1668 WITH PROMPT AUTO
                 IF WS-TIPO-OP NOT = "S" AND NOT = "D" AND NOT = "T"
                       AND NOT = "M" AND NOT = "L" AND NOT = "I"
                       AND NOT = "R" AND NOT = "B" AND NOT = "X"
                       AND NOT = "C" AND NOT = "V" AND NOT = "N"
                       AND NOT = "O" AND NOT = "A" AND NOT = "F"
                    DISPLAY "DIGITE S, D, T, M, L, I, R, N, B, X, "
                            "O, A, F, C OU V" AT 1935
                 ELSE
                    DISPLAY WS-ESPACO AT 1935
                 END-IF

      * A court-ordered freeze caps what any debit can reach -
      * the available balance is SALDO-W less active judicial holds.
      * Above SAQUE-AVISO the withdrawal is paid only against a SAQMAN
      * booking for this day at this branch; the booked amount, held
      * so far, is freed for it and the per-withdrawal and daily
      * limits give way to the booking.
       SACA.
              IF ULT-SAQUE-ANO-W NOT = ANO OR ULT-SAQUE-MES-W NOT = MES
                                          OR ULT-SAQUE-DIA-W NOT = DIA
              END-IF.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
      * Em treino nao ha agendamento (o SAQMAN e recusado no menu) e
      * o SAQAGE.DAT e o de producao - nada de reserva a procurar.
              MOVE "N" TO WS-SAQUE-AGENDADO.
              IF LK-MODO-PARM NOT = "T"
                 PERFORM PROCURA-SAQUE-AGENDADO.
              IF WS-SAQUE-AGENDADO = "S"
                 ADD WS-SAG-VALOR TO WS-SALDO-DISPONIVEL
              ELSE
                 IF VALOR-W > WS-LIMITE-AGENDA
                    AND LK-MODO-PARM NOT = "T"
                    DISPLAY "SAQUE ACIMA DO LIMITE EXIGE AGENDAMENTO"
                            AT 1935
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
      * The cheque especial never stretches over a court freeze - an
      * overdraft would leave SALDO-W below the held amount, so with
      * an active bloqueio the teller only reaches the free balance.
                 END-IF
              ELSE
                 IF VALOR-W > WS-LIMITE-SAQUE
                    AND WS-SAQUE-AGENDADO = "N"
                    DISPLAY "VALOR EXCEDE O LIMITE POR SAQUE" AT 1935
                 ELSE
                    IF VALOR-SACADO-DIA-W + VALOR-W > WS-LIMITE-DIARIO
                       AND WS-SAQUE-AGENDADO = "N"
                       DISPLAY "LIMITE DIARIO DE SAQUES EXCEDIDO"
                               AT 1935
                    ELSE
                       PERFORM VERIFICA-NOTAS-DISPONIVEIS
                       IF WS-NOTAS-OK = "S"
                          MOVE "S"    TO WS-FRD-OPERACAO
                          MOVE SPACES TO WS-FRD-DESTINO
                          PERFORM AVALIA-FRAUDE
                       END-IF
                       IF WS-NOTAS-OK = "S" AND WS-FRD-RESULTADO = "L"
                          PERFORM AUTORIZA-SAQUE
                          IF WS-AUTORIZADO = "S"
                             PERFORM EFETIVA-SAQUE
              PERFORM  REGRAVA-CONTA
              MOVE "S" TO EXT-TIPO
              PERFORM  GRAVA-EXTRATO
              PERFORM  REGISTRA-USO-FRAUDE
              PERFORM  FORMATA-CLI-ORIG
              MOVE WS-JRN-CLI-ORIG TO JRN-CONTA-DEB
              MOVE "CAIXA"         TO JRN-CONTA-CRE
              MOVE VALOR-W         TO JRN-VALOR
              MOVE "SAQUE"         TO JRN-HISTORICO
              PERFORM  GRAVA-JOURNAL.
              IF WS-SAQUE-AGENDADO = "S" AND LK-MODO-PARM NOT = "T"
                 MOVE "B" TO WS-SAG-FUNCAO
                 CALL "SAQRES" USING WS-SAG-FUNCAO CODIGO-W
                                     WS-AGENCIA-NOTAS DATA-SIS(1:8)
                                     WS-SAG-VALOR.
              MOVE "S" TO WS-IAG-SENTIDO.
              PERFORM  POSTA-LIQ-INTERAGENCIA.
              MOVE "SAQUE" TO WS-CMP-OPER.
                 MOVE "SAQUE" TO WS-TRF-OPER
                 PERFORM COBRA-TARIFA-AVULSA.

      * Saques agendados reservam o saldo ate a retirada ou a
      * expiracao - aqui e em todo debito em lote que apura o saldo
      * disponivel o valor reservado sai antes da conta.  As reservas
      * do SAQAGE.DAT sao de contas reais; em treino as contas
      * 9001/9002 nao tem reserva alguma.
       SUBTRAI-RESERVA-SAQUE.
              IF LK-MODO-PARM = "T"
                 EXIT PARAGRAPH.
              MOVE "R" TO WS-SAG-FUNCAO.
              CALL "SAQRES" USING WS-SAG-FUNCAO CODIGO-W
                                  WS-AGENCIA-NOTAS DATA-SIS(1:8)
                                  WS-SAG-VALOR.
              SUBTRACT WS-SAG-VALOR FROM WS-SALDO-DISPONIVEL.

      * O agendamento vale para o dia de movimento e para a agencia
      * do caixa, e cobre qualquer valor ate o agendado.
       PROCURA-SAQUE-AGENDADO.
              MOVE "N" TO WS-SAQUE-AGENDADO.
              PERFORM APURA-AGENCIA-NOTAS.
              MOVE "L" TO WS-SAG-FUNCAO.
              CALL "SAQRES" USING WS-SAG-FUNCAO CODIGO-W
                                  WS-AGENCIA-NOTAS DATA-SIS(1:8)
                                  WS-SAG-VALOR.
              IF WS-SAG-VALOR > ZEROS AND VALOR-W NOT > WS-SAG-VALOR
                 MOVE "S" TO WS-SAQUE-AGENDADO.

      * A combinacao paga so com o que a agencia tem em estoque; o
      * saque ja foi barrado em VERIFICA-NOTAS-DISPONIVEIS quando a
      * falta de notas impedia fechar o valor.  Aqui a combinacao e
       BAIXA-ESTOQUE-NOTA.
              IF LK-MODO-PARM = "T" OR WS-QTD-NUM(WS-I) = ZEROS
                 EXIT PARAGRAPH.
              MOVE "S" TO WS-NOT-FUNCAO.
              MOVE WS-VALOR-NOTA(WS-I) TO WS-NOT-VALOR.
              COMPUTE WS-NOT-QTD = WS-QTD-NUM(WS-I) * -1.
              CALL "NOTINV" USING WS-NOT-FUNCAO
                     GIVING WS-QTD-CABE
                     REMAINDER WS-RESTO.
              IF WS-QTD-CABE > ZEROS
                 MOVE "D" TO WS-NOT-FUNCAO
                 MOVE WS-VALOR-NOTA(WS-I) TO WS-NOT-VALOR
                 MOVE WS-QTD-CABE TO WS-NOT-QTD
                 CALL "NOTINV" USING WS-NOT-FUNCAO
                 DISPLAY "ERRO NO ARQUIVO DE CHEQUES - STATUS "
                         ARQST-CHQ AT 1935.

      * A partir do COAF-ESPECIE o deposito so entra com a
      * identificacao de quem trouxe o dinheiro - CPF, nome e origem
      * declarada dos recursos - que vai para o DEPESP.DAT.
       DEPOSITA-DINHEIRO.
              MOVE "N" TO WS-DEP-IDENTIFICADO.
              IF VALOR-W NOT < WS-LIMITE-COAF
                 PERFORM IDENTIFICA-DEPOSITANTE
                 IF WS-DEP-IDENTIFICADO NOT = "S"
                    DISPLAY "DEPOSITO CANCELADO - SEM IDENTIFICACAO"
                            AT 1935
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              IF SALDO-W + VALOR-W > WS-SALDO-MAXIMO
                 DISPLAY "DEPOSITO EXCEDE O SALDO MAXIMO PERMITIDO"
                 MOVE VALOR-W           TO JRN-VALOR
                 MOVE "DEPOSITO"        TO JRN-HISTORICO
                 PERFORM  GRAVA-JOURNAL
                 IF VALOR-W NOT < WS-LIMITE-COAF
                    PERFORM GRAVA-DEPOSITANTE
                 END-IF
                 MOVE "D" TO WS-IAG-SENTIDO
                 PERFORM  POSTA-LIQ-INTERAGENCIA
                 MOVE "DEPOSITO" TO WS-CMP-OPER
                 PERFORM  GRAVA-COMPROVANTE
                 MOVE WS-CMP-TRACO TO REG-CMP
                 WRITE REG-CMP
                 PERFORM  REGISTRA-NOTA-FALSA
                 IF LK-MODO-PARM NOT = "T"
                    MOVE "E" TO WS-GAV-SENTIDO
                    MOVE VALOR-W TO WS-GAV-VALOR
                 END-IF
              END-IF.

      * Nota falsa achada na contagem: o deposito ja foi digitado
      * so com o valor bom, e as notas retidas ficam so no
      * NOTAFALS.DAT - nao entram no NOTAS.DAT nem na gaveta.  O
      * apresentante e identificado como no COAF-ESPECIE e recebe o
      * termo de apreensao no comprovante.
       REGISTRA-NOTA-FALSA.
              MOVE SPACE TO WS-NFA-RETIDA.
              PERFORM UNTIL WS-NFA-RETIDA = "S" OR WS-NFA-RETIDA = "N"
                 DISPLAY "NOTA FALSA RETIDA (S/N)? [ ]" AT 2030
                 ACCEPT WS-NFA-RETIDA AT 2056 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-DEP-LIMPA AT 2030.
              IF WS-NFA-RETIDA = "N"
                 EXIT PARAGRAPH.
              IF WS-DEP-IDENTIFICADO NOT = "S"
                 PERFORM IDENTIFICA-DEPOSITANTE
                 IF WS-DEP-IDENTIFICADO NOT = "S"
                    DISPLAY "APREENSAO NAO REGISTRADA - SEM "
                            "IDENTIFICACAO" AT 1935
                    EXIT PARAGRAPH
                 END-IF
              END-IF.
              MOVE ZEROS TO WS-NFA-QTD-ITENS WS-NFA-TOTAL.
              MOVE "N" TO WS-NFA-FIM.
              PERFORM ENTRA-NOTA-FALSA UNTIL WS-NFA-FIM = "S".
              DISPLAY WS-DEP-LIMPA AT 2030.
              DISPLAY WS-DEP-LIMPA AT 2130.
              IF WS-NFA-QTD-ITENS = ZEROS
                 EXIT PARAGRAPH.
              PERFORM GRAVA-NOTA-FALSA.
              PERFORM GRAVA-TERMO-APREENSAO.
              DISPLAY "APREENSAO REGISTRADA - ENTREGUE O TERMO"
                      AT 1935.

      * Valor zero encerra; cabem dez linhas por termo.
       ENTRA-NOTA-FALSA.
              DISPLAY WS-DEP-LIMPA AT 2030.
              DISPLAY WS-DEP-LIMPA AT 2130.
              MOVE ZEROS TO WS-NFA-VALOR WS-NFA-QTD.
              MOVE SPACES TO WS-NFA-SERIE.
              DISPLAY "NOTA FALSA - VALOR (0 ENCERRA):" AT 2030.
              ACCEPT WS-NFA-VALOR AT 2062 WITH PROMPT AUTO.
              IF WS-NFA-VALOR = ZEROS
                 MOVE "S" TO WS-NFA-FIM
                 EXIT PARAGRAPH.
              IF WS-NFA-VALOR NOT = 2 AND NOT = 5 AND NOT = 10
                 AND NOT = 20 AND NOT = 50 AND NOT = 100
                 AND NOT = 200
                 DISPLAY "VALOR DE NOTA INEXISTENTE" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY WS-ESPACO AT 1935.
              DISPLAY "SERIE:" AT 2130.
              PERFORM UNTIL WS-NFA-SERIE NOT = SPACES
                 ACCEPT WS-NFA-SERIE AT 2137 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY "QTD:" AT 2151.
              PERFORM UNTIL WS-NFA-QTD > ZEROS
                 ACCEPT WS-NFA-QTD AT 2156 WITH PROMPT AUTO
              END-PERFORM.
              ADD 1 TO WS-NFA-QTD-ITENS.
              MOVE WS-NFA-VALOR TO WS-NFA-T-VALOR(WS-NFA-QTD-ITENS).
              MOVE WS-NFA-SERIE TO WS-NFA-T-SERIE(WS-NFA-QTD-ITENS).
              MOVE WS-NFA-QTD   TO WS-NFA-T-QTD(WS-NFA-QTD-ITENS).
              COMPUTE WS-NFA-TOTAL = WS-NFA-TOTAL
                                   + WS-NFA-VALOR * WS-NFA-QTD.
              IF WS-NFA-QTD-ITENS = 10
                 MOVE "S" TO WS-NFA-FIM.

       GRAVA-NOTA-FALSA.
              PERFORM APURA-AGENCIA-NOTAS.
              OPEN EXTEND NOTAFALS.
              IF ARQST-NFA NOT = "00"
                 OPEN OUTPUT NOTAFALS.
              PERFORM GRAVA-ITEM-NOTA-FALSA
                      VARYING WS-NFA-IX FROM 1 BY 1
                      UNTIL WS-NFA-IX > WS-NFA-QTD-ITENS.
              CLOSE NOTAFALS.

       GRAVA-ITEM-NOTA-FALSA.
              MOVE WS-SEQ-TRN       TO NFA-SEQ.
              MOVE WS-NFA-IX        TO NFA-ITEM.
              MOVE DATA-SIS(1:8)    TO NFA-DATA.
              MOVE HORA-SIS         TO NFA-HORA.
              MOVE WS-AGENCIA-NOTAS TO NFA-AGENCIA.
              MOVE CODIGO-W         TO NFA-CODIGO.
              MOVE WS-DEP-CPF       TO NFA-CPF.
              MOVE WS-DEP-NOME      TO NFA-NOME.
              MOVE WS-NFA-T-VALOR(WS-NFA-IX) TO NFA-VALOR-NOTA.
              MOVE WS-NFA-T-SERIE(WS-NFA-IX) TO NFA-SERIE.
              MOVE WS-NFA-T-QTD(WS-NFA-IX)   TO NFA-QTD.
              MOVE LK-OPERADOR-PARM TO NFA-OPERADOR.
              WRITE REG-NFA.
              IF ARQST-NFA NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DE APREENSAO - STATUS "
                         ARQST-NFA AT 1935.

       GRAVA-TERMO-APREENSAO.
              MOVE WS-CMP-TRACO TO REG-CMP.
              WRITE REG-CMP.
              MOVE WS-CMP-TITULO-NFA TO REG-CMP.
              WRITE REG-CMP.
              PERFORM GRAVA-COMPROVANTE-CAB.
              MOVE WS-DEP-NOME TO WS-CMP-APRES-NOME.
              MOVE WS-DEP-CPF  TO WS-CMP-APRES-CPF.
              MOVE WS-CMP-LINHA-APRES TO REG-CMP.
              WRITE REG-CMP.
              PERFORM GRAVA-LINHA-NOTA-FALSA
                      VARYING WS-NFA-IX FROM 1 BY 1
                      UNTIL WS-NFA-IX > WS-NFA-QTD-ITENS.
              MOVE WS-NFA-TOTAL TO WS-CMP-NFA-TOTAL.
              MOVE WS-CMP-LINHA-NFA-TOT TO REG-CMP.
              WRITE REG-CMP.
              MOVE WS-CMP-LINHA-NFA-AVISO TO REG-CMP.
              WRITE REG-CMP.
              MOVE WS-CMP-TRACO TO REG-CMP.
              WRITE REG-CMP.

       GRAVA-LINHA-NOTA-FALSA.
              MOVE WS-NFA-T-VALOR(WS-NFA-IX) TO WS-CMP-NFA-VALOR.
              MOVE WS-NFA-T-SERIE(WS-NFA-IX) TO WS-CMP-NFA-SERIE.
              MOVE WS-NFA-T-QTD(WS-NFA-IX)   TO WS-CMP-NFA-QTD.
              MOVE WS-CMP-LINHA-NFA TO REG-CMP.
              WRITE REG-CMP.

      * CPF em branco desiste do deposito.
       IDENTIFICA-DEPOSITANTE.
              MOVE "N" TO WS-DEP-IDENTIFICADO WS-DEP-CPF-OK.
              MOVE SPACES TO WS-DEP-NOME WS-DEP-ORIGEM.
              DISPLAY "IDENTIFIQUE O DEPOSITANTE" AT 1935.
              PERFORM UNTIL WS-DEP-CPF-OK = "S"
                 MOVE SPACES TO WS-DEP-CPF
                 DISPLAY WS-DEP-LIMPA AT 2030
                 DISPLAY "CPF DO DEPOSITANTE:" AT 2030
                 ACCEPT WS-DEP-CPF AT 2050 WITH PROMPT AUTO
                 IF WS-DEP-CPF = SPACES
                    DISPLAY WS-DEP-LIMPA AT 2030
                    EXIT PARAGRAPH
                 END-IF
                 PERFORM VALIDA-CPF-DEPOSITANTE
                 IF WS-DEP-CPF-OK NOT = "S"
                    DISPLAY "CPF INVALIDO - BRANCO DESISTE" AT 1935
                 END-IF
              END-PERFORM.
              DISPLAY WS-DEP-LIMPA AT 2030.
              DISPLAY "NOME DO DEPOSITANTE:" AT 2030.
              PERFORM UNTIL WS-DEP-NOME NOT = SPACES
                 ACCEPT WS-DEP-NOME AT 2051 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY "ORIGEM:" AT 2130.
              PERFORM UNTIL WS-DEP-ORIGEM NOT = SPACES
                 ACCEPT WS-DEP-ORIGEM AT 2138 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-DEP-LIMPA AT 2030.
              DISPLAY WS-DEP-LIMPA AT 2130.
              DISPLAY WS-ESPACO AT 1935.
              MOVE "S" TO WS-DEP-IDENTIFICADO.

       VALIDA-CPF-DEPOSITANTE.
              MOVE "N" TO WS-DEP-CPF-OK.
              IF WS-DEP-CPF IS NOT NUMERIC
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-DEP-SOMA.
              PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                      UNTIL WS-DEP-IX > 9
                 MOVE WS-DEP-CPF(WS-DEP-IX:1) TO WS-DEP-DIG(WS-DEP-IX)
                 COMPUTE WS-DEP-SOMA = WS-DEP-SOMA +
                         WS-DEP-DIG(WS-DEP-IX) * (11 - WS-DEP-IX)
              END-PERFORM.
              MOVE WS-DEP-CPF(10:1) TO WS-DEP-DIG(10).
              MOVE WS-DEP-CPF(11:1) TO WS-DEP-DIG(11).
              COMPUTE WS-DEP-RESTO =
                      FUNCTION MOD(WS-DEP-SOMA * 10, 11).
              IF WS-DEP-RESTO = 10
                 MOVE 0 TO WS-DEP-DV1
              ELSE
                 MOVE WS-DEP-RESTO TO WS-DEP-DV1
              END-IF.
              MOVE ZEROS TO WS-DEP-SOMA.
              PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                      UNTIL WS-DEP-IX > 10
                 COMPUTE WS-DEP-SOMA = WS-DEP-SOMA +
                         WS-DEP-DIG(WS-DEP-IX) * (12 - WS-DEP-IX)
              END-PERFORM.
              COMPUTE WS-DEP-RESTO =
                      FUNCTION MOD(WS-DEP-SOMA * 10, 11).
              IF WS-DEP-RESTO = 10
                 MOVE 0 TO WS-DEP-DV2
              ELSE
                 MOVE WS-DEP-RESTO TO WS-DEP-DV2
              END-IF.
              IF WS-DEP-DIG(10) = WS-DEP-DV1
                    AND WS-DEP-DIG(11) = WS-DEP-DV2
                 MOVE "S" TO WS-DEP-CPF-OK.

      * DEP-SEQ amarra a identificacao ao lancamento do extrato e do
      * journal de mesma sequencia de transacao.
       GRAVA-DEPOSITANTE.
              PERFORM APURA-AGENCIA-NOTAS.
              OPEN EXTEND DEPESP.
              IF ARQST-DEP NOT = "00"
                 OPEN OUTPUT DEPESP.
              MOVE WS-SEQ-TRN       TO DEP-SEQ.
              MOVE DATA-SIS(1:8)    TO DEP-DATA.
              MOVE HORA-SIS         TO DEP-HORA.
              MOVE CODIGO-W         TO DEP-CODIGO.
              MOVE WS-AGENCIA-NOTAS TO DEP-AGENCIA.
              MOVE CPF-W            TO DEP-CPF-TITULAR.
              MOVE VALOR-W          TO DEP-VALOR.
              MOVE WS-DEP-CPF       TO DEP-CPF.
              MOVE WS-DEP-NOME      TO DEP-NOME.
              MOVE WS-DEP-ORIGEM    TO DEP-ORIGEM.
              IF WS-DEP-CPF = CPF-W
                 MOVE "S" TO DEP-PROPRIO
              ELSE
                 MOVE "N" TO DEP-PROPRIO.
              MOVE LK-OPERADOR-PARM TO DEP-OPERADOR.
              MOVE "P"              TO DEP-SITUACAO.
              MOVE ZEROS            TO DEP-DATA-ENVIO DEP-DATA-CONF.
              MOVE SPACES           TO DEP-PROTOCOLO.
              WRITE REG-DEP.
              IF ARQST-DEP NOT = "00"
                 DISPLAY "ERRO NA IDENTIFICACAO DO DEPOSITANTE - "
                         "STATUS " ARQST-DEP AT 1935.
              CLOSE DEPESP.

       TRANSFERE.
              MOVE "N" TO WS-DEST-OK.
              MOVE "N" TO WS-DEST-POR-CHAVE.
                 CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR
                 COMPUTE WS-SALDO-DISPONIVEL =
                         SALDO-W - WS-BLJ-VALOR
                 PERFORM SUBTRAI-RESERVA-SAQUE
                 IF WS-BLJ-VALOR = ZEROS
                    PERFORM APURA-LIMITE-CE
                    ADD WS-LIMITE-CE-CONTA TO WS-SALDO-DISPONIVEL
                 IF VALOR-W > WS-SALDO-DISPONIVEL
                    DISPLAY "SALDO INSUFICIENTE" AT 1935
                 ELSE
                    PERFORM CONFERE-FAVORECIDO
                    IF WS-FVC-LIBERADO = "S"
                       PERFORM PREPARA-CONVERSAO
                    ELSE
                       MOVE "N" TO WS-CONV-OK
                    END-IF
                    IF WS-CONV-OK = "S"
                       MOVE "T"    TO WS-FRD-OPERACAO
                       MOVE SPACES TO WS-FRD-DESTINO
                       MOVE CODIGO-DEST-W TO WS-FRD-DESTINO(1:4)
                       PERFORM AVALIA-FRAUDE
                       IF WS-FRD-RESULTADO = "L"
                          PERFORM EFETIVA-TRANSFERENCIA
                       END-IF
                    END-IF
                 END-IF
              END-IF.
                 WHEN "R" MOVE "INVESTE"  TO WS-PRF-FUNCAO
                 WHEN "N" MOVE "INVESTE"  TO WS-PRF-FUNCAO
                 WHEN "O" MOVE "TRANSFER" TO WS-PRF-FUNCAO
                 WHEN "F" MOVE "TRANSFER" TO WS-PRF-FUNCAO
              END-EVALUATE.
              IF WS-PRF-FUNCAO = SPACES
                 EXIT PARAGRAPH.
              DISPLAY VALOR-E AT 1839.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              IF WS-BLJ-VALOR = ZEROS
                 PERFORM APURA-LIMITE-CE
                 ADD WS-LIMITE-CE-CONTA TO WS-SALDO-DISPONIVEL.
      * espera o lote de saida (INTERSAI) e a confirmacao (INTERACK).
       TRANSFERE-EXTERNA.
              MOVE ZEROS  TO WS-OIT-BANCO WS-OIT-AGENCIA WS-OIT-CONTA.
              MOVE SPACES TO WS-OIT-CPF WS-OIT-NOME.
              DISPLAY "BANCO DESTINO (3 DIG)   :" AT 1935.
              PERFORM UNTIL WS-OIT-BANCO > ZEROS
                 ACCEPT WS-OIT-BANCO AT 1961 WITH PROMPT AUTO
              PERFORM UNTIL WS-OIT-CPF NOT = SPACES
                 ACCEPT WS-OIT-CPF AT 1961 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY "NOME DO FAVORECIDO      :" AT 1935.
              PERFORM UNTIL WS-OIT-NOME NOT = SPACES
                 ACCEPT WS-OIT-NOME AT 2030 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO AT 1935.
              DISPLAY WS-ESPACO AT 2030.
              PERFORM ENTRA-VALOR.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              IF VALOR-W > WS-SALDO-DISPONIVEL
                 DISPLAY "SALDO INSUFICIENTE" AT 1935
                 EXIT PARAGRAPH.
              PERFORM CONFERE-FAVORECIDO.
              IF WS-FVC-LIBERADO NOT = "S"
                 EXIT PARAGRAPH.
              DISPLAY "CONFIRMA A TRANSFERENCIA <S/N> [ ]" AT 1935.
              ACCEPT WS-SALVA AT 1967 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              MOVE "E"            TO WS-FRD-OPERACAO.
              MOVE WS-OIT-BANCO   TO WS-FRD-DEST-BANCO.
              MOVE WS-OIT-AGENCIA TO WS-FRD-DEST-AGENCIA.
              MOVE WS-OIT-CONTA   TO WS-FRD-DEST-CONTA.
              PERFORM AVALIA-FRAUDE.
              IF WS-FRD-RESULTADO NOT = "L"
                 EXIT PARAGRAPH.
              PERFORM EFETIVA-TRANSFERENCIA-EXT.

       EFETIVA-TRANSFERENCIA-EXT.
              IF WS-KYC-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE WS-OIT-NOME TO WS-SAN-NOME.
              MOVE "T"         TO WS-SAN-ORIGEM.
              PERFORM TRIA-FAVORECIDO.
              SUBTRACT VALOR-W FROM SALDO-W.
              ADD      VALOR-W  TO TOTAL-W.
              MOVE     SALDO-W  TO SALDO-E.
      * de saldo do supervisor no CLIc e nao pode ser reaproveitada.
              MOVE "1" TO EXT-TIPO.
              PERFORM  GRAVA-EXTRATO.
              PERFORM  REGISTRA-USO-FRAUDE.
              PERFORM  FORMATA-CLI-ORIG.
              MOVE WS-JRN-CLI-ORIG TO JRN-CONTA-DEB.
              MOVE "INTERBPEND"    TO JRN-CONTA-CRE.
              MOVE "TRANSF EXTERNA" TO JRN-HISTORICO.
              PERFORM  GRAVA-JOURNAL.
              PERFORM  GRAVA-ORDEM-EXTERNA.
              PERFORM  GRAVA-FAVORECIDO.
              MOVE "TRANSF EXTERNA" TO WS-CMP-OPER.
              PERFORM  GRAVA-COMPROVANTE.
              MOVE WS-CMP-TRACO TO REG-CMP.
              WRITE REG-CMP.
              IF WS-SAN-RESULTADO = "S"
                 DISPLAY "TRANSFERENCIA RETIDA PARA ANALISE" AT 1935.
      * A transferencia interbancaria nao entra na franquia da
      * cesta - a tarifa TRANSFEX vale em toda ordem.
              IF LK-MODO-PARM NOT = "T"
              MOVE VALOR-W        TO OIT-VALOR.
              MOVE MOEDA-W        TO OIT-MOEDA.
              MOVE DATA-SIS(1:8)  TO OIT-DATA.
              IF WS-SAN-RESULTADO = "S"
                 MOVE "S"         TO OIT-SITUACAO
              ELSE
                 MOVE "P"         TO OIT-SITUACAO.
              WRITE REG-OIT.
              IF ARQST-OIT NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE ORDENS EXTERNAS - "
                         "STATUS " ARQST-OIT AT 1935.

       GRAVA-FAVORECIDO.
              OPEN EXTEND FAVORECIDOS.
              IF ARQST-FVI NOT = "00"
                 OPEN OUTPUT FAVORECIDOS.
              MOVE WS-SEQ-TRN  TO FVI-SEQ.
              MOVE WS-OIT-NOME TO FVI-NOME.
              WRITE REG-FVI.
              IF ARQST-FVI NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE FAVORECIDOS - STATUS "
                         ARQST-FVI AT 1935.
              CLOSE FAVORECIDOS.

      * Triagem do favorecido nas listas de sancoes antes da ordem
      * sair: o debito segue para o bolso pendente, mas a ordem
      * suspeita fica retida ("S") ate o compliance decidir no
      * SANREV.  No treino a ordem nunca sai dos arquivos TRN* e a
      * fila do compliance nao e tocada.
       TRIA-FAVORECIDO.
              MOVE "L" TO WS-SAN-RESULTADO.
              IF LK-MODO-PARM = "T"
                 EXIT PARAGRAPH.
              CALL "SANCHK" USING WS-SAN-NOME WS-SAN-ORIGEM WS-SEQ-TRN
                                  VALOR-W WS-SAN-PROGRAMA
                                  WS-SAN-RESULTADO.

      * Regras de fraude em tempo real, antes de lancar saque ou
      * transferencia.  Cada regra que bate soma os seus pontos; no
      * corte a operacao nao e lancada - vai para a fila FRDFILA.DAT
      * e o cliente fica sabendo que ela esta em analise.  O
      * supervisor libera ou cancela no FRDREV; a liberada passa sem
      * nova avaliacao quando o caixa repete a mesma operacao (conta,
      * tipo, valor e destino) no dia da liberacao.  O saque agendado
      * ja foi combinado com a agencia e nao e pontuado.  No treino
      * as regras nao rodam.
       AVALIA-FRAUDE.
              MOVE "L"    TO WS-FRD-RESULTADO.
              MOVE ZEROS  TO WS-FRD-PROTOCOLO WS-FRD-PONTOS
                             WS-FRD-QTD-REGRAS.
              MOVE SPACES TO WS-FRD-REGRAS.
              IF LK-MODO-PARM = "T"
                 EXIT PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE HORA TO WS-FRD-HORA-AGORA.
              COMPUTE WS-FRD-MIN-AGORA = HORA * 60 + MINUTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              MOVE DATA-SIS(1:8) TO WS-FRD-HOJE.
              IF WS-FRD-OPERACAO = "E"
                 MOVE "E" TO WS-FRD-TIPO-DEST
              ELSE
                 MOVE "I" TO WS-FRD-TIPO-DEST.
              IF WS-FRD-OPERACAO = "S" AND WS-SAQUE-AGENDADO = "S"
                 EXIT PARAGRAPH.
              PERFORM PROCURA-RETENCAO.
              IF WS-FRD-SIT-ACHADA = "L"
                 EXIT PARAGRAPH.
              MOVE WS-FRD-PROTOCOLO TO WS-FRD-PROTOCOLO-E.
              IF WS-FRD-SIT-ACHADA = "P"
                 MOVE "R" TO WS-FRD-RESULTADO
                 DISPLAY "OPERACAO JA EM ANALISE - PROTOCOLO "
                         WS-FRD-PROTOCOLO-E AT 1935
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-FRD-PROTOCOLO.
              PERFORM APURA-PADRAO-CONTA.
              PERFORM REGRA-VALOR.
              IF WS-FRD-OPERACAO NOT = "S"
                 PERFORM REGRA-DESTINO-NOVO
                 PERFORM REGRA-RAJADA.
              PERFORM REGRA-HORARIO.
              IF WS-FRD-PONTOS < WS-FRD-CORTE
                 EXIT PARAGRAPH.
              PERFORM RETEM-OPERACAO.
              MOVE "R" TO WS-FRD-RESULTADO.
              MOVE WS-FRD-PROTOCOLO TO WS-FRD-PROTOCOLO-E.
              DISPLAY "OPERACAO EM ANALISE - PROTOCOLO "
                      WS-FRD-PROTOCOLO-E AT 1935.

      * Retencao da mesma operacao ainda pendente, ou liberada hoje;
      * a leitura tambem acha o ultimo protocolo da fila.
       PROCURA-RETENCAO.
              MOVE "N"   TO WS-FRD-FIM.
              MOVE SPACE TO WS-FRD-SIT-ACHADA.
              MOVE ZEROS TO WS-FRD-ULTIMO WS-FRD-PROTOCOLO.
              OPEN INPUT RETENCOES.
              IF ARQST-FRF NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-RETENCAO UNTIL WS-FRD-FIM = "S".
              CLOSE RETENCOES.

       LE-RETENCAO.
              READ RETENCOES
                 AT END
                    MOVE "S" TO WS-FRD-FIM
                 NOT AT END
                    IF FRF-NUMERO > WS-FRD-ULTIMO
                       MOVE FRF-NUMERO TO WS-FRD-ULTIMO
                    END-IF
                    IF FRF-CODIGO = CODIGO-W
                       AND FRF-OPERACAO = WS-FRD-OPERACAO
                       AND FRF-VALOR = VALOR-W
                       AND FRF-DESTINO = WS-FRD-DESTINO
                       AND (FRF-SITUACAO = "P"
                            OR (FRF-SITUACAO = "L"
                                AND FRF-DATA-DEC = WS-FRD-HOJE))
                       MOVE FRF-SITUACAO TO WS-FRD-SIT-ACHADA
                       MOVE FRF-NUMERO   TO WS-FRD-PROTOCOLO
                    END-IF
              END-READ.

      * Padrao da conta na janela de dias: os saques e transferencias
      * debitados (media dos valores) e, do dia, as transferencias
      * dentro da janela de minutos.  Debito e o lancamento que
      * baixou o saldo do anterior - a transferencia recebida leva o
      * mesmo tipo "T" na conta creditada.
       APURA-PADRAO-CONTA.
              MOVE ZEROS TO WS-FRD-QTD-HIST WS-FRD-SOMA-HIST
                            WS-FRD-QTD-RAJADA.
              MOVE "N"   TO WS-FRD-TEM-SALDO-ANT WS-FRD-FIM.
              COMPUTE WS-FRD-DATA-INI = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-FRD-HOJE)
                       - WS-FRD-JANELA-DIAS).
              MOVE CODIGO-W        TO EXT-CODIGO.
              MOVE WS-FRD-DATA-INI TO EXT-DATA.
              MOVE ZEROS           TO EXT-NSEQ.
              START EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FRD-FIM
              END-START.
              PERFORM LE-PADRAO-CONTA UNTIL WS-FRD-FIM = "S".

       LE-PADRAO-CONTA.
              READ EXTRATO NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FRD-FIM
                 NOT AT END
                    IF EXT-CODIGO NOT = CODIGO-W
                       MOVE "S" TO WS-FRD-FIM
                    ELSE
                       PERFORM CONTA-DEBITO-PADRAO
                    END-IF
              END-READ.

       CONTA-DEBITO-PADRAO.
              IF WS-FRD-TEM-SALDO-ANT = "S"
                 AND EXT-SALDO < WS-FRD-SALDO-ANT
                 AND (EXT-TIPO = "S" OR EXT-TIPO = "T"
                      OR EXT-TIPO = "1")
                 ADD 1         TO WS-FRD-QTD-HIST
                 ADD EXT-VALOR TO WS-FRD-SOMA-HIST
                 IF EXT-DATA = WS-FRD-HOJE AND EXT-TIPO NOT = "S"
                    COMPUTE WS-FRD-MIN-EXT = EXT-HH * 60 + EXT-MM
                    IF WS-FRD-MIN-EXT + WS-FRD-RAJADA-MIN
                       NOT < WS-FRD-MIN-AGORA
                       ADD 1 TO WS-FRD-QTD-RAJADA
                    END-IF
                 END-IF
              END-IF.
              MOVE EXT-SALDO TO WS-FRD-SALDO-ANT.
              MOVE "S"       TO WS-FRD-TEM-SALDO-ANT.

      * Valor muito acima do habitual: so com historico suficiente e
      * a partir de um valor minimo, para o cliente de movimento
      * pequeno nao cair na regra com qualquer quantia.
       REGRA-VALOR.
              IF WS-FRD-QTD-HIST < WS-FRD-MIN-HIST
                 OR VALOR-W < WS-FRD-VALOR-MIN
                 EXIT PARAGRAPH.
              COMPUTE WS-FRD-MEDIA ROUNDED =
                      WS-FRD-SOMA-HIST / WS-FRD-QTD-HIST.
              IF VALOR-W > WS-FRD-MEDIA * WS-FRD-FATOR
                 ADD WS-FRD-PESO-VALOR TO WS-FRD-PONTOS
                 ADD 1 TO WS-FRD-QTD-REGRAS
                 MOVE "V" TO WS-FRD-REGRAS(WS-FRD-QTD-REGRAS:1).

      * Primeira transferencia para um destino nunca usado pela conta
      * poucos dias depois de a SENHA ser trocada ou desbloqueada.
       REGRA-DESTINO-NOVO.
              MOVE "N"   TO WS-FRD-ACHOU.
              MOVE ZEROS TO WS-FRD-DATA-SENHA.
              OPEN INPUT CONHECIDOS.
              IF ARQST-FCN NOT = "00"
                 EXIT PARAGRAPH.
              MOVE CODIGO-W         TO FCN-CODIGO.
              MOVE WS-FRD-TIPO-DEST TO FCN-TIPO.
              MOVE WS-FRD-DESTINO   TO FCN-VALOR.
              READ CONHECIDOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-FRD-ACHOU
              END-READ.
              MOVE CODIGO-W TO FCN-CODIGO.
              MOVE "S"      TO FCN-TIPO.
              MOVE SPACES   TO FCN-VALOR.
              READ CONHECIDOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FCN-DATA-ULT TO WS-FRD-DATA-SENHA
              END-READ.
              CLOSE CONHECIDOS.
              IF WS-FRD-ACHOU = "S" OR WS-FRD-DATA-SENHA = ZEROS
                 EXIT PARAGRAPH.
              COMPUTE WS-FRD-DIAS =
                      FUNCTION INTEGER-OF-DATE(WS-FRD-HOJE)
                      - FUNCTION INTEGER-OF-DATE(WS-FRD-DATA-SENHA).
              IF WS-FRD-DIAS NOT > WS-FRD-SENHA-DIAS
                 ADD WS-FRD-PESO-NOVO TO WS-FRD-PONTOS
                 ADD 1 TO WS-FRD-QTD-REGRAS
                 MOVE "N" TO WS-FRD-REGRAS(WS-FRD-QTD-REGRAS:1).

      * Varias transferencias em poucos minutos - a atual conta.
       REGRA-RAJADA.
              IF WS-FRD-QTD-RAJADA + 1 NOT < WS-FRD-RAJADA-QTD
                 ADD WS-FRD-PESO-RAJADA TO WS-FRD-PONTOS
                 ADD 1 TO WS-FRD-QTD-REGRAS
                 MOVE "R" TO WS-FRD-REGRAS(WS-FRD-QTD-REGRAS:1).

      * Fora do horario da agencia, em terminal onde a conta nunca
      * operou (ou sem terminal identificado).
       REGRA-HORARIO.
              IF WS-FRD-HORA-AGORA NOT < WS-FRD-HORA-INICIO
                 AND WS-FRD-HORA-AGORA < WS-FRD-HORA-FIM
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-FRD-ACHOU.
              IF WS-FRD-TERMINAL NOT = SPACES
                 OPEN INPUT CONHECIDOS
                 IF ARQST-FCN = "00"
                    MOVE CODIGO-W        TO FCN-CODIGO
                    MOVE "T"             TO FCN-TIPO
                    MOVE WS-FRD-TERMINAL TO FCN-VALOR
                    READ CONHECIDOS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE "S" TO WS-FRD-ACHOU
                    END-READ
                    CLOSE CONHECIDOS
                 END-IF
              END-IF.
              IF WS-FRD-ACHOU = "N"
                 ADD WS-FRD-PESO-HORARIO TO WS-FRD-PONTOS
                 ADD 1 TO WS-FRD-QTD-REGRAS
                 MOVE "H" TO WS-FRD-REGRAS(WS-FRD-QTD-REGRAS:1).

       RETEM-OPERACAO.
              OPEN EXTEND RETENCOES.
              IF ARQST-FRF NOT = "00"
                 OPEN OUTPUT RETENCOES.
              COMPUTE WS-FRD-PROTOCOLO = WS-FRD-ULTIMO + 1.
              MOVE WS-FRD-PROTOCOLO TO FRF-NUMERO.
              MOVE WS-FRD-HOJE      TO FRF-DATA.
              MOVE HORA-SIS         TO FRF-HORA.
              MOVE CODIGO-W         TO FRF-CODIGO.
              MOVE WS-FRD-OPERACAO  TO FRF-OPERACAO.
              MOVE VALOR-W          TO FRF-VALOR.
              MOVE WS-FRD-DESTINO   TO FRF-DESTINO.
              MOVE WS-FRD-TERMINAL  TO FRF-TERMINAL.
              MOVE LK-OPERADOR-PARM TO FRF-OPERADOR.
              MOVE WS-FRD-PONTOS    TO FRF-PONTOS.
              MOVE WS-FRD-REGRAS    TO FRF-REGRAS.
              MOVE "P"              TO FRF-SITUACAO.
              MOVE ZEROS            TO FRF-SUPERVISOR FRF-DATA-DEC.
              WRITE REG-FRF.
              IF ARQST-FRF NOT = "00"
                 DISPLAY "ERRO NA FILA DE ANALISE - STATUS "
                         ARQST-FRF AT 2305.
              CLOSE RETENCOES.

      * Depois do lancamento o destino e o terminal passam a ser
      * conhecidos da conta, e a retencao liberada que autorizou a
      * operacao fica baixada ("U").
       REGISTRA-USO-FRAUDE.
              IF LK-MODO-PARM = "T"
                 EXIT PARAGRAPH.
              PERFORM ABRE-CONHECIDOS.
              IF WS-FRD-OPERACAO NOT = "S"
                 MOVE WS-FRD-TIPO-DEST TO FCN-TIPO
                 MOVE WS-FRD-DESTINO   TO FCN-VALOR
                 PERFORM ATUALIZA-CONHECIDO.
              IF WS-FRD-TERMINAL NOT = SPACES
                 MOVE "T"             TO FCN-TIPO
                 MOVE WS-FRD-TERMINAL TO FCN-VALOR
                 PERFORM ATUALIZA-CONHECIDO.
              CLOSE CONHECIDOS.
              IF WS-FRD-PROTOCOLO > ZEROS
                 PERFORM BAIXA-RETENCAO.

      * Troca ou desbloqueio de SENHA - a data vale para a regra do
      * destino novo.
       REGISTRA-EVENTO-SENHA.
              IF LK-MODO-PARM = "T"
                 EXIT PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              MOVE DATA-SIS(1:8) TO WS-FRD-HOJE.
              PERFORM ABRE-CONHECIDOS.
              MOVE "S"    TO FCN-TIPO.
              MOVE SPACES TO FCN-VALOR.
              PERFORM ATUALIZA-CONHECIDO.
              CLOSE CONHECIDOS.

       ABRE-CONHECIDOS.
              OPEN I-O CONHECIDOS.
              IF ARQST-FCN NOT = "00"
                     CLOSE CONHECIDOS
                     OPEN OUTPUT CONHECIDOS
                     CLOSE CONHECIDOS
                     OPEN I-O CONHECIDOS.

       ATUALIZA-CONHECIDO.
              MOVE CODIGO-W TO FCN-CODIGO.
              READ CONHECIDOS
                 INVALID KEY
                    MOVE WS-FRD-HOJE TO FCN-DATA-PRIM FCN-DATA-ULT
                    MOVE 1           TO FCN-QTD
                    WRITE REG-FCN
                 NOT INVALID KEY
                    MOVE WS-FRD-HOJE TO FCN-DATA-ULT
                    IF FCN-QTD < 99999
                       ADD 1 TO FCN-QTD
                    END-IF
                    REWRITE REG-FCN
              END-READ.
              IF ARQST-FCN NOT = "00"
                 DISPLAY "ERRO NO CADASTRO DE FRAUDE - STATUS "
                         ARQST-FCN AT 2305.

       BAIXA-RETENCAO.
              MOVE "N" TO WS-FRD-FIM.
              OPEN I-O RETENCOES.
              IF ARQST-FRF NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM MARCA-RETENCAO-USADA UNTIL WS-FRD-FIM = "S".
              CLOSE RETENCOES.
              MOVE ZEROS TO WS-FRD-PROTOCOLO.

       MARCA-RETENCAO-USADA.
              READ RETENCOES
                 AT END
                    MOVE "S" TO WS-FRD-FIM
                 NOT AT END
                    IF FRF-NUMERO = WS-FRD-PROTOCOLO
                       AND FRF-SITUACAO = "L"
                       MOVE "U" TO FRF-SITUACAO
                       REWRITE REG-FRF
                       MOVE "S" TO WS-FRD-FIM
                    END-IF
              END-READ.

      * Favorecidos cadastrados da conta.  A inclusao pede a SENHA do
      * cliente e so vale para transferencias acima do limite de
      * destino novo depois da carencia; inclusao e exclusao ficam
      * na auditoria (FAVINC / FAVEXC).
       MANTEM-FAVORECIDOS.
              PERFORM ABRE-CADFAVOR.
              IF ARQST-FVC NOT = "00"
                 DISPLAY "ERRO NO CADASTRO DE FAVORECIDOS - STATUS "
                         ARQST-FVC AT 1935
                 EXIT PARAGRAPH.
              PERFORM LISTA-FAVORECIDOS.
              PERFORM OPERA-FAVORECIDO.
              CLOSE CADFAVOR.

       OPERA-FAVORECIDO.
              MOVE SPACE TO WS-FVC-ACAO.
              DISPLAY "<I>NCLUI <E>XCLUI <F>IM [ ]" AT 1935.
              PERFORM UNTIL WS-FVC-ACAO = "I" OR WS-FVC-ACAO = "E"
                            OR WS-FVC-ACAO = "F"
                 ACCEPT WS-FVC-ACAO AT 1960 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO AT 1935.
              IF WS-FVC-ACAO = "F"
                 EXIT PARAGRAPH.
              PERFORM ENTRA-DESTINO-FAVORECIDO.
              IF WS-FVC-DEST-OK NOT = "S"
                 EXIT PARAGRAPH.
              IF WS-FVC-ACAO = "I"
                 PERFORM INCLUI-FAVORECIDO
              ELSE
                 PERFORM EXCLUI-FAVORECIDO.
              PERFORM LISTA-FAVORECIDOS.

       ABRE-CADFAVOR.
              OPEN I-O CADFAVOR.
              IF ARQST-FVC NOT = "00"
                     CLOSE CADFAVOR
                     OPEN OUTPUT CADFAVOR
                     CLOSE CADFAVOR
                     OPEN I-O CADFAVOR.

       ENTRA-DESTINO-FAVORECIDO.
              MOVE "N"    TO WS-FVC-DEST-OK.
              MOVE SPACE  TO WS-FVC-TIPO.
              MOVE SPACES TO WS-FVC-DESTINO WS-FVC-NOME.
              DISPLAY "<C>ONTA <K>CHAVE <E>XTERNA [ ]" AT 1935.
              PERFORM UNTIL WS-FVC-TIPO = "C" OR WS-FVC-TIPO = "K"
                            OR WS-FVC-TIPO = "E"
                 ACCEPT WS-FVC-TIPO AT 1963 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO AT 1935.
              EVALUATE WS-FVC-TIPO
                 WHEN "C" PERFORM ENTRA-FAVORECIDO-CONTA
                 WHEN "K" PERFORM ENTRA-FAVORECIDO-CHAVE
                 WHEN "E" PERFORM ENTRA-FAVORECIDO-EXTERNO
              END-EVALUATE.

       ENTRA-FAVORECIDO-CONTA.
              ACCEPT WS-CODIGO-DEST-E AT 1746 WITH PROMPT AUTO.
              MOVE   WS-CODIGO-DEST-E TO CODIGO-DEST-W.
              IF CODIGO-DEST-W = ZEROS OR CODIGO-DEST-W = CODIGO-W
                 DISPLAY "CONTA DESTINO INVALIDA" AT 1935
                 EXIT PARAGRAPH.
              PERFORM VERIFICA-DV-DESTINO.
              IF WS-DV-OK NOT = "S"
                 EXIT PARAGRAPH.
              MOVE CODIGO-DEST-W TO WS-FVC-DESTINO(1:4).
              IF WS-FVC-ACAO = "E"
                 MOVE "S" TO WS-FVC-DEST-OK
              ELSE
                 PERFORM LE-CONTA-FAVORECIDO.

       ENTRA-FAVORECIDO-CHAVE.
              MOVE SPACES TO WS-CHAVE-DIG.
              DISPLAY "CHAVE (CPF/FONE/APELIDO):" AT 1935.
              ACCEPT WS-CHAVE-DIG AT 1961 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              DISPLAY WS-ESPACO AT 1961.
              IF WS-CHAVE-DIG = SPACES
                 EXIT PARAGRAPH.
              MOVE WS-CHAVE-DIG TO WS-FVC-DESTINO.
              IF WS-FVC-ACAO = "E"
                 MOVE "S" TO WS-FVC-DEST-OK
                 EXIT PARAGRAPH.
              CALL "CHVGET" USING WS-CHAVE-DIG WS-CHV-CODIGO
                                  WS-CHV-ACHOU.
              IF WS-CHV-ACHOU NOT = "S"
                 DISPLAY "CHAVE NAO REGISTRADA OU REVOGADA" AT 1935
                 EXIT PARAGRAPH.
              IF WS-CHV-CODIGO = CODIGO-W
                 DISPLAY "CHAVE DA PROPRIA CONTA" AT 1935
                 EXIT PARAGRAPH.
              MOVE WS-CHV-CODIGO TO CODIGO-DEST-W.
              PERFORM LE-CONTA-FAVORECIDO.

       ENTRA-FAVORECIDO-EXTERNO.
              MOVE ZEROS  TO WS-OIT-BANCO WS-OIT-AGENCIA WS-OIT-CONTA.
              MOVE SPACES TO WS-OIT-NOME.
              DISPLAY "BANCO DESTINO (3 DIG)   :" AT 1935.
              PERFORM UNTIL WS-OIT-BANCO > ZEROS
                 ACCEPT WS-OIT-BANCO AT 1961 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY "AGENCIA DESTINO (4 DIG) :" AT 1935.
              PERFORM UNTIL WS-OIT-AGENCIA > ZEROS
                 ACCEPT WS-OIT-AGENCIA AT 1961 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY "CONTA DESTINO (8 DIG)   :" AT 1935.
              PERFORM UNTIL WS-OIT-CONTA > ZEROS
                 ACCEPT WS-OIT-CONTA AT 1961 WITH PROMPT AUTO
              END-PERFORM.
              IF WS-FVC-ACAO = "I"
                 DISPLAY "NOME DO FAVORECIDO      :" AT 1935
                 PERFORM UNTIL WS-OIT-NOME NOT = SPACES
                    ACCEPT WS-OIT-NOME AT 2030 WITH PROMPT AUTO
                 END-PERFORM
              END-IF.
              DISPLAY WS-ESPACO AT 1935.
              DISPLAY WS-ESPACO AT 2030.
              MOVE WS-OIT-BANCO   TO WS-FVC-DEST-BANCO.
              MOVE WS-OIT-AGENCIA TO WS-FVC-DEST-AGENCIA.
              MOVE WS-OIT-CONTA   TO WS-FVC-DEST-CONTA.
              MOVE WS-OIT-NOME    TO WS-FVC-NOME.
              MOVE "S" TO WS-FVC-DEST-OK.

       LE-CONTA-FAVORECIDO.
              MOVE CODIGO-DEST-W TO CODIGO.
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "CONTA DESTINO NAO CADASTRADA" AT 1935
                 NOT INVALID KEY
                    MOVE REG-CLI TO REG-CLI-DEST-W
                    IF STATUS-CONTA-DEST-W = "F"
                       DISPLAY "CONTA DESTINO ENCERRADA" AT 1935
                    ELSE
                       MOVE NOME-DEST-W TO WS-FVC-NOME
                       MOVE "S"  TO WS-FVC-DEST-OK
                    END-IF
              END-READ.

       INCLUI-FAVORECIDO.
              PERFORM LE-FAVORECIDO.
              IF WS-FVC-ACHOU = "S" AND FVC-SITUACAO = "A"
                 DISPLAY "FAVORECIDO JA CADASTRADO" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "FAVORECIDO: " WS-FVC-NOME AT 2030.
              PERFORM CONFIRMA-SENHA-FAVORECIDO.
              DISPLAY WS-ESPACO AT 2030.
              DISPLAY WS-ESPACO AT 2060.
              IF WS-FVC-SENHA-OK NOT = "S"
                 EXIT PARAGRAPH.
              PERFORM APURA-HOJE-FAVORECIDO.
              MOVE CODIGO-W         TO FVC-CODIGO.
              MOVE WS-FVC-TIPO      TO FVC-TIPO.
              MOVE WS-FVC-DESTINO   TO FVC-DESTINO.
              MOVE WS-FVC-NOME      TO FVC-NOME.
              MOVE WS-FVC-HOJE      TO FVC-DATA-INC.
              MOVE HORA-SIS         TO FVC-HORA-INC.
              COMPUTE FVC-DATA-LIB = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-FVC-HOJE)
                       + WS-FVC-CARENCIA).
              MOVE LK-OPERADOR-PARM TO FVC-OPERADOR.
              MOVE "A"              TO FVC-SITUACAO.
              MOVE ZEROS            TO FVC-DATA-EXC.
              IF WS-FVC-ACHOU = "S"
                 REWRITE REG-FVC
              ELSE
                 WRITE REG-FVC.
              IF ARQST-FVC NOT = "00"
                 DISPLAY "ERRO NO CADASTRO DE FAVORECIDOS - STATUS "
                         ARQST-FVC AT 1935
                 EXIT PARAGRAPH.
              MOVE FVC-DATA-LIB(7:2) TO WS-FVC-DATA-E-DIA.
              MOVE FVC-DATA-LIB(5:2) TO WS-FVC-DATA-E-MES.
              MOVE FVC-DATA-LIB(1:4) TO WS-FVC-DATA-E-ANO.
              DISPLAY "CADASTRADO - SEM LIMITE A PARTIR DE "
                      WS-FVC-DATA-E AT 1935.
              MOVE "FAVINC" TO AUD-PROGRAMA.
              PERFORM GRAVA-AUDITORIA-FAVORECIDO.

      * A SENHA e redigitada pelo cliente mesmo quando a sessao foi
      * aberta por procurador; o erro conta nas tentativas da conta.
       CONFIRMA-SENHA-FAVORECIDO.
              MOVE "N" TO WS-FVC-SENHA-OK.
              MOVE ZEROS TO WS-SENHA-DIG.
              DISPLAY "SENHA DO CLIENTE P/ CONFIRMAR:" AT 1935.
              ACCEPT WS-SENHA-DIG AT 1966 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              DISPLAY WS-ESPACO AT 1965.
              MOVE CODIGO-W TO WS-SEN-CHAVE.
              CALL "SENHCOD" USING WS-SEN-CHAVE WS-SENHA-DIG
                                   WS-SENHA-CODIF.
              IF WS-SENHA-CODIF = SENHA-W
                 MOVE "S" TO WS-FVC-SENHA-OK
                 IF SENHA-TENTATIVAS-W > ZEROS
                    MOVE ZEROS TO SENHA-TENTATIVAS-W
                    PERFORM REGRAVA-CONTA
                 END-IF
              ELSE
                 ADD 1 TO SENHA-TENTATIVAS-W
                 IF SENHA-TENTATIVAS-W >= 3
                    MOVE "S" TO SENHA-BLOQUEIO-W
                 END-IF
                 PERFORM REGRAVA-CONTA
                 DISPLAY "SENHA INVALIDA - FAVORECIDO NAO CADASTRADO"
                         AT 1935.

       EXCLUI-FAVORECIDO.
              PERFORM LE-FAVORECIDO.
              IF WS-FVC-ACHOU NOT = "S" OR FVC-SITUACAO NOT = "A"
                 DISPLAY "FAVORECIDO NAO CADASTRADO" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "FAVORECIDO: " FVC-NOME AT 2030.
              DISPLAY "EXCLUI O FAVORECIDO <S/N> [ ]" AT 1935.
              ACCEPT WS-SALVA AT 1962 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 1935.
              DISPLAY WS-ESPACO AT 2030.
              DISPLAY WS-ESPACO AT 2060.
              IF WS-SALVA NOT = "S" AND NOT = "s"
                 EXIT PARAGRAPH.
              PERFORM APURA-HOJE-FAVORECIDO.
              MOVE "R"         TO FVC-SITUACAO.
              MOVE WS-FVC-HOJE TO FVC-DATA-EXC.
              REWRITE REG-FVC.
              IF ARQST-FVC NOT = "00"
                 DISPLAY "ERRO NO CADASTRO DE FAVORECIDOS - STATUS "
                         ARQST-FVC AT 1935
                 EXIT PARAGRAPH.
              DISPLAY "FAVORECIDO EXCLUIDO" AT 1935.
              MOVE "FAVEXC" TO AUD-PROGRAMA.
              PERFORM GRAVA-AUDITORIA-FAVORECIDO.

       LE-FAVORECIDO.
              MOVE "N"            TO WS-FVC-ACHOU.
              MOVE CODIGO-W       TO FVC-CODIGO.
              MOVE WS-FVC-TIPO    TO FVC-TIPO.
              MOVE WS-FVC-DESTINO TO FVC-DESTINO.
              READ CADFAVOR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-FVC-ACHOU
              END-READ.

       GRAVA-AUDITORIA-FAVORECIDO.
              MOVE CODIGO-W    TO AUD-CODIGO.
              MOVE ANO         TO AUD-ANO.
              MOVE MES         TO AUD-MES.
              MOVE DIA         TO AUD-DIA.
              MOVE LK-OPERADOR-PARM TO AUD-OPERADOR.
              MOVE HORA-SIS    TO AUD-HORA.
              MOVE "S"         TO AUD-RESULTADO.
              IF LK-MODO-PARM = "T"
                 MOVE ZEROS TO AUD-ELO
              ELSE
                 CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

       APURA-HOJE-FAVORECIDO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              MOVE DATA-SIS(1:8) TO WS-FVC-HOJE.

      * Lista dos favorecidos ativos abaixo da tela, seis no maximo
      * em duas colunas; "CAR" marca o que ainda esta em carencia.
       MOSTRA-FAVORECIDOS.
              OPEN INPUT CADFAVOR.
              IF ARQST-FVC NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LISTA-FAVORECIDOS.
              CLOSE CADFAVOR.

       LISTA-FAVORECIDOS.
              PERFORM APURA-HOJE-FAVORECIDO.
              PERFORM LIMPA-LISTA-FAVORECIDOS.
              MOVE ZEROS TO WS-FVC-QTD.
              MOVE "N"   TO WS-FVC-FIM.
              MOVE CODIGO-W   TO FVC-CODIGO.
              MOVE LOW-VALUES TO FVC-TIPO FVC-DESTINO.
              START CADFAVOR KEY IS NOT LESS THAN FVC-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FVC-FIM
              END-START.
              PERFORM LE-FAVORECIDO-LISTA UNTIL WS-FVC-FIM = "S".
              MOVE WS-FVC-QTD TO WS-FVC-QTD-E.
              DISPLAY "FAVORECIDOS CADASTRADOS:" AT 2219.
              DISPLAY WS-FVC-QTD-E AT 2244.

       LIMPA-LISTA-FAVORECIDOS.
              DISPLAY WS-ESPACO AT 2219.
              DISPLAY WS-ESPACO AT 2419.
              DISPLAY WS-ESPACO AT 2449.
              DISPLAY WS-ESPACO AT 2519.
              DISPLAY WS-ESPACO AT 2549.
              DISPLAY WS-ESPACO AT 2619.
              DISPLAY WS-ESPACO AT 2649.

       LE-FAVORECIDO-LISTA.
              READ CADFAVOR NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FVC-FIM
                 NOT AT END
                    IF FVC-CODIGO NOT = CODIGO-W
                       MOVE "S" TO WS-FVC-FIM
                    ELSE
                       IF FVC-SITUACAO = "A"
                          ADD 1 TO WS-FVC-QTD
                          IF WS-FVC-QTD NOT > 6
                             PERFORM MOSTRA-LINHA-FAVORECIDO
                          END-IF
                       END-IF
                    END-IF
              END-READ.

       MOSTRA-LINHA-FAVORECIDO.
              MOVE FVC-TIPO    TO WS-FVL-TIPO.
              MOVE FVC-DESTINO TO WS-FVL-DESTINO.
              IF FVC-DATA-LIB > WS-FVC-HOJE
                 MOVE "CAR" TO WS-FVL-SITUACAO
              ELSE
                 MOVE "OK " TO WS-FVL-SITUACAO.
              COMPUTE WS-FVC-LIN = 23 + (WS-FVC-QTD + 1) / 2.
              IF WS-FVC-QTD = 2 OR WS-FVC-QTD = 4 OR WS-FVC-QTD = 6
                 MOVE 50 TO WS-FVC-COL
              ELSE
                 MOVE 19 TO WS-FVC-COL.
              DISPLAY WS-FVC-LINHA LINE WS-FVC-LIN COL WS-FVC-COL.

      * Acima do limite de destino novo a transferencia so sai para
      * favorecido cadastrado e fora da carencia - pela conta ou pela
      * chave usada na transferencia interna, pela conta no outro
      * banco na externa.
       CONFERE-FAVORECIDO.
              MOVE "S" TO WS-FVC-LIBERADO.
              IF VALOR-W NOT > WS-FVC-LIMITE-NOVO
                 EXIT PARAGRAPH.
              MOVE "N"   TO WS-FVC-LIBERADO.
              MOVE ZEROS TO WS-FVC-CARENCIA-ATE.
              PERFORM APURA-HOJE-FAVORECIDO.
              MOVE SPACES TO WS-FVC-DESTINO.
              OPEN INPUT CADFAVOR.
              IF ARQST-FVC = "00"
                 PERFORM PROCURA-FAVORECIDO
                 CLOSE CADFAVOR
              END-IF.
              IF WS-FVC-LIBERADO = "S"
                 EXIT PARAGRAPH.
              IF WS-FVC-CARENCIA-ATE > ZEROS
                 MOVE WS-FVC-CARENCIA-ATE(7:2) TO WS-FVC-DATA-E-DIA
                 MOVE WS-FVC-CARENCIA-ATE(5:2) TO WS-FVC-DATA-E-MES
                 MOVE WS-FVC-CARENCIA-ATE(1:4) TO WS-FVC-DATA-E-ANO
                 DISPLAY "FAVORECIDO EM CARENCIA ATE " WS-FVC-DATA-E
                         AT 1935
              ELSE
                 MOVE WS-FVC-LIMITE-NOVO TO WS-FVC-LIMITE-E
                 DISPLAY "DESTINO NAO CADASTRADO - LIMITE "
                         WS-FVC-LIMITE-E AT 1935.

       PROCURA-FAVORECIDO.
              IF WS-TIPO-OP = "X"
                 MOVE "E"            TO WS-FVC-TIPO
                 MOVE WS-OIT-BANCO   TO WS-FVC-DEST-BANCO
                 MOVE WS-OIT-AGENCIA TO WS-FVC-DEST-AGENCIA
                 MOVE WS-OIT-CONTA   TO WS-FVC-DEST-CONTA
                 PERFORM CONFERE-UM-FAVORECIDO
              ELSE
                 MOVE "C"            TO WS-FVC-TIPO
                 MOVE CODIGO-DEST-W  TO WS-FVC-DESTINO(1:4)
                 PERFORM CONFERE-UM-FAVORECIDO
                 IF WS-FVC-LIBERADO NOT = "S"
                    AND WS-DEST-POR-CHAVE = "S"
                    MOVE "K"          TO WS-FVC-TIPO
                    MOVE WS-CHAVE-DIG TO WS-FVC-DESTINO
                    PERFORM CONFERE-UM-FAVORECIDO
                 END-IF
              END-IF.

       CONFERE-UM-FAVORECIDO.
              PERFORM LE-FAVORECIDO.
              IF WS-FVC-ACHOU = "S" AND FVC-SITUACAO = "A"
                 IF FVC-DATA-LIB > WS-FVC-HOJE
                    MOVE FVC-DATA-LIB TO WS-FVC-CARENCIA-ATE
                 ELSE
                    MOVE "S" TO WS-FVC-LIBERADO
                 END-IF
              END-IF.

      * Compra ("C") entrega moeda estrangeira em especie contra
      * debito da conta; venda ("V") recebe a especie e credita.  A
      * posicao de caixa em cada moeda anda pelo bolso CXCMBxxx ao
                 EXIT PARAGRAPH.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              IF WS-BLJ-VALOR = ZEROS
                 PERFORM APURA-LIMITE-CE
                 ADD WS-LIMITE-CE-CONTA TO WS-SALDO-DISPONIVEL.
              IF ARQST-EXT NOT = "00"
                 DISPLAY "ERRO NO EXTRATO - STATUS " ARQST-EXT
                         AT 1935.
              PERFORM  REGISTRA-USO-FRAUDE.
              PERFORM  FORMATA-CLI-ORIG.
              PERFORM  FORMATA-CLI-DEST.
              IF MOEDA-DEST-W = MOEDA-W
                 MOVE WS-JRN-CLI-ORIG TO JRN-CONTA-DEB
                 MOVE WS-JRN-CLI-DEST TO JRN-CONTA-CRE
                 MOVE VALOR-W         TO JRN-VALOR
      * A transferencia por chave leva historico proprio - e por ele
      * que o MEDMAN reconhece a transferencia contestavel.
                 IF WS-DEST-POR-CHAVE = "S"
                    MOVE "TRANSF CHAVE"  TO JRN-HISTORICO
                 ELSE
                    MOVE "TRANSFERENCIA" TO JRN-HISTORICO
                 END-IF
                 PERFORM  GRAVA-JOURNAL
              ELSE
                 PERFORM GRAVA-JOURNAL-CAMBIO
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              IF LK-MODO-PARM = "T"
                 MOVE ZEROS TO JRN-ELO
              ELSE
                 CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                 DISPLAY "ERRO NO EXTRATO - STATUS " ARQST-EXT AT 1935.
              IF WS-REP-ATIVO = "S"
                 PERFORM GRAVA-MOVTO-PROCURADOR.
              IF WS-SIG-ATIVO = "S"
                 PERFORM GRAVA-MOVTO-SIGNATARIO.

      * O movimento feito por procurador fica carimbado: o registro
      * de PROCMOV.DAT leva o CPF do procurador e a mesma sequencia
              CLOSE PROCMOV.
              PERFORM GRAVA-AUDITORIA-PROCURADOR.

      * Movimento de conta PJ leva o CPF do socio signatario no
      * mesmo PROCMOV.DAT - quem operou em nome de outro titular.
       GRAVA-MOVTO-SIGNATARIO.
              OPEN EXTEND PROCMOV.
              IF ARQST-PMV NOT = "00"
                 OPEN OUTPUT PROCMOV.
              MOVE CODIGO-W      TO PMV-CODIGO.
              MOVE WS-SIG-CPF    TO PMV-CPF-REP.
              MOVE DATA-SIS(1:8) TO PMV-DATA.
              MOVE HORA-SIS      TO PMV-HORA.
              MOVE WS-SEQ-TRN    TO PMV-SEQ.
              MOVE EXT-TIPO      TO PMV-TIPO.
              WRITE REG-PMV.
              IF ARQST-PMV NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DE SIGNATARIO - STATUS "
                         ARQST-PMV AT 1935.
              CLOSE PROCMOV.
              MOVE "S" TO AUD-RESULTADO.
              PERFORM GRAVA-AUDITORIA-SIGNATARIO.

      * The WRITE is retried bumping EXT-NSEQ while the key collides -
      * second and later movements of an account on the same day.
       GRAVA-REG-EXTRATO.
              WRITE REG-CMP.
              MOVE WS-CMP-TITULO TO REG-CMP.
              WRITE REG-CMP.
              PERFORM GRAVA-COMPROVANTE-CAB.
              MOVE WS-CMP-LINHA4 TO REG-CMP.
              WRITE REG-CMP.
              MOVE VALOR-W  TO WS-CMP-VALOR.
              MOVE WS-CMP-LINHA5 TO REG-CMP.
              WRITE REG-CMP.
              MOVE SALDO-W  TO WS-CMP-SALDO.
              MOVE WS-CMP-LINHA6 TO REG-CMP.
              WRITE REG-CMP.
              IF ARQST-CMP NOT = "00"
                 DISPLAY "ERRO NO COMPROVANTE - STATUS " ARQST-CMP
                         AT 1935.

       GRAVA-COMPROVANTE-CAB.
              MOVE DIA      TO WS-CMP-DIA.
              MOVE MES      TO WS-CMP-MES.
              MOVE ANO      TO WS-CMP-ANO.
              MOVE NOME-W   TO WS-CMP-NOME.
              MOVE WS-CMP-LINHA3 TO REG-CMP.
              WRITE REG-CMP.

       GRAVA-COMPROVANTE-NOTAS.
              PERFORM GRAVA-LINHA-NOTA VARYING WS-I FROM 1 BY 1
                         VARYING WS-MINI-K FROM 1 BY 1
                         UNTIL WS-MINI-K > WS-MINI-QTD
              END-IF.
              PERFORM MOSTRA-FAVORECIDOS.

       COLETA-MINI-EXTRATO.
              READ EXTRATO NEXT RECORD
       INVESTE-CDB.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              IF VALOR-W > WS-SALDO-DISPONIVEL
                 DISPLAY "SALDO INSUFICIENTE PARA APLICAR" AT 1935
                 EXIT PARAGRAPH.
              PERFORM ENTRA-VALOR.
              CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR.
              COMPUTE WS-SALDO-DISPONIVEL = SALDO-W - WS-BLJ-VALOR.
              PERFORM SUBTRAI-RESERVA-SAQUE.
              IF VALOR-W > WS-SALDO-DISPONIVEL
                 DISPLAY "SALDO INSUFICIENTE" AT 1935
                 EXIT PARAGRAPH.
              DISPLAY WS-ESPACO AT 1935.
              DISPLAY WS-ESPACO AT 2030.
              CALL "PROXSEQ" USING WS-SEQ-TRN.
              MOVE WS-OPG-NOME TO WS-SAN-NOME.
              MOVE "O"         TO WS-SAN-ORIGEM.
              PERFORM TRIA-FAVORECIDO.
              SUBTRACT VALOR-W FROM SALDO-W.
              ADD VALOR-W TO TOTAL-W.
              MOVE SALDO-W TO SALDO-E.
              WRITE REG-CMP.
              MOVE WS-CMP-TRACO TO REG-CMP.
              WRITE REG-CMP.
              IF WS-SAN-RESULTADO = "S"
                 DISPLAY "ORDEM RETIDA P/ ANALISE - RETIRADA "
                         WS-SEQ-TRN AT 1935
              ELSE
                 DISPLAY "ORDEM EMITIDA - RETIRADA " WS-SEQ-TRN
                         AT 1935.

      * Caderneta: imprime so o que veio depois do ponteiro e o
      * avanca; acumulo acima de CADERNETA-MAX-LIN sai como uma
              MOVE VALOR-W       TO OPG-VALOR.
              MOVE DATA-SIS(1:8) TO OPG-DATA-EMIT.
              MOVE ZEROS         TO OPG-DATA-PAGO OPG-AGENCIA-PAG.
              IF WS-SAN-RESULTADO = "S"
                 MOVE "S"        TO OPG-SITUACAO
              ELSE
                 MOVE "P"        TO OPG-SITUACAO.
              WRITE REG-OPG.
              IF ARQST-OPG NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE ORDENS - STATUS "
              MOVE "S" TO WS-REP-BLOQUEIO.
              DISPLAY "PROCURACAO SOMENTE PARA SAQUE" AT 1935.

      * Conta de menor: enquanto o titular nao completa 18 anos
      * (idade pelo DATANASC, como no CALCULA-IDADE do CLIc), saque,
      * transferencia e ordem de pagamento exigem o CPF do
      * responsavel vinculado no RESPONS.DAT.
       VERIFICA-RESPONSAVEL-MENOR.
              MOVE "N" TO WS-MEN-BLOQUEIO.
              IF WS-PRF-PERMITE NOT = "S"
                 EXIT PARAGRAPH.
              IF WS-TIPO-OP NOT = "S" AND WS-TIPO-OP NOT = "T"
                 AND WS-TIPO-OP NOT = "X" AND WS-TIPO-OP NOT = "O"
                 EXIT PARAGRAPH.
              COMPUTE WS-MEN-IDADE = ANO - DATANASC-ANO-W.
              IF MES < DATANASC-MES-W
                 OR (MES = DATANASC-MES-W AND DIA < DATANASC-DIA-W)
                 SUBTRACT 1 FROM WS-MEN-IDADE
              END-IF.
              IF WS-MEN-IDADE >= WS-MAIORIDADE
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-RSP-ACHOU.
              CALL "RSPGET" USING CODIGO-W LK-MODO-PARM WS-RSP-CPF
                                  WS-RSP-ACHOU.
              IF WS-RSP-ACHOU NOT = "S"
                 EXIT PARAGRAPH.
              MOVE SPACES TO WS-RSP-DIG.
              DISPLAY "MENOR - CPF DO RESPONSAVEL:" AT 1935.
              PERFORM UNTIL WS-RSP-DIG NOT = SPACES
                 ACCEPT WS-RSP-DIG AT 1963 WITH PROMPT AUTO
              END-PERFORM.
              DISPLAY WS-ESPACO AT 1935.
              DISPLAY WS-ESPACO AT 1963.
              IF WS-RSP-DIG = WS-RSP-CPF
                 MOVE "S" TO AUD-RESULTADO
                 PERFORM GRAVA-AUDITORIA-RESPONSAVEL
                 EXIT PARAGRAPH.
              MOVE "N" TO AUD-RESULTADO.
              PERFORM GRAVA-AUDITORIA-RESPONSAVEL.
              MOVE "N" TO WS-PRF-PERMITE.
              MOVE "S" TO WS-MEN-BLOQUEIO.
              DISPLAY "SOMENTE O RESPONSAVEL SACA OU TRANSFERE" AT 1935.

       GRAVA-AUDITORIA-RESPONSAVEL.
              MOVE CODIGO-W    TO AUD-CODIGO.
              MOVE ANO         TO AUD-ANO.
              MOVE MES         TO AUD-MES.
              MOVE DIA         TO AUD-DIA.
              MOVE "RESPONS"   TO AUD-PROGRAMA.
              MOVE LK-OPERADOR-PARM TO AUD-OPERADOR.
              MOVE HORA-SIS    TO AUD-HORA.
              IF LK-MODO-PARM = "T"
                 MOVE ZEROS TO AUD-ELO
              ELSE
                 CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.

      * Conta de cliente falecido congela para debito ate o alvara
      * liberar o espolio (FALMAN) - credito e consulta continuam
      * aceitos.
