      ******************************************************************
      * Working fields of the header/trailer check of an inbound
      * interchange file (layout in CTLARQ): filled while the file is
      * read once before any posting and handed to ARQREG, which
      * judges it against the received-files registry.
      ******************************************************************
       01 WS-CTL-FUNCAO           PIC X(01) VALUE SPACE.
       01 WS-CTL-ARQUIVO.
             02 WS-CTL-PROGRAMA      PIC X(08) VALUE SPACES.
             02 WS-CTL-REMETENTE     PIC X(08) VALUE SPACES.
             02 WS-CTL-SEQUENCIA     PIC 9(06) VALUE ZEROS.
             02 WS-CTL-DATA-ARQ      PIC 9(08) VALUE ZEROS.
             02 WS-CTL-TEM-HEADER    PIC X(01) VALUE "N".
             02 WS-CTL-TEM-TRAILER   PIC X(01) VALUE "N".
             02 WS-CTL-FORA-ORDEM    PIC X(01) VALUE "N".
             02 WS-CTL-QTD-TRAILER   PIC 9(07) VALUE ZEROS.
             02 WS-CTL-VALOR-TRAILER PIC 9(13)V99 VALUE ZEROS.
             02 WS-CTL-QTD-LIDA      PIC 9(07) VALUE ZEROS.
             02 WS-CTL-VALOR-LIDO    PIC 9(13)V99 VALUE ZEROS.
       01 WS-CTL-RECUSADO         PIC X(01) VALUE "N".
       01 WS-CTL-MOTIVO           PIC X(40) VALUE SPACES.
       01 WS-CTL-FIM              PIC X(01) VALUE "N".
