      ******************************************************************
      * Shared FD record layout for the control records framing every
      * inbound interchange file (MOVBANC.DAT, FOLHA.DAT, BOLRET.DAT,
      * CHQDEV.DAT, CONSRET.DAT, SALARIO.DAT, BENEFIC.DAT,
      * DEBnnnn.DAT, COBREM.DAT, CARTMOV.DAT, CHQRECEB.DAT,
      * CORRESP.DAT, COAFRET.DAT, SANLISTA.DAT, MOVSAIDA.ACK).  The
      * first record is the header ("HDR": sender, file date,
      * sender's sequence number), the last the trailer ("TRL":
      * detail record count and amount total - zero for files without
      * an amount; in SALARIO.DAT the employer's "H" record counts as
      * a record).  A detail record never starts with "HDR" or "TRL".
      * Every file is at least 25 bytes long so the control record
      * fits (shorter details are padded with FILLER); where the
      * detail record is longer, the FD pads REG-CTL with FILLER to
      * the detail length and states RECORD CONTAINS, so the file
      * stays fixed-length.
      ******************************************************************
           02 CTL-TIPO-REG     PIC X(03).
           02 CTL-HEADER.
               03 CTL-REMETENTE  PIC X(08).
               03 CTL-DATA-ARQ   PIC 9(08).
               03 CTL-SEQUENCIA  PIC 9(06).
           02 CTL-TRAILER REDEFINES CTL-HEADER.
               03 CTL-QTD-REG    PIC 9(07).
               03 CTL-VALOR-TOTAL PIC 9(13)V99.
