      * Registro de controle das remessas ao ERP (CNPJS-FEED.CTL),
      * um só, regravado a cada remessa gerada: a última sequência,
      * até que ocorrência do jornal (CNPJS-JRNL.DAT, contada da
      * primeira) ela cobriu, quando foi gerada, quantos detalhes
      * levou e o nome do arquivo. A remessa seguinte começa logo
      * depois dessa posição - uma noite sem remessa entra inteira
      * na próxima, e nada é mandado duas vezes.
       01 REG-FCT.
          05 REG-FCT-SEQ         PIC 9(7).
          05 REG-FCT-JRN-POS     PIC 9(9).
          05 REG-FCT-DATA        PIC 9(8).
          05 REG-FCT-HORA        PIC 9(6).
          05 REG-FCT-QTD         PIC 9(9).
          05 REG-FCT-ARQUIVO     PIC X(50).
