      * Registro do arquivo de alterações do cadastro mestre para
      * o ERP (CNPJS-FEED-nnnnnnn.DAT, um arquivo por sequência),
      * gerado pelo CNPJ-FEED-ERP. Cabeçalho ("H") com a sequência,
      * data/hora, modo (incremental ou carga completa) e a faixa
      * do jornal coberta; um detalhe ("D") por documento incluído
      * ("I"), alterado ("A") ou excluído ("E") desde a remessa
      * anterior, com a imagem atual do REG-MST (na exclusão, a
      * última imagem conhecida); trailer ("T") com a sequência e
      * as quantidades, para o ERP conferir a remessa inteira.
       01 REG-FED.
          05 REG-FED-TIPO        PIC X(01).
             88 FED-CABECALHO    VALUE "H".
             88 FED-DETALHE      VALUE "D".
             88 FED-TRAILER      VALUE "T".
          05 REG-FED-CORPO       PIC X(139).
          05 REG-FED-CAB REDEFINES REG-FED-CORPO.
             10 REG-FED-CAB-SEQ     PIC 9(7).
             10 REG-FED-CAB-DATA    PIC 9(8).
             10 REG-FED-CAB-HORA    PIC 9(6).
             10 REG-FED-CAB-MODO    PIC X(01).
             10 REG-FED-CAB-JRN-DE  PIC 9(9).
             10 REG-FED-CAB-JRN-ATE PIC 9(9).
             10 FILLER              PIC X(99).
          05 REG-FED-DET REDEFINES REG-FED-CORPO.
             10 REG-FED-DET-ACAO    PIC X(01).
             10 REG-FED-DET-IMAGEM  PIC X(124).
             10 FILLER              PIC X(14).
          05 REG-FED-TRL REDEFINES REG-FED-CORPO.
             10 REG-FED-TRL-SEQ     PIC 9(7).
             10 REG-FED-TRL-QTD     PIC 9(9).
             10 REG-FED-TRL-INC     PIC 9(9).
             10 REG-FED-TRL-ALT     PIC 9(9).
             10 REG-FED-TRL-EXC     PIC 9(9).
             10 FILLER              PIC X(96).
