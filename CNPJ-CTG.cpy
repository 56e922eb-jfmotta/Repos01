      * Área de comunicação do catálogo de gerações (CNPJ-CATALOGO).
      * Entrada: a ação e a base (nome do relatório do lote):
      *   "L" localiza as gerações corrente e anterior da base;
      *   "G" cataloga como nova geração os produtos da execução
      *       que acabou de gravá-los com o nome da base, com a
      *       identificação e os totais de controle informados, e
      *       expira as gerações além das CTG-MANTER mais novas.
      * Saída: o resultado, o motivo numa falha e, nas duas ações,
      * número, data e nome do relatório das gerações corrente e
      * anterior (zeros e espaços quando não há).
       01 CTG-AREA.
          05 CTG-ACAO           PIC X(01).
          05 CTG-BASE           PIC X(50).
          05 CTG-MANTER         PIC 9(3).
          05 CTG-OPERADOR       PIC X(08).
          05 CTG-ENTRADA        PIC X(50).
          05 CTG-DATA           PIC 9(8).
          05 CTG-HORA           PIC 9(6).
          05 CTG-LIDOS          PIC 9(7).
          05 CTG-VALIDOS        PIC 9(7).
          05 CTG-INVALIDOS      PIC 9(7).
          05 CTG-RC             PIC 9(4).
          05 CTG-COM-DELTA      PIC X(01).
          05 CTG-COM-LIMPO      PIC X(01).
          05 CTG-RESULTADO      PIC X(01).
             88 CTG-OK          VALUE "S".
             88 CTG-FALHOU      VALUE "N".
          05 CTG-MOTIVO         PIC X(40).
          05 CTG-GER-ATUAL      PIC 9(7).
          05 CTG-DATA-ATUAL     PIC 9(8).
          05 CTG-ARQ-ATUAL      PIC X(50).
          05 CTG-GER-ANTERIOR   PIC 9(7).
          05 CTG-DATA-ANTERIOR  PIC 9(8).
          05 CTG-ARQ-ANTERIOR   PIC X(50).
