      * Registro do arquivo de perfis de acesso dos operadores
      * (CNPJS-PERFIS.DAT): para cada identificação de operador,
      * as funções que ele pode usar ("S" permite, qualquer outro
      * valor nega), mantido pela segurança da informação. Quem tem
      * qualquer função tem também a consulta. A data e o
      * responsável da última concessão entram na revisão
      * trimestral de acessos (CNPJ-REV-ACESSO).
       01 REG-OPE.
          05 REG-OPE-OPER       PIC X(08).
          05 REG-OPE-NOME       PIC X(30).
          05 REG-OPE-CONSULTA   PIC X(01).
          05 REG-OPE-LOTE       PIC X(01).
          05 REG-OPE-MESTRE     PIC X(01).
          05 REG-OPE-BLOQUEIO   PIC X(01).
          05 REG-OPE-RECARGA    PIC X(01).
          05 REG-OPE-DT-ALT     PIC 9(8).
          05 REG-OPE-RESP       PIC X(08).
