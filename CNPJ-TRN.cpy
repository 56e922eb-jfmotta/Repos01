      * Registro do arquivo de transações da manutenção em lote do
      * cadastro mestre (CNPJ-MANUTENCAO), em formato fixo, uma
      * ação por registro:
      *   "I" inclui (CNPJ, razão social, REF, tipo);
      *   "A" altera razão social e/ou REF (campo em branco mantém
      *       o valor cadastrado);
      *   "E" exclui o CNPJ;
      *   "X" expurga as entradas com última aparição anterior à
      *       data de corte (AAAAMMDD).
      * Montado pela equipe de limpeza de dados ou gerado pela
      * revisão de fornecedores inativos (CNPJ-REVISAO), com as
      * exclusões propostas.
       01 REG-TRN.
          05 REG-TRN-ACAO        PIC X(01).
          05 REG-TRN-CNPJ        PIC X(14).
          05 REG-TRN-NOME        PIC X(40).
          05 REG-TRN-REF         PIC X(10).
          05 REG-TRN-TIPO        PIC X(01).
          05 REG-TRN-DATA        PIC X(08).
