      * com data/hora, operador, programa de origem e a imagem
      * anterior do registro (o REG-MST inteiro, no leiaute de
      * CNPJ-MST.cpy; espaços numa inclusão). Gravado por
      * VALIDA-CNPJS-LOTE, CNPJ-SITUACAO e, para as mudanças
      * pedidas no CNPJ-CADASTRO e no CNPJ-MANUTENCAO, pelo
      * CNPJ-APROVA na aprovação; listado por CNPJ-JORNAL. Numa
      * mudança aprovada, operador e programa são os de quem a
      * pediu e o aprovador é o segundo operador, que a liberou;
      * nas atualizações automáticas o aprovador fica em branco.
      * A execução identifica a rodada que fez a mudança, com o
      * programa: data e hora de início da execução do lote ou do
      * cruzamento e, numa mudança aprovada, as da execução que a
      * pediu (a remessa da manutenção, a sessão do cadastro) -
      * é por ela que o CNPJ-ESTORNO desfaz uma rodada inteira.
      * Ocorrências gravadas antes dela vêm com espaços.
       01 REG-JRN.
          05 REG-JRN-DATA       PIC 9(8).
          05 REG-JRN-HORA       PIC 9(6).
          05 REG-JRN-PROG       PIC X(18).
          05 REG-JRN-ACAO       PIC X(01).
          05 REG-JRN-CNPJ       PIC X(14).
          05 REG-JRN-ANTES      PIC X(124).
          05 REG-JRN-APROVADOR  PIC X(8).
          05 REG-JRN-EXEC.
             10 REG-JRN-EXEC-DATA  PIC 9(8).
             10 REG-JRN-EXEC-HORA  PIC 9(6).
