      * Registro da fila de aprovação de mudanças no cadastro
      * mestre e na lista de bloqueio (CNPJS-APROV.DAT). Quem pede
      * a mudança (CNPJ-CADASTRO, opções 3, 4 e 5, e CNPJ-MANUTENCAO)
      * só grava o pedido, pendente; um segundo operador, diferente
      * de quem pediu, aprova ou rejeita cada um no CNPJ-APROVA, e
      * só então a mudança é aplicada. O pedido guarda os dois
      * operadores, o desfecho e a observação da aplicação.
      *
      * Arquivo alvo: "M" cadastro mestre (ações I/A/E/X, como nas
      * transações da manutenção em lote) ou "B" lista de bloqueio
      * (ações I inclusão e E exclusão das entradas manuais). Os
      * dados do pedido seguem o alvo: a transação da manutenção
      * (razão social, REF, tipo, data de corte) ou o bloqueio
      * (motivo e vigência).
       01 REG-APR.
          05 REG-APR-ID          PIC 9(7).
          05 REG-APR-SITUACAO    PIC X(01).
             88 APR-PENDENTE     VALUE "P".
             88 APR-APLICADO     VALUE "A".
             88 APR-REJEITADO    VALUE "R".
             88 APR-FALHOU       VALUE "F".
          05 REG-APR-ARQUIVO     PIC X(01).
             88 APR-DO-CADASTRO  VALUE "M".
             88 APR-DO-BLOQUEIO  VALUE "B".
          05 REG-APR-ACAO        PIC X(01).
          05 REG-APR-CHAVE       PIC X(14).
          05 REG-APR-DADOS       PIC X(59).
          05 REG-APR-DADOS-MST REDEFINES REG-APR-DADOS.
             10 REG-APR-NOME     PIC X(40).
             10 REG-APR-REF      PIC X(10).
             10 REG-APR-TIPO     PIC X(01).
             10 REG-APR-DATA     PIC X(08).
          05 REG-APR-DADOS-BLQ REDEFINES REG-APR-DADOS.
             10 REG-APR-MOTIVO   PIC X(04).
             10 REG-APR-DT-INI   PIC 9(8).
             10 REG-APR-DT-FIM   PIC 9(8).
             10 FILLER           PIC X(39).
          05 REG-APR-PED-OPER    PIC X(08).
          05 REG-APR-PED-PROG    PIC X(18).
          05 REG-APR-PED-DATA    PIC 9(8).
          05 REG-APR-PED-HORA    PIC 9(6).
          05 REG-APR-APR-OPER    PIC X(08).
          05 REG-APR-APR-DATA    PIC 9(8).
          05 REG-APR-APR-HORA    PIC 9(6).
          05 REG-APR-OBS         PIC X(40).
