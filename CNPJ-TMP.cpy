      * Registro do histórico de tempos da esteira noturna
      * (ESTEIRA-TEMPOS.DAT), cumulativo: um registro por passo
      * executado, gravado pelo CNPJ-ESTEIRA ao lado da linha do
      * diário. Traz o início da própria esteira (que identifica a
      * noite e agrupa os passos de uma mesma execução), início e
      * fim do passo com data - a noite cruza a meia-noite -, o
      * tempo decorrido em segundos e o código de retorno. É a
      * base do relatório de janela batch (CNPJ-TEMPOS).
       01 REG-TMP.
          05 REG-TMP-EST-DATA    PIC 9(8).
          05 REG-TMP-EST-HORA    PIC 9(6).
          05 REG-TMP-PASSO       PIC 9(1).
          05 REG-TMP-PROG        PIC X(18).
          05 REG-TMP-DATA-INI    PIC 9(8).
          05 REG-TMP-HORA-INI    PIC 9(6).
          05 REG-TMP-DATA-FIM    PIC 9(8).
          05 REG-TMP-HORA-FIM    PIC 9(6).
          05 REG-TMP-SEGUNDOS    PIC 9(6).
          05 REG-TMP-RC          PIC 9(4).
          05 REG-TMP-OPER        PIC X(08).
