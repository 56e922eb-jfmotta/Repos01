      * Registro do log de segurança (CNPJS-SEG.LOG): uma
      * ocorrência por tentativa recusada pelo controle de acesso,
      * com data/hora, operador, programa, função pedida (como em
      * ACS-FUNCAO) e o motivo da recusa.
       01 REG-SEG.
          05 REG-SEG-DATA       PIC 9(8).
          05 REG-SEG-HORA       PIC 9(6).
          05 REG-SEG-OPER       PIC X(08).
          05 REG-SEG-PROG       PIC X(18).
          05 REG-SEG-FUNCAO     PIC X(01).
          05 REG-SEG-MOTIVO     PIC X(30).
