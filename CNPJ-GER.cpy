      * Registro do catálogo de gerações (CNPJS-GERACOES.DAT): uma
      * ocorrência por execução do lote de validação, gravada pelo
      * CNPJ-CATALOGO. A base é o nome do relatório do lote (a
      * posição 2 do PARM); cada geração guarda cópia dos produtos
      * com o nome da base mais "-G" e o número da geração (o
      * relatório da geração, REG-GER-ARQ), de que os demais
      * produtos derivam pela convenção de sempre (-VALIDOS.DAT,
      * -INVALIDOS.DAT, -DUPLICADOS.REP, -DELTA.REP, -LIMPOS.DAT).
      * Uma geração além das N mantidas passa a expirada ("E"):
      * as cópias são apagadas, a linha fica para a auditoria.
       01 REG-GER.
          05 REG-GER-BASE       PIC X(50).
          05 REG-GER-NUM        PIC 9(7).
          05 REG-GER-SITUACAO   PIC X(01).
             88 GER-ATIVA       VALUE "A".
             88 GER-EXPIRADA    VALUE "E".
          05 REG-GER-DATA       PIC 9(8).
          05 REG-GER-HORA       PIC 9(6).
          05 REG-GER-OPER       PIC X(8).
          05 REG-GER-ENTRADA    PIC X(50).
          05 REG-GER-LIDOS      PIC 9(7).
          05 REG-GER-VALIDOS    PIC 9(7).
          05 REG-GER-INVALIDOS  PIC 9(7).
          05 REG-GER-RC         PIC 9(4).
          05 REG-GER-COM-DELTA  PIC X(01).
          05 REG-GER-COM-LIMPO  PIC X(01).
          05 REG-GER-ARQ        PIC X(50).
          05 REG-GER-DT-EXP     PIC 9(8).
