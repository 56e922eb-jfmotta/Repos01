      * Registro da trilha de auditoria da lista de bloqueio
      * (CNPJS-BLQ-JRNL.DAT): uma ocorrência por inclusão ("I"),
      * alteração de vigência ("A"), levantamento de sanção ("L")
      * ou exclusão ("E") aplicada a CNPJS-BLQ.DAT, com data/hora,
      * operador, programa de origem e as imagens do REG-BLQ antes
      * e depois da mudança (espaços na imagem que não existe).
      * As mudanças manuais só são aplicadas com aprovação (fila
      * do CNPJ-APROVA): operador e programa são os de quem pediu
      * e o aprovador, o segundo operador; a importação de sanções
      * grava o aprovador em branco.
      * Separada do jornal do cadastro mestre, cuja imagem anterior
      * é sempre um REG-MST.
       01 REG-JRB.
          05 REG-JRB-DATA       PIC 9(8).
          05 REG-JRB-HORA       PIC 9(6).
          05 REG-JRB-OPER       PIC X(8).
          05 REG-JRB-PROG       PIC X(18).
          05 REG-JRB-ACAO       PIC X(01).
          05 REG-JRB-ANTES      PIC X(34).
          05 REG-JRB-DEPOIS     PIC X(34).
          05 REG-JRB-APROVADOR  PIC X(8).
