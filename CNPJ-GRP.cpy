      * Registro do cadastro de grupos econômicos
      * (CNPJS-GRUPOS.DAT): uma ocorrência por raiz de CNPJ (8
      * caracteres) ligada a um grupo, com o código e o nome do
      * grupo repetidos em cada raiz, a data de inclusão e o
      * operador que a incluiu. Liga empresas de raízes diferentes
      * (holding, controladas, coligadas) que o crédito e o
      * compliance precisam ver juntas - a família matriz/filial
      * só cobre a mesma raiz. Uma raiz pertence a um só grupo.
      * Mantido pelo CNPJ-GRUPOS, que o regrava em ordem de código
      * e raiz; lido pelo relatório de exposição (CNPJ-EXPOSICAO).
       01 REG-GRP.
          05 REG-GRP-CODIGO     PIC X(06).
          05 REG-GRP-NOME       PIC X(40).
          05 REG-GRP-RAIZ       PIC X(08).
          05 REG-GRP-DT-INC     PIC 9(8).
          05 REG-GRP-OPER       PIC X(08).
