
      * Listagem do jornal de auditoria do cadastro mestre
      * (CNPJS-JRNL.DAT): reconstitui, para um CNPJ ou para um dia,
      * toda mudança aplicada ao cadastro - quem (operador e, na
      * mudança manual, o segundo operador que a aprovou), quando
      * (data/hora), de onde (programa de origem), o que (inclusão,
      * alteração ou exclusão) e a imagem anterior do registro. É a
      * resposta para "quem sumiu com este fornecedor?" que a
               REG-JRN-CNPJ DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
      * Mudança manual aprovada: o operador acima é quem a pediu.
           IF REG-JRN-APROVADOR NOT = SPACES
               STRING
                   "APROVADA POR " DELIMITED BY SIZE
                   REG-JRN-APROVADOR DELIMITED BY SIZE
                   INTO REG-REL(75:21)
               END-STRING
           END-IF
      * Identificação da rodada, para um estorno (CNPJ-ESTORNO).
           IF REG-JRN-EXEC NOT = SPACES
               STRING
                   "EXEC " DELIMITED BY SIZE
                   REG-JRN-EXEC DELIMITED BY SIZE
                   INTO REG-REL(97:19)
               END-STRING
           END-IF
           WRITE REG-REL

      * Imagem anterior do registro (não há numa inclusão).
