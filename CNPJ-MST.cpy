      * documento nunca passou por um cruzamento.
          05 REG-MST-SIT-RFB    PIC X(02).
          05 REG-MST-SIT-DATA   PIC 9(8).
      * Perfil cadastral na Receita, do mesmo cruzamento: CNAE da
      * atividade principal (7 dígitos; os 2 primeiros são a
      * divisão), UF e código IBGE do município do estabelecimento.
      * Espaços enquanto o CNPJ não passou por um cruzamento que os
      * trouxesse; o cruzamento de CPF não os preenche.
          05 REG-MST-CNAE       PIC X(07).
          05 REG-MST-UF         PIC X(02).
          05 REG-MST-MUNIC      PIC X(07).
