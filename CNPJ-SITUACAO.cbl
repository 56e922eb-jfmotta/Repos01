
      * Extrato de situação cadastral da Receita: CNPJ sem
      * pontuação e o código de situação (01 NULA, 02 ATIVA,
      * 03 SUSPENSA, 04 INAPTA, 08 BAIXADA), seguidos do CNAE da
      * atividade principal, da UF e do código IBGE do município,
      * entre um cabeçalho "HDR" + data de referência do extrato
      * (AAAAMMDD) e um trailer "TRL" + contagem de registros de
      * dados.
       FD ARQ-RFB.
       01 REG-RFB.
          05 REG-RFB-CNPJ        PIC X(14).
          05 REG-RFB-SIT         PIC X(02).
          05 REG-RFB-CNAE        PIC X(07).
          05 REG-RFB-UF          PIC X(02).
          05 REG-RFB-MUNIC       PIC X(07).
          05 FILLER              PIC X(48).

       FD ARQ-VTR.
       01 REG-VTR.
       01 REG-RTR.
          05 REG-RTR-CNPJ        PIC X(14).
          05 REG-RTR-SIT         PIC X(02).
          05 REG-RTR-CNAE        PIC X(07).
          05 REG-RTR-UF          PIC X(02).
          05 REG-RTR-MUNIC       PIC X(07).
          05 FILLER              PIC X(48).

      * Guarda as linhas da seção de situação irregular enquanto a
      * listagem principal ainda está sendo gravada.
       01 REG-ORD-RFB.
          05 ORD-RFB-CNPJ        PIC X(14).
          05 ORD-RFB-SIT         PIC X(02).
          05 ORD-RFB-CNAE        PIC X(07).
          05 ORD-RFB-UF          PIC X(02).
          05 ORD-RFB-MUNIC       PIC X(07).
          05 FILLER              PIC X(48).

       SD ORD-CPF.
       01 REG-ORD-CPF.
       01 WS-FS-JRN             PIC XX VALUE "00".
       01 WS-JRN-DISPONIVEL     PIC X(01) VALUE "N".
          88 JORNAL-DISPONIVEL  VALUE "S".
       01 WS-JRN-ANTES          PIC X(124) VALUE SPACES.

       01 WS-FS-VAL             PIC XX VALUE "00".
       01 WS-FS-RFB             PIC XX VALUE "00".
      * para a persistência no cadastro mestre.
       01 WS-SIT-NOVA           PIC X(02) VALUE SPACES.
       01 WS-DT-REF-CRUZ        PIC 9(8) VALUE 0.

      * Perfil cadastral (CNAE, UF, município) trazido pelo extrato
      * de CNPJ - o de CPF não o tem, e o passo de CPFs não mexe
      * nesses campos do cadastro.
       01 WS-CNAE-NOVO          PIC X(07) VALUE SPACES.
       01 WS-UF-NOVA            PIC X(02) VALUE SPACES.
       01 WS-MUNIC-NOVO         PIC X(07) VALUE SPACES.
       01 WS-MOV-MARCA          PIC X(30) VALUE SPACES.

      * Data de referência do extrato da Receita (do cabeçalho

           MOVE REG-RTR-SIT TO WS-SIT-NOVA
           MOVE WS-RFB-DT-REF TO WS-DT-REF-CRUZ
           MOVE REG-RTR-CNAE TO WS-CNAE-NOVO
           MOVE FUNCTION UPPER-CASE(REG-RTR-UF) TO WS-UF-NOVA
           MOVE REG-RTR-MUNIC TO WS-MUNIC-NOVO
           PERFORM 2300-PERSISTE-SITUACAO

           MOVE SPACES TO REG-REL
           END-EVALUATE.

      * Grava no cadastro mestre a situação apurada e a data de
      * referência do extrato (no CNPJ, também o perfil cadastral
      * - CNAE, UF e município); quando o documento já tinha uma
      * situação de cruzamento anterior e ela mudou, a transição
      * sai no relatório de movimento - é ela que o contas a pagar
      * precisa acionar, em especial a perda da situação ATIVA.

           MOVE WS-SIT-NOVA TO REG-MST-SIT-RFB
           MOVE WS-DT-REF-CRUZ TO REG-MST-SIT-DATA
           IF WS-CRUZ-TIPO = "J"
               MOVE WS-CNAE-NOVO TO REG-MST-CNAE
               MOVE WS-UF-NOVA TO REG-MST-UF
               MOVE WS-MUNIC-NOVO TO REG-MST-MUNIC
           END-IF
           REWRITE REG-MST
           IF WS-FS-MST = "00"
               PERFORM 2350-GRAVA-JORNAL
           MOVE "A" TO REG-JRN-ACAO
           MOVE REG-VTR-CNPJ TO REG-JRN-CNPJ
           MOVE WS-JRN-ANTES TO REG-JRN-ANTES
           MOVE WS-DATA-SIS TO REG-JRN-EXEC-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-JRN-EXEC-HORA
           WRITE REG-JRN.

       2400-GRAVA-MOVIMENTO.
