      * esteira da noite descarrega e confere antes de o lote
      * tocar o cadastro.
      * Códigos de retorno: 0 = limpo, 8 = integridade furada,
      * 12 = backup ou operador recusado na recarga, 16 = erro de
      * arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "CNPJ-MST.cpy".

      * Backup sequencial: a imagem do REG-MST, um registro por
      * linha, em ordem de chave. Um backup anterior ao perfil
      * cadastral (CNAE, UF e município) tem linhas mais curtas e
      * recarrega com esses campos em branco, à espera do próximo
      * cruzamento com a Receita.
       FD ARQ-BKP.
       01 REG-BKP                PIC X(124).

       FD ARQ-REL.
       01 REG-REL                PIC X(132).
          05 WS-IMG-TIPO        PIC X(01).
          05 WS-IMG-SIT-RFB     PIC X(02).
          05 WS-IMG-SIT-DATA    PIC X(08).
          05 WS-IMG-CNAE        PIC X(07).
          05 WS-IMG-UF          PIC X(02).
          05 WS-IMG-MUNIC       PIC X(07).

      * PARM: função ("U", "R" ou "V"), nome do backup, nome do
      * relatório e identificação do operador, separados por
      * espaço. O operador só é exigido na recarga, que precisa da
      * função de recarga no perfil de acesso.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-OPERADOR      PIC X(08) VALUE SPACES.
       01 WS-PARM-FUNCAO        PIC X(01) VALUE SPACES.
          88 FUNCAO-UNLOAD      VALUE "U".
          88 FUNCAO-RELOAD      VALUE "R".
       01 WS-TRAVA-OBTIDA       PIC X(01) VALUE "N".
          88 TRAVA-OBTIDA       VALUE "S".

      * Área de comunicação com o controle de acesso (CNPJ-ACESSO).
       COPY "CNPJ-ACS.cpy".

       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-BKP             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".
           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-FUNCAO WS-ARQ-BKP-NOME
                        WS-ARQ-REL-NOME WS-PARM-OPERADOR
           END-IF

      * A recarga reescreve o cadastro inteiro: só para quem tem a
      * função no perfil; a recusa fica no log de segurança.
           IF FUNCAO-RELOAD
               MOVE WS-PARM-OPERADOR TO ACS-OPERADOR
               MOVE "CNPJ-UTILMST" TO ACS-PROGRAMA
               MOVE "R" TO ACS-FUNCAO
               CALL "CNPJ-ACESSO" USING ACS-AREA
               CANCEL "CNPJ-ACESSO"
               IF ACS-RECUSADO
                   DISPLAY "ACESSO RECUSADO PARA O OPERADOR "
                           FUNCTION TRIM(ACS-OPERADOR) ": "
                           FUNCTION TRIM(ACS-MOTIVO)
                           " - RECARGA RECUSADA"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD

      * A trava de atualização vem antes de recriar o cadastro.
           MOVE "O" TO TRV-ACAO
           MOVE WS-PARM-OPERADOR TO TRV-OPERADOR
           MOVE "CNPJ-UTILMST" TO TRV-PROGRAMA
           CALL "CNPJ-TRAVA" USING TRV-AREA
           IF NOT TRV-OBTIDA
