      * CNPJS.MST neste momento.
       COPY "CNPJ-TRV.cpy".

      * O menu não tem PARM próprio: a linha de comando é a do lote
      * que ele dispara (opção 3), e o operador que responde pela
      * sessão é o da sexta posição dela, o mesmo que o lote grava
      * no jornal.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-IGNORA        PIC X(50) VALUE SPACES.
       01 WS-PARM-OPERADOR      PIC X(08) VALUE SPACES.

      * Área de comunicação com o controle de acesso (CNPJ-ACESSO),
      * consultado na entrada e antes de cada opção.
       COPY "CNPJ-ACS.cpy".

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-IGNORA WS-PARM-IGNORA WS-PARM-IGNORA
                        WS-PARM-IGNORA WS-PARM-IGNORA
                        WS-PARM-OPERADOR
           END-IF

           MOVE SPACE TO ACS-FUNCAO
           PERFORM 0400-CONFERE-ACESSO
           IF ACS-RECUSADO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-OPCAO = 9
               PERFORM 0100-EXIBE-MENU
               ACCEPT WS-OPCAO FROM CONSOLE

      * O lote exige a função de execução; as demais opções, só
      * a consulta.
               MOVE "C" TO ACS-FUNCAO
               IF WS-OPCAO = 3
                   MOVE "L" TO ACS-FUNCAO
               END-IF
               MOVE "S" TO ACS-RESULTADO
               IF WS-OPCAO >= 1 AND WS-OPCAO <= 6
                   PERFORM 0400-CONFERE-ACESSO
               END-IF

               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN WS-OPCAO = 1
                       CALL "CALC-DV-CNPJ"
                       CANCEL "CALC-DV-CNPJ"
                   WHEN WS-OPCAO = 2
                       CALL "CNPJHIBRIDO"
                       CANCEL "CNPJHIBRIDO"
                   WHEN WS-OPCAO = 3
                       PERFORM 0200-EXECUTA-LOTE
                   WHEN WS-OPCAO = 4
                       CALL "CNPJ-CONSULTA"
                       CANCEL "CNPJ-CONSULTA"
                   WHEN WS-OPCAO = 5
                       PERFORM 0300-MOSTRA-TRAVA
                   WHEN WS-OPCAO = 6
                       DISPLAY "(INFORME A RAIZ DE 8 DIGITOS)"
                       CALL "CNPJ-CONSULTA"
                       CANCEL "CNPJ-CONSULTA"
                   WHEN WS-OPCAO = 9
                       DISPLAY "SAINDO..."
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA"
           DISPLAY " 3 - Validar lote de CNPJs (arquivo)"
           DISPLAY " 4 - Consultar último veredito de um documento"
           DISPLAY " 5 - Mostrar a trava do cadastro mestre"
           DISPLAY " 6 - Consultar família de CNPJ (matriz e filiais)"
           DISPLAY " 9 - Sair"
           DISPLAY "======================================"
           DISPLAY "Opção: ".
           ELSE
               DISPLAY "CADASTRO SEM TRAVA - LIVRE PARA ATUALIZACAO"
           END-IF.

      * Pergunta ao controle de acesso se o operador da sessão pode
      * usar a função em ACS-FUNCAO; a recusa já fica no log de
      * segurança.
       0400-CONFERE-ACESSO.
           MOVE WS-PARM-OPERADOR TO ACS-OPERADOR
           MOVE "CNPJ-MENU" TO ACS-PROGRAMA
           CALL "CNPJ-ACESSO" USING ACS-AREA
           CANCEL "CNPJ-ACESSO"

           IF ACS-RECUSADO
               DISPLAY "ACESSO RECUSADO PARA O OPERADOR "
                       FUNCTION TRIM(ACS-OPERADOR) ": "
                       FUNCTION TRIM(ACS-MOTIVO)
           END-IF.
