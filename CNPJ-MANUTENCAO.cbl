      * de limpeza de dados após uma conciliação - inclusão,
      * alteração de razão social/REF, exclusão e expurgo por data
      * de última aparição - dispensando a digitação registro a
      * registro nas opções de console do CNPJ-CADASTRO. Nada é
      * aplicado aqui: cada transação que passa na conferência
      * vira um pedido na fila de aprovação, e a remessa inteira
      * (operador, data e hora desta execução) é aprovada ou
      * rejeitada por outro operador no CNPJ-APROVA, que aplica e
      * jornaliza. Cada transação sai no relatório como enfileirada
      * (com o número do pedido) ou rejeitada, com o motivo, e os
      * totais fecham no rodapé.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MST-CNPJ
               FILE STATUS IS WS-FS-MST.
           SELECT ARQ-APR ASSIGN TO DYNAMIC WS-ARQ-APR-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APR.

       DATA DIVISION.
       FILE SECTION.

      * Arquivo de transações, em formato fixo, uma ação por
      * registro (I/A/E/X - ver o leiaute).
       FD ARQ-TRN.
       COPY "CNPJ-TRN.cpy".

       FD ARQ-REL.
       01 REG-REL                PIC X(110).
       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

      * Fila de aprovação das mudanças no cadastro.
       FD ARQ-APR.
       COPY "CNPJ-APR.cpy".

       WORKING-STORAGE SECTION.

      * Área de comunicação com o controle de trava do cadastro
      * (CNPJ-TRAVA) - os pedidos da campanha não podem se perder
      * numa regravação da fila pelo aprovador.
       COPY "CNPJ-TRV.cpy".

      * Área de comunicação com o controle de acesso (CNPJ-ACESSO):
      * pedir mudanças no cadastro exige a função de manutenção do
      * mestre no perfil do operador.
       COPY "CNPJ-ACS.cpy".

      * PARM: nome do arquivo de transações, nome do relatório e
      * identificação do operador, separados por espaço; sem PARM,
      * os nomes padrão da campanha de correção.
      * alimentam o mesmo cadastro.
       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".

      * Fila de aprovação - mesmo nome fixo do CNPJ-APROVA - e o
      * último número de pedido já usado nela.
       01 WS-ARQ-APR-NOME       PIC X(50) VALUE "CNPJS-APROV.DAT".
       01 WS-APR-ULTIMO-ID      PIC 9(7) VALUE 0.
       01 WS-EOF-APR            PIC X VALUE "N".

       01 WS-FS-TRN             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".
       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-APR             PIC XX VALUE "00".

       01 WS-EOF-TRN            PIC X VALUE "N".
          88 FIM-TRANSACOES     VALUE "S".

      * Desfecho da transação corrente, para a linha do relatório.
       01 WS-TRN-DESFECHO       PIC X(01) VALUE SPACE.
          88 TRN-ENFILEIRADA    VALUE "A".
          88 TRN-REJEITADA      VALUE "R".
       01 WS-TRN-MOTIVO         PIC X(40) VALUE SPACES.

      * Totais de controle para o rodapé do relatório
       01 WS-TOT-LIDAS          PIC 9(5) VALUE 0.
       01 WS-TOT-ENFILEIRADAS   PIC 9(5) VALUE 0.
       01 WS-TOT-REJEITADAS     PIC 9(5) VALUE 0.

      * Data e hora de início da execução, para o cabeçalho - e,
      * com o operador, a identificação da remessa na fila.
       01 WS-DATA-SIS           PIC 9(8) VALUE 0.
       01 WS-HORA-SIS           PIC 9(8) VALUE 0.

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SIS FROM TIME

      * Sem identificação de quem pede, a aprovação por um segundo
      * operador perde o sentido; o controle de acesso recusa o
      * operador em branco e quem não tem a manutenção do mestre.
           MOVE WS-PARM-OPERADOR TO ACS-OPERADOR
           MOVE "CNPJ-MANUTENCAO" TO ACS-PROGRAMA
           MOVE "M" TO ACS-FUNCAO
           CALL "CNPJ-ACESSO" USING ACS-AREA
           CANCEL "CNPJ-ACESSO"
           IF ACS-RECUSADO
               DISPLAY "ACESSO RECUSADO PARA O OPERADOR "
                       FUNCTION TRIM(ACS-OPERADOR) ": "
                       FUNCTION TRIM(ACS-MOTIVO) " - EXECUCAO RECUSADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ-TRN
           IF WS-FS-TRN NOT = "00"
               DISPLAY "ERRO ABRINDO ARQUIVO DE TRANSACOES: "
               GOBACK
           END-IF

      * A trava vem antes da fila: ocupada, a campanha é recusada
      * para reexecução depois, em vez de concorrer com quem já
      * atualiza o cadastro ou decide a fila.
           MOVE "O" TO TRV-ACAO
           MOVE WS-PARM-OPERADOR TO TRV-OPERADOR
           MOVE "CNPJ-MANUTENCAO" TO TRV-PROGRAMA
                       TRV-DONO-DATA ") ASSUMIDA"
           END-IF

      * O cadastro abre só para leitura: a conferência de cada
      * transação recusa de saída o que não poderia ser aplicado.
           OPEN INPUT ARQ-MST
           IF WS-FS-MST = "35"
               DISPLAY "CADASTRO MESTRE (" FUNCTION
                       TRIM(WS-ARQ-MST-NOME) ") AINDA NAO EXISTE - "
               GOBACK
           END-IF

      * Os pedidos continuam a numeração da fila.
           MOVE 0 TO WS-APR-ULTIMO-ID
           OPEN INPUT ARQ-APR
           IF WS-FS-APR = "00"
               PERFORM UNTIL WS-EOF-APR = "S"
                   READ ARQ-APR
                       AT END MOVE "S" TO WS-EOF-APR
                       NOT AT END
                           IF REG-APR-ID > WS-APR-ULTIMO-ID
                               MOVE REG-APR-ID TO WS-APR-ULTIMO-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-APR
           END-IF

           OPEN EXTEND ARQ-APR
           IF WS-FS-APR = "35"
               OPEN OUTPUT ARQ-APR
           END-IF
           IF WS-FS-APR NOT = "00"
               DISPLAY "ERRO ABRINDO FILA DE APROVACAO: " WS-FS-APR
               CLOSE ARQ-REL ARQ-MST
               PERFORM 9400-LIBERA-TRAVA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 9100-GRAVA-CABECALHO

           PERFORM 9500-GRAVA-RODAPE

           CLOSE ARQ-REL ARQ-MST ARQ-APR
           PERFORM 9400-LIBERA-TRAVA

           DISPLAY WS-TOT-ENFILEIRADAS " TRANSACOES ENVIADAS PARA "
                   "APROVACAO - REMESSA " WS-PARM-OPERADOR " "
                   WS-DATA-SIS " " WS-HORA-SIS(1:6)
           IF WS-TOT-REJEITADAS > 0
               DISPLAY "MANUTENCAO COM " WS-TOT-REJEITADAS
                       " TRANSACOES REJEITADAS - VER "
                       FUNCTION TRIM(WS-ARQ-REL-NOME)
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

                   MOVE "ACAO DESCONHECIDA" TO WS-TRN-MOTIVO
           END-EVALUATE

           IF TRN-ENFILEIRADA
               PERFORM 6000-ENFILEIRA-PEDIDO
           END-IF

           IF TRN-ENFILEIRADA
               ADD 1 TO WS-TOT-ENFILEIRADAS
           ELSE
               ADD 1 TO WS-TOT-REJEITADAS
           END-IF

           PERFORM 9000-GRAVA-LINHA.

      * Inclusão: o documento ainda não pode constar do cadastro.
      * O veredito do núcleo de validação é apurado na aplicação.
       2000-INCLUI.
           IF REG-TRN-CNPJ = SPACES
               MOVE "R" TO WS-TRN-DESFECHO
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-TRN-DESFECHO.

      * Alteração de razão social e/ou REF: campo em branco na
      * transação mantém o valor cadastrado.
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-TRN-DESFECHO.

       4000-EXCLUI.
           IF REG-TRN-CNPJ = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-TRN-DESFECHO.

      * Expurgo em massa, como a opção 4 do CNPJ-CADASTRO: as
      * entradas com última aparição anterior à data de corte são
      * apuradas e removidas na aplicação.
       5000-EXPURGA-POR-DATA.
           IF REG-TRN-DATA IS NOT NUMERIC
               MOVE "R" TO WS-TRN-DESFECHO
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-TRN-DESFECHO.

      * Grava a transação conferida como pedido pendente na fila,
      * com a identificação da remessa; o número do pedido vai
      * para a linha do relatório.
       6000-ENFILEIRA-PEDIDO.
           MOVE SPACES TO REG-APR
           ADD 1 TO WS-APR-ULTIMO-ID
           MOVE WS-APR-ULTIMO-ID TO REG-APR-ID
           MOVE "P" TO REG-APR-SITUACAO
           MOVE "M" TO REG-APR-ARQUIVO
           MOVE REG-TRN-ACAO TO REG-APR-ACAO
           MOVE REG-TRN-CNPJ TO REG-APR-CHAVE
           MOVE REG-TRN-NOME TO REG-APR-NOME
           MOVE REG-TRN-REF TO REG-APR-REF
           MOVE REG-TRN-TIPO TO REG-APR-TIPO
           MOVE REG-TRN-DATA TO REG-APR-DATA
           MOVE WS-PARM-OPERADOR TO REG-APR-PED-OPER
           MOVE "CNPJ-MANUTENCAO" TO REG-APR-PED-PROG
           MOVE WS-DATA-SIS TO REG-APR-PED-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-APR-PED-HORA
           MOVE 0 TO REG-APR-APR-DATA REG-APR-APR-HORA
           WRITE REG-APR
           IF WS-FS-APR NOT = "00"
               MOVE "R" TO WS-TRN-DESFECHO
               MOVE "ERRO GRAVANDO NA FILA DE APROVACAO"
                   TO WS-TRN-MOTIVO
               EXIT PARAGRAPH
           END-IF

           STRING
               "PEDIDO " DELIMITED BY SIZE
               WS-APR-ULTIMO-ID DELIMITED BY SIZE
               INTO WS-TRN-MOTIVO
           END-STRING.

           MOVE "L" TO TRV-ACAO
           CALL "CNPJ-TRAVA" USING TRV-AREA.

      * Uma linha por transação, com o desfecho e o motivo.
       9000-GRAVA-LINHA.
           MOVE SPACES TO REG-REL
           IF TRN-ENFILEIRADA
               STRING
                   "  ACAO " DELIMITED BY SIZE
                   REG-TRN-ACAO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   REG-TRN-CNPJ DELIMITED BY SIZE
                   "  ENFILEIRADA " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRN-MOTIVO) DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
       9100-GRAVA-CABECALHO.
           MOVE SPACES TO REG-REL
           STRING
               "MANUTENCAO EM LOTE DO CADASTRO MESTRE - REMESSA "
                   DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
           END-STRING
           WRITE REG-REL

           MOVE "TRANSACOES ENFILEIRADAS SO SAO APLICADAS APOS A "
               TO REG-REL
           MOVE "APROVACAO POR OUTRO OPERADOR (CNPJ-APROVA)"
               TO REG-REL(49:42)
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           WRITE REG-REL.


           MOVE SPACES TO REG-REL
           STRING
               "TRANSACOES ENFILEIRADAS " DELIMITED BY SIZE
               WS-TOT-ENFILEIRADAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL
