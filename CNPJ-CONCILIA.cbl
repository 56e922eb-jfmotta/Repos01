      * extrato de inválidos corrente, relatório, arquivo de
      * pendências e limiar de escalação em execuções (em branco,
      * "-" ou não numérico vale 6), separados por espaço.
      * Os extratos vêm do catálogo de gerações do lote: "*" no
      * extrato anterior (o padrão) é o -INVALIDOS.DAT da geração
      * anterior da base da posição 7 (padrão CNPJS.REP), e "*"
      * no extrato corrente é o da geração corrente. Um nome
      * explícito continua valendo, para reprocessar um par
      * qualquer de extratos.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-LIMIAR        PIC X(05) VALUE SPACES.
       01 WS-LIMIAR-ESC         PIC 9(5) VALUE 6.
       01 WS-ARQ-EXA-NOME       PIC X(50) VALUE "*".
       01 WS-ARQ-ENT-NOME       PIC X(50) VALUE "CNPJS.DAT".
       01 WS-ARQ-EXN-NOME       PIC X(50)
                                VALUE "CNPJS.REP-INVALIDOS.DAT".
       01 WS-ARQ-REL-NOME       PIC X(50) VALUE "CONCILIA.REP".
       01 WS-ARQ-PEN-NOME       PIC X(50) VALUE "CNPJS-PEND.DAT".
       01 WS-ARQ-BASE-NOME      PIC X(50) VALUE "CNPJS.REP".

      * Gerações usadas, para o cabeçalho do relatório (zero =
      * extrato informado pelo nome).
       01 WS-GER-EXA            PIC 9(7) VALUE 0.
       01 WS-GER-EXA-DATA       PIC 9(8) VALUE 0.
       01 WS-GER-EXN            PIC 9(7) VALUE 0.
       01 WS-GER-EXN-DATA       PIC 9(8) VALUE 0.
       01 WS-GER-DESC           PIC X(40) VALUE SPACES.
       COPY "CNPJ-CTG.cpy".

      * Cadastro mestre, aberto só para leitura, para enriquecer
      * cada pendência com a razão social e o REF - é o REF que
                   INTO WS-ARQ-EXA-NOME WS-ARQ-ENT-NOME
                        WS-ARQ-EXN-NOME WS-ARQ-REL-NOME
                        WS-ARQ-PEN-NOME WS-PARM-LIMIAR
                        WS-ARQ-BASE-NOME
           END-IF

           PERFORM 0050-RESOLVE-GERACOES
           PERFORM 0080-INTERPRETA-LIMIAR
           PERFORM 0100-DERIVA-NOMES

               END-IF
           END-PERFORM.

      * Troca o "*" dos extratos pelo -INVALIDOS.DAT da geração
      * anterior/corrente da base, localizadas no catálogo. Sem a
      * geração pedida não há o que conciliar: a execução é
      * recusada, em vez de conciliar contra um extrato velho.
       0050-RESOLVE-GERACOES.
           IF WS-ARQ-EXA-NOME NOT = "*" AND WS-ARQ-EXN-NOME NOT = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CTG-AREA
           MOVE "L" TO CTG-ACAO
           MOVE WS-ARQ-BASE-NOME TO CTG-BASE
           CALL "CNPJ-CATALOGO" USING CTG-AREA
           IF CTG-FALHOU
               DISPLAY "ERRO: GERACOES DE "
                       FUNCTION TRIM(WS-ARQ-BASE-NOME)
                       " NAO LOCALIZADAS - " FUNCTION TRIM(CTG-MOTIVO)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-ARQ-EXA-NOME = "*"
               IF CTG-GER-ANTERIOR = 0
                   DISPLAY "ERRO: " FUNCTION TRIM(WS-ARQ-BASE-NOME)
                           " SEM GERACAO ANTERIOR NO CATALOGO - "
                           "NADA A CONCILIAR"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SPACES TO WS-ARQ-EXA-NOME
               STRING
                   FUNCTION TRIM(CTG-ARQ-ANTERIOR) DELIMITED BY SIZE
                   "-INVALIDOS.DAT" DELIMITED BY SIZE
                   INTO WS-ARQ-EXA-NOME
               END-STRING
               MOVE CTG-GER-ANTERIOR TO WS-GER-EXA
               MOVE CTG-DATA-ANTERIOR TO WS-GER-EXA-DATA
           END-IF

           IF WS-ARQ-EXN-NOME = "*"
               MOVE SPACES TO WS-ARQ-EXN-NOME
               STRING
                   FUNCTION TRIM(CTG-ARQ-ATUAL) DELIMITED BY SIZE
                   "-INVALIDOS.DAT" DELIMITED BY SIZE
                   INTO WS-ARQ-EXN-NOME
               END-STRING
               MOVE CTG-GER-ATUAL TO WS-GER-EXN
               MOVE CTG-DATA-ATUAL TO WS-GER-EXN-DATA
           END-IF.

      * Monta o relatório a partir das seções guardadas durante o
      * casamento sequencial, com os totais e a visão de
      * envelhecimento no rodapé.
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO WS-GER-DESC
           IF WS-GER-EXA > 0
               STRING
                   " (GERACAO " DELIMITED BY SIZE
                   WS-GER-EXA DELIMITED BY SIZE
                   " DE " DELIMITED BY SIZE
                   WS-GER-EXA-DATA DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-GER-DESC
               END-STRING
           END-IF
           MOVE SPACES TO REG-REL
           STRING
               "EXTRATO ANTERIOR: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-EXA-NOME) DELIMITED BY SIZE
               WS-GER-DESC DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO WS-GER-DESC
           IF WS-GER-EXN > 0
               STRING
                   " (GERACAO " DELIMITED BY SIZE
                   WS-GER-EXN DELIMITED BY SIZE
                   " DE " DELIMITED BY SIZE
                   WS-GER-EXN-DATA DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-GER-DESC
               END-STRING
           END-IF
           MOVE SPACES TO REG-REL
           STRING
               "EXTRATO CORRENTE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-EXN-NOME) DELIMITED BY SIZE
               WS-GER-DESC DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "=== CORRIGIDOS NESTA EXECUCAO ===" TO REG-REL
