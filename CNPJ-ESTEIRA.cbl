      * relatórios, 12/16 param a esteira. Cada passo sai no
      * diário de execução com horário de início, fim e código de
      * retorno, e o reinício por passo evita refazer a noite
      * inteira por causa de um passo consertado. Os mesmos tempos
      * vão para o histórico cumulativo ESTEIRA-TEMPOS.DAT, base
      * do relatório de janela batch (CNPJ-TEMPOS). Os passos 2 e
      * 3 acham os produtos do lote pelo catálogo de gerações: o
      * cruzamento lê os válidos da geração corrente e a
      * conciliação compara a geração corrente com a anterior.
      * Se o lote rodou mas a geração corrente ainda é a de antes
      * dele (catálogo que falhou), os passos 2 e 3 não rodam: a
      * esteira para com 12 em vez de cruzar os produtos do dia
      * errado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQ-LOG ASSIGN TO DYNAMIC WS-ARQ-LOG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT ARQ-TMP ASSIGN TO DYNAMIC WS-ARQ-TMP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LOG.
       01 REG-LOG                PIC X(132).

       FD ARQ-TMP.
       COPY "CNPJ-TMP.cpy".

       WORKING-STORAGE SECTION.

      * PARM: arquivo de entrada, arquivo de saída do lote,
      * operador, passo inicial (1 a 3; em branco ou "-" vale 1,
      * para reiniciar de um passo consertado), nome do diário e
      * gerações mantidas no catálogo (repassado ao lote; em
      * branco ou "-" vale o padrão do lote), separados por
      * espaço.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-ARQ-ENT-NOME       PIC X(50) VALUE "CNPJS.DAT".
       01 WS-ARQ-SAI-NOME       PIC X(50) VALUE "CNPJS.REP".
       01 WS-PARM-OPERADOR      PIC X(08) VALUE SPACES.
       01 WS-PARM-PASSO         PIC X(01) VALUE SPACES.
       01 WS-ARQ-LOG-NOME       PIC X(50) VALUE "ESTEIRA.LOG".
       01 WS-PARM-GERACOES      PIC X(03) VALUE SPACES.
       01 WS-PASSO-INICIAL      PIC 9 VALUE 1.

       01 WS-FS-LOG             PIC XX VALUE "00".

      * Histórico de tempos: nome fixo, ao lado do diário. Sem ele
      * a esteira roda do mesmo jeito, só com o aviso.
       01 WS-ARQ-TMP-NOME       PIC X(50) VALUE "ESTEIRA-TEMPOS.DAT".
       01 WS-FS-TMP             PIC XX VALUE "00".
       01 WS-TMP-DISPONIVEL     PIC X(01) VALUE "N".
          88 HISTORICO-DISPONIVEL VALUE "S".

      * PARM montado para o passo corrente e o seu resultado.
       01 WS-PASSO              PIC 9 VALUE 0.
       01 WS-PASSO-PROG         PIC X(18) VALUE SPACES.
       01 WS-SEGURAR-CARGA      PIC X(01) VALUE "N".

      * Nomes derivados entre os passos, pela mesma convenção do
      * cartão PARM de cada programa; os válidos, da geração
      * corrente quando o catálogo a localiza.
       01 WS-ARQ-VAL-NOME       PIC X(66) VALUE SPACES.
       01 WS-PASSO-OPER         PIC X(08) VALUE SPACES.
       COPY "CNPJ-CTG.cpy".

      * Geração corrente antes do passo 1: a que o catálogo der
      * depois dele tem de ser mais nova.
       01 WS-GER-ANTES          PIC 9(7) VALUE 0.

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.
       01 WS-HORA-SIS           PIC 9(8) VALUE 0.
       01 WS-HORA-INI           PIC 9(8) VALUE 0.
       01 WS-HORA-INI-R REDEFINES WS-HORA-INI.
          05 WS-HI-HH           PIC 99.
          05 WS-HI-MM           PIC 99.
          05 WS-HI-SS           PIC 99.
          05 FILLER             PIC 99.
       01 WS-HORA-FIM           PIC 9(8) VALUE 0.
       01 WS-HORA-FIM-R REDEFINES WS-HORA-FIM.
          05 WS-HF-HH           PIC 99.
          05 WS-HF-MM           PIC 99.
          05 WS-HF-SS           PIC 99.
          05 FILLER             PIC 99.
       01 WS-DATA-INI           PIC 9(8) VALUE 0.
       01 WS-DATA-FIM           PIC 9(8) VALUE 0.
       01 WS-SEG-INI            PIC 9(6) VALUE 0.
       01 WS-SEG-FIM            PIC 9(6) VALUE 0.
       01 WS-SEG-DECORRIDOS     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-ARQ-ENT-NOME WS-ARQ-SAI-NOME
                        WS-PARM-OPERADOR WS-PARM-PASSO
                        WS-ARQ-LOG-NOME WS-PARM-GERACOES
           END-IF

           IF WS-PARM-OPERADOR = "-"
               INTO WS-ARQ-VAL-NOME
           END-STRING

           OPEN EXTEND ARQ-LOG
           IF WS-FS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
               GOBACK
           END-IF

           OPEN EXTEND ARQ-TMP
           IF WS-FS-TMP = "35"
               OPEN OUTPUT ARQ-TMP
           END-IF
           IF WS-FS-TMP = "00"
               MOVE "S" TO WS-TMP-DISPONIVEL
           ELSE
               DISPLAY "AVISO: HISTORICO DE TEMPOS INDISPONIVEL ("
                       WS-FS-TMP ") - TEMPOS SO NO DIARIO"
           END-IF

           PERFORM 9100-GRAVA-ABERTURA

           IF WS-PASSO-INICIAL = 1
               PERFORM 1400-GERACAO-ANTES-DO-LOTE
           END-IF
           PERFORM 1000-PASSO-LOTE
           IF NOT ESTEIRA-PAROU
               PERFORM 1500-LOCALIZA-GERACOES
           END-IF
           PERFORM 2000-PASSO-SITUACAO
           PERFORM 3000-PASSO-CONCILIA

           PERFORM 9500-GRAVA-ENCERRAMENTO
           CLOSE ARQ-LOG
           IF HISTORICO-DISPONIVEL
               CLOSE ARQ-TMP
           END-IF

           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.
           MOVE "VALIDA-CNPJS-LOTE" TO WS-PASSO-PROG

           MOVE SPACES TO WS-PASSO-PARM
           EVALUATE TRUE
               WHEN WS-PARM-GERACOES NOT = SPACES
                       AND WS-PARM-GERACOES NOT = "-"
      * Gerações na posição 15 do lote: as posições 6 (operador
      * em branco) e 7 a 14 vão com "-", o padrão de cada uma.
                   MOVE "-" TO WS-PASSO-OPER
                   IF WS-PARM-OPERADOR NOT = SPACES
                       MOVE WS-PARM-OPERADOR TO WS-PASSO-OPER
                   END-IF
                   STRING
                       FUNCTION TRIM(WS-ARQ-ENT-NOME)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ARQ-SAI-NOME)
                           DELIMITED BY SIZE
                       " N N H " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PASSO-OPER) DELIMITED BY SIZE
                       " - - - - - - - - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PARM-GERACOES)
                           DELIMITED BY SIZE
                       INTO WS-PASSO-PARM
                   END-STRING
               WHEN WS-PARM-OPERADOR = SPACES
                   STRING
                       FUNCTION TRIM(WS-ARQ-ENT-NOME)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ARQ-SAI-NOME)
                           DELIMITED BY SIZE
                       " N N H" DELIMITED BY SIZE
                       INTO WS-PASSO-PARM
                   END-STRING
               WHEN OTHER
                   STRING
                       FUNCTION TRIM(WS-ARQ-ENT-NOME)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ARQ-SAI-NOME)
                           DELIMITED BY SIZE
                       " N N H " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PARM-OPERADOR)
                           DELIMITED BY SIZE
                       INTO WS-PASSO-PARM
                   END-STRING
           END-EVALUATE

           PERFORM 5000-EXECUTA-PASSO.

      * Geração corrente da saída do lote antes de ele rodar; zero
      * quando a base ainda não tem geração no catálogo.
       1400-GERACAO-ANTES-DO-LOTE.
           MOVE 0 TO WS-GER-ANTES
           MOVE SPACES TO CTG-AREA
           MOVE "L" TO CTG-ACAO
           MOVE WS-ARQ-SAI-NOME TO CTG-BASE
           CALL "CNPJ-CATALOGO" USING CTG-AREA
           IF CTG-OK
               MOVE CTG-GER-ATUAL TO WS-GER-ANTES
           END-IF.

      * Gerações corrente e anterior da saída do lote, para os
      * passos seguintes e para o diário. Sem catálogo (lote que
      * não catalogou), o cruzamento lê os válidos pelo nome da
      * saída e a conciliação recusa por falta da anterior. Com o
      * lote rodado nesta esteira, a corrente tem de ser mais nova
      * que a de antes dele; senão a esteira para. Num reinício a
      * partir do passo 2 ou 3, geração de outro dia só é avisada.
       1500-LOCALIZA-GERACOES.
           MOVE SPACES TO CTG-AREA
           MOVE "L" TO CTG-ACAO
           MOVE WS-ARQ-SAI-NOME TO CTG-BASE
           CALL "CNPJ-CATALOGO" USING CTG-AREA

           MOVE SPACES TO REG-LOG
           IF CTG-FALHOU
               STRING
                   "GERACOES DE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARQ-SAI-NOME) DELIMITED BY SIZE
                   " NAO LOCALIZADAS - " DELIMITED BY SIZE
                   FUNCTION TRIM(CTG-MOTIVO) DELIMITED BY SIZE
                   INTO REG-LOG
               END-STRING
               WRITE REG-LOG
               EXIT PARAGRAPH
           END-IF

           STRING
               "GERACOES DE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-SAI-NOME) DELIMITED BY SIZE
               ": CORRENTE " DELIMITED BY SIZE
               CTG-GER-ATUAL DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               CTG-DATA-ATUAL DELIMITED BY SIZE
               "  ANTERIOR " DELIMITED BY SIZE
               CTG-GER-ANTERIOR DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               CTG-DATA-ANTERIOR DELIMITED BY SIZE
               INTO REG-LOG
           END-STRING
           WRITE REG-LOG

           IF WS-PASSO-INICIAL = 1
                   AND CTG-GER-ATUAL NOT > WS-GER-ANTES
               MOVE SPACES TO REG-LOG
               STRING
                   "GERACAO CORRENTE E ANTERIOR AO LOTE DESTA "
                       DELIMITED BY SIZE
                   "ESTEIRA (CATALOGO NAO ATUALIZADO) - PASSOS "
                       DELIMITED BY SIZE
                   "2 E 3 SEGURADOS" DELIMITED BY SIZE
                   INTO REG-LOG
               END-STRING
               WRITE REG-LOG
               DISPLAY "ESTEIRA: GERACAO DO LOTE NAO CATALOGADA - "
                       "ESTEIRA PARADA"
               MOVE "S" TO WS-ESTEIRA-PAROU
               IF WS-RC-FINAL < 12
                   MOVE 12 TO WS-RC-FINAL
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-PASSO-INICIAL > 1
                   AND CTG-DATA-ATUAL NOT = WS-DATA-SIS
               MOVE SPACES TO REG-LOG
               STRING
                   "AVISO: GERACAO CORRENTE DE " DELIMITED BY SIZE
                   CTG-DATA-ATUAL DELIMITED BY SIZE
                   ", NAO DE HOJE - CONFIRA O REINICIO"
                       DELIMITED BY SIZE
                   INTO REG-LOG
               END-STRING
               WRITE REG-LOG
           END-IF

           MOVE SPACES TO WS-ARQ-VAL-NOME
           STRING
               FUNCTION TRIM(CTG-ARQ-ATUAL) DELIMITED BY SIZE
               "-VALIDOS.DAT" DELIMITED BY SIZE
               INTO WS-ARQ-VAL-NOME
           END-STRING.

      * Passo 2: o cruzamento de situação cadastral sobre o
      * extrato de válidos do passo 1 e os extratos da Receita

           PERFORM 5000-EXECUTA-PASSO.

      * Passo 3: a conciliação de exceções entre os extratos de
      * inválidos das gerações anterior e corrente da saída do
      * lote ("*" nas posições 1 e 3), sobre a entrada corrente e
      * os arquivos cumulativos padrão.
       3000-PASSO-CONCILIA.
           MOVE 3 TO WS-PASSO
           MOVE "CNPJ-CONCILIA" TO WS-PASSO-PROG

           MOVE SPACES TO WS-PASSO-PARM
           STRING
               "* " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-ENT-NOME) DELIMITED BY SIZE
               " * CONCILIA.REP CNPJS-PEND.DAT - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-SAI-NOME) DELIMITED BY SIZE
               INTO WS-PASSO-PARM
           END-STRING

                   FUNCTION TRIM(WS-PASSO-PROG) " "
                   FUNCTION TRIM(WS-PASSO-PARM)

           ACCEPT WS-DATA-INI FROM DATE YYYYMMDD
           ACCEPT WS-HORA-INI FROM TIME

           DISPLAY WS-PASSO-PARM UPON COMMAND-LINE
           CANCEL WS-PASSO-PROG
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT WS-HORA-FIM FROM TIME

           PERFORM 9200-LOGA-PASSO
           PERFORM 9250-GRAVA-HISTORICO

           IF WS-PASSO-RC > WS-RC-FINAL
               MOVE WS-PASSO-RC TO WS-RC-FINAL
           END-STRING
           WRITE REG-LOG.

      * Tempo decorrido em segundos, atravessando a meia-noite pela
      * diferença de datas.
       9250-GRAVA-HISTORICO.
           IF NOT HISTORICO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SEG-INI = WS-HI-HH * 3600 + WS-HI-MM * 60
                              + WS-HI-SS
           COMPUTE WS-SEG-FIM = WS-HF-HH * 3600 + WS-HF-MM * 60
                              + WS-HF-SS
           COMPUTE WS-SEG-DECORRIDOS =
               (FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
                - FUNCTION INTEGER-OF-DATE(WS-DATA-INI)) * 86400
               + WS-SEG-FIM - WS-SEG-INI

           MOVE SPACES TO REG-TMP
           MOVE WS-DATA-SIS TO REG-TMP-EST-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-TMP-EST-HORA
           MOVE WS-PASSO TO REG-TMP-PASSO
           MOVE WS-PASSO-PROG TO REG-TMP-PROG
           MOVE WS-DATA-INI TO REG-TMP-DATA-INI
           MOVE WS-HORA-INI(1:6) TO REG-TMP-HORA-INI
           MOVE WS-DATA-FIM TO REG-TMP-DATA-FIM
           MOVE WS-HORA-FIM(1:6) TO REG-TMP-HORA-FIM
           MOVE WS-SEG-DECORRIDOS TO REG-TMP-SEGUNDOS
           MOVE WS-PASSO-RC TO REG-TMP-RC
           MOVE WS-PARM-OPERADOR TO REG-TMP-OPER
           WRITE REG-TMP.

       9300-LOGA-NAO-EXECUTADO.
           MOVE SPACES TO REG-LOG
           STRING
