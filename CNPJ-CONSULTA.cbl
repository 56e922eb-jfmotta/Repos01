      * status, motivo, DVs calculados, ocorrências em duplicidade
      * e de que execução o veredito veio. Transforma o grep manual
      * nos relatórios numa resposta de console durante a ligação
      * do fornecedor. A execução mais recente é a geração
      * corrente da base no catálogo de gerações do lote; o
      * veredito da geração anterior é mostrado ao lado, para o
      * operador ver se o documento mudou de situação. Base ainda
      * não catalogada é consultada pelo nome, como antes.
      *
      * Informada só a raiz de 8 dígitos, a consulta passa ao modo
      * família: lista todos os CNPJs da raiz no cadastro mestre
      * (matriz e filiais), com razão social, REF, último status,
      * situação na Receita e bloqueios, destacando a matriz 0001
      * e apontando a falta dela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-ARQ-INV-NOME       PIC X(50) VALUE SPACES.
       01 WS-ARQ-DUP-NOME       PIC X(50) VALUE SPACES.

      * Gerações corrente e anterior da base, pelo catálogo.
       01 WS-ARQ-BASE-NOME      PIC X(50) VALUE SPACES.
       01 WS-ARQ-ANT-NOME       PIC X(50) VALUE SPACES.
       01 WS-CAB-ANT            PIC X(80) VALUE SPACES.
       01 WS-LIN-ANT            PIC X(132) VALUE SPACES.
       COPY "CNPJ-CTG.cpy".

      * Cadastro mestre persistente - mesmo nome fixo do lote.
       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".

       01 WS-MST-SIT-DATA       PIC 9(8) VALUE 0.
       01 WS-SIT-DESC           PIC X(12) VALUE SPACES.

      * Modo família: raiz procurada, contadores da varredura do
      * cadastro e os bloqueios da raiz (a própria raiz ou um CNPJ
      * dela), lidos uma vez da lista com a marca de vigência na
      * data de hoje - a lista guarda também as sanções levantadas
      * e vencidas, que aparecem só como histórico.
       01 WS-FAM-RAIZ           PIC X(08) VALUE SPACES.
       01 WS-FAM-FIM            PIC X(01) VALUE "N".
          88 FIM-FAMILIA        VALUE "S".
       01 WS-FAM-QTD            PIC 9(5) VALUE 0.
       01 WS-FAM-IRREG          PIC 9(5) VALUE 0.
       01 WS-FAM-BLOQ           PIC 9(5) VALUE 0.
       01 WS-FAM-MATRIZ         PIC X(01) VALUE "N".
       01 WS-FAM-MARCA          PIC X(08) VALUE SPACES.
       01 WS-FAM-ACHOU-BLQ      PIC X(01) VALUE "N".
       01 WS-FAM-HOJE           PIC 9(8) VALUE 0.
       01 WS-FAM-BLQ-QTD        PIC 9(3) VALUE 0.
       01 WS-FAM-BLQ-J          PIC 9(3) VALUE 0.
       01 WS-FAM-BLQ-TAB.
          05 WS-FAM-BLQ-OCR OCCURS 100 TIMES.
             10 WS-FAM-BLQ-CHAVE   PIC X(14).
             10 WS-FAM-BLQ-MOTIVO  PIC X(04).
             10 WS-FAM-BLQ-DT-INI  PIC 9(8).
             10 WS-FAM-BLQ-DT-FIM  PIC 9(8).
             10 WS-FAM-BLQ-VIGENTE PIC X(01).

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
                   INTO WS-PARM-ENT WS-ARQ-REP-NOME
           END-IF

           PERFORM 0050-LOCALIZA-GERACOES

           STRING
               FUNCTION TRIM(WS-ARQ-REP-NOME) DELIMITED BY SIZE
               "-INVALIDOS.DAT" DELIMITED BY SIZE
               INTO WS-ARQ-DUP-NOME
           END-STRING

           DISPLAY "Informe o CNPJ ou CPF (ou a raiz de 8 dígitos "
                   "para a família): "
           ACCEPT WS-DOC-DIGITADO FROM CONSOLE
           PERFORM 0100-NORMALIZA-BUSCA

               GOBACK
           END-IF

           IF WS-DOC-BUSCA(8:1) NOT = SPACE
                   AND WS-DOC-BUSCA(9:6) = SPACES
               PERFORM 5000-CONSULTA-FAMILIA
               GOBACK
           END-IF

           IF WS-ARQ-ANT-NOME NOT = SPACES
               PERFORM 1500-PROCURA-NA-ANTERIOR
           END-IF

           PERFORM 1000-PROCURA-NO-RELATORIO
           PERFORM 2000-PROCURA-NOS-INVALIDOS
           PERFORM 3000-PROCURA-NOS-DUPLICADOS
           PERFORM 3500-PROCURA-NO-CADASTRO
           PERFORM 3700-PROCURA-NO-BLOQUEIO
           PERFORM 4000-EXIBE-VEREDITO
           PERFORM 4050-EXIBE-GERACOES

           GOBACK.

      * Troca o nome da base pelo relatório da geração corrente
      * no catálogo e guarda o da anterior; sem catálogo ou base
      * não catalogada, consulta os produtos pelo nome da base.
       0050-LOCALIZA-GERACOES.
           MOVE WS-ARQ-REP-NOME TO WS-ARQ-BASE-NOME

           MOVE SPACES TO CTG-AREA
           MOVE "L" TO CTG-ACAO
           MOVE WS-ARQ-BASE-NOME TO CTG-BASE
           CALL "CNPJ-CATALOGO" USING CTG-AREA
           IF CTG-FALHOU
               EXIT PARAGRAPH
           END-IF

           MOVE CTG-ARQ-ATUAL TO WS-ARQ-REP-NOME
           MOVE CTG-ARQ-ANTERIOR TO WS-ARQ-ANT-NOME.

       0100-NORMALIZA-BUSCA.
           MOVE SPACES TO WS-DOC-BUSCA
           MOVE 0 TO WS-CON-J
               END-IF
           END-PERFORM.

      * Mesma varredura no relatório da geração anterior; o
      * achado é guardado à parte e a busca volta ao corrente.
       1500-PROCURA-NA-ANTERIOR.
           MOVE WS-ARQ-ANT-NOME TO WS-ARQ-REP-NOME
           PERFORM 1000-PROCURA-NO-RELATORIO
           MOVE WS-CAB-EXEC TO WS-CAB-ANT
           MOVE WS-LIN-ACHADA TO WS-LIN-ANT
           MOVE SPACES TO WS-CAB-EXEC WS-LIN-ACHADA
           MOVE "N" TO WS-ACHOU-ALGO
           MOVE CTG-ARQ-ATUAL TO WS-ARQ-REP-NOME.

       2000-PROCURA-NOS-INVALIDOS.
           OPEN INPUT ARQ-INV
           IF WS-FS-INV NOT = "00"
               END-IF
           END-IF.

      * De que gerações do catálogo a resposta veio e o veredito
      * do documento na anterior.
       4050-EXIBE-GERACOES.
           IF CTG-FALHOU
               EXIT PARAGRAPH
           END-IF

           DISPLAY "GERACAO   -> " CTG-GER-ATUAL " DE "
                   CTG-DATA-ATUAL " ("
                   FUNCTION TRIM(CTG-ARQ-ATUAL) ")"

           IF WS-ARQ-ANT-NOME = SPACES
               DISPLAY "ANTERIOR  -> SEM GERACAO ANTERIOR NO "
                       "CATALOGO"
               EXIT PARAGRAPH
           END-IF

           IF WS-LIN-ANT = SPACES
               DISPLAY "ANTERIOR  -> GERACAO " CTG-GER-ANTERIOR
                       " DE " CTG-DATA-ANTERIOR
                       " - DOCUMENTO NAO CONSTA DO RELATORIO"
           ELSE
               DISPLAY "ANTERIOR  -> GERACAO " CTG-GER-ANTERIOR
                       " DE " CTG-DATA-ANTERIOR
               DISPLAY "             " FUNCTION TRIM(WS-LIN-ANT)
           END-IF.

      * A tabela de descrições depende do tipo do documento - o
      * cruzamento de CPFs usa os códigos de situação de CPF.
       4100-DESCREVE-SITUACAO.
               WHEN OTHER
                   MOVE "DESCONHECIDA" TO WS-SIT-DESC
           END-EVALUATE.

      * Modo família: a raiz de 8 dígitos percorre o cadastro
      * mestre a partir da primeira chave da raiz, em ordem de
      * filial. Os CPFs (tipo "F") que por acaso comecem pelos
      * mesmos 8 dígitos ficam de fora.
       5000-CONSULTA-FAMILIA.
           MOVE WS-DOC-BUSCA(1:8) TO WS-FAM-RAIZ

           OPEN INPUT ARQ-MST
           IF WS-FS-MST NOT = "00"
               DISPLAY "CADASTRO MESTRE INDISPONIVEL (" WS-FS-MST
                       ") - CONSULTA DE FAMILIA IMPOSSIVEL"
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-FAM-HOJE FROM DATE YYYYMMDD
           PERFORM 5100-CARREGA-BLOQUEIOS-RAIZ

           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY " FAMILIA DA RAIZ " WS-FAM-RAIZ
           DISPLAY "======================================"

           MOVE LOW-VALUES TO REG-MST-CNPJ
           MOVE WS-FAM-RAIZ TO REG-MST-CNPJ(1:8)
           MOVE "N" TO WS-FAM-FIM
           START ARQ-MST KEY NOT < REG-MST-CNPJ
           IF WS-FS-MST NOT = "00"
               MOVE "S" TO WS-FAM-FIM
           END-IF

           PERFORM UNTIL FIM-FAMILIA
               READ ARQ-MST NEXT
                   AT END MOVE "S" TO WS-FAM-FIM
                   NOT AT END
                       IF REG-MST-CNPJ(1:8) NOT = WS-FAM-RAIZ
                           MOVE "S" TO WS-FAM-FIM
                       ELSE
                           IF REG-MST-TIPO NOT = "F"
                               PERFORM 5200-EXIBE-MEMBRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ-MST

           DISPLAY "--------------------------------------"
           IF WS-FAM-QTD = 0
               DISPLAY "NENHUM CNPJ DA RAIZ " WS-FAM-RAIZ
                       " NO CADASTRO MESTRE"
           ELSE
               DISPLAY "CNPJS DA RAIZ: " WS-FAM-QTD
                       "  IRREGULARES NA RECEITA: " WS-FAM-IRREG
                       "  BLOQUEADOS: " WS-FAM-BLOQ
               IF WS-FAM-MATRIZ = "N"
                   DISPLAY "*** MATRIZ (FILIAL 0001) NAO CONSTA DO "
                           "CADASTRO MESTRE ***"
               END-IF
           END-IF

           PERFORM VARYING WS-FAM-BLQ-J FROM 1 BY 1
                   UNTIL WS-FAM-BLQ-J > WS-FAM-BLQ-QTD
               IF WS-FAM-BLQ-CHAVE (WS-FAM-BLQ-J)(9:6) = SPACES
                   IF WS-FAM-BLQ-VIGENTE (WS-FAM-BLQ-J) = "S"
                       DISPLAY "BLOQUEIO DA RAIZ INTEIRA -> MOTIVO "
                               WS-FAM-BLQ-MOTIVO (WS-FAM-BLQ-J)
                               " DE " WS-FAM-BLQ-DT-INI (WS-FAM-BLQ-J)
                               " ATE " WS-FAM-BLQ-DT-FIM (WS-FAM-BLQ-J)
                   ELSE
                       DISPLAY "HISTORICO DA RAIZ (FORA DE VIGENCIA) "
                               "-> MOTIVO "
                               WS-FAM-BLQ-MOTIVO (WS-FAM-BLQ-J)
                               " DE " WS-FAM-BLQ-DT-INI (WS-FAM-BLQ-J)
                               " ATE " WS-FAM-BLQ-DT-FIM (WS-FAM-BLQ-J)
                   END-IF
               END-IF
           END-PERFORM.

      * Guarda as entradas da lista de bloqueio que alcançam a
      * raiz: a própria raiz de 8 ou um CNPJ completo dela.
       5100-CARREGA-BLOQUEIOS-RAIZ.
           MOVE 0 TO WS-FAM-BLQ-QTD
           OPEN INPUT ARQ-BLQ
           IF WS-FS-BLQ NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-BLQ
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REG-BLQ-CHAVE(1:8) = WS-FAM-RAIZ
                               AND (REG-BLQ-CHAVE(9:6) = SPACES
                               OR REG-BLQ-CHAVE(12:3) NOT = SPACES)
                               AND WS-FAM-BLQ-QTD < 100
                           ADD 1 TO WS-FAM-BLQ-QTD
                           MOVE REG-BLQ-CHAVE
                               TO WS-FAM-BLQ-CHAVE (WS-FAM-BLQ-QTD)
                           MOVE REG-BLQ-MOTIVO
                               TO WS-FAM-BLQ-MOTIVO (WS-FAM-BLQ-QTD)
                           MOVE REG-BLQ-DT-INI
                               TO WS-FAM-BLQ-DT-INI (WS-FAM-BLQ-QTD)
                           MOVE REG-BLQ-DT-FIM
                               TO WS-FAM-BLQ-DT-FIM (WS-FAM-BLQ-QTD)
                           IF REG-BLQ-DT-INI NOT > WS-FAM-HOJE
                                   AND (REG-BLQ-DT-FIM = 0
                                   OR REG-BLQ-DT-FIM NOT < WS-FAM-HOJE)
                               MOVE "S" TO
                                   WS-FAM-BLQ-VIGENTE (WS-FAM-BLQ-QTD)
                           ELSE
                               MOVE "N" TO
                                   WS-FAM-BLQ-VIGENTE (WS-FAM-BLQ-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ-BLQ.

       5200-EXIBE-MEMBRO.
           ADD 1 TO WS-FAM-QTD
           IF REG-MST-CNPJ(9:4) = "0001"
               MOVE "S" TO WS-FAM-MATRIZ
               MOVE "*MATRIZ*" TO WS-FAM-MARCA
           ELSE
               MOVE SPACES TO WS-FAM-MARCA
           END-IF

           DISPLAY " "
           DISPLAY REG-MST-CNPJ(9:4) " " WS-FAM-MARCA " "
                   REG-MST-CNPJ "  " FUNCTION TRIM(REG-MST-NOME)
           DISPLAY "     REF " REG-MST-REF
                   "  STATUS " REG-MST-STATUS

           IF REG-MST-SIT-RFB = SPACES
               DISPLAY "     SITUACAO SEM CRUZAMENTO COM A RECEITA"
           ELSE
               MOVE REG-MST-TIPO TO WS-MST-TIPO
               MOVE REG-MST-SIT-RFB TO WS-MST-SIT
               PERFORM 4100-DESCREVE-SITUACAO
               DISPLAY "     SITUACAO " REG-MST-SIT-RFB " "
                       FUNCTION TRIM(WS-SIT-DESC)
                       " (EXTRATO DE " REG-MST-SIT-DATA ")"
               IF REG-MST-SIT-RFB NOT = "02"
                   ADD 1 TO WS-FAM-IRREG
               END-IF
           END-IF

           MOVE "N" TO WS-FAM-ACHOU-BLQ
           PERFORM VARYING WS-FAM-BLQ-J FROM 1 BY 1
                   UNTIL WS-FAM-BLQ-J > WS-FAM-BLQ-QTD
               IF WS-FAM-BLQ-CHAVE (WS-FAM-BLQ-J) = REG-MST-CNPJ
                       OR WS-FAM-BLQ-CHAVE (WS-FAM-BLQ-J)(9:6)
                           = SPACES
                   IF WS-FAM-BLQ-VIGENTE (WS-FAM-BLQ-J) = "S"
                       MOVE "S" TO WS-FAM-ACHOU-BLQ
                       DISPLAY "     BLOQUEIO -> CHAVE "
                           WS-FAM-BLQ-CHAVE (WS-FAM-BLQ-J)
                           " MOTIVO " WS-FAM-BLQ-MOTIVO (WS-FAM-BLQ-J)
                           " DE " WS-FAM-BLQ-DT-INI (WS-FAM-BLQ-J)
                           " ATE " WS-FAM-BLQ-DT-FIM (WS-FAM-BLQ-J)
                   ELSE
                       DISPLAY "     HISTORICO (FORA DE VIGENCIA) -> "
                           "CHAVE " WS-FAM-BLQ-CHAVE (WS-FAM-BLQ-J)
                           " MOTIVO " WS-FAM-BLQ-MOTIVO (WS-FAM-BLQ-J)
                           " DE " WS-FAM-BLQ-DT-INI (WS-FAM-BLQ-J)
                           " ATE " WS-FAM-BLQ-DT-FIM (WS-FAM-BLQ-J)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FAM-ACHOU-BLQ = "S" OR REG-MST-STATUS = "BLOQUEADO"
               ADD 1 TO WS-FAM-BLOQ
           END-IF.
