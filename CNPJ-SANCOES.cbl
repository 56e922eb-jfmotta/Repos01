       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-SANCOES.

      * Importação dos cadastros federais de sanções (CEIS - empresas
      * inidôneas e suspensas, e CNEP - empresas punidas) para a
      * lista interna de bloqueio CNPJS-BLQ.DAT. Até aqui a lista
      * era mantida só à mão pelo CNPJ-CADASTRO, e uma empresa
      * declarada inidônea pelo governo só era bloqueada se alguém
      * lembrasse de digitá-la.
      *
      * As entradas importadas levam o código de motivo do cadastro
      * de origem ("CEIS" ou "CNEP") e são as únicas que a
      * importação toca - os bloqueios manuais, com qualquer outro
      * motivo, passam intactos. A cada importação: sanção nova
      * entra com as datas de início e fim publicadas; sanção com
      * datas mudadas é atualizada; sanção importada antes que
      * sumiu da lista oficial é levantada (a vigência é encerrada
      * na véspera, a entrada fica no arquivo como histórico). O
      * relatório lista o que entrou, mudou e foi levantado, e cada
      * mudança sai na trilha de auditoria da lista de bloqueio.
      * A sanção levantada há mais que o prazo de retenção (padrão
      * 730 dias) é expurgada da lista; a trilha guarda a história.
      *
      * A lista corrente e o extrato são classificados por chave e
      * motivo e casados sequencialmente, como na conciliação. O
      * casamento corre duas vezes: a primeira só conta as entradas
      * da lista nova, e a importação é recusada com 16, sem tocar
      * a lista, se elas passarem do que os programas que carregam
      * a lista em memória comportam (1000 entradas).
      * Códigos de retorno: 0 = importada, 4 = linhas rejeitadas no
      * extrato, 8 = trava ocupada, 12 = extrato sem sanções, 16 =
      * erro de arquivo ou lista acima do limite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SAN ASSIGN TO DYNAMIC WS-ARQ-SAN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAN.
           SELECT ARQ-BLQ ASSIGN TO DYNAMIC WS-ARQ-BLQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BLQ.
           SELECT ARQ-TBQ ASSIGN TO DYNAMIC WS-ARQ-TBQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TBQ.
           SELECT ARQ-TIM ASSIGN TO DYNAMIC WS-ARQ-TIM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIM.
           SELECT ARQ-JRB ASSIGN TO DYNAMIC WS-ARQ-JRB-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRB.
           SELECT ARQ-REL ASSIGN TO DYNAMIC WS-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT ORD-BLQ ASSIGN TO "SORTWK-SAN-BLQ".
           SELECT ORD-IMP ASSIGN TO "SORTWK-SAN-IMP".

       DATA DIVISION.
       FILE SECTION.

      * Extrato publicado dos cadastros de sanções, em CSV separado
      * por ponto e vírgula: cadastro de origem (CEIS ou CNEP), CPF
      * ou CNPJ do sancionado (com ou sem pontuação; 8 dígitos =
      * raiz, que sanciona todas as filiais), data de início e data
      * de fim da sanção (DD/MM/AAAA ou AAAAMMDD; fim em branco =
      * prazo indeterminado). Linhas de outro cadastro - o
      * cabeçalho do arquivo, por exemplo - são ignoradas.
       FD ARQ-SAN.
       01 REG-SAN                PIC X(200).

       FD ARQ-BLQ.
       COPY "CNPJ-BLQ.cpy".

      * Lista corrente e extrato importado, classificados por chave
      * e motivo, no leiaute do REG-BLQ.
       FD ARQ-TBQ.
       01 REG-TBQ.
          05 REG-TBQ-CHAVE       PIC X(14).
          05 REG-TBQ-MOTIVO      PIC X(04).
          05 REG-TBQ-DT-INI      PIC 9(8).
          05 REG-TBQ-DT-FIM      PIC 9(8).

       FD ARQ-TIM.
       01 REG-TIM.
          05 REG-TIM-CHAVE       PIC X(14).
          05 REG-TIM-MOTIVO      PIC X(04).
          05 REG-TIM-DT-INI      PIC 9(8).
          05 REG-TIM-DT-FIM      PIC 9(8).

      * Trilha de auditoria da lista de bloqueio.
       FD ARQ-JRB.
       COPY "CNPJ-JRB.cpy".

       FD ARQ-REL.
       01 REG-REL                PIC X(110).

       SD ORD-BLQ.
       01 REG-ORD-BLQ.
          05 ORD-BLQ-CHAVE       PIC X(14).
          05 ORD-BLQ-MOTIVO      PIC X(04).
          05 ORD-BLQ-DT-INI      PIC 9(8).
          05 ORD-BLQ-DT-FIM      PIC 9(8).

       SD ORD-IMP.
       01 REG-ORD-IMP.
          05 ORD-IMP-CHAVE       PIC X(14).
          05 ORD-IMP-MOTIVO      PIC X(04).
          05 ORD-IMP-DT-INI      PIC 9(8).
          05 ORD-IMP-DT-FIM      PIC 9(8).

       WORKING-STORAGE SECTION.

      * PARM: nome do extrato de sanções, nome do relatório,
      * operador e prazo de retenção das sanções levantadas em dias
      * ("-" ou em branco mantém o padrão), separados por espaço.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-OPERADOR      PIC X(08) VALUE SPACES.
       01 WS-PARM-RETENCAO      PIC X(05) VALUE SPACES.
       01 WS-RETENCAO-DIAS      PIC 9(5) VALUE 730.
       01 WS-DATA-EXPURGO       PIC 9(8) VALUE 0.

      * Teto da lista: o tamanho da tabela em que o lote, a NF-e,
      * os aptos, a exposição e a aprovação carregam a lista.
       01 WS-BLQ-LIMITE         PIC 9(7) VALUE 1000.
      * "C" na passada que só conta, "G" na que grava.
       01 WS-PASSADA            PIC X(01) VALUE "C".
          88 PASSADA-CONTAGEM   VALUE "C".
       01 WS-ARQ-SAN-NOME       PIC X(50) VALUE "SANCOES.CSV".
       01 WS-ARQ-REL-NOME       PIC X(50) VALUE "SANCOES.REP".
       01 WS-ARQ-TBQ-NOME       PIC X(50) VALUE SPACES.
       01 WS-ARQ-TIM-NOME       PIC X(50) VALUE SPACES.

      * Lista de bloqueio e sua trilha de auditoria - nomes fixos.
      * A trilha é acessória: indisponível, a importação avisa e
      * segue sem registrar.
       01 WS-ARQ-BLQ-NOME       PIC X(50) VALUE "CNPJS-BLQ.DAT".
       01 WS-ARQ-JRB-NOME       PIC X(50) VALUE "CNPJS-BLQ-JRNL.DAT".
       01 WS-JRB-DISPONIVEL     PIC X(01) VALUE "N".
          88 TRILHA-DISPONIVEL  VALUE "S".

      * Área de comunicação com o controle de trava - a lista de
      * bloqueio é mantida pelo CNPJ-CADASTRO sob a mesma trava,
      * e a importação regrava o arquivo inteiro.
       COPY "CNPJ-TRV.cpy".

       01 WS-FS-SAN             PIC XX VALUE "00".
       01 WS-FS-BLQ             PIC XX VALUE "00".
       01 WS-FS-TBQ             PIC XX VALUE "00".
       01 WS-FS-TIM             PIC XX VALUE "00".
       01 WS-FS-JRB             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".

       01 WS-EOF                PIC X VALUE "N".
       01 WS-EOF-TBQ            PIC X VALUE "N".
          88 FIM-TBQ            VALUE "S".
       01 WS-EOF-TIM            PIC X VALUE "N".
          88 FIM-TIM            VALUE "S".

      * Campos do registro CSV após o UNSTRING e a chave
      * normalizada (só os caracteres do documento).
       01 WS-CSV-CADASTRO       PIC X(10) VALUE SPACES.
       01 WS-CSV-DOC            PIC X(30) VALUE SPACES.
       01 WS-CSV-DT-INI         PIC X(10) VALUE SPACES.
       01 WS-CSV-DT-FIM         PIC X(10) VALUE SPACES.
       01 WS-CHAVE              PIC X(14) VALUE SPACES.
       01 WS-CHAVE-TAM          PIC 99 VALUE 0.
       01 WS-I                  PIC 99 VALUE 0.
       01 WS-CHAR               PIC X VALUE SPACE.

      * Conversão de data do extrato para AAAAMMDD.
       01 WS-DT-TEXTO           PIC X(10) VALUE SPACES.
       01 WS-DT-CONV            PIC 9(8) VALUE 0.
       01 WS-DT-OK              PIC X(01) VALUE "N".

      * Grupo corrente do extrato classificado: a mesma chave e
      * cadastro pode vir mais de uma vez (sanções sucessivas) - o
      * grupo fica com o início mais antigo e o fim mais distante
      * (fim zero = indeterminado prevalece).
       01 WS-IMP-TEM            PIC X(01) VALUE "N".
          88 HA-IMPORTADO       VALUE "S".
       01 WS-IMP-CHAVE          PIC X(14) VALUE SPACES.
       01 WS-IMP-MOTIVO         PIC X(04) VALUE SPACES.
       01 WS-IMP-DT-INI         PIC 9(8) VALUE 0.
       01 WS-IMP-DT-FIM         PIC 9(8) VALUE 0.

       01 WS-BLQ-ANTES          PIC X(34) VALUE SPACES.
       01 WS-VESPERA            PIC 9(8) VALUE 0.
       01 WS-ACAO-DESC          PIC X(10) VALUE SPACES.

      * Totais de controle da importação
       01 WS-TOT-LINHAS         PIC 9(7) VALUE 0.
       01 WS-TOT-IGNORADAS      PIC 9(7) VALUE 0.
       01 WS-TOT-REJEITADAS     PIC 9(7) VALUE 0.
       01 WS-TOT-IMPORTADAS     PIC 9(7) VALUE 0.
       01 WS-TOT-INCLUIDAS      PIC 9(7) VALUE 0.
       01 WS-TOT-ALTERADAS      PIC 9(7) VALUE 0.
       01 WS-TOT-LEVANTADAS     PIC 9(7) VALUE 0.
       01 WS-TOT-EXPURGADAS     PIC 9(7) VALUE 0.
       01 WS-TOT-MANUAIS        PIC 9(7) VALUE 0.
       01 WS-TOT-GRAVADAS       PIC 9(7) VALUE 0.

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.
       01 WS-HORA-SIS           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-ARQ-SAN-NOME WS-ARQ-REL-NOME
                        WS-PARM-OPERADOR WS-PARM-RETENCAO
           END-IF
           IF WS-PARM-RETENCAO NOT = SPACES
                   AND WS-PARM-RETENCAO NOT = "-"
               IF FUNCTION TRIM(WS-PARM-RETENCAO) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARM-RETENCAO)
                       TO WS-RETENCAO-DIAS
               ELSE
                   DISPLAY "PRAZO DE RETENCAO INVALIDO: "
                           WS-PARM-RETENCAO " - MANTIDO "
                           WS-RETENCAO-DIAS " DIAS"
               END-IF
           END-IF

           STRING
               FUNCTION TRIM(WS-ARQ-REL-NOME) DELIMITED BY SIZE
               "-BLQ.TRB" DELIMITED BY SIZE
               INTO WS-ARQ-TBQ-NOME
           END-STRING

           STRING
               FUNCTION TRIM(WS-ARQ-REL-NOME) DELIMITED BY SIZE
               "-IMP.TRB" DELIMITED BY SIZE
               INTO WS-ARQ-TIM-NOME
           END-STRING

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SIS FROM TIME
           COMPUTE WS-VESPERA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-SIS) - 1)
           COMPUTE WS-DATA-EXPURGO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-SIS)
               - WS-RETENCAO-DIAS)

           OPEN INPUT ARQ-SAN
           IF WS-FS-SAN NOT = "00"
               DISPLAY "ERRO ABRINDO EXTRATO DE SANCOES: " WS-FS-SAN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE ARQ-SAN

           OPEN OUTPUT ARQ-REL
           IF WS-FS-REL NOT = "00"
               DISPLAY "ERRO ABRINDO RELATORIO: " WS-FS-REL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9100-GRAVA-CABECALHO

      * O extrato é classificado antes de a lista ser tocada: um
      * extrato vazio ou sem nenhuma sanção legível levantaria
      * todos os bloqueios importados, e é recusado.
           SORT ORD-IMP ON ASCENDING KEY ORD-IMP-CHAVE ORD-IMP-MOTIVO
               INPUT PROCEDURE IS 0500-SOLTA-SANCOES
               GIVING ARQ-TIM

           IF WS-TOT-IMPORTADAS = 0
               DISPLAY "EXTRATO DE SANCOES SEM NENHUM REGISTRO CEIS/"
                       "CNEP LEGIVEL - IMPORTACAO RECUSADA"
               MOVE "EXTRATO SEM SANCOES LEGIVEIS - IMPORTACAO RECUSADA"
                   TO REG-REL
               WRITE REG-REL
               CLOSE ARQ-REL
               CALL "CBL_DELETE_FILE" USING WS-ARQ-TIM-NOME
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      * A trava vem antes de a lista ser lida: ocupada, a
      * importação é recusada como a manutenção interativa.
           MOVE "O" TO TRV-ACAO
           MOVE WS-PARM-OPERADOR TO TRV-OPERADOR
           MOVE "CNPJ-SANCOES" TO TRV-PROGRAMA
           CALL "CNPJ-TRAVA" USING TRV-AREA
           IF NOT TRV-OBTIDA
               DISPLAY "CADASTRO EM ATUALIZACAO POR " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA " " TRV-DONO-HORA ") - "
                       "TENTE MAIS TARDE"
               CLOSE ARQ-REL
               CALL "CBL_DELETE_FILE" USING WS-ARQ-TIM-NOME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF TRV-ERA-VELHA
               DISPLAY "AVISO: TRAVA VELHA DE " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA ") ASSUMIDA"
           END-IF

      * Sem lista de bloqueio ainda, a sequência classificada
      * nasce vazia.
           OPEN INPUT ARQ-BLQ
           IF WS-FS-BLQ = "00"
               CLOSE ARQ-BLQ
               SORT ORD-BLQ ON ASCENDING KEY ORD-BLQ-CHAVE
                                             ORD-BLQ-MOTIVO
                   USING ARQ-BLQ
                   GIVING ARQ-TBQ
           ELSE
               OPEN OUTPUT ARQ-TBQ
               CLOSE ARQ-TBQ
           END-IF

      * Passada de contagem: nada é gravado, nem a lista nem o
      * relatório nem a trilha.
           MOVE "C" TO WS-PASSADA
           PERFORM 1000-ABRE-SEQUENCIAS
           IF WS-FS-TBQ NOT = "00" OR WS-FS-TIM NOT = "00"
               PERFORM 1090-RECUSA-SEQUENCIAS
               GOBACK
           END-IF
           PERFORM 2000-CASA-UMA-CHAVE
               UNTIL FIM-TBQ AND NOT HA-IMPORTADO
           CLOSE ARQ-TBQ ARQ-TIM

           IF WS-TOT-GRAVADAS > WS-BLQ-LIMITE
               DISPLAY "LISTA DE BLOQUEIO FICARIA COM "
                       WS-TOT-GRAVADAS " ENTRADAS, ACIMA DO LIMITE DE "
                       WS-BLQ-LIMITE " - IMPORTACAO RECUSADA"
               MOVE SPACES TO REG-REL
               STRING
                   "LISTA FICARIA COM " DELIMITED BY SIZE
                   WS-TOT-GRAVADAS DELIMITED BY SIZE
                   " ENTRADAS (LIMITE " DELIMITED BY SIZE
                   WS-BLQ-LIMITE DELIMITED BY SIZE
                   ") - IMPORTACAO RECUSADA, LISTA INTACTA"
                       DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
               WRITE REG-REL
               CLOSE ARQ-REL
               PERFORM 9400-LIBERA-TRAVA
               CALL "CBL_DELETE_FILE" USING WS-ARQ-TBQ-NOME
               CALL "CBL_DELETE_FILE" USING WS-ARQ-TIM-NOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-TOT-INCLUIDAS WS-TOT-ALTERADAS
                     WS-TOT-LEVANTADAS WS-TOT-EXPURGADAS
                     WS-TOT-MANUAIS WS-TOT-GRAVADAS

           OPEN EXTEND ARQ-JRB
           IF WS-FS-JRB = "35"
               OPEN OUTPUT ARQ-JRB
           END-IF
           IF WS-FS-JRB = "00"
               MOVE "S" TO WS-JRB-DISPONIVEL
           ELSE
               DISPLAY "AVISO: TRILHA DA LISTA DE BLOQUEIO "
                       "INDISPONIVEL (" WS-FS-JRB ") - MUDANCAS NAO "
                       "REGISTRADAS"
           END-IF

      * Passada de gravação: as sequências são conferidas antes de
      * a lista ser aberta para regravação.
           MOVE "G" TO WS-PASSADA
           PERFORM 1000-ABRE-SEQUENCIAS
           IF WS-FS-TBQ NOT = "00" OR WS-FS-TIM NOT = "00"
               PERFORM 1090-RECUSA-SEQUENCIAS
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-BLQ
           IF WS-FS-BLQ NOT = "00"
               DISPLAY "ERRO REGRAVANDO LISTA DE BLOQUEIO: " WS-FS-BLQ
               CLOSE ARQ-TBQ ARQ-TIM ARQ-REL
               IF TRILHA-DISPONIVEL
                   CLOSE ARQ-JRB
               END-IF
               PERFORM 9400-LIBERA-TRAVA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-CASA-UMA-CHAVE
               UNTIL FIM-TBQ AND NOT HA-IMPORTADO

           CLOSE ARQ-TBQ ARQ-TIM ARQ-BLQ
           IF TRILHA-DISPONIVEL
               CLOSE ARQ-JRB
           END-IF
           PERFORM 9400-LIBERA-TRAVA

           PERFORM 9500-GRAVA-RODAPE
           CLOSE ARQ-REL

           CALL "CBL_DELETE_FILE" USING WS-ARQ-TBQ-NOME
           CALL "CBL_DELETE_FILE" USING WS-ARQ-TIM-NOME

           DISPLAY "SANCOES: " WS-TOT-INCLUIDAS " INCLUIDAS, "
                   WS-TOT-ALTERADAS " ALTERADAS, " WS-TOT-LEVANTADAS
                   " LEVANTADAS - VER " FUNCTION TRIM(WS-ARQ-REL-NOME)

      * Linhas rejeitadas do extrato devolvem código 4.
           IF WS-TOT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       9400-LIBERA-TRAVA.
           MOVE "L" TO TRV-ACAO
           CALL "CNPJ-TRAVA" USING TRV-AREA.

      * Interpreta cada linha do extrato e solta para a
      * classificação as sanções legíveis no leiaute do REG-BLQ.
       0500-SOLTA-SANCOES.
           OPEN INPUT ARQ-SAN
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-SAN
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REG-SAN NOT = SPACES
                           ADD 1 TO WS-TOT-LINHAS
                           PERFORM 0510-SOLTA-UMA-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-SAN.

       0510-SOLTA-UMA-LINHA.
           MOVE SPACES TO WS-CSV-CADASTRO WS-CSV-DOC
                          WS-CSV-DT-INI WS-CSV-DT-FIM
           UNSTRING REG-SAN DELIMITED BY ";"
               INTO WS-CSV-CADASTRO WS-CSV-DOC
                    WS-CSV-DT-INI WS-CSV-DT-FIM
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-CADASTRO))
               TO WS-CSV-CADASTRO
           IF WS-CSV-CADASTRO NOT = "CEIS"
                   AND WS-CSV-CADASTRO NOT = "CNEP"
               ADD 1 TO WS-TOT-IGNORADAS
               EXIT PARAGRAPH
           END-IF

           PERFORM 0520-NORMALIZA-DOCUMENTO
           IF WS-CHAVE-TAM NOT = 8 AND WS-CHAVE-TAM NOT = 11
                   AND WS-CHAVE-TAM NOT = 14
               MOVE "DOCUMENTO ILEGIVEL" TO WS-ACAO-DESC
               PERFORM 0590-REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CSV-DT-INI TO WS-DT-TEXTO
           PERFORM 0530-CONVERTE-DATA
           IF WS-DT-OK NOT = "S" OR WS-DT-CONV = 0
               MOVE "INICIO ILEGIVEL" TO WS-ACAO-DESC
               PERFORM 0590-REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-CONV TO ORD-IMP-DT-INI

           MOVE WS-CSV-DT-FIM TO WS-DT-TEXTO
           PERFORM 0530-CONVERTE-DATA
           IF WS-DT-OK NOT = "S"
               MOVE "FIM ILEGIVEL" TO WS-ACAO-DESC
               PERFORM 0590-REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-CONV TO ORD-IMP-DT-FIM

           MOVE WS-CHAVE TO ORD-IMP-CHAVE
           MOVE WS-CSV-CADASTRO TO ORD-IMP-MOTIVO
           RELEASE REG-ORD-IMP
           ADD 1 TO WS-TOT-IMPORTADAS.

      * Mantém só os caracteres do documento (sem ponto, barra,
      * hífen ou espaço), alinhados à esquerda - a raiz de 8
      * dígitos fica com o resto da chave em branco, como na
      * inclusão manual.
       0520-NORMALIZA-DOCUMENTO.
           MOVE SPACES TO WS-CHAVE
           MOVE 0 TO WS-CHAVE-TAM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
               MOVE WS-CSV-DOC(WS-I:1) TO WS-CHAR
               IF WS-CHAR NOT = SPACE AND WS-CHAR NOT = "."
                       AND WS-CHAR NOT = "/" AND WS-CHAR NOT = "-"
                       AND WS-CHAR NOT = QUOTE
                   ADD 1 TO WS-CHAVE-TAM
                   IF WS-CHAVE-TAM < 15
                       MOVE WS-CHAR TO WS-CHAVE(WS-CHAVE-TAM:1)
                   END-IF
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-CHAVE) TO WS-CHAVE.

      * DD/MM/AAAA ou AAAAMMDD em WS-DT-TEXTO para AAAAMMDD em
      * WS-DT-CONV; em branco vale zero (sem data).
       0530-CONVERTE-DATA.
           MOVE "S" TO WS-DT-OK
           MOVE 0 TO WS-DT-CONV
           MOVE FUNCTION TRIM(WS-DT-TEXTO) TO WS-DT-TEXTO

           EVALUATE TRUE
               WHEN WS-DT-TEXTO = SPACES
                   CONTINUE
               WHEN WS-DT-TEXTO(3:1) = "/" AND WS-DT-TEXTO(6:1) = "/"
                       AND WS-DT-TEXTO(1:2) IS NUMERIC
                       AND WS-DT-TEXTO(4:2) IS NUMERIC
                       AND WS-DT-TEXTO(7:4) IS NUMERIC
                   STRING
                       WS-DT-TEXTO(7:4) DELIMITED BY SIZE
                       WS-DT-TEXTO(4:2) DELIMITED BY SIZE
                       WS-DT-TEXTO(1:2) DELIMITED BY SIZE
                       INTO WS-DT-TEXTO
                   END-STRING
                   MOVE WS-DT-TEXTO(1:8) TO WS-DT-CONV
               WHEN WS-DT-TEXTO(1:8) IS NUMERIC
                       AND WS-DT-TEXTO(9:2) = SPACES
                   MOVE WS-DT-TEXTO(1:8) TO WS-DT-CONV
               WHEN OTHER
                   MOVE "N" TO WS-DT-OK
           END-EVALUATE

           IF WS-DT-OK = "S" AND WS-DT-CONV NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-CONV) NOT = 0
                   MOVE "N" TO WS-DT-OK
               END-IF
           END-IF.

       0590-REJEITA-LINHA.
           ADD 1 TO WS-TOT-REJEITADAS
           MOVE SPACES TO REG-REL
           STRING
               "  REJEITADA (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACAO-DESC) DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               REG-SAN(1:80) DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

      * Abre a lista corrente e o extrato classificados e lê o
      * primeiro de cada; status diferente de "00" em WS-FS-TBQ ou
      * WS-FS-TIM indica que a passada não pode correr.
       1000-ABRE-SEQUENCIAS.
           MOVE "N" TO WS-EOF-TBQ WS-EOF-TIM WS-IMP-TEM
           OPEN INPUT ARQ-TBQ
           OPEN INPUT ARQ-TIM
           IF WS-FS-TBQ NOT = "00" OR WS-FS-TIM NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-LE-TBQ
           PERFORM 1200-LE-TIM
           PERFORM 1300-MONTA-IMPORTADO.

      * Sequência classificada ilegível: a lista fica como está.
       1090-RECUSA-SEQUENCIAS.
           DISPLAY "ERRO ABRINDO LISTA CLASSIFICADA (" WS-FS-TBQ
                   ") OU EXTRATO CLASSIFICADO (" WS-FS-TIM
                   ") - LISTA DE BLOQUEIO NAO REGRAVADA"
           IF WS-FS-TBQ = "00"
               CLOSE ARQ-TBQ
           END-IF
           IF WS-FS-TIM = "00"
               CLOSE ARQ-TIM
           END-IF
           CLOSE ARQ-REL
           IF TRILHA-DISPONIVEL
               CLOSE ARQ-JRB
           END-IF
           PERFORM 9400-LIBERA-TRAVA
           MOVE 16 TO RETURN-CODE.

       1100-LE-TBQ.
           READ ARQ-TBQ
               AT END MOVE "S" TO WS-EOF-TBQ
           END-READ.

       1200-LE-TIM.
           READ ARQ-TIM
               AT END MOVE "S" TO WS-EOF-TIM
           END-READ.

      * Monta o próximo grupo do extrato classificado (mesma chave
      * e cadastro), consolidando as datas das ocorrências.
       1300-MONTA-IMPORTADO.
           IF FIM-TIM
               MOVE "N" TO WS-IMP-TEM
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-IMP-TEM
           MOVE REG-TIM-CHAVE TO WS-IMP-CHAVE
           MOVE REG-TIM-MOTIVO TO WS-IMP-MOTIVO
           MOVE REG-TIM-DT-INI TO WS-IMP-DT-INI
           MOVE REG-TIM-DT-FIM TO WS-IMP-DT-FIM
           PERFORM 1200-LE-TIM

           PERFORM UNTIL FIM-TIM
                   OR REG-TIM-CHAVE NOT = WS-IMP-CHAVE
                   OR REG-TIM-MOTIVO NOT = WS-IMP-MOTIVO
               IF REG-TIM-DT-INI < WS-IMP-DT-INI
                   MOVE REG-TIM-DT-INI TO WS-IMP-DT-INI
               END-IF
               IF WS-IMP-DT-FIM NOT = 0
                   IF REG-TIM-DT-FIM = 0
                           OR REG-TIM-DT-FIM > WS-IMP-DT-FIM
                       MOVE REG-TIM-DT-FIM TO WS-IMP-DT-FIM
                   END-IF
               END-IF
               PERFORM 1200-LE-TIM
           END-PERFORM.

      * Linha de balanço entre a lista corrente e o extrato, pela
      * chave e motivo: só na lista é bloqueio manual (passa) ou
      * sanção importada que sumiu (levantada); só no extrato é
      * sanção nova; nos dois, confere as datas.
       2000-CASA-UMA-CHAVE.
           EVALUATE TRUE
               WHEN NOT HA-IMPORTADO
                   PERFORM 2100-SO-NA-LISTA
                   PERFORM 1100-LE-TBQ
               WHEN FIM-TBQ
                   PERFORM 2200-SANCAO-NOVA
                   PERFORM 1300-MONTA-IMPORTADO
               WHEN REG-TBQ-CHAVE < WS-IMP-CHAVE
                       OR (REG-TBQ-CHAVE = WS-IMP-CHAVE
                       AND REG-TBQ-MOTIVO < WS-IMP-MOTIVO)
                   PERFORM 2100-SO-NA-LISTA
                   PERFORM 1100-LE-TBQ
               WHEN REG-TBQ-CHAVE = WS-IMP-CHAVE
                       AND REG-TBQ-MOTIVO = WS-IMP-MOTIVO
                   PERFORM 2300-SANCAO-MANTIDA
                   PERFORM 1100-LE-TBQ
                   PERFORM 1300-MONTA-IMPORTADO
               WHEN OTHER
                   PERFORM 2200-SANCAO-NOVA
                   PERFORM 1300-MONTA-IMPORTADO
           END-EVALUATE.

       2100-SO-NA-LISTA.
           MOVE SPACES TO REG-BLQ
           MOVE REG-TBQ TO REG-BLQ
           MOVE REG-TBQ TO WS-BLQ-ANTES

           IF REG-TBQ-MOTIVO NOT = "CEIS"
                   AND REG-TBQ-MOTIVO NOT = "CNEP"
               ADD 1 TO WS-TOT-MANUAIS
               PERFORM 2900-GRAVA-BLOQUEIO
               EXIT PARAGRAPH
           END-IF

      * Sanção importada ausente do extrato: ainda vigente, é
      * levantada encerrando a vigência na véspera; já encerrada,
      * passa como histórico até o fim do prazo de retenção e
      * então é expurgada. A que ainda não tinha começado fica
      * com o fim antes do início e nunca chega a valer.
           IF REG-BLQ-DT-FIM = 0 OR REG-BLQ-DT-FIM NOT < WS-DATA-SIS
               MOVE WS-VESPERA TO REG-BLQ-DT-FIM
               ADD 1 TO WS-TOT-LEVANTADAS
               MOVE "L" TO REG-JRB-ACAO
               MOVE "LEVANTADA" TO WS-ACAO-DESC
               PERFORM 2800-REGISTRA-MUDANCA
           ELSE
               IF REG-BLQ-DT-FIM < WS-DATA-EXPURGO
                   ADD 1 TO WS-TOT-EXPURGADAS
                   MOVE "E" TO REG-JRB-ACAO
                   MOVE "EXPURGADA" TO WS-ACAO-DESC
                   PERFORM 2800-REGISTRA-MUDANCA
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 2900-GRAVA-BLOQUEIO.

       2200-SANCAO-NOVA.
           MOVE SPACES TO REG-BLQ
           MOVE WS-IMP-CHAVE TO REG-BLQ-CHAVE
           MOVE WS-IMP-MOTIVO TO REG-BLQ-MOTIVO
           MOVE WS-IMP-DT-INI TO REG-BLQ-DT-INI
           MOVE WS-IMP-DT-FIM TO REG-BLQ-DT-FIM
           MOVE SPACES TO WS-BLQ-ANTES

           ADD 1 TO WS-TOT-INCLUIDAS
           MOVE "I" TO REG-JRB-ACAO
           MOVE "INCLUIDA" TO WS-ACAO-DESC
           PERFORM 2800-REGISTRA-MUDANCA
           PERFORM 2900-GRAVA-BLOQUEIO.

       2300-SANCAO-MANTIDA.
           MOVE SPACES TO REG-BLQ
           MOVE REG-TBQ TO REG-BLQ
           MOVE REG-TBQ TO WS-BLQ-ANTES

           IF REG-BLQ-DT-INI NOT = WS-IMP-DT-INI
                   OR REG-BLQ-DT-FIM NOT = WS-IMP-DT-FIM
               MOVE WS-IMP-DT-INI TO REG-BLQ-DT-INI
               MOVE WS-IMP-DT-FIM TO REG-BLQ-DT-FIM
               ADD 1 TO WS-TOT-ALTERADAS
               MOVE "A" TO REG-JRB-ACAO
               MOVE "ALTERADA" TO WS-ACAO-DESC
               PERFORM 2800-REGISTRA-MUDANCA
           END-IF
           PERFORM 2900-GRAVA-BLOQUEIO.

      * Linha do relatório e ocorrência na trilha de auditoria da
      * mudança aplicada ao REG-BLQ corrente (a ação já está em
      * REG-JRB-ACAO).
       2800-REGISTRA-MUDANCA.
           IF PASSADA-CONTAGEM
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-REL
           STRING
               "  " DELIMITED BY SIZE
               WS-ACAO-DESC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-BLQ-CHAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-BLQ-MOTIVO DELIMITED BY SIZE
               "  VIGENCIA " DELIMITED BY SIZE
               REG-BLQ-DT-INI DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               REG-BLQ-DT-FIM DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           IF WS-BLQ-ANTES NOT = SPACES
               STRING
                   "  (ERA " DELIMITED BY SIZE
                   WS-BLQ-ANTES(19:8) DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   WS-BLQ-ANTES(27:8) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REG-REL(70:41)
               END-STRING
           END-IF
           WRITE REG-REL

           IF NOT TRILHA-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-SIS TO REG-JRB-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-JRB-HORA
           MOVE WS-PARM-OPERADOR TO REG-JRB-OPER
           MOVE "CNPJ-SANCOES" TO REG-JRB-PROG
           MOVE WS-BLQ-ANTES TO REG-JRB-ANTES
           IF REG-JRB-ACAO = "E"
               MOVE SPACES TO REG-JRB-DEPOIS
           ELSE
               MOVE REG-BLQ TO REG-JRB-DEPOIS
           END-IF
           MOVE SPACES TO REG-JRB-APROVADOR
           WRITE REG-JRB.

       2900-GRAVA-BLOQUEIO.
           IF NOT PASSADA-CONTAGEM
               WRITE REG-BLQ
           END-IF
           ADD 1 TO WS-TOT-GRAVADAS.

       9100-GRAVA-CABECALHO.
           MOVE SPACES TO REG-REL
           STRING
               "IMPORTACAO DE SANCOES CEIS/CNEP PARA A LISTA DE "
                   DELIMITED BY SIZE
               "BLOQUEIO - " DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "EXTRATO: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-SAN-NOME) DELIMITED BY SIZE
               "  OPERADOR: " DELIMITED BY SIZE
               WS-PARM-OPERADOR DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           WRITE REG-REL.

       9500-GRAVA-RODAPE.
           IF WS-TOT-INCLUIDAS = 0 AND WS-TOT-ALTERADAS = 0
                   AND WS-TOT-LEVANTADAS = 0 AND WS-TOT-EXPURGADAS = 0
               MOVE "  (NENHUMA MUDANCA NA LISTA DE BLOQUEIO)"
                   TO REG-REL
               WRITE REG-REL
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "LINHAS DO EXTRATO ........: " DELIMITED BY SIZE
               WS-TOT-LINHAS DELIMITED BY SIZE
               "  IGNORADAS " DELIMITED BY SIZE
               WS-TOT-IGNORADAS DELIMITED BY SIZE
               "  REJEITADAS " DELIMITED BY SIZE
               WS-TOT-REJEITADAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "SANCOES IMPORTADAS .......: " DELIMITED BY SIZE
               WS-TOT-IMPORTADAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "INCLUIDAS " DELIMITED BY SIZE
               WS-TOT-INCLUIDAS DELIMITED BY SIZE
               "  ALTERADAS " DELIMITED BY SIZE
               WS-TOT-ALTERADAS DELIMITED BY SIZE
               "  LEVANTADAS " DELIMITED BY SIZE
               WS-TOT-LEVANTADAS DELIMITED BY SIZE
               "  EXPURGADAS " DELIMITED BY SIZE
               WS-TOT-EXPURGADAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "BLOQUEIOS MANUAIS INTACTOS: " DELIMITED BY SIZE
               WS-TOT-MANUAIS DELIMITED BY SIZE
               "  ENTRADAS NA LISTA " DELIMITED BY SIZE
               WS-TOT-GRAVADAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.
