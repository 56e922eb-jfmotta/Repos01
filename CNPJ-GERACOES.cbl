       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-GERACOES.

      * Listagem do catálogo de gerações do lote para a auditoria:
      * por base (nome do relatório do lote), cada geração com
      * número, situação (ativa ou expirada, e quando expirou),
      * data e hora da execução, operador, arquivo de entrada,
      * totais de controle (lidos, válidos, inválidos), código de
      * retorno e o nome dos produtos guardados, com os opcionais
      * (delta, arquivo limpo) indicados. Uma geração ativa cujo
      * relatório não abre sai marcada *ARQUIVO AUSENTE* - a cópia
      * que a conciliação e a consulta esperam achar sumiu.
      * Códigos de retorno: 0 = catálogo íntegro, 4 = há gerações
      * ativas sem arquivo, 16 = erro de arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GER ASSIGN TO DYNAMIC WS-ARQ-GER-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GER.
           SELECT ARQ-GRL ASSIGN TO DYNAMIC WS-ARQ-GRL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRL.
           SELECT ARQ-REL ASSIGN TO DYNAMIC WS-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT ORD-GER ASSIGN TO "SORTWK-GER".

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-GER.
       COPY "CNPJ-GER.cpy".

      * Relatório de uma geração, aberto só para conferir que a
      * cópia existe.
       FD ARQ-GRL.
       01 REG-GRL                PIC X(132).

       FD ARQ-REL.
       01 REG-REL                PIC X(132).

      * Mesmo leiaute do REG-GER, classificado por base e número.
       SD ORD-GER.
       01 REG-ORD-GER.
          05 ORD-GER-BASE       PIC X(50).
          05 ORD-GER-NUM        PIC 9(7).
          05 ORD-GER-SITUACAO   PIC X(01).
          05 ORD-GER-DATA       PIC 9(8).
          05 ORD-GER-HORA       PIC 9(6).
          05 ORD-GER-OPER       PIC X(8).
          05 ORD-GER-ENTRADA    PIC X(50).
          05 ORD-GER-LIDOS      PIC 9(7).
          05 ORD-GER-VALIDOS    PIC 9(7).
          05 ORD-GER-INVALIDOS  PIC 9(7).
          05 ORD-GER-RC         PIC 9(4).
          05 ORD-GER-COM-DELTA  PIC X(01).
          05 ORD-GER-COM-LIMPO  PIC X(01).
          05 ORD-GER-ARQ        PIC X(50).
          05 ORD-GER-DT-EXP     PIC 9(8).

       WORKING-STORAGE SECTION.

      * PARM: nome do relatório (padrão GERACOES.REP) e, opcional,
      * a base a listar (padrão todas), separados por espaço; "-"
      * mantém o padrão.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-REL           PIC X(50) VALUE SPACES.
       01 WS-PARM-BASE          PIC X(50) VALUE SPACES.
       01 WS-ARQ-REL-NOME       PIC X(50) VALUE "GERACOES.REP".
       01 WS-ARQ-GER-NOME       PIC X(50) VALUE "CNPJS-GERACOES.DAT".
       01 WS-ARQ-GRL-NOME       PIC X(50) VALUE SPACES.

       01 WS-FS-GER             PIC XX VALUE "00".
       01 WS-FS-GRL             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".

       01 WS-EOF-GER            PIC X VALUE "N".
          88 FIM-CATALOGO       VALUE "S".
       01 WS-FIM-ORD            PIC X VALUE "N".
          88 FIM-CLASSIFICADO   VALUE "S".

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.

      * Base em listagem e os seus totais.
       01 WS-HA-BASE            PIC X VALUE "N".
       01 WS-BASE-ANT           PIC X(50) VALUE SPACES.
       01 WS-BAS-GERACOES       PIC 9(5) VALUE 0.
       01 WS-BAS-ATIVAS         PIC 9(5) VALUE 0.
       01 WS-BAS-EXPIRADAS      PIC 9(5) VALUE 0.
       01 WS-BAS-AUSENTES       PIC 9(5) VALUE 0.

      * Totais gerais.
       01 WS-TOT-LIDOS          PIC 9(7) VALUE 0.
       01 WS-TOT-LISTADAS       PIC 9(7) VALUE 0.
       01 WS-TOT-BASES          PIC 9(5) VALUE 0.
       01 WS-TOT-AUSENTES       PIC 9(7) VALUE 0.

       01 WS-AUSENTE            PIC X(01) VALUE "N".
       01 WS-OPCIONAIS          PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-REL WS-PARM-BASE
           END-IF

           IF WS-PARM-REL NOT = SPACES AND WS-PARM-REL NOT = "-"
               MOVE WS-PARM-REL TO WS-ARQ-REL-NOME
           END-IF
           IF WS-PARM-BASE = "-"
               MOVE SPACES TO WS-PARM-BASE
           END-IF

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD

           OPEN INPUT ARQ-GER
           IF WS-FS-GER NOT = "00"
               DISPLAY "ERRO ABRINDO CATALOGO DE GERACOES: " WS-FS-GER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ-REL
           IF WS-FS-REL NOT = "00"
               DISPLAY "ERRO ABRINDO RELATORIO: " WS-FS-REL
               CLOSE ARQ-GER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 9100-GRAVA-CABECALHO

           SORT ORD-GER ON ASCENDING KEY ORD-GER-BASE ORD-GER-NUM
               INPUT PROCEDURE IS 0500-SOLTA-CATALOGO
               OUTPUT PROCEDURE IS 2000-LISTA-CLASSIFICADO

           CLOSE ARQ-GER

           PERFORM 9500-GRAVA-RODAPE
           CLOSE ARQ-REL

           DISPLAY "CATALOGO DE GERACOES: " WS-TOT-LISTADAS
                   " GERACOES, " WS-TOT-AUSENTES
                   " SEM ARQUIVO - VER "
                   FUNCTION TRIM(WS-ARQ-REL-NOME)

           IF WS-TOT-AUSENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * Só as gerações da base pedida, quando há filtro.
       0500-SOLTA-CATALOGO.
           PERFORM UNTIL FIM-CATALOGO
               READ ARQ-GER
                   AT END MOVE "S" TO WS-EOF-GER
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDOS
                       IF WS-PARM-BASE = SPACES
                               OR REG-GER-BASE = WS-PARM-BASE
                           MOVE REG-GER TO REG-ORD-GER
                           RELEASE REG-ORD-GER
                       END-IF
               END-READ
           END-PERFORM.

       2000-LISTA-CLASSIFICADO.
           PERFORM UNTIL FIM-CLASSIFICADO
               RETURN ORD-GER
                   AT END MOVE "S" TO WS-FIM-ORD
                   NOT AT END
                       PERFORM 2100-LISTA-UMA-GERACAO
               END-RETURN
           END-PERFORM

           IF WS-HA-BASE = "S"
               PERFORM 2700-FECHA-BASE
           END-IF.

       2100-LISTA-UMA-GERACAO.
           IF WS-HA-BASE = "S" AND ORD-GER-BASE NOT = WS-BASE-ANT
               PERFORM 2700-FECHA-BASE
           END-IF
           IF WS-HA-BASE = "N"
               PERFORM 2050-ABRE-BASE
           END-IF

           ADD 1 TO WS-BAS-GERACOES
           ADD 1 TO WS-TOT-LISTADAS

      * A cópia de uma geração ativa tem de existir; a de uma
      * expirada foi apagada de propósito.
           MOVE "N" TO WS-AUSENTE
           IF ORD-GER-SITUACAO = "A"
               ADD 1 TO WS-BAS-ATIVAS
               MOVE ORD-GER-ARQ TO WS-ARQ-GRL-NOME
               OPEN INPUT ARQ-GRL
               IF WS-FS-GRL = "00"
                   CLOSE ARQ-GRL
               ELSE
                   MOVE "S" TO WS-AUSENTE
                   ADD 1 TO WS-BAS-AUSENTES
                   ADD 1 TO WS-TOT-AUSENTES
               END-IF
           ELSE
               ADD 1 TO WS-BAS-EXPIRADAS
           END-IF

           MOVE SPACES TO REG-REL
           MOVE ORD-GER-NUM TO REG-REL(3:7)
           IF ORD-GER-SITUACAO = "A"
               MOVE "ATIVA" TO REG-REL(12:8)
           ELSE
               MOVE "EXPIRADA" TO REG-REL(12:8)
           END-IF
           MOVE ORD-GER-DATA TO REG-REL(21:8)
           MOVE ORD-GER-HORA TO REG-REL(30:6)
           MOVE ORD-GER-OPER TO REG-REL(37:8)
           MOVE ORD-GER-ENTRADA TO REG-REL(46:30)
           MOVE ORD-GER-LIDOS TO REG-REL(77:7)
           MOVE ORD-GER-VALIDOS TO REG-REL(85:7)
           MOVE ORD-GER-INVALIDOS TO REG-REL(93:7)
           MOVE ORD-GER-RC TO REG-REL(101:4)
           IF ORD-GER-SITUACAO = "E"
               MOVE ORD-GER-DT-EXP TO REG-REL(106:8)
           END-IF
           WRITE REG-REL

           MOVE SPACES TO WS-OPCIONAIS
           EVALUATE TRUE
               WHEN ORD-GER-COM-DELTA = "S"
                       AND ORD-GER-COM-LIMPO = "S"
                   MOVE " (+DELTA +LIMPOS)" TO WS-OPCIONAIS
               WHEN ORD-GER-COM-DELTA = "S"
                   MOVE " (+DELTA)" TO WS-OPCIONAIS
               WHEN ORD-GER-COM-LIMPO = "S"
                   MOVE " (+LIMPOS)" TO WS-OPCIONAIS
           END-EVALUATE

           MOVE SPACES TO REG-REL
           STRING
               "           PRODUTOS: " DELIMITED BY SIZE
               FUNCTION TRIM(ORD-GER-ARQ) DELIMITED BY SIZE
               WS-OPCIONAIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           IF WS-AUSENTE = "S"
               MOVE "*ARQUIVO AUSENTE*" TO REG-REL(100:17)
           END-IF
           WRITE REG-REL.

       2050-ABRE-BASE.
           MOVE "S" TO WS-HA-BASE
           MOVE ORD-GER-BASE TO WS-BASE-ANT
           MOVE 0 TO WS-BAS-GERACOES WS-BAS-ATIVAS WS-BAS-EXPIRADAS
                     WS-BAS-AUSENTES
           ADD 1 TO WS-TOT-BASES

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING
               "BASE " DELIMITED BY SIZE
               FUNCTION TRIM(ORD-GER-BASE) DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           MOVE "  GERACAO  SITUACAO DATA     HORA   OPERADOR"
               TO REG-REL
           MOVE "ENTRADA" TO REG-REL(46:7)
           MOVE "  LIDOS VALIDOS INVALID   RC EXPIROU"
               TO REG-REL(77:36)
           WRITE REG-REL.

       2700-FECHA-BASE.
           MOVE "N" TO WS-HA-BASE
           MOVE SPACES TO REG-REL
           STRING
               "  GERACOES " DELIMITED BY SIZE
               WS-BAS-GERACOES DELIMITED BY SIZE
               "  ATIVAS " DELIMITED BY SIZE
               WS-BAS-ATIVAS DELIMITED BY SIZE
               "  EXPIRADAS " DELIMITED BY SIZE
               WS-BAS-EXPIRADAS DELIMITED BY SIZE
               "  SEM ARQUIVO " DELIMITED BY SIZE
               WS-BAS-AUSENTES DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

       9100-GRAVA-CABECALHO.
           MOVE SPACES TO REG-REL
           STRING
               "CATALOGO DE GERACOES DO LOTE DE VALIDACAO - "
                   DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           IF WS-PARM-BASE = SPACES
               STRING
                   "CATALOGO: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARQ-GER-NOME) DELIMITED BY SIZE
                   "  BASES: TODAS" DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
           ELSE
               STRING
                   "CATALOGO: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARQ-GER-NOME) DELIMITED BY SIZE
                   "  BASE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARM-BASE) DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
           END-IF
           WRITE REG-REL.

       9500-GRAVA-RODAPE.
           MOVE SPACES TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "REGISTROS DO CATALOGO ...: " DELIMITED BY SIZE
               WS-TOT-LIDOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "BASES LISTADAS ..........: " DELIMITED BY SIZE
               WS-TOT-BASES DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "GERACOES LISTADAS .......: " DELIMITED BY SIZE
               WS-TOT-LISTADAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "ATIVAS SEM ARQUIVO ......: " DELIMITED BY SIZE
               WS-TOT-AUSENTES DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.
