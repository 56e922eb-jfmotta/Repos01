       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-TEMPOS.

      * Relatório da janela batch: lê o histórico cumulativo de
      * tempos da esteira noturna (ESTEIRA-TEMPOS.DAT, gravado pelo
      * CNPJ-ESTEIRA) e mostra, por passo (lote, situação,
      * conciliação) e por mês, o tempo decorrido de cada noite, a
      * média do mês e o pior caso. Marca as noites em que o passo
      * terminou depois do horário-limite do SLA e as que rodaram
      * bem acima da média do passo no mês (percentual no PARM).
      *
      * A noite é a da abertura da esteira: aberta do meio-dia em
      * diante, é a noite daquela data; antes do meio-dia (reinício
      * de madrugada), é a noite do dia anterior. Reinícios somam
      * seus tempos na mesma noite. O limite do SLA vale na manhã
      * seguinte à noite (ou na própria data, se for da tarde em
      * diante).
      * Códigos de retorno: 0 = nenhuma noite marcada, 4 = há
      * noites marcadas, 16 = erro de arquivo ou PARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TMP ASSIGN TO DYNAMIC WS-ARQ-TMP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.
           SELECT ARQ-REL ASSIGN TO DYNAMIC WS-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT ORD-TMP ASSIGN TO "SORTWK-TMP".

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-TMP.
       COPY "CNPJ-TMP.cpy".

       FD ARQ-REL.
       01 REG-REL                PIC X(132).

       SD ORD-TMP.
       01 REG-ORD-TMP.
          05 ORD-TMP-PASSO       PIC 9(1).
          05 ORD-TMP-NOITE       PIC 9(8).
          05 ORD-TMP-DATA-INI    PIC 9(8).
          05 ORD-TMP-HORA-INI    PIC 9(6).
          05 ORD-TMP-DATA-FIM    PIC 9(8).
          05 ORD-TMP-HORA-FIM    PIC 9(6).
          05 ORD-TMP-SEGUNDOS    PIC 9(6).
          05 ORD-TMP-RC          PIC 9(4).
          05 ORD-TMP-PROG        PIC X(18).

       WORKING-STORAGE SECTION.

      * PARM: horário-limite do SLA (HHMM, padrão 0600), percentual
      * sobre a média do mês que marca a noite (padrão 150), nome
      * do histórico e nome do relatório, separados por espaço;
      * "-" mantém o padrão.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-SLA           PIC X(04) VALUE SPACES.
       01 WS-PARM-PCT           PIC X(04) VALUE SPACES.
       01 WS-PARM-TMP           PIC X(50) VALUE SPACES.
       01 WS-PARM-REL           PIC X(50) VALUE SPACES.
       01 WS-ARQ-TMP-NOME       PIC X(50) VALUE "ESTEIRA-TEMPOS.DAT".
       01 WS-ARQ-REL-NOME       PIC X(50) VALUE "TEMPOS.REP".

       01 WS-FS-TMP             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".

       01 WS-EOF-TMP            PIC X VALUE "N".
          88 FIM-HISTORICO      VALUE "S".
       01 WS-FIM-ORD            PIC X VALUE "N".
          88 FIM-CLASSIFICADO   VALUE "S".

       01 WS-SLA                PIC 9(4) VALUE 600.
       01 WS-SLA-R REDEFINES WS-SLA.
          05 WS-SLA-HH          PIC 99.
          05 WS-SLA-MM          PIC 99.
       01 WS-SLA-HORA           PIC 9(6) VALUE 0.
       01 WS-PCT                PIC 9(4) VALUE 150.
       01 WS-PCT-ED             PIC Z(3)9.

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.
       01 WS-DIA-INT            PIC 9(7) VALUE 0.

      * Noite em acumulação (passo corrente).
       01 WS-HA-NOITE           PIC X VALUE "N".
       01 WS-NOI-DATA           PIC 9(8) VALUE 0.
       01 WS-NOI-INI-DATA       PIC 9(8) VALUE 0.
       01 WS-NOI-INI-HORA       PIC 9(6) VALUE 0.
       01 WS-NOI-FIM-DATA       PIC 9(8) VALUE 0.
       01 WS-NOI-FIM-HORA       PIC 9(6) VALUE 0.
       01 WS-NOI-SEG            PIC 9(7) VALUE 0.
       01 WS-NOI-RC             PIC 9(4) VALUE 0.
       01 WS-NOI-EXECS          PIC 9(2) VALUE 0.
       01 WS-NOI-LIMITE         PIC 9(8) VALUE 0.

      * Noites do mês em análise: a média só se conhece no fim do
      * mês, então as noites esperam aqui para sair já marcadas.
       01 WS-MES-ANT            PIC X(06) VALUE SPACES.
       01 WS-MES-QTD            PIC 9(2) VALUE 0.
       01 WS-MES-TAB.
          05 WS-MES-NOITE OCCURS 31 TIMES.
             10 WS-MN-DATA      PIC 9(8).
             10 WS-MN-INI-DATA  PIC 9(8).
             10 WS-MN-INI-HORA  PIC 9(6).
             10 WS-MN-FIM-DATA  PIC 9(8).
             10 WS-MN-FIM-HORA  PIC 9(6).
             10 WS-MN-SEG       PIC 9(7).
             10 WS-MN-RC        PIC 9(4).
             10 WS-MN-EXECS     PIC 9(2).
             10 WS-MN-SLA       PIC X(01).
       01 WS-M                  PIC 9(2) VALUE 0.
       01 WS-MES-SEG            PIC 9(9) VALUE 0.
       01 WS-MES-MEDIA          PIC 9(7) VALUE 0.
       01 WS-MES-PIOR           PIC 9(7) VALUE 0.
       01 WS-MES-PIOR-NOITE     PIC 9(8) VALUE 0.
       01 WS-ACIMA              PIC X(01) VALUE "N".

      * Totais do passo em todo o histórico.
       01 WS-HA-PASSO           PIC X VALUE "N".
       01 WS-PASSO-ANT          PIC 9(1) VALUE 0.
       01 WS-PASSO-PROG         PIC X(18) VALUE SPACES.
       01 WS-PAS-NOITES         PIC 9(5) VALUE 0.
       01 WS-PAS-SEG            PIC 9(11) VALUE 0.
       01 WS-PAS-MEDIA          PIC 9(7) VALUE 0.
       01 WS-PAS-PIOR           PIC 9(7) VALUE 0.
       01 WS-PAS-PIOR-NOITE     PIC 9(8) VALUE 0.
       01 WS-PAS-SLA            PIC 9(5) VALUE 0.
       01 WS-PAS-ACIMA          PIC 9(5) VALUE 0.

      * Totais gerais.
       01 WS-TOT-LIDOS          PIC 9(7) VALUE 0.
       01 WS-TOT-NOITES         PIC 9(7) VALUE 0.
       01 WS-TOT-MARCADAS       PIC 9(7) VALUE 0.

      * Formatação de tempo decorrido (segundos -> HH:MM:SS).
       01 WS-FMT-SEG            PIC 9(7) VALUE 0.
       01 WS-FMT-HH             PIC 9(3) VALUE 0.
       01 WS-FMT-MM             PIC 99 VALUE 0.
       01 WS-FMT-SS             PIC 99 VALUE 0.
       01 WS-FMT-RESTO          PIC 9(7) VALUE 0.
       01 WS-FMT-TEMPO          PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-SLA WS-PARM-PCT
                        WS-PARM-TMP WS-PARM-REL
           END-IF

           IF WS-PARM-SLA NOT = SPACES AND WS-PARM-SLA NOT = "-"
               IF WS-PARM-SLA IS NOT NUMERIC
                   DISPLAY "HORARIO DO SLA INVALIDO ("
                           FUNCTION TRIM(WS-PARM-SLA)
                           ") - INFORME HHMM"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PARM-SLA TO WS-SLA
               IF WS-SLA-HH > 23 OR WS-SLA-MM > 59
                   DISPLAY "HORARIO DO SLA INVALIDO ("
                           WS-PARM-SLA ") - INFORME HHMM"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-PARM-PCT NOT = SPACES AND WS-PARM-PCT NOT = "-"
               IF FUNCTION TRIM(WS-PARM-PCT) IS NOT NUMERIC
                   DISPLAY "PERCENTUAL SOBRE A MEDIA INVALIDO ("
                           FUNCTION TRIM(WS-PARM-PCT) ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-PARM-PCT) TO WS-PCT
           END-IF
           IF WS-PARM-TMP NOT = SPACES AND WS-PARM-TMP NOT = "-"
               MOVE WS-PARM-TMP TO WS-ARQ-TMP-NOME
           END-IF
           IF WS-PARM-REL NOT = SPACES AND WS-PARM-REL NOT = "-"
               MOVE WS-PARM-REL TO WS-ARQ-REL-NOME
           END-IF

           COMPUTE WS-SLA-HORA = WS-SLA * 100
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD

           OPEN INPUT ARQ-TMP
           IF WS-FS-TMP NOT = "00"
               DISPLAY "ERRO ABRINDO HISTORICO DE TEMPOS: " WS-FS-TMP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ-REL
           IF WS-FS-REL NOT = "00"
               DISPLAY "ERRO ABRINDO RELATORIO: " WS-FS-REL
               CLOSE ARQ-TMP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 9100-GRAVA-CABECALHO

           SORT ORD-TMP ON ASCENDING KEY ORD-TMP-PASSO ORD-TMP-NOITE
                                         ORD-TMP-DATA-INI
                                         ORD-TMP-HORA-INI
               INPUT PROCEDURE IS 0500-SOLTA-HISTORICO
               OUTPUT PROCEDURE IS 2000-ANALISA-CLASSIFICADO

           CLOSE ARQ-TMP

           PERFORM 9500-GRAVA-RODAPE
           CLOSE ARQ-REL

           DISPLAY "JANELA BATCH: " WS-TOT-NOITES " NOITES-PASSO, "
                   WS-TOT-MARCADAS " MARCADAS - VER "
                   FUNCTION TRIM(WS-ARQ-REL-NOME)

           IF WS-TOT-MARCADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * Cada execução de passo entra com a noite a que pertence.
       0500-SOLTA-HISTORICO.
           PERFORM UNTIL FIM-HISTORICO
               READ ARQ-TMP
                   AT END MOVE "S" TO WS-EOF-TMP
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDOS
                       MOVE REG-TMP-PASSO TO ORD-TMP-PASSO
                       IF REG-TMP-EST-HORA >= 120000
                           MOVE REG-TMP-EST-DATA TO ORD-TMP-NOITE
                       ELSE
                           COMPUTE WS-DIA-INT = FUNCTION
                               INTEGER-OF-DATE(REG-TMP-EST-DATA) - 1
                           COMPUTE ORD-TMP-NOITE =
                               FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
                       END-IF
                       MOVE REG-TMP-DATA-INI TO ORD-TMP-DATA-INI
                       MOVE REG-TMP-HORA-INI TO ORD-TMP-HORA-INI
                       MOVE REG-TMP-DATA-FIM TO ORD-TMP-DATA-FIM
                       MOVE REG-TMP-HORA-FIM TO ORD-TMP-HORA-FIM
                       MOVE REG-TMP-SEGUNDOS TO ORD-TMP-SEGUNDOS
                       MOVE REG-TMP-RC TO ORD-TMP-RC
                       MOVE REG-TMP-PROG TO ORD-TMP-PROG
                       RELEASE REG-ORD-TMP
               END-READ
           END-PERFORM.

       2000-ANALISA-CLASSIFICADO.
           PERFORM UNTIL FIM-CLASSIFICADO
               RETURN ORD-TMP
                   AT END MOVE "S" TO WS-FIM-ORD
                   NOT AT END
                       PERFORM 2100-ANALISA-UMA-EXECUCAO
               END-RETURN
           END-PERFORM

           IF WS-HA-NOITE = "S"
               PERFORM 2500-FECHA-NOITE
           END-IF
           IF WS-MES-QTD > 0
               PERFORM 2600-FECHA-MES
           END-IF
           IF WS-HA-PASSO = "S"
               PERFORM 2700-FECHA-PASSO
           END-IF.

       2100-ANALISA-UMA-EXECUCAO.
           IF WS-HA-NOITE = "S"
               IF ORD-TMP-PASSO NOT = WS-PASSO-ANT
                       OR ORD-TMP-NOITE NOT = WS-NOI-DATA
                   PERFORM 2500-FECHA-NOITE
               END-IF
           END-IF
           IF WS-MES-QTD > 0
               IF ORD-TMP-PASSO NOT = WS-PASSO-ANT
                       OR ORD-TMP-NOITE(1:6) NOT = WS-MES-ANT
                   PERFORM 2600-FECHA-MES
               END-IF
           END-IF
           IF WS-HA-PASSO = "S" AND ORD-TMP-PASSO NOT = WS-PASSO-ANT
               PERFORM 2700-FECHA-PASSO
           END-IF
           IF WS-HA-PASSO = "N"
               PERFORM 2050-ABRE-PASSO
           END-IF
           MOVE ORD-TMP-NOITE(1:6) TO WS-MES-ANT

           IF WS-HA-NOITE = "N"
               MOVE "S" TO WS-HA-NOITE
               MOVE ORD-TMP-NOITE TO WS-NOI-DATA
               MOVE ORD-TMP-DATA-INI TO WS-NOI-INI-DATA
               MOVE ORD-TMP-HORA-INI TO WS-NOI-INI-HORA
               MOVE 0 TO WS-NOI-FIM-DATA WS-NOI-FIM-HORA
                         WS-NOI-SEG WS-NOI-RC WS-NOI-EXECS
           END-IF

           ADD 1 TO WS-NOI-EXECS
           ADD ORD-TMP-SEGUNDOS TO WS-NOI-SEG
           IF ORD-TMP-RC > WS-NOI-RC
               MOVE ORD-TMP-RC TO WS-NOI-RC
           END-IF
           IF ORD-TMP-DATA-FIM > WS-NOI-FIM-DATA
                   OR (ORD-TMP-DATA-FIM = WS-NOI-FIM-DATA
                       AND ORD-TMP-HORA-FIM > WS-NOI-FIM-HORA)
               MOVE ORD-TMP-DATA-FIM TO WS-NOI-FIM-DATA
               MOVE ORD-TMP-HORA-FIM TO WS-NOI-FIM-HORA
           END-IF.

       2050-ABRE-PASSO.
           MOVE "S" TO WS-HA-PASSO
           MOVE ORD-TMP-PASSO TO WS-PASSO-ANT
           MOVE ORD-TMP-PROG TO WS-PASSO-PROG
           MOVE 0 TO WS-PAS-NOITES WS-PAS-SEG WS-PAS-PIOR
                     WS-PAS-PIOR-NOITE WS-PAS-SLA WS-PAS-ACIMA

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING
               "PASSO " DELIMITED BY SIZE
               ORD-TMP-PASSO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(ORD-TMP-PROG) DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

      * A noite vai para a tabela do mês, já com o SLA conferido
      * pelo fim mais tardio do passo naquela noite.
       2500-FECHA-NOITE.
           MOVE "N" TO WS-HA-NOITE
           IF WS-MES-QTD >= 31
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MES-QTD
           MOVE WS-NOI-DATA TO WS-MN-DATA(WS-MES-QTD)
           MOVE WS-NOI-INI-DATA TO WS-MN-INI-DATA(WS-MES-QTD)
           MOVE WS-NOI-INI-HORA TO WS-MN-INI-HORA(WS-MES-QTD)
           MOVE WS-NOI-FIM-DATA TO WS-MN-FIM-DATA(WS-MES-QTD)
           MOVE WS-NOI-FIM-HORA TO WS-MN-FIM-HORA(WS-MES-QTD)
           MOVE WS-NOI-SEG TO WS-MN-SEG(WS-MES-QTD)
           MOVE WS-NOI-RC TO WS-MN-RC(WS-MES-QTD)
           MOVE WS-NOI-EXECS TO WS-MN-EXECS(WS-MES-QTD)

           IF WS-SLA >= 1200
               MOVE WS-NOI-DATA TO WS-NOI-LIMITE
           ELSE
               COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NOI-DATA) + 1
               COMPUTE WS-NOI-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           END-IF

           MOVE "N" TO WS-MN-SLA(WS-MES-QTD)
           IF WS-NOI-FIM-DATA > WS-NOI-LIMITE
                   OR (WS-NOI-FIM-DATA = WS-NOI-LIMITE
                       AND WS-NOI-FIM-HORA > WS-SLA-HORA)
               MOVE "S" TO WS-MN-SLA(WS-MES-QTD)
           END-IF.

      * Fim do mês: média e pior caso, e só então as noites saem,
      * marcadas contra a média do próprio mês.
       2600-FECHA-MES.
           MOVE 0 TO WS-MES-SEG WS-MES-PIOR WS-MES-PIOR-NOITE
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MES-QTD
               ADD WS-MN-SEG(WS-M) TO WS-MES-SEG
               IF WS-MN-SEG(WS-M) > WS-MES-PIOR
                   MOVE WS-MN-SEG(WS-M) TO WS-MES-PIOR
                   MOVE WS-MN-DATA(WS-M) TO WS-MES-PIOR-NOITE
               END-IF
           END-PERFORM
           COMPUTE WS-MES-MEDIA ROUNDED = WS-MES-SEG / WS-MES-QTD

           MOVE SPACES TO REG-REL
           STRING
               "  MES " DELIMITED BY SIZE
               WS-MES-ANT(1:4) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MES-ANT(5:2) DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           MOVE "    NOITE    INICIO          FIM" TO REG-REL
           MOVE "DECORRIDO EXEC RC" TO REG-REL(47:17)
           MOVE "OCORRENCIAS" TO REG-REL(67:11)
           WRITE REG-REL

           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MES-QTD
               PERFORM 2650-GRAVA-NOITE
           END-PERFORM

           MOVE WS-MES-MEDIA TO WS-FMT-SEG
           PERFORM 9000-FORMATA-TEMPO
           MOVE SPACES TO REG-REL
           STRING
               "    NOITES " DELIMITED BY SIZE
               WS-MES-QTD DELIMITED BY SIZE
               "  MEDIA " DELIMITED BY SIZE
               WS-FMT-TEMPO DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           MOVE WS-MES-PIOR TO WS-FMT-SEG
           PERFORM 9000-FORMATA-TEMPO
           STRING
               "PIOR " DELIMITED BY SIZE
               WS-FMT-TEMPO DELIMITED BY SIZE
               " NA NOITE " DELIMITED BY SIZE
               WS-MES-PIOR-NOITE DELIMITED BY SIZE
               INTO REG-REL(36:40)
           END-STRING
           WRITE REG-REL

           ADD WS-MES-QTD TO WS-PAS-NOITES
           ADD WS-MES-SEG TO WS-PAS-SEG
           IF WS-MES-PIOR > WS-PAS-PIOR
               MOVE WS-MES-PIOR TO WS-PAS-PIOR
               MOVE WS-MES-PIOR-NOITE TO WS-PAS-PIOR-NOITE
           END-IF
           MOVE 0 TO WS-MES-QTD.

       2650-GRAVA-NOITE.
           ADD 1 TO WS-TOT-NOITES
           MOVE "N" TO WS-ACIMA
           IF WS-MES-QTD > 1
                   AND WS-MN-SEG(WS-M) * 100 > WS-MES-MEDIA * WS-PCT
               MOVE "S" TO WS-ACIMA
           END-IF

           MOVE WS-MN-SEG(WS-M) TO WS-FMT-SEG
           PERFORM 9000-FORMATA-TEMPO
           MOVE SPACES TO REG-REL
           STRING
               "    " DELIMITED BY SIZE
               WS-MN-DATA(WS-M) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MN-INI-DATA(WS-M) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MN-INI-HORA(WS-M) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MN-FIM-DATA(WS-M) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MN-FIM-HORA(WS-M) DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           MOVE WS-FMT-TEMPO TO REG-REL(47:9)
           MOVE WS-MN-EXECS(WS-M) TO REG-REL(58:2)
           MOVE WS-MN-RC(WS-M) TO REG-REL(61:4)
           IF WS-MN-SLA(WS-M) = "S"
               MOVE "*SLA ESTOURADO*" TO REG-REL(67:15)
               ADD 1 TO WS-PAS-SLA
           END-IF
           IF WS-ACIMA = "S"
               MOVE "*ACIMA DA MEDIA*" TO REG-REL(83:16)
               ADD 1 TO WS-PAS-ACIMA
           END-IF
           IF WS-MN-SLA(WS-M) = "S" OR WS-ACIMA = "S"
               ADD 1 TO WS-TOT-MARCADAS
           END-IF
           WRITE REG-REL.

       2700-FECHA-PASSO.
           MOVE "N" TO WS-HA-PASSO
           IF WS-PAS-NOITES > 0
               COMPUTE WS-PAS-MEDIA ROUNDED =
                   WS-PAS-SEG / WS-PAS-NOITES
           ELSE
               MOVE 0 TO WS-PAS-MEDIA
           END-IF

           MOVE WS-PAS-MEDIA TO WS-FMT-SEG
           PERFORM 9000-FORMATA-TEMPO
           MOVE SPACES TO REG-REL
           STRING
               "  TOTAL DO PASSO: NOITES " DELIMITED BY SIZE
               WS-PAS-NOITES DELIMITED BY SIZE
               "  MEDIA " DELIMITED BY SIZE
               WS-FMT-TEMPO DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           MOVE WS-PAS-PIOR TO WS-FMT-SEG
           PERFORM 9000-FORMATA-TEMPO
           STRING
               "PIOR " DELIMITED BY SIZE
               WS-FMT-TEMPO DELIMITED BY SIZE
               " NA NOITE " DELIMITED BY SIZE
               WS-PAS-PIOR-NOITE DELIMITED BY SIZE
               "  SLA ESTOURADO " DELIMITED BY SIZE
               WS-PAS-SLA DELIMITED BY SIZE
               "  ACIMA DA MEDIA " DELIMITED BY SIZE
               WS-PAS-ACIMA DELIMITED BY SIZE
               INTO REG-REL(55:78)
           END-STRING
           WRITE REG-REL.

       9000-FORMATA-TEMPO.
           DIVIDE WS-FMT-SEG BY 3600 GIVING WS-FMT-HH
               REMAINDER WS-FMT-RESTO
           DIVIDE WS-FMT-RESTO BY 60 GIVING WS-FMT-MM
               REMAINDER WS-FMT-SS
           MOVE SPACES TO WS-FMT-TEMPO
           STRING
               WS-FMT-HH(2:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-FMT-MM DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-FMT-SS DELIMITED BY SIZE
               INTO WS-FMT-TEMPO
           END-STRING.

       9100-GRAVA-CABECALHO.
           MOVE WS-PCT TO WS-PCT-ED
           MOVE SPACES TO REG-REL
           STRING
               "JANELA BATCH DA ESTEIRA NOTURNA - TEMPOS POR PASSO - "
                   DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "HISTORICO: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-TMP-NOME) DELIMITED BY SIZE
               "  LIMITE DO SLA: " DELIMITED BY SIZE
               WS-SLA-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-SLA-MM DELIMITED BY SIZE
               "  ACIMA DA MEDIA: MAIS DE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PCT-ED) DELIMITED BY SIZE
               "% DA MEDIA DO MES" DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

       9500-GRAVA-RODAPE.
           MOVE SPACES TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "EXECUCOES DE PASSO LIDAS .: " DELIMITED BY SIZE
               WS-TOT-LIDOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "NOITES-PASSO ANALISADAS ..: " DELIMITED BY SIZE
               WS-TOT-NOITES DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "NOITES-PASSO MARCADAS ....: " DELIMITED BY SIZE
               WS-TOT-MARCADAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.
