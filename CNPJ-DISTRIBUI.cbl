       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-DISTRIBUI.

      * Distribuição das exceções por equipe de compras (REF): o
      * extrato de inválidos do lote, as sugestões de correção de
      * DV, as pendências em aberto da conciliação (com idade, e
      * marcadas as que a conciliação escalou) são repartidos num
      * pacote por REF, cada equipe recebendo só os próprios
      * problemas. O REF de cada documento vem do cadastro mestre,
      * como na conciliação; documento sem REF cai no pacote
      * SEM-REF, que o líder de qualidade de dados trata.
      *
      * O manifesto lista cada pacote gerado com as contagens, as
      * equipes do cadastro sem nada em aberto e o balanço de
      * cada fonte (lidos x distribuídos) - a prova de que toda
      * exceção foi para alguém.
      *
      * As fontes são soltas numa só classificação por REF, tipo e
      * documento, e os pacotes saem por quebra de controle.
      * Códigos de retorno: 0 = limpo, 4 = exceções sem REF ou
      * fonte indisponível, 16 = erro de arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MST ASSIGN TO DYNAMIC WS-ARQ-MST-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MST-CNPJ
               FILE STATUS IS WS-FS-MST.
           SELECT ARQ-INV ASSIGN TO DYNAMIC WS-ARQ-INV-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INV.
           SELECT ARQ-SUG ASSIGN TO DYNAMIC WS-ARQ-SUG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUG.
           SELECT ARQ-ESC ASSIGN TO DYNAMIC WS-ARQ-ESC-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESC.
           SELECT ARQ-PEN ASSIGN TO DYNAMIC WS-ARQ-PEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEN.
           SELECT ARQ-PAC ASSIGN TO DYNAMIC WS-ARQ-PAC-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAC.
           SELECT ARQ-MAN ASSIGN TO DYNAMIC WS-ARQ-MAN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAN.
           SELECT ORD-DIS ASSIGN TO "SORTWK-DIS".

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

      * Mesmo leiaute do extrato de inválidos gravado pelo lote.
       FD ARQ-INV.
       01 REG-INV.
          05 REG-INV-CNPJ        PIC X(14).
          05 REG-INV-DV1         PIC 9.
          05 REG-INV-DV2         PIC 9.
          05 REG-INV-STATUS      PIC X(12).
          05 REG-INV-TIPO        PIC X(01).

      * Relatório de sugestões de correção do lote: uma linha
      * "CNPJ " + documento por rejeição por DV, seguida das linhas
      * dos candidatos.
       FD ARQ-SUG.
       01 REG-SUG                PIC X(80).

      * Mesmo leiaute do extrato de escalação da conciliação.
       FD ARQ-ESC.
       01 REG-ESC.
          05 REG-ESC-CNPJ        PIC X(14).
          05 REG-ESC-STATUS      PIC X(12).
          05 REG-ESC-DT-PRIM     PIC 9(8).
          05 REG-ESC-EXECS       PIC 9(5).
          05 REG-ESC-NOME        PIC X(40).
          05 REG-ESC-REF         PIC X(10).

      * Pendências em aberto, no leiaute gravado pela conciliação.
       FD ARQ-PEN.
       01 REG-PEN.
          05 REG-PEN-CNPJ        PIC X(14).
          05 REG-PEN-DT-PRIM     PIC 9(8).
          05 REG-PEN-EXECS       PIC 9(5).

      * Pacote de uma equipe.
       FD ARQ-PAC.
       01 REG-PAC                PIC X(122).

       FD ARQ-MAN.
       01 REG-MAN                PIC X(110).

      * Ocorrência classificada: REF dono, tipo ("0" equipe do
      * cadastro, só para a lista das sem pendências; "1"
      * inválido; "2" pendência; "3" sugestão), documento, origem
      * ("E" escalação, "P" pendência, espaço nas demais),
      * sequência de leitura (mantém as linhas de uma sugestão na
      * ordem) e a linha pronta do pacote.
       SD ORD-DIS.
       01 REG-ORD-DIS.
          05 ORD-DIS-REF         PIC X(10).
          05 ORD-DIS-TIPO        PIC X(01).
          05 ORD-DIS-CNPJ        PIC X(14).
          05 ORD-DIS-ORIGEM      PIC X(01).
          05 ORD-DIS-SEQ         PIC 9(7).
          05 ORD-DIS-LINHA       PIC X(110).

       WORKING-STORAGE SECTION.

      * PARM: nome do relatório do lote (de que derivam o extrato
      * de inválidos e as sugestões), extrato de escalação,
      * arquivo de pendências, prefixo dos pacotes e manifesto,
      * separados por espaço; "-" mantém o padrão da posição.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-REL           PIC X(50) VALUE SPACES.
       01 WS-PARM-ESC           PIC X(50) VALUE SPACES.
       01 WS-PARM-PEN           PIC X(50) VALUE SPACES.
       01 WS-PARM-PREFIXO       PIC X(30) VALUE SPACES.
       01 WS-PARM-MAN           PIC X(50) VALUE SPACES.
       01 WS-ARQ-REL-LOTE       PIC X(50) VALUE "CNPJS.REP".
       01 WS-ARQ-INV-NOME       PIC X(50) VALUE SPACES.
       01 WS-ARQ-SUG-NOME       PIC X(50) VALUE SPACES.
       01 WS-ARQ-ESC-NOME       PIC X(50)
                                VALUE "CONCILIA.REP-ESCALACAO.DAT".
       01 WS-ARQ-PEN-NOME       PIC X(50) VALUE "CNPJS-PEND.DAT".
       01 WS-PREFIXO            PIC X(30) VALUE "PACOTE".
       01 WS-ARQ-MAN-NOME       PIC X(50) VALUE "DISTRIBUI.REP".
       01 WS-ARQ-PAC-NOME       PIC X(80) VALUE SPACES.

      * Cadastro mestre - mesmo nome fixo do lote. É dele que vem
      * o REF; sem ele não há distribuição.
       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".

       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-INV             PIC XX VALUE "00".
       01 WS-FS-SUG             PIC XX VALUE "00".
       01 WS-FS-ESC             PIC XX VALUE "00".
       01 WS-FS-PEN             PIC XX VALUE "00".
       01 WS-FS-PAC             PIC XX VALUE "00".
       01 WS-FS-MAN             PIC XX VALUE "00".

       01 WS-EOF                PIC X(01) VALUE "N".
       01 WS-FIM-ORD            PIC X(01) VALUE "N".
          88 FIM-CLASSIFICADO   VALUE "S".
       01 WS-SEQ                PIC 9(7) VALUE 0.

      * Documento corrente das fontes e o REF e a razão social
      * encontrados para ele no cadastro.
       01 WS-DOC                PIC X(14) VALUE SPACES.
       01 WS-DOC-REF            PIC X(10) VALUE SPACES.
       01 WS-DOC-NOME           PIC X(40) VALUE SPACES.
       01 WS-DT-PRIM            PIC 9(8) VALUE 0.
       01 WS-IDADE-DIAS         PIC 9(5) VALUE 0.

      * Sugestão corrente: as linhas de candidatos herdam o
      * documento e o REF da linha "CNPJ " que as abre.
       01 WS-SUG-DOC            PIC X(14) VALUE SPACES.
       01 WS-SUG-REF            PIC X(10) VALUE SPACES.

      * Quebra de controle dos pacotes.
       01 WS-REF-ANT            PIC X(10) VALUE LOW-VALUES.
       01 WS-TIPO-ANT           PIC X(01) VALUE SPACES.
       01 WS-PAC-ABERTO         PIC X(01) VALUE "N".
          88 PACOTE-ABERTO      VALUE "S".
      * Pacote da equipe que não abriu: tentado uma vez só; as
      * exceções continuam contadas e o manifesto aponta a falha.
       01 WS-PAC-FALHOU         PIC X(01) VALUE "N".
          88 PACOTE-FALHOU      VALUE "S".
       01 WS-MAN-PACOTE         PIC X(36) VALUE SPACES.
       01 WS-REF-ARQ            PIC X(10) VALUE SPACES.
       01 WS-K                  PIC 99 VALUE 0.

      * Escalação retida até ver se a pendência do mesmo documento
      * vem logo atrás (a escalação classifica antes dela).
       01 WS-ESC-RETIDA         PIC X(01) VALUE "N".
       01 WS-ESC-CNPJ           PIC X(14) VALUE SPACES.
       01 WS-ESC-LINHA          PIC X(110) VALUE SPACES.
      * Linha do pacote: o detalhe inteiro e, a partir da coluna
      * 113, a marca da pendência escalada.
       01 WS-LINHA              PIC X(122) VALUE SPACES.

      * Contagens do pacote corrente.
       01 WS-PC-INVALIDOS       PIC 9(7) VALUE 0.
       01 WS-PC-PENDENCIAS      PIC 9(7) VALUE 0.
       01 WS-PC-ESCALADAS       PIC 9(7) VALUE 0.
       01 WS-PC-SUGESTOES       PIC 9(7) VALUE 0.
       01 WS-PC-TOTAL           PIC 9(7) VALUE 0.

      * Equipes do cadastro sem nada em aberto, listadas no fim
      * do manifesto.
       01 WS-LIV-QTD            PIC 9(4) VALUE 0.
       01 WS-LIV-J              PIC 9(4) VALUE 0.
       01 WS-LIV-TAB.
          05 WS-LIV-REF OCCURS 2000 TIMES PIC X(10).

      * Balanço por fonte: lidos x distribuídos.
       01 WS-LID-INVALIDOS      PIC 9(7) VALUE 0.
       01 WS-LID-SUGESTOES      PIC 9(7) VALUE 0.
       01 WS-LID-ESCALADAS      PIC 9(7) VALUE 0.
       01 WS-LID-PENDENCIAS     PIC 9(7) VALUE 0.
       01 WS-DIS-INVALIDOS      PIC 9(7) VALUE 0.
       01 WS-DIS-SUGESTOES      PIC 9(7) VALUE 0.
       01 WS-DIS-ESCALADAS      PIC 9(7) VALUE 0.
       01 WS-DIS-PENDENCIAS     PIC 9(7) VALUE 0.
       01 WS-TOT-PACOTES        PIC 9(5) VALUE 0.
       01 WS-TOT-SEM-REF        PIC 9(7) VALUE 0.
       01 WS-FONTE-AUSENTE      PIC X(01) VALUE "N".

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-REL WS-PARM-ESC WS-PARM-PEN
                        WS-PARM-PREFIXO WS-PARM-MAN
               END-UNSTRING
               IF WS-PARM-REL NOT = SPACES AND WS-PARM-REL NOT = "-"
                   MOVE WS-PARM-REL TO WS-ARQ-REL-LOTE
               END-IF
               IF WS-PARM-ESC NOT = SPACES AND WS-PARM-ESC NOT = "-"
                   MOVE WS-PARM-ESC TO WS-ARQ-ESC-NOME
               END-IF
               IF WS-PARM-PEN NOT = SPACES AND WS-PARM-PEN NOT = "-"
                   MOVE WS-PARM-PEN TO WS-ARQ-PEN-NOME
               END-IF
               IF WS-PARM-PREFIXO NOT = SPACES
                       AND WS-PARM-PREFIXO NOT = "-"
                   MOVE WS-PARM-PREFIXO TO WS-PREFIXO
               END-IF
               IF WS-PARM-MAN NOT = SPACES AND WS-PARM-MAN NOT = "-"
                   MOVE WS-PARM-MAN TO WS-ARQ-MAN-NOME
               END-IF
           END-IF

           STRING
               FUNCTION TRIM(WS-ARQ-REL-LOTE) DELIMITED BY SIZE
               "-INVALIDOS.DAT" DELIMITED BY SIZE
               INTO WS-ARQ-INV-NOME
           END-STRING

           STRING
               FUNCTION TRIM(WS-ARQ-REL-LOTE) DELIMITED BY SIZE
               "-SUGESTOES.REP" DELIMITED BY SIZE
               INTO WS-ARQ-SUG-NOME
           END-STRING

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD

           OPEN INPUT ARQ-MST
           IF WS-FS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO CADASTRO MESTRE: " WS-FS-MST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ-MAN
           IF WS-FS-MAN NOT = "00"
               DISPLAY "ERRO ABRINDO MANIFESTO: " WS-FS-MAN
               CLOSE ARQ-MST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9100-GRAVA-CABECALHO

           SORT ORD-DIS ON ASCENDING KEY ORD-DIS-REF ORD-DIS-TIPO
                                         ORD-DIS-CNPJ ORD-DIS-SEQ
               INPUT PROCEDURE IS 0500-SOLTA-FONTES
               OUTPUT PROCEDURE IS 2000-DISTRIBUI-CLASSIFICADO

           CLOSE ARQ-MST

           PERFORM 9500-GRAVA-RODAPE
           CLOSE ARQ-MAN

           DISPLAY "DISTRIBUICAO: " WS-TOT-PACOTES " PACOTES, "
                   WS-LIV-QTD " EQUIPES SEM PENDENCIAS - VER "
                   FUNCTION TRIM(WS-ARQ-MAN-NOME)

           IF (WS-TOT-SEM-REF > 0 OR WS-FONTE-AUSENTE = "S")
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * Solta as fontes para a classificação. A escalação vem
      * antes das pendências para que, no mesmo documento, tenha
      * sequência menor e classifique na frente.
       0500-SOLTA-FONTES.
           PERFORM 0510-SOLTA-EQUIPES
           PERFORM 0520-SOLTA-INVALIDOS
           PERFORM 0530-SOLTA-SUGESTOES
           PERFORM 0540-SOLTA-ESCALACAO
           PERFORM 0550-SOLTA-PENDENCIAS.

      * Uma ocorrência tipo "0" por documento do cadastro - é o
      * que dá a lista de todas as equipes conhecidas.
       0510-SOLTA-EQUIPES.
           MOVE LOW-VALUES TO REG-MST-CNPJ
           START ARQ-MST KEY NOT < REG-MST-CNPJ
           IF WS-FS-MST NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-MST NEXT
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO REG-ORD-DIS
                       MOVE REG-MST-REF TO ORD-DIS-REF
                       MOVE "0" TO ORD-DIS-TIPO
                       RELEASE REG-ORD-DIS
               END-READ
           END-PERFORM.

       0520-SOLTA-INVALIDOS.
           OPEN INPUT ARQ-INV
           IF WS-FS-INV NOT = "00"
               DISPLAY "AVISO: EXTRATO DE INVALIDOS "
                       FUNCTION TRIM(WS-ARQ-INV-NOME)
                       " INDISPONIVEL (" WS-FS-INV ")"
               MOVE "S" TO WS-FONTE-AUSENTE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-INV
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REG-INV NOT = SPACES
                           ADD 1 TO WS-LID-INVALIDOS
                           MOVE REG-INV-CNPJ TO WS-DOC
                           PERFORM 0600-PROCURA-REF
                           MOVE SPACES TO REG-ORD-DIS
                           MOVE WS-DOC-REF TO ORD-DIS-REF
                           MOVE "1" TO ORD-DIS-TIPO
                           MOVE WS-DOC TO ORD-DIS-CNPJ
                           PERFORM 0690-PROXIMA-SEQUENCIA
                           STRING
                               "  " DELIMITED BY SIZE
                               REG-INV-CNPJ DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               REG-INV-STATUS DELIMITED BY SIZE
                               " DV CALC " DELIMITED BY SIZE
                               REG-INV-DV1 DELIMITED BY SIZE
                               REG-INV-DV2 DELIMITED BY SIZE
                               " TIPO " DELIMITED BY SIZE
                               REG-INV-TIPO DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               WS-DOC-NOME DELIMITED BY SIZE
                               INTO ORD-DIS-LINHA
                           END-STRING
                           RELEASE REG-ORD-DIS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ-INV.

      * Cada bloco de sugestão começa na linha "CNPJ "; as linhas
      * seguintes são do mesmo documento. Uma sugestão conta uma
      * vez, pelo bloco.
       0530-SOLTA-SUGESTOES.
           OPEN INPUT ARQ-SUG
           IF WS-FS-SUG NOT = "00"
               DISPLAY "AVISO: SUGESTOES DE CORRECAO "
                       FUNCTION TRIM(WS-ARQ-SUG-NOME)
                       " INDISPONIVEIS (" WS-FS-SUG ")"
               MOVE "S" TO WS-FONTE-AUSENTE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SUG-DOC WS-SUG-REF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-SUG
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REG-SUG(1:5) = "CNPJ "
                           ADD 1 TO WS-LID-SUGESTOES
                           MOVE REG-SUG(6:14) TO WS-DOC
                           PERFORM 0600-PROCURA-REF
                           MOVE WS-DOC TO WS-SUG-DOC
                           MOVE WS-DOC-REF TO WS-SUG-REF
                       END-IF
                       IF REG-SUG NOT = SPACES
                               AND WS-SUG-DOC NOT = SPACES
                           MOVE SPACES TO REG-ORD-DIS
                           MOVE WS-SUG-REF TO ORD-DIS-REF
                           MOVE "3" TO ORD-DIS-TIPO
                           MOVE WS-SUG-DOC TO ORD-DIS-CNPJ
                           PERFORM 0690-PROXIMA-SEQUENCIA
                           MOVE SPACES TO ORD-DIS-LINHA
                           MOVE REG-SUG TO ORD-DIS-LINHA(3:80)
                           RELEASE REG-ORD-DIS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ-SUG.

      * O extrato de escalação já traz o REF e a razão social da
      * conciliação.
       0540-SOLTA-ESCALACAO.
           OPEN INPUT ARQ-ESC
           IF WS-FS-ESC NOT = "00"
               DISPLAY "AVISO: EXTRATO DE ESCALACAO "
                       FUNCTION TRIM(WS-ARQ-ESC-NOME)
                       " INDISPONIVEL (" WS-FS-ESC ")"
               MOVE "S" TO WS-FONTE-AUSENTE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-ESC
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REG-ESC NOT = SPACES
                           ADD 1 TO WS-LID-ESCALADAS
                           MOVE SPACES TO REG-ORD-DIS
                           MOVE REG-ESC-REF TO ORD-DIS-REF
                           MOVE "2" TO ORD-DIS-TIPO
                           MOVE REG-ESC-CNPJ TO ORD-DIS-CNPJ
                           MOVE "E" TO ORD-DIS-ORIGEM
                           PERFORM 0690-PROXIMA-SEQUENCIA
                           MOVE REG-ESC-CNPJ TO WS-DOC
                           MOVE REG-ESC-DT-PRIM TO WS-DT-PRIM
                           PERFORM 0650-CALCULA-IDADE
                           STRING
                               "  " DELIMITED BY SIZE
                               REG-ESC-CNPJ DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               REG-ESC-STATUS DELIMITED BY SIZE
                               " DESDE " DELIMITED BY SIZE
                               REG-ESC-DT-PRIM DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               REG-ESC-EXECS DELIMITED BY SIZE
                               " EXECS " DELIMITED BY SIZE
                               WS-IDADE-DIAS DELIMITED BY SIZE
                               " DIAS  " DELIMITED BY SIZE
                               REG-ESC-NOME DELIMITED BY SIZE
                               INTO ORD-DIS-LINHA
                           END-STRING
                           RELEASE REG-ORD-DIS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ-ESC.

       0550-SOLTA-PENDENCIAS.
           OPEN INPUT ARQ-PEN
           IF WS-FS-PEN NOT = "00"
               DISPLAY "AVISO: PENDENCIAS "
                       FUNCTION TRIM(WS-ARQ-PEN-NOME)
                       " INDISPONIVEIS (" WS-FS-PEN ")"
               MOVE "S" TO WS-FONTE-AUSENTE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-PEN
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REG-PEN NOT = SPACES
                           ADD 1 TO WS-LID-PENDENCIAS
                           MOVE REG-PEN-CNPJ TO WS-DOC
                           PERFORM 0600-PROCURA-REF
                           MOVE REG-PEN-DT-PRIM TO WS-DT-PRIM
                           PERFORM 0650-CALCULA-IDADE
                           MOVE SPACES TO REG-ORD-DIS
                           MOVE WS-DOC-REF TO ORD-DIS-REF
                           MOVE "2" TO ORD-DIS-TIPO
                           MOVE WS-DOC TO ORD-DIS-CNPJ
                           MOVE "P" TO ORD-DIS-ORIGEM
                           PERFORM 0690-PROXIMA-SEQUENCIA
                           STRING
                               "  " DELIMITED BY SIZE
                               REG-PEN-CNPJ DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               REG-MST-STATUS DELIMITED BY SIZE
                               " DESDE " DELIMITED BY SIZE
                               REG-PEN-DT-PRIM DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               REG-PEN-EXECS DELIMITED BY SIZE
                               " EXECS " DELIMITED BY SIZE
                               WS-IDADE-DIAS DELIMITED BY SIZE
                               " DIAS  " DELIMITED BY SIZE
                               WS-DOC-NOME DELIMITED BY SIZE
                               INTO ORD-DIS-LINHA
                           END-STRING
                           RELEASE REG-ORD-DIS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ-PEN.

      * REF e razão social do documento em WS-DOC pelo cadastro;
      * ausente, o documento fica sem REF (e o status em branco).
       0600-PROCURA-REF.
           MOVE WS-DOC TO REG-MST-CNPJ
           READ ARQ-MST
           IF WS-FS-MST = "00"
               MOVE REG-MST-REF TO WS-DOC-REF
               MOVE REG-MST-NOME TO WS-DOC-NOME
           ELSE
               MOVE SPACES TO REG-MST
               MOVE SPACES TO WS-DOC-REF
               MOVE "(FORA DO CADASTRO MESTRE)" TO WS-DOC-NOME
           END-IF.

      * Idade em dias desde a primeira rejeição (WS-DT-PRIM).
       0650-CALCULA-IDADE.
           MOVE 0 TO WS-IDADE-DIAS
           IF WS-DT-PRIM IS NUMERIC AND WS-DT-PRIM > 0
                   AND WS-DT-PRIM NOT > WS-DATA-SIS
               COMPUTE WS-IDADE-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SIS)
                   - FUNCTION INTEGER-OF-DATE(WS-DT-PRIM)
           END-IF.

       0690-PROXIMA-SEQUENCIA.
           ADD 1 TO WS-SEQ
           MOVE WS-SEQ TO ORD-DIS-SEQ.

       2000-DISTRIBUI-CLASSIFICADO.
           PERFORM UNTIL FIM-CLASSIFICADO
               RETURN ORD-DIS
                   AT END MOVE "S" TO WS-FIM-ORD
                   NOT AT END
                       PERFORM 2100-DISTRIBUI-UMA-OCORRENCIA
               END-RETURN
           END-PERFORM

           IF WS-REF-ANT NOT = LOW-VALUES
               PERFORM 2800-FECHA-EQUIPE
           END-IF.

       2100-DISTRIBUI-UMA-OCORRENCIA.
           IF ORD-DIS-REF NOT = WS-REF-ANT
               IF WS-REF-ANT NOT = LOW-VALUES
                   PERFORM 2800-FECHA-EQUIPE
               END-IF
               MOVE ORD-DIS-REF TO WS-REF-ANT
               MOVE SPACES TO WS-TIPO-ANT
               MOVE "N" TO WS-PAC-FALHOU
               MOVE 0 TO WS-PC-INVALIDOS WS-PC-PENDENCIAS
                         WS-PC-ESCALADAS WS-PC-SUGESTOES
           END-IF

           IF ORD-DIS-TIPO = "0"
               EXIT PARAGRAPH
           END-IF

      * Escalação retida sem a pendência do mesmo documento logo
      * atrás sai sozinha.
           IF WS-ESC-RETIDA = "S"
               IF ORD-DIS-ORIGEM NOT = "P"
                       OR ORD-DIS-CNPJ NOT = WS-ESC-CNPJ
                   MOVE WS-ESC-LINHA TO WS-LINHA
                   MOVE "*ESCALADA*" TO WS-LINHA(113:10)
                   PERFORM 2500-GRAVA-LINHA
                   ADD 1 TO WS-PC-PENDENCIAS WS-PC-ESCALADAS
                   ADD 1 TO WS-DIS-ESCALADAS
                   MOVE "N" TO WS-ESC-RETIDA
               END-IF
           END-IF

           IF NOT PACOTE-ABERTO AND NOT PACOTE-FALHOU
               PERFORM 2200-ABRE-PACOTE
               IF NOT PACOTE-ABERTO
                   MOVE "S" TO WS-PAC-FALHOU
               END-IF
           END-IF

           IF ORD-DIS-TIPO NOT = WS-TIPO-ANT
               MOVE ORD-DIS-TIPO TO WS-TIPO-ANT
               PERFORM 2300-TITULO-SECAO
           END-IF

           MOVE ORD-DIS-LINHA TO WS-LINHA
           EVALUATE TRUE
               WHEN ORD-DIS-TIPO = "1"
                   ADD 1 TO WS-PC-INVALIDOS WS-DIS-INVALIDOS
                   PERFORM 2500-GRAVA-LINHA
               WHEN ORD-DIS-TIPO = "3"
                   IF ORD-DIS-LINHA(3:5) = "CNPJ "
                       ADD 1 TO WS-PC-SUGESTOES WS-DIS-SUGESTOES
                   END-IF
                   PERFORM 2500-GRAVA-LINHA
               WHEN ORD-DIS-ORIGEM = "E"
                   MOVE "S" TO WS-ESC-RETIDA
                   MOVE ORD-DIS-CNPJ TO WS-ESC-CNPJ
                   MOVE ORD-DIS-LINHA TO WS-ESC-LINHA
               WHEN OTHER
                   ADD 1 TO WS-PC-PENDENCIAS WS-DIS-PENDENCIAS
                   IF WS-ESC-RETIDA = "S"
                       MOVE "*ESCALADA*" TO WS-LINHA(113:10)
                       ADD 1 TO WS-PC-ESCALADAS WS-DIS-ESCALADAS
                       MOVE "N" TO WS-ESC-RETIDA
                   END-IF
                   PERFORM 2500-GRAVA-LINHA
           END-EVALUATE.

      * O nome do pacote é o prefixo mais o REF, com espaços e
      * barras trocados por "_"; REF em branco vira SEM-REF.
       2200-ABRE-PACOTE.
           IF WS-REF-ANT = SPACES
               MOVE "SEM-REF" TO WS-REF-ARQ
           ELSE
               MOVE FUNCTION TRIM(WS-REF-ANT) TO WS-REF-ARQ
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > FUNCTION LENGTH(
                                    FUNCTION TRIM(WS-REF-ARQ TRAILING))
                   IF WS-REF-ARQ(WS-K:1) = "/" OR "\" OR ":" OR SPACE
                       MOVE "_" TO WS-REF-ARQ(WS-K:1)
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-ARQ-PAC-NOME
           STRING
               FUNCTION TRIM(WS-PREFIXO) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REF-ARQ) DELIMITED BY SIZE
               ".REP" DELIMITED BY SIZE
               INTO WS-ARQ-PAC-NOME
           END-STRING

           OPEN OUTPUT ARQ-PAC
           IF WS-FS-PAC NOT = "00"
               DISPLAY "ERRO ABRINDO PACOTE "
                       FUNCTION TRIM(WS-ARQ-PAC-NOME) ": " WS-FS-PAC
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-PAC-ABERTO
           ADD 1 TO WS-TOT-PACOTES

           MOVE SPACES TO REG-PAC
           STRING
               "EXCECOES DA EQUIPE " DELIMITED BY SIZE
               WS-REF-ARQ DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-PAC
           END-STRING
           WRITE REG-PAC
           IF WS-REF-ANT = SPACES
               MOVE "DOCUMENTOS SEM REF NO CADASTRO MESTRE - TRATAR "
                 TO REG-PAC
               MOVE "PELA QUALIDADE DE DADOS" TO REG-PAC(48:30)
               WRITE REG-PAC
           END-IF.

       2300-TITULO-SECAO.
           IF NOT PACOTE-ABERTO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-PAC
           WRITE REG-PAC
           EVALUATE WS-TIPO-ANT
               WHEN "1"
                   MOVE "DOCUMENTOS INVALIDOS NO ULTIMO LOTE"
                       TO REG-PAC
               WHEN "2"
                   MOVE "PENDENCIAS EM ABERTO (DESDE, EXECUCOES, DIAS)"
                       TO REG-PAC
               WHEN OTHER
                   MOVE "SUGESTOES DE CORRECAO DE DV" TO REG-PAC
           END-EVALUATE
           WRITE REG-PAC.

       2500-GRAVA-LINHA.
           IF NOT PACOTE-ABERTO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-PAC
           MOVE WS-LINHA TO REG-PAC
           WRITE REG-PAC.

      * Fim de uma equipe: escalação ainda retida sai, o pacote é
      * fechado e anotado no manifesto; equipe sem nada vai para
      * a lista das sem pendências. Pacote que não abriu vai para o
      * manifesto como não gravado, com as exceções contadas.
       2800-FECHA-EQUIPE.
           IF WS-ESC-RETIDA = "S"
               MOVE WS-ESC-LINHA TO WS-LINHA
               MOVE "*ESCALADA*" TO WS-LINHA(113:10)
               PERFORM 2500-GRAVA-LINHA
               ADD 1 TO WS-PC-PENDENCIAS WS-PC-ESCALADAS
               ADD 1 TO WS-DIS-ESCALADAS
           END-IF
           MOVE "N" TO WS-ESC-RETIDA

           COMPUTE WS-PC-TOTAL = WS-PC-INVALIDOS + WS-PC-PENDENCIAS
                               + WS-PC-SUGESTOES

           IF NOT PACOTE-ABERTO AND NOT PACOTE-FALHOU
               IF WS-PC-TOTAL = 0 AND WS-REF-ANT NOT = SPACES
                   IF WS-LIV-QTD < 2000
                       ADD 1 TO WS-LIV-QTD
                       MOVE WS-REF-ANT TO WS-LIV-REF (WS-LIV-QTD)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-PAC
           WRITE REG-PAC
           MOVE SPACES TO REG-PAC
           STRING
               "INVALIDOS " DELIMITED BY SIZE
               WS-PC-INVALIDOS DELIMITED BY SIZE
               "  PENDENCIAS " DELIMITED BY SIZE
               WS-PC-PENDENCIAS DELIMITED BY SIZE
               " (ESCALADAS " DELIMITED BY SIZE
               WS-PC-ESCALADAS DELIMITED BY SIZE
               ")  SUGESTOES " DELIMITED BY SIZE
               WS-PC-SUGESTOES DELIMITED BY SIZE
               INTO REG-PAC
           END-STRING
           IF PACOTE-ABERTO
               WRITE REG-PAC
               CLOSE ARQ-PAC
               MOVE "N" TO WS-PAC-ABERTO
               MOVE WS-ARQ-PAC-NOME(1:36) TO WS-MAN-PACOTE
           ELSE
               MOVE "*** PACOTE NAO GRAVADO ***" TO WS-MAN-PACOTE
           END-IF

           IF WS-REF-ANT = SPACES
               ADD WS-PC-TOTAL TO WS-TOT-SEM-REF
           END-IF

           MOVE SPACES TO REG-MAN
           STRING
               WS-REF-ARQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MAN-PACOTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PC-INVALIDOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PC-PENDENCIAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PC-ESCALADAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PC-SUGESTOES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PC-TOTAL DELIMITED BY SIZE
               INTO REG-MAN
           END-STRING
           WRITE REG-MAN.

       9100-GRAVA-CABECALHO.
           MOVE SPACES TO REG-MAN
           STRING
               "MANIFESTO DA DISTRIBUICAO DE EXCECOES POR REF - "
                   DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-MAN
           END-STRING
           WRITE REG-MAN

           MOVE SPACES TO REG-MAN
           STRING
               "FONTES: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-INV-NOME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-SUG-NOME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-ESC-NOME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-PEN-NOME) DELIMITED BY SIZE
               INTO REG-MAN
           END-STRING
           WRITE REG-MAN

           MOVE SPACES TO REG-MAN
           WRITE REG-MAN
           MOVE SPACES TO REG-MAN
           MOVE "REF" TO REG-MAN(1:3)
           MOVE "PACOTE" TO REG-MAN(13:6)
           MOVE "INVALID" TO REG-MAN(50:7)
           MOVE "PENDENC" TO REG-MAN(58:7)
           MOVE "ESCALAD" TO REG-MAN(66:7)
           MOVE "SUGESTO" TO REG-MAN(74:7)
           MOVE "  TOTAL" TO REG-MAN(82:7)
           WRITE REG-MAN.

       9500-GRAVA-RODAPE.
           MOVE SPACES TO REG-MAN
           WRITE REG-MAN
           MOVE SPACES TO REG-MAN
           STRING
               "PACOTES GERADOS: " DELIMITED BY SIZE
               WS-TOT-PACOTES DELIMITED BY SIZE
               INTO REG-MAN
           END-STRING
           WRITE REG-MAN

           MOVE SPACES TO REG-MAN
           WRITE REG-MAN
           MOVE "EQUIPES SEM PENDENCIAS:" TO REG-MAN
           WRITE REG-MAN
           IF WS-LIV-QTD = 0
               MOVE "  (NENHUMA)" TO REG-MAN
               WRITE REG-MAN
           END-IF
           PERFORM VARYING WS-LIV-J FROM 1 BY 1
                   UNTIL WS-LIV-J > WS-LIV-QTD
               MOVE SPACES TO REG-MAN
               MOVE WS-LIV-REF (WS-LIV-J) TO REG-MAN(3:10)
               WRITE REG-MAN
           END-PERFORM

           MOVE SPACES TO REG-MAN
           WRITE REG-MAN
           MOVE "BALANCO POR FONTE (LIDOS / DISTRIBUIDOS):" TO REG-MAN
           WRITE REG-MAN

           MOVE SPACES TO REG-MAN
           STRING
               "  INVALIDOS ...: " DELIMITED BY SIZE
               WS-LID-INVALIDOS DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-DIS-INVALIDOS DELIMITED BY SIZE
               INTO REG-MAN
           END-STRING
           WRITE REG-MAN

           MOVE SPACES TO REG-MAN
           STRING
               "  SUGESTOES ...: " DELIMITED BY SIZE
               WS-LID-SUGESTOES DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-DIS-SUGESTOES DELIMITED BY SIZE
               INTO REG-MAN
           END-STRING
           WRITE REG-MAN

           MOVE SPACES TO REG-MAN
           STRING
               "  ESCALADAS ...: " DELIMITED BY SIZE
               WS-LID-ESCALADAS DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-DIS-ESCALADAS DELIMITED BY SIZE
               INTO REG-MAN
           END-STRING
           WRITE REG-MAN

           MOVE SPACES TO REG-MAN
           STRING
               "  PENDENCIAS ..: " DELIMITED BY SIZE
               WS-LID-PENDENCIAS DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-DIS-PENDENCIAS DELIMITED BY SIZE
               INTO REG-MAN
           END-STRING
           WRITE REG-MAN

           IF WS-TOT-SEM-REF > 0
               MOVE SPACES TO REG-MAN
               STRING
                   "EXCECOES SEM REF (PACOTE SEM-REF): "
                       DELIMITED BY SIZE
                   WS-TOT-SEM-REF DELIMITED BY SIZE
                   INTO REG-MAN
               END-STRING
               WRITE REG-MAN
           END-IF

           IF WS-FONTE-AUSENTE = "S"
               MOVE "ATENCAO: FONTE INDISPONIVEL - VER AVISOS DO LOG"
                   TO REG-MAN
               WRITE REG-MAN
           END-IF.
