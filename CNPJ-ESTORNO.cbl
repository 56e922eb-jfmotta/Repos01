       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-ESTORNO.

      * Estorno de uma execução no cadastro mestre pelo jornal de
      * auditoria. Quando o arquivo de entrada errado foi carregado
      * ou uma remessa ruim da manutenção em lote foi aplicada, a
      * saída era recarregar o último backup do CNPJ-UTILMST e
      * perder junto toda mudança boa feita desde então. Aqui só a
      * execução escolhida é desfeita: cada ocorrência dela no
      * jornal (CNPJS-JRNL.DAT) tem a imagem anterior do registro,
      * que é restaurada na ordem inversa da gravação - inclusão
      * vira exclusão, alteração volta à imagem anterior, exclusão
      * volta a incluir a imagem anterior.
      *
      * A execução é escolhida pelo programa de origem e ou pela
      * identificação da rodada gravada no jornal (REG-JRN-EXEC),
      * ou por uma janela de data/hora das ocorrências. Um
      * documento que outra execução mudou depois (inclusive um
      * estorno anterior) não é tocado: sai na seção de revisão
      * manual com a última mudança posterior, como também o
      * documento cuja situação no cadastro não bate com a última
      * ocorrência da execução (recarga por fora do jornal). O
      * estorno de um documento é tudo ou nada.
      *
      * Em simulação (o padrão) só lista o que seria feito. O
      * estorno efetivo exige o operador com a função de recarga
      * no perfil de acesso, corre com a trava do cadastro - que
      * segura o jornal parado entre a conferência e a aplicação -
      * e é jornalizado como CNPJ-ESTORNO, com a sua própria
      * identificação de rodada.
      * Códigos de retorno: 0 = execução estornada por inteiro,
      * 4 = documentos para revisão manual, 8 = cadastro em
      * atualização por outro programa, 12 = PARM ou operador
      * recusado ou execução não achada no jornal, 16 = erro de
      * arquivo ou falha na aplicação.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JRN ASSIGN TO DYNAMIC WS-ARQ-JRN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.
           SELECT ARQ-MST ASSIGN TO DYNAMIC WS-ARQ-MST-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MST-CNPJ
               FILE STATUS IS WS-FS-MST.
           SELECT ARQ-ACE ASSIGN TO DYNAMIC WS-ARQ-ACE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACE.
           SELECT ARQ-REL ASSIGN TO DYNAMIC WS-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT ORD-EST ASSIGN TO "SORTWK-EST".
           SELECT ORD-APL ASSIGN TO "SORTWK-APL".

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-JRN.
       COPY "CNPJ-JRN.cpy".

       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

      * Ocorrências aceitas para o estorno, com a posição no jornal.
       FD ARQ-ACE.
       01 REG-ACE.
          05 REG-ACE-SEQ         PIC 9(9).
          05 REG-ACE-CNPJ        PIC X(14).
          05 REG-ACE-ACAO        PIC X(01).
          05 REG-ACE-ANTES       PIC X(124).

       FD ARQ-REL.
       01 REG-REL                PIC X(132).

      * Ocorrências do jornal a partir da primeira da execução,
      * por documento e posição: as da execução ("S") e as das
      * outras ("N"), que dizem se o documento mudou depois.
       SD ORD-EST.
       01 REG-ORD-EST.
          05 ORD-EST-CNPJ        PIC X(14).
          05 ORD-EST-SEQ         PIC 9(9).
          05 ORD-EST-SEL         PIC X(01).
          05 ORD-EST-ACAO        PIC X(01).
          05 ORD-EST-PROG        PIC X(18).
          05 ORD-EST-DATA        PIC 9(8).
          05 ORD-EST-HORA        PIC 9(6).
          05 ORD-EST-OPER        PIC X(8).
          05 ORD-EST-ANTES       PIC X(124).

      * Aceitas, da última para a primeira gravada.
       SD ORD-APL.
       01 REG-ORD-APL.
          05 ORD-APL-SEQ         PIC 9(9).
          05 ORD-APL-CNPJ        PIC X(14).
          05 ORD-APL-ACAO        PIC X(01).
          05 ORD-APL-ANTES       PIC X(124).

       WORKING-STORAGE SECTION.

      * PARM: programa de origem da execução (como gravado no
      * jornal), identificação da rodada (AAAAMMDDHHMMSS), início e
      * fim da janela de data/hora (AAAAMMDDHHMMSS, usados quando a
      * rodada vem "-"), operador, modo ("S" simulação, o padrão;
      * "E" estorno efetivo) e nome do relatório, separados por
      * espaço; "-" mantém o padrão ou deixa a posição em branco.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-PROG          PIC X(18) VALUE SPACES.
       01 WS-PARM-EXEC          PIC X(14) VALUE SPACES.
       01 WS-PARM-INICIO        PIC X(14) VALUE SPACES.
       01 WS-PARM-FIM           PIC X(14) VALUE SPACES.
       01 WS-PARM-OPERADOR      PIC X(08) VALUE SPACES.
       01 WS-PARM-MODO          PIC X(01) VALUE SPACES.
       01 WS-PARM-REL           PIC X(50) VALUE SPACES.

       01 WS-MODO               PIC X(01) VALUE "S".
          88 MODO-SIMULACAO     VALUE "S".
          88 MODO-EFETIVO       VALUE "E".
       01 WS-POR-EXECUCAO       PIC X(01) VALUE "N".
          88 SELECAO-POR-EXECUCAO VALUE "S".
       01 WS-SEL-EXEC           PIC 9(14) VALUE 0.
       01 WS-SEL-INICIO         PIC 9(14) VALUE 0.
       01 WS-SEL-FIM            PIC 9(14) VALUE 0.

      * Momento de uma ocorrência, para a comparação com a janela.
       01 WS-MOMENTO            PIC 9(14) VALUE 0.
       01 WS-MOMENTO-R REDEFINES WS-MOMENTO.
          05 WS-MOM-DATA        PIC 9(8).
          05 WS-MOM-HORA        PIC 9(6).

       01 WS-ARQ-JRN-NOME       PIC X(50) VALUE "CNPJS-JRNL.DAT".
       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".
       01 WS-ARQ-ACE-NOME       PIC X(50) VALUE "ESTORNO-ACEITOS.TRB".
       01 WS-ARQ-REL-NOME       PIC X(50) VALUE "ESTORNO.REP".

       01 WS-FS-JRN             PIC XX VALUE "00".
       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-ACE             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".

       01 WS-EOF-JRN            PIC X VALUE "N".
          88 FIM-JORNAL         VALUE "S".
       01 WS-FIM-ORD            PIC X VALUE "N".
          88 FIM-CLASSIFICADO   VALUE "S".
       01 WS-JRN-ERRO           PIC X(01) VALUE "N".
       01 WS-JRN-DISPONIVEL     PIC X(01) VALUE "N".
          88 JORNAL-DISPONIVEL  VALUE "S".
       01 WS-TRAVA-OBTIDA       PIC X(01) VALUE "N".

       COPY "CNPJ-TRV.cpy".
       COPY "CNPJ-ACS.cpy".

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.
       01 WS-HORA-SIS           PIC 9(8) VALUE 0.

      * Posição no jornal e primeira ocorrência da execução.
       01 WS-SEQ                PIC 9(9) VALUE 0.
       01 WS-SEQ-PRIM           PIC 9(9) VALUE 0.
       01 WS-SELECIONADA        PIC X(01) VALUE "N".

      * Documento em conferência: as ocorrências da execução
      * esperam aqui a decisão de aceitar ou recusar o documento.
       01 WS-HA-DOC             PIC X(01) VALUE "N".
       01 WS-DOC-CNPJ           PIC X(14) VALUE SPACES.
       01 WS-DOC-PRIM-SEQ       PIC 9(9) VALUE 0.
       01 WS-DOC-ULT-ACAO       PIC X(01) VALUE SPACES.
       01 WS-DOC-QTD            PIC 9(3) VALUE 0.
       01 WS-DOC-ESTOURO        PIC X(01) VALUE "N".
       01 WS-DOC-DEPOIS         PIC 9(5) VALUE 0.
       01 WS-DOC-DEP-PROG       PIC X(18) VALUE SPACES.
       01 WS-DOC-DEP-DATA       PIC 9(8) VALUE 0.
       01 WS-DOC-DEP-HORA       PIC 9(6) VALUE 0.
       01 WS-DOC-DEP-OPER       PIC X(8) VALUE SPACES.
       01 WS-DOC-MOTIVO         PIC X(60) VALUE SPACES.
       01 WS-DOC-J              PIC 9(3) VALUE 0.
       01 WS-DOC-TAB.
          05 WS-DOC-OCR OCCURS 100 TIMES.
             10 WS-DOC-SEQ      PIC 9(9).
             10 WS-DOC-ACAO     PIC X(01).
             10 WS-DOC-ANTES    PIC X(124).

      * Imagem e ação do jornal do próprio estorno.
       01 WS-JRN-ACAO           PIC X(01) VALUE SPACES.
       01 WS-JRN-ANTES          PIC X(124) VALUE SPACES.

       01 WS-ACAO-DESC          PIC X(09) VALUE SPACES.
       01 WS-RESTAURA-DESC      PIC X(18) VALUE SPACES.
       01 WS-RESULTADO          PIC X(30) VALUE SPACES.

      * Código do estorno, apurado antes do encerramento (que
      * apaga o trabalho e libera a trava) e devolvido depois.
       01 WS-RC-FINAL           PIC 9(4) VALUE 0.

       01 WS-TOT-LIDAS          PIC 9(9) VALUE 0.
       01 WS-TOT-SELECIONADAS   PIC 9(7) VALUE 0.
       01 WS-TOT-DOCUMENTOS     PIC 9(7) VALUE 0.
       01 WS-TOT-ACEITOS        PIC 9(7) VALUE 0.
       01 WS-TOT-RECUSADOS      PIC 9(7) VALUE 0.
       01 WS-TOT-ESTORNADAS     PIC 9(7) VALUE 0.
       01 WS-TOT-FALHAS         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-PROG WS-PARM-EXEC
                        WS-PARM-INICIO WS-PARM-FIM
                        WS-PARM-OPERADOR WS-PARM-MODO
                        WS-PARM-REL
           END-IF

           PERFORM 0100-CONFERE-PARM
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           MOVE WS-PARM-OPERADOR TO ACS-OPERADOR
           MOVE "CNPJ-ESTORNO" TO ACS-PROGRAMA
           MOVE SPACE TO ACS-FUNCAO
           IF MODO-EFETIVO
               MOVE "R" TO ACS-FUNCAO
           END-IF
           CALL "CNPJ-ACESSO" USING ACS-AREA
           CANCEL "CNPJ-ACESSO"
           IF ACS-RECUSADO
               DISPLAY "ACESSO RECUSADO PARA O OPERADOR "
                       FUNCTION TRIM(ACS-OPERADOR) ": "
                       FUNCTION TRIM(ACS-MOTIVO)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SIS FROM TIME

      * A trava vem antes da leitura do jornal: nada pode mudar o
      * cadastro entre a conferência e a aplicação.
           IF MODO-EFETIVO
               PERFORM 0200-OBTEM-TRAVA
               IF RETURN-CODE NOT = 0
                   GOBACK
               END-IF
               OPEN I-O ARQ-MST
           ELSE
               OPEN INPUT ARQ-MST
           END-IF
           IF WS-FS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO CADASTRO MESTRE: " WS-FS-MST
               PERFORM 9400-LIBERA-TRAVA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ-ACE
           IF WS-FS-ACE NOT = "00"
               DISPLAY "ERRO ABRINDO ARQUIVO DE TRABALHO: " WS-FS-ACE
               CLOSE ARQ-MST
               PERFORM 9400-LIBERA-TRAVA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ-REL
           IF WS-FS-REL NOT = "00"
               DISPLAY "ERRO ABRINDO RELATORIO: " WS-FS-REL
               CLOSE ARQ-MST ARQ-ACE
               PERFORM 9400-LIBERA-TRAVA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 9100-GRAVA-CABECALHO

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "=== RECUSADOS - REVISAO MANUAL ===" TO REG-REL
           WRITE REG-REL

           SORT ORD-EST ON ASCENDING KEY ORD-EST-CNPJ ORD-EST-SEQ
               INPUT PROCEDURE IS 1000-SELECIONA-JORNAL
               OUTPUT PROCEDURE IS 2000-CONFERE-DOCUMENTOS
           CLOSE ARQ-ACE

           IF WS-JRN-ERRO = "S"
               MOVE 16 TO WS-RC-FINAL
               PERFORM 0900-ENCERRA
               MOVE WS-RC-FINAL TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-TOT-SELECIONADAS = 0
               DISPLAY "NENHUMA OCORRENCIA DA EXECUCAO PEDIDA NO "
                       "JORNAL - NADA A ESTORNAR"
               MOVE 12 TO WS-RC-FINAL
               PERFORM 0900-ENCERRA
               MOVE WS-RC-FINAL TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           IF MODO-SIMULACAO
               MOVE "=== A ESTORNAR (ORDEM INVERSA DO JORNAL) ==="
                   TO REG-REL
           ELSE
               MOVE "=== ESTORNADOS (ORDEM INVERSA DO JORNAL) ==="
                   TO REG-REL
           END-IF
           WRITE REG-REL

           IF WS-TOT-ACEITOS > 0
               IF MODO-EFETIVO
                   PERFORM 0300-ABRE-JORNAL-ESTORNO
               END-IF
               IF MODO-SIMULACAO OR JORNAL-DISPONIVEL
                   SORT ORD-APL ON DESCENDING KEY ORD-APL-SEQ
                       USING ARQ-ACE
                       OUTPUT PROCEDURE IS 3000-ESTORNA-OCORRENCIAS
               END-IF
               IF JORNAL-DISPONIVEL
                   CLOSE ARQ-JRN
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-TOT-FALHAS > 0
                   MOVE 16 TO WS-RC-FINAL
               WHEN MODO-EFETIVO AND WS-TOT-ACEITOS > 0
                       AND NOT JORNAL-DISPONIVEL
                   MOVE 16 TO WS-RC-FINAL
               WHEN WS-TOT-RECUSADOS > 0
                   MOVE 4 TO WS-RC-FINAL
               WHEN OTHER
                   MOVE 0 TO WS-RC-FINAL
           END-EVALUATE

           PERFORM 0900-ENCERRA
           MOVE WS-RC-FINAL TO RETURN-CODE

           IF MODO-SIMULACAO
               DISPLAY "ESTORNO SIMULADO: " WS-TOT-ACEITOS
                       " DOCUMENTOS A ESTORNAR, " WS-TOT-RECUSADOS
                       " PARA REVISAO - VER "
                       FUNCTION TRIM(WS-ARQ-REL-NOME)
           ELSE
               DISPLAY "ESTORNO: " WS-TOT-ESTORNADAS
                       " OCORRENCIAS ESTORNADAS, " WS-TOT-RECUSADOS
                       " DOCUMENTOS PARA REVISAO, " WS-TOT-FALHAS
                       " FALHAS - VER "
                       FUNCTION TRIM(WS-ARQ-REL-NOME)
           END-IF

           GOBACK.

      * Programa obrigatório; rodada de 14 dígitos ou, sem ela, a
      * janela completa e em ordem; operador obrigatório, como em
      * toda mudança no cadastro que não vem do lote.
       0100-CONFERE-PARM.
           MOVE 0 TO RETURN-CODE

           IF WS-PARM-REL NOT = SPACES AND WS-PARM-REL NOT = "-"
               MOVE WS-PARM-REL TO WS-ARQ-REL-NOME
           END-IF
           IF WS-PARM-OPERADOR = "-"
               MOVE SPACES TO WS-PARM-OPERADOR
           END-IF

           IF WS-PARM-PROG = SPACES OR WS-PARM-PROG = "-"
               DISPLAY "PROGRAMA DA EXECUCAO NAO INFORMADO NO PARM"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-PARM-EXEC NOT = SPACES AND WS-PARM-EXEC NOT = "-"
               IF WS-PARM-EXEC IS NOT NUMERIC
                   DISPLAY "IDENTIFICACAO DA EXECUCAO INVALIDA ("
                           FUNCTION TRIM(WS-PARM-EXEC)
                           ") - INFORME AAAAMMDDHHMMSS"
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-POR-EXECUCAO
               MOVE WS-PARM-EXEC TO WS-SEL-EXEC
           ELSE
               IF WS-PARM-INICIO IS NOT NUMERIC
                       OR WS-PARM-FIM IS NOT NUMERIC
                   DISPLAY "INFORME A EXECUCAO OU A JANELA INICIO/FIM "
                           "EM AAAAMMDDHHMMSS"
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARM-INICIO TO WS-SEL-INICIO
               MOVE WS-PARM-FIM TO WS-SEL-FIM
               IF WS-SEL-INICIO > WS-SEL-FIM
                   DISPLAY "JANELA INVALIDA - INICIO DEPOIS DO FIM"
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE WS-PARM-MODO
               WHEN "E"
                   MOVE "E" TO WS-MODO
               WHEN "S"
               WHEN "-"
               WHEN SPACE
                   MOVE "S" TO WS-MODO
               WHEN OTHER
                   DISPLAY "MODO INVALIDO (" WS-PARM-MODO
                           ") - S SIMULACAO OU E ESTORNO EFETIVO"
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-PARM-OPERADOR = SPACES
               DISPLAY "OPERADOR NAO INFORMADO NO PARM - "
                       "ESTORNO RECUSADO"
               MOVE 12 TO RETURN-CODE
           END-IF.

       0200-OBTEM-TRAVA.
           MOVE "O" TO TRV-ACAO
           MOVE WS-PARM-OPERADOR TO TRV-OPERADOR
           MOVE "CNPJ-ESTORNO" TO TRV-PROGRAMA
           CALL "CNPJ-TRAVA" USING TRV-AREA
           IF NOT TRV-OBTIDA
               DISPLAY "CADASTRO EM ATUALIZACAO POR " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA " " TRV-DONO-HORA ") - "
                       "TENTE MAIS TARDE"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-TRAVA-OBTIDA
           IF TRV-ERA-VELHA
               DISPLAY "AVISO: TRAVA VELHA DE " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA ") ASSUMIDA"
           END-IF.

      * O estorno que não puder ser jornalizado não é feito.
       0300-ABRE-JORNAL-ESTORNO.
           OPEN EXTEND ARQ-JRN
           IF WS-FS-JRN = "35"
               OPEN OUTPUT ARQ-JRN
           END-IF
           IF WS-FS-JRN = "00"
               MOVE "S" TO WS-JRN-DISPONIVEL
           ELSE
               DISPLAY "ERRO ABRINDO JORNAL DE AUDITORIA: " WS-FS-JRN
                       " - ESTORNO NAO APLICADO"
           END-IF.

       0900-ENCERRA.
           PERFORM 9500-GRAVA-RODAPE
           CLOSE ARQ-REL ARQ-MST
           CALL "CBL_DELETE_FILE" USING WS-ARQ-ACE-NOME
           PERFORM 9400-LIBERA-TRAVA.

      * Numera o jornal e solta, a partir da primeira ocorrência da
      * execução, todas as ocorrências - as anteriores a ela não
      * podem ser mudança posterior de documento algum.
       1000-SELECIONA-JORNAL.
           OPEN INPUT ARQ-JRN
           IF WS-FS-JRN NOT = "00"
               DISPLAY "ERRO ABRINDO JORNAL DE AUDITORIA: " WS-FS-JRN
               MOVE "S" TO WS-JRN-ERRO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIM-JORNAL
               READ ARQ-JRN
                   AT END MOVE "S" TO WS-EOF-JRN
                   NOT AT END
                       ADD 1 TO WS-SEQ
                       ADD 1 TO WS-TOT-LIDAS
                       PERFORM 1100-SOLTA-OCORRENCIA
               END-READ
           END-PERFORM

           CLOSE ARQ-JRN.

       1100-SOLTA-OCORRENCIA.
           MOVE "N" TO WS-SELECIONADA
           IF REG-JRN-PROG = WS-PARM-PROG
               IF SELECAO-POR-EXECUCAO
                   IF REG-JRN-EXEC IS NUMERIC
                           AND REG-JRN-EXEC = WS-PARM-EXEC
                       MOVE "S" TO WS-SELECIONADA
                   END-IF
               ELSE
                   MOVE REG-JRN-DATA TO WS-MOM-DATA
                   MOVE REG-JRN-HORA TO WS-MOM-HORA
                   IF WS-MOMENTO NOT < WS-SEL-INICIO
                           AND WS-MOMENTO NOT > WS-SEL-FIM
                       MOVE "S" TO WS-SELECIONADA
                   END-IF
               END-IF
           END-IF

           IF WS-SELECIONADA = "S"
               ADD 1 TO WS-TOT-SELECIONADAS
               IF WS-SEQ-PRIM = 0
                   MOVE WS-SEQ TO WS-SEQ-PRIM
               END-IF
           END-IF
           IF WS-SEQ-PRIM = 0
               EXIT PARAGRAPH
           END-IF

           MOVE REG-JRN-CNPJ TO ORD-EST-CNPJ
           MOVE WS-SEQ TO ORD-EST-SEQ
           MOVE WS-SELECIONADA TO ORD-EST-SEL
           MOVE REG-JRN-ACAO TO ORD-EST-ACAO
           MOVE REG-JRN-PROG TO ORD-EST-PROG
           MOVE REG-JRN-DATA TO ORD-EST-DATA
           MOVE REG-JRN-HORA TO ORD-EST-HORA
           MOVE REG-JRN-OPER TO ORD-EST-OPER
           MOVE REG-JRN-ANTES TO ORD-EST-ANTES
           RELEASE REG-ORD-EST.

       2000-CONFERE-DOCUMENTOS.
           PERFORM UNTIL FIM-CLASSIFICADO
               RETURN ORD-EST
                   AT END MOVE "S" TO WS-FIM-ORD
                   NOT AT END
                       PERFORM 2100-CONFERE-UMA-OCORRENCIA
               END-RETURN
           END-PERFORM

           IF WS-HA-DOC = "S"
               PERFORM 2500-FECHA-DOCUMENTO
           END-IF.

       2100-CONFERE-UMA-OCORRENCIA.
           IF WS-HA-DOC = "S" AND ORD-EST-CNPJ NOT = WS-DOC-CNPJ
               PERFORM 2500-FECHA-DOCUMENTO
           END-IF
           IF WS-HA-DOC = "N"
               MOVE "S" TO WS-HA-DOC
               MOVE ORD-EST-CNPJ TO WS-DOC-CNPJ
               MOVE 0 TO WS-DOC-PRIM-SEQ WS-DOC-QTD WS-DOC-DEPOIS
               MOVE SPACES TO WS-DOC-ULT-ACAO
               MOVE "N" TO WS-DOC-ESTOURO
           END-IF

           IF ORD-EST-SEL = "S"
               IF WS-DOC-PRIM-SEQ = 0
                   MOVE ORD-EST-SEQ TO WS-DOC-PRIM-SEQ
               END-IF
               MOVE ORD-EST-ACAO TO WS-DOC-ULT-ACAO
               IF WS-DOC-QTD < 100
                   ADD 1 TO WS-DOC-QTD
                   MOVE ORD-EST-SEQ TO WS-DOC-SEQ (WS-DOC-QTD)
                   MOVE ORD-EST-ACAO TO WS-DOC-ACAO (WS-DOC-QTD)
                   MOVE ORD-EST-ANTES TO WS-DOC-ANTES (WS-DOC-QTD)
               ELSE
                   MOVE "S" TO WS-DOC-ESTOURO
               END-IF
               EXIT PARAGRAPH
           END-IF

      * Ocorrência de outra execução depois da primeira desta no
      * documento: a última delas vai para a revisão manual.
           IF WS-DOC-PRIM-SEQ > 0
               ADD 1 TO WS-DOC-DEPOIS
               MOVE ORD-EST-PROG TO WS-DOC-DEP-PROG
               MOVE ORD-EST-DATA TO WS-DOC-DEP-DATA
               MOVE ORD-EST-HORA TO WS-DOC-DEP-HORA
               MOVE ORD-EST-OPER TO WS-DOC-DEP-OPER
           END-IF.

      * Decide o documento: recusado se outra execução o mudou
      * depois, se a execução o tocou vezes demais para a tabela
      * ou se o cadastro não está como a última ocorrência dela
      * deixou; senão as ocorrências vão para o estorno.
       2500-FECHA-DOCUMENTO.
           MOVE "N" TO WS-HA-DOC
           IF WS-DOC-PRIM-SEQ = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-DOCUMENTOS

           MOVE SPACES TO WS-DOC-MOTIVO
           EVALUATE TRUE
               WHEN WS-DOC-DEPOIS > 0
                   STRING
                       "ALTERADO DEPOIS POR " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DOC-DEP-PROG) DELIMITED BY SIZE
                       " EM " DELIMITED BY SIZE
                       WS-DOC-DEP-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DOC-DEP-HORA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DOC-DEP-OPER DELIMITED BY SIZE
                       INTO WS-DOC-MOTIVO
                   END-STRING
               WHEN WS-DOC-ESTOURO = "S"
                   MOVE "OCORRENCIAS DEMAIS NA EXECUCAO"
                       TO WS-DOC-MOTIVO
               WHEN OTHER
                   PERFORM 2600-CONFERE-CADASTRO
           END-EVALUATE

           IF WS-DOC-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOT-RECUSADOS
               PERFORM 2700-LISTA-RECUSADO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOT-ACEITOS
           PERFORM VARYING WS-DOC-J FROM 1 BY 1
                   UNTIL WS-DOC-J > WS-DOC-QTD
               MOVE WS-DOC-SEQ (WS-DOC-J) TO REG-ACE-SEQ
               MOVE WS-DOC-CNPJ TO REG-ACE-CNPJ
               MOVE WS-DOC-ACAO (WS-DOC-J) TO REG-ACE-ACAO
               MOVE WS-DOC-ANTES (WS-DOC-J) TO REG-ACE-ANTES
               WRITE REG-ACE
           END-PERFORM.

      * Depois de uma inclusão ou alteração o documento tem de
      * estar no cadastro; depois de uma exclusão, não.
       2600-CONFERE-CADASTRO.
           MOVE WS-DOC-CNPJ TO REG-MST-CNPJ
           READ ARQ-MST
           IF WS-DOC-ULT-ACAO = "E"
               IF WS-FS-MST = "00"
                   MOVE "EXCLUIDO PELA EXECUCAO, PRESENTE NO CADASTRO"
                       TO WS-DOC-MOTIVO
               END-IF
           ELSE
               IF WS-FS-MST NOT = "00"
                   MOVE "GRAVADO PELA EXECUCAO, AUSENTE DO CADASTRO"
                       TO WS-DOC-MOTIVO
               END-IF
           END-IF.

       2700-LISTA-RECUSADO.
           MOVE SPACES TO REG-REL
           STRING
               "  " DELIMITED BY SIZE
               WS-DOC-CNPJ DELIMITED BY SIZE
               "  OCORRENCIAS " DELIMITED BY SIZE
               WS-DOC-QTD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DOC-MOTIVO DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

       3000-ESTORNA-OCORRENCIAS.
           MOVE "N" TO WS-FIM-ORD
           PERFORM UNTIL FIM-CLASSIFICADO
               RETURN ORD-APL
                   AT END MOVE "S" TO WS-FIM-ORD
                   NOT AT END
                       PERFORM 3100-ESTORNA-UMA
               END-RETURN
           END-PERFORM.

      * Restaura a imagem anterior de uma ocorrência: a inclusão
      * é desfeita excluindo, a alteração regravando a imagem, a
      * exclusão incluindo-a de volta - cada uma jornalizada com a
      * imagem que o cadastro tinha antes do estorno.
       3100-ESTORNA-UMA.
           EVALUATE ORD-APL-ACAO
               WHEN "I"
                   MOVE "INCLUSAO" TO WS-ACAO-DESC
                   MOVE "EXCLUI O REGISTRO" TO WS-RESTAURA-DESC
               WHEN "A"
                   MOVE "ALTERACAO" TO WS-ACAO-DESC
                   MOVE "REGRAVA A IMAGEM" TO WS-RESTAURA-DESC
               WHEN "E"
                   MOVE "EXCLUSAO" TO WS-ACAO-DESC
                   MOVE "INCLUI A IMAGEM" TO WS-RESTAURA-DESC
               WHEN OTHER
                   MOVE "?" TO WS-ACAO-DESC
                   MOVE SPACES TO WS-RESTAURA-DESC
           END-EVALUATE

           MOVE SPACES TO WS-RESULTADO
           IF MODO-SIMULACAO
               MOVE "SIMULADO" TO WS-RESULTADO
           ELSE
               MOVE ORD-APL-CNPJ TO REG-MST-CNPJ
               READ ARQ-MST
               EVALUATE ORD-APL-ACAO
                   WHEN "I"
                       PERFORM 3200-DESFAZ-INCLUSAO
                   WHEN "A"
                       PERFORM 3300-DESFAZ-ALTERACAO
                   WHEN "E"
                       PERFORM 3400-DESFAZ-EXCLUSAO
                   WHEN OTHER
                       MOVE "ACAO DESCONHECIDA NO JORNAL"
                           TO WS-RESULTADO
               END-EVALUATE
               IF WS-RESULTADO = "ESTORNADO"
                   ADD 1 TO WS-TOT-ESTORNADAS
                   MOVE ORD-APL-CNPJ TO REG-MST-CNPJ
                   PERFORM 9300-GRAVA-JORNAL
               ELSE
                   ADD 1 TO WS-TOT-FALHAS
               END-IF
           END-IF

           MOVE SPACES TO REG-REL
           STRING
               "  SEQ " DELIMITED BY SIZE
               ORD-APL-SEQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ORD-APL-CNPJ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACAO-DESC DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-RESTAURA-DESC DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RESULTADO DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

       3200-DESFAZ-INCLUSAO.
           IF WS-FS-MST NOT = "00"
               MOVE "FALHOU - NAO CONSTA NO CADASTRO" TO WS-RESULTADO
               EXIT PARAGRAPH
           END-IF
           MOVE REG-MST TO WS-JRN-ANTES
           DELETE ARQ-MST
           IF WS-FS-MST = "00"
               MOVE "E" TO WS-JRN-ACAO
               MOVE "ESTORNADO" TO WS-RESULTADO
           ELSE
               STRING
                   "FALHOU NA EXCLUSAO (" DELIMITED BY SIZE
                   WS-FS-MST DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-RESULTADO
               END-STRING
           END-IF.

       3300-DESFAZ-ALTERACAO.
           IF WS-FS-MST NOT = "00"
               MOVE "FALHOU - NAO CONSTA NO CADASTRO" TO WS-RESULTADO
               EXIT PARAGRAPH
           END-IF
           MOVE REG-MST TO WS-JRN-ANTES
           MOVE ORD-APL-ANTES TO REG-MST
           REWRITE REG-MST
           IF WS-FS-MST = "00"
               MOVE "A" TO WS-JRN-ACAO
               MOVE "ESTORNADO" TO WS-RESULTADO
           ELSE
               STRING
                   "FALHOU NA REGRAVACAO (" DELIMITED BY SIZE
                   WS-FS-MST DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-RESULTADO
               END-STRING
           END-IF.

       3400-DESFAZ-EXCLUSAO.
           IF WS-FS-MST = "00"
               MOVE "FALHOU - JA CONSTA NO CADASTRO" TO WS-RESULTADO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JRN-ANTES
           MOVE ORD-APL-ANTES TO REG-MST
           WRITE REG-MST
           IF WS-FS-MST = "00"
               MOVE "I" TO WS-JRN-ACAO
               MOVE "ESTORNADO" TO WS-RESULTADO
           ELSE
               STRING
                   "FALHOU NA GRAVACAO (" DELIMITED BY SIZE
                   WS-FS-MST DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-RESULTADO
               END-STRING
           END-IF.

      * Jornal do estorno: o operador do PARM e a rodada do
      * próprio estorno, que também pode ser estornado.
       9300-GRAVA-JORNAL.
           MOVE SPACES TO REG-JRN
           MOVE WS-DATA-SIS TO REG-JRN-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-JRN-HORA
           MOVE WS-PARM-OPERADOR TO REG-JRN-OPER
           MOVE "CNPJ-ESTORNO" TO REG-JRN-PROG
           MOVE WS-JRN-ACAO TO REG-JRN-ACAO
           MOVE ORD-APL-CNPJ TO REG-JRN-CNPJ
           MOVE WS-JRN-ANTES TO REG-JRN-ANTES
           MOVE WS-DATA-SIS TO REG-JRN-EXEC-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-JRN-EXEC-HORA
           WRITE REG-JRN.

       9400-LIBERA-TRAVA.
           IF WS-TRAVA-OBTIDA = "S"
               MOVE "L" TO TRV-ACAO
               CALL "CNPJ-TRAVA" USING TRV-AREA
               MOVE "N" TO WS-TRAVA-OBTIDA
           END-IF.

       9100-GRAVA-CABECALHO.
           MOVE SPACES TO REG-REL
           STRING
               "ESTORNO DE EXECUCAO NO CADASTRO MESTRE - "
                   DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-SIS(1:6) DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           IF SELECAO-POR-EXECUCAO
               STRING
                   "PROGRAMA: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARM-PROG) DELIMITED BY SIZE
                   "  EXECUCAO: " DELIMITED BY SIZE
                   WS-SEL-EXEC DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
           ELSE
               STRING
                   "PROGRAMA: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARM-PROG) DELIMITED BY SIZE
                   "  JANELA: " DELIMITED BY SIZE
                   WS-SEL-INICIO DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   WS-SEL-FIM DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
           END-IF
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           IF MODO-SIMULACAO
               STRING
                   "OPERADOR: " DELIMITED BY SIZE
                   WS-PARM-OPERADOR DELIMITED BY SIZE
                   "  MODO: SIMULACAO - O CADASTRO NAO FOI ALTERADO"
                       DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
           ELSE
               STRING
                   "OPERADOR: " DELIMITED BY SIZE
                   WS-PARM-OPERADOR DELIMITED BY SIZE
                   "  MODO: ESTORNO EFETIVO" DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
           END-IF
           WRITE REG-REL.

       9500-GRAVA-RODAPE.
           MOVE SPACES TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "OCORRENCIAS LIDAS DO JORNAL ....: " DELIMITED BY SIZE
               WS-TOT-LIDAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "OCORRENCIAS DA EXECUCAO ........: " DELIMITED BY SIZE
               WS-TOT-SELECIONADAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "DOCUMENTOS TOCADOS .............: " DELIMITED BY SIZE
               WS-TOT-DOCUMENTOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "DOCUMENTOS ACEITOS .............: " DELIMITED BY SIZE
               WS-TOT-ACEITOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "DOCUMENTOS PARA REVISAO MANUAL .: " DELIMITED BY SIZE
               WS-TOT-RECUSADOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "OCORRENCIAS ESTORNADAS .........: " DELIMITED BY SIZE
               WS-TOT-ESTORNADAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "FALHAS NA APLICACAO ............: " DELIMITED BY SIZE
               WS-TOT-FALHAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.
