       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-FEED-ERP.

      * Remessa incremental do cadastro mestre para o ERP: em vez
      * do cadastro inteiro toda noite, só os documentos incluídos,
      * alterados ou excluídos desde a remessa anterior. Os
      * documentos tocados vêm do jornal de auditoria
      * (CNPJS-JRNL.DAT) depois da posição gravada no controle
      * (CNPJS-FEED.CTL); o efeito líquido de cada um sai da
      * comparação da imagem anterior à primeira ocorrência com a
      * imagem atual do cadastro:
      *   não existia e existe        -> "I" inclusão;
      *   existia e existe, diferente -> "A" alteração;
      *   existia e não existe mais   -> "E" exclusão;
      *   incluído e excluído na mesma janela, ou sem diferença
      *   líquida -> nada a mandar.
      * A data da última aparição e o contador de execuções, que o
      * lote atualiza a cada passagem, não contam como alteração -
      * seguem na imagem quando o documento vai por outro motivo.
      *
      * Cada remessa é um arquivo próprio com a sequência no nome,
      * cabeçalho e trailer com sequência e quantidades. O controle
      * só avança depois do arquivo fechado: remessa que falhou é
      * refeita na próxima execução com a mesma sequência. Sem
      * controle (primeira remessa) ou com o modo "C" no PARM, a
      * remessa é a carga completa do cadastro, todos como "I".
      * A geração segura a trava do cadastro, para que jornal e
      * cadastro contem a mesma história.
      * Códigos de retorno: 0 = remessa gerada, 8 = trava ocupada,
      * 12 = jornal menor que a posição do controle (refaça por
      * carga completa), 16 = erro de arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MST ASSIGN TO DYNAMIC WS-ARQ-MST-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MST-CNPJ
               FILE STATUS IS WS-FS-MST.
           SELECT ARQ-JRN ASSIGN TO DYNAMIC WS-ARQ-JRN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.
           SELECT ARQ-FED ASSIGN TO DYNAMIC WS-ARQ-FED-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FED.
           SELECT ARQ-FCT ASSIGN TO DYNAMIC WS-ARQ-FCT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FCT.
           SELECT ORD-FED ASSIGN TO "SORTWK-FED".

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

       FD ARQ-JRN.
       COPY "CNPJ-JRN.cpy".

       FD ARQ-FED.
       COPY "CNPJ-FED.cpy".

       FD ARQ-FCT.
       COPY "CNPJ-FCT.cpy".

      * Ocorrências do jornal na janela, por documento e na ordem
      * em que foram gravadas.
       SD ORD-FED.
       01 REG-ORD-FED.
          05 ORD-FED-CNPJ        PIC X(14).
          05 ORD-FED-POS         PIC 9(9).
          05 ORD-FED-ACAO        PIC X(01).
          05 ORD-FED-ANTES       PIC X(124).

       WORKING-STORAGE SECTION.

      * PARM: modo ("I" incremental, padrão, ou "C" carga
      * completa), prefixo do arquivo da remessa, nome do controle
      * e identificação do operador, separados por espaço; "-"
      * mantém o padrão.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-MODO          PIC X(01) VALUE SPACES.
       01 WS-PARM-PREFIXO       PIC X(40) VALUE SPACES.
       01 WS-PARM-FCT           PIC X(50) VALUE SPACES.
       01 WS-PARM-OPERADOR      PIC X(08) VALUE SPACES.
       01 WS-MODO               PIC X(01) VALUE "I".
          88 MODO-INCREMENTAL   VALUE "I".
          88 MODO-COMPLETO      VALUE "C".
       01 WS-PREFIXO            PIC X(40) VALUE "CNPJS-FEED".

      * Mesmos nomes fixos dos demais programas.
       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".
       01 WS-ARQ-JRN-NOME       PIC X(50) VALUE "CNPJS-JRNL.DAT".
       01 WS-ARQ-FCT-NOME       PIC X(50) VALUE "CNPJS-FEED.CTL".
       01 WS-ARQ-FED-NOME       PIC X(50) VALUE SPACES.

       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-JRN             PIC XX VALUE "00".
       01 WS-FS-FED             PIC XX VALUE "00".
       01 WS-FS-FCT             PIC XX VALUE "00".

      * Área de comunicação com o controle de trava do cadastro.
       COPY "CNPJ-TRV.cpy".

       01 WS-EOF-JRN            PIC X VALUE "N".
          88 FIM-JORNAL         VALUE "S".
       01 WS-FIM-MST            PIC X VALUE "N".
       01 WS-FIM-ORD            PIC X VALUE "N".
          88 FIM-CLASSIFICADO   VALUE "S".

      * Remessa anterior (do controle) e a desta execução.
       01 WS-SEQ-ANT            PIC 9(7) VALUE 0.
       01 WS-POS-ANT            PIC 9(9) VALUE 0.
       01 WS-SEQ                PIC 9(7) VALUE 0.
       01 WS-POS-ATE            PIC 9(9) VALUE 0.
       01 WS-POS                PIC 9(9) VALUE 0.
       01 WS-TEM-CONTROLE       PIC X(01) VALUE "N".

      * Documento em análise: a primeira ocorrência na janela diz
      * se ele existia antes, e com que imagem.
       01 WS-CNPJ-ANT           PIC X(14) VALUE LOW-VALUES.
       01 WS-EXISTIA            PIC X(01) VALUE "N".
       01 WS-IMG-ANTES          PIC X(124) VALUE SPACES.
       01 WS-IMG-ULTIMA         PIC X(124) VALUE SPACES.

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.
       01 WS-HORA-SIS           PIC 9(8) VALUE 0.

      * Código da remessa, guardado através da liberação da trava.
       01 WS-RC-FINAL           PIC 9(4) VALUE 0.

      * Totais de controle.
       01 WS-TOT-OCORRENCIAS    PIC 9(9) VALUE 0.
       01 WS-TOT-DOCUMENTOS     PIC 9(9) VALUE 0.
       01 WS-TOT-SEM-EFEITO     PIC 9(9) VALUE 0.
       01 WS-TOT-DETALHES       PIC 9(9) VALUE 0.
       01 WS-TOT-INC            PIC 9(9) VALUE 0.
       01 WS-TOT-ALT            PIC 9(9) VALUE 0.
       01 WS-TOT-EXC            PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-MODO WS-PARM-PREFIXO
                        WS-PARM-FCT WS-PARM-OPERADOR
           END-IF

           IF WS-PARM-MODO = "C"
               MOVE "C" TO WS-MODO
           END-IF
           IF WS-PARM-PREFIXO NOT = SPACES
                   AND WS-PARM-PREFIXO NOT = "-"
               MOVE WS-PARM-PREFIXO TO WS-PREFIXO
           END-IF
           IF WS-PARM-FCT NOT = SPACES AND WS-PARM-FCT NOT = "-"
               MOVE WS-PARM-FCT TO WS-ARQ-FCT-NOME
           END-IF
           IF WS-PARM-OPERADOR = "-"
               MOVE SPACES TO WS-PARM-OPERADOR
           END-IF

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SIS FROM TIME

           PERFORM 1000-LE-CONTROLE
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           MOVE "O" TO TRV-ACAO
           MOVE WS-PARM-OPERADOR TO TRV-OPERADOR
           MOVE "CNPJ-FEED-ERP" TO TRV-PROGRAMA
           CALL "CNPJ-TRAVA" USING TRV-AREA
           IF NOT TRV-OBTIDA
               DISPLAY "CADASTRO EM ATUALIZACAO POR " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA " " TRV-DONO-HORA ") - "
                       "REMESSA NAO GERADA, TENTE MAIS TARDE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF TRV-ERA-VELHA
               DISPLAY "AVISO: TRAVA VELHA DE " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA ") ASSUMIDA"
           END-IF

           PERFORM 2000-GERA-REMESSA
           MOVE RETURN-CODE TO WS-RC-FINAL

           PERFORM 9400-LIBERA-TRAVA
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

      * Sem controle, é a primeira remessa: carga completa.
       1000-LE-CONTROLE.
           MOVE 0 TO RETURN-CODE
           OPEN INPUT ARQ-FCT
           EVALUATE WS-FS-FCT
               WHEN "00"
                   READ ARQ-FCT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "S" TO WS-TEM-CONTROLE
                           MOVE REG-FCT-SEQ TO WS-SEQ-ANT
                           MOVE REG-FCT-JRN-POS TO WS-POS-ANT
                   END-READ
                   CLOSE ARQ-FCT
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO ABRINDO CONTROLE DAS REMESSAS: "
                           WS-FS-FCT
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-TEM-CONTROLE = "N" AND MODO-INCREMENTAL
               DISPLAY "SEM CONTROLE DE REMESSA ANTERIOR - GERANDO "
                       "CARGA COMPLETA"
               MOVE "C" TO WS-MODO
           END-IF.

       2000-GERA-REMESSA.
           OPEN INPUT ARQ-MST
           IF WS-FS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO CADASTRO MESTRE: " WS-FS-MST
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      * Tamanho atual do jornal: o fim da janela desta remessa (e
      * o começo da próxima).
           PERFORM 2100-CONTA-JORNAL
           IF RETURN-CODE NOT = 0
               CLOSE ARQ-MST
               EXIT PARAGRAPH
           END-IF
           IF MODO-INCREMENTAL AND WS-POS-ATE < WS-POS-ANT
               DISPLAY "JORNAL COM " WS-POS-ATE " OCORRENCIAS, MENOS "
                       "QUE AS " WS-POS-ANT " JA REMETIDAS - JORNAL "
                       "REINICIADO? GERE CARGA COMPLETA (MODO C)"
               CLOSE ARQ-MST
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SEQ = WS-SEQ-ANT + 1
           MOVE SPACES TO WS-ARQ-FED-NOME
           STRING
               FUNCTION TRIM(WS-PREFIXO) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SEQ DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ARQ-FED-NOME
           END-STRING

           OPEN OUTPUT ARQ-FED
           IF WS-FS-FED NOT = "00"
               DISPLAY "ERRO ABRINDO REMESSA "
                       FUNCTION TRIM(WS-ARQ-FED-NOME) ": " WS-FS-FED
               CLOSE ARQ-MST
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-FED
           MOVE "H" TO REG-FED-TIPO
           MOVE WS-SEQ TO REG-FED-CAB-SEQ
           MOVE WS-DATA-SIS TO REG-FED-CAB-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-FED-CAB-HORA
           MOVE WS-MODO TO REG-FED-CAB-MODO
           IF MODO-COMPLETO
               MOVE 0 TO REG-FED-CAB-JRN-DE
           ELSE
               COMPUTE REG-FED-CAB-JRN-DE = WS-POS-ANT + 1
           END-IF
           MOVE WS-POS-ATE TO REG-FED-CAB-JRN-ATE
           WRITE REG-FED

           IF MODO-COMPLETO
               PERFORM 3000-CARGA-COMPLETA
           ELSE
               SORT ORD-FED ON ASCENDING KEY ORD-FED-CNPJ ORD-FED-POS
                   INPUT PROCEDURE IS 4000-SOLTA-JANELA
                   OUTPUT PROCEDURE IS 5000-APURA-DOCUMENTOS
           END-IF

           MOVE SPACES TO REG-FED
           MOVE "T" TO REG-FED-TIPO
           MOVE WS-SEQ TO REG-FED-TRL-SEQ
           MOVE WS-TOT-DETALHES TO REG-FED-TRL-QTD
           MOVE WS-TOT-INC TO REG-FED-TRL-INC
           MOVE WS-TOT-ALT TO REG-FED-TRL-ALT
           MOVE WS-TOT-EXC TO REG-FED-TRL-EXC
           WRITE REG-FED
           CLOSE ARQ-FED
           CLOSE ARQ-MST

           PERFORM 8000-GRAVA-CONTROLE

           DISPLAY "REMESSA " WS-SEQ " ("
                   FUNCTION TRIM(WS-ARQ-FED-NOME) "): "
                   WS-TOT-INC " INCLUSOES, " WS-TOT-ALT
                   " ALTERACOES, " WS-TOT-EXC " EXCLUSOES"
           IF MODO-INCREMENTAL
               DISPLAY "  JORNAL " WS-POS-ANT " A " WS-POS-ATE ": "
                       WS-TOT-OCORRENCIAS " OCORRENCIAS, "
                       WS-TOT-DOCUMENTOS " DOCUMENTOS, "
                       WS-TOT-SEM-EFEITO " SEM EFEITO LIQUIDO"
           END-IF.

       2100-CONTA-JORNAL.
           MOVE 0 TO WS-POS-ATE
           OPEN INPUT ARQ-JRN
           IF WS-FS-JRN = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-JRN NOT = "00"
               DISPLAY "ERRO ABRINDO JORNAL: " WS-FS-JRN
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-JRN
           PERFORM UNTIL FIM-JORNAL
               READ ARQ-JRN
                   AT END MOVE "S" TO WS-EOF-JRN
                   NOT AT END ADD 1 TO WS-POS-ATE
               END-READ
           END-PERFORM
           CLOSE ARQ-JRN.

      * Carga completa: o cadastro inteiro, em ordem de chave.
       3000-CARGA-COMPLETA.
           MOVE LOW-VALUES TO REG-MST-CNPJ
           START ARQ-MST KEY NOT < REG-MST-CNPJ
           IF WS-FS-MST NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FIM-MST
           PERFORM UNTIL WS-FIM-MST = "S"
               READ ARQ-MST NEXT
                   AT END MOVE "S" TO WS-FIM-MST
                   NOT AT END
                       MOVE "I" TO REG-FED-DET-ACAO
                       MOVE REG-MST TO WS-IMG-ULTIMA
                       PERFORM 6000-GRAVA-DETALHE
               END-READ
           END-PERFORM.

      * Solta as ocorrências do jornal depois da posição da
      * remessa anterior, até o tamanho contado sob a trava.
       4000-SOLTA-JANELA.
           OPEN INPUT ARQ-JRN
           IF WS-FS-JRN NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-POS
           MOVE "N" TO WS-EOF-JRN
           PERFORM UNTIL FIM-JORNAL
               READ ARQ-JRN
                   AT END MOVE "S" TO WS-EOF-JRN
                   NOT AT END
                       ADD 1 TO WS-POS
                       IF WS-POS > WS-POS-ANT AND WS-POS <= WS-POS-ATE
                           ADD 1 TO WS-TOT-OCORRENCIAS
                           MOVE REG-JRN-CNPJ TO ORD-FED-CNPJ
                           MOVE WS-POS TO ORD-FED-POS
                           MOVE REG-JRN-ACAO TO ORD-FED-ACAO
                           MOVE REG-JRN-ANTES TO ORD-FED-ANTES
                           RELEASE REG-ORD-FED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-JRN.

       5000-APURA-DOCUMENTOS.
           PERFORM UNTIL FIM-CLASSIFICADO
               RETURN ORD-FED
                   AT END MOVE "S" TO WS-FIM-ORD
                   NOT AT END
                       IF ORD-FED-CNPJ NOT = WS-CNPJ-ANT
                           IF WS-CNPJ-ANT NOT = LOW-VALUES
                               PERFORM 5100-FECHA-DOCUMENTO
                           END-IF
                           PERFORM 5050-ABRE-DOCUMENTO
                       END-IF
               END-RETURN
           END-PERFORM

           IF WS-CNPJ-ANT NOT = LOW-VALUES
               PERFORM 5100-FECHA-DOCUMENTO
           END-IF.

      * A primeira ocorrência na janela: numa inclusão o documento
      * não existia; nas demais, a imagem anterior é a de antes da
      * janela.
       5050-ABRE-DOCUMENTO.
           ADD 1 TO WS-TOT-DOCUMENTOS
           MOVE ORD-FED-CNPJ TO WS-CNPJ-ANT
           IF ORD-FED-ACAO = "I" OR ORD-FED-ANTES = SPACES
               MOVE "N" TO WS-EXISTIA
               MOVE SPACES TO WS-IMG-ANTES
           ELSE
               MOVE "S" TO WS-EXISTIA
               MOVE ORD-FED-ANTES TO WS-IMG-ANTES
           END-IF.

      * Efeito líquido do documento na janela, contra o cadastro
      * de agora.
       5100-FECHA-DOCUMENTO.
           MOVE WS-CNPJ-ANT TO REG-MST-CNPJ
           READ ARQ-MST

           EVALUATE TRUE
               WHEN WS-FS-MST = "00" AND WS-EXISTIA = "N"
                   MOVE "I" TO REG-FED-DET-ACAO
                   MOVE REG-MST TO WS-IMG-ULTIMA
                   PERFORM 6000-GRAVA-DETALHE
               WHEN WS-FS-MST = "00"
                   IF REG-MST(1:84) = WS-IMG-ANTES(1:84)
                           AND REG-MST(98:27) = WS-IMG-ANTES(98:27)
                       ADD 1 TO WS-TOT-SEM-EFEITO
                   ELSE
                       MOVE "A" TO REG-FED-DET-ACAO
                       MOVE REG-MST TO WS-IMG-ULTIMA
                       PERFORM 6000-GRAVA-DETALHE
                   END-IF
               WHEN WS-FS-MST NOT = "23"
                   DISPLAY "AVISO: ERRO NO CADASTRO MESTRE ("
                           WS-FS-MST ") - CNPJ " WS-CNPJ-ANT
                           " FORA DA REMESSA"
               WHEN WS-EXISTIA = "S"
                   MOVE "E" TO REG-FED-DET-ACAO
                   MOVE WS-IMG-ANTES TO WS-IMG-ULTIMA
                   PERFORM 6000-GRAVA-DETALHE
               WHEN OTHER
                   ADD 1 TO WS-TOT-SEM-EFEITO
           END-EVALUATE.

      * Ação já em REG-FED-DET-ACAO; a imagem vem em WS-IMG-ULTIMA.
       6000-GRAVA-DETALHE.
           MOVE "D" TO REG-FED-TIPO
           MOVE WS-IMG-ULTIMA TO REG-FED-DET-IMAGEM
           MOVE SPACES TO REG-FED-DET(126:14)
           WRITE REG-FED
           ADD 1 TO WS-TOT-DETALHES
           EVALUATE REG-FED-DET-ACAO
               WHEN "I"
                   ADD 1 TO WS-TOT-INC
               WHEN "A"
                   ADD 1 TO WS-TOT-ALT
               WHEN "E"
                   ADD 1 TO WS-TOT-EXC
           END-EVALUATE.

      * O controle só avança com a remessa fechada; falhando aqui,
      * a próxima execução refaz a mesma sequência.
       8000-GRAVA-CONTROLE.
           OPEN OUTPUT ARQ-FCT
           IF WS-FS-FCT NOT = "00"
               DISPLAY "ERRO GRAVANDO CONTROLE DAS REMESSAS: "
                       WS-FS-FCT " - A REMESSA " WS-SEQ
                       " SERA REFEITA NA PROXIMA EXECUCAO"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-FCT
           MOVE WS-SEQ TO REG-FCT-SEQ
           MOVE WS-POS-ATE TO REG-FCT-JRN-POS
           MOVE WS-DATA-SIS TO REG-FCT-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-FCT-HORA
           MOVE WS-TOT-DETALHES TO REG-FCT-QTD
           MOVE WS-ARQ-FED-NOME TO REG-FCT-ARQUIVO
           WRITE REG-FCT
           CLOSE ARQ-FCT.

       9400-LIBERA-TRAVA.
           MOVE "L" TO TRV-ACAO
           CALL "CNPJ-TRAVA" USING TRV-AREA.
