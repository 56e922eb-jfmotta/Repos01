       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-NFE.

      * Triagem diária do arquivo de notas fiscais eletrônicas de
      * entrada recebido pelo contas a pagar: o CNPJ do emitente e
      * o do destinatário de cada NF-e passam pelo núcleo de
      * validação, pelo cadastro mestre (último status e situação
      * na Receita) e pela lista interna de bloqueio. A nota sai no
      * arquivo de liberadas ou no de retidas, e o relatório de
      * retidas dá, por nota, o motivo de cada documento recusado
      * (DV inválido, fora do cadastro, situação na Receita
      * diferente de ATIVA, bloqueado). É onde o cadastro de
      * fornecedor errado custa dinheiro de verdade - o lote de
      * validação só enxerga a lista de fornecedores, não as notas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NFE ASSIGN TO DYNAMIC WS-ARQ-NFE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NFE.
           SELECT ARQ-LIB ASSIGN TO DYNAMIC WS-ARQ-LIB-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIB.
           SELECT ARQ-RET ASSIGN TO DYNAMIC WS-ARQ-RET-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET.
           SELECT ARQ-REL ASSIGN TO DYNAMIC WS-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT ARQ-MST ASSIGN TO DYNAMIC WS-ARQ-MST-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MST-CNPJ
               FILE STATUS IS WS-FS-MST.
           SELECT ARQ-BLQ ASSIGN TO DYNAMIC WS-ARQ-BLQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BLQ.

       DATA DIVISION.
       FILE SECTION.

      * Arquivo diário de NF-e de entrada: CNPJ do emitente e do
      * destinatário sem pontuação (CPF de 11 dígitos alinhado à
      * esquerda, como na chave do cadastro), número e série da
      * nota, data de emissão AAAAMMDD e valor total com duas
      * casas decimais implícitas.
       FD ARQ-NFE.
       01 REG-NFE.
          05 REG-NFE-EMIT        PIC X(14).
          05 REG-NFE-DEST        PIC X(14).
          05 REG-NFE-NUMERO      PIC X(09).
          05 REG-NFE-SERIE       PIC X(03).
          05 REG-NFE-DATA        PIC 9(8).
          05 REG-NFE-VALOR       PIC 9(13)V99.

      * Notas liberadas: a imagem da nota, sem alteração.
       FD ARQ-LIB.
       01 REG-LIB                PIC X(63).

      * Notas retidas: a imagem da nota seguida do motivo de cada
      * documento (espaços no documento que passou).
       FD ARQ-RET.
       01 REG-RET.
          05 REG-RET-NFE         PIC X(63).
          05 REG-RET-MOT-EMIT    PIC X(12).
          05 REG-RET-MOT-DEST    PIC X(12).

       FD ARQ-REL.
       01 REG-REL                PIC X(132).

       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

       FD ARQ-BLQ.
       COPY "CNPJ-BLQ.cpy".

       WORKING-STORAGE SECTION.

      * PARM: nome do arquivo de NF-e, nome do relatório de
      * retidas e o indicador de modo legado (S/N) repassado ao
      * núcleo, separados por espaço. Os arquivos de liberadas e
      * retidas têm o nome derivado do relatório.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-LEGADO        PIC X(01) VALUE "N".
       01 WS-ARQ-NFE-NOME       PIC X(50) VALUE "NFE.DAT".
       01 WS-ARQ-REL-NOME       PIC X(50) VALUE "NFE-TRIAGEM.REP".
       01 WS-ARQ-LIB-NOME       PIC X(50) VALUE SPACES.
       01 WS-ARQ-RET-NOME       PIC X(50) VALUE SPACES.

      * Cadastro mestre e lista de bloqueio - mesmos nomes fixos
      * do lote. Sem o cadastro a triagem não tem como dizer se o
      * fornecedor é conhecido, e a execução é recusada; sem a
      * lista, não há bloqueios.
       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".
       01 WS-ARQ-BLQ-NOME       PIC X(50) VALUE "CNPJS-BLQ.DAT".

       01 WS-FS-NFE             PIC XX VALUE "00".
       01 WS-FS-LIB             PIC XX VALUE "00".
       01 WS-FS-RET             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".
       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-BLQ             PIC XX VALUE "00".

       01 WS-EOF-NFE            PIC X VALUE "N".
          88 FIM-NOTAS          VALUE "S".

      * Lista interna de bloqueio carregada em memória, como no
      * lote de validação.
       01 WS-BLQ-QTD            PIC 9(4) VALUE 0.
       01 WS-BLQ-TAB.
          05 WS-BLQ-OCR OCCURS 1000 TIMES.
             10 WS-BLQ-CHAVE    PIC X(14).
             10 WS-BLQ-MOTIVO   PIC X(04).
             10 WS-BLQ-DT-INI   PIC 9(8).
             10 WS-BLQ-DT-FIM   PIC 9(8).
       01 WS-BLQ-J              PIC 9(4) VALUE 0.
       01 WS-BLQ-EOF            PIC X(01) VALUE "N".
       01 WS-BLQ-ACHOU          PIC X(01) VALUE "N".
       01 WS-BLQ-CHEIO-AVISO    PIC X(01) VALUE "N".

      * Área de comunicação com o núcleo de validação.
       COPY "CNPJ-NUC.cpy".

      * Documento sob triagem e o motivo apurado para ele
      * (espaços = passou em todas as críticas).
       01 WS-DOC                PIC X(14) VALUE SPACES.
       01 WS-DOC-TIPO           PIC X(01) VALUE "J".
          88 DOC-CPF            VALUE "F".
       01 WS-DOC-MOTIVO         PIC X(12) VALUE SPACES.
       01 WS-MOT-EMIT           PIC X(12) VALUE SPACES.
       01 WS-MOT-DEST           PIC X(12) VALUE SPACES.

       01 WS-VALOR-ED           PIC Z(12)9.99.

      * Totais de controle da triagem
       01 WS-TOT-LIDAS          PIC 9(7) VALUE 0.
       01 WS-TOT-LIBERADAS      PIC 9(7) VALUE 0.
       01 WS-TOT-RETIDAS        PIC 9(7) VALUE 0.
       01 WS-VLR-LIBERADO       PIC 9(15)V99 VALUE 0.
       01 WS-VLR-RETIDO         PIC 9(15)V99 VALUE 0.
       01 WS-VLR-TOTAL-ED       PIC Z(14)9.99.

      * Documentos recusados por motivo (uma nota pode somar dois,
      * emitente e destinatário).
       01 WS-TOT-DV             PIC 9(7) VALUE 0.
       01 WS-TOT-FORA           PIC 9(7) VALUE 0.
       01 WS-TOT-SIT            PIC 9(7) VALUE 0.
       01 WS-TOT-BLQ            PIC 9(7) VALUE 0.

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-ARQ-NFE-NOME WS-ARQ-REL-NOME
                        WS-PARM-LEGADO
           END-IF

           IF WS-PARM-LEGADO NOT = "S"
               MOVE "N" TO WS-PARM-LEGADO
           END-IF

           STRING
               FUNCTION TRIM(WS-ARQ-REL-NOME) DELIMITED BY SIZE
               "-LIBERADAS.DAT" DELIMITED BY SIZE
               INTO WS-ARQ-LIB-NOME
           END-STRING

           STRING
               FUNCTION TRIM(WS-ARQ-REL-NOME) DELIMITED BY SIZE
               "-RETIDAS.DAT" DELIMITED BY SIZE
               INTO WS-ARQ-RET-NOME
           END-STRING

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD

           OPEN INPUT ARQ-NFE
           IF WS-FS-NFE NOT = "00"
               DISPLAY "ERRO ABRINDO ARQUIVO DE NF-E: " WS-FS-NFE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ-MST
           IF WS-FS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO CADASTRO MESTRE: " WS-FS-MST
                       " - TRIAGEM RECUSADA"
               CLOSE ARQ-NFE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0090-CARREGA-BLOQUEIOS

           OPEN OUTPUT ARQ-LIB
           OPEN OUTPUT ARQ-RET
           OPEN OUTPUT ARQ-REL
           IF WS-FS-LIB NOT = "00" OR WS-FS-RET NOT = "00"
                   OR WS-FS-REL NOT = "00"
               DISPLAY "ERRO ABRINDO SAIDAS DA TRIAGEM: " WS-FS-LIB
                       " " WS-FS-RET " " WS-FS-REL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 9100-GRAVA-CABECALHO

           PERFORM UNTIL FIM-NOTAS
               READ ARQ-NFE
                   AT END MOVE "S" TO WS-EOF-NFE
                   NOT AT END
                       IF REG-NFE NOT = SPACES
                           PERFORM 1000-TRIA-NOTA
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 9500-GRAVA-RODAPE

           CLOSE ARQ-NFE ARQ-MST ARQ-LIB ARQ-RET ARQ-REL

           DISPLAY "TRIAGEM NF-E: " WS-TOT-LIDAS " LIDAS, "
                   WS-TOT-LIBERADAS " LIBERADAS, " WS-TOT-RETIDAS
                   " RETIDAS - VER " FUNCTION TRIM(WS-ARQ-REL-NOME)

      * Nota retida devolve código 4 para o escalonador avisar o
      * contas a pagar.
           IF WS-TOT-RETIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * Carrega a lista interna de bloqueio; ausente, não há
      * bloqueios. Acima do teto da tabela, as entradas excedentes
      * ficam fora com aviso - como no lote.
       0090-CARREGA-BLOQUEIOS.
           OPEN INPUT ARQ-BLQ
           IF WS-FS-BLQ NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-BLQ-EOF
           PERFORM UNTIL WS-BLQ-EOF = "S"
               READ ARQ-BLQ
                   AT END MOVE "S" TO WS-BLQ-EOF
                   NOT AT END
                       IF REG-BLQ-CHAVE NOT = SPACES
                           IF WS-BLQ-QTD < 1000
                               ADD 1 TO WS-BLQ-QTD
                               MOVE REG-BLQ-CHAVE
                                   TO WS-BLQ-CHAVE (WS-BLQ-QTD)
                               MOVE REG-BLQ-MOTIVO
                                   TO WS-BLQ-MOTIVO (WS-BLQ-QTD)
                               MOVE REG-BLQ-DT-INI
                                   TO WS-BLQ-DT-INI (WS-BLQ-QTD)
                               MOVE REG-BLQ-DT-FIM
                                   TO WS-BLQ-DT-FIM (WS-BLQ-QTD)
                           ELSE
                               IF WS-BLQ-CHEIO-AVISO = "N"
                                   DISPLAY "AVISO: LISTA DE BLOQUEIO "
                                           "CHEIA (1000) - EXCEDENTES "
                                           "NAO APLICADOS"
                                   MOVE "S" TO WS-BLQ-CHEIO-AVISO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-BLQ.

      * Procura o documento corrente na lista de bloqueio: casa
      * pelo CNPJ completo ou, para CNPJ, pela raiz de 8 dígitos,
      * respeitando a vigência (fim zero = sem expiração).
       0095-CONSULTA-BLOQUEIO.
           MOVE "N" TO WS-BLQ-ACHOU
           PERFORM VARYING WS-BLQ-J FROM 1 BY 1
                   UNTIL WS-BLQ-J > WS-BLQ-QTD
               IF WS-BLQ-CHAVE (WS-BLQ-J) = WS-DOC
                       OR (NOT DOC-CPF
                       AND WS-BLQ-CHAVE (WS-BLQ-J) (9:6) = SPACES
                       AND WS-BLQ-CHAVE (WS-BLQ-J) (1:8)
                           = WS-DOC(1:8))
                   IF WS-BLQ-DT-INI (WS-BLQ-J) NOT > WS-DATA-SIS
                           AND (WS-BLQ-DT-FIM (WS-BLQ-J) = 0
                           OR WS-BLQ-DT-FIM (WS-BLQ-J)
                               NOT < WS-DATA-SIS)
                       MOVE "S" TO WS-BLQ-ACHOU
                       MOVE WS-BLQ-QTD TO WS-BLQ-J
                   END-IF
               END-IF
           END-PERFORM.

      * Uma nota: triagem do emitente e do destinatário; qualquer
      * um dos dois recusado retém a nota inteira.
       1000-TRIA-NOTA.
           ADD 1 TO WS-TOT-LIDAS

           MOVE REG-NFE-EMIT TO WS-DOC
           PERFORM 2000-TRIA-DOCUMENTO
           MOVE WS-DOC-MOTIVO TO WS-MOT-EMIT

           MOVE REG-NFE-DEST TO WS-DOC
           PERFORM 2000-TRIA-DOCUMENTO
           MOVE WS-DOC-MOTIVO TO WS-MOT-DEST

           IF WS-MOT-EMIT = SPACES AND WS-MOT-DEST = SPACES
               ADD 1 TO WS-TOT-LIBERADAS
               IF REG-NFE-VALOR IS NUMERIC
                   ADD REG-NFE-VALOR TO WS-VLR-LIBERADO
               END-IF
               MOVE REG-NFE TO REG-LIB
               WRITE REG-LIB
           ELSE
               ADD 1 TO WS-TOT-RETIDAS
               IF REG-NFE-VALOR IS NUMERIC
                   ADD REG-NFE-VALOR TO WS-VLR-RETIDO
               END-IF
               MOVE SPACES TO REG-RET
               MOVE REG-NFE TO REG-RET-NFE
               MOVE WS-MOT-EMIT TO REG-RET-MOT-EMIT
               MOVE WS-MOT-DEST TO REG-RET-MOT-DEST
               WRITE REG-RET
               PERFORM 3000-GRAVA-RETIDA
           END-IF.

      * Críticas de um documento, na ordem em que o contas a pagar
      * as quer ver: DV (núcleo de validação), bloqueio, presença
      * no cadastro mestre e situação na Receita. Um documento
      * ainda não cruzado com o extrato da Receita (situação em
      * branco) não é retido por isso - só a situação conhecida e
      * diferente de ATIVA (REGULAR, no CPF) retém.
       2000-TRIA-DOCUMENTO.
           MOVE SPACES TO WS-DOC-MOTIVO

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-DOC)) = 11
               MOVE "F" TO WS-DOC-TIPO
           ELSE
               MOVE "J" TO WS-DOC-TIPO
           END-IF

           MOVE WS-DOC TO NUC-CNPJ
           MOVE WS-PARM-LEGADO TO NUC-MODO-LEGADO
           MOVE WS-DOC-TIPO TO NUC-TIPO-DOC
           CALL "CNPJ-NUCLEO" USING NUC-AREA
           IF NOT NUC-VALIDO
               MOVE NUC-MOTIVO TO WS-DOC-MOTIVO
               ADD 1 TO WS-TOT-DV
               EXIT PARAGRAPH
           END-IF

           PERFORM 0095-CONSULTA-BLOQUEIO
           IF WS-BLQ-ACHOU = "S"
               MOVE "BLOQUEADO" TO WS-DOC-MOTIVO
               ADD 1 TO WS-TOT-BLQ
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DOC TO REG-MST-CNPJ
           READ ARQ-MST
           IF WS-FS-MST NOT = "00"
               MOVE "FORA-MESTRE" TO WS-DOC-MOTIVO
               ADD 1 TO WS-TOT-FORA
               EXIT PARAGRAPH
           END-IF

      * O último status apurado pelo lote também vale: um documento
      * que o lote rejeitou por bloqueio continua bloqueado aqui.
           IF REG-MST-STATUS = "BLOQUEADO"
               MOVE "BLOQUEADO" TO WS-DOC-MOTIVO
               ADD 1 TO WS-TOT-BLQ
               EXIT PARAGRAPH
           END-IF

           IF REG-MST-SIT-RFB NOT = SPACES
               IF (DOC-CPF AND REG-MST-SIT-RFB NOT = "00")
                       OR (NOT DOC-CPF AND REG-MST-SIT-RFB NOT = "02")
                   MOVE SPACES TO WS-DOC-MOTIVO
                   STRING
                       "SIT-RFB-" DELIMITED BY SIZE
                       REG-MST-SIT-RFB DELIMITED BY SIZE
                       INTO WS-DOC-MOTIVO
                   END-STRING
                   ADD 1 TO WS-TOT-SIT
               END-IF
           END-IF.

       3000-GRAVA-RETIDA.
           MOVE REG-NFE-VALOR TO WS-VALOR-ED
           MOVE SPACES TO REG-REL
           STRING
               "NF " DELIMITED BY SIZE
               REG-NFE-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               REG-NFE-SERIE DELIMITED BY SIZE
               "  EMISSAO " DELIMITED BY SIZE
               REG-NFE-DATA DELIMITED BY SIZE
               "  VALOR " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "    EMITENTE     " DELIMITED BY SIZE
               REG-NFE-EMIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MOT-EMIT DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           IF WS-MOT-EMIT = SPACES
               MOVE "OK" TO REG-REL(34:2)
           END-IF
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "    DESTINATARIO " DELIMITED BY SIZE
               REG-NFE-DEST DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MOT-DEST DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           IF WS-MOT-DEST = SPACES
               MOVE "OK" TO REG-REL(34:2)
           END-IF
           WRITE REG-REL.

       9100-GRAVA-CABECALHO.
           MOVE SPACES TO REG-REL
           STRING
               "TRIAGEM DE NF-E DE ENTRADA - NOTAS RETIDAS - "
                   DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "ARQUIVO: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-NFE-NOME) DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "MOTIVOS: DV-ERRO/LEN-ERRO/CAR-ERRO/TESTE/FAKE = "
                   DELIMITED BY SIZE
               "DV INVALIDO, FORA-MESTRE = SEM CADASTRO, "
                   DELIMITED BY SIZE
               "SIT-RFB-nn = SITUACAO NA RECEITA, BLOQUEADO"
                   DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           WRITE REG-REL.

       9500-GRAVA-RODAPE.
           IF WS-TOT-RETIDAS = 0
               MOVE "  (NENHUMA NOTA RETIDA)" TO REG-REL
               WRITE REG-REL
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "NOTAS LIDAS ..............: " DELIMITED BY SIZE
               WS-TOT-LIDAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE WS-VLR-LIBERADO TO WS-VLR-TOTAL-ED
           MOVE SPACES TO REG-REL
           STRING
               "NOTAS LIBERADAS ..........: " DELIMITED BY SIZE
               WS-TOT-LIBERADAS DELIMITED BY SIZE
               "  VALOR " DELIMITED BY SIZE
               WS-VLR-TOTAL-ED DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE WS-VLR-RETIDO TO WS-VLR-TOTAL-ED
           MOVE SPACES TO REG-REL
           STRING
               "NOTAS RETIDAS ............: " DELIMITED BY SIZE
               WS-TOT-RETIDAS DELIMITED BY SIZE
               "  VALOR " DELIMITED BY SIZE
               WS-VLR-TOTAL-ED DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "DOCUMENTOS RECUSADOS: DV INVALIDO " DELIMITED BY SIZE
               WS-TOT-DV DELIMITED BY SIZE
               "  BLOQUEADOS " DELIMITED BY SIZE
               WS-TOT-BLQ DELIMITED BY SIZE
               "  FORA DO CADASTRO " DELIMITED BY SIZE
               WS-TOT-FORA DELIMITED BY SIZE
               "  SITUACAO IRREGULAR " DELIMITED BY SIZE
               WS-TOT-SIT DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.
