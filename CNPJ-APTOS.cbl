       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-APTOS.

      * Extrato de fornecedores aptos a pagar para o contas a
      * pagar: uma linha de leiaute fixo por documento do cadastro
      * mestre, com o indicador de apto/não apto, o código do
      * motivo, a situação na Receita com a data do cruzamento e o
      * REF. A decisão cruza o cadastro com a lista interna de
      * bloqueio e com as pendências em aberto da conciliação
      * (CNPJS-PEND.DAT). O relatório resumo dá a contagem por
      * motivo. O extrato é carregado direto na proposta de
      * pagamento, no lugar das consultas avulsas da tesouraria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MST ASSIGN TO DYNAMIC WS-ARQ-MST-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MST-CNPJ
               FILE STATUS IS WS-FS-MST.
           SELECT ARQ-BLQ ASSIGN TO DYNAMIC WS-ARQ-BLQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BLQ.
           SELECT ARQ-PEN ASSIGN TO DYNAMIC WS-ARQ-PEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEN.
           SELECT ARQ-TPE ASSIGN TO DYNAMIC WS-ARQ-TPE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TPE.
           SELECT ARQ-APT ASSIGN TO DYNAMIC WS-ARQ-APT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APT.
           SELECT ARQ-REL ASSIGN TO DYNAMIC WS-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT ORD-PEN ASSIGN TO "SORTWK-APT-PEN".

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

       FD ARQ-BLQ.
       COPY "CNPJ-BLQ.cpy".

      * Pendências em aberto da conciliação (mesmo leiaute gravado
      * por CNPJ-CONCILIA) e a sequência classificada por CNPJ.
       FD ARQ-PEN.
       01 REG-PEN.
          05 REG-PEN-CNPJ        PIC X(14).
          05 REG-PEN-DT-PRIM     PIC 9(8).
          05 REG-PEN-EXECS       PIC 9(5).

       FD ARQ-TPE.
       01 REG-TPE.
          05 REG-TPE-CNPJ        PIC X(14).
          05 REG-TPE-DT-PRIM     PIC 9(8).
          05 REG-TPE-EXECS       PIC 9(5).

      * Extrato de aptos a pagar: documento, indicador (S = apto,
      * N = não apto), código do motivo (tabela no cabeçalho do
      * relatório resumo), situação na Receita e data de
      * referência do cruzamento, e o REF.
       FD ARQ-APT.
       01 REG-APT.
          05 REG-APT-CNPJ        PIC X(14).
          05 REG-APT-APTO        PIC X(01).
          05 REG-APT-MOTIVO      PIC X(02).
          05 REG-APT-SIT-RFB     PIC X(02).
          05 REG-APT-SIT-DATA    PIC 9(8).
          05 REG-APT-REF         PIC X(10).

       FD ARQ-REL.
       01 REG-REL                PIC X(110).

       SD ORD-PEN.
       01 REG-ORD-PEN.
          05 ORD-PEN-CNPJ        PIC X(14).
          05 ORD-PEN-DT-PRIM     PIC 9(8).
          05 ORD-PEN-EXECS       PIC 9(5).

       WORKING-STORAGE SECTION.

      * PARM: nome do extrato de aptos e nome do relatório resumo,
      * separados por espaço; sem PARM, os nomes padrão.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-ARQ-APT-NOME       PIC X(50) VALUE "APTOS-PAGAR.DAT".
       01 WS-ARQ-REL-NOME       PIC X(50) VALUE "APTOS-PAGAR.REP".
       01 WS-ARQ-TPE-NOME       PIC X(50) VALUE SPACES.

      * Cadastro mestre, lista de bloqueio e pendências - mesmos
      * nomes fixos do lote e da conciliação. Sem o cadastro não
      * há extrato; sem a lista ou as pendências, não há bloqueios
      * ou pendências a considerar.
       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".
       01 WS-ARQ-BLQ-NOME       PIC X(50) VALUE "CNPJS-BLQ.DAT".
       01 WS-ARQ-PEN-NOME       PIC X(50) VALUE "CNPJS-PEND.DAT".

       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-BLQ             PIC XX VALUE "00".
       01 WS-FS-PEN             PIC XX VALUE "00".
       01 WS-FS-TPE             PIC XX VALUE "00".
       01 WS-FS-APT             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".

       01 WS-FIM-MST            PIC X(01) VALUE "N".
          88 FIM-CADASTRO       VALUE "S".
       01 WS-EOF-TPE            PIC X(01) VALUE "N".
          88 FIM-TPE            VALUE "S".

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

      * Motivos do extrato, na ordem de precedência da decisão:
      * 00 APTO, 01 BLOQUEADO (lista de bloqueio ou último status
      * do lote), 02 DOCUMENTO INVÁLIDO no último lote, 03
      * PENDÊNCIA EM ABERTO na conciliação, 04 SITUAÇÃO IRREGULAR
      * na Receita, 05 APTO SEM CRUZAMENTO (documento ainda não
      * cruzado com o extrato da Receita - apto, mas sinalizado).
       01 WS-MOT-TAB.
          05 WS-MOT-OCR OCCURS 6 TIMES.
             10 WS-MOT-DESC     PIC X(30).
             10 WS-MOT-QTD      PIC 9(7) VALUE ZEROS.
       01 WS-MOT-J              PIC 9 VALUE 0.
       01 WS-MOTIVO             PIC 99 VALUE 0.
       01 WS-PEN-ABERTA         PIC X(01) VALUE "N".

      * Totais de controle do extrato
       01 WS-TOT-LIDOS          PIC 9(7) VALUE 0.
       01 WS-TOT-APTOS          PIC 9(7) VALUE 0.
       01 WS-TOT-NAO-APTOS      PIC 9(7) VALUE 0.

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-ARQ-APT-NOME WS-ARQ-REL-NOME
           END-IF

           STRING
               FUNCTION TRIM(WS-ARQ-APT-NOME) DELIMITED BY SIZE
               "-PEN.TRB" DELIMITED BY SIZE
               INTO WS-ARQ-TPE-NOME
           END-STRING

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD

           MOVE "APTO" TO WS-MOT-DESC (1)
           MOVE "BLOQUEADO" TO WS-MOT-DESC (2)
           MOVE "DOCUMENTO INVALIDO NO LOTE" TO WS-MOT-DESC (3)
           MOVE "PENDENCIA EM ABERTO" TO WS-MOT-DESC (4)
           MOVE "SITUACAO IRREGULAR NA RECEITA" TO WS-MOT-DESC (5)
           MOVE "APTO SEM CRUZAMENTO RECEITA" TO WS-MOT-DESC (6)

           OPEN INPUT ARQ-MST
           IF WS-FS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO CADASTRO MESTRE: " WS-FS-MST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0090-CARREGA-BLOQUEIOS
           PERFORM 0300-CLASSIFICA-PENDENCIAS

           OPEN OUTPUT ARQ-APT
           IF WS-FS-APT NOT = "00"
               DISPLAY "ERRO ABRINDO EXTRATO DE APTOS: " WS-FS-APT
               CLOSE ARQ-MST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ-TPE
           PERFORM 1400-LE-TPE

      * O cadastro é lido em ordem de chave, e as pendências
      * classificadas avançam junto - casamento sequencial.
           MOVE LOW-VALUES TO REG-MST-CNPJ
           START ARQ-MST KEY NOT < REG-MST-CNPJ
           IF WS-FS-MST NOT = "00"
               MOVE "S" TO WS-FIM-MST
           END-IF

           PERFORM UNTIL FIM-CADASTRO
               READ ARQ-MST NEXT
                   AT END MOVE "S" TO WS-FIM-MST
                   NOT AT END
                       PERFORM 1000-AVALIA-DOCUMENTO
               END-READ
           END-PERFORM

           CLOSE ARQ-MST ARQ-TPE ARQ-APT

           PERFORM 2000-GRAVA-RESUMO

           CALL "CBL_DELETE_FILE" USING WS-ARQ-TPE-NOME

           DISPLAY "APTOS A PAGAR: " WS-TOT-APTOS " APTOS, "
                   WS-TOT-NAO-APTOS " NAO APTOS EM "
                   FUNCTION TRIM(WS-ARQ-APT-NOME)

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
               IF WS-BLQ-CHAVE (WS-BLQ-J) = REG-MST-CNPJ
                       OR (REG-MST-TIPO NOT = "F"
                       AND WS-BLQ-CHAVE (WS-BLQ-J) (9:6) = SPACES
                       AND WS-BLQ-CHAVE (WS-BLQ-J) (1:8)
                           = REG-MST-CNPJ(1:8))
                   IF WS-BLQ-DT-INI (WS-BLQ-J) NOT > WS-DATA-SIS
                           AND (WS-BLQ-DT-FIM (WS-BLQ-J) = 0
                           OR WS-BLQ-DT-FIM (WS-BLQ-J)
                               NOT < WS-DATA-SIS)
                       MOVE "S" TO WS-BLQ-ACHOU
                       MOVE WS-BLQ-QTD TO WS-BLQ-J
                   END-IF
               END-IF
           END-PERFORM.

      * Sem arquivo de pendências (nenhuma conciliação ainda), a
      * sequência classificada nasce vazia - como na conciliação.
       0300-CLASSIFICA-PENDENCIAS.
           OPEN INPUT ARQ-PEN
           IF WS-FS-PEN = "00"
               CLOSE ARQ-PEN
               SORT ORD-PEN ON ASCENDING KEY ORD-PEN-CNPJ
                   USING ARQ-PEN
                   GIVING ARQ-TPE
           ELSE
               OPEN OUTPUT ARQ-TPE
               CLOSE ARQ-TPE
           END-IF.

       1400-LE-TPE.
           READ ARQ-TPE
               AT END MOVE "S" TO WS-EOF-TPE
           END-READ.

      * Decide um documento do cadastro, na ordem de precedência
      * dos motivos, e grava a linha do extrato.
       1000-AVALIA-DOCUMENTO.
           ADD 1 TO WS-TOT-LIDOS

           PERFORM UNTIL FIM-TPE OR REG-TPE-CNPJ NOT < REG-MST-CNPJ
               PERFORM 1400-LE-TPE
           END-PERFORM
           MOVE "N" TO WS-PEN-ABERTA
           IF NOT FIM-TPE AND REG-TPE-CNPJ = REG-MST-CNPJ
               MOVE "S" TO WS-PEN-ABERTA
           END-IF

           PERFORM 0095-CONSULTA-BLOQUEIO

           EVALUATE TRUE
               WHEN WS-BLQ-ACHOU = "S"
                       OR REG-MST-STATUS = "BLOQUEADO"
                   MOVE 1 TO WS-MOTIVO
               WHEN REG-MST-STATUS NOT = "VALIDO"
                   MOVE 2 TO WS-MOTIVO
               WHEN WS-PEN-ABERTA = "S"
                   MOVE 3 TO WS-MOTIVO
               WHEN REG-MST-SIT-RFB = SPACES
                   MOVE 5 TO WS-MOTIVO
               WHEN REG-MST-TIPO = "F" AND REG-MST-SIT-RFB NOT = "00"
                   MOVE 4 TO WS-MOTIVO
               WHEN REG-MST-TIPO NOT = "F"
                       AND REG-MST-SIT-RFB NOT = "02"
                   MOVE 4 TO WS-MOTIVO
               WHEN OTHER
                   MOVE 0 TO WS-MOTIVO
           END-EVALUATE

           MOVE SPACES TO REG-APT
           MOVE REG-MST-CNPJ TO REG-APT-CNPJ
           MOVE WS-MOTIVO TO REG-APT-MOTIVO
           IF WS-MOTIVO = 0 OR WS-MOTIVO = 5
               MOVE "S" TO REG-APT-APTO
               ADD 1 TO WS-TOT-APTOS
           ELSE
               MOVE "N" TO REG-APT-APTO
               ADD 1 TO WS-TOT-NAO-APTOS
           END-IF
           MOVE REG-MST-SIT-RFB TO REG-APT-SIT-RFB
           IF REG-MST-SIT-DATA IS NUMERIC
               MOVE REG-MST-SIT-DATA TO REG-APT-SIT-DATA
           ELSE
               MOVE 0 TO REG-APT-SIT-DATA
           END-IF
           MOVE REG-MST-REF TO REG-APT-REF
           WRITE REG-APT

           ADD 1 TO WS-MOT-QTD (WS-MOTIVO + 1).

      * Relatório resumo: a tabela de motivos com a contagem de
      * cada um e os totais de aptos e não aptos.
       2000-GRAVA-RESUMO.
           OPEN OUTPUT ARQ-REL
           IF WS-FS-REL NOT = "00"
               DISPLAY "ERRO ABRINDO RELATORIO: " WS-FS-REL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-REL
           STRING
               "EXTRATO DE FORNECEDORES APTOS A PAGAR - "
                   DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "EXTRATO: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-APT-NOME) DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "COD  MOTIVO                          APTO  QUANTIDADE"
               TO REG-REL
           WRITE REG-REL

           PERFORM VARYING WS-MOT-J FROM 1 BY 1 UNTIL WS-MOT-J > 6
               COMPUTE WS-MOTIVO = WS-MOT-J - 1
               MOVE SPACES TO REG-REL
               STRING
                   WS-MOTIVO DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-MOT-DESC (WS-MOT-J) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
               IF WS-MOT-J = 1 OR WS-MOT-J = 6
                   MOVE "S" TO REG-REL(38:1)
               ELSE
                   MOVE "N" TO REG-REL(38:1)
               END-IF
               MOVE WS-MOT-QTD (WS-MOT-J) TO REG-REL(44:7)
               WRITE REG-REL
           END-PERFORM

           MOVE SPACES TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "DOCUMENTOS NO CADASTRO ...: " DELIMITED BY SIZE
               WS-TOT-LIDOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "APTOS A PAGAR ............: " DELIMITED BY SIZE
               WS-TOT-APTOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "NAO APTOS ................: " DELIMITED BY SIZE
               WS-TOT-NAO-APTOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           CLOSE ARQ-REL.
