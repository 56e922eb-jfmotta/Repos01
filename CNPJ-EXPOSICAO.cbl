       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-EXPOSICAO.

      * Relatório de exposição por grupo econômico para o crédito
      * e o compliance: para cada grupo do cadastro de grupos
      * (CNPJS-GRUPOS.DAT, mantido pelo CNPJ-GRUPOS), cada raiz e,
      * de cada raiz, cada documento do cadastro mestre com o
      * último status do lote, a situação na Receita do último
      * cruzamento e o bloqueio vigente na lista interna (pelo
      * CNPJ completo ou pela raiz, como no lote). O grupo com
      * algum membro bloqueado ou em situação irregular na Receita
      * (CNPJ fora de 02 ATIVA) sai sinalizado, e a lista dos
      * grupos sinalizados fecha o relatório - o bloqueio de uma
      * empresa fica visível no grupo inteiro. A raiz bloqueada
      * na lista sem documento no cadastro também sinaliza.
      * Códigos de retorno: 0 = nenhum grupo sinalizado, 4 = algum
      * grupo sinalizado, 16 = erro de arquivo.

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
           SELECT ARQ-GRP ASSIGN TO DYNAMIC WS-ARQ-GRP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRP.
           SELECT ARQ-REL ASSIGN TO DYNAMIC WS-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT ORD-GRP ASSIGN TO "SORTWK-GRP".

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

       FD ARQ-BLQ.
       COPY "CNPJ-BLQ.cpy".

       FD ARQ-GRP.
       COPY "CNPJ-GRP.cpy".

       FD ARQ-REL.
       01 REG-REL                PIC X(132).

       SD ORD-GRP.
       01 REG-ORD-GRP.
          05 ORD-GRP-CODIGO      PIC X(06).
          05 ORD-GRP-NOME        PIC X(40).
          05 ORD-GRP-RAIZ        PIC X(08).
          05 ORD-GRP-DT-INC      PIC 9(8).
          05 ORD-GRP-OPER        PIC X(08).

       WORKING-STORAGE SECTION.

      * PARM: nome do relatório e, opcional, o código de um só
      * grupo, separados por espaço; "-" mantém o padrão.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-REL           PIC X(50) VALUE SPACES.
       01 WS-PARM-GRUPO         PIC X(06) VALUE SPACES.

       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".
       01 WS-ARQ-BLQ-NOME       PIC X(50) VALUE "CNPJS-BLQ.DAT".
       01 WS-ARQ-GRP-NOME       PIC X(50) VALUE "CNPJS-GRUPOS.DAT".
       01 WS-ARQ-REL-NOME       PIC X(50)
                                VALUE "GRUPOS-EXPOSICAO.REP".

       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-BLQ             PIC XX VALUE "00".
       01 WS-FS-GRP             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".

       01 WS-FIM-MST            PIC X(01) VALUE "N".
          88 FIM-CADASTRO       VALUE "S".
       01 WS-FIM-ORD            PIC X(01) VALUE "N".
          88 FIM-CLASSIFICADO   VALUE "S".

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
       01 WS-BLQ-ACH-MOTIVO     PIC X(04) VALUE SPACES.
       01 WS-BLQ-CHEIO-AVISO    PIC X(01) VALUE "N".

      * Grupo em andamento e os seus contadores.
       01 WS-HA-GRUPO           PIC X(01) VALUE "N".
       01 WS-GRP-CODIGO         PIC X(06) VALUE SPACES.
       01 WS-GRP-NOME           PIC X(40) VALUE SPACES.
       01 WS-GRP-RAIZES         PIC 9(5) VALUE 0.
       01 WS-GRP-MEMBROS        PIC 9(5) VALUE 0.
       01 WS-GRP-BLOQUEADOS     PIC 9(5) VALUE 0.
       01 WS-GRP-IRREGULARES    PIC 9(5) VALUE 0.
       01 WS-RAIZ-DOCS          PIC 9(5) VALUE 0.

      * Membro corrente: bloqueio, irregularidade e descrições.
       01 WS-MBR-BLOQ           PIC X(01) VALUE "N".
       01 WS-MBR-IRREG          PIC X(01) VALUE "N".
       01 WS-SIT-DESC           PIC X(16) VALUE SPACES.
       01 WS-BLQ-DESC           PIC X(16) VALUE SPACES.
       01 WS-MBR-MARCA          PIC X(02) VALUE SPACES.

      * Grupos sinalizados, listados no fim do relatório.
       01 WS-SIN-QTD            PIC 9(3) VALUE 0.
       01 WS-SIN-J              PIC 9(3) VALUE 0.
       01 WS-SIN-ESTOURO        PIC X(01) VALUE "N".
       01 WS-SIN-TAB.
          05 WS-SIN-OCR OCCURS 500 TIMES.
             10 WS-SIN-CODIGO   PIC X(06).
             10 WS-SIN-NOME     PIC X(40).
             10 WS-SIN-MEMBROS  PIC 9(5).
             10 WS-SIN-BLOQ     PIC 9(5).
             10 WS-SIN-IRREG    PIC 9(5).

       01 WS-TOT-GRUPOS         PIC 9(5) VALUE 0.
       01 WS-TOT-RAIZES         PIC 9(5) VALUE 0.
       01 WS-TOT-MEMBROS        PIC 9(7) VALUE 0.
       01 WS-TOT-SINALIZADOS    PIC 9(5) VALUE 0.

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-REL WS-PARM-GRUPO
           END-IF
           IF WS-PARM-REL NOT = SPACES AND WS-PARM-REL NOT = "-"
               MOVE WS-PARM-REL TO WS-ARQ-REL-NOME
           END-IF
           IF WS-PARM-GRUPO = "-"
               MOVE SPACES TO WS-PARM-GRUPO
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-PARM-GRUPO) TO WS-PARM-GRUPO

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD

           OPEN INPUT ARQ-GRP
           IF WS-FS-GRP NOT = "00"
               DISPLAY "CADASTRO DE GRUPOS INDISPONIVEL: " WS-FS-GRP
                       " - NENHUM GRUPO A RELATAR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE ARQ-GRP

           OPEN INPUT ARQ-MST
           IF WS-FS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO CADASTRO MESTRE: " WS-FS-MST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0090-CARREGA-BLOQUEIOS

           OPEN OUTPUT ARQ-REL
           IF WS-FS-REL NOT = "00"
               DISPLAY "ERRO ABRINDO RELATORIO: " WS-FS-REL
               CLOSE ARQ-MST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 9100-GRAVA-CABECALHO

           SORT ORD-GRP ON ASCENDING KEY ORD-GRP-CODIGO ORD-GRP-RAIZ
               USING ARQ-GRP
               OUTPUT PROCEDURE IS 2000-RELATA-GRUPOS

           PERFORM 9500-GRAVA-RODAPE

           CLOSE ARQ-MST ARQ-REL

           IF WS-TOT-SINALIZADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           DISPLAY "EXPOSICAO POR GRUPO: " WS-TOT-GRUPOS " GRUPOS, "
                   WS-TOT-SINALIZADOS " SINALIZADOS - VER "
                   FUNCTION TRIM(WS-ARQ-REL-NOME)

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
      * pelo CNPJ completo ou pela raiz de 8 dígitos, respeitando
      * a vigência (fim zero = sem expiração).
       0095-CONSULTA-BLOQUEIO.
           MOVE "N" TO WS-BLQ-ACHOU
           MOVE SPACES TO WS-BLQ-ACH-MOTIVO
           PERFORM VARYING WS-BLQ-J FROM 1 BY 1
                   UNTIL WS-BLQ-J > WS-BLQ-QTD
               IF WS-BLQ-CHAVE (WS-BLQ-J) = REG-MST-CNPJ
                       OR (WS-BLQ-CHAVE (WS-BLQ-J) (9:6) = SPACES
                       AND WS-BLQ-CHAVE (WS-BLQ-J) (1:8)
                           = REG-MST-CNPJ(1:8))
                   PERFORM 0097-CONFERE-VIGENCIA
               END-IF
           END-PERFORM.

      * A raiz do grupo sem documento no cadastro: só a entrada
      * de raiz da lista de bloqueio se aplica.
       0096-CONSULTA-BLOQUEIO-RAIZ.
           MOVE "N" TO WS-BLQ-ACHOU
           MOVE SPACES TO WS-BLQ-ACH-MOTIVO
           PERFORM VARYING WS-BLQ-J FROM 1 BY 1
                   UNTIL WS-BLQ-J > WS-BLQ-QTD
               IF WS-BLQ-CHAVE (WS-BLQ-J) (9:6) = SPACES
                       AND WS-BLQ-CHAVE (WS-BLQ-J) (1:8)
                           = ORD-GRP-RAIZ
                   PERFORM 0097-CONFERE-VIGENCIA
               END-IF
           END-PERFORM.

       0097-CONFERE-VIGENCIA.
           IF WS-BLQ-DT-INI (WS-BLQ-J) NOT > WS-DATA-SIS
                   AND (WS-BLQ-DT-FIM (WS-BLQ-J) = 0
                   OR WS-BLQ-DT-FIM (WS-BLQ-J) NOT < WS-DATA-SIS)
               MOVE "S" TO WS-BLQ-ACHOU
               MOVE WS-BLQ-MOTIVO (WS-BLQ-J) TO WS-BLQ-ACH-MOTIVO
               MOVE WS-BLQ-QTD TO WS-BLQ-J
           END-IF.

      * Raízes classificadas por grupo: cabeçalho na troca de
      * grupo, os documentos de cada raiz e o fechamento com a
      * sinalização.
       2000-RELATA-GRUPOS.
           PERFORM UNTIL FIM-CLASSIFICADO
               RETURN ORD-GRP
                   AT END MOVE "S" TO WS-FIM-ORD
                   NOT AT END
                       IF WS-PARM-GRUPO = SPACES
                               OR ORD-GRP-CODIGO = WS-PARM-GRUPO
                           PERFORM 2100-RELATA-RAIZ
                       END-IF
               END-RETURN
           END-PERFORM

           IF WS-HA-GRUPO = "S"
               PERFORM 2500-FECHA-GRUPO
           END-IF.

       2100-RELATA-RAIZ.
           IF WS-HA-GRUPO = "S" AND ORD-GRP-CODIGO NOT = WS-GRP-CODIGO
               PERFORM 2500-FECHA-GRUPO
           END-IF
           IF WS-HA-GRUPO = "N"
               PERFORM 2050-ABRE-GRUPO
           END-IF

           ADD 1 TO WS-GRP-RAIZES
           ADD 1 TO WS-TOT-RAIZES
           MOVE 0 TO WS-RAIZ-DOCS

           MOVE SPACES TO REG-MST-CNPJ
           MOVE ORD-GRP-RAIZ TO REG-MST-CNPJ(1:8)
           MOVE "N" TO WS-FIM-MST
           START ARQ-MST KEY NOT < REG-MST-CNPJ
           IF WS-FS-MST NOT = "00"
               MOVE "S" TO WS-FIM-MST
           END-IF

           PERFORM UNTIL FIM-CADASTRO
               READ ARQ-MST NEXT
                   AT END MOVE "S" TO WS-FIM-MST
                   NOT AT END
                       IF REG-MST-CNPJ(1:8) NOT = ORD-GRP-RAIZ
                           MOVE "S" TO WS-FIM-MST
                       ELSE
                           IF REG-MST-TIPO NOT = "F"
                               PERFORM 2200-RELATA-MEMBRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RAIZ-DOCS = 0
               PERFORM 2300-RELATA-RAIZ-VAZIA
           END-IF.

       2050-ABRE-GRUPO.
           MOVE "S" TO WS-HA-GRUPO
           MOVE ORD-GRP-CODIGO TO WS-GRP-CODIGO
           MOVE ORD-GRP-NOME TO WS-GRP-NOME
           MOVE 0 TO WS-GRP-RAIZES WS-GRP-MEMBROS
                     WS-GRP-BLOQUEADOS WS-GRP-IRREGULARES
           ADD 1 TO WS-TOT-GRUPOS

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING
               "GRUPO " DELIMITED BY SIZE
               WS-GRP-CODIGO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-GRP-NOME DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

      * Uma linha por documento: bloqueado pela lista ou pelo
      * último status do lote; irregular fora de 02 ATIVA no
      * último cruzamento (sem cruzamento não é irregular).
       2200-RELATA-MEMBRO.
           ADD 1 TO WS-RAIZ-DOCS
           ADD 1 TO WS-GRP-MEMBROS
           ADD 1 TO WS-TOT-MEMBROS

           PERFORM 0095-CONSULTA-BLOQUEIO
           MOVE "N" TO WS-MBR-BLOQ
           MOVE SPACES TO WS-BLQ-DESC
           IF WS-BLQ-ACHOU = "S"
               MOVE "S" TO WS-MBR-BLOQ
               STRING
                   "BLOQUEIO " DELIMITED BY SIZE
                   WS-BLQ-ACH-MOTIVO DELIMITED BY SIZE
                   INTO WS-BLQ-DESC
               END-STRING
           ELSE
               IF REG-MST-STATUS = "BLOQUEADO"
                   MOVE "S" TO WS-MBR-BLOQ
                   MOVE "BLOQUEIO NO LOTE" TO WS-BLQ-DESC
               END-IF
           END-IF

           MOVE "N" TO WS-MBR-IRREG
           EVALUATE REG-MST-SIT-RFB
               WHEN SPACES
                   MOVE "SEM CRUZAMENTO" TO WS-SIT-DESC
               WHEN "01"
                   MOVE "01 NULA" TO WS-SIT-DESC
               WHEN "02"
                   MOVE "02 ATIVA" TO WS-SIT-DESC
               WHEN "03"
                   MOVE "03 SUSPENSA" TO WS-SIT-DESC
               WHEN "04"
                   MOVE "04 INAPTA" TO WS-SIT-DESC
               WHEN "08"
                   MOVE "08 BAIXADA" TO WS-SIT-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-SIT-DESC
                   STRING
                       REG-MST-SIT-RFB DELIMITED BY SIZE
                       " DESCONHECIDA" DELIMITED BY SIZE
                       INTO WS-SIT-DESC
                   END-STRING
           END-EVALUATE
           IF REG-MST-SIT-RFB NOT = SPACES
                   AND REG-MST-SIT-RFB NOT = "02"
               MOVE "S" TO WS-MBR-IRREG
           END-IF

           MOVE SPACES TO WS-MBR-MARCA
           IF WS-MBR-BLOQ = "S"
               ADD 1 TO WS-GRP-BLOQUEADOS
               MOVE "**" TO WS-MBR-MARCA
           END-IF
           IF WS-MBR-IRREG = "S"
               ADD 1 TO WS-GRP-IRREGULARES
               MOVE "**" TO WS-MBR-MARCA
           END-IF

           MOVE SPACES TO REG-REL
           STRING
               WS-MBR-MARCA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-MST-CNPJ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REG-MST-NOME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REG-MST-STATUS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SIT-DESC DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BLQ-DESC DELIMITED BY SIZE
               "  REF " DELIMITED BY SIZE
               REG-MST-REF DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

       2300-RELATA-RAIZ-VAZIA.
           PERFORM 0096-CONSULTA-BLOQUEIO-RAIZ
           MOVE SPACES TO WS-MBR-MARCA WS-BLQ-DESC
           IF WS-BLQ-ACHOU = "S"
               ADD 1 TO WS-GRP-BLOQUEADOS
               MOVE "**" TO WS-MBR-MARCA
               STRING
                   "BLOQUEIO " DELIMITED BY SIZE
                   WS-BLQ-ACH-MOTIVO DELIMITED BY SIZE
                   INTO WS-BLQ-DESC
               END-STRING
           END-IF

           MOVE SPACES TO REG-REL
           STRING
               WS-MBR-MARCA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ORD-GRP-RAIZ DELIMITED BY SIZE
               "        SEM DOCUMENTO NO CADASTRO MESTRE"
                   DELIMITED BY SIZE
               "                                      "
                   DELIMITED BY SIZE
               WS-BLQ-DESC DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

      * Fechamento do grupo: contagens e, havendo membro bloqueado
      * ou irregular, a sinalização e a entrada na lista final.
       2500-FECHA-GRUPO.
           MOVE "N" TO WS-HA-GRUPO

           MOVE SPACES TO REG-REL
           STRING
               "   RAIZES: " DELIMITED BY SIZE
               WS-GRP-RAIZES DELIMITED BY SIZE
               "  DOCUMENTOS: " DELIMITED BY SIZE
               WS-GRP-MEMBROS DELIMITED BY SIZE
               "  BLOQUEADOS: " DELIMITED BY SIZE
               WS-GRP-BLOQUEADOS DELIMITED BY SIZE
               "  IRREGULARES NA RECEITA: " DELIMITED BY SIZE
               WS-GRP-IRREGULARES DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           IF WS-GRP-BLOQUEADOS = 0 AND WS-GRP-IRREGULARES = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOT-SINALIZADOS
           MOVE SPACES TO REG-REL
           STRING
               "   *** GRUPO SINALIZADO - MEMBRO BLOQUEADO OU "
                   DELIMITED BY SIZE
               "IRREGULAR: AVALIAR O GRUPO INTEIRO ***"
                   DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           IF WS-SIN-QTD < 500
               ADD 1 TO WS-SIN-QTD
               MOVE WS-GRP-CODIGO TO WS-SIN-CODIGO (WS-SIN-QTD)
               MOVE WS-GRP-NOME TO WS-SIN-NOME (WS-SIN-QTD)
               MOVE WS-GRP-MEMBROS TO WS-SIN-MEMBROS (WS-SIN-QTD)
               MOVE WS-GRP-BLOQUEADOS TO WS-SIN-BLOQ (WS-SIN-QTD)
               MOVE WS-GRP-IRREGULARES TO WS-SIN-IRREG (WS-SIN-QTD)
           ELSE
               MOVE "S" TO WS-SIN-ESTOURO
           END-IF.

       9100-GRAVA-CABECALHO.
           MOVE SPACES TO REG-REL
           STRING
               "EXPOSICAO POR GRUPO ECONOMICO - " DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           IF WS-PARM-GRUPO NOT = SPACES
               MOVE SPACES TO REG-REL
               STRING
                   "SOMENTE O GRUPO " DELIMITED BY SIZE
                   WS-PARM-GRUPO DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
               WRITE REG-REL
           END-IF

           MOVE "** = MEMBRO BLOQUEADO (LISTA OU LOTE) OU IRREGULAR"
               TO REG-REL
           MOVE "NA RECEITA" TO REG-REL(52:10)
           WRITE REG-REL.

       9500-GRAVA-RODAPE.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "=== GRUPOS SINALIZADOS ===" TO REG-REL
           WRITE REG-REL

           PERFORM VARYING WS-SIN-J FROM 1 BY 1
                   UNTIL WS-SIN-J > WS-SIN-QTD
               MOVE SPACES TO REG-REL
               STRING
                   "   " DELIMITED BY SIZE
                   WS-SIN-CODIGO (WS-SIN-J) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SIN-NOME (WS-SIN-J) DELIMITED BY SIZE
                   "  DOCUMENTOS " DELIMITED BY SIZE
                   WS-SIN-MEMBROS (WS-SIN-J) DELIMITED BY SIZE
                   "  BLOQUEADOS " DELIMITED BY SIZE
                   WS-SIN-BLOQ (WS-SIN-J) DELIMITED BY SIZE
                   "  IRREGULARES " DELIMITED BY SIZE
                   WS-SIN-IRREG (WS-SIN-J) DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
               WRITE REG-REL
           END-PERFORM
           IF WS-SIN-ESTOURO = "S"
               MOVE "   (MAIS DE 500 GRUPOS SINALIZADOS - VER ACIMA)"
                   TO REG-REL
               WRITE REG-REL
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "GRUPOS .................: " DELIMITED BY SIZE
               WS-TOT-GRUPOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "RAIZES .................: " DELIMITED BY SIZE
               WS-TOT-RAIZES DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "DOCUMENTOS NOS GRUPOS ..: " DELIMITED BY SIZE
               WS-TOT-MEMBROS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "GRUPOS SINALIZADOS .....: " DELIMITED BY SIZE
               WS-TOT-SINALIZADOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.
