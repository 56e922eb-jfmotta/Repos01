       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-REVISAO.

      * Revisão de fornecedores inativos ou encerrados no cadastro
      * mestre, para a limpeza dirigida no lugar do expurgo cego
      * por data de última aparição. Um documento é candidato por
      * dois motivos principais:
      *   - situação encerrada ou inapta no último cruzamento com
      *     a Receita (CNPJ 08 BAIXADA ou 04 INAPTA; CPF 03
      *     TITULAR FALECIDO, 05 CANCELADO ou 08 NULO);
      *   - sem aparição em lote há mais do que a janela de dias
      *     (padrão 365) - REG-MST-DT-ULT anterior ao corte;
      * e dois agravantes, que pesam mas sozinhos não escolhem:
      *   - visto em poucas execuções do lote (REG-MST-EXECS até
      *     o limite, padrão 1);
      *   - pendência em aberto na conciliação (CNPJS-PEND.DAT).
      * O relatório sai agrupado por REF - cada equipe de compras
      * recebe a sua parte -, em ordem de peso (quantos motivos se
      * somam) e com todos os motivos de cada documento. Junto, o
      * arquivo de transações da manutenção em lote (leiaute
      * REG-TRN) com uma exclusão ("E") por candidato: depois do
      * de acordo das compras, com as linhas recusadas retiradas,
      * é aplicado pelo CNPJ-MANUTENCAO, cujas exclusões passam
      * pela fila de aprovação (CNPJ-APROVA) e pelo jornal.
      * Códigos de retorno: 0 = concluído, 16 = PARM inválido ou
      * erro de arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MST ASSIGN TO DYNAMIC WS-ARQ-MST-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MST-CNPJ
               FILE STATUS IS WS-FS-MST.
           SELECT ARQ-PEN ASSIGN TO DYNAMIC WS-ARQ-PEN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEN.
           SELECT ARQ-TPE ASSIGN TO DYNAMIC WS-ARQ-TPE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TPE.
           SELECT ARQ-TRN ASSIGN TO DYNAMIC WS-ARQ-TRN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRN.
           SELECT ARQ-REL ASSIGN TO DYNAMIC WS-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT ORD-PEN ASSIGN TO "SORTWK-REV-PEN".
           SELECT ORD-REV ASSIGN TO "SORTWK-REV".

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

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

      * Exclusões propostas, no leiaute da manutenção em lote.
       FD ARQ-TRN.
       COPY "CNPJ-TRN.cpy".

       FD ARQ-REL.
       01 REG-REL                PIC X(132).

       SD ORD-PEN.
       01 REG-ORD-PEN.
          05 ORD-PEN-CNPJ        PIC X(14).
          05 ORD-PEN-DT-PRIM     PIC 9(8).
          05 ORD-PEN-EXECS       PIC 9(5).

      * Candidatos por REF e peso (maior primeiro), com os
      * indicadores de cada motivo ("S" quando se aplica).
       SD ORD-REV.
       01 REG-ORD-REV.
          05 ORD-REV-REF         PIC X(10).
          05 ORD-REV-PESO        PIC 9(1).
          05 ORD-REV-CNPJ        PIC X(14).
          05 ORD-REV-NOME        PIC X(40).
          05 ORD-REV-TIPO        PIC X(01).
          05 ORD-REV-STATUS      PIC X(12).
          05 ORD-REV-SIT-RFB     PIC X(02).
          05 ORD-REV-SIT-DATA    PIC 9(8).
          05 ORD-REV-DT-ULT      PIC 9(8).
          05 ORD-REV-EXECS       PIC 9(5).
          05 ORD-REV-PEN-DT-PRIM PIC 9(8).
          05 ORD-REV-PEN-EXECS   PIC 9(5).
          05 ORD-REV-MOT-SIT     PIC X(01).
          05 ORD-REV-MOT-DORM    PIC X(01).
          05 ORD-REV-MOT-EXECS   PIC X(01).
          05 ORD-REV-MOT-PEN     PIC X(01).

       WORKING-STORAGE SECTION.

      * PARM: nome do relatório, nome do arquivo de transações
      * propostas, janela de inatividade em dias e limite de
      * execuções do agravante, separados por espaço; "-" mantém
      * o padrão.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-REL           PIC X(50) VALUE SPACES.
       01 WS-PARM-TRN           PIC X(50) VALUE SPACES.
       01 WS-PARM-DIAS          PIC X(05) VALUE SPACES.
       01 WS-PARM-EXECS         PIC X(05) VALUE SPACES.

       01 WS-DIAS               PIC 9(5) VALUE 365.
       01 WS-LIM-EXECS          PIC 9(5) VALUE 1.
       01 WS-DATA-CORTE         PIC 9(8) VALUE 0.
       01 WS-DIA-INT            PIC 9(7) VALUE 0.

       01 WS-ARQ-REL-NOME       PIC X(50) VALUE "REVISAO-FORNEC.REP".
       01 WS-ARQ-TRN-NOME       PIC X(50) VALUE "REVISAO-TRN.DAT".
       01 WS-ARQ-TPE-NOME       PIC X(50) VALUE SPACES.

      * Cadastro mestre e pendências - mesmos nomes fixos do lote
      * e da conciliação. Sem pendências, não há agravante de
      * pendência.
       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".
       01 WS-ARQ-PEN-NOME       PIC X(50) VALUE "CNPJS-PEND.DAT".

       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-PEN             PIC XX VALUE "00".
       01 WS-FS-TPE             PIC XX VALUE "00".
       01 WS-FS-TRN             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".

       01 WS-FIM-MST            PIC X(01) VALUE "N".
          88 FIM-CADASTRO       VALUE "S".
       01 WS-EOF-TPE            PIC X(01) VALUE "N".
          88 FIM-TPE            VALUE "S".
       01 WS-FIM-ORD            PIC X(01) VALUE "N".
          88 FIM-CLASSIFICADO   VALUE "S".

      * Documento corrente: motivos e peso.
       01 WS-MOT-SIT            PIC X(01) VALUE "N".
       01 WS-MOT-DORM           PIC X(01) VALUE "N".
       01 WS-MOT-EXECS          PIC X(01) VALUE "N".
       01 WS-MOT-PEN            PIC X(01) VALUE "N".
       01 WS-PESO               PIC 9(1) VALUE 0.
       01 WS-SIT-DESC           PIC X(20) VALUE SPACES.

      * REF em andamento no relatório.
       01 WS-HA-REF             PIC X(01) VALUE "N".
       01 WS-REF-ATUAL          PIC X(10) VALUE SPACES.
       01 WS-REF-QTD            PIC 9(5) VALUE 0.

      * Totais de controle
       01 WS-TOT-LIDOS          PIC 9(7) VALUE 0.
       01 WS-TOT-CANDIDATOS     PIC 9(7) VALUE 0.
       01 WS-TOT-REFS           PIC 9(5) VALUE 0.
       01 WS-TOT-SIT            PIC 9(7) VALUE 0.
       01 WS-TOT-DORM           PIC 9(7) VALUE 0.
       01 WS-TOT-EXECS          PIC 9(7) VALUE 0.
       01 WS-TOT-PEN            PIC 9(7) VALUE 0.
       01 WS-TOT-TRN            PIC 9(7) VALUE 0.

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-REL WS-PARM-TRN
                        WS-PARM-DIAS WS-PARM-EXECS
           END-IF

           IF WS-PARM-REL NOT = SPACES AND WS-PARM-REL NOT = "-"
               MOVE WS-PARM-REL TO WS-ARQ-REL-NOME
           END-IF
           IF WS-PARM-TRN NOT = SPACES AND WS-PARM-TRN NOT = "-"
               MOVE WS-PARM-TRN TO WS-ARQ-TRN-NOME
           END-IF
           IF WS-PARM-DIAS NOT = SPACES AND WS-PARM-DIAS NOT = "-"
               IF FUNCTION TRIM(WS-PARM-DIAS) IS NOT NUMERIC
                   DISPLAY "JANELA EM DIAS INVALIDA ("
                           FUNCTION TRIM(WS-PARM-DIAS) ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-PARM-DIAS) TO WS-DIAS
           END-IF
           IF WS-PARM-EXECS NOT = SPACES AND WS-PARM-EXECS NOT = "-"
               IF FUNCTION TRIM(WS-PARM-EXECS) IS NOT NUMERIC
                   DISPLAY "LIMITE DE EXECUCOES INVALIDO ("
                           FUNCTION TRIM(WS-PARM-EXECS) ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-PARM-EXECS) TO WS-LIM-EXECS
           END-IF

           STRING
               FUNCTION TRIM(WS-ARQ-REL-NOME) DELIMITED BY SIZE
               "-PEN.TRB" DELIMITED BY SIZE
               INTO WS-ARQ-TPE-NOME
           END-STRING

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SIS) - WS-DIAS
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INT)

           OPEN INPUT ARQ-MST
           IF WS-FS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO CADASTRO MESTRE: " WS-FS-MST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0300-CLASSIFICA-PENDENCIAS

           OPEN OUTPUT ARQ-TRN
           IF WS-FS-TRN NOT = "00"
               DISPLAY "ERRO ABRINDO ARQUIVO DE TRANSACOES: " WS-FS-TRN
               CLOSE ARQ-MST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ-REL
           IF WS-FS-REL NOT = "00"
               DISPLAY "ERRO ABRINDO RELATORIO: " WS-FS-REL
               CLOSE ARQ-MST ARQ-TRN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 9100-GRAVA-CABECALHO

           SORT ORD-REV ON ASCENDING KEY ORD-REV-REF
                        DESCENDING KEY ORD-REV-PESO
                        ASCENDING KEY ORD-REV-CNPJ
               INPUT PROCEDURE IS 1000-SELECIONA-CANDIDATOS
               OUTPUT PROCEDURE IS 2000-RELATA-CANDIDATOS

           PERFORM 9500-GRAVA-RODAPE

           CLOSE ARQ-MST ARQ-TRN ARQ-REL

           CALL "CBL_DELETE_FILE" USING WS-ARQ-TPE-NOME

           MOVE 0 TO RETURN-CODE
           DISPLAY "REVISAO DE FORNECEDORES: " WS-TOT-CANDIDATOS
                   " CANDIDATOS DE " WS-TOT-LIDOS " - VER "
                   FUNCTION TRIM(WS-ARQ-REL-NOME) " E "
                   FUNCTION TRIM(WS-ARQ-TRN-NOME)

           GOBACK.

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

      * O cadastro é lido em ordem de chave, e as pendências
      * classificadas avançam junto - casamento sequencial, como
      * no extrato de aptos a pagar.
       1000-SELECIONA-CANDIDATOS.
           OPEN INPUT ARQ-TPE
           PERFORM 1400-LE-TPE

           MOVE LOW-VALUES TO REG-MST-CNPJ
           START ARQ-MST KEY NOT < REG-MST-CNPJ
           IF WS-FS-MST NOT = "00"
               MOVE "S" TO WS-FIM-MST
           END-IF

           PERFORM UNTIL FIM-CADASTRO
               READ ARQ-MST NEXT
                   AT END MOVE "S" TO WS-FIM-MST
                   NOT AT END
                       PERFORM 1100-AVALIA-DOCUMENTO
               END-READ
           END-PERFORM

           CLOSE ARQ-TPE.

       1100-AVALIA-DOCUMENTO.
           ADD 1 TO WS-TOT-LIDOS

           PERFORM UNTIL FIM-TPE OR REG-TPE-CNPJ NOT < REG-MST-CNPJ
               PERFORM 1400-LE-TPE
           END-PERFORM

           MOVE "N" TO WS-MOT-SIT WS-MOT-DORM WS-MOT-EXECS WS-MOT-PEN
           MOVE 0 TO WS-PESO

           IF REG-MST-TIPO = "F"
               IF REG-MST-SIT-RFB = "03" OR REG-MST-SIT-RFB = "05"
                       OR REG-MST-SIT-RFB = "08"
                   MOVE "S" TO WS-MOT-SIT
               END-IF
           ELSE
               IF REG-MST-SIT-RFB = "08" OR REG-MST-SIT-RFB = "04"
                   MOVE "S" TO WS-MOT-SIT
               END-IF
           END-IF
           IF REG-MST-DT-ULT < WS-DATA-CORTE
               MOVE "S" TO WS-MOT-DORM
           END-IF

      * Os agravantes só contam para quem já é candidato.
           IF WS-MOT-SIT = "N" AND WS-MOT-DORM = "N"
               EXIT PARAGRAPH
           END-IF

           IF REG-MST-EXECS NOT > WS-LIM-EXECS
               MOVE "S" TO WS-MOT-EXECS
           END-IF
           IF NOT FIM-TPE AND REG-TPE-CNPJ = REG-MST-CNPJ
               MOVE "S" TO WS-MOT-PEN
           END-IF

           MOVE SPACES TO REG-ORD-REV
           IF WS-MOT-SIT = "S"
               ADD 1 TO WS-PESO
               ADD 1 TO WS-TOT-SIT
           END-IF
           IF WS-MOT-DORM = "S"
               ADD 1 TO WS-PESO
               ADD 1 TO WS-TOT-DORM
           END-IF
           MOVE 0 TO ORD-REV-PEN-DT-PRIM ORD-REV-PEN-EXECS
           IF WS-MOT-EXECS = "S"
               ADD 1 TO WS-PESO
               ADD 1 TO WS-TOT-EXECS
           END-IF
           IF WS-MOT-PEN = "S"
               ADD 1 TO WS-PESO
               ADD 1 TO WS-TOT-PEN
               MOVE REG-TPE-DT-PRIM TO ORD-REV-PEN-DT-PRIM
               MOVE REG-TPE-EXECS TO ORD-REV-PEN-EXECS
           END-IF

           MOVE REG-MST-REF TO ORD-REV-REF
           MOVE WS-PESO TO ORD-REV-PESO
           MOVE REG-MST-CNPJ TO ORD-REV-CNPJ
           MOVE REG-MST-NOME TO ORD-REV-NOME
           MOVE REG-MST-TIPO TO ORD-REV-TIPO
           MOVE REG-MST-STATUS TO ORD-REV-STATUS
           MOVE REG-MST-SIT-RFB TO ORD-REV-SIT-RFB
           IF REG-MST-SIT-DATA IS NUMERIC
               MOVE REG-MST-SIT-DATA TO ORD-REV-SIT-DATA
           ELSE
               MOVE 0 TO ORD-REV-SIT-DATA
           END-IF
           MOVE REG-MST-DT-ULT TO ORD-REV-DT-ULT
           MOVE REG-MST-EXECS TO ORD-REV-EXECS
           MOVE WS-MOT-SIT TO ORD-REV-MOT-SIT
           MOVE WS-MOT-DORM TO ORD-REV-MOT-DORM
           MOVE WS-MOT-EXECS TO ORD-REV-MOT-EXECS
           MOVE WS-MOT-PEN TO ORD-REV-MOT-PEN
           RELEASE REG-ORD-REV.

       2000-RELATA-CANDIDATOS.
           PERFORM UNTIL FIM-CLASSIFICADO
               RETURN ORD-REV
                   AT END MOVE "S" TO WS-FIM-ORD
                   NOT AT END
                       PERFORM 2100-RELATA-UM-CANDIDATO
               END-RETURN
           END-PERFORM

           IF WS-HA-REF = "S"
               PERFORM 2500-FECHA-REF
           END-IF.

      * Linha do documento, uma linha por motivo e a exclusão
      * proposta no arquivo de transações.
       2100-RELATA-UM-CANDIDATO.
           IF WS-HA-REF = "S" AND ORD-REV-REF NOT = WS-REF-ATUAL
               PERFORM 2500-FECHA-REF
           END-IF
           IF WS-HA-REF = "N"
               PERFORM 2050-ABRE-REF
           END-IF

           ADD 1 TO WS-REF-QTD
           ADD 1 TO WS-TOT-CANDIDATOS

           MOVE SPACES TO REG-REL
           STRING
               "  " DELIMITED BY SIZE
               ORD-REV-CNPJ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ORD-REV-NOME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ORD-REV-STATUS DELIMITED BY SIZE
               "  ULT " DELIMITED BY SIZE
               ORD-REV-DT-ULT DELIMITED BY SIZE
               "  EXECUCOES " DELIMITED BY SIZE
               ORD-REV-EXECS DELIMITED BY SIZE
               "  PESO " DELIMITED BY SIZE
               ORD-REV-PESO DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           IF ORD-REV-MOT-SIT = "S"
               PERFORM 2200-DESCREVE-SITUACAO
               MOVE SPACES TO REG-REL
               STRING
                   "      - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SIT-DESC) DELIMITED BY SIZE
                   " NA RECEITA (SITUACAO " DELIMITED BY SIZE
                   ORD-REV-SIT-RFB DELIMITED BY SIZE
                   ", EXTRATO DE " DELIMITED BY SIZE
                   ORD-REV-SIT-DATA DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
               WRITE REG-REL
           END-IF
           IF ORD-REV-MOT-DORM = "S"
               MOVE SPACES TO REG-REL
               STRING
                   "      - SEM APARICAO EM LOTE DESDE "
                       DELIMITED BY SIZE
                   ORD-REV-DT-ULT DELIMITED BY SIZE
                   " (CORTE " DELIMITED BY SIZE
                   WS-DATA-CORTE DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-DIAS DELIMITED BY SIZE
                   " DIAS)" DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
               WRITE REG-REL
           END-IF
           IF ORD-REV-MOT-EXECS = "S"
               MOVE SPACES TO REG-REL
               STRING
                   "      - VISTO EM SO " DELIMITED BY SIZE
                   ORD-REV-EXECS DELIMITED BY SIZE
                   " EXECUCAO(OES) DO LOTE (LIMITE " DELIMITED BY SIZE
                   WS-LIM-EXECS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
               WRITE REG-REL
           END-IF
           IF ORD-REV-MOT-PEN = "S"
               MOVE SPACES TO REG-REL
               STRING
                   "      - PENDENCIA EM ABERTO NA CONCILIACAO DESDE "
                       DELIMITED BY SIZE
                   ORD-REV-PEN-DT-PRIM DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   ORD-REV-PEN-EXECS DELIMITED BY SIZE
                   " CONCILIACOES)" DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
               WRITE REG-REL
           END-IF

           MOVE SPACES TO REG-TRN
           MOVE "E" TO REG-TRN-ACAO
           MOVE ORD-REV-CNPJ TO REG-TRN-CNPJ
           MOVE ORD-REV-NOME TO REG-TRN-NOME
           MOVE ORD-REV-REF TO REG-TRN-REF
           MOVE ORD-REV-TIPO TO REG-TRN-TIPO
           WRITE REG-TRN
           ADD 1 TO WS-TOT-TRN.

      * Descrição da situação encerrada, pela tabela do tipo de
      * documento, como na consulta do CNPJ-CADASTRO.
       2200-DESCREVE-SITUACAO.
           IF ORD-REV-TIPO = "F"
               EVALUATE ORD-REV-SIT-RFB
                   WHEN "03"
                       MOVE "TITULAR FALECIDO" TO WS-SIT-DESC
                   WHEN "05"
                       MOVE "CPF CANCELADO" TO WS-SIT-DESC
                   WHEN OTHER
                       MOVE "CPF NULO" TO WS-SIT-DESC
               END-EVALUATE
           ELSE
               IF ORD-REV-SIT-RFB = "08"
                   MOVE "BAIXADA" TO WS-SIT-DESC
               ELSE
                   MOVE "INAPTA" TO WS-SIT-DESC
               END-IF
           END-IF.

       2050-ABRE-REF.
           MOVE "S" TO WS-HA-REF
           MOVE ORD-REV-REF TO WS-REF-ATUAL
           MOVE 0 TO WS-REF-QTD
           ADD 1 TO WS-TOT-REFS

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF WS-REF-ATUAL = SPACES
               MOVE "REF (EM BRANCO)" TO REG-REL
           ELSE
               STRING
                   "REF " DELIMITED BY SIZE
                   WS-REF-ATUAL DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
           END-IF
           WRITE REG-REL.

       2500-FECHA-REF.
           MOVE "N" TO WS-HA-REF
           MOVE SPACES TO REG-REL
           STRING
               "  CANDIDATOS NO REF: " DELIMITED BY SIZE
               WS-REF-QTD DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

       9100-GRAVA-CABECALHO.
           MOVE SPACES TO REG-REL
           STRING
               "REVISAO DE FORNECEDORES INATIVOS OU ENCERRADOS - "
                   DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "MOTIVOS: SITUACAO ENCERRADA OU INAPTA NA RECEITA; "
                   DELIMITED BY SIZE
               "SEM APARICAO EM LOTE DESDE " DELIMITED BY SIZE
               WS-DATA-CORTE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DIAS DELIMITED BY SIZE
               " DIAS)" DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "AGRAVANTES: ATE " DELIMITED BY SIZE
               WS-LIM-EXECS DELIMITED BY SIZE
               " EXECUCAO(OES) DO LOTE; PENDENCIA EM ABERTO NA "
                   DELIMITED BY SIZE
               "CONCILIACAO" DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "EXCLUSOES PROPOSTAS EM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-TRN-NOME) DELIMITED BY SIZE
               " - APLICAR COM O CNPJ-MANUTENCAO APOS O DE ACORDO "
                   DELIMITED BY SIZE
               "DAS COMPRAS" DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

       9500-GRAVA-RODAPE.
           MOVE SPACES TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "DOCUMENTOS NO CADASTRO .........: " DELIMITED BY SIZE
               WS-TOT-LIDOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "CANDIDATOS .....................: " DELIMITED BY SIZE
               WS-TOT-CANDIDATOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "  SITUACAO NA RECEITA ..........: " DELIMITED BY SIZE
               WS-TOT-SIT DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "  SEM APARICAO EM LOTE .........: " DELIMITED BY SIZE
               WS-TOT-DORM DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "  POUCAS EXECUCOES (AGRAVANTE) .: " DELIMITED BY SIZE
               WS-TOT-EXECS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "  PENDENCIA ABERTA (AGRAVANTE) .: " DELIMITED BY SIZE
               WS-TOT-PEN DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "REFS COM CANDIDATOS ............: " DELIMITED BY SIZE
               WS-TOT-REFS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "EXCLUSOES PROPOSTAS ............: " DELIMITED BY SIZE
               WS-TOT-TRN DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.
