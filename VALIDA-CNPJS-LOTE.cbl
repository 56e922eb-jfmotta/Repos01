           SELECT ARQ-BLQ ASSIGN TO DYNAMIC WS-ARQ-BLQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BLQ.
           SELECT ARQ-MSQ ASSIGN TO DYNAMIC WS-ARQ-MSQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MSQ.
           SELECT ARQ-MDS ASSIGN TO DYNAMIC WS-ARQ-MDS-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MDS.
           SELECT ARQ-MEV ASSIGN TO DYNAMIC WS-ARQ-MEV-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MEV.
           SELECT ORD-MSQ ASSIGN TO "SORTWK-MESTRE".
           SELECT ORD-MEV ASSIGN TO "SORTWK-EVENTO".

       DATA DIVISION.
       FILE SECTION.
             10 REG-CKP-FAKE    PIC 9(7).
             10 REG-CKP-DIVERG  PIC 9(7).
             10 REG-CKP-BLQ     PIC 9(7).
          05 REG-CKP-MODO-ATU   PIC X(01).
      * Identificação da execução no jornal (data e hora do início
      * original), para a retomada continuar na mesma execução.
          05 REG-CKP-EXEC.
             10 REG-CKP-EXEC-DATA PIC 9(8).
             10 REG-CKP-EXEC-HORA PIC 9(6).

       FD ARQ-GRP.
       01 REG-GRP                PIC X(80).
       01 REG-ORD-DUP.
          05 ORD-DUP-CNPJ        PIC X(14).

      * Atualização sequencial do cadastro mestre: o movimento da
      * execução (uma ocorrência por registro que iria ao upsert,
      * com a posição no arquivo de entrada), a descarga do
      * cadastro no leiaute do backup do CNPJ-UTILMST e os eventos
      * gerados no casamento (delta, divergência de nome e jornal),
      * que voltam à ordem de entrada antes de gravados.
       FD ARQ-MSQ.
       01 REG-MSQ.
          05 REG-MSQ-CNPJ        PIC X(14).
          05 REG-MSQ-SEQ         PIC 9(7).
          05 REG-MSQ-NOME        PIC X(40).
          05 REG-MSQ-REF         PIC X(10).
          05 REG-MSQ-STATUS      PIC X(12).
          05 REG-MSQ-TIPO        PIC X(01).

       FD ARQ-MDS.
       01 REG-MDS                PIC X(124).

       FD ARQ-MEV.
       01 REG-MEV.
          05 REG-MEV-SEQ         PIC 9(7).
          05 REG-MEV-NUM         PIC 9(9).
          05 REG-MEV-TIPO        PIC X(01).
          05 REG-MEV-DADOS       PIC X(210).

       SD ORD-MSQ.
       01 REG-ORD-MSQ.
          05 ORD-MSQ-CNPJ        PIC X(14).
          05 ORD-MSQ-SEQ         PIC 9(7).
          05 ORD-MSQ-NOME        PIC X(40).
          05 ORD-MSQ-REF         PIC X(10).
          05 ORD-MSQ-STATUS      PIC X(12).
          05 ORD-MSQ-TIPO        PIC X(01).

       SD ORD-MEV.
       01 REG-ORD-MEV.
          05 ORD-MEV-SEQ         PIC 9(7).
          05 ORD-MEV-NUM         PIC 9(9).
          05 ORD-MEV-TIPO        PIC X(01).
          05 ORD-MEV-DADOS       PIC X(210).

       WORKING-STORAGE SECTION.

      * Campos do registro CSV de entrada, após o UNSTRING. O
       01 WS-TRAVA-OBTIDA       PIC X(01) VALUE "N".
          88 TRAVA-OBTIDA       VALUE "S".

      * Modo de atualização do cadastro mestre (PARM posição 13):
      * "N" = aleatório, leitura e regravação por chave a cada
      * registro; "S" = sequencial, o movimento vai para um
      * arquivo de trabalho, é classificado por CNPJ e casado no
      * fim com a descarga do cadastro, que é reconstruído numa
      * passada só - o que aguenta o consolidado de fim de mês sem
      * estourar a janela. Em branco, "-" ou "A" a escolha é
      * automática: sequencial quando os registros de dados dos
      * arquivos de entrada (pelo protocolo) passam do limite da
      * posição 14 (padrão 50000). Jornal, delta e divergência de
      * nome saem iguais nos dois modos. Numa retomada vale o modo
      * gravado no checkpoint, para o movimento de antes do abend
      * não ficar num modo e o de depois no outro.
       01 WS-PARM-MODO-ATU      PIC X(01) VALUE SPACE.
       01 WS-PARM-ATU-LIMITE    PIC X(07) VALUE SPACES.
       01 WS-ATU-LIMITE         PIC 9(7) VALUE 50000.
       01 WS-ATU-VOLUME         PIC 9(7) VALUE 0.
       01 WS-ATU-MODO           PIC X(01) VALUE "N".
          88 ATUALIZACAO-SEQUENCIAL VALUE "S".
       01 WS-ATU-MODO-CKP       PIC X(01) VALUE SPACE.
       01 WS-ARQ-MSQ-NOME       PIC X(50) VALUE SPACES.
       01 WS-ARQ-MDS-NOME       PIC X(50) VALUE SPACES.
       01 WS-ARQ-MEV-NOME       PIC X(50) VALUE SPACES.
       01 WS-FS-MSQ             PIC XX VALUE "00".
       01 WS-FS-MDS             PIC XX VALUE "00".
       01 WS-FS-MEV             PIC XX VALUE "00".
       01 WS-ATU-SEQ            PIC 9(7) VALUE 0.
       01 WS-ATU-EVT-NUM        PIC 9(9) VALUE 0.
       01 WS-ATU-QTD-MOV        PIC 9(7) VALUE 0.
       01 WS-ATU-QTD-DESC       PIC 9(7) VALUE 0.
       01 WS-ATU-QTD-GRAV       PIC 9(7) VALUE 0.
       01 WS-ATU-QTD-INC        PIC 9(7) VALUE 0.
       01 WS-ATU-CHAVE-DESC     PIC X(14) VALUE SPACES.
       01 WS-ATU-RETIDO         PIC X(01) VALUE "N".
       01 WS-ATU-EOF            PIC X(01) VALUE "N".
      * Falha da reconstrução com o cadastro já recriado: 16 para
      * o escalonador, aplicado por 9960-CATALOGA-GERACAO sobre o
      * código da tolerância.
       01 WS-ATU-RC-FALHA       PIC 9(4) VALUE 0.

      * Jornal de auditoria do cadastro mestre - nome fixo, como o
      * do cadastro, para todos os programas alimentarem a mesma
      * trilha. Como o histórico, é acessório: indisponível, a
       01 WS-JRN-DISPONIVEL     PIC X(01) VALUE "N".
          88 JORNAL-DISPONIVEL  VALUE "S".
       01 WS-JRN-ACAO           PIC X(01) VALUE SPACE.
       01 WS-JRN-ANTES          PIC X(124) VALUE SPACES.

      * Relatório delta (novos / status mudado / sumidos do
      * arquivo), comparando a execução corrente com o que o
       01 WS-PARM-MODO-LEGADO   PIC X(01) VALUE "N".
          88 MODO-LEGADO        VALUE "S".

      * Gerações mantidas no catálogo (PARM posição 15): ao fim
      * da execução os produtos - relatório, extratos, duplicados,
      * delta e arquivo limpo - ganham cópia numerada e uma linha
      * no catálogo (CNPJ-CATALOGO), onde a conciliação, a
      * consulta e a esteira acham a geração corrente e a
      * anterior. Em branco, "-" ou não numérico, ficam as 7 mais
      * novas de cada base; nunca menos de 2.
       01 WS-PARM-GERACOES      PIC X(03) VALUE SPACES.
       01 WS-GER-MANTER         PIC 9(3) VALUE 7.
       01 WS-GER-RC-SALVO       PIC 9(4) VALUE 0.
       COPY "CNPJ-CTG.cpy".

      * Formato do relatório: "H" (padrão) gera linhas em texto
      * legível; "D" gera linhas delimitadas por pipe para carga
      * direta em outros sistemas.
          88 MODO-SAIDA-DELIM   VALUE "D".

      * Identificação do operador, para a trilha de auditoria do
      * cabeçalho/rodapé do relatório. "-" vale como em branco.
       01 WS-PARM-OPERADOR      PIC X(08) VALUE SPACES.

      * Data e hora de início da execução, para o cabeçalho e o
       01 WS-DATA-SIS           PIC 9(8) VALUE 0.
       01 WS-HORA-SIS           PIC 9(8) VALUE 0.
       01 WS-DATA-FMT           PIC X(10) VALUE SPACES.
      * Identificação da execução no jornal do cadastro: o início
      * desta execução ou, numa retomada, o da execução retomada.
       01 WS-EXEC-DATA          PIC 9(8) VALUE 0.
       01 WS-EXEC-HORA          PIC 9(6) VALUE 0.
       01 WS-HORA-FMT           PIC X(08) VALUE SPACES.

       01 WS-FS-ENT             PIC XX VALUE "00".
                        WS-PARM-DELTA WS-PARM-TOL-PCT
                        WS-PARM-TOL-ABS WS-PARM-MODO-EXEC
                        WS-PARM-MODO-LIMPO WS-PARM-POLITICA-NOME
                        WS-PARM-MODO-ATU WS-PARM-ATU-LIMITE
                        WS-PARM-GERACOES
           END-IF

           IF WS-PARM-OPERADOR = "-"
               MOVE SPACES TO WS-PARM-OPERADOR
           END-IF
           IF FUNCTION TRIM(WS-PARM-GERACOES) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PARM-GERACOES) TO WS-GER-MANTER
           END-IF

           PERFORM 0080-INTERPRETA-TOLERANCIA
               INTO WS-ARQ-ORF-NOME
           END-STRING

           STRING
               FUNCTION TRIM(WS-ARQ-SAI-NOME) DELIMITED BY SIZE
               "-MESTRE.TRB" DELIMITED BY SIZE
               INTO WS-ARQ-MSQ-NOME
           END-STRING

           STRING
               FUNCTION TRIM(WS-ARQ-SAI-NOME) DELIMITED BY SIZE
               "-MESTRE.BKP" DELIMITED BY SIZE
               INTO WS-ARQ-MDS-NOME
           END-STRING

           STRING
               FUNCTION TRIM(WS-ARQ-SAI-NOME) DELIMITED BY SIZE
               "-MESTRE-EVT.TRB" DELIMITED BY SIZE
               INTO WS-ARQ-MEV-NOME
           END-STRING

           MOVE WS-PARM-MODO-LEGADO TO NUC-MODO-LEGADO

           PERFORM 0050-APURA-DATA-HORA
           IF MODO-CONSOLIDADO
               PERFORM 0030-EXECUTA-CONSOLIDADO
               PERFORM 9900-AVALIA-TOLERANCIA
               PERFORM 9960-CATALOGA-GERACAO
               GOBACK
           END-IF


           PERFORM 9900-AVALIA-TOLERANCIA

           PERFORM 9960-CATALOGA-GERACAO

           GOBACK.

      * Abertura de todos os arquivos de saída e de trabalho, do
                   DISPLAY "AVISO: JORNAL DE AUDITORIA INDISPONIVEL ("
                           WS-FS-JRN ") - MUDANCAS NAO JORNALIZADAS"
               END-IF
               PERFORM 0190-DEFINE-MODO-ATUALIZACAO
           END-IF

      * O delta compara a execução corrente com o que o cadastro
      * Fechamento comum da execução: rodapé, relatórios
      * classificados, delta e fechamento dos arquivos de saída.
       0250-ENCERRA-SAIDAS.
      * O movimento sequencial é aplicado antes de tudo o que lê o
      * cadastro no fechamento (filiais órfãs, sumidos do delta),
      * que assim o vê como no modo aleatório.
           IF ATUALIZACAO-SEQUENCIAL AND MASTER-DISPONIVEL
               PERFORM 9400-ATUALIZA-SEQUENCIAL
           END-IF

           PERFORM 9500-GRAVA-RODAPE
           PERFORM 9600-GRAVA-GRUPO
           PERFORM 9700-GRAVA-DUPLICADOS
               END-IF
           END-IF.

      * Escolhe o modo de atualização do cadastro (posições 13 e
      * 14 do PARM) e, no sequencial, abre o arquivo de movimento
      * no regime de retomada corrente. Sem o arquivo de
      * movimento, a execução segue no modo aleatório.
       0190-DEFINE-MODO-ATUALIZACAO.
           IF WS-PARM-ATU-LIMITE NOT = SPACES
                   AND WS-PARM-ATU-LIMITE NOT = "-"
               IF FUNCTION TRIM(WS-PARM-ATU-LIMITE) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARM-ATU-LIMITE)
                       TO WS-ATU-LIMITE
               ELSE
                   DISPLAY "AVISO: LIMITE DA ATUALIZACAO SEQUENCIAL "
                           "INVALIDO ("
                           FUNCTION TRIM(WS-PARM-ATU-LIMITE)
                           ") - VALE " WS-ATU-LIMITE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN CHECKPOINT-ENCONTRADO
                       AND WS-ATU-MODO-CKP NOT = SPACE
                   MOVE WS-ATU-MODO-CKP TO WS-ATU-MODO
                   IF (WS-PARM-MODO-ATU = "N" OR "S")
                           AND WS-PARM-MODO-ATU NOT = WS-ATU-MODO
                       DISPLAY "AVISO: RETOMADA MANTEM O MODO DE "
                               "ATUALIZACAO DO CHECKPOINT ("
                               WS-ATU-MODO ")"
                   END-IF
               WHEN WS-PARM-MODO-ATU = "N" OR "S"
                   MOVE WS-PARM-MODO-ATU TO WS-ATU-MODO
               WHEN WS-ATU-VOLUME > WS-ATU-LIMITE
                   MOVE "S" TO WS-ATU-MODO
               WHEN OTHER
                   MOVE "N" TO WS-ATU-MODO
           END-EVALUATE

           IF NOT ATUALIZACAO-SEQUENCIAL
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ATUALIZACAO SEQUENCIAL DO CADASTRO MESTRE ("
                   WS-ATU-VOLUME " REGISTROS DE ENTRADA)"

           IF CHECKPOINT-ENCONTRADO
               OPEN EXTEND ARQ-MSQ
               IF WS-FS-MSQ = "35"
                   DISPLAY "AVISO: MOVIMENTO DO CADASTRO ANTERIOR AO "
                           "ABEND NAO ENCONTRADO - SO O RESTANTE DO "
                           "ARQUIVO SERA APLICADO"
                   OPEN OUTPUT ARQ-MSQ
               END-IF
           ELSE
               OPEN OUTPUT ARQ-MSQ
           END-IF

           IF WS-FS-MSQ NOT = "00"
               DISPLAY "AVISO: MOVIMENTO DO CADASTRO INDISPONIVEL ("
                       WS-FS-MSQ ") - ATUALIZACAO SEGUE ALEATORIA"
               MOVE "N" TO WS-ATU-MODO
           END-IF.

      * Carrega a lista interna de bloqueio comercial; ausente,
      * não há bloqueios. Acima do teto da tabela, as entradas
      * excedentes ficam fora com aviso - como a tabela de REFs.
                   WS-PCT-INV-ED "%) DENTRO DA TOLERANCIA"
           MOVE 4 TO RETURN-CODE.

      * Cataloga os produtos desta execução como nova geração da
      * base (o nome do relatório), com os totais de controle e o
      * código de retorno já apurado, que é preservado. O catálogo
      * é acessório como o histórico: na falha a execução avisa e
      * sobe para no mínimo 4, já que os passos seguintes da
      * esteira não acharão esta geração.
       9960-CATALOGA-GERACAO.
           IF WS-ATU-RC-FALHA > RETURN-CODE
               MOVE WS-ATU-RC-FALHA TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-GER-RC-SALVO

           MOVE SPACES TO CTG-AREA
           MOVE "G" TO CTG-ACAO
           MOVE WS-ARQ-SAI-NOME TO CTG-BASE
           MOVE WS-GER-MANTER TO CTG-MANTER
           MOVE WS-PARM-OPERADOR TO CTG-OPERADOR
           MOVE WS-ARQ-HST-ENT TO CTG-ENTRADA
           MOVE WS-DATA-SIS TO CTG-DATA
           MOVE WS-HORA-SIS(1:6) TO CTG-HORA
           MOVE WS-TOT-LIDOS TO CTG-LIDOS
           MOVE WS-TOT-VALIDOS TO CTG-VALIDOS
           MOVE WS-TOT-INVALIDOS TO CTG-INVALIDOS
           MOVE WS-GER-RC-SALVO TO CTG-RC
           MOVE "N" TO CTG-COM-DELTA CTG-COM-LIMPO
           IF DELTA-ATIVO
               MOVE "S" TO CTG-COM-DELTA
           END-IF
           IF LIMPO-PEDIDO
               MOVE "S" TO CTG-COM-LIMPO
           END-IF

           CALL "CNPJ-CATALOGO" USING CTG-AREA

           MOVE WS-GER-RC-SALVO TO RETURN-CODE
           IF CTG-OK
               DISPLAY "GERACAO CATALOGADA: "
                       FUNCTION TRIM(CTG-ARQ-ATUAL)
           ELSE
               DISPLAY "AVISO: GERACAO NAO CATALOGADA - "
                       FUNCTION TRIM(CTG-MOTIVO)
               IF WS-GER-RC-SALVO < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Execução consolidada das regionais: confere o protocolo de
      * TODOS os arquivos da lista antes de abrir qualquer saída,
      * depois processa um a um com subtotal por arquivo no
                       WS-PROT-DADOS ") - EXECUCAO RECUSADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD WS-PROT-DADOS TO WS-ATU-VOLUME.

       0110-PROTOCOLO-UM-REGISTRO.
           IF WS-PROT-TRL-VISTO = "S"
                           DISPLAY "CHECKPOINT EM FORMATO ANTIGO - "
                                   "CONTADORES ADICIONAIS ZERADOS"
                       END-IF
                       IF REG-CKP-MODO-ATU = "N" OR "S"
                           MOVE REG-CKP-MODO-ATU TO WS-ATU-MODO-CKP
                       END-IF
      * Checkpoint sem a identificação da execução: a retomada
      * sai no jornal como execução nova.
                       IF REG-CKP-EXEC IS NUMERIC
                               AND REG-CKP-EXEC-DATA NOT = 0
                           MOVE REG-CKP-EXEC-DATA TO WS-EXEC-DATA
                           MOVE REG-CKP-EXEC-HORA TO WS-EXEC-HORA
                       END-IF
                       MOVE "S" TO WS-CKP-ENCONTRADO
               END-READ
               CLOSE ARQ-CKP
           MOVE WS-TOT-FAKE TO REG-CKP-FAKE
           MOVE WS-TOT-DIVERG TO REG-CKP-DIVERG
           MOVE WS-TOT-BLQ TO REG-CKP-BLQ
           MOVE WS-ATU-MODO TO REG-CKP-MODO-ATU
           MOVE WS-EXEC-DATA TO REG-CKP-EXEC-DATA
           MOVE WS-EXEC-HORA TO REG-CKP-EXEC-HORA
           WRITE REG-CKP
           CLOSE ARQ-CKP.

       0050-APURA-DATA-HORA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-DATA-SIS TO WS-EXEC-DATA
           MOVE WS-HORA-SIS(1:6) TO WS-EXEC-HORA

           STRING
               WS-DATA-SIS (7:2) DELIMITED BY SIZE
      * CNPJ corrente: se já cadastrado, atualiza razão social, REF
      * e status com o que veio neste arquivo e soma mais uma
      * execução; senão, inclui a entrada nova. Registros com o
      * campo de CNPJ em branco não entram no cadastro. No modo
      * sequencial o registro só é anotado no movimento, aplicado
      * no fechamento por 9400-ATUALIZA-SEQUENCIAL.
       9200-ATUALIZA-MASTER.
           IF NOT MASTER-DISPONIVEL
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

           IF ATUALIZACAO-SEQUENCIAL
               PERFORM 9405-ANOTA-MOVIMENTO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CNPJ TO REG-MST-CNPJ
           READ ARQ-MST

           EVALUATE WS-FS-MST
               WHEN "00"
                   PERFORM 9230-APLICA-ALTERACAO
                   REWRITE REG-MST
                   PERFORM 9300-GRAVA-JORNAL
               WHEN "23"
                   PERFORM 9240-APLICA-INCLUSAO
                   WRITE REG-MST
                   PERFORM 9300-GRAVA-JORNAL
               WHEN OTHER
                   DISPLAY "AVISO: ERRO NO CADASTRO MESTRE ("
                           " NAO ATUALIZADO"
           END-EVALUATE.

      * Alteração da entrada já cadastrada em REG-MST com o
      * resultado corrente - comum aos dois modos de atualização.
      * Deixa a ação e a imagem anterior prontas para o jornal.
       9230-APLICA-ALTERACAO.
           MOVE REG-MST TO WS-JRN-ANTES
           IF DELTA-ATIVO
                   AND REG-MST-STATUS NOT = WS-STATUS
               MOVE SPACES TO REG-DTR
               MOVE "2" TO REG-DTR-CLASSE
               MOVE WS-CNPJ TO REG-DTR-CNPJ
               MOVE REG-MST-STATUS TO REG-DTR-ST-ANT
               MOVE WS-STATUS TO REG-DTR-ST-NOVO
               PERFORM 9235-GRAVA-DELTA-TRB
           END-IF
           PERFORM 9210-TRATA-NOME
           MOVE WS-CSV-REF TO REG-MST-REF
           MOVE WS-STATUS TO REG-MST-STATUS
      * O contador é de execuções, não de ocorrências: um CNPJ
      * repetido no mesmo arquivo conta uma vez só (a repetição em
      * si sai no relatório de duplicados).
           IF REG-MST-DT-ULT NOT = WS-DATA-SIS
               ADD 1 TO REG-MST-EXECS
           END-IF
           MOVE WS-DATA-SIS TO REG-MST-DT-ULT
           MOVE WS-TIPO-DOC TO REG-MST-TIPO
           MOVE "A" TO WS-JRN-ACAO.

      * Entrada nova montada em REG-MST - comum aos dois modos.
       9240-APLICA-INCLUSAO.
           IF DELTA-ATIVO
               MOVE SPACES TO REG-DTR
               MOVE "1" TO REG-DTR-CLASSE
               MOVE WS-CNPJ TO REG-DTR-CNPJ
               MOVE WS-STATUS TO REG-DTR-ST-NOVO
               PERFORM 9235-GRAVA-DELTA-TRB
           END-IF
           MOVE WS-CNPJ TO REG-MST-CNPJ
           MOVE WS-CSV-NOME TO REG-MST-NOME
           MOVE WS-CSV-REF TO REG-MST-REF
           MOVE WS-STATUS TO REG-MST-STATUS
           MOVE WS-DATA-SIS TO REG-MST-DT-PRIM
           MOVE WS-DATA-SIS TO REG-MST-DT-ULT
           MOVE 1 TO REG-MST-EXECS
           MOVE WS-TIPO-DOC TO REG-MST-TIPO
      * A situação cadastral na Receita é apurada só pelo
      * cruzamento mensal (CNPJ-SITUACAO) - a entrada nasce sem.
           MOVE SPACES TO REG-MST-SIT-RFB
           MOVE 0 TO REG-MST-SIT-DATA
           MOVE SPACES TO REG-MST-CNAE REG-MST-UF
                          REG-MST-MUNIC
           MOVE SPACES TO WS-JRN-ANTES
           MOVE "I" TO WS-JRN-ACAO.

      * Ocorrência do delta montada em REG-DTR: direto no arquivo
      * de trabalho ou, no casamento sequencial, como evento.
       9235-GRAVA-DELTA-TRB.
           IF ATUALIZACAO-SEQUENCIAL
               MOVE SPACES TO REG-MEV
               MOVE "D" TO REG-MEV-TIPO
               MOVE REG-DTR TO REG-MEV-DADOS
               PERFORM 9460-GRAVA-EVENTO
           ELSE
               WRITE REG-DTR
           END-IF.

      * Razão social no upsert: um nome materialmente diferente do
      * cadastrado (ignorando caixa e espaços nas pontas) sai no
      * relatório de divergência antes de qualquer substituição, e
               "]" DELIMITED BY SIZE
               INTO REG-NDV
           END-STRING
           IF ATUALIZACAO-SEQUENCIAL
               MOVE SPACES TO REG-MEV
               MOVE "N" TO REG-MEV-TIPO
               MOVE REG-NDV TO REG-MEV-DADOS
               PERFORM 9460-GRAVA-EVENTO
           ELSE
               WRITE REG-NDV
           END-IF.

      * Grava no jornal de auditoria a mudança aplicada ao
      * cadastro mestre: ação em WS-JRN-ACAO, imagem anterior em
           MOVE WS-JRN-ACAO TO REG-JRN-ACAO
           MOVE WS-CNPJ TO REG-JRN-CNPJ
           MOVE WS-JRN-ANTES TO REG-JRN-ANTES
           MOVE WS-EXEC-DATA TO REG-JRN-EXEC-DATA
           MOVE WS-EXEC-HORA TO REG-JRN-EXEC-HORA
           IF ATUALIZACAO-SEQUENCIAL
               MOVE SPACES TO REG-MEV
               MOVE "J" TO REG-MEV-TIPO
               MOVE REG-JRN TO REG-MEV-DADOS
               PERFORM 9460-GRAVA-EVENTO
           ELSE
               WRITE REG-JRN
           END-IF.

      * Monta o relatório delta da execução: classifica as
      * ocorrências anotadas durante o upsert (novos e mudados de
               END-READ
           END-PERFORM.

      * Atualização sequencial do cadastro: descarrega o cadastro
      * no leiaute do backup do CNPJ-UTILMST, classifica o
      * movimento por CNPJ e posição de entrada e reconstrói o
      * indexado numa passada, casando as duas sequências. Os
      * eventos do casamento (delta, divergência de nome, jornal)
      * são reclassificados pela posição de entrada e só então
      * gravados, na mesma ordem do modo aleatório. Sem descarga
      * possível, o movimento é aplicado por chave, na ordem de
      * entrada. Se a reconstrução não se completar, a descarga
      * fica no disco para a recarga pelo CNPJ-UTILMST, os eventos
      * apurados são gravados assim mesmo e a execução termina
      * com 16, segurando a esteira.
       9400-ATUALIZA-SEQUENCIAL.
           CLOSE ARQ-MSQ
           MOVE 0 TO WS-ATU-QTD-DESC
           MOVE 0 TO WS-ATU-QTD-GRAV
           MOVE 0 TO WS-ATU-QTD-INC
           MOVE 0 TO WS-ATU-EVT-NUM

           PERFORM 9410-DESCARREGA-MESTRE
           IF WS-FS-MDS = "00"
               OPEN OUTPUT ARQ-MEV
               IF WS-FS-MEV NOT = "00"
                   DISPLAY "AVISO: TRABALHO DE EVENTOS INDISPONIVEL ("
                           WS-FS-MEV ")"
               END-IF
           END-IF

           IF WS-FS-MDS NOT = "00" OR WS-FS-MEV NOT = "00"
               DISPLAY "AVISO: ATUALIZACAO SEQUENCIAL IMPOSSIVEL - "
                       "MOVIMENTO APLICADO POR CHAVE"
               PERFORM 9420-APLICA-POR-CHAVE
               EXIT PARAGRAPH
           END-IF

      * A descarga é reaberta antes de recriar o cadastro: se não
      * abrir, o cadastro ainda está inteiro e o movimento vai por
      * chave.
           OPEN INPUT ARQ-MDS
           IF WS-FS-MDS NOT = "00"
               DISPLAY "AVISO: DESCARGA DO CADASTRO ILEGIVEL ("
                       WS-FS-MDS ") - MOVIMENTO APLICADO POR CHAVE"
               CLOSE ARQ-MEV
               PERFORM 9420-APLICA-POR-CHAVE
               EXIT PARAGRAPH
           END-IF

           CLOSE ARQ-MST
           OPEN OUTPUT ARQ-MST
           IF WS-FS-MST NOT = "00"
               DISPLAY "ERRO RECRIANDO CADASTRO MESTRE (" WS-FS-MST
                       ") - RECARREGUE "
                       FUNCTION TRIM(WS-ARQ-MDS-NOME)
                       " COM O CNPJ-UTILMST"
               MOVE "N" TO WS-MST-DISPONIVEL
               MOVE 16 TO WS-ATU-RC-FALHA
               CLOSE ARQ-MDS ARQ-MEV
               EXIT PARAGRAPH
           END-IF

           SORT ORD-MSQ ON ASCENDING KEY ORD-MSQ-CNPJ
                                         ORD-MSQ-SEQ
               USING ARQ-MSQ
               OUTPUT PROCEDURE IS 9430-CASA-MESTRE
           CLOSE ARQ-MDS ARQ-MEV ARQ-MST

           IF WS-ATU-QTD-GRAV NOT = WS-ATU-QTD-DESC + WS-ATU-QTD-INC
               DISPLAY "ERRO: CADASTRO RECONSTRUIDO COM "
                       WS-ATU-QTD-GRAV " REGISTROS, ESPERADOS "
                       WS-ATU-QTD-DESC " ANTERIORES MAIS "
                       WS-ATU-QTD-INC " NOVOS - RECARREGUE "
                       FUNCTION TRIM(WS-ARQ-MDS-NOME)
                       " COM O CNPJ-UTILMST"
               MOVE "N" TO WS-MST-DISPONIVEL
               MOVE 16 TO WS-ATU-RC-FALHA
           ELSE
               OPEN I-O ARQ-MST
               IF WS-FS-MST NOT = "00"
                   DISPLAY "ERRO: CADASTRO MESTRE RECONSTRUIDO NAO "
                           "REABRIU (" WS-FS-MST ")"
                   MOVE "N" TO WS-MST-DISPONIVEL
                   MOVE 16 TO WS-ATU-RC-FALHA
               END-IF
           END-IF

           SORT ORD-MEV ON ASCENDING KEY ORD-MEV-SEQ
                                         ORD-MEV-NUM
               USING ARQ-MEV
               OUTPUT PROCEDURE IS 9470-GRAVA-EVENTOS

           DISPLAY "CADASTRO MESTRE RECONSTRUIDO: " WS-ATU-QTD-MOV
                   " MOVIMENTOS, " WS-ATU-QTD-DESC " ANTERIORES, "
                   WS-ATU-QTD-INC " NOVOS, " WS-ATU-QTD-GRAV
                   " GRAVADOS"

           CALL "CBL_DELETE_FILE" USING WS-ARQ-MSQ-NOME
           CALL "CBL_DELETE_FILE" USING WS-ARQ-MEV-NOME
           IF WS-ATU-RC-FALHA = 0
               CALL "CBL_DELETE_FILE" USING WS-ARQ-MDS-NOME
           END-IF.

      * Anota no movimento o registro corrente, com a posição dele
      * na entrada (a contagem de lidos, que a retomada preserva).
       9405-ANOTA-MOVIMENTO.
           MOVE WS-CNPJ TO REG-MSQ-CNPJ
           MOVE WS-TOT-LIDOS TO REG-MSQ-SEQ
           MOVE WS-CSV-NOME TO REG-MSQ-NOME
           MOVE WS-CSV-REF TO REG-MSQ-REF
           MOVE WS-STATUS TO REG-MSQ-STATUS
           MOVE WS-TIPO-DOC TO REG-MSQ-TIPO
           WRITE REG-MSQ
           ADD 1 TO WS-ATU-QTD-MOV.

      * Descarga do cadastro em ordem de chave, como a função U do
      * CNPJ-UTILMST. Status diferente de "00" em WS-FS-MDS indica
      * que a descarga não saiu.
       9410-DESCARREGA-MESTRE.
           OPEN OUTPUT ARQ-MDS
           IF WS-FS-MDS NOT = "00"
               DISPLAY "AVISO: DESCARGA DO CADASTRO INDISPONIVEL ("
                       WS-FS-MDS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FIM-MST
           MOVE LOW-VALUES TO REG-MST-CNPJ
           START ARQ-MST KEY NOT < REG-MST-CNPJ
           IF WS-FS-MST NOT = "00"
               MOVE "S" TO WS-FIM-MST
           END-IF

           PERFORM UNTIL WS-FIM-MST = "S"
               READ ARQ-MST NEXT
                   AT END MOVE "S" TO WS-FIM-MST
                   NOT AT END
                       MOVE REG-MST TO REG-MDS
                       WRITE REG-MDS
                       ADD 1 TO WS-ATU-QTD-DESC
               END-READ
           END-PERFORM

           CLOSE ARQ-MDS.

      * Alternativa sem descarga: o movimento, ainda na ordem de
      * entrada, passa pelo upsert por chave de sempre.
       9420-APLICA-POR-CHAVE.
           MOVE "N" TO WS-ATU-MODO
           CALL "CBL_DELETE_FILE" USING WS-ARQ-MDS-NOME

           OPEN INPUT ARQ-MSQ
           IF WS-FS-MSQ NOT = "00"
               DISPLAY "AVISO: MOVIMENTO DO CADASTRO ILEGIVEL ("
                       WS-FS-MSQ ") - CADASTRO NAO ATUALIZADO"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ATU-EOF
           PERFORM UNTIL WS-ATU-EOF = "S"
               READ ARQ-MSQ
                   AT END MOVE "S" TO WS-ATU-EOF
                   NOT AT END
                       MOVE REG-MSQ-CNPJ TO WS-CNPJ
                       MOVE REG-MSQ-NOME TO WS-CSV-NOME
                       MOVE REG-MSQ-REF TO WS-CSV-REF
                       MOVE REG-MSQ-STATUS TO WS-STATUS
                       MOVE REG-MSQ-TIPO TO WS-TIPO-DOC
                       PERFORM 9200-ATUALIZA-MASTER
               END-READ
           END-PERFORM

           CLOSE ARQ-MSQ
           CALL "CBL_DELETE_FILE" USING WS-ARQ-MSQ-NOME.

      * Casamento do movimento classificado com a descarga: as
      * entradas sem movimento passam direto; a entrada com
      * movimento fica retida em REG-MST enquanto chegarem
      * ocorrências do mesmo CNPJ, cada uma aplicada como no upsert
      * por chave, e é gravada quando o CNPJ muda.
       9430-CASA-MESTRE.
           MOVE "N" TO WS-ATU-RETIDO
           MOVE "N" TO WS-ATU-EOF
           PERFORM 9445-LE-DESCARGA

           PERFORM UNTIL WS-ATU-EOF = "S"
               RETURN ORD-MSQ
                   AT END MOVE "S" TO WS-ATU-EOF
                   NOT AT END
                       PERFORM 9435-CASA-UM-MOVIMENTO
               END-RETURN
           END-PERFORM

           PERFORM 9450-GRAVA-RETIDO

           PERFORM UNTIL WS-ATU-CHAVE-DESC = HIGH-VALUES
               MOVE REG-MDS TO REG-MST
               PERFORM 9455-GRAVA-MESTRE
               PERFORM 9445-LE-DESCARGA
           END-PERFORM.

       9435-CASA-UM-MOVIMENTO.
           IF WS-ATU-RETIDO = "S"
                   AND REG-MST-CNPJ NOT = ORD-MSQ-CNPJ
               PERFORM 9450-GRAVA-RETIDO
           END-IF

           IF WS-ATU-RETIDO = "N"
               PERFORM UNTIL WS-ATU-CHAVE-DESC NOT < ORD-MSQ-CNPJ
                   MOVE REG-MDS TO REG-MST
                   PERFORM 9455-GRAVA-MESTRE
                   PERFORM 9445-LE-DESCARGA
               END-PERFORM
           END-IF

           MOVE ORD-MSQ-CNPJ TO WS-CNPJ
           MOVE ORD-MSQ-SEQ TO WS-ATU-SEQ
           MOVE ORD-MSQ-NOME TO WS-CSV-NOME
           MOVE ORD-MSQ-REF TO WS-CSV-REF
           MOVE ORD-MSQ-STATUS TO WS-STATUS
           MOVE ORD-MSQ-TIPO TO WS-TIPO-DOC

           EVALUATE TRUE
               WHEN WS-ATU-RETIDO = "S"
                   PERFORM 9230-APLICA-ALTERACAO
               WHEN WS-ATU-CHAVE-DESC = ORD-MSQ-CNPJ
                   MOVE REG-MDS TO REG-MST
                   PERFORM 9445-LE-DESCARGA
                   PERFORM 9230-APLICA-ALTERACAO
               WHEN OTHER
                   PERFORM 9240-APLICA-INCLUSAO
                   ADD 1 TO WS-ATU-QTD-INC
           END-EVALUATE

           PERFORM 9300-GRAVA-JORNAL
           MOVE "S" TO WS-ATU-RETIDO.

       9445-LE-DESCARGA.
           READ ARQ-MDS
               AT END MOVE HIGH-VALUES TO WS-ATU-CHAVE-DESC
               NOT AT END MOVE REG-MDS(1:14) TO WS-ATU-CHAVE-DESC
           END-READ.

       9450-GRAVA-RETIDO.
           IF WS-ATU-RETIDO = "S"
               PERFORM 9455-GRAVA-MESTRE
               MOVE "N" TO WS-ATU-RETIDO
           END-IF.

       9455-GRAVA-MESTRE.
           WRITE REG-MST
           IF WS-FS-MST = "00"
               ADD 1 TO WS-ATU-QTD-GRAV
           ELSE
               DISPLAY "AVISO: ERRO NO CADASTRO MESTRE ("
                       WS-FS-MST ") - CNPJ " REG-MST-CNPJ
                       " NAO GRAVADO"
           END-IF.

      * Evento do casamento, numerado na ordem em que foi gerado
      * para a reclassificação por posição de entrada manter, numa
      * mesma posição, a ordem do upsert por chave.
       9460-GRAVA-EVENTO.
           ADD 1 TO WS-ATU-EVT-NUM
           MOVE WS-ATU-SEQ TO REG-MEV-SEQ
           MOVE WS-ATU-EVT-NUM TO REG-MEV-NUM
           WRITE REG-MEV.

       9470-GRAVA-EVENTOS.
           MOVE "N" TO WS-ATU-EOF
           PERFORM UNTIL WS-ATU-EOF = "S"
               RETURN ORD-MEV
                   AT END MOVE "S" TO WS-ATU-EOF
                   NOT AT END
                       EVALUATE ORD-MEV-TIPO
                           WHEN "D"
                               MOVE ORD-MEV-DADOS TO REG-DTR
                               WRITE REG-DTR
                           WHEN "N"
                               MOVE ORD-MEV-DADOS TO REG-NDV
                               WRITE REG-NDV
                           WHEN "J"
                               MOVE ORD-MEV-DADOS TO REG-JRN
                               WRITE REG-JRN
                       END-EVALUATE
               END-RETURN
           END-PERFORM.

      * Remove o arquivo de checkpoint ao final de uma execução
      * bem-sucedida; se não houver um (ou a chamada não for
      * suportada na plataforma), o status de retorno é ignorado.
