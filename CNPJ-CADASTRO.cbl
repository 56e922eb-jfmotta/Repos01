               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MST-CNPJ
               FILE STATUS IS WS-FS-MST.
           SELECT ARQ-BLQ ASSIGN TO DYNAMIC WS-ARQ-BLQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BLQ.
           SELECT ARQ-APR ASSIGN TO DYNAMIC WS-ARQ-APR-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APR.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

      * Lista interna de bloqueio comercial, consultada pelo lote.
       FD ARQ-BLQ.
       COPY "CNPJ-BLQ.cpy".

      * Fila de aprovação: exclusão, expurgo e manutenção da lista
      * de bloqueio viram pedidos, aplicados só depois que outro
      * operador os aprova no CNPJ-APROVA (que jornaliza).
       FD ARQ-APR.
       COPY "CNPJ-APR.cpy".

       WORKING-STORAGE SECTION.

      * Opção escolhida pelo operador no menu de manutenção.
       01 WS-FS-MST             PIC XX VALUE "00".

      * Área de comunicação com o controle de trava do cadastro
      * (CNPJ-TRAVA) - o pedido só entra na fila com a trava, para
      * não se perder numa regravação da fila pelo aprovador.
       COPY "CNPJ-TRV.cpy".

      * Área de comunicação com o controle de acesso (CNPJ-ACESSO):
      * o perfil do operador é conferido na entrada e antes de cada
      * opção - consulta, manutenção do mestre ou do bloqueio.
       COPY "CNPJ-ACS.cpy".

      * Fila de aprovação - mesmo nome fixo do CNPJ-APROVA - e o
      * pedido a enfileirar: arquivo alvo, ação, chave e dados.
       01 WS-ARQ-APR-NOME       PIC X(50) VALUE "CNPJS-APROV.DAT".
       01 WS-FS-APR             PIC XX VALUE "00".
       01 WS-APR-EOF            PIC X VALUE "N".
       01 WS-APR-ULTIMO-ID      PIC 9(7) VALUE 0.
       01 WS-PED-ARQUIVO        PIC X(01) VALUE SPACE.
       01 WS-PED-ACAO           PIC X(01) VALUE SPACE.
       01 WS-PED-CHAVE          PIC X(14) VALUE SPACES.
       01 WS-PED-DADOS          PIC X(59) VALUE SPACES.
       01 WS-PED-DADOS-MST REDEFINES WS-PED-DADOS.
          05 WS-PED-NOME        PIC X(40).
          05 WS-PED-REF         PIC X(10).
          05 WS-PED-TIPO        PIC X(01).
          05 WS-PED-DATA        PIC X(08).
       01 WS-PED-DADOS-BLQ REDEFINES WS-PED-DADOS.
          05 WS-PED-MOTIVO      PIC X(04).
          05 WS-PED-DT-INI      PIC 9(8).
          05 WS-PED-DT-FIM      PIC 9(8).
          05 FILLER             PIC X(39).

      * Identificação do operador que pede a mudança, lida do PARM
      * como nas submissões batch.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-OPERADOR      PIC X(08) VALUE SPACES.

          88 FIM-CADASTRO       VALUE "S".

       01 WS-QTD-LISTADOS       PIC 9(5) VALUE 0.
       01 WS-QTD-EXPURGAVEIS    PIC 9(5) VALUE 0.

      * Busca por fragmento de razão social e listagem por REF -
      * o fluxo do telefonema começa por um nome, não pela chave
       01 WS-SIT-DESC           PIC X(12) VALUE SPACES.

      * Manutenção da lista de bloqueio comercial (CNPJS-BLQ.DAT):
      * opção do submenu e campos digitados.
       01 WS-ARQ-BLQ-NOME       PIC X(50) VALUE "CNPJS-BLQ.DAT".
       01 WS-FS-BLQ             PIC XX VALUE "00".
       01 WS-SUB-OPCAO          PIC 9 VALUE 0.
       01 WS-BLQ-DT-FIM-DIG     PIC X(08) VALUE SPACES.
       01 WS-BLQ-EOF            PIC X VALUE "N".
       01 WS-BLQ-QTD            PIC 9(4) VALUE 0.
       01 WS-BLQ-ACHOU          PIC X VALUE "N".
       01 WS-BLQ-QTD-IMPORT     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
                   INTO WS-PARM-OPERADOR
           END-IF

           MOVE SPACE TO ACS-FUNCAO
           PERFORM 9700-CONFERE-ACESSO
           IF ACS-RECUSADO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SIS FROM TIME

      * As mudanças não são mais aplicadas aqui - viram pedidos na
      * fila de aprovação -, então o cadastro abre só para leitura
      * e a trava é pedida apenas no instante de enfileirar.
           OPEN INPUT ARQ-MST

           IF WS-FS-MST = "35"
               DISPLAY "CADASTRO MESTRE (" FUNCTION
                       TRIM(WS-ARQ-MST-NOME) ") AINDA NAO EXISTE - "
                       "EXECUTE O LOTE DE VALIDACAO ANTES"
               GOBACK
           END-IF

           IF WS-FS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO CADASTRO MESTRE: " WS-FS-MST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-OPCAO = 9
               PERFORM 0100-EXIBE-MENU
               ACCEPT WS-OPCAO FROM CONSOLE

      * Exclusão e expurgo exigem a manutenção do mestre; o submenu
      * do bloqueio confere a sua função em cada sub-opção.
               MOVE "C" TO ACS-FUNCAO
               IF WS-OPCAO = 3 OR WS-OPCAO = 4
                   MOVE "M" TO ACS-FUNCAO
               END-IF
               MOVE "S" TO ACS-RESULTADO
               IF WS-OPCAO >= 1 AND WS-OPCAO <= 7 AND WS-OPCAO NOT = 5
                   PERFORM 9700-CONFERE-ACESSO
               END-IF

               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN WS-OPCAO = 1
                       PERFORM 1000-LISTA-CADASTRO
                   WHEN WS-OPCAO = 2
                       PERFORM 2000-CONSULTA-CNPJ
                   WHEN WS-OPCAO = 3
                       PERFORM 3000-EXCLUI-CNPJ
                   WHEN WS-OPCAO = 4
                       PERFORM 4000-EXPURGA-POR-DATA
                   WHEN WS-OPCAO = 5
                       PERFORM 5000-MANTEM-BLOQUEIOS
                   WHEN WS-OPCAO = 6
                       PERFORM 6000-BUSCA-POR-NOME
                   WHEN WS-OPCAO = 7
                       PERFORM 7000-LISTA-POR-REF
                   WHEN WS-OPCAO = 9
                       DISPLAY "SAINDO..."
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA"
           END-PERFORM

           CLOSE ARQ-MST
           GOBACK.

      * Grava na fila de aprovação o pedido montado em WS-PED-*,
      * com o próximo número livre. A trava cobre a leitura do
      * último número e a gravação: ocupada, o pedido não entra e
      * o operador repete depois.
       9600-ENFILEIRA-PEDIDO.
           IF WS-PARM-OPERADOR = SPACES
               DISPLAY "OPERADOR NAO INFORMADO NO PARM - PEDIDO NAO "
                       "REGISTRADO"
               EXIT PARAGRAPH
           END-IF

           MOVE "O" TO TRV-ACAO
           MOVE WS-PARM-OPERADOR TO TRV-OPERADOR
           MOVE "CNPJ-CADASTRO" TO TRV-PROGRAMA
           CALL "CNPJ-TRAVA" USING TRV-AREA
           IF NOT TRV-OBTIDA
               DISPLAY "CADASTRO EM ATUALIZACAO POR " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA " " TRV-DONO-HORA ") - "
                       "PEDIDO NAO REGISTRADO, TENTE MAIS TARDE"
               EXIT PARAGRAPH
           END-IF
           IF TRV-ERA-VELHA
               DISPLAY "AVISO: TRAVA VELHA DE " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA ") ASSUMIDA"
           END-IF

           MOVE 0 TO WS-APR-ULTIMO-ID
           OPEN INPUT ARQ-APR
           IF WS-FS-APR = "00"
               MOVE "N" TO WS-APR-EOF
               PERFORM UNTIL WS-APR-EOF = "S"
                   READ ARQ-APR
                       AT END MOVE "S" TO WS-APR-EOF
                       NOT AT END
                           IF REG-APR-ID > WS-APR-ULTIMO-ID
                               MOVE REG-APR-ID TO WS-APR-ULTIMO-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-APR
           END-IF

           OPEN EXTEND ARQ-APR
           IF WS-FS-APR = "35"
               OPEN OUTPUT ARQ-APR
           END-IF
           IF WS-FS-APR NOT = "00"
               DISPLAY "ERRO ABRINDO FILA DE APROVACAO: " WS-FS-APR
                       " - PEDIDO NAO REGISTRADO"
               PERFORM 9400-LIBERA-TRAVA
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-HORA-SIS FROM TIME
           MOVE SPACES TO REG-APR
           ADD 1 TO WS-APR-ULTIMO-ID
           MOVE WS-APR-ULTIMO-ID TO REG-APR-ID
           MOVE "P" TO REG-APR-SITUACAO
           MOVE WS-PED-ARQUIVO TO REG-APR-ARQUIVO
           MOVE WS-PED-ACAO TO REG-APR-ACAO
           MOVE WS-PED-CHAVE TO REG-APR-CHAVE
           MOVE WS-PED-DADOS TO REG-APR-DADOS
           MOVE WS-PARM-OPERADOR TO REG-APR-PED-OPER
           MOVE "CNPJ-CADASTRO" TO REG-APR-PED-PROG
           MOVE WS-DATA-SIS TO REG-APR-PED-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-APR-PED-HORA
           MOVE 0 TO REG-APR-APR-DATA REG-APR-APR-HORA
           WRITE REG-APR
           CLOSE ARQ-APR
           PERFORM 9400-LIBERA-TRAVA

           DISPLAY "PEDIDO " WS-APR-ULTIMO-ID " ENVIADO PARA "
                   "APROVACAO POR OUTRO OPERADOR (CNPJ-APROVA)".

       9400-LIBERA-TRAVA.
           MOVE "L" TO TRV-ACAO
           CALL "CNPJ-TRAVA" USING TRV-AREA.

      * Pergunta ao controle de acesso se o operador do PARM pode
      * usar a função em ACS-FUNCAO; a recusa já fica no log de
      * segurança.
       9700-CONFERE-ACESSO.
           MOVE WS-PARM-OPERADOR TO ACS-OPERADOR
           MOVE "CNPJ-CADASTRO" TO ACS-PROGRAMA
           CALL "CNPJ-ACESSO" USING ACS-AREA
           CANCEL "CNPJ-ACESSO"

           IF ACS-RECUSADO
               DISPLAY "ACESSO RECUSADO PARA O OPERADOR "
                       FUNCTION TRIM(ACS-OPERADOR) ": "
                       FUNCTION TRIM(ACS-MOTIVO)
           END-IF.

      * Submenu da lista de bloqueio comercial: a chave pode ser
      * um CNPJ completo ou uma raiz de 8 dígitos (que bloqueia
      * todas as filiais); a vigência com fim zero não expira.
               DISPLAY " "
               DISPLAY "--- LISTA DE BLOQUEIO COMERCIAL ---"
               DISPLAY " 1 - Listar bloqueios"
               DISPLAY " 2 - Incluir bloqueio (com aprovação)"
               DISPLAY " 3 - Excluir bloqueio (com aprovação)"
               DISPLAY " 9 - Voltar"
               DISPLAY "Opção: "
               ACCEPT WS-SUB-OPCAO FROM CONSOLE

               MOVE "C" TO ACS-FUNCAO
               IF WS-SUB-OPCAO = 2 OR WS-SUB-OPCAO = 3
                   MOVE "B" TO ACS-FUNCAO
               END-IF
               MOVE "S" TO ACS-RESULTADO
               IF WS-SUB-OPCAO >= 1 AND WS-SUB-OPCAO <= 3
                   PERFORM 9700-CONFERE-ACESSO
               END-IF

               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN WS-SUB-OPCAO = 1
                       PERFORM 5100-LISTA-BLOQUEIOS
                   WHEN WS-SUB-OPCAO = 2
                       PERFORM 5200-INCLUI-BLOQUEIO
                   WHEN WS-SUB-OPCAO = 3
                       PERFORM 5300-EXCLUI-BLOQUEIO
                   WHEN WS-SUB-OPCAO = 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA"

           DISPLAY "Código do motivo (4 caracteres): "
           ACCEPT WS-BLQ-MOTIVO-DIG FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-BLQ-MOTIVO-DIG)
               TO WS-BLQ-MOTIVO-DIG

      * CEIS e CNEP são reservados às sanções importadas dos
      * cadastros federais (CNPJ-SANCOES), que as mantém sozinha.
           IF WS-BLQ-MOTIVO-DIG = "CEIS" OR WS-BLQ-MOTIVO-DIG = "CNEP"
               DISPLAY "MOTIVO RESERVADO A IMPORTACAO DE SANCOES - "
                       "INCLUSAO CANCELADA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Vigente desde (AAAAMMDD, branco = hoje): "
           ACCEPT WS-BLQ-DT-INI-DIG FROM CONSOLE
           DISPLAY "Vigente até (AAAAMMDD, branco = sem expiração): "
           ACCEPT WS-BLQ-DT-FIM-DIG FROM CONSOLE

           MOVE SPACES TO WS-PED-DADOS
           MOVE "B" TO WS-PED-ARQUIVO
           MOVE "I" TO WS-PED-ACAO
           MOVE WS-CNPJ-BUSCA TO WS-PED-CHAVE
           MOVE WS-BLQ-MOTIVO-DIG TO WS-PED-MOTIVO
           IF WS-BLQ-DT-INI-DIG IS NUMERIC
               MOVE WS-BLQ-DT-INI-DIG TO WS-PED-DT-INI
           ELSE
               MOVE WS-DATA-SIS TO WS-PED-DT-INI
           END-IF
           IF WS-BLQ-DT-FIM-DIG IS NUMERIC
               MOVE WS-BLQ-DT-FIM-DIG TO WS-PED-DT-FIM
           ELSE
               MOVE 0 TO WS-PED-DT-FIM
           END-IF
           PERFORM 9600-ENFILEIRA-PEDIDO.

      * A exclusão pede a retirada das entradas manuais da chave
      * informada, depois de conferir que há alguma. Sanções
      * importadas (CEIS/CNEP) da mesma chave ficam: só são
      * levantadas pela própria importação, quando saem da lista
      * oficial.
       5300-EXCLUI-BLOQUEIO.
           DISPLAY "Informe a chave a desbloquear: "
           ACCEPT WS-CNPJ-DIGITADO FROM CONSOLE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BLQ-QTD-IMPORT
           MOVE "N" TO WS-BLQ-ACHOU
           MOVE "N" TO WS-BLQ-EOF
           PERFORM UNTIL WS-BLQ-EOF = "S"
                   AT END MOVE "S" TO WS-BLQ-EOF
                   NOT AT END
                       IF REG-BLQ-CHAVE = WS-CNPJ-BUSCA
                           IF REG-BLQ-MOTIVO = "CEIS"
                                   OR REG-BLQ-MOTIVO = "CNEP"
                               ADD 1 TO WS-BLQ-QTD-IMPORT
                           ELSE
                               MOVE "S" TO WS-BLQ-ACHOU
                               DISPLAY REG-BLQ-CHAVE " MOTIVO "
                                       REG-BLQ-MOTIVO
                                       " DE " REG-BLQ-DT-INI
                                       " ATE " REG-BLQ-DT-FIM
                           END-IF
                       END-IF
               END-READ
           CLOSE ARQ-BLQ

           IF WS-BLQ-ACHOU = "N"
               IF WS-BLQ-QTD-IMPORT > 0
                   DISPLAY "CHAVE SO TEM SANCAO IMPORTADA (CEIS/CNEP)"
                           " - NAO PODE SER EXCLUIDA A MAO"
               ELSE
                   DISPLAY "CHAVE NAO CONSTA DA LISTA DE BLOQUEIO"
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PED-DADOS
           MOVE "B" TO WS-PED-ARQUIVO
           MOVE "E" TO WS-PED-ACAO
           MOVE WS-CNPJ-BUSCA TO WS-PED-CHAVE
           PERFORM 9600-ENFILEIRA-PEDIDO
           IF WS-BLQ-QTD-IMPORT > 0
               DISPLAY "SANCAO IMPORTADA (CEIS/CNEP) DA MESMA CHAVE "
                       "CONTINUA NA LISTA"
           END-IF.

      * Busca por fragmento de razão social: varre o cadastro
      * inteiro comparando o fragmento, sem distinção de caixa,
           DISPLAY "======================================"
           DISPLAY " 1 - Listar o cadastro completo"
           DISPLAY " 2 - Consultar um CNPJ"
           DISPLAY " 3 - Excluir um CNPJ (com aprovação)"
           DISPLAY " 4 - Expurgar por data de última aparição"
                   " (com aprovação)"
           DISPLAY " 5 - Manter a lista de bloqueio comercial"
           DISPLAY " 6 - Buscar por razão social"
           DISPLAY " 7 - Listar por código de referência (REF)"
           DISPLAY "PRIMEIRA VEZ : " REG-MST-DT-PRIM
           DISPLAY "ULTIMA VEZ ..: " REG-MST-DT-ULT
           DISPLAY "EXECUCOES ...: " REG-MST-EXECS
           PERFORM 2300-EXIBE-SITUACAO
           IF REG-MST-CNAE NOT = SPACES OR REG-MST-UF NOT = SPACES
               DISPLAY "CNAE PRINC. .: " REG-MST-CNAE
                       "  UF " REG-MST-UF
                       "  MUNICIPIO (IBGE) " REG-MST-MUNIC
           END-IF.

      * Situação cadastral do último cruzamento mensal com o
      * extrato da Receita (CNPJ-SITUACAO).
                   FUNCTION TRIM(REG-MST-NOME) " (S/N)? "
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE SPACES TO WS-PED-DADOS
               MOVE "M" TO WS-PED-ARQUIVO
               MOVE "E" TO WS-PED-ACAO
               MOVE REG-MST-CNPJ TO WS-PED-CHAVE
               PERFORM 9600-ENFILEIRA-PEDIDO
           ELSE
               DISPLAY "EXCLUSAO CANCELADA"
           END-IF.

      * Expurgo em massa: pede a remoção das entradas cuja última
      * aparição em arquivo de entrada é anterior à data de corte
      * informada (AAAAMMDD). Quantas seriam removidas hoje é
      * mostrado antes da confirmação; a remoção é apurada de novo
      * na aprovação.
       4000-EXPURGA-POR-DATA.
           DISPLAY "Expurgar entradas nao vistas desde (AAAAMMDD): "
           ACCEPT WS-DATA-CORTE FROM CONSOLE

           MOVE 0 TO WS-QTD-EXPURGAVEIS
           MOVE "N" TO WS-FIM-MST
           MOVE LOW-VALUES TO REG-MST-CNPJ
           START ARQ-MST KEY NOT < REG-MST-CNPJ
                   AT END MOVE "S" TO WS-FIM-MST
                   NOT AT END
                       IF REG-MST-DT-ULT < WS-DATA-CORTE
                           ADD 1 TO WS-QTD-EXPURGAVEIS
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "ENTRADAS NAO VISTAS DESDE " WS-DATA-CORTE ": "
                   WS-QTD-EXPURGAVEIS
           DISPLAY "CONFIRMA O PEDIDO DE EXPURGO (S/N)? "
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "EXPURGO CANCELADO"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PED-DADOS
           MOVE "M" TO WS-PED-ARQUIVO
           MOVE "X" TO WS-PED-ACAO
           MOVE SPACES TO WS-PED-CHAVE
           MOVE WS-DATA-CORTE TO WS-PED-DATA
           PERFORM 9600-ENFILEIRA-PEDIDO.
