       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-APROVA.

      * Aprovação das mudanças pedidas no cadastro mestre e na
      * lista de bloqueio. A exclusão de CNPJ, o expurgo por data e
      * a manutenção da lista de bloqueio no CNPJ-CADASTRO, e as
      * transações da manutenção em lote (CNPJ-MANUTENCAO), não
      * tocam mais os arquivos: viram pedidos pendentes na fila
      * CNPJS-APROV.DAT. Aqui um segundo operador, identificado no
      * PARM como nas submissões batch e obrigatoriamente diferente
      * de quem pediu, lista a fila e aprova ou rejeita cada pedido
      * - ou a remessa inteira de uma execução da manutenção em
      * lote. O pedido aprovado é aplicado na hora, com a trava do
      * cadastro, e jornalizado com os dois operadores; o que não
      * puder mais ser aplicado (CNPJ que sumiu, já cadastrado...)
      * fica na fila como falho, com o motivo. O upsert do lote de
      * validação continua automático, fora da fila.
      *
      * PARM: operador aprovador e nome da listagem da fila,
      * separados por espaço.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-APR ASSIGN TO DYNAMIC WS-ARQ-APR-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APR.
           SELECT ARQ-APT ASSIGN TO DYNAMIC WS-ARQ-APT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APT.
           SELECT ARQ-MST ASSIGN TO DYNAMIC WS-ARQ-MST-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MST-CNPJ
               FILE STATUS IS WS-FS-MST.
           SELECT ARQ-JRN ASSIGN TO DYNAMIC WS-ARQ-JRN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.
           SELECT ARQ-BLQ ASSIGN TO DYNAMIC WS-ARQ-BLQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BLQ.
           SELECT ARQ-JRB ASSIGN TO DYNAMIC WS-ARQ-JRB-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRB.
           SELECT ARQ-REL ASSIGN TO DYNAMIC WS-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.

      * Fila de aprovação.
       FD ARQ-APR.
       COPY "CNPJ-APR.cpy".

      * Cópia de trabalho da fila, regravada a cada decisão com as
      * situações novas e copiada de volta.
       FD ARQ-APT.
       01 REG-APT                PIC X(185).

       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

      * Jornal de auditoria do cadastro mestre.
       FD ARQ-JRN.
       COPY "CNPJ-JRN.cpy".

      * Lista interna de bloqueio comercial.
       FD ARQ-BLQ.
       COPY "CNPJ-BLQ.cpy".

      * Trilha de auditoria da lista de bloqueio.
       FD ARQ-JRB.
       COPY "CNPJ-JRB.cpy".

      * Listagem da fila.
       FD ARQ-REL.
       01 REG-REL                PIC X(132).

       WORKING-STORAGE SECTION.

      * Área de comunicação com o núcleo de validação - a inclusão
      * registra o veredito corrente do documento, como o lote faz.
       COPY "CNPJ-NUC.cpy".

      * Área de comunicação com o controle de trava do cadastro
      * (CNPJ-TRAVA) - a aplicação não pode concorrer com o lote.
       COPY "CNPJ-TRV.cpy".

      * Área de comunicação com o controle de acesso (CNPJ-ACESSO):
      * decidir um pedido exige, no perfil do aprovador, a função
      * de manutenção do arquivo que ele altera.
       COPY "CNPJ-ACS.cpy".

       01 WS-OPCAO              PIC 9 VALUE 0.

       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-OPERADOR      PIC X(08) VALUE SPACES.
       01 WS-PARM-REL           PIC X(50) VALUE SPACES.

       01 WS-ARQ-APR-NOME       PIC X(50) VALUE "CNPJS-APROV.DAT".
       01 WS-ARQ-APT-NOME       PIC X(50) VALUE "CNPJS-APROV.TRB".
       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".
       01 WS-ARQ-JRN-NOME       PIC X(50) VALUE "CNPJS-JRNL.DAT".
       01 WS-ARQ-BLQ-NOME       PIC X(50) VALUE "CNPJS-BLQ.DAT".
       01 WS-ARQ-JRB-NOME       PIC X(50) VALUE "CNPJS-BLQ-JRNL.DAT".
       01 WS-ARQ-REL-NOME       PIC X(50) VALUE "APROVACAO.REP".

       01 WS-FS-APR             PIC XX VALUE "00".
       01 WS-FS-APT             PIC XX VALUE "00".
       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-JRN             PIC XX VALUE "00".
       01 WS-FS-BLQ             PIC XX VALUE "00".
       01 WS-FS-JRB             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".

       01 WS-JRN-DISPONIVEL     PIC X(01) VALUE "N".
          88 JORNAL-DISPONIVEL  VALUE "S".
       01 WS-JRN-ACAO           PIC X(01) VALUE SPACE.
       01 WS-JRN-CNPJ           PIC X(14) VALUE SPACES.
       01 WS-JRN-ANTES          PIC X(124) VALUE SPACES.

       01 WS-EOF                PIC X(01) VALUE "N".
       01 WS-FIM-MST            PIC X(01) VALUE "N".
       01 WS-DATA-SIS           PIC 9(8) VALUE 0.
       01 WS-HORA-SIS           PIC 9(8) VALUE 0.

      * Pedido escolhido pelo aprovador e a decisão: "U" decide só
      * o pedido, "R" a remessa inteira a que ele pertence (mesmo
      * operador, programa, data e hora do pedido).
       01 WS-ID-DIG             PIC X(10) VALUE SPACES.
       01 WS-DEC-ID             PIC 9(7) VALUE 0.
       01 WS-DEC-MODO           PIC X(01) VALUE SPACE.
       01 WS-DEC-ACAO           PIC X(01) VALUE SPACE.
          88 DEC-APROVA         VALUE "A".
          88 DEC-REJEITA        VALUE "R".
       01 WS-DEC-MOTIVO         PIC X(40) VALUE SPACES.
       01 WS-DEC-ACHOU          PIC X(01) VALUE "N".
       01 WS-DEC-SITUACAO       PIC X(01) VALUE SPACE.
       01 WS-DEC-ARQUIVO        PIC X(01) VALUE SPACE.
       01 WS-DEC-PED-OPER       PIC X(08) VALUE SPACES.
       01 WS-DEC-PED-PROG       PIC X(18) VALUE SPACES.
       01 WS-DEC-PED-DATA       PIC 9(8) VALUE 0.
       01 WS-DEC-PED-HORA       PIC 9(6) VALUE 0.
       01 WS-DEC-QTD-REMESSA    PIC 9(7) VALUE 0.
       01 WS-SELECIONADO        PIC X(01) VALUE "N".
       01 WS-CONFIRMA           PIC X(01) VALUE SPACE.

      * Desfecho da aplicação do pedido corrente.
       01 WS-APL-DESFECHO       PIC X(01) VALUE SPACE.
       01 WS-APL-OBS            PIC X(40) VALUE SPACES.

      * Totais da decisão.
       01 WS-QTD-APLICADOS      PIC 9(7) VALUE 0.
       01 WS-QTD-FALHOS         PIC 9(7) VALUE 0.
       01 WS-QTD-REJEITADOS     PIC 9(7) VALUE 0.
       01 WS-QTD-PROPRIOS       PIC 9(7) VALUE 0.
       01 WS-QTD-PENDENTES      PIC 9(7) VALUE 0.
       01 WS-QTD-EXPURGADOS     PIC 9(5) VALUE 0.
       01 WS-DATA-CORTE         PIC 9(8) VALUE 0.

      * Totais da listagem.
       01 WS-LIS-PENDENTES      PIC 9(7) VALUE 0.
       01 WS-LIS-APLICADOS      PIC 9(7) VALUE 0.
       01 WS-LIS-REJEITADOS     PIC 9(7) VALUE 0.
       01 WS-LIS-FALHOS         PIC 9(7) VALUE 0.

       01 WS-PED-DESC           PIC X(60) VALUE SPACES.

      * Regravação da lista de bloqueio numa exclusão aprovada.
       01 WS-BLQ-QTD            PIC 9(4) VALUE 0.
       01 WS-BLQ-J              PIC 9(4) VALUE 0.
       01 WS-BLQ-ACHOU          PIC X VALUE "N".
       01 WS-BLQ-ESTOURO        PIC X VALUE "N".
      * Entradas manuais retiradas numa exclusão, uma ocorrência
      * da trilha para cada uma depois da regravação.
       01 WS-BLQ-EXC-QTD        PIC 9(3) VALUE 0.
       01 WS-BLQ-EXC-J          PIC 9(3) VALUE 0.
       01 WS-BLQ-EXC-TAB.
          05 WS-BLQ-EXC-OCR OCCURS 100 TIMES
                                PIC X(34).
       01 WS-BLQ-TAB.
          05 WS-BLQ-OCR OCCURS 1000 TIMES.
             10 WS-BLQ-CHAVE    PIC X(14).
             10 WS-BLQ-MOTIVO   PIC X(04).
             10 WS-BLQ-DT-INI   PIC 9(8).
             10 WS-BLQ-DT-FIM   PIC 9(8).

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-OPERADOR WS-PARM-REL
               END-UNSTRING
               IF WS-PARM-REL NOT = SPACES AND WS-PARM-REL NOT = "-"
                   MOVE WS-PARM-REL TO WS-ARQ-REL-NOME
               END-IF
           END-IF

      * Sem identificação não há como garantir que quem aprova não
      * é quem pediu.
           IF WS-PARM-OPERADOR = SPACES OR WS-PARM-OPERADOR = "-"
               DISPLAY "OPERADOR APROVADOR NAO INFORMADO NO PARM - "
                       "APROVACAO RECUSADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACE TO ACS-FUNCAO
           PERFORM 9700-CONFERE-ACESSO
           IF ACS-RECUSADO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD

           PERFORM UNTIL WS-OPCAO = 9
               PERFORM 0100-EXIBE-MENU
               ACCEPT WS-OPCAO FROM CONSOLE

      * As listagens exigem a consulta; a decisão confere a função
      * do arquivo alvo depois de localizar o pedido.
               MOVE "S" TO ACS-RESULTADO
               IF WS-OPCAO = 1 OR WS-OPCAO = 4
                   MOVE "C" TO ACS-FUNCAO
                   PERFORM 9700-CONFERE-ACESSO
               END-IF

               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN WS-OPCAO = 1
                       PERFORM 1000-LISTA-PENDENTES
                   WHEN WS-OPCAO = 2
                       MOVE "U" TO WS-DEC-MODO
                       PERFORM 2000-DECIDE-PEDIDO
                   WHEN WS-OPCAO = 3
                       MOVE "R" TO WS-DEC-MODO
                       PERFORM 2000-DECIDE-PEDIDO
                   WHEN WS-OPCAO = 4
                       PERFORM 8000-GRAVA-LISTAGEM
                   WHEN WS-OPCAO = 9
                       DISPLAY "SAINDO..."
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA"
               END-EVALUATE
           END-PERFORM

           GOBACK.

       0100-EXIBE-MENU.
           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY " APROVAÇÃO DE MUDANÇAS NO CADASTRO"
           DISPLAY " APROVADOR: " WS-PARM-OPERADOR
           DISPLAY "======================================"
           DISPLAY " 1 - Listar pedidos pendentes"
           DISPLAY " 2 - Aprovar ou rejeitar um pedido"
           DISPLAY " 3 - Aprovar ou rejeitar uma remessa inteira"
           DISPLAY " 4 - Gravar a listagem da fila"
           DISPLAY " 9 - Sair"
           DISPLAY "======================================"
           DISPLAY "Opção: ".

       1000-LISTA-PENDENTES.
           OPEN INPUT ARQ-APR
           IF WS-FS-APR NOT = "00"
               DISPLAY "FILA DE APROVACAO VAZIA"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-QTD-PENDENTES
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-APR
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF APR-PENDENTE
                           ADD 1 TO WS-QTD-PENDENTES
                           PERFORM 7000-DESCREVE-PEDIDO
                           DISPLAY REG-APR-ID " " REG-APR-CHAVE " "
                                   FUNCTION TRIM(WS-PED-DESC)
                           DISPLAY "        PEDIDO POR "
                                   REG-APR-PED-OPER " ("
                                   FUNCTION TRIM(REG-APR-PED-PROG)
                                   ") EM " REG-APR-PED-DATA " "
                                   REG-APR-PED-HORA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-APR

           DISPLAY "PEDIDOS PENDENTES: " WS-QTD-PENDENTES.

      * Localiza o pedido informado, mostra-o com a imagem atual
      * do cadastro e pede a decisão; a remessa decide de uma vez
      * todos os pendentes da mesma execução de quem pediu.
       2000-DECIDE-PEDIDO.
           DISPLAY "Número do pedido: "
           ACCEPT WS-ID-DIG FROM CONSOLE
           IF FUNCTION TRIM(WS-ID-DIG) = SPACES
               DISPLAY "PEDIDO EM BRANCO - DECISAO CANCELADA"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ID-DIG) TO WS-DEC-ID

           PERFORM 2100-LOCALIZA-PEDIDO
           IF WS-DEC-ACHOU = "N"
               DISPLAY "PEDIDO " WS-DEC-ID " NAO CONSTA DA FILA"
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-APR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-DEC-SITUACAO NOT = "P"
               DISPLAY "PEDIDO " WS-DEC-ID " JA DECIDIDO"
               EXIT PARAGRAPH
           END-IF
           IF WS-DEC-PED-OPER = WS-PARM-OPERADOR
               DISPLAY "PEDIDO DO PROPRIO OPERADOR - A APROVACAO "
                       "CABE A OUTRO OPERADOR"
               EXIT PARAGRAPH
           END-IF
           MOVE "M" TO ACS-FUNCAO
           IF WS-DEC-ARQUIVO = "B"
               MOVE "B" TO ACS-FUNCAO
           END-IF
           PERFORM 9700-CONFERE-ACESSO
           IF ACS-RECUSADO
               EXIT PARAGRAPH
           END-IF
           IF WS-DEC-MODO = "R"
               DISPLAY "REMESSA DE " WS-DEC-PED-OPER " ("
                       FUNCTION TRIM(WS-DEC-PED-PROG) ") EM "
                       WS-DEC-PED-DATA " " WS-DEC-PED-HORA ": "
                       WS-DEC-QTD-REMESSA " PEDIDOS PENDENTES"
           END-IF

           DISPLAY "Aprovar (A), rejeitar (R) ou deixar pendente "
                   "(branco)? "
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-DEC-ACAO
           IF NOT DEC-APROVA AND NOT DEC-REJEITA
               DISPLAY "PEDIDO MANTIDO PENDENTE"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DEC-MOTIVO
           IF DEC-REJEITA
               DISPLAY "Motivo da rejeição: "
               ACCEPT WS-DEC-MOTIVO FROM CONSOLE
               IF WS-DEC-MOTIVO = SPACES
                   MOVE "REJEITADO PELO APROVADOR" TO WS-DEC-MOTIVO
               END-IF
           END-IF

           PERFORM 3000-EXECUTA-DECISAO.

      * Varre a fila atrás do pedido; achado, guarda a situação e
      * a identificação da remessa, conta os pendentes dela e o
      * mostra ainda com o registro na área do arquivo.
       2100-LOCALIZA-PEDIDO.
           MOVE "N" TO WS-DEC-ACHOU
           MOVE 0 TO WS-DEC-QTD-REMESSA
           OPEN INPUT ARQ-APR
           IF WS-FS-APR NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-APR
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REG-APR-ID = WS-DEC-ID
                           MOVE "S" TO WS-DEC-ACHOU
                           MOVE REG-APR-SITUACAO TO WS-DEC-SITUACAO
                           MOVE REG-APR-ARQUIVO TO WS-DEC-ARQUIVO
                           MOVE REG-APR-PED-OPER TO WS-DEC-PED-OPER
                           MOVE REG-APR-PED-PROG TO WS-DEC-PED-PROG
                           MOVE REG-APR-PED-DATA TO WS-DEC-PED-DATA
                           MOVE REG-APR-PED-HORA TO WS-DEC-PED-HORA
                           PERFORM 2200-EXIBE-PEDIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-APR

           IF WS-DEC-ACHOU = "N" OR WS-DEC-MODO NOT = "R"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARQ-APR
           IF WS-FS-APR NOT = "00"
               DISPLAY "ERRO RELENDO FILA DE APROVACAO: " WS-FS-APR
                       " - REMESSA NAO DECIDIDA"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-APR
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF APR-PENDENTE
                               AND REG-APR-PED-OPER = WS-DEC-PED-OPER
                               AND REG-APR-PED-PROG = WS-DEC-PED-PROG
                               AND REG-APR-PED-DATA = WS-DEC-PED-DATA
                               AND REG-APR-PED-HORA = WS-DEC-PED-HORA
                           ADD 1 TO WS-DEC-QTD-REMESSA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-APR.

       2200-EXIBE-PEDIDO.
           PERFORM 7000-DESCREVE-PEDIDO
           DISPLAY " "
           DISPLAY "PEDIDO ......: " REG-APR-ID
                   "  SITUACAO " REG-APR-SITUACAO
           DISPLAY "MUDANCA .....: " REG-APR-CHAVE " "
                   FUNCTION TRIM(WS-PED-DESC)
           DISPLAY "PEDIDO POR ..: " REG-APR-PED-OPER " ("
                   FUNCTION TRIM(REG-APR-PED-PROG) ") EM "
                   REG-APR-PED-DATA " " REG-APR-PED-HORA
           IF NOT APR-PENDENTE
               DISPLAY "DECIDIDO POR : " REG-APR-APR-OPER " EM "
                       REG-APR-APR-DATA " " REG-APR-APR-HORA " "
                       FUNCTION TRIM(REG-APR-OBS)
               EXIT PARAGRAPH
           END-IF

      * Imagem atual do registro que a mudança vai tocar.
           IF APR-DO-CADASTRO AND REG-APR-ACAO NOT = "X"
               OPEN INPUT ARQ-MST
               IF WS-FS-MST = "00"
                   MOVE REG-APR-CHAVE TO REG-MST-CNPJ
                   READ ARQ-MST
                   IF WS-FS-MST = "00"
                       DISPLAY "HOJE NO CAD. : " REG-MST-STATUS
                               " REF " REG-MST-REF " SIT "
                               REG-MST-SIT-RFB " "
                               FUNCTION TRIM(REG-MST-NOME)
                   ELSE
                       DISPLAY "HOJE NO CAD. : (NAO CONSTA)"
                   END-IF
                   CLOSE ARQ-MST
               END-IF
           END-IF.

      * Aplica a decisão: com a trava obtida e o cadastro aberto
      * para atualização, a fila é copiada para o arquivo de
      * trabalho pedido a pedido - os selecionados saem decididos
      * (e, aprovados, aplicados) - e a cópia volta para a fila.
       3000-EXECUTA-DECISAO.
           MOVE "O" TO TRV-ACAO
           MOVE WS-PARM-OPERADOR TO TRV-OPERADOR
           MOVE "CNPJ-APROVA" TO TRV-PROGRAMA
           CALL "CNPJ-TRAVA" USING TRV-AREA
           IF NOT TRV-OBTIDA
               DISPLAY "CADASTRO EM ATUALIZACAO POR " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA " " TRV-DONO-HORA ") - "
                       "TENTE MAIS TARDE"
               EXIT PARAGRAPH
           END-IF
           IF TRV-ERA-VELHA
               DISPLAY "AVISO: TRAVA VELHA DE " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA ") ASSUMIDA"
           END-IF

           OPEN I-O ARQ-MST
           IF WS-FS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO CADASTRO MESTRE: " WS-FS-MST
               PERFORM 9400-LIBERA-TRAVA
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-JRN-DISPONIVEL
           OPEN EXTEND ARQ-JRN
           IF WS-FS-JRN = "35"
               OPEN OUTPUT ARQ-JRN
           END-IF
           IF WS-FS-JRN = "00"
               MOVE "S" TO WS-JRN-DISPONIVEL
           ELSE
               DISPLAY "AVISO: JORNAL DE AUDITORIA INDISPONIVEL ("
                       WS-FS-JRN ") - MUDANCAS NAO JORNALIZADAS"
           END-IF

           OPEN INPUT ARQ-APR
           OPEN OUTPUT ARQ-APT
           IF WS-FS-APR NOT = "00" OR WS-FS-APT NOT = "00"
               DISPLAY "ERRO ABRINDO FILA DE APROVACAO: " WS-FS-APR
                       " / " WS-FS-APT
               CLOSE ARQ-APR ARQ-APT ARQ-MST
               IF JORNAL-DISPONIVEL
                   CLOSE ARQ-JRN
               END-IF
               PERFORM 9400-LIBERA-TRAVA
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-QTD-APLICADOS WS-QTD-FALHOS
                     WS-QTD-REJEITADOS WS-QTD-PROPRIOS
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-APR
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 3100-DECIDE-UM-PEDIDO
                       MOVE REG-APR TO REG-APT
                       WRITE REG-APT
               END-READ
           END-PERFORM
           CLOSE ARQ-APR ARQ-APT

           PERFORM 3900-DEVOLVE-FILA

           CLOSE ARQ-MST
           IF JORNAL-DISPONIVEL
               CLOSE ARQ-JRN
           END-IF
           PERFORM 9400-LIBERA-TRAVA

           DISPLAY "APLICADOS: " WS-QTD-APLICADOS
                   "  FALHOS: " WS-QTD-FALHOS
                   "  REJEITADOS: " WS-QTD-REJEITADOS
           IF WS-QTD-PROPRIOS > 0
               DISPLAY "PEDIDOS DO PROPRIO APROVADOR MANTIDOS "
                       "PENDENTES: " WS-QTD-PROPRIOS
           END-IF.

       3100-DECIDE-UM-PEDIDO.
           MOVE "N" TO WS-SELECIONADO
           IF APR-PENDENTE
               IF WS-DEC-MODO = "U"
                   IF REG-APR-ID = WS-DEC-ID
                       MOVE "S" TO WS-SELECIONADO
                   END-IF
               ELSE
                   IF REG-APR-PED-OPER = WS-DEC-PED-OPER
                           AND REG-APR-PED-PROG = WS-DEC-PED-PROG
                           AND REG-APR-PED-DATA = WS-DEC-PED-DATA
                           AND REG-APR-PED-HORA = WS-DEC-PED-HORA
                       MOVE "S" TO WS-SELECIONADO
                   END-IF
               END-IF
           END-IF
           IF WS-SELECIONADO = "N"
               EXIT PARAGRAPH
           END-IF

           IF REG-APR-PED-OPER = WS-PARM-OPERADOR
               ADD 1 TO WS-QTD-PROPRIOS
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-PARM-OPERADOR TO REG-APR-APR-OPER
           MOVE WS-DATA-SIS TO REG-APR-APR-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-APR-APR-HORA

           IF DEC-REJEITA
               MOVE "R" TO REG-APR-SITUACAO
               MOVE WS-DEC-MOTIVO TO REG-APR-OBS
               ADD 1 TO WS-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-APL-DESFECHO
           MOVE SPACES TO WS-APL-OBS
           EVALUATE TRUE
               WHEN APR-DO-CADASTRO AND REG-APR-ACAO = "I"
                   PERFORM 4000-INCLUI
               WHEN APR-DO-CADASTRO AND REG-APR-ACAO = "A"
                   PERFORM 4100-ALTERA
               WHEN APR-DO-CADASTRO AND REG-APR-ACAO = "E"
                   PERFORM 4200-EXCLUI
               WHEN APR-DO-CADASTRO AND REG-APR-ACAO = "X"
                   PERFORM 4300-EXPURGA-POR-DATA
               WHEN APR-DO-BLOQUEIO AND REG-APR-ACAO = "I"
                   PERFORM 5000-INCLUI-BLOQUEIO
               WHEN APR-DO-BLOQUEIO AND REG-APR-ACAO = "E"
                   PERFORM 5100-EXCLUI-BLOQUEIO
               WHEN OTHER
                   MOVE "F" TO WS-APL-DESFECHO
                   MOVE "PEDIDO DESCONHECIDO" TO WS-APL-OBS
           END-EVALUATE

           MOVE WS-APL-DESFECHO TO REG-APR-SITUACAO
           MOVE WS-APL-OBS TO REG-APR-OBS
           IF APR-APLICADO
               ADD 1 TO WS-QTD-APLICADOS
           ELSE
               ADD 1 TO WS-QTD-FALHOS
           END-IF.

      * A cópia decidida volta a ser a fila; o arquivo de trabalho
      * é apagado, como os de classificação.
       3900-DEVOLVE-FILA.
           OPEN INPUT ARQ-APT
           OPEN OUTPUT ARQ-APR
           IF WS-FS-APT NOT = "00" OR WS-FS-APR NOT = "00"
               DISPLAY "ERRO DEVOLVENDO A FILA DE APROVACAO: "
                       WS-FS-APT " / " WS-FS-APR " - A FILA DECIDIDA "
                       "FICOU EM " FUNCTION TRIM(WS-ARQ-APT-NOME)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-APT
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE REG-APT TO REG-APR
                       WRITE REG-APR
               END-READ
           END-PERFORM
           CLOSE ARQ-APT ARQ-APR
           CALL "CBL_DELETE_FILE" USING WS-ARQ-APT-NOME.

      * Inclusão: o documento ainda não pode constar do cadastro;
      * o veredito registrado vem do núcleo de validação, como no
      * upsert do lote.
       4000-INCLUI.
           MOVE REG-APR-CHAVE TO REG-MST-CNPJ
           READ ARQ-MST
           IF WS-FS-MST = "00"
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "JA CADASTRADO" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-MST NOT = "23"
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "ERRO NO CADASTRO" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF

           MOVE REG-APR-CHAVE TO NUC-CNPJ
           MOVE REG-APR-TIPO TO NUC-TIPO-DOC
           MOVE "N" TO NUC-MODO-LEGADO
           CALL "CNPJ-NUCLEO" USING NUC-AREA

           MOVE REG-APR-CHAVE TO REG-MST-CNPJ
           MOVE REG-APR-NOME TO REG-MST-NOME
           MOVE REG-APR-REF TO REG-MST-REF
           IF NUC-VALIDO
               MOVE "VALIDO" TO REG-MST-STATUS
           ELSE
               MOVE NUC-MOTIVO TO REG-MST-STATUS
           END-IF
           MOVE WS-DATA-SIS TO REG-MST-DT-PRIM
           MOVE WS-DATA-SIS TO REG-MST-DT-ULT
      * Incluído à mão, ainda sem aparição em execução do lote.
           MOVE 0 TO REG-MST-EXECS
           IF REG-APR-TIPO = "F"
               MOVE "F" TO REG-MST-TIPO
           ELSE
               MOVE "J" TO REG-MST-TIPO
           END-IF
           MOVE SPACES TO REG-MST-SIT-RFB
           MOVE 0 TO REG-MST-SIT-DATA
           MOVE SPACES TO REG-MST-CNAE REG-MST-UF REG-MST-MUNIC
           WRITE REG-MST
           IF WS-FS-MST = "00"
               MOVE "A" TO WS-APL-DESFECHO
               MOVE SPACES TO WS-JRN-ANTES
               MOVE "I" TO WS-JRN-ACAO
               MOVE REG-APR-CHAVE TO WS-JRN-CNPJ
               PERFORM 9300-GRAVA-JORNAL
           ELSE
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "ERRO NA GRAVACAO" TO WS-APL-OBS
           END-IF.

      * Alteração de razão social e/ou REF: campo em branco no
      * pedido mantém o valor cadastrado.
       4100-ALTERA.
           MOVE REG-APR-CHAVE TO REG-MST-CNPJ
           READ ARQ-MST
           IF WS-FS-MST NOT = "00"
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "NAO CONSTA NO CADASTRO" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF

           MOVE REG-MST TO WS-JRN-ANTES
           IF REG-APR-NOME NOT = SPACES
               MOVE REG-APR-NOME TO REG-MST-NOME
           END-IF
           IF REG-APR-REF NOT = SPACES
               MOVE REG-APR-REF TO REG-MST-REF
           END-IF
           REWRITE REG-MST
           IF WS-FS-MST = "00"
               MOVE "A" TO WS-APL-DESFECHO
               MOVE "A" TO WS-JRN-ACAO
               MOVE REG-APR-CHAVE TO WS-JRN-CNPJ
               PERFORM 9300-GRAVA-JORNAL
           ELSE
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "ERRO NA REGRAVACAO" TO WS-APL-OBS
           END-IF.

       4200-EXCLUI.
           MOVE REG-APR-CHAVE TO REG-MST-CNPJ
           READ ARQ-MST
           IF WS-FS-MST NOT = "00"
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "NAO CONSTA NO CADASTRO" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF

           MOVE REG-MST TO WS-JRN-ANTES
           DELETE ARQ-MST
           IF WS-FS-MST = "00"
               MOVE "A" TO WS-APL-DESFECHO
               MOVE "E" TO WS-JRN-ACAO
               MOVE REG-APR-CHAVE TO WS-JRN-CNPJ
               PERFORM 9300-GRAVA-JORNAL
           ELSE
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "ERRO NA EXCLUSAO" TO WS-APL-OBS
           END-IF.

      * Expurgo em massa: remove as entradas com última aparição
      * anterior à data de corte do pedido - apurada agora, na
      * aprovação.
       4300-EXPURGA-POR-DATA.
           IF REG-APR-DATA IS NOT NUMERIC
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "DATA DE CORTE INVALIDA" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF

           MOVE REG-APR-DATA TO WS-DATA-CORTE
           MOVE 0 TO WS-QTD-EXPURGADOS
           MOVE "A" TO WS-APL-DESFECHO
           MOVE "N" TO WS-FIM-MST
           MOVE LOW-VALUES TO REG-MST-CNPJ
           START ARQ-MST KEY NOT < REG-MST-CNPJ
           IF WS-FS-MST NOT = "00"
               MOVE "CADASTRO VAZIO" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FIM-MST = "S"
               READ ARQ-MST NEXT
                   AT END MOVE "S" TO WS-FIM-MST
                   NOT AT END
                       IF REG-MST-DT-ULT < WS-DATA-CORTE
                           MOVE REG-MST TO WS-JRN-ANTES
                           MOVE REG-MST-CNPJ TO WS-JRN-CNPJ
                           DELETE ARQ-MST
                           IF WS-FS-MST = "00"
                               MOVE "E" TO WS-JRN-ACAO
                               PERFORM 9300-GRAVA-JORNAL
                               ADD 1 TO WS-QTD-EXPURGADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           STRING
               WS-QTD-EXPURGADOS DELIMITED BY SIZE
               " ENTRADAS EXPURGADAS" DELIMITED BY SIZE
               INTO WS-APL-OBS
           END-STRING.

      * Inclusão de bloqueio manual, acrescentada ao fim da lista.
      * CEIS e CNEP continuam reservados à importação de sanções.
       5000-INCLUI-BLOQUEIO.
           IF REG-APR-MOTIVO = "CEIS" OR REG-APR-MOTIVO = "CNEP"
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "MOTIVO RESERVADO A IMPORTACAO" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARQ-BLQ
           IF WS-FS-BLQ = "35"
               OPEN OUTPUT ARQ-BLQ
           END-IF
           IF WS-FS-BLQ NOT = "00"
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "ERRO ABRINDO LISTA DE BLOQUEIO" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-BLQ
           MOVE REG-APR-CHAVE TO REG-BLQ-CHAVE
           MOVE REG-APR-MOTIVO TO REG-BLQ-MOTIVO
           MOVE REG-APR-DT-INI TO REG-BLQ-DT-INI
           MOVE REG-APR-DT-FIM TO REG-BLQ-DT-FIM
           WRITE REG-BLQ
           CLOSE ARQ-BLQ

           MOVE "A" TO WS-APL-DESFECHO
           MOVE "I" TO REG-JRB-ACAO
           MOVE SPACES TO REG-JRB-ANTES
           MOVE REG-BLQ TO REG-JRB-DEPOIS
           PERFORM 5900-GRAVA-TRILHA-BLOQUEIO.

      * Exclusão de bloqueio: regrava a lista sem as entradas
      * manuais da chave; sanções importadas da mesma chave ficam.
       5100-EXCLUI-BLOQUEIO.
           OPEN INPUT ARQ-BLQ
           IF WS-FS-BLQ NOT = "00"
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "LISTA DE BLOQUEIO VAZIA" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BLQ-QTD
           MOVE "N" TO WS-BLQ-ACHOU
           MOVE "N" TO WS-BLQ-ESTOURO
           MOVE 0 TO WS-BLQ-EXC-QTD
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-BLQ
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REG-BLQ-CHAVE = REG-APR-CHAVE
                               AND REG-BLQ-MOTIVO NOT = "CEIS"
                               AND REG-BLQ-MOTIVO NOT = "CNEP"
                           MOVE "S" TO WS-BLQ-ACHOU
                           IF WS-BLQ-EXC-QTD < 100
                               ADD 1 TO WS-BLQ-EXC-QTD
                               MOVE REG-BLQ
                                   TO WS-BLQ-EXC-OCR (WS-BLQ-EXC-QTD)
                           ELSE
                               MOVE "S" TO WS-BLQ-ESTOURO
                           END-IF
                       ELSE
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
                               MOVE "S" TO WS-BLQ-ESTOURO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-BLQ

           IF WS-BLQ-ESTOURO = "S"
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "LISTA GRANDE DEMAIS PARA REGRAVAR" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF
           IF WS-BLQ-ACHOU = "N"
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "CHAVE SEM BLOQUEIO MANUAL" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARQ-BLQ
           IF WS-FS-BLQ NOT = "00"
               MOVE "F" TO WS-APL-DESFECHO
               MOVE "ERRO REGRAVANDO LISTA DE BLOQUEIO" TO WS-APL-OBS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BLQ-J FROM 1 BY 1
                   UNTIL WS-BLQ-J > WS-BLQ-QTD
               MOVE SPACES TO REG-BLQ
               MOVE WS-BLQ-CHAVE (WS-BLQ-J) TO REG-BLQ-CHAVE
               MOVE WS-BLQ-MOTIVO (WS-BLQ-J) TO REG-BLQ-MOTIVO
               MOVE WS-BLQ-DT-INI (WS-BLQ-J) TO REG-BLQ-DT-INI
               MOVE WS-BLQ-DT-FIM (WS-BLQ-J) TO REG-BLQ-DT-FIM
               WRITE REG-BLQ
           END-PERFORM
           CLOSE ARQ-BLQ

           MOVE "A" TO WS-APL-DESFECHO
           PERFORM VARYING WS-BLQ-EXC-J FROM 1 BY 1
                   UNTIL WS-BLQ-EXC-J > WS-BLQ-EXC-QTD
               MOVE "E" TO REG-JRB-ACAO
               MOVE WS-BLQ-EXC-OCR (WS-BLQ-EXC-J) TO REG-JRB-ANTES
               MOVE SPACES TO REG-JRB-DEPOIS
               PERFORM 5900-GRAVA-TRILHA-BLOQUEIO
           END-PERFORM.

      * Trilha da lista de bloqueio: quem pediu e quem aprovou.
      * Indisponível só gera aviso, como o jornal do cadastro.
       5900-GRAVA-TRILHA-BLOQUEIO.
           OPEN EXTEND ARQ-JRB
           IF WS-FS-JRB = "35"
               OPEN OUTPUT ARQ-JRB
           END-IF
           IF WS-FS-JRB NOT = "00"
               DISPLAY "AVISO: TRILHA DA LISTA DE BLOQUEIO "
                       "INDISPONIVEL (" WS-FS-JRB ") - MUDANCA NAO "
                       "REGISTRADA"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-DATA-SIS TO REG-JRB-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-JRB-HORA
           MOVE REG-APR-PED-OPER TO REG-JRB-OPER
           MOVE REG-APR-PED-PROG TO REG-JRB-PROG
           MOVE WS-PARM-OPERADOR TO REG-JRB-APROVADOR
           WRITE REG-JRB
           CLOSE ARQ-JRB.

      * Resumo legível do pedido corrente da fila, em WS-PED-DESC.
       7000-DESCREVE-PEDIDO.
           MOVE SPACES TO WS-PED-DESC
           EVALUATE TRUE
               WHEN APR-DO-CADASTRO AND REG-APR-ACAO = "I"
                   STRING
                       "INCLUIR NO CADASTRO: " DELIMITED BY SIZE
                       REG-APR-NOME DELIMITED BY SIZE
                       INTO WS-PED-DESC
                   END-STRING
               WHEN APR-DO-CADASTRO AND REG-APR-ACAO = "A"
                   STRING
                       "ALTERAR: REF " DELIMITED BY SIZE
                       REG-APR-REF DELIMITED BY SIZE
                       " NOME " DELIMITED BY SIZE
                       REG-APR-NOME DELIMITED BY SIZE
                       INTO WS-PED-DESC
                   END-STRING
               WHEN APR-DO-CADASTRO AND REG-APR-ACAO = "E"
                   MOVE "EXCLUIR DO CADASTRO" TO WS-PED-DESC
               WHEN APR-DO-CADASTRO AND REG-APR-ACAO = "X"
                   STRING
                       "EXPURGAR NAO VISTOS DESDE " DELIMITED BY SIZE
                       REG-APR-DATA DELIMITED BY SIZE
                       INTO WS-PED-DESC
                   END-STRING
               WHEN APR-DO-BLOQUEIO AND REG-APR-ACAO = "I"
                   STRING
                       "INCLUIR BLOQUEIO " DELIMITED BY SIZE
                       REG-APR-MOTIVO DELIMITED BY SIZE
                       " DE " DELIMITED BY SIZE
                       REG-APR-DT-INI DELIMITED BY SIZE
                       " ATE " DELIMITED BY SIZE
                       REG-APR-DT-FIM DELIMITED BY SIZE
                       INTO WS-PED-DESC
                   END-STRING
               WHEN APR-DO-BLOQUEIO AND REG-APR-ACAO = "E"
                   MOVE "EXCLUIR BLOQUEIO MANUAL" TO WS-PED-DESC
               WHEN OTHER
                   MOVE "PEDIDO DESCONHECIDO" TO WS-PED-DESC
           END-EVALUATE.

      * Listagem da fila para a auditoria: os pendentes primeiro
      * e, depois, os decididos, com quem pediu e quem decidiu.
       8000-GRAVA-LISTAGEM.
           OPEN INPUT ARQ-APR
           IF WS-FS-APR NOT = "00"
               DISPLAY "FILA DE APROVACAO VAZIA"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQ-REL
           IF WS-FS-REL NOT = "00"
               DISPLAY "ERRO ABRINDO LISTAGEM: " WS-FS-REL
               CLOSE ARQ-APR
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-REL
           STRING
               "FILA DE APROVACAO DE MUDANCAS NO CADASTRO - "
                   DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "PEDIDOS PENDENTES" TO REG-REL
           WRITE REG-REL

           MOVE 0 TO WS-LIS-PENDENTES WS-LIS-APLICADOS
                     WS-LIS-REJEITADOS WS-LIS-FALHOS
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-APR
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF APR-PENDENTE
                           ADD 1 TO WS-LIS-PENDENTES
                           PERFORM 8100-GRAVA-PEDIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-APR

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "PEDIDOS DECIDIDOS (A = APLICADO, R = REJEITADO, "
               TO REG-REL
           MOVE "F = APROVADO SEM APLICACAO)" TO REG-REL(50:30)
           WRITE REG-REL

           OPEN INPUT ARQ-APR
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ARQ-APR
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN APR-PENDENTE
                               CONTINUE
                           WHEN APR-APLICADO
                               ADD 1 TO WS-LIS-APLICADOS
                               PERFORM 8100-GRAVA-PEDIDO
                           WHEN APR-REJEITADO
                               ADD 1 TO WS-LIS-REJEITADOS
                               PERFORM 8100-GRAVA-PEDIDO
                           WHEN OTHER
                               ADD 1 TO WS-LIS-FALHOS
                               PERFORM 8100-GRAVA-PEDIDO
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARQ-APR

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING
               "PENDENTES " DELIMITED BY SIZE
               WS-LIS-PENDENTES DELIMITED BY SIZE
               "  APLICADOS " DELIMITED BY SIZE
               WS-LIS-APLICADOS DELIMITED BY SIZE
               "  REJEITADOS " DELIMITED BY SIZE
               WS-LIS-REJEITADOS DELIMITED BY SIZE
               "  FALHOS " DELIMITED BY SIZE
               WS-LIS-FALHOS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL
           CLOSE ARQ-REL

           DISPLAY "FILA LISTADA EM " FUNCTION TRIM(WS-ARQ-REL-NOME)
                   " - " WS-LIS-PENDENTES " PENDENTES".

       8100-GRAVA-PEDIDO.
           PERFORM 7000-DESCREVE-PEDIDO
           MOVE SPACES TO REG-REL
           STRING
               REG-APR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-APR-SITUACAO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-APR-CHAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PED-DESC DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "        PEDIDO POR " DELIMITED BY SIZE
               REG-APR-PED-OPER DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(REG-APR-PED-PROG) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               REG-APR-PED-DATA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-APR-PED-HORA DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           IF NOT APR-PENDENTE
               STRING
                   "  DECIDIDO POR " DELIMITED BY SIZE
                   REG-APR-APR-OPER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REG-APR-APR-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REG-APR-APR-HORA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REG-APR-OBS DELIMITED BY SIZE
                   INTO REG-REL(61:72)
               END-STRING
           END-IF
           WRITE REG-REL.

      * Pergunta ao controle de acesso se o aprovador pode usar a
      * função em ACS-FUNCAO; a recusa já fica no log de segurança.
       9700-CONFERE-ACESSO.
           MOVE WS-PARM-OPERADOR TO ACS-OPERADOR
           MOVE "CNPJ-APROVA" TO ACS-PROGRAMA
           CALL "CNPJ-ACESSO" USING ACS-AREA
           CANCEL "CNPJ-ACESSO"

           IF ACS-RECUSADO
               DISPLAY "ACESSO RECUSADO PARA O OPERADOR "
                       FUNCTION TRIM(ACS-OPERADOR) ": "
                       FUNCTION TRIM(ACS-MOTIVO)
           END-IF.

       9400-LIBERA-TRAVA.
           MOVE "L" TO TRV-ACAO
           CALL "CNPJ-TRAVA" USING TRV-AREA.

      * Jornal do cadastro: operador e programa de quem pediu a
      * mudança, o aprovador e a imagem anterior.
       9300-GRAVA-JORNAL.
           IF NOT JORNAL-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-HORA-SIS FROM TIME
           MOVE SPACES TO REG-JRN
           MOVE WS-DATA-SIS TO REG-JRN-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-JRN-HORA
           MOVE REG-APR-PED-OPER TO REG-JRN-OPER
           MOVE REG-APR-PED-PROG TO REG-JRN-PROG
           MOVE WS-JRN-ACAO TO REG-JRN-ACAO
           MOVE WS-JRN-CNPJ TO REG-JRN-CNPJ
           MOVE WS-JRN-ANTES TO REG-JRN-ANTES
           MOVE WS-PARM-OPERADOR TO REG-JRN-APROVADOR
           MOVE REG-APR-PED-DATA TO REG-JRN-EXEC-DATA
           MOVE REG-APR-PED-HORA TO REG-JRN-EXEC-HORA
           WRITE REG-JRN.
