       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-GRUPOS.

      * Manutenção do cadastro de grupos econômicos
      * (CNPJS-GRUPOS.DAT) pelo console, no mesmo feitio do
      * CNPJ-CADASTRO: o operador do PARM tem o perfil conferido
      * na entrada e antes de cada opção - listagem e consulta
      * pedem a consulta; inclusão, exclusão e troca de nome pedem
      * a função de manutenção da lista de bloqueio, que é a do
      * compliance. A mudança é aplicada na hora, sob a trava do
      * cadastro (o arquivo é regravado inteiro, em ordem de
      * código e raiz), e registrada na trilha dos grupos
      * (CNPJS-GRUPOS-JRNL.DAT) com a imagem antes e depois.
      * A consulta de um grupo mostra os documentos do cadastro
      * mestre de cada raiz; o relatório de exposição do grupo
      * (status, situação na Receita e bloqueios) é o
      * CNPJ-EXPOSICAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MST ASSIGN TO DYNAMIC WS-ARQ-MST-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MST-CNPJ
               FILE STATUS IS WS-FS-MST.
           SELECT ARQ-GRP ASSIGN TO DYNAMIC WS-ARQ-GRP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRP.
           SELECT ARQ-GTR ASSIGN TO DYNAMIC WS-ARQ-GTR-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GTR.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

       FD ARQ-GRP.
       COPY "CNPJ-GRP.cpy".

      * Trilha do cadastro de grupos: uma ocorrência por raiz
      * incluída ("I"), excluída ("E") ou renomeada ("A"), com as
      * imagens do REG-GRP antes e depois (espaços na que não
      * existe).
       FD ARQ-GTR.
       01 REG-GTR.
          05 REG-GTR-DATA       PIC 9(8).
          05 REG-GTR-HORA       PIC 9(6).
          05 REG-GTR-OPER       PIC X(8).
          05 REG-GTR-PROG       PIC X(18).
          05 REG-GTR-ACAO       PIC X(01).
          05 REG-GTR-ANTES      PIC X(70).
          05 REG-GTR-DEPOIS     PIC X(70).

       WORKING-STORAGE SECTION.

      * Opção escolhida pelo operador no menu de manutenção.
       01 WS-OPCAO              PIC 9 VALUE 0.

       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".
       01 WS-ARQ-GRP-NOME       PIC X(50) VALUE "CNPJS-GRUPOS.DAT".
       01 WS-ARQ-GTR-NOME       PIC X(50)
                                VALUE "CNPJS-GRUPOS-JRNL.DAT".
       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-GRP             PIC XX VALUE "00".
       01 WS-FS-GTR             PIC XX VALUE "00".

      * Sem o cadastro mestre a manutenção funciona; só a consulta
      * deixa de mostrar os documentos de cada raiz.
       01 WS-MST-ABERTO         PIC X(01) VALUE "N".
       01 WS-FIM-MST            PIC X(01) VALUE "N".
          88 FIM-CADASTRO       VALUE "S".

       COPY "CNPJ-TRV.cpy".
       COPY "CNPJ-ACS.cpy".

      * Identificação do operador, lida do PARM como no
      * CNPJ-CADASTRO.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-OPERADOR      PIC X(08) VALUE SPACES.

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.
       01 WS-HORA-SIS           PIC 9(8) VALUE 0.

      * Cadastro de grupos em memória, na ordem do arquivo.
       01 WS-GRP-QTD            PIC 9(4) VALUE 0.
       01 WS-GRP-J              PIC 9(4) VALUE 0.
       01 WS-GRP-K              PIC 9(4) VALUE 0.
       01 WS-GRP-POS            PIC 9(4) VALUE 0.
       01 WS-GRP-EOF            PIC X(01) VALUE "N".
       01 WS-GRP-ESTOURO        PIC X(01) VALUE "N".
       01 WS-GRP-TAB.
          05 WS-GRP-OCR OCCURS 2000 TIMES.
             10 WS-GRP-CODIGO   PIC X(06).
             10 WS-GRP-NOME     PIC X(40).
             10 WS-GRP-RAIZ     PIC X(08).
             10 WS-GRP-DT-INC   PIC 9(8).
             10 WS-GRP-OPER     PIC X(08).

      * Campos digitados e a mudança a aplicar: ação ("I" inclui
      * raiz, "E" exclui raiz, "A" troca o nome do grupo), código,
      * nome e raiz.
       01 WS-DIGITADO           PIC X(30) VALUE SPACES.
       01 WS-DIG-I              PIC 99 VALUE 0.
       01 WS-DIG-J              PIC 99 VALUE 0.
       01 WS-DIG-CHAR           PIC X VALUE SPACE.
       01 WS-DIG-LIMPO          PIC X(14) VALUE SPACES.
       01 WS-CODIGO-DIG         PIC X(06) VALUE SPACES.
       01 WS-NOME-DIG           PIC X(40) VALUE SPACES.
       01 WS-CONFIRMA           PIC X VALUE "N".

       01 WS-MUD-ACAO           PIC X(01) VALUE SPACE.
       01 WS-MUD-CODIGO         PIC X(06) VALUE SPACES.
       01 WS-MUD-NOME           PIC X(40) VALUE SPACES.
       01 WS-MUD-RAIZ           PIC X(08) VALUE SPACES.
       01 WS-MUD-QTD            PIC 9(4) VALUE 0.

      * Imagens antes e depois de cada raiz mudada; a trilha só é
      * gravada depois que o cadastro foi regravado.
       01 WS-MUD-J              PIC 9(4) VALUE 0.
       01 WS-MUD-GRAVADA        PIC X(01) VALUE "N".
       01 WS-MUD-TAB.
          05 WS-MUD-OCR OCCURS 2000 TIMES.
             10 WS-MUD-ANTES    PIC X(70).
             10 WS-MUD-DEPOIS   PIC X(70).

      * Grupo de uma raiz e nome de um código, achados na tabela.
       01 WS-ACH-CODIGO         PIC X(06) VALUE SPACES.
       01 WS-ACH-NOME           PIC X(40) VALUE SPACES.

       01 WS-QTD-GRUPOS         PIC 9(5) VALUE 0.
       01 WS-QTD-RAIZES         PIC 9(5) VALUE 0.
       01 WS-QTD-DOCS           PIC 9(5) VALUE 0.
       01 WS-COD-ANTERIOR       PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-OPERADOR
           END-IF

           MOVE SPACE TO ACS-FUNCAO
           PERFORM 9700-CONFERE-ACESSO
           IF ACS-RECUSADO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD

           OPEN INPUT ARQ-MST
           IF WS-FS-MST = "00"
               MOVE "S" TO WS-MST-ABERTO
           ELSE
               DISPLAY "AVISO: CADASTRO MESTRE INDISPONIVEL ("
                       WS-FS-MST ") - CONSULTA SEM OS DOCUMENTOS"
           END-IF

           PERFORM UNTIL WS-OPCAO = 9
               PERFORM 0100-EXIBE-MENU
               ACCEPT WS-OPCAO FROM CONSOLE

               MOVE "C" TO ACS-FUNCAO
               IF WS-OPCAO >= 3 AND WS-OPCAO <= 5
                   MOVE "B" TO ACS-FUNCAO
               END-IF
               MOVE "S" TO ACS-RESULTADO
               IF WS-OPCAO >= 1 AND WS-OPCAO <= 5
                   PERFORM 9700-CONFERE-ACESSO
               END-IF

               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN WS-OPCAO = 1
                       PERFORM 1000-LISTA-GRUPOS
                   WHEN WS-OPCAO = 2
                       PERFORM 2000-CONSULTA-GRUPO
                   WHEN WS-OPCAO = 3
                       PERFORM 3000-INCLUI-RAIZ
                   WHEN WS-OPCAO = 4
                       PERFORM 4000-EXCLUI-RAIZ
                   WHEN WS-OPCAO = 5
                       PERFORM 5000-RENOMEIA-GRUPO
                   WHEN WS-OPCAO = 9
                       DISPLAY "SAINDO..."
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA"
               END-EVALUATE
           END-PERFORM

           IF WS-MST-ABERTO = "S"
               CLOSE ARQ-MST
           END-IF
           GOBACK.

       0100-EXIBE-MENU.
           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY " GRUPOS ECONÔMICOS - MANUTENÇÃO"
           DISPLAY "======================================"
           DISPLAY " 1 - Listar grupos e raízes"
           DISPLAY " 2 - Consultar um grupo (por código ou CNPJ)"
           DISPLAY " 3 - Incluir raiz em um grupo"
           DISPLAY " 4 - Excluir raiz de um grupo"
           DISPLAY " 5 - Trocar o nome de um grupo"
           DISPLAY " 9 - Sair"
           DISPLAY "======================================"
           DISPLAY "Opção: ".

      * Carrega o cadastro de grupos; ausente, está vazio. Acima do
      * teto da tabela nenhuma mudança é aplicada - a regravação
      * perderia as raízes excedentes.
       0500-CARREGA-GRUPOS.
           MOVE 0 TO WS-GRP-QTD
           MOVE "N" TO WS-GRP-ESTOURO
           OPEN INPUT ARQ-GRP
           IF WS-FS-GRP NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-GRP-EOF
           PERFORM UNTIL WS-GRP-EOF = "S"
               READ ARQ-GRP
                   AT END MOVE "S" TO WS-GRP-EOF
                   NOT AT END
                       IF WS-GRP-QTD < 2000
                           ADD 1 TO WS-GRP-QTD
                           MOVE REG-GRP TO WS-GRP-OCR (WS-GRP-QTD)
                       ELSE
                           MOVE "S" TO WS-GRP-ESTOURO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-GRP.

      * Procura na tabela o grupo da raiz em WS-MUD-RAIZ e o nome
      * do código em WS-MUD-CODIGO.
       0600-PROCURA-RAIZ.
           MOVE SPACES TO WS-ACH-CODIGO
           MOVE 0 TO WS-GRP-POS
           PERFORM VARYING WS-GRP-J FROM 1 BY 1
                   UNTIL WS-GRP-J > WS-GRP-QTD
               IF WS-GRP-RAIZ (WS-GRP-J) = WS-MUD-RAIZ
                   MOVE WS-GRP-CODIGO (WS-GRP-J) TO WS-ACH-CODIGO
                   MOVE WS-GRP-J TO WS-GRP-POS
                   MOVE WS-GRP-QTD TO WS-GRP-J
               END-IF
           END-PERFORM.

       0700-PROCURA-CODIGO.
           MOVE SPACES TO WS-ACH-NOME
           PERFORM VARYING WS-GRP-J FROM 1 BY 1
                   UNTIL WS-GRP-J > WS-GRP-QTD
               IF WS-GRP-CODIGO (WS-GRP-J) = WS-MUD-CODIGO
                   MOVE WS-GRP-NOME (WS-GRP-J) TO WS-ACH-NOME
                   MOVE WS-GRP-QTD TO WS-GRP-J
               END-IF
           END-PERFORM.

      * Limpa a pontuação do que foi digitado, como a consulta por
      * CNPJ, em caixa alta (a raiz alfanumérica também vale).
       0800-NORMALIZA-DIGITADO.
           MOVE SPACES TO WS-DIG-LIMPO
           MOVE 0 TO WS-DIG-J
           PERFORM VARYING WS-DIG-I FROM 1 BY 1 UNTIL WS-DIG-I > 30
               MOVE WS-DIGITADO(WS-DIG-I:1) TO WS-DIG-CHAR
               IF WS-DIG-CHAR NOT = SPACE AND WS-DIG-CHAR NOT = "."
                       AND WS-DIG-CHAR NOT = "/"
                       AND WS-DIG-CHAR NOT = "-"
                   ADD 1 TO WS-DIG-J
                   IF WS-DIG-J < 15
                       MOVE WS-DIG-CHAR TO WS-DIG-LIMPO(WS-DIG-J:1)
                   END-IF
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-DIG-LIMPO) TO WS-DIG-LIMPO.

      * Raiz digitada (ou CNPJ completo, de que vale a raiz):
      * precisa de 8 caracteres; fora disso, WS-MUD-RAIZ em branco.
       0850-ACEITA-RAIZ.
           DISPLAY "Informe a raiz de 8 dígitos ou um CNPJ completo: "
           ACCEPT WS-DIGITADO FROM CONSOLE
           PERFORM 0800-NORMALIZA-DIGITADO
           MOVE SPACES TO WS-MUD-RAIZ
           IF WS-DIG-J = 8 OR WS-DIG-J = 14
               MOVE WS-DIG-LIMPO(1:8) TO WS-MUD-RAIZ
           ELSE
               DISPLAY "RAIZ INVALIDA - INFORME 8 OU 14 CARACTERES"
           END-IF.

       0900-ACEITA-CODIGO.
           DISPLAY "Código do grupo (até 6 caracteres): "
           ACCEPT WS-CODIGO-DIG FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-DIG) TO WS-MUD-CODIGO
           IF WS-MUD-CODIGO = SPACES
               DISPLAY "CODIGO EM BRANCO - OPERACAO CANCELADA"
           END-IF.

      * Listagem completa, um bloco por grupo com as suas raízes.
       1000-LISTA-GRUPOS.
           PERFORM 0500-CARREGA-GRUPOS
           IF WS-GRP-QTD = 0
               DISPLAY "NENHUM GRUPO CADASTRADO"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-QTD-GRUPOS
           MOVE SPACES TO WS-COD-ANTERIOR
           PERFORM VARYING WS-GRP-J FROM 1 BY 1
                   UNTIL WS-GRP-J > WS-GRP-QTD
               IF WS-GRP-CODIGO (WS-GRP-J) NOT = WS-COD-ANTERIOR
                   ADD 1 TO WS-QTD-GRUPOS
                   MOVE WS-GRP-CODIGO (WS-GRP-J) TO WS-COD-ANTERIOR
                   DISPLAY " "
                   DISPLAY "GRUPO " WS-GRP-CODIGO (WS-GRP-J) " - "
                           FUNCTION TRIM(WS-GRP-NOME (WS-GRP-J))
               END-IF
               DISPLAY "   RAIZ " WS-GRP-RAIZ (WS-GRP-J)
                       "  DESDE " WS-GRP-DT-INC (WS-GRP-J)
                       "  POR " WS-GRP-OPER (WS-GRP-J)
           END-PERFORM

           DISPLAY " "
           DISPLAY "GRUPOS: " WS-QTD-GRUPOS "  RAIZES: " WS-GRP-QTD
           IF WS-GRP-ESTOURO = "S"
               DISPLAY "AVISO: CADASTRO DE GRUPOS COM MAIS DE 2000 "
                       "RAIZES - LISTAGEM INCOMPLETA"
           END-IF.

      * Consulta por código ou pelo CNPJ/raiz de um membro: as
      * raízes do grupo e, de cada uma, os documentos do cadastro.
       2000-CONSULTA-GRUPO.
           DISPLAY "Informe o código do grupo ou um CNPJ/raiz membro: "
           ACCEPT WS-DIGITADO FROM CONSOLE
           PERFORM 0800-NORMALIZA-DIGITADO
           PERFORM 0500-CARREGA-GRUPOS

           MOVE SPACES TO WS-MUD-CODIGO
           IF WS-DIG-J = 8 OR WS-DIG-J = 14
               MOVE WS-DIG-LIMPO(1:8) TO WS-MUD-RAIZ
               PERFORM 0600-PROCURA-RAIZ
               MOVE WS-ACH-CODIGO TO WS-MUD-CODIGO
           END-IF
           IF WS-MUD-CODIGO = SPACES
               MOVE WS-DIG-LIMPO(1:6) TO WS-MUD-CODIGO
           END-IF
           PERFORM 0700-PROCURA-CODIGO
           IF WS-ACH-NOME = SPACES OR WS-MUD-CODIGO = SPACES
               DISPLAY "GRUPO NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "GRUPO " WS-MUD-CODIGO " - "
                   FUNCTION TRIM(WS-ACH-NOME)
           MOVE 0 TO WS-QTD-RAIZES WS-QTD-DOCS
           PERFORM VARYING WS-GRP-K FROM 1 BY 1
                   UNTIL WS-GRP-K > WS-GRP-QTD
               IF WS-GRP-CODIGO (WS-GRP-K) = WS-MUD-CODIGO
                   ADD 1 TO WS-QTD-RAIZES
                   DISPLAY "   RAIZ " WS-GRP-RAIZ (WS-GRP-K)
                           "  DESDE " WS-GRP-DT-INC (WS-GRP-K)
                           "  POR " WS-GRP-OPER (WS-GRP-K)
                   PERFORM 2100-EXIBE-DOCUMENTOS-RAIZ
               END-IF
           END-PERFORM

           DISPLAY "RAIZES NO GRUPO: " WS-QTD-RAIZES
                   "  DOCUMENTOS NO CADASTRO: " WS-QTD-DOCS.

      * Documentos do cadastro mestre com a raiz corrente: a
      * leitura parte da raiz e segue enquanto ela se repete.
       2100-EXIBE-DOCUMENTOS-RAIZ.
           IF WS-MST-ABERTO = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-MST-CNPJ
           MOVE WS-GRP-RAIZ (WS-GRP-K) TO REG-MST-CNPJ(1:8)
           START ARQ-MST KEY NOT < REG-MST-CNPJ
           IF WS-FS-MST NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FIM-MST
           PERFORM UNTIL FIM-CADASTRO
               READ ARQ-MST NEXT
                   AT END MOVE "S" TO WS-FIM-MST
                   NOT AT END
                       IF REG-MST-CNPJ(1:8) NOT = WS-GRP-RAIZ (WS-GRP-K)
                           MOVE "S" TO WS-FIM-MST
                       ELSE
                           IF REG-MST-TIPO NOT = "F"
                               ADD 1 TO WS-QTD-DOCS
                               DISPLAY "      " REG-MST-CNPJ " "
                                       REG-MST-STATUS
                                       " SIT " REG-MST-SIT-RFB " "
                                       FUNCTION TRIM(REG-MST-NOME)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Inclusão: a raiz não pode estar em outro grupo; código novo
      * cria o grupo e pede o nome, código existente mantém o nome.
       3000-INCLUI-RAIZ.
           PERFORM 0850-ACEITA-RAIZ
           IF WS-MUD-RAIZ = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 0500-CARREGA-GRUPOS
           PERFORM 0600-PROCURA-RAIZ
           IF WS-ACH-CODIGO NOT = SPACES
               DISPLAY "RAIZ JA PERTENCE AO GRUPO " WS-ACH-CODIGO
                       " - EXCLUA-A DAQUELE GRUPO ANTES"
               EXIT PARAGRAPH
           END-IF

           PERFORM 0900-ACEITA-CODIGO
           IF WS-MUD-CODIGO = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 0700-PROCURA-CODIGO
           IF WS-ACH-NOME NOT = SPACES
               MOVE WS-ACH-NOME TO WS-MUD-NOME
               DISPLAY "GRUPO EXISTENTE: " FUNCTION TRIM(WS-MUD-NOME)
           ELSE
               DISPLAY "GRUPO NOVO - nome do grupo: "
               ACCEPT WS-NOME-DIG FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-NOME-DIG) TO WS-MUD-NOME
               IF WS-MUD-NOME = SPACES
                   DISPLAY "NOME EM BRANCO - INCLUSAO CANCELADA"
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * Raiz que ainda não aparece no cadastro mestre é aceita
      * (a empresa do grupo pode não ser fornecedora), com aviso.
           IF WS-MST-ABERTO = "S"
               MOVE SPACES TO REG-MST-CNPJ
               MOVE WS-MUD-RAIZ TO REG-MST-CNPJ(1:8)
               START ARQ-MST KEY NOT < REG-MST-CNPJ
               IF WS-FS-MST = "00"
                   READ ARQ-MST NEXT
               END-IF
               IF WS-FS-MST NOT = "00"
                       OR REG-MST-CNPJ(1:8) NOT = WS-MUD-RAIZ
                   DISPLAY "AVISO: RAIZ SEM DOCUMENTO NO CADASTRO "
                           "MESTRE"
               END-IF
           END-IF

           DISPLAY "INCLUIR A RAIZ " WS-MUD-RAIZ " NO GRUPO "
                   WS-MUD-CODIGO " (S/N)? "
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "I" TO WS-MUD-ACAO
               PERFORM 9000-APLICA-MUDANCA
           ELSE
               DISPLAY "INCLUSAO CANCELADA"
           END-IF.

       4000-EXCLUI-RAIZ.
           PERFORM 0850-ACEITA-RAIZ
           IF WS-MUD-RAIZ = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 0500-CARREGA-GRUPOS
           PERFORM 0600-PROCURA-RAIZ
           IF WS-ACH-CODIGO = SPACES
               DISPLAY "RAIZ NAO PERTENCE A NENHUM GRUPO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "EXCLUIR A RAIZ " WS-MUD-RAIZ " DO GRUPO "
                   WS-ACH-CODIGO " "
                   FUNCTION TRIM(WS-GRP-NOME (WS-GRP-POS)) " (S/N)? "
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "E" TO WS-MUD-ACAO
               MOVE WS-ACH-CODIGO TO WS-MUD-CODIGO
               PERFORM 9000-APLICA-MUDANCA
           ELSE
               DISPLAY "EXCLUSAO CANCELADA"
           END-IF.

       5000-RENOMEIA-GRUPO.
           PERFORM 0900-ACEITA-CODIGO
           IF WS-MUD-CODIGO = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 0500-CARREGA-GRUPOS
           PERFORM 0700-PROCURA-CODIGO
           IF WS-ACH-NOME = SPACES
               DISPLAY "GRUPO NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NOME ATUAL: " FUNCTION TRIM(WS-ACH-NOME)
           DISPLAY "Novo nome do grupo: "
           ACCEPT WS-NOME-DIG FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-NOME-DIG) TO WS-MUD-NOME
           IF WS-MUD-NOME = SPACES OR WS-MUD-NOME = WS-ACH-NOME
               DISPLAY "NOME NAO ALTERADO"
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-MUD-ACAO
           PERFORM 9000-APLICA-MUDANCA.

      * Aplica a mudança em WS-MUD-* sob a trava: recarrega o
      * arquivo (outro operador pode ter mudado desde a digitação),
      * confere de novo, muda a tabela, regrava e registra a
      * trilha. Ocupada a trava, nada muda e o operador repete.
       9000-APLICA-MUDANCA.
           IF WS-PARM-OPERADOR = SPACES
               DISPLAY "OPERADOR NAO INFORMADO NO PARM - MUDANCA NAO "
                       "APLICADA"
               EXIT PARAGRAPH
           END-IF

           MOVE "O" TO TRV-ACAO
           MOVE WS-PARM-OPERADOR TO TRV-OPERADOR
           MOVE "CNPJ-GRUPOS" TO TRV-PROGRAMA
           CALL "CNPJ-TRAVA" USING TRV-AREA
           IF NOT TRV-OBTIDA
               DISPLAY "CADASTRO EM ATUALIZACAO POR " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA " " TRV-DONO-HORA ") - "
                       "MUDANCA NAO APLICADA, TENTE MAIS TARDE"
               EXIT PARAGRAPH
           END-IF
           IF TRV-ERA-VELHA
               DISPLAY "AVISO: TRAVA VELHA DE " TRV-DONO-OPER
                       " (" FUNCTION TRIM(TRV-DONO-PROG) ", "
                       TRV-DONO-DATA ") ASSUMIDA"
           END-IF

           ACCEPT WS-HORA-SIS FROM TIME
           PERFORM 0500-CARREGA-GRUPOS
           IF WS-GRP-ESTOURO = "S"
               DISPLAY "CADASTRO DE GRUPOS COM MAIS DE 2000 RAIZES - "
                       "MUDANCA NAO APLICADA"
               PERFORM 9400-LIBERA-TRAVA
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MUD-QTD
           EVALUATE WS-MUD-ACAO
               WHEN "I"
                   PERFORM 9010-INCLUI-NA-TABELA
               WHEN "E"
                   PERFORM 9020-EXCLUI-DA-TABELA
               WHEN "A"
                   PERFORM 9030-RENOMEIA-NA-TABELA
           END-EVALUATE

           IF WS-MUD-QTD > 0
               PERFORM 9100-REGRAVA-GRUPOS
               IF WS-MUD-GRAVADA = "S"
                   PERFORM VARYING WS-MUD-J FROM 1 BY 1
                           UNTIL WS-MUD-J > WS-MUD-QTD
                       MOVE WS-MUD-ACAO TO REG-GTR-ACAO
                       MOVE WS-MUD-ANTES (WS-MUD-J) TO REG-GTR-ANTES
                       MOVE WS-MUD-DEPOIS (WS-MUD-J) TO REG-GTR-DEPOIS
                       PERFORM 9200-GRAVA-TRILHA
                   END-PERFORM
               END-IF
           END-IF
           PERFORM 9400-LIBERA-TRAVA.

       9010-INCLUI-NA-TABELA.
           PERFORM 0600-PROCURA-RAIZ
           IF WS-ACH-CODIGO NOT = SPACES
               DISPLAY "RAIZ JA INCLUIDA NO GRUPO " WS-ACH-CODIGO
                       " ENQUANTO ERA DIGITADA - MUDANCA NAO APLICADA"
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-QTD = 2000
               DISPLAY "CADASTRO DE GRUPOS CHEIO (2000 RAIZES) - "
                       "MUDANCA NAO APLICADA"
               EXIT PARAGRAPH
           END-IF

      * Posição de inserção pela ordem de código e raiz.
           COMPUTE WS-GRP-POS = WS-GRP-QTD + 1
           PERFORM VARYING WS-GRP-J FROM 1 BY 1
                   UNTIL WS-GRP-J > WS-GRP-QTD
               IF WS-GRP-CODIGO (WS-GRP-J) > WS-MUD-CODIGO
                       OR (WS-GRP-CODIGO (WS-GRP-J) = WS-MUD-CODIGO
                       AND WS-GRP-RAIZ (WS-GRP-J) > WS-MUD-RAIZ)
                   MOVE WS-GRP-J TO WS-GRP-POS
                   MOVE WS-GRP-QTD TO WS-GRP-J
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GRP-K FROM WS-GRP-QTD BY -1
                   UNTIL WS-GRP-K < WS-GRP-POS
               MOVE WS-GRP-OCR (WS-GRP-K) TO WS-GRP-OCR (WS-GRP-K + 1)
           END-PERFORM
           ADD 1 TO WS-GRP-QTD

           MOVE WS-MUD-CODIGO TO WS-GRP-CODIGO (WS-GRP-POS)
           MOVE WS-MUD-NOME TO WS-GRP-NOME (WS-GRP-POS)
           MOVE WS-MUD-RAIZ TO WS-GRP-RAIZ (WS-GRP-POS)
           MOVE WS-DATA-SIS TO WS-GRP-DT-INC (WS-GRP-POS)
           MOVE WS-PARM-OPERADOR TO WS-GRP-OPER (WS-GRP-POS)
           MOVE 1 TO WS-MUD-QTD
           MOVE SPACES TO WS-MUD-ANTES (1)
           MOVE WS-GRP-OCR (WS-GRP-POS) TO WS-MUD-DEPOIS (1).

       9020-EXCLUI-DA-TABELA.
           PERFORM 0600-PROCURA-RAIZ
           IF WS-ACH-CODIGO NOT = WS-MUD-CODIGO
               DISPLAY "RAIZ MUDOU DE GRUPO ENQUANTO ERA DIGITADA - "
                       "MUDANCA NAO APLICADA"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GRP-OCR (WS-GRP-POS) TO WS-MUD-ANTES (1)
           MOVE SPACES TO WS-MUD-DEPOIS (1)

           PERFORM VARYING WS-GRP-K FROM WS-GRP-POS BY 1
                   UNTIL WS-GRP-K >= WS-GRP-QTD
               MOVE WS-GRP-OCR (WS-GRP-K + 1) TO WS-GRP-OCR (WS-GRP-K)
           END-PERFORM
           SUBTRACT 1 FROM WS-GRP-QTD
           MOVE 1 TO WS-MUD-QTD.

      * A troca de nome passa por todas as raízes do grupo, uma
      * ocorrência de trilha por raiz.
       9030-RENOMEIA-NA-TABELA.
           PERFORM VARYING WS-GRP-J FROM 1 BY 1
                   UNTIL WS-GRP-J > WS-GRP-QTD
               IF WS-GRP-CODIGO (WS-GRP-J) = WS-MUD-CODIGO
                   ADD 1 TO WS-MUD-QTD
                   MOVE WS-GRP-OCR (WS-GRP-J)
                       TO WS-MUD-ANTES (WS-MUD-QTD)
                   MOVE WS-MUD-NOME TO WS-GRP-NOME (WS-GRP-J)
                   MOVE WS-GRP-OCR (WS-GRP-J)
                       TO WS-MUD-DEPOIS (WS-MUD-QTD)
               END-IF
           END-PERFORM
           IF WS-MUD-QTD = 0
               DISPLAY "GRUPO EXCLUIDO ENQUANTO ERA DIGITADO - "
                       "MUDANCA NAO APLICADA"
           END-IF.

       9100-REGRAVA-GRUPOS.
           MOVE "N" TO WS-MUD-GRAVADA
           OPEN OUTPUT ARQ-GRP
           IF WS-FS-GRP NOT = "00"
               DISPLAY "ERRO REGRAVANDO CADASTRO DE GRUPOS: " WS-FS-GRP
                       " - MUDANCA NAO APLICADA"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GRP-J FROM 1 BY 1
                   UNTIL WS-GRP-J > WS-GRP-QTD
               MOVE WS-GRP-OCR (WS-GRP-J) TO REG-GRP
               WRITE REG-GRP
           END-PERFORM
           CLOSE ARQ-GRP
           MOVE "S" TO WS-MUD-GRAVADA
           DISPLAY "CADASTRO DE GRUPOS ATUALIZADO (" WS-MUD-QTD
                   " RAIZES)".

      * Trilha indisponível só gera aviso, como a da lista de
      * bloqueio.
       9200-GRAVA-TRILHA.
           OPEN EXTEND ARQ-GTR
           IF WS-FS-GTR = "35"
               OPEN OUTPUT ARQ-GTR
           END-IF
           IF WS-FS-GTR NOT = "00"
               DISPLAY "AVISO: TRILHA DOS GRUPOS INDISPONIVEL ("
                       WS-FS-GTR ") - MUDANCA NAO REGISTRADA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-SIS TO REG-GTR-DATA
           MOVE WS-HORA-SIS(1:6) TO REG-GTR-HORA
           MOVE WS-PARM-OPERADOR TO REG-GTR-OPER
           MOVE "CNPJ-GRUPOS" TO REG-GTR-PROG
           WRITE REG-GTR
           CLOSE ARQ-GTR.

       9400-LIBERA-TRAVA.
           MOVE "L" TO TRV-ACAO
           CALL "CNPJ-TRAVA" USING TRV-AREA.

      * Pergunta ao controle de acesso se o operador do PARM pode
      * usar a função em ACS-FUNCAO; a recusa já fica no log de
      * segurança.
       9700-CONFERE-ACESSO.
           MOVE WS-PARM-OPERADOR TO ACS-OPERADOR
           MOVE "CNPJ-GRUPOS" TO ACS-PROGRAMA
           CALL "CNPJ-ACESSO" USING ACS-AREA
           CANCEL "CNPJ-ACESSO"

           IF ACS-RECUSADO
               DISPLAY "ACESSO RECUSADO PARA O OPERADOR "
                       FUNCTION TRIM(ACS-OPERADOR) ": "
                       FUNCTION TRIM(ACS-MOTIVO)
           END-IF.
