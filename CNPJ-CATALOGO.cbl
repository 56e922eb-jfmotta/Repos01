       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-CATALOGO.

      * Catálogo de gerações dos produtos do lote de validação,
      * chamável por qualquer aplicação via CALL com a área
      * CNPJ-CTG. Cada execução do lote sobrescreve o relatório e
      * os derivados; catalogada, ela ganha cópia numerada dos
      * produtos (relatório, extratos de válidos e de inválidos,
      * duplicados, delta e arquivo limpo) e uma linha no catálogo
      * CNPJS-GERACOES.DAT com data, operador, entrada e totais de
      * controle. Os passos seguintes (conciliação, consulta,
      * esteira) acham por aqui a geração corrente e a anterior,
      * em vez de depender da cópia manual para
      * ANTERIOR-INVALIDOS.DAT. Mantém as N gerações mais novas de
      * cada base - nunca menos de duas, para a anterior existir;
      * as mais velhas expiram: cópias apagadas, linha mantida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GER ASSIGN TO DYNAMIC CAT-ARQ-GER-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-FS-GER.
           SELECT ARQ-GNV ASSIGN TO DYNAMIC CAT-ARQ-GNV-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-FS-GNV.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-GER.
       COPY "CNPJ-GER.cpy".

      * Catálogo regravado - vira o catálogo só depois de completo.
       FD ARQ-GNV.
       01 REG-GNV                PIC X(215).

       WORKING-STORAGE SECTION.

      * Nomes fixos, ao lado do cadastro.
       01 CAT-ARQ-GER-NOME      PIC X(50) VALUE "CNPJS-GERACOES.DAT".
       01 CAT-ARQ-GNV-NOME      PIC X(50) VALUE "CNPJS-GERACOES.TRB".
       01 CAT-FS-GER            PIC XX VALUE "00".
       01 CAT-FS-GNV            PIC XX VALUE "00".

       01 CAT-EOF               PIC X(01) VALUE "N".
       01 CAT-CATALOGO-EXISTE   PIC X(01) VALUE "N".
       01 CAT-MANTER            PIC 9(3) VALUE 2.
       01 CAT-ULTIMO            PIC 9(7) VALUE 0.
       01 CAT-NOVO              PIC 9(7) VALUE 0.
       01 CAT-ARQ-GER           PIC X(50) VALUE SPACES.
       01 CAT-ARQ-APAGAR        PIC X(50) VALUE SPACES.
       01 CAT-ORIGEM            PIC X(80) VALUE SPACES.
       01 CAT-DESTINO           PIC X(80) VALUE SPACES.
       01 CAT-J                 PIC 9 VALUE 0.

      * Produtos de uma geração: o relatório (sufixo vazio) e os
      * derivados, pela convenção de nomes do lote. Delta (5) e
      * arquivo limpo (6) só existem quando pedidos na execução.
       01 CAT-SUFIXOS-VALORES.
          05 FILLER             PIC X(16) VALUE SPACES.
          05 FILLER             PIC X(16) VALUE "-VALIDOS.DAT".
          05 FILLER             PIC X(16) VALUE "-INVALIDOS.DAT".
          05 FILLER             PIC X(16) VALUE "-DUPLICADOS.REP".
          05 FILLER             PIC X(16) VALUE "-DELTA.REP".
          05 FILLER             PIC X(16) VALUE "-LIMPOS.DAT".
       01 CAT-SUFIXOS REDEFINES CAT-SUFIXOS-VALORES.
          05 CAT-SUFIXO         PIC X(16) OCCURS 6 TIMES.

       LINKAGE SECTION.
       COPY "CNPJ-CTG.cpy".

       PROCEDURE DIVISION USING CTG-AREA.
       0001-INICIO.
           MOVE "N" TO CTG-RESULTADO
           MOVE SPACES TO CTG-MOTIVO
           MOVE 0 TO CTG-GER-ATUAL CTG-DATA-ATUAL
                     CTG-GER-ANTERIOR CTG-DATA-ANTERIOR
           MOVE SPACES TO CTG-ARQ-ATUAL CTG-ARQ-ANTERIOR

           EVALUATE CTG-ACAO
               WHEN "L"
                   PERFORM 1000-LOCALIZA
               WHEN "G"
                   PERFORM 2000-CATALOGA
               WHEN OTHER
                   MOVE "ACAO DESCONHECIDA NO CATALOGO" TO CTG-MOTIVO
           END-EVALUATE

           MOVE 0 TO RETURN-CODE
           GOBACK.

      * As duas gerações ativas mais novas da base.
       1000-LOCALIZA.
           OPEN INPUT ARQ-GER
           IF CAT-FS-GER = "35"
               MOVE "CATALOGO DE GERACOES INEXISTENTE" TO CTG-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF CAT-FS-GER NOT = "00"
               MOVE "CATALOGO DE GERACOES INDISPONIVEL" TO CTG-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CAT-EOF
           PERFORM UNTIL CAT-EOF = "S"
               READ ARQ-GER
                   AT END MOVE "S" TO CAT-EOF
                   NOT AT END
                       IF REG-GER-BASE = CTG-BASE AND GER-ATIVA
                           PERFORM 1100-GUARDA-ATIVA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-GER

           IF CTG-GER-ATUAL = 0
               MOVE "BASE SEM GERACAO NO CATALOGO" TO CTG-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO CTG-RESULTADO.

       1100-GUARDA-ATIVA.
           IF REG-GER-NUM > CTG-GER-ATUAL
               MOVE CTG-GER-ATUAL TO CTG-GER-ANTERIOR
               MOVE CTG-DATA-ATUAL TO CTG-DATA-ANTERIOR
               MOVE CTG-ARQ-ATUAL TO CTG-ARQ-ANTERIOR
               MOVE REG-GER-NUM TO CTG-GER-ATUAL
               MOVE REG-GER-DATA TO CTG-DATA-ATUAL
               MOVE REG-GER-ARQ TO CTG-ARQ-ATUAL
           ELSE
               IF REG-GER-NUM > CTG-GER-ANTERIOR
                   MOVE REG-GER-NUM TO CTG-GER-ANTERIOR
                   MOVE REG-GER-DATA TO CTG-DATA-ANTERIOR
                   MOVE REG-GER-ARQ TO CTG-ARQ-ANTERIOR
               END-IF
           END-IF.

      * Nova geração: copia os produtos para os nomes numerados,
      * regrava o catálogo com a linha nova e as expirações e só
      * então apaga as cópias das gerações expiradas. Uma falha
      * antes da troca do catálogo desfaz as cópias da geração
      * nova e deixa o catálogo como estava.
       2000-CATALOGA.
           IF CTG-MANTER < 2
               MOVE 2 TO CAT-MANTER
           ELSE
               MOVE CTG-MANTER TO CAT-MANTER
           END-IF

           PERFORM 2100-APURA-NUMERO
           IF CTG-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CAT-ULTIMO GIVING CAT-NOVO
           MOVE SPACES TO CAT-ARQ-GER
           STRING
               FUNCTION TRIM(CTG-BASE) DELIMITED BY SIZE
               "-G" DELIMITED BY SIZE
               CAT-NOVO DELIMITED BY SIZE
               INTO CAT-ARQ-GER
           END-STRING

           PERFORM 2200-COPIA-PRODUTOS
           IF CTG-MOTIVO = SPACES
               PERFORM 2300-REGRAVA-CATALOGO
           END-IF
           IF CTG-MOTIVO NOT = SPACES
               MOVE CAT-ARQ-GER TO CAT-ARQ-APAGAR
               PERFORM 2500-APAGA-PRODUTOS
               MOVE 0 TO CTG-GER-ANTERIOR CTG-DATA-ANTERIOR
               MOVE SPACES TO CTG-ARQ-ANTERIOR
               EXIT PARAGRAPH
           END-IF

           PERFORM 2400-APAGA-EXPIRADAS

           MOVE CAT-NOVO TO CTG-GER-ATUAL
           MOVE CTG-DATA TO CTG-DATA-ATUAL
           MOVE CAT-ARQ-GER TO CTG-ARQ-ATUAL
           MOVE "S" TO CTG-RESULTADO.

      * Maior número já usado pela base, ativa ou expirada - um
      * número nunca é reaproveitado.
       2100-APURA-NUMERO.
           MOVE 0 TO CAT-ULTIMO
           MOVE "N" TO CAT-CATALOGO-EXISTE

           OPEN INPUT ARQ-GER
           IF CAT-FS-GER = "35"
               EXIT PARAGRAPH
           END-IF
           IF CAT-FS-GER NOT = "00"
               MOVE "CATALOGO DE GERACOES INDISPONIVEL" TO CTG-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO CAT-CATALOGO-EXISTE

           MOVE "N" TO CAT-EOF
           PERFORM UNTIL CAT-EOF = "S"
               READ ARQ-GER
                   AT END MOVE "S" TO CAT-EOF
                   NOT AT END
                       IF REG-GER-BASE = CTG-BASE
                               AND REG-GER-NUM > CAT-ULTIMO
                           MOVE REG-GER-NUM TO CAT-ULTIMO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-GER.

       2200-COPIA-PRODUTOS.
           PERFORM VARYING CAT-J FROM 1 BY 1
                   UNTIL CAT-J > 6 OR CTG-MOTIVO NOT = SPACES
               IF (CAT-J = 5 AND CTG-COM-DELTA NOT = "S")
                       OR (CAT-J = 6 AND CTG-COM-LIMPO NOT = "S")
                   CONTINUE
               ELSE
                   MOVE SPACES TO CAT-ORIGEM CAT-DESTINO
                   STRING
                       FUNCTION TRIM(CTG-BASE) DELIMITED BY SIZE
                       CAT-SUFIXO (CAT-J) DELIMITED BY SPACE
                       INTO CAT-ORIGEM
                   END-STRING
                   STRING
                       FUNCTION TRIM(CAT-ARQ-GER) DELIMITED BY SIZE
                       CAT-SUFIXO (CAT-J) DELIMITED BY SPACE
                       INTO CAT-DESTINO
                   END-STRING
                   CALL "CBL_COPY_FILE" USING CAT-ORIGEM CAT-DESTINO
                   IF RETURN-CODE NOT = 0
                       STRING
                           "FALHA COPIANDO " DELIMITED BY SIZE
                           FUNCTION TRIM(CAT-ORIGEM) DELIMITED BY SIZE
                           INTO CTG-MOTIVO
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

      * Regrava o catálogo inteiro no arquivo de trabalho: expira
      * as ativas da base que saem da janela das N mais novas
      * (contando a nova), guarda a mais nova que fica como a
      * anterior e acrescenta a linha da geração nova.
       2300-REGRAVA-CATALOGO.
           OPEN OUTPUT ARQ-GNV
           IF CAT-FS-GNV NOT = "00"
               MOVE "TRABALHO DO CATALOGO INDISPONIVEL" TO CTG-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF CAT-CATALOGO-EXISTE = "S"
               OPEN INPUT ARQ-GER
               MOVE "N" TO CAT-EOF
               PERFORM UNTIL CAT-EOF = "S"
                   READ ARQ-GER
                       AT END MOVE "S" TO CAT-EOF
                       NOT AT END
                           PERFORM 2310-REGRAVA-UMA
                   END-READ
               END-PERFORM
               CLOSE ARQ-GER
           END-IF

           MOVE SPACES TO REG-GER
           MOVE CTG-BASE TO REG-GER-BASE
           MOVE CAT-NOVO TO REG-GER-NUM
           MOVE "A" TO REG-GER-SITUACAO
           MOVE CTG-DATA TO REG-GER-DATA
           MOVE CTG-HORA TO REG-GER-HORA
           MOVE CTG-OPERADOR TO REG-GER-OPER
           MOVE CTG-ENTRADA TO REG-GER-ENTRADA
           MOVE CTG-LIDOS TO REG-GER-LIDOS
           MOVE CTG-VALIDOS TO REG-GER-VALIDOS
           MOVE CTG-INVALIDOS TO REG-GER-INVALIDOS
           MOVE CTG-RC TO REG-GER-RC
           MOVE CTG-COM-DELTA TO REG-GER-COM-DELTA
           MOVE CTG-COM-LIMPO TO REG-GER-COM-LIMPO
           MOVE CAT-ARQ-GER TO REG-GER-ARQ
           MOVE 0 TO REG-GER-DT-EXP
           MOVE REG-GER TO REG-GNV
           WRITE REG-GNV
           CLOSE ARQ-GNV

           CALL "CBL_COPY_FILE" USING CAT-ARQ-GNV-NOME
                                      CAT-ARQ-GER-NOME
           IF RETURN-CODE NOT = 0
               MOVE "FALHA REGRAVANDO O CATALOGO" TO CTG-MOTIVO
           END-IF
           CALL "CBL_DELETE_FILE" USING CAT-ARQ-GNV-NOME.

       2310-REGRAVA-UMA.
           IF REG-GER-BASE = CTG-BASE AND GER-ATIVA
               IF REG-GER-NUM + CAT-MANTER NOT > CAT-NOVO
                   MOVE "E" TO REG-GER-SITUACAO
                   MOVE CTG-DATA TO REG-GER-DT-EXP
               ELSE
                   IF REG-GER-NUM > CTG-GER-ANTERIOR
                       MOVE REG-GER-NUM TO CTG-GER-ANTERIOR
                       MOVE REG-GER-DATA TO CTG-DATA-ANTERIOR
                       MOVE REG-GER-ARQ TO CTG-ARQ-ANTERIOR
                   END-IF
               END-IF
           END-IF

           MOVE REG-GER TO REG-GNV
           WRITE REG-GNV.

      * Apaga as cópias das gerações da base expiradas hoje - uma
      * já apagada numa execução anterior do dia não faz falta.
       2400-APAGA-EXPIRADAS.
           OPEN INPUT ARQ-GER
           IF CAT-FS-GER NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CAT-EOF
           PERFORM UNTIL CAT-EOF = "S"
               READ ARQ-GER
                   AT END MOVE "S" TO CAT-EOF
                   NOT AT END
                       IF REG-GER-BASE = CTG-BASE AND GER-EXPIRADA
                               AND REG-GER-DT-EXP = CTG-DATA
                           MOVE REG-GER-ARQ TO CAT-ARQ-APAGAR
                           PERFORM 2500-APAGA-PRODUTOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-GER.

      * Apaga todos os produtos possíveis da geração em
      * CAT-ARQ-APAGAR; os que não existirem são ignorados.
       2500-APAGA-PRODUTOS.
           PERFORM VARYING CAT-J FROM 1 BY 1 UNTIL CAT-J > 6
               MOVE SPACES TO CAT-DESTINO
               STRING
                   FUNCTION TRIM(CAT-ARQ-APAGAR) DELIMITED BY SIZE
                   CAT-SUFIXO (CAT-J) DELIMITED BY SPACE
                   INTO CAT-DESTINO
               END-STRING
               CALL "CBL_DELETE_FILE" USING CAT-DESTINO
           END-PERFORM.
