       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-PERFIL.

      * Perfil da base de fornecedores do cadastro mestre, pelo
      * perfil cadastral que o cruzamento mensal com a Receita
      * (CNPJ-SITUACAO) grava em CNPJS.MST: uma seção por UF (o
      * fiscal usa a distribuição no planejamento de ICMS), uma por
      * divisão da CNAE principal e uma por REF e divisão da CNAE,
      * em que compras confere se a atividade registrada do
      * fornecedor tem a ver com o que a equipe compra dele. Em
      * cada faixa: total, válidos e inválidos pelo último status
      * do lote, e regulares, irregulares e sem cruzamento pela
      * situação na Receita.
      *
      * O cadastro é lido uma vez; cada documento solta uma
      * ocorrência por seção para a classificação, e o relatório
      * sai por quebra de controle na saída do SORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MST ASSIGN TO DYNAMIC WS-ARQ-MST-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MST-CNPJ
               FILE STATUS IS WS-FS-MST.
           SELECT ARQ-REL ASSIGN TO DYNAMIC WS-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT ORD-PRF ASSIGN TO "SORTWK-PRF".

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-MST.
       COPY "CNPJ-MST.cpy".

       FD ARQ-REL.
       01 REG-REL                PIC X(110).

      * Ocorrência de um documento numa seção do perfil: seção
      * ("1" UF, "2" divisão CNAE, "3" REF + divisão CNAE), faixa
      * e as marcas do documento - último status válido (S/N) e
      * situação na Receita (R regular, I irregular, espaço sem
      * cruzamento).
       SD ORD-PRF.
       01 REG-ORD-PRF.
          05 ORD-PRF-SECAO       PIC X(01).
          05 ORD-PRF-FAIXA       PIC X(12).
          05 ORD-PRF-VALIDO      PIC X(01).
          05 ORD-PRF-RECEITA     PIC X(01).

       WORKING-STORAGE SECTION.

      * PARM: nome do relatório; sem PARM, o nome padrão.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-ARQ-REL-NOME       PIC X(50) VALUE "PERFIL.REP".

      * Cadastro mestre - mesmo nome fixo do lote.
       01 WS-ARQ-MST-NOME       PIC X(50) VALUE "CNPJS.MST".

       01 WS-FS-MST             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".

       01 WS-FIM-MST            PIC X(01) VALUE "N".
          88 FIM-CADASTRO       VALUE "S".
       01 WS-FIM-ORD            PIC X(01) VALUE "N".
          88 FIM-CLASSIFICADO   VALUE "S".

      * Divisão da CNAE do documento corrente ("--" sem CNAE) e a
      * descrição da seção da CNAE a que a divisão pertence.
       01 WS-DIVISAO            PIC X(02) VALUE SPACES.
       01 WS-DIV-NUM            PIC 99 VALUE 0.
       01 WS-DIV-DESC           PIC X(40) VALUE SPACES.

      * Quebra de controle: seção e faixa correntes e os
      * acumuladores da faixa e da seção.
       01 WS-SECAO-ANT          PIC X(01) VALUE SPACES.
       01 WS-FAIXA-ANT          PIC X(12) VALUE SPACES.
       01 WS-REF-ANT            PIC X(10) VALUE SPACES.
       01 WS-FX-TOTAL           PIC 9(7) VALUE 0.
       01 WS-FX-VALIDOS         PIC 9(7) VALUE 0.
       01 WS-FX-INVALIDOS       PIC 9(7) VALUE 0.
       01 WS-FX-REGULARES       PIC 9(7) VALUE 0.
       01 WS-FX-IRREGULARES     PIC 9(7) VALUE 0.
       01 WS-FX-SEM-CRUZ        PIC 9(7) VALUE 0.
       01 WS-SC-FAIXAS          PIC 9(7) VALUE 0.
       01 WS-SC-TOTAL           PIC 9(7) VALUE 0.
       01 WS-SC-IRREGULARES     PIC 9(7) VALUE 0.
       01 WS-FAIXA-DESC         PIC X(40) VALUE SPACES.

      * Totais de controle
       01 WS-TOT-LIDOS          PIC 9(7) VALUE 0.
       01 WS-TOT-SEM-UF         PIC 9(7) VALUE 0.
       01 WS-TOT-SEM-CNAE       PIC 9(7) VALUE 0.

       01 WS-DATA-SIS           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-ARQ-REL-NOME
           END-IF

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD

           OPEN INPUT ARQ-MST
           IF WS-FS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO CADASTRO MESTRE: " WS-FS-MST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ-REL
           IF WS-FS-REL NOT = "00"
               DISPLAY "ERRO ABRINDO RELATORIO: " WS-FS-REL
               CLOSE ARQ-MST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 9100-GRAVA-CABECALHO

           SORT ORD-PRF ON ASCENDING KEY ORD-PRF-SECAO ORD-PRF-FAIXA
               INPUT PROCEDURE IS 0500-SOLTA-CADASTRO
               OUTPUT PROCEDURE IS 2000-PERFIL-CLASSIFICADO

           CLOSE ARQ-MST

           PERFORM 9500-GRAVA-RODAPE
           CLOSE ARQ-REL

           DISPLAY "PERFIL DA BASE: " WS-TOT-LIDOS " DOCUMENTOS, "
                   WS-TOT-SEM-UF " SEM UF - VER "
                   FUNCTION TRIM(WS-ARQ-REL-NOME)

           GOBACK.

      * Lê o cadastro em ordem de chave e solta as três
      * ocorrências de cada documento.
       0500-SOLTA-CADASTRO.
           MOVE LOW-VALUES TO REG-MST-CNPJ
           START ARQ-MST KEY NOT < REG-MST-CNPJ
           IF WS-FS-MST NOT = "00"
               MOVE "S" TO WS-FIM-MST
           END-IF

           PERFORM UNTIL FIM-CADASTRO
               READ ARQ-MST NEXT
                   AT END MOVE "S" TO WS-FIM-MST
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDOS
                       PERFORM 0510-SOLTA-UM-DOCUMENTO
               END-READ
           END-PERFORM.

       0510-SOLTA-UM-DOCUMENTO.
           MOVE SPACES TO REG-ORD-PRF

           IF REG-MST-STATUS = "VALIDO"
               MOVE "S" TO ORD-PRF-VALIDO
           ELSE
               MOVE "N" TO ORD-PRF-VALIDO
           END-IF

      * A situação regular depende da tabela do tipo do
      * documento: 02 ATIVA no CNPJ, 00 REGULAR no CPF.
           EVALUATE TRUE
               WHEN REG-MST-SIT-RFB = SPACES
                   MOVE SPACE TO ORD-PRF-RECEITA
               WHEN REG-MST-TIPO = "F" AND REG-MST-SIT-RFB = "00"
                   MOVE "R" TO ORD-PRF-RECEITA
               WHEN REG-MST-TIPO NOT = "F" AND REG-MST-SIT-RFB = "02"
                   MOVE "R" TO ORD-PRF-RECEITA
               WHEN OTHER
                   MOVE "I" TO ORD-PRF-RECEITA
           END-EVALUATE

           IF REG-MST-CNAE(1:2) IS NUMERIC
               MOVE REG-MST-CNAE(1:2) TO WS-DIVISAO
           ELSE
               MOVE "--" TO WS-DIVISAO
               ADD 1 TO WS-TOT-SEM-CNAE
           END-IF

           MOVE "1" TO ORD-PRF-SECAO
           IF REG-MST-UF = SPACES
               MOVE "--" TO ORD-PRF-FAIXA
               ADD 1 TO WS-TOT-SEM-UF
           ELSE
               MOVE REG-MST-UF TO ORD-PRF-FAIXA
           END-IF
           RELEASE REG-ORD-PRF

           MOVE "2" TO ORD-PRF-SECAO
           MOVE WS-DIVISAO TO ORD-PRF-FAIXA
           RELEASE REG-ORD-PRF

           MOVE "3" TO ORD-PRF-SECAO
           MOVE SPACES TO ORD-PRF-FAIXA
           MOVE REG-MST-REF TO ORD-PRF-FAIXA(1:10)
           MOVE WS-DIVISAO TO ORD-PRF-FAIXA(11:2)
           RELEASE REG-ORD-PRF.

       2000-PERFIL-CLASSIFICADO.
           PERFORM UNTIL FIM-CLASSIFICADO
               RETURN ORD-PRF
                   AT END MOVE "S" TO WS-FIM-ORD
                   NOT AT END
                       PERFORM 2100-PERFIL-UMA-OCORRENCIA
               END-RETURN
           END-PERFORM

           IF WS-SECAO-ANT NOT = SPACES
               PERFORM 2300-FECHA-FAIXA
               PERFORM 2400-FECHA-SECAO
           END-IF.

       2100-PERFIL-UMA-OCORRENCIA.
           IF ORD-PRF-SECAO NOT = WS-SECAO-ANT
               IF WS-SECAO-ANT NOT = SPACES
                   PERFORM 2300-FECHA-FAIXA
                   PERFORM 2400-FECHA-SECAO
               END-IF
               MOVE ORD-PRF-SECAO TO WS-SECAO-ANT
               MOVE ORD-PRF-FAIXA TO WS-FAIXA-ANT
               MOVE LOW-VALUES TO WS-REF-ANT
               PERFORM 2200-ABRE-SECAO
           ELSE
               IF ORD-PRF-FAIXA NOT = WS-FAIXA-ANT
                   PERFORM 2300-FECHA-FAIXA
                   MOVE ORD-PRF-FAIXA TO WS-FAIXA-ANT
               END-IF
           END-IF

           ADD 1 TO WS-FX-TOTAL
           IF ORD-PRF-VALIDO = "S"
               ADD 1 TO WS-FX-VALIDOS
           ELSE
               ADD 1 TO WS-FX-INVALIDOS
           END-IF
           EVALUATE ORD-PRF-RECEITA
               WHEN "R"
                   ADD 1 TO WS-FX-REGULARES
               WHEN "I"
                   ADD 1 TO WS-FX-IRREGULARES
               WHEN OTHER
                   ADD 1 TO WS-FX-SEM-CRUZ
           END-EVALUATE.

       2200-ABRE-SECAO.
           MOVE SPACES TO REG-REL
           WRITE REG-REL

           EVALUATE WS-SECAO-ANT
               WHEN "1"
                   MOVE "POR UF DO ESTABELECIMENTO" TO REG-REL
               WHEN "2"
                   MOVE "POR DIVISAO DA CNAE PRINCIPAL" TO REG-REL
               WHEN OTHER
                   MOVE "POR REF E DIVISAO DA CNAE PRINCIPAL"
                       TO REG-REL
           END-EVALUATE
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           MOVE "FAIXA" TO REG-REL(1:5)
           MOVE "TOTAL" TO REG-REL(45:5)
           MOVE "VALIDOS" TO REG-REL(52:7)
           MOVE "INVALIDOS" TO REG-REL(60:9)
           MOVE "REGULARES" TO REG-REL(70:9)
           MOVE "IRREGULAR" TO REG-REL(80:9)
           MOVE "SEM CRUZ" TO REG-REL(90:8)
           WRITE REG-REL

           MOVE 0 TO WS-SC-FAIXAS WS-SC-TOTAL WS-SC-IRREGULARES.

      * Linha da faixa encerrada. Na seção por REF, o REF sai só
      * na primeira divisão dele, como cabeçalho do bloco.
       2300-FECHA-FAIXA.
           MOVE SPACES TO WS-FAIXA-DESC
           EVALUATE WS-SECAO-ANT
               WHEN "1"
                   IF WS-FAIXA-ANT(1:2) = "--"
                       MOVE "-- (SEM UF)" TO WS-FAIXA-DESC
                   ELSE
                       MOVE WS-FAIXA-ANT(1:2) TO WS-FAIXA-DESC
                   END-IF
               WHEN "2"
                   MOVE WS-FAIXA-ANT(1:2) TO WS-DIVISAO
                   PERFORM 2500-DESCREVE-DIVISAO
                   STRING
                       WS-DIVISAO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DIV-DESC DELIMITED BY SIZE
                       INTO WS-FAIXA-DESC
                   END-STRING
               WHEN OTHER
                   IF WS-FAIXA-ANT(1:10) NOT = WS-REF-ANT
                       MOVE WS-FAIXA-ANT(1:10) TO WS-REF-ANT
                       MOVE SPACES TO REG-REL
                       STRING
                           "  REF " DELIMITED BY SIZE
                           WS-REF-ANT DELIMITED BY SIZE
                           INTO REG-REL
                       END-STRING
                       WRITE REG-REL
                   END-IF
                   MOVE WS-FAIXA-ANT(11:2) TO WS-DIVISAO
                   PERFORM 2500-DESCREVE-DIVISAO
                   STRING
                       "    " DELIMITED BY SIZE
                       WS-DIVISAO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DIV-DESC DELIMITED BY SIZE
                       INTO WS-FAIXA-DESC
                   END-STRING
           END-EVALUATE

           MOVE SPACES TO REG-REL
           STRING
               WS-FAIXA-DESC DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FX-TOTAL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FX-VALIDOS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-FX-INVALIDOS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-FX-REGULARES DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-FX-IRREGULARES DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FX-SEM-CRUZ DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           ADD 1 TO WS-SC-FAIXAS
           ADD WS-FX-TOTAL TO WS-SC-TOTAL
           ADD WS-FX-IRREGULARES TO WS-SC-IRREGULARES
           MOVE 0 TO WS-FX-TOTAL WS-FX-VALIDOS WS-FX-INVALIDOS
                     WS-FX-REGULARES WS-FX-IRREGULARES
                     WS-FX-SEM-CRUZ.

       2400-FECHA-SECAO.
           MOVE SPACES TO REG-REL
           STRING
               "  FAIXAS: " DELIMITED BY SIZE
               WS-SC-FAIXAS DELIMITED BY SIZE
               "  DOCUMENTOS: " DELIMITED BY SIZE
               WS-SC-TOTAL DELIMITED BY SIZE
               "  IRREGULARES NA RECEITA: " DELIMITED BY SIZE
               WS-SC-IRREGULARES DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

      * Seção da CNAE 2.0 a que pertence a divisão em WS-DIVISAO.
       2500-DESCREVE-DIVISAO.
           IF WS-DIVISAO = "--"
               MOVE "(SEM CNAE)" TO WS-DIV-DESC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DIVISAO TO WS-DIV-NUM
           EVALUATE WS-DIV-NUM
               WHEN 01 THRU 03
                   MOVE "A AGROPECUARIA, PESCA" TO WS-DIV-DESC
               WHEN 05 THRU 09
                   MOVE "B INDUSTRIAS EXTRATIVAS" TO WS-DIV-DESC
               WHEN 10 THRU 33
                   MOVE "C INDUSTRIAS DE TRANSFORMACAO" TO WS-DIV-DESC
               WHEN 35
                   MOVE "D ELETRICIDADE E GAS" TO WS-DIV-DESC
               WHEN 36 THRU 39
                   MOVE "E AGUA, ESGOTO, RESIDUOS" TO WS-DIV-DESC
               WHEN 41 THRU 43
                   MOVE "F CONSTRUCAO" TO WS-DIV-DESC
               WHEN 45 THRU 47
                   MOVE "G COMERCIO, REPARACAO DE VEICULOS"
                       TO WS-DIV-DESC
               WHEN 49 THRU 53
                   MOVE "H TRANSPORTE, ARMAZENAGEM, CORREIO"
                       TO WS-DIV-DESC
               WHEN 55 THRU 56
                   MOVE "I ALOJAMENTO E ALIMENTACAO" TO WS-DIV-DESC
               WHEN 58 THRU 63
                   MOVE "J INFORMACAO E COMUNICACAO" TO WS-DIV-DESC
               WHEN 64 THRU 66
                   MOVE "K FINANCEIRAS E SEGUROS" TO WS-DIV-DESC
               WHEN 68
                   MOVE "L ATIVIDADES IMOBILIARIAS" TO WS-DIV-DESC
               WHEN 69 THRU 75
                   MOVE "M PROFISSIONAIS, CIENTIFICAS, TECNICAS"
                       TO WS-DIV-DESC
               WHEN 77 THRU 82
                   MOVE "N ADMINISTRATIVAS, SERVICOS COMPLEM."
                       TO WS-DIV-DESC
               WHEN 84
                   MOVE "O ADMINISTRACAO PUBLICA" TO WS-DIV-DESC
               WHEN 85
                   MOVE "P EDUCACAO" TO WS-DIV-DESC
               WHEN 86 THRU 88
                   MOVE "Q SAUDE E SERVICOS SOCIAIS" TO WS-DIV-DESC
               WHEN 90 THRU 93
                   MOVE "R ARTES, CULTURA, ESPORTE" TO WS-DIV-DESC
               WHEN 94 THRU 96
                   MOVE "S OUTRAS ATIVIDADES DE SERVICOS"
                       TO WS-DIV-DESC
               WHEN 97
                   MOVE "T SERVICOS DOMESTICOS" TO WS-DIV-DESC
               WHEN 99
                   MOVE "U ORGANISMOS INTERNACIONAIS" TO WS-DIV-DESC
               WHEN OTHER
                   MOVE "(DIVISAO DESCONHECIDA)" TO WS-DIV-DESC
           END-EVALUATE.

       9100-GRAVA-CABECALHO.
           MOVE SPACES TO REG-REL
           STRING
               "PERFIL DA BASE DE FORNECEDORES (CADASTRO MESTRE) - "
                   DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "VALIDOS/INVALIDOS PELO ULTIMO STATUS DO LOTE; "
                   DELIMITED BY SIZE
               "REGULARES/IRREGULARES PELA SITUACAO NA RECEITA"
                   DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.

       9500-GRAVA-RODAPE.
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
               "SEM UF / SEM CNAE ........: " DELIMITED BY SIZE
               WS-TOT-SEM-UF DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-TOT-SEM-CNAE DELIMITED BY SIZE
               "  (SEM CRUZAMENTO QUE OS TROUXESSE)" DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.
