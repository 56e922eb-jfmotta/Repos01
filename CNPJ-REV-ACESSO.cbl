       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-REV-ACESSO.

      * Relatório para a revisão trimestral de acessos: lista os
      * perfis cadastrados em CNPJS-PERFIS.DAT (operador, nome,
      * funções concedidas, data e responsável da concessão) e as
      * tentativas recusadas registradas no log de segurança
      * (CNPJS-SEG.LOG) nos últimos N dias, com o total de recusas
      * por operador - quem insiste numa função que não tem, ou
      * quem nem perfil tem, é o que a revisão procura.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPE ASSIGN TO DYNAMIC WS-ARQ-OPE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPE.
           SELECT ARQ-SEG ASSIGN TO DYNAMIC WS-ARQ-SEG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEG.
           SELECT ARQ-REL ASSIGN TO DYNAMIC WS-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-OPE.
       COPY "CNPJ-OPE.cpy".

       FD ARQ-SEG.
       COPY "CNPJ-SEG.cpy".

       FD ARQ-REL.
       01 REG-REL                PIC X(132).

       WORKING-STORAGE SECTION.

      * PARM: janela em dias das recusas listadas (padrão 90, um
      * trimestre), nome do relatório, do arquivo de perfis e do
      * log de segurança, separados por espaço; "-" mantém o padrão.
       01 WS-PARM-CARD          PIC X(200) VALUE SPACES.
       01 WS-PARM-DIAS          PIC X(05) VALUE SPACES.
       01 WS-PARM-REL           PIC X(50) VALUE SPACES.
       01 WS-PARM-OPE           PIC X(50) VALUE SPACES.
       01 WS-PARM-SEG           PIC X(50) VALUE SPACES.
       01 WS-ARQ-REL-NOME       PIC X(50) VALUE "ACESSOS.REP".
       01 WS-ARQ-OPE-NOME       PIC X(50) VALUE "CNPJS-PERFIS.DAT".
       01 WS-ARQ-SEG-NOME       PIC X(50) VALUE "CNPJS-SEG.LOG".

       01 WS-FS-OPE             PIC XX VALUE "00".
       01 WS-FS-SEG             PIC XX VALUE "00".
       01 WS-FS-REL             PIC XX VALUE "00".

       01 WS-EOF                PIC X VALUE "N".
          88 FIM-ARQUIVO        VALUE "S".

       01 WS-DIAS               PIC 9(5) VALUE 90.
       01 WS-DATA-SIS           PIC 9(8) VALUE 0.
       01 WS-DATA-CORTE         PIC 9(8) VALUE 0.
       01 WS-DIA-INT            PIC 9(7) VALUE 0.

       01 WS-FUNCOES            PIC X(40) VALUE SPACES.
       01 WS-FUNCAO-DESC        PIC X(10) VALUE SPACES.
       01 WS-SEM-PERFIL         PIC X(01) VALUE "N".

      * Recusas por operador no período.
       01 WS-QTD-OPER           PIC 9(4) VALUE 0.
       01 WS-OPER-TAB.
          05 WS-OPER-ITEM OCCURS 500 TIMES.
             10 WS-OPER-ID      PIC X(08).
             10 WS-OPER-QTD     PIC 9(7).
       01 WS-I                  PIC 9(4) VALUE 0.
       01 WS-ACHOU              PIC X(01) VALUE "N".

       01 WS-TOT-PERFIS         PIC 9(7) VALUE 0.
       01 WS-TOT-SEM-FUNCAO     PIC 9(7) VALUE 0.
       01 WS-TOT-RECUSAS        PIC 9(7) VALUE 0.
       01 WS-TOT-FORA           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE

           IF WS-PARM-CARD NOT = SPACES
               UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
                   INTO WS-PARM-DIAS WS-PARM-REL
                        WS-PARM-OPE WS-PARM-SEG
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
           IF WS-PARM-REL NOT = SPACES AND WS-PARM-REL NOT = "-"
               MOVE WS-PARM-REL TO WS-ARQ-REL-NOME
           END-IF
           IF WS-PARM-OPE NOT = SPACES AND WS-PARM-OPE NOT = "-"
               MOVE WS-PARM-OPE TO WS-ARQ-OPE-NOME
           END-IF
           IF WS-PARM-SEG NOT = SPACES AND WS-PARM-SEG NOT = "-"
               MOVE WS-PARM-SEG TO WS-ARQ-SEG-NOME
           END-IF

           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SIS) - WS-DIAS
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INT)

           OPEN INPUT ARQ-OPE
           IF WS-FS-OPE NOT = "00"
               DISPLAY "ERRO ABRINDO ARQUIVO DE PERFIS: " WS-FS-OPE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ-REL
           IF WS-FS-REL NOT = "00"
               DISPLAY "ERRO ABRINDO RELATORIO: " WS-FS-REL
               CLOSE ARQ-OPE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 9100-GRAVA-CABECALHO
           PERFORM 1000-LISTA-PERFIS
           PERFORM 2000-LISTA-RECUSAS
           PERFORM 9500-GRAVA-RODAPE
           CLOSE ARQ-REL

           DISPLAY "REVISAO DE ACESSOS: " WS-TOT-PERFIS " PERFIS, "
                   WS-TOT-RECUSAS " RECUSAS EM "
                   FUNCTION TRIM(WS-ARQ-REL-NOME)

           IF WS-TOT-RECUSAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       1000-LISTA-PERFIS.
           MOVE SPACES TO REG-REL
           MOVE "PERFIS DE ACESSO" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           MOVE "OPERADOR NOME" TO REG-REL
           MOVE "FUNCOES CONCEDIDAS" TO REG-REL(41:18)
           MOVE "CONCEDIDO EM / POR" TO REG-REL(85:18)
           WRITE REG-REL

           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-OPE
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 1100-GRAVA-PERFIL
               END-READ
           END-PERFORM
           CLOSE ARQ-OPE

           MOVE SPACES TO REG-REL
           WRITE REG-REL.

       1100-GRAVA-PERFIL.
           ADD 1 TO WS-TOT-PERFIS
           MOVE SPACES TO WS-FUNCOES
           IF REG-OPE-CONSULTA = "S"
               MOVE "CONSULTA" TO WS-FUNCOES(1:8)
           END-IF
           IF REG-OPE-LOTE = "S"
               MOVE "LOTE" TO WS-FUNCOES(10:4)
           END-IF
           IF REG-OPE-MESTRE = "S"
               MOVE "MESTRE" TO WS-FUNCOES(15:6)
           END-IF
           IF REG-OPE-BLOQUEIO = "S"
               MOVE "BLOQUEIO" TO WS-FUNCOES(22:8)
           END-IF
           IF REG-OPE-RECARGA = "S"
               MOVE "RECARGA" TO WS-FUNCOES(31:7)
           END-IF
           IF WS-FUNCOES = SPACES
               MOVE "(NENHUMA - SEM ACESSO)" TO WS-FUNCOES
               ADD 1 TO WS-TOT-SEM-FUNCAO
           END-IF

           MOVE SPACES TO REG-REL
           MOVE REG-OPE-OPER TO REG-REL(1:8)
           MOVE REG-OPE-NOME TO REG-REL(10:30)
           MOVE WS-FUNCOES TO REG-REL(41:40)
           MOVE REG-OPE-DT-ALT TO REG-REL(85:8)
           MOVE REG-OPE-RESP TO REG-REL(94:8)
           WRITE REG-REL.

      * Log ausente não impede a listagem dos perfis: sem log,
      * nenhuma recusa foi registrada.
       2000-LISTA-RECUSAS.
           MOVE SPACES TO REG-REL
           STRING
               "TENTATIVAS RECUSADAS DESDE " DELIMITED BY SIZE
               WS-DATA-CORTE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DIAS DELIMITED BY SIZE
               " DIAS)" DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           OPEN INPUT ARQ-SEG
           IF WS-FS-SEG NOT = "00"
               MOVE SPACES TO REG-REL
               MOVE "  LOG DE SEGURANCA AUSENTE - NENHUMA RECUSA"
                   TO REG-REL
               WRITE REG-REL
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-REL
           MOVE "DATA     HORA   OPERADOR PROGRAMA" TO REG-REL
           MOVE "FUNCAO" TO REG-REL(44:6)
           MOVE "MOTIVO" TO REG-REL(56:6)
           WRITE REG-REL

           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-SEG
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 2100-GRAVA-RECUSA
               END-READ
           END-PERFORM
           CLOSE ARQ-SEG

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           MOVE "RECUSAS POR OPERADOR NO PERIODO" TO REG-REL
           WRITE REG-REL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-OPER
               PERFORM 2300-GRAVA-TOTAL-OPERADOR
           END-PERFORM.

       2100-GRAVA-RECUSA.
           IF REG-SEG-DATA < WS-DATA-CORTE
               ADD 1 TO WS-TOT-FORA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-RECUSAS

           EVALUATE REG-SEG-FUNCAO
               WHEN "C"
                   MOVE "CONSULTA" TO WS-FUNCAO-DESC
               WHEN "L"
                   MOVE "LOTE" TO WS-FUNCAO-DESC
               WHEN "M"
                   MOVE "MESTRE" TO WS-FUNCAO-DESC
               WHEN "B"
                   MOVE "BLOQUEIO" TO WS-FUNCAO-DESC
               WHEN "R"
                   MOVE "RECARGA" TO WS-FUNCAO-DESC
               WHEN OTHER
                   MOVE "ENTRADA" TO WS-FUNCAO-DESC
           END-EVALUATE

           MOVE SPACES TO REG-REL
           STRING
               REG-SEG-DATA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-SEG-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-SEG-OPER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-SEG-PROG DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           MOVE WS-FUNCAO-DESC TO REG-REL(44:10)
           MOVE REG-SEG-MOTIVO TO REG-REL(56:30)
           WRITE REG-REL

           PERFORM 2200-ACUMULA-OPERADOR.

       2200-ACUMULA-OPERADOR.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-OPER OR WS-ACHOU = "S"
               IF WS-OPER-ID(WS-I) = REG-SEG-OPER
                   ADD 1 TO WS-OPER-QTD(WS-I)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = "N" AND WS-QTD-OPER < 500
               ADD 1 TO WS-QTD-OPER
               MOVE REG-SEG-OPER TO WS-OPER-ID(WS-QTD-OPER)
               MOVE 1 TO WS-OPER-QTD(WS-QTD-OPER)
           END-IF.

      * Operador sem perfil (ou não identificado) sai marcado: é
      * tentativa de quem nunca recebeu acesso.
       2300-GRAVA-TOTAL-OPERADOR.
           PERFORM 2310-CONFERE-PERFIL
           MOVE SPACES TO REG-REL
           STRING
               "  " DELIMITED BY SIZE
               WS-OPER-ID(WS-I) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPER-QTD(WS-I) DELIMITED BY SIZE
               " RECUSA(S)" DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           IF WS-SEM-PERFIL = "S"
               MOVE "*SEM PERFIL*" TO REG-REL(35:12)
           END-IF
           WRITE REG-REL.

       2310-CONFERE-PERFIL.
           MOVE "S" TO WS-SEM-PERFIL
           OPEN INPUT ARQ-OPE
           IF WS-FS-OPE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO OR WS-SEM-PERFIL = "N"
               READ ARQ-OPE
                   AT END MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REG-OPE-OPER = WS-OPER-ID(WS-I)
                           MOVE "N" TO WS-SEM-PERFIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-OPE.

       9100-GRAVA-CABECALHO.
           MOVE SPACES TO REG-REL
           STRING
               "REVISAO DE ACESSOS AO CADASTRO DE FORNECEDORES - "
                   DELIMITED BY SIZE
               WS-DATA-SIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "PERFIS: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-OPE-NOME) DELIMITED BY SIZE
               "  LOG: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARQ-SEG-NOME) DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           WRITE REG-REL.

       9500-GRAVA-RODAPE.
           MOVE SPACES TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "PERFIS CADASTRADOS .......: " DELIMITED BY SIZE
               WS-TOT-PERFIS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "PERFIS SEM NENHUMA FUNCAO : " DELIMITED BY SIZE
               WS-TOT-SEM-FUNCAO DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "RECUSAS NO PERIODO .......: " DELIMITED BY SIZE
               WS-TOT-RECUSAS DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING
               "RECUSAS ANTERIORES .......: " DELIMITED BY SIZE
               WS-TOT-FORA DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL.
