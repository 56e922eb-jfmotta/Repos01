       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-ACESSO.

      * Controle de acesso dos operadores, chamável por qualquer
      * aplicação via CALL com a área CNPJ-ACS: confere no arquivo
      * de perfis (CNPJS-PERFIS.DAT) se o operador identificado no
      * PARM pode usar a função pedida. O arquivo é lido a cada
      * chamada, para uma concessão ou revogação valer já na
      * próxima opção de menu. Toda recusa vai para o log de
      * segurança (CNPJS-SEG.LOG), base da revisão trimestral de
      * acessos. Sem arquivo de perfis, nada é permitido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPE ASSIGN TO DYNAMIC ACE-ARQ-OPE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACE-FS-OPE.
           SELECT ARQ-SEG ASSIGN TO DYNAMIC ACE-ARQ-SEG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACE-FS-SEG.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-OPE.
       COPY "CNPJ-OPE.cpy".

       FD ARQ-SEG.
       COPY "CNPJ-SEG.cpy".

       WORKING-STORAGE SECTION.

      * Nomes fixos, ao lado do cadastro.
       01 ACE-ARQ-OPE-NOME      PIC X(50) VALUE "CNPJS-PERFIS.DAT".
       01 ACE-ARQ-SEG-NOME      PIC X(50) VALUE "CNPJS-SEG.LOG".
       01 ACE-FS-OPE            PIC XX VALUE "00".
       01 ACE-FS-SEG            PIC XX VALUE "00".

       01 ACE-EOF               PIC X(01) VALUE "N".
       01 ACE-ACHOU             PIC X(01) VALUE "N".
       01 ACE-DATA-SIS          PIC 9(8) VALUE 0.
       01 ACE-HORA-SIS          PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       COPY "CNPJ-ACS.cpy".

       PROCEDURE DIVISION USING ACS-AREA.
       0001-INICIO.
           MOVE "N" TO ACS-RESULTADO
           MOVE SPACES TO ACS-MOTIVO

           IF ACS-OPERADOR = SPACES OR ACS-OPERADOR = "-"
               MOVE "OPERADOR NAO IDENTIFICADO" TO ACS-MOTIVO
               PERFORM 9000-REGISTRA-RECUSA
               GOBACK
           END-IF

           PERFORM 1000-PROCURA-PERFIL
           IF ACS-MOTIVO NOT = SPACES
               PERFORM 9000-REGISTRA-RECUSA
               GOBACK
           END-IF

           PERFORM 2000-CONFERE-FUNCAO
           IF ACS-PERMITIDO
               GOBACK
           END-IF

           MOVE "FUNCAO NAO PERMITIDA NO PERFIL" TO ACS-MOTIVO
           PERFORM 9000-REGISTRA-RECUSA
           GOBACK.

      * Deixa o perfil do operador em REG-OPE; sem arquivo ou sem
      * o operador nele, o motivo da recusa sai preenchido.
       1000-PROCURA-PERFIL.
           OPEN INPUT ARQ-OPE
           IF ACE-FS-OPE NOT = "00"
               MOVE "ARQUIVO DE PERFIS INDISPONIVEL" TO ACS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ACE-ACHOU
           MOVE "N" TO ACE-EOF
           PERFORM UNTIL ACE-EOF = "S" OR ACE-ACHOU = "S"
               READ ARQ-OPE
                   AT END MOVE "S" TO ACE-EOF
                   NOT AT END
                       IF REG-OPE-OPER = ACS-OPERADOR
                           MOVE "S" TO ACE-ACHOU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-OPE

           IF ACE-ACHOU = "N"
               MOVE "OPERADOR SEM PERFIL DE ACESSO" TO ACS-MOTIVO
           END-IF.

      * A consulta (e a entrada no programa) vale para quem tem
      * qualquer função no perfil.
       2000-CONFERE-FUNCAO.
           EVALUATE ACS-FUNCAO
               WHEN "L"
                   IF REG-OPE-LOTE = "S"
                       MOVE "S" TO ACS-RESULTADO
                   END-IF
               WHEN "M"
                   IF REG-OPE-MESTRE = "S"
                       MOVE "S" TO ACS-RESULTADO
                   END-IF
               WHEN "B"
                   IF REG-OPE-BLOQUEIO = "S"
                       MOVE "S" TO ACS-RESULTADO
                   END-IF
               WHEN "R"
                   IF REG-OPE-RECARGA = "S"
                       MOVE "S" TO ACS-RESULTADO
                   END-IF
               WHEN "C"
               WHEN SPACE
                   IF REG-OPE-CONSULTA = "S" OR REG-OPE-LOTE = "S"
                           OR REG-OPE-MESTRE = "S"
                           OR REG-OPE-BLOQUEIO = "S"
                           OR REG-OPE-RECARGA = "S"
                       MOVE "S" TO ACS-RESULTADO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Log de segurança: criado na primeira recusa; indisponível,
      * a recusa vale do mesmo jeito, só com o aviso.
       9000-REGISTRA-RECUSA.
           OPEN EXTEND ARQ-SEG
           IF ACE-FS-SEG = "35"
               OPEN OUTPUT ARQ-SEG
           END-IF
           IF ACE-FS-SEG NOT = "00"
               DISPLAY "AVISO: LOG DE SEGURANCA INDISPONIVEL ("
                       ACE-FS-SEG ") - RECUSA NAO REGISTRADA"
               EXIT PARAGRAPH
           END-IF

           ACCEPT ACE-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT ACE-HORA-SIS FROM TIME
           MOVE SPACES TO REG-SEG
           MOVE ACE-DATA-SIS TO REG-SEG-DATA
           MOVE ACE-HORA-SIS(1:6) TO REG-SEG-HORA
           MOVE ACS-OPERADOR TO REG-SEG-OPER
           MOVE ACS-PROGRAMA TO REG-SEG-PROG
           MOVE ACS-FUNCAO TO REG-SEG-FUNCAO
           MOVE ACS-MOTIVO TO REG-SEG-MOTIVO
           WRITE REG-SEG
           CLOSE ARQ-SEG.
