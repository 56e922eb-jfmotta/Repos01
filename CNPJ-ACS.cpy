      * Área de comunicação com o controle de acesso (CNPJ-ACESSO).
      * Entrada: o operador identificado no PARM, o programa que
      * pede e a função desejada:
      *   espaço - entrada no programa (basta ter perfil);
      *   "C" consulta;  "L" execução do lote;
      *   "M" manutenção do cadastro mestre;
      *   "B" manutenção da lista de bloqueio;
      *   "R" recarga do cadastro (CNPJ-UTILMST).
      * Saída: permitido ou recusado e, na recusa, o motivo - que
      * o CNPJ-ACESSO já registrou no log de segurança.
       01 ACS-AREA.
          05 ACS-OPERADOR       PIC X(08).
          05 ACS-PROGRAMA       PIC X(18).
          05 ACS-FUNCAO         PIC X(01).
          05 ACS-RESULTADO      PIC X(01).
             88 ACS-PERMITIDO   VALUE "S".
             88 ACS-RECUSADO    VALUE "N".
          05 ACS-MOTIVO         PIC X(30).
