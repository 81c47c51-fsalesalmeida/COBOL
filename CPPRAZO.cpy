      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Area de chamada da subrotina CALCULA_PRAZO (aritmetica
      *          de dias uteis sobre MESTFER e fins de semana),
      *          compartilhada entre a subrotina e quem a chama, no
      *          mesmo espirito do CPTABEST. O chamador preenche a
      *          operacao e as entradas; a subrotina devolve o
      *          resultado, os dias nao uteis que pulou para chegar a
      *          ele e PRZ-CONTROLE (1 resolvido, 0 recusado com o
      *          motivo em PRZ-MOTIVO). Operacoes:
      *            S - PRZ-DATA-INICIO mais PRZ-QTD-DIAS dias uteis
      *                (negativo anda para tras; zero devolve a
      *                propria data se util, senao o proximo util)
      *                em PRZ-DATA-RESULT;
      *            C - dias uteis depois de PRZ-DATA-INICIO ate
      *                PRZ-DATA-FIM inclusive, em PRZ-QTD-RESULT
      *                (negativo se o fim vem antes do inicio);
      *            P - primeiro dia util do mes de PRZ-DATA-INICIO;
      *            U - ultimo dia util do mes de PRZ-DATA-INICIO;
      *            D - PRZ-DATA-FIM cai dentro do prazo de
      *                PRZ-QTD-DIAS dias uteis contado a partir de
      *                PRZ-DATA-INICIO? (PRZ-DENTRO-PRAZO S/N, com o
      *                vencimento em PRZ-DATA-RESULT).
      *          Os feriados pulados saem um a um (ate o tamanho da
      *          tabela; os demais so' na contagem), os fins de
      *          semana so' na contagem.
      ******************************************************************
       01  AREA-PRAZO.
           02 PRZ-OPERACAO PIC X.
               88 PRZ-SOMA VALUE "S".
               88 PRZ-CONTA VALUE "C".
               88 PRZ-PRIMEIRO-UTIL VALUE "P".
               88 PRZ-ULTIMO-UTIL VALUE "U".
               88 PRZ-DENTRO VALUE "D".
           02 PRZ-DATA-INICIO PIC 9(08).
           02 PRZ-DATA-FIM PIC 9(08).
           02 PRZ-QTD-DIAS PIC S9(05).
           02 PRZ-DATA-RESULT PIC 9(08).
           02 PRZ-QTD-RESULT PIC S9(05).
           02 PRZ-DENTRO-PRAZO PIC X.
               88 PRZ-NO-PRAZO VALUE "S".
               88 PRZ-FORA-DO-PRAZO VALUE "N".
           02 PRZ-QTD-FINS-SEMANA PIC 9(05).
           02 PRZ-QTD-FERIADOS PIC 9(05).
           02 PRZ-QTD-FERIADOS-TAB PIC 99.
           02 PRZ-FERIADOS-PULADOS OCCURS 40 TIMES.
               03 PRZ-FERIADO-DATA PIC 9(08).
               03 PRZ-FERIADO-NOME PIC X(30).
           02 PRZ-CONTROLE PIC 9.
           02 PRZ-MOTIVO PIC X(30).
