      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Layout do registro mestre de filiais transmissoras
      *          (MESTFIL). A chave e' o proprio CAB-SISTEMA que a
      *          filial grava no cabecalho do seu envelope do
      *          ARQLOTE. Cada filial tem um responsavel (contato e
      *          telefone) e um calendario de transmissao: 'U' todo
      *          dia util (BUSCA_DIA_UTIL sobre MESTFER) ou 'D' so'
      *          nos dias da semana marcados em FIL-TRANSMITE-DIA
      *          (1 = domingo a 7 = sabado, mesma numeracao de
      *          MESTDIA) -- feriado de MESTFER nunca e' dia
      *          esperado. A filial so' e' esperada a partir de
      *          FIL-DATA-INICIO e enquanto ativa; o LOTE_SIGLA
      *          recusa no cabecalho o bloco de filial ausente daqui
      *          ou inativa, e o CONFERE_TRANSMISSOES cobra a que
      *          deixou de transmitir.
      ******************************************************************
       01  REG-FILIAL.
           02 FIL-SISTEMA PIC X(08).
           02 FIL-NOME PIC X(30).
           02 FIL-CONTATO PIC X(30).
           02 FIL-TELEFONE PIC X(15).
           02 FIL-CALENDARIO PIC X.
               88 FIL-TODO-DIA-UTIL VALUE "U".
               88 FIL-DIAS-MARCADOS VALUE "D".
           02 FIL-DIAS-SEMANA.
               03 FIL-TRANSMITE-DIA PIC X OCCURS 7 TIMES.
           02 FIL-SITUACAO PIC X.
               88 FIL-ATIVA VALUE "A".
               88 FIL-INATIVA VALUE "I".
           02 FIL-DATA-INICIO PIC 9(08).
           02 FIL-DATA-ATUALIZACAO PIC 9(08).
           02 FIL-OPERADOR PIC X(08).
