      *          seguintes, exatamente como MANUT_DIAS para os dias.
      *          ATENCAO: a carga regrava o arquivo do zero; para
      *          acrescentar um ano novo sem perder o que ja esta
      *          cadastrado, usar o GERA_FERIADOS (fixos e moveis do
      *          ano) ou a transacao de manutencao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
