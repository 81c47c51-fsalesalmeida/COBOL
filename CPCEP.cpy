      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Layout do registro mestre de faixas de CEP por estado
      *          (MESTCEP). Chave primaria e' CEP-CHAVE: a sigla dona
      *          no mestre de estados (MESTEST) mais o primeiro CEP da
      *          faixa -- um estado pode ter mais de uma faixa (DF,
      *          GO e AM tem duas), e as faixas de uma sigla ficam
      *          juntas e em ordem na leitura pela chave. CEP-FIM e'
      *          o ultimo CEP da faixa, inclusive. Faixas nao se
      *          sobrepoem, nem entre estados diferentes.
      ******************************************************************
       01  REG-FAIXA-CEP.
           02 CEP-CHAVE.
               03 CEP-SIGLA PIC X(02).
               03 CEP-INICIO PIC 9(08).
           02 CEP-FIM PIC 9(08).
