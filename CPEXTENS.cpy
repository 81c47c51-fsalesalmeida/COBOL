      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Area de chamada da subrotina VALOR_EXTENSO (valor em
      *          reais escrito por extenso), compartilhada entre a
      *          subrotina e quem a chama, no mesmo espirito do
      *          CPPRAZO. O chamador preenche EXT-VALOR (reais e
      *          centavos, ate 999.999.999.999,99); a subrotina
      *          devolve o texto em maiusculas, sem acento, em
      *          EXT-TEXTO ("MIL DUZENTOS E TRINTA E QUATRO REAIS E
      *          CINQUENTA CENTAVOS"), o tamanho usado em
      *          EXT-TAMANHO e EXT-CONTROLE (1 resolvido, 0 recusado
      *          com o motivo em EXT-MOTIVO -- valor zerado ou nao
      *          numerico).
      ******************************************************************
       01  AREA-EXTENSO.
           02 EXT-VALOR PIC 9(12)V99.
           02 EXT-TEXTO PIC X(240).
           02 EXT-TAMANHO PIC 9(03).
           02 EXT-CONTROLE PIC 9.
           02 EXT-MOTIVO PIC X(30).
