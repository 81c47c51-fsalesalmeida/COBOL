      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Layout do registro mestre de sucessao de municipios
      *          (MESTSUC). Chave primaria e' SUC-CODIGO-ANTIGO -- o
      *          codigo IBGE extinto (fundido em outro municipio ou
      *          renumerado) -- e o registro diz qual codigo o
      *          sucede, desde quando e por que. A SINCRONIZA_
      *          MUNICIPIOS grava a proposta (situacao P) para cada
      *          exclusao que aplica; o operador confirma ou acerta o
      *          par na MANUT_SUCESSAO (situacao C). So' sucessao
      *          confirmada e' seguida pela BUSCA_MUNICIPIO; o
      *          sucessor pode ele mesmo estar extinto (A virou B, B
      *          virou C), e a busca segue a cadeia. Sucessor zero
      *          e' proposta ainda sem par.
      ******************************************************************
       01  REG-SUCESSAO.
           02 SUC-CODIGO-ANTIGO PIC 9(07).
           02 SUC-CODIGO-SUCESSOR PIC 9(07).
           02 SUC-DATA-VIGENCIA PIC 9(08).
           02 SUC-MOTIVO PIC X(30).
           02 SUC-SITUACAO PIC X.
               88 SUC-PROPOSTA VALUE "P".
               88 SUC-CONFIRMADA VALUE "C".
           02 SUC-OPERADOR PIC X(08).
