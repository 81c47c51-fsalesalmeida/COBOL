      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Layout do registro mestre de correcoes de sigla
      *          (MESTCOR). Cada regra diz que um valor errado que
      *          chega no campo de sigla (COR-VALOR-ERRADO, ja em
      *          maiusculas, como o LOTE_SIGLA o compara) deve ser
      *          lido como COR-SIGLA-CERTA. Com COR-FONTE preenchido
      *          a regra vale so' para transacoes daquela FONTE-LOTE;
      *          em branco vale para qualquer fonte, e a regra da
      *          fonte tem precedencia sobre a geral. O CORRIGE_
      *          REJEITOS conta em MESTCOR cada resolucao de um valor
      *          errado de uma fonte (situacao O, em observacao) e,
      *          ao atingir o numero combinado de resolucoes
      *          seguidas para a mesma sigla, passa a regra a
      *          proposta (situacao P); o operador confirma (C) ou
      *          recusa (R) na MANUT_CORRECOES, que tambem inclui
      *          regras direto como confirmadas. So' regra confirmada
      *          e' aplicada pelo LOTE_SIGLA; a recusada fica
      *          guardada para o valor nao voltar a ser proposto.
      ******************************************************************
       01  REG-CORRECAO.
           02 COR-CHAVE.
               03 COR-VALOR-ERRADO PIC X(02).
               03 COR-FONTE PIC X(20).
           02 COR-SIGLA-CERTA PIC X(02).
           02 COR-SITUACAO PIC X.
               88 COR-EM-OBSERVACAO VALUE "O".
               88 COR-PROPOSTA VALUE "P".
               88 COR-CONFIRMADA VALUE "C".
               88 COR-RECUSADA VALUE "R".
           02 COR-QTD-RESOLUCOES PIC 9(05).
           02 COR-DATA-ATUALIZACAO PIC 9(08).
           02 COR-OPERADOR PIC X(08).
