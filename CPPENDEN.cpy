      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Layout do registro de alteracoes pendentes do
      *          cadastro (ARQPEND). As transacoes de tela
      *          MANUT_ESTADOS, MANUT_MUNICIPIOS, MANUT_REGIOES e
      *          MANUT_FERIADOS nao gravam mais direto no mestre:
      *          gravam aqui a alteracao proposta, com as imagens
      *          antes/depois do registro, e so' a APROVA_PENDENCIAS,
      *          operada por outro operador, a aplica no mestre.
      *          Chave primaria e' o momento da proposta mais o
      *          mestre afetado. As imagens tem o tamanho do maior
      *          registro mestre (MESTMUN, 39 posicoes); os menores
      *          ocupam o inicio e o resto fica em branco. Imagem
      *          antes em branco na inclusao, imagem depois em branco
      *          na exclusao. Situacao: P = pendente, A = aprovada e
      *          aplicada, R = recusada (com o motivo).
      ******************************************************************
       01  REG-PENDENCIA.
           02 PEN-CHAVE.
               03 PEN-DATA PIC 9(08).
               03 PEN-HORA PIC 9(08).
               03 PEN-MESTRE PIC X(08).
           02 PEN-ACAO PIC X.
               88 PEN-INCLUSAO VALUE "I".
               88 PEN-ALTERACAO VALUE "A".
               88 PEN-EXCLUSAO VALUE "E".
           02 PEN-IMAGEM-ANTES PIC X(39).
           02 PEN-IMAGEM-DEPOIS PIC X(39).
           02 PEN-OPERADOR PIC X(08).
           02 PEN-SITUACAO PIC X.
               88 PEN-PENDENTE VALUE "P".
               88 PEN-APROVADA VALUE "A".
               88 PEN-RECUSADA VALUE "R".
           02 PEN-APROVADOR PIC X(08).
           02 PEN-DATA-DECISAO PIC 9(08).
           02 PEN-HORA-DECISAO PIC 9(08).
           02 PEN-MOTIVO PIC X(40).
