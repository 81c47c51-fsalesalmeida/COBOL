      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Layout do arquivo de retorno as filiais (ARQLRET,
      *          gravado pelo LOTE_SIGLA e separado por filial pelo
      *          SEPARA_RETORNO). Cada bloco do ARQLOTE devolve um
      *          envelope no mesmo espirito do que chegou: um
      *          cabecalho 'HDR' com a filial e a data de geracao
      *          original, um detalhe 'DET' por transacao da filial
      *          (posicao no lote, FONTE-LOTE, sigla enviada e o
      *          resultado -- V valida, A autocorrigida por regra de
      *          MESTCOR, R rejeitada, com o motivo no lugar de
      *          estado/regiao) e um trailer 'TRL' com a situacao do
      *          bloco e as mesmas contagens do registro da filial no
      *          ARQRCTL. Bloco recusado no cabecalho (vencido, ja
      *          processado, filial nao cadastrada) volta so' com
      *          cabecalho e trailer, que diz o motivo e o que a
      *          filial deve fazer. As tres visoes abaixo sao do
      *          mesmo registro; RET-SISTEMA repete a filial em todas.
      ******************************************************************
       01  REG-RETORNO.
           02 RET-TIPO PIC X(03).
               88 RET-CABECALHO VALUE "HDR".
               88 RET-DETALHE VALUE "DET".
               88 RET-TRAILER VALUE "TRL".
           02 RET-SISTEMA PIC X(08).
           02 FILLER PIC X(69).
       01  REG-RETORNO-CABECALHO.
           02 RCB-TIPO PIC X(03).
           02 RCB-SISTEMA PIC X(08).
           02 RCB-DATA-GERACAO PIC 9(08).
           02 RCB-DATA-PROC PIC 9(08).
           02 RCB-HORA-PROC PIC 9(08).
           02 RCB-MODO PIC X(08).
           02 FILLER PIC X(37).
       01  REG-RETORNO-DETALHE.
           02 RDT-TIPO PIC X(03).
           02 RDT-SISTEMA PIC X(08).
           02 RDT-SEQUENCIA PIC 9(07).
           02 RDT-FONTE PIC X(20).
           02 RDT-SIGLA-ENVIADA PIC X(02).
           02 RDT-RESULTADO PIC X.
               88 RDT-VALIDA VALUE "V".
               88 RDT-AUTOCORRIGIDA VALUE "A".
               88 RDT-REJEITADA VALUE "R".
           02 RDT-SIGLA PIC X(02).
           02 RDT-RESOLUCAO.
               03 RDT-ESTADO PIC X(19).
               03 RDT-REGIAO PIC X(12).
           02 RDT-MOTIVO REDEFINES RDT-RESOLUCAO PIC X(31).
           02 FILLER PIC X(06).
       01  REG-RETORNO-TRAILER.
           02 RTR-TIPO PIC X(03).
           02 RTR-SISTEMA PIC X(08).
           02 RTR-SITUACAO PIC X(14).
           02 RTR-QTD-ENVIADA PIC 9(07).
           02 RTR-VALIDAS PIC 9(07).
           02 RTR-INVALIDAS PIC 9(07).
           02 RTR-CORRIGIDAS PIC 9(07).
           02 RTR-MENSAGEM PIC X(27).
