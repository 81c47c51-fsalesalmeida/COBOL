      *          como numa execucao inicial (data + registro de
      *          processados), e bloco vencido ou ja processado
      *          continua recusado.
      *          Antes de rejeitar uma sigla, o programa consulta o
      *          mestre de correcoes (MESTCOR): havendo regra
      *          confirmada para o valor errado -- a da propria
      *          FONTE-LOTE primeiro, senao a geral -- a transacao
      *          sai resolvida com a sigla certa, marcada como
      *          autocorrigida na saida e na auditoria (valor
      *          original, sigla aplicada, fonte e abrangencia da
      *          regra, que o RELAT_AUDITORIA totaliza), e contada
      *          a parte no registro de controle da filial.
      *          So' entra bloco de filial cadastrada e ativa no
      *          mestre de filiais (MESTFIL, chave = CAB-SISTEMA):
      *          filial ausente dali e' recusada no cabecalho como
      *          "NAO CADASTRADA", e inativa como "FILIAL INATIVA"
      *          -- o bloco e' pulado inteiro e conta como filial com
      *          problema, do mesmo jeito que um cabecalho vencido.
      *          O envelope RECICLO e' do proprio PREPARA_LOTE e nao
      *          passa por essa conferencia.
      *          Cada bloco devolve um envelope de retorno no ARQLRET
      *          (layout CPRETORN), que o SEPARA_RETORNO distribui em
      *          um arquivo por filial: cabecalho com a filial e a
      *          data de geracao original, um detalhe por transacao
      *          com a FONTE-LOTE e o resultado (sigla, estado e
      *          regiao, ou o motivo do rejeito) e um trailer com a
      *          situacao do bloco e as mesmas contagens do registro
      *          da filial no ARQRCTL. Bloco recusado no cabecalho
      *          volta so' com cabecalho e trailer dizendo por que;
      *          bloco pulado pelo restart nao volta de novo (o
      *          envelope dele ja saiu na execucao do abend), e nem
      *          o bloco RECICLO nem o registro fora de envelope tem
      *          filial a quem devolver.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-SAIDA ASSIGN TO "ARQLSAI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RETORNO ASSIGN TO "ARQLRET"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-CHECKPT ASSIGN TO "ARQCKPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-AUDITORIA ASSIGN TO "ARQAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIGLA-CH.
           SELECT ARQ-CORRECOES ASSIGN TO "MESTCOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COR-CHAVE.
           SELECT ARQ-FILIAIS ASSIGN TO "MESTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
      *        Alem das transacoes, o ARQLOTE traz um registro de
               LABEL RECORDS ARE STANDARD.
           01  REG-SAIDA PIC X(80).

      *        Envelopes de retorno as filiais, um por bloco, na
      *        ordem do ARQLOTE.
           FD  ARQ-RETORNO
               LABEL RECORDS ARE STANDARD.
           COPY CPRETORN.

      *        Um registro de checkpoint por intervalo de transacoes
      *        processadas, carregando tambem a filial do bloco em
      *        andamento e quantas transacoes DESSE bloco ja foram
               LABEL RECORDS ARE STANDARD.
           COPY CPESTADO.

      *        Regras de correcao de sigla mantidas pela MANUT_
      *        CORRECOES; so' as confirmadas sao aplicadas aqui.
           FD  ARQ-CORRECOES
               LABEL RECORDS ARE STANDARD.
           COPY CPCORREC.

      *        Filiais transmissoras mantidas pela MANUT_FILIAIS.
           FD  ARQ-FILIAIS
               LABEL RECORDS ARE STANDARD.
           COPY CPFILIAL.

       WORKING-STORAGE SECTION.
           COPY CPTABEST.
           01 CHAVE-CARGA PIC X VALUE "N".
               02 QTD-PULADAS PIC 9(07) VALUE ZEROS.
               02 QTD-VALIDAS PIC 9(07) VALUE ZEROS.
               02 QTD-INVALIDAS PIC 9(07) VALUE ZEROS.
               02 QTD-CORRIGIDAS PIC 9(07) VALUE ZEROS.
               02 QTD-DESCARTADAS PIC 9(07) VALUE ZEROS.
               02 QTD-BLOCOS PIC 9(03) VALUE ZEROS.
               02 QTD-BLOCOS-ERRO PIC 9(03) VALUE ZEROS.
               02 QTD-PROC-BLOCO PIC 9(07) VALUE ZEROS.
               02 QTD-VALIDAS-BLOCO PIC 9(07) VALUE ZEROS.
               02 QTD-INVALIDAS-BLOCO PIC 9(07) VALUE ZEROS.
               02 QTD-CORRIGIDAS-BLOCO PIC 9(07) VALUE ZEROS.
               02 QTD-ESPERADA-BLOCO PIC 9(07) VALUE ZEROS.

           01 CALC-CHECKPOINT.
                   88 BLOCO-DO-REINICIO VALUE "S".
               02 CHAVE-JA-PROC PIC X VALUE "N".
                   88 LOTE-JA-REGISTRADO VALUE "S".
               02 CHAVE-CORRECAO PIC X VALUE "N".
                   88 CORRECAO-ACHADA VALUE "S".
               02 CHAVE-CORRIGIDA PIC X VALUE "N".
                   88 CORRECAO-APLICADA VALUE "S".
               02 CHAVE-RETORNO PIC X VALUE "N".
                   88 ENVELOPE-RETORNO-ABERTO VALUE "S".

      *        Situacao final da execucao e do bloco corrente,
      *        gravadas nos registros de controle; qualquer coisa
      *        Um registro por filial (CTL-FILIAL-L = CAB-SISTEMA do
      *        bloco) com as contagens do bloco, mais um registro
      *        geral com CTL-FILIAL-L = '*GERAL*' fechando a
      *        execucao. CTL-CORRIGIDAS-L conta as transacoes que
      *        so' passaram por regra de MESTCOR -- ja incluidas em
      *        CTL-VALIDAS-L.
           01 LINHA-CONTROLE.
               02 CTL-DATA-L PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 CTL-INVALIDAS-L PIC 9(7).
               02 FILLER PIC X VALUE SPACE.
               02 CTL-SITUACAO-L PIC X(14).
               02 FILLER PIC X VALUE SPACE.
               02 CTL-CORRIGIDAS-L PIC 9(7).
               02 FILLER PIC X(6) VALUE SPACES.

           01 LINHA-SAIDA.
               02 SIGLA-SAI PIC X(2).
               02 REGIAO-SAI PIC X(12).
               02 FILLER PIC X(41) VALUE SPACES.

      *        Transacao resolvida por regra de MESTCOR: a sigla
      *        aplicada, com o valor que chegou no lote ao lado.
           01 LINHA-SAIDA-CORRIGIDA.
               02 SIGLA-COR-SAI PIC X(2).
               02 FILLER PIC X(3) VALUE " - ".
               02 ESTADO-COR-SAI PIC X(19).
               02 FILLER PIC X(3) VALUE " / ".
               02 REGIAO-COR-SAI PIC X(12).
               02 FILLER PIC X(18) VALUE " AUTOCORRIGIDA DE ".
               02 SIGLA-ORIG-SAI PIC X(2).
               02 FILLER PIC X(21) VALUE SPACES.

           01 LINHA-SAIDA-ERRO.
               02 FILLER PIC X(20) VALUE "SIGLA INEXISTENTE: ".
               02 SIGLA-ERRO-SAI PIC X(2).
               02 AUD-ENTRADA-L PIC X(19).
               02 FILLER PIC X VALUE SPACE.
               02 AUD-CONTROLE-L PIC 9.
               02 FILLER PIC X VALUE SPACE.
               02 AUD-CORRECAO-L PIC X.
               02 FILLER PIC X VALUE SPACE.
               02 AUD-SIGLA-CORR-L PIC X(2).
               02 FILLER PIC X VALUE SPACE.
               02 AUD-FONTE-L PIC X(20).
               02 FILLER PIC X VALUE SPACE.
               02 AUD-REGRA-L PIC X.
               02 FILLER PIC X(11) VALUE SPACES.

           01 LINHA-REJEITO.
               02 REJ-DATA-L PIC 9(08).
           01 RESULT-REGIAO PIC X(12).
           01 RESULT-CONTROLE PIC 9.

      *        Abrangencia da regra de correcao achada, gravada na
      *        auditoria: F = regra da propria fonte, G = geral.
           01 REGRA-CORRECAO PIC X VALUE SPACE.

      *        PARM='...' chega do JCL como um campo binario de 2
      *        bytes com o tamanho do texto, seguido do proprio texto
      *        (LNK-PARM-TEXT) -- e' preciso mover so os LNK-PARM-LEN
           END-IF.

      *        Numa execucao inicial, ARQ-SAIDA e ARQ-CHECKPT comecam
      *        do zero; num restart, ambos continuam de onde pararam
      *        -- e o ARQ-RETORNO com eles.
      *        ARQ-AUDITORIA e ARQ-REJEITOS sempre acumulam (mesmo
      *        arquivo usado pela SIGLA_ESTADOS interativa).
       ABERTURA.
           OPEN EXTEND ARQ-REJEITOS.
           OPEN EXTEND ARQ-CONTROLE.
           OPEN I-O ARQ-PROCESSADOS.
           OPEN INPUT ARQ-CORRECOES.
           OPEN INPUT ARQ-FILIAIS.
           IF MODO-REINICIO
               OPEN EXTEND ARQ-SAIDA
               OPEN EXTEND ARQ-RETORNO
               OPEN EXTEND ARQ-CHECKPT
           ELSE
               OPEN OUTPUT ARQ-SAIDA
               OPEN OUTPUT ARQ-RETORNO
               OPEN OUTPUT ARQ-CHECKPT
           END-IF.

           ADD 1 TO QTD-BLOCOS.
           MOVE "OK" TO SITUACAO-BLOCO.
           MOVE ZEROS TO QTD-PROC-BLOCO QTD-VALIDAS-BLOCO
               QTD-INVALIDAS-BLOCO QTD-ESPERADA-BLOCO
               QTD-CORRIGIDAS-BLOCO.
           MOVE "N" TO FIM-BLOCO CHAVE-TRAILER CHAVE-PROX-CAB
               CHAVE-BLOCO-REINICIO CHAVE-RETORNO.
           IF NOT REGISTRO-CABECALHO
               MOVE ALL "?" TO FILIAL-CORRENTE
               MOVE "SEM CABECALHO" TO SITUACAO-BLOCO
               ELSE
                   PERFORM VALIDA-CABECALHO-BLOCO
               END-IF
               PERFORM ABRE-ENVELOPE-RETORNO
               IF SITUACAO-BLOCO = "OK"
                   PERFORM LE-REGISTRO
                   PERFORM PROCESSA-REGISTRO-BLOCO
                   ADD 1 TO QTD-BLOCOS-ERRO
                   MOVE "ERRO EM FILIAL" TO SITUACAO-EXECUCAO
           END-EVALUATE.
           IF ENVELOPE-RETORNO-ABERTO
               PERFORM FECHA-ENVELOPE-RETORNO
           END-IF.
           PERFORM GRAVA-CONTROLE-BLOCO.

      *        Validacao de cabecalho: um bloco com data de geracao
      *        saida e a auditoria. Vale para a execucao inicial e
      *        para o restart sem checkpoint gravado (que nao tem
      *        onde se apoiar e revalida tudo); um restart com
      *        checkpoint decide por DECIDE-BLOCO-REINICIO. Antes de
      *        tudo, a filial tem de constar ativa em MESTFIL.
       VALIDA-CABECALHO-BLOCO.
           PERFORM CONFERE-FILIAL-CADASTRADA.
           IF SITUACAO-BLOCO = "OK"
               AND CAB-DATA-GERACAO NOT = DATA-EXECUCAO
               MOVE "CAB VENCIDO" TO SITUACAO-BLOCO
               DISPLAY "FILIAL " FILIAL-CORRENTE
                   " COM DATA DE GERACAO " CAB-DATA-GERACAO
                   MOVE "PULADO RESTART" TO SITUACAO-BLOCO
                   DISPLAY "FILIAL " FILIAL-CORRENTE " JA DECIDIDA"
                       " PELA EXECUCAO INICIAL -- BLOCO PULADO"
      *        Bloco nunca alcancado passa pela mesma conferencia de
      *        filial da execucao inicial.
               WHEN OTHER
                   PERFORM CONFERE-FILIAL-CADASTRADA
           END-EVALUATE.

      *        Filial fora de MESTFIL, ou inativa, nao entra: o
      *        bloco e' recusado inteiro e a conferencia de
      *        transmissoes o lista como filial desconhecida.
       CONFERE-FILIAL-CADASTRADA.
           IF NOT BLOCO-DE-RECICLO
               MOVE FILIAL-CORRENTE TO FIL-SISTEMA
               READ ARQ-FILIAIS
                   INVALID KEY
                       MOVE "NAO CADASTRADA" TO SITUACAO-BLOCO
                       DISPLAY "FILIAL " FILIAL-CORRENTE
                           " NAO CADASTRADA EM MESTFIL"
                           " -- BLOCO RECUSADO"
                   NOT INVALID KEY
                       IF NOT FIL-ATIVA
                           MOVE "FILIAL INATIVA" TO SITUACAO-BLOCO
                           DISPLAY "FILIAL " FILIAL-CORRENTE
                               " INATIVA EM MESTFIL"
                               " -- BLOCO RECUSADO"
                       END-IF
               END-READ
           END-IF.

      *        As correcoes recicladas entraram com o bloco RECICLO:
      *        o acumulado e' regravado vazio na hora, para a noite
      *        seguinte nao dobra-las de novo -- independente do que
               END-IF
           END-IF.

      *        Sigla nao achada passa pelo mestre de correcoes antes
      *        de virar rejeito; so' com regra confirmada que aponte
      *        para sigla existente a transacao sai autocorrigida.
      *        O resultado vai tambem para o envelope de retorno da
      *        filial.
       RESOLVE-TRANSACAO.
           MOVE SPACES TO REG-RETORNO-DETALHE.
           MOVE FUNCTION UPPER-CASE (SIGLA-LOTE) TO SIGLA-LOTE.
           MOVE "N" TO CHAVE-CORRIGIDA.
           MOVE SPACES TO AUD-CORRECAO-L AUD-SIGLA-CORR-L AUD-FONTE-L
               AUD-REGRA-L.
           CALL "BUSCA_ESTADO" USING QTD-ESTADOS-TAB TABELA-ESTADOS
               TIPO-BUSCA-CHAMADA SIGLA-LOTE NOME-NAO-USADO
               RESULT-SIGLA RESULT-ESTADO RESULT-REGIAO
               RESULT-CONTROLE.
           IF RESULT-CONTROLE NOT = 1
               PERFORM PROCURA-CORRECAO
           END-IF.
           EVALUATE TRUE
               WHEN CORRECAO-APLICADA
                   MOVE COR-SIGLA-CERTA TO SIGLA-COR-SAI
                   MOVE RESULT-ESTADO TO ESTADO-COR-SAI
                   MOVE RESULT-REGIAO TO REGIAO-COR-SAI
                   MOVE SIGLA-LOTE TO SIGLA-ORIG-SAI
                   WRITE REG-SAIDA FROM LINHA-SAIDA-CORRIGIDA
                   MOVE "A" TO AUD-CORRECAO-L
                   MOVE COR-SIGLA-CERTA TO AUD-SIGLA-CORR-L
                   MOVE FONTE-LOTE TO AUD-FONTE-L
                   MOVE REGRA-CORRECAO TO AUD-REGRA-L
                   ADD 1 TO QTD-VALIDAS
                   ADD 1 TO QTD-VALIDAS-BLOCO
                   ADD 1 TO QTD-CORRIGIDAS
                   ADD 1 TO QTD-CORRIGIDAS-BLOCO
                   SET RDT-AUTOCORRIGIDA TO TRUE
                   MOVE COR-SIGLA-CERTA TO RDT-SIGLA
                   MOVE RESULT-ESTADO TO RDT-ESTADO
                   MOVE RESULT-REGIAO TO RDT-REGIAO
               WHEN RESULT-CONTROLE = 1
                   MOVE SIGLA-LOTE TO SIGLA-SAI
                   MOVE RESULT-ESTADO TO ESTADO-SAI
                   MOVE RESULT-REGIAO TO REGIAO-SAI
                   WRITE REG-SAIDA FROM LINHA-SAIDA
                   ADD 1 TO QTD-VALIDAS
                   ADD 1 TO QTD-VALIDAS-BLOCO
                   SET RDT-VALIDA TO TRUE
                   MOVE SIGLA-LOTE TO RDT-SIGLA
                   MOVE RESULT-ESTADO TO RDT-ESTADO
                   MOVE RESULT-REGIAO TO RDT-REGIAO
               WHEN OTHER
                   MOVE SIGLA-LOTE TO SIGLA-ERRO-SAI
                   WRITE REG-SAIDA FROM LINHA-SAIDA-ERRO
                   PERFORM GRAVA-REJEITO
                   ADD 1 TO QTD-INVALIDAS
                   ADD 1 TO QTD-INVALIDAS-BLOCO
                   SET RDT-REJEITADA TO TRUE
                   MOVE SPACES TO RDT-SIGLA
                   MOVE "SIGLA INEXISTENTE" TO RDT-MOTIVO
           END-EVALUATE.
           IF ENVELOPE-RETORNO-ABERTO
               PERFORM GRAVA-DETALHE-RETORNO
           END-IF.
           MOVE SIGLA-LOTE TO AUD-ENTRADA-L.
           MOVE RESULT-CONTROLE TO AUD-CONTROLE-L.
           PERFORM GRAVA-AUDITORIA.

      *        Regra da propria FONTE-LOTE primeiro, geral (fonte em
      *        branco) depois. A sigla certa ainda passa pela
      *        BUSCA_ESTADO: regra que aponte para sigla que saiu de
      *        MESTEST nao resolve, e a transacao segue para rejeito.
       PROCURA-CORRECAO.
           MOVE "N" TO CHAVE-CORRECAO.
           MOVE SIGLA-LOTE TO COR-VALOR-ERRADO.
           MOVE FONTE-LOTE TO COR-FONTE.
           IF FONTE-LOTE = SPACES
               MOVE "G" TO REGRA-CORRECAO
           ELSE
               MOVE "F" TO REGRA-CORRECAO
           END-IF.
           PERFORM LE-CORRECAO.
           IF NOT CORRECAO-ACHADA AND FONTE-LOTE NOT = SPACES
               MOVE SIGLA-LOTE TO COR-VALOR-ERRADO
               MOVE SPACES TO COR-FONTE
               MOVE "G" TO REGRA-CORRECAO
               PERFORM LE-CORRECAO
           END-IF.
           IF CORRECAO-ACHADA
               CALL "BUSCA_ESTADO" USING QTD-ESTADOS-TAB
                   TABELA-ESTADOS TIPO-BUSCA-CHAMADA COR-SIGLA-CERTA
                   NOME-NAO-USADO RESULT-SIGLA RESULT-ESTADO
                   RESULT-REGIAO RESULT-CONTROLE
               IF RESULT-CONTROLE = 1
                   SET CORRECAO-APLICADA TO TRUE
               ELSE
                   DISPLAY "REGRA DE CORRECAO " COR-VALOR-ERRADO
                       " -> " COR-SIGLA-CERTA
                       " APONTA SIGLA FORA DE MESTEST"
               END-IF
           END-IF.

       LE-CORRECAO.
           READ ARQ-CORRECOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COR-CONFIRMADA
                       SET CORRECAO-ACHADA TO TRUE
                   END-IF
           END-READ.

      *        Salta os detalhes de um bloco que nao sera processado
      *        (recusado no cabecalho, ou pulado pelo restart),
      *        consumindo o trailer dele; o registro seguinte fica
           MOVE FONTE-LOTE TO REJ-FONTE-L.
           WRITE REG-REJEITO FROM LINHA-REJEITO.

      *        Cabecalho do envelope de retorno, para todo bloco com
      *        filial identificada e decidido nesta execucao. O bloco
      *        em que o restart retoma ja teve o cabecalho gravado na
      *        execucao do abend, e continua aquele envelope; o bloco
      *        pulado pelo restart ja foi devolvido inteiro nela. O
      *        bloco RECICLO vem do PREPARA_LOTE, nao de uma filial,
      *        e nao tem a quem devolver: fica sem envelope, e sem
      *        envelope aberto os detalhes dele tambem nao saem.
       ABRE-ENVELOPE-RETORNO.
           IF BLOCO-DO-REINICIO AND NOT BLOCO-DE-RECICLO
               SET ENVELOPE-RETORNO-ABERTO TO TRUE
           END-IF.
           IF SITUACAO-BLOCO NOT = "PULADO RESTART"
               AND NOT BLOCO-DO-REINICIO
               AND NOT BLOCO-DE-RECICLO
               MOVE SPACES TO REG-RETORNO-CABECALHO
               MOVE "HDR" TO RCB-TIPO
               MOVE FILIAL-CORRENTE TO RCB-SISTEMA
               MOVE DATA-GERACAO-BLOCO TO RCB-DATA-GERACAO
               ACCEPT AUD-DATA FROM DATE YYYYMMDD
               ACCEPT AUD-HORA FROM TIME
               MOVE AUD-DATA TO RCB-DATA-PROC
               MOVE AUD-HORA TO RCB-HORA-PROC
               MOVE MODO-EXECUCAO TO RCB-MODO
               WRITE REG-RETORNO-CABECALHO
               SET ENVELOPE-RETORNO-ABERTO TO TRUE
           END-IF.

      *        Um detalhe por transacao, na posicao dela no lote da
      *        filial (a mesma contagem reconciliada com o trailer).
       GRAVA-DETALHE-RETORNO.
           MOVE "DET" TO RDT-TIPO.
           MOVE FILIAL-CORRENTE TO RDT-SISTEMA.
           MOVE QTD-PROC-BLOCO TO RDT-SEQUENCIA.
           MOVE FONTE-LOTE TO RDT-FONTE.
           MOVE SIGLA-LOTE TO RDT-SIGLA-ENVIADA.
           WRITE REG-RETORNO-DETALHE.

      *        Trailer do envelope: situacao do bloco e as mesmas
      *        contagens gravadas no ARQRCTL para a filial, mais a
      *        quantidade que o trailer dela anunciava e o que a
      *        filial tem de fazer.
       FECHA-ENVELOPE-RETORNO.
           MOVE SPACES TO REG-RETORNO-TRAILER.
           MOVE "TRL" TO RTR-TIPO.
           MOVE FILIAL-CORRENTE TO RTR-SISTEMA.
           MOVE SITUACAO-BLOCO TO RTR-SITUACAO.
           MOVE QTD-ESPERADA-BLOCO TO RTR-QTD-ENVIADA.
           MOVE QTD-VALIDAS-BLOCO TO RTR-VALIDAS.
           MOVE QTD-INVALIDAS-BLOCO TO RTR-INVALIDAS.
           MOVE QTD-CORRIGIDAS-BLOCO TO RTR-CORRIGIDAS.
           EVALUATE SITUACAO-BLOCO
               WHEN "OK"
                   MOVE "LOTE ACEITO" TO RTR-MENSAGEM
               WHEN "JA PROCESSADO"
                   MOVE "LOTE JA RECEBIDO ANTES" TO RTR-MENSAGEM
               WHEN "CAB VENCIDO"
                   MOVE "GERAR LOTE COM DATA DO DIA" TO RTR-MENSAGEM
               WHEN "NAO CADASTRADA"
               WHEN "FILIAL INATIVA"
                   MOVE "PROCURAR A MATRIZ" TO RTR-MENSAGEM
               WHEN OTHER
                   MOVE "RETRANSMITIR O LOTE INTEIRO" TO RTR-MENSAGEM
           END-EVALUATE.
           WRITE REG-RETORNO-TRAILER.

       GRAVA-CHECKPOINT.
           MOVE QTD-PROCESSADAS TO CKPT-QTD-PROCESSADA.
           MOVE FILIAL-CORRENTE TO CKPT-FILIAL.
           MOVE FILIAL-CORRENTE TO CTL-FILIAL-L.
           MOVE QTD-VALIDAS-BLOCO TO CTL-VALIDAS-L.
           MOVE QTD-INVALIDAS-BLOCO TO CTL-INVALIDAS-L.
           MOVE QTD-CORRIGIDAS-BLOCO TO CTL-CORRIGIDAS-L.
           MOVE SITUACAO-BLOCO TO CTL-SITUACAO-L.
           PERFORM GRAVA-CONTROLE.

           MOVE "*GERAL*" TO CTL-FILIAL-L.
           MOVE QTD-VALIDAS TO CTL-VALIDAS-L.
           MOVE QTD-INVALIDAS TO CTL-INVALIDAS-L.
           MOVE QTD-CORRIGIDAS TO CTL-CORRIGIDAS-L.
           MOVE SITUACAO-EXECUCAO TO CTL-SITUACAO-L.
           PERFORM GRAVA-CONTROLE.

           PERFORM GRAVA-CONTROLE-GERAL.
           CLOSE ARQ-LOTE.
           CLOSE ARQ-SAIDA.
           CLOSE ARQ-RETORNO.
           CLOSE ARQ-CHECKPT.
           CLOSE ARQ-AUDITORIA.
           CLOSE ARQ-REJEITOS.
           CLOSE ARQ-CONTROLE.
           CLOSE ARQ-PROCESSADOS.
           CLOSE ARQ-CORRECOES.
           CLOSE ARQ-FILIAIS.
           DISPLAY "BLOCOS DE FILIAL LIDOS...............: "
               QTD-BLOCOS.
           DISPLAY "BLOCOS COM PROBLEMA..................: "
               QTD-PROCESSADAS-EXEC.
           DISPLAY "SIGLAS VALIDAS.......................: "
               QTD-VALIDAS.
           DISPLAY "SIGLAS AUTOCORRIGIDAS (EM VALIDAS)...: "
               QTD-CORRIGIDAS.
           DISPLAY "SIGLAS INVALIDAS.....................: "
               QTD-INVALIDAS.
           DISPLAY "REGISTROS DESCARTADOS................: "
