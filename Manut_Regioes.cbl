      *          programa que consulte o cadastro. E' deste arquivo
      *          que MANUT_ESTADOS valida a regiao digitada e que
      *          SIGLA_REGIAO_BATCH monta as secoes do relatorio.
      *          Nenhuma alteracao vai mais direto para o mestre: a
      *          transacao identifica o operador, valida como antes
      *          e grava a proposta (imagens antes/depois) no arquivo
      *          de pendencias ARQPEND; quem aplica e' a
      *          APROVA_PENDENCIAS, por outro operador, refazendo as
      *          mesmas validacoes no momento da aprovacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGIAO-CH.
           SELECT ARQ-PENDENCIAS ASSIGN TO "ARQPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-REGIOES
               LABEL RECORDS ARE STANDARD.
           COPY CPREGIAO.

           FD  ARQ-PENDENCIAS
               LABEL RECORDS ARE STANDARD.
           COPY CPPENDEN.

       WORKING-STORAGE SECTION.
      *        LIMITE-ORDEM acompanha o OCCURS da tabela de regioes
      *        em memoria de SIGLA_REGIAO_BATCH: uma ordem acima dele
                   88 OPCAO-SAIR VALUE "S".
               02 REGIAO-INF PIC X(12) VALUE SPACES.
               02 ORDEM-INF PIC 99 VALUE ZEROS.
               02 OPERADOR PIC X(8) VALUE SPACES.

      *        Imagens do registro de regiao antes e depois da
      *        alteracao proposta, como vao gravadas em ARQPEND.
           01 IMAGEM-ANTES PIC X(39) VALUE SPACES.
           01 IMAGEM-DEPOIS PIC X(39) VALUE SPACES.

      *        Trinco com os jobs de exclusividade: a sessao desta
      *        transacao e' registrada em ARQSESS na abertura (via

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RECEBE-OPERADOR UNTIL OPERADOR NOT = SPACES.
           MOVE OPERADOR TO OPERADOR-SESSAO.
           OPEN INPUT ARQ-REGIOES.
           OPEN I-O ARQ-PENDENCIAS.
           MOVE "A" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           PERFORM CORPO UNTIL OPCAO-SAIR.
           CLOSE ARQ-REGIOES.
           CLOSE ARQ-PENDENCIAS.
           MOVE "F" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           DISPLAY "FIM DO PROGRAMA" AT 2030.
           STOP "".
           STOP RUN.

      *        A identificacao do operador vai gravada em cada
      *        alteracao proposta nesta sessao; e' ela que impede o
      *        mesmo operador de aprovar a propria alteracao.
       RECEBE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR: " AT 0511.
           ACCEPT OPERADOR AT 0540 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (OPERADOR) TO OPERADOR.
           IF OPERADOR = SPACES
               DISPLAY "OPERADOR E' OBRIGATORIO" AT 0711
           END-IF.

       CORPO.
           DISPLAY TELA-MENU.
           ACCEPT OPCAO AT 1318 WITH PROMPT AUTO.
           DISPLAY "ORDEM NO RELATORIO (01-10): " AT 1611.
           ACCEPT ORDEM-INF AT 1640 WITH PROMPT AUTO.

      *        Regiao ja cadastrada e' recusada aqui mesmo, para o
      *        operador saber na hora; a ordem volta a ser
      *        conferida na aprovacao.
       INCLUIR-REGIAO.
           PERFORM RECEBE-REGIAO.
           MOVE REGIAO-INF TO REGIAO-CH.
           READ ARQ-REGIOES
               INVALID KEY
                   PERFORM RECEBE-ORDEM
                   EVALUATE TRUE
                       WHEN ORDEM-INF < 1 OR ORDEM-INF > LIMITE-ORDEM
                           DISPLAY "ORDEM DEVE SER ENTRE 01 E 10"
                               AT 1811
                       WHEN OTHER
                           PERFORM VERIFICA-ORDEM
                           IF ORDEM-JA-USADA
                               DISPLAY
                                   "ORDEM JA USADA POR OUTRA REGIAO!"
                                   AT 1811
                           ELSE
                               MOVE REGIAO-INF TO REGIAO-CH
                               MOVE ORDEM-INF TO REGIAO-SEQ
                               MOVE SPACES TO IMAGEM-ANTES
                               MOVE REG-REGIAO TO IMAGEM-DEPOIS
                               PERFORM GRAVA-PENDENCIA
                           END-IF
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "REGIAO JA CADASTRADA!" AT 1811
           END-READ.

       ALTERAR-REGIAO.
           PERFORM RECEBE-REGIAO.
               INVALID KEY
                   DISPLAY "REGIAO NAO CADASTRADA!" AT 1811
               NOT INVALID KEY
                   MOVE REG-REGIAO TO IMAGEM-ANTES
                   PERFORM RECEBE-ORDEM
                   EVALUATE TRUE
                       WHEN ORDEM-INF < 1 OR ORDEM-INF > LIMITE-ORDEM
                           ELSE
                               MOVE REGIAO-INF TO REGIAO-CH
                               MOVE ORDEM-INF TO REGIAO-SEQ
                               MOVE REG-REGIAO TO IMAGEM-DEPOIS
                               PERFORM GRAVA-PENDENCIA
                           END-IF
                   END-EVALUATE
           END-READ.
      *        Varre o cadastro atras de outra regiao que ja use a
      *        ordem digitada (a propria regiao nao conta, para o
      *        ALTERAR poder manter a ordem que ja tinha). A varredura
      *        desposiciona o registro corrente, por isso quem monta
      *        a imagem depois dela recarrega REGIAO-CH e REGIAO-SEQ.
       VERIFICA-ORDEM.
           MOVE "N" TO CHAVE-ORDEM.
           MOVE "N" TO CHAVE-FIM-REGIOES.
       EXCLUIR-REGIAO.
           PERFORM RECEBE-REGIAO.
           MOVE REGIAO-INF TO REGIAO-CH.
           READ ARQ-REGIOES
               INVALID KEY
                   DISPLAY "REGIAO NAO CADASTRADA!" AT 1811
               NOT INVALID KEY
                   MOVE REG-REGIAO TO IMAGEM-ANTES
                   MOVE SPACES TO IMAGEM-DEPOIS
                   PERFORM GRAVA-PENDENCIA
           END-READ.

       CONSULTAR-REGIAO.
           PERFORM RECEBE-REGIAO.
                   DISPLAY REGIAO-SEQ AT 1632
           END-READ.

      *        Grava a alteracao proposta em ARQPEND, pendente de
      *        aprovacao por outro operador. A chave leva o momento
      *        da proposta; uma colisao (duas propostas no mesmo
      *        centesimo) so' pede para repetir a operacao.
       GRAVA-PENDENCIA.
           ACCEPT PEN-DATA FROM DATE YYYYMMDD.
           ACCEPT PEN-HORA FROM TIME.
           MOVE "MESTREG" TO PEN-MESTRE.
           MOVE OPCAO TO PEN-ACAO.
           MOVE IMAGEM-ANTES TO PEN-IMAGEM-ANTES.
           MOVE IMAGEM-DEPOIS TO PEN-IMAGEM-DEPOIS.
           MOVE OPERADOR TO PEN-OPERADOR.
           MOVE "P" TO PEN-SITUACAO.
           MOVE SPACES TO PEN-APROVADOR.
           MOVE ZEROS TO PEN-DATA-DECISAO.
           MOVE ZEROS TO PEN-HORA-DECISAO.
           MOVE SPACES TO PEN-MOTIVO.
           WRITE REG-PENDENCIA
               INVALID KEY
                   DISPLAY "PROPOSTA NAO GRAVADA -- REPITA A OPERACAO"
                       AT 1811
               NOT INVALID KEY
                   DISPLAY "ALTERACAO ENVIADA PARA APROVACAO." AT 1811
           END-WRITE.

       CONTROLA-SESSAO-CADASTRO.
           CALL "CONTROLA_SESSAO" USING ACAO-SESSAO PROGRAMA-SESSAO
               OPERADOR-SESSAO QTD-SESSOES-ATIVAS DETENTOR-SESSAO
