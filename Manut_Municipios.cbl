      *          apontar para estado que nao existe. (O outro lado da
      *          integridade esta em MANUT_ESTADOS, que recusa
      *          excluir sigla que ainda tenha municipios.)
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
               RECORD KEY IS SIGLA-CH.
           SELECT ARQ-PENDENCIAS ASSIGN TO "ARQPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-MUNICIPIOS
               LABEL RECORDS ARE STANDARD.
           COPY CPESTADO.

           FD  ARQ-PENDENCIAS
               LABEL RECORDS ARE STANDARD.
           COPY CPPENDEN.

       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO PIC X VALUE SPACES.
               02 CODIGO-INF PIC 9(07) VALUE ZEROS.
               02 NOME-INF PIC X(30) VALUE SPACES.
               02 SIGLA-INF PIC X(02) VALUE SPACES.
               02 OPERADOR PIC X(08) VALUE SPACES.
           01 CHAVE-SIGLA PIC X VALUE "N".
               88 SIGLA-CADASTRADA VALUE "S".

      *        Imagens do registro de municipio antes e depois da
      *        alteracao proposta, como vao gravadas em ARQPEND.
           01 IMAGEM-ANTES PIC X(39) VALUE SPACES.
           01 IMAGEM-DEPOIS PIC X(39) VALUE SPACES.

      *        Trinco com os jobs de exclusividade: a sessao desta
      *        transacao e' registrada em ARQSESS na abertura (via
      *        CONTROLA_SESSAO) e liberada na saida; e' o que os jobs

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RECEBE-OPERADOR UNTIL OPERADOR NOT = SPACES.
           MOVE OPERADOR TO OPERADOR-SESSAO.
           OPEN INPUT ARQ-MUNICIPIOS.
           OPEN INPUT ARQ-ESTADOS.
           OPEN I-O ARQ-PENDENCIAS.
           MOVE "A" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           PERFORM CORPO UNTIL OPCAO-SAIR.
           CLOSE ARQ-MUNICIPIOS.
           CLOSE ARQ-ESTADOS.
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
                   SET SIGLA-CADASTRADA TO TRUE
           END-READ.

      *        Codigo ja cadastrado e' recusado aqui mesmo, para o
      *        operador saber na hora; a sigla dona volta a ser
      *        conferida na aprovacao.
       INCLUIR-MUNICIPIO.
           PERFORM RECEBE-CODIGO.
           IF CODIGO-INF = 0
               DISPLAY "CODIGO DEVE SER MAIOR QUE 0" AT 1911
           ELSE
               MOVE CODIGO-INF TO MUNIC-CH
               READ ARQ-MUNICIPIOS
                   INVALID KEY
                       DISPLAY "NOME DO MUNICIPIO: " AT 1611
                       ACCEPT NOME-INF AT 1631 WITH PROMPT AUTO
                       PERFORM RECEBE-VALIDA-SIGLA
                       IF SIGLA-CADASTRADA
                           MOVE CODIGO-INF TO MUNIC-CH
                           MOVE FUNCTION UPPER-CASE (NOME-INF)
                               TO MUNIC-NOME
                           MOVE SIGLA-INF TO MUNIC-SIGLA
                           MOVE SPACES TO IMAGEM-ANTES
                           MOVE REG-MUNICIPIO TO IMAGEM-DEPOIS
                           PERFORM GRAVA-PENDENCIA
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "MUNICIPIO JA CADASTRADO!" AT 1911
               END-READ
           END-IF.

       ALTERAR-MUNICIPIO.
               INVALID KEY
                   DISPLAY "MUNICIPIO NAO CADASTRADO!" AT 1911
               NOT INVALID KEY
                   MOVE REG-MUNICIPIO TO IMAGEM-ANTES
                   DISPLAY "NOME DO MUNICIPIO: " AT 1611
                   ACCEPT NOME-INF AT 1631 WITH PROMPT AUTO
                   PERFORM RECEBE-VALIDA-SIGLA
                       MOVE FUNCTION UPPER-CASE (NOME-INF)
                           TO MUNIC-NOME
                       MOVE SIGLA-INF TO MUNIC-SIGLA
                       MOVE REG-MUNICIPIO TO IMAGEM-DEPOIS
                       PERFORM GRAVA-PENDENCIA
                   END-IF
           END-READ.

       EXCLUIR-MUNICIPIO.
           PERFORM RECEBE-CODIGO.
           MOVE CODIGO-INF TO MUNIC-CH.
           READ ARQ-MUNICIPIOS
               INVALID KEY
                   DISPLAY "MUNICIPIO NAO CADASTRADO!" AT 1911
               NOT INVALID KEY
                   MOVE REG-MUNICIPIO TO IMAGEM-ANTES
                   MOVE SPACES TO IMAGEM-DEPOIS
                   PERFORM GRAVA-PENDENCIA
           END-READ.

       CONSULTAR-MUNICIPIO.
           PERFORM RECEBE-CODIGO.
                   DISPLAY MUNIC-SIGLA AT 1711
           END-READ.

      *        Grava a alteracao proposta em ARQPEND, pendente de
      *        aprovacao por outro operador. A chave leva o momento
      *        da proposta; uma colisao (duas propostas no mesmo
      *        centesimo) so' pede para repetir a operacao.
       GRAVA-PENDENCIA.
           ACCEPT PEN-DATA FROM DATE YYYYMMDD.
           ACCEPT PEN-HORA FROM TIME.
           MOVE "MESTMUN" TO PEN-MESTRE.
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
                       AT 1911
               NOT INVALID KEY
                   DISPLAY "ALTERACAO ENVIADA PARA APROVACAO." AT 1911
           END-WRITE.

       CONTROLA-SESSAO-CADASTRO.
           CALL "CONTROLA_SESSAO" USING ACAO-SESSAO PROGRAMA-SESSAO
               OPERADOR-SESSAO QTD-SESSOES-ATIVAS DETENTOR-SESSAO
