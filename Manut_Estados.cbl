      *          ainda tenha municipios no mestre de municipios
      *          (MESTMUN, mantido por MANUT_MUNICIPIOS), o outro
      *          lado da integridade municipio-estado.
      *          Nenhuma alteracao vai mais direto para o mestre: a
      *          transacao identifica o operador, valida como antes
      *          e grava a proposta (imagens antes/depois) no arquivo
      *          de pendencias ARQPEND; quem aplica e' a
      *          APROVA_PENDENCIAS, por outro operador, refazendo as
      *          mesmas validacoes no momento da aprovacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS MUNIC-CH
               ALTERNATE RECORD KEY IS MUNIC-NOME
                   WITH DUPLICATES.
           SELECT ARQ-PENDENCIAS ASSIGN TO "ARQPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-ESTADOS
               LABEL RECORDS ARE STANDARD.
           COPY CPMUNIC.

           FD  ARQ-PENDENCIAS
               LABEL RECORDS ARE STANDARD.
           COPY CPPENDEN.

       WORKING-STORAGE SECTION.
      *        LIMITE-ESTADOS-TAB (mesmo limite do OCCURS DEPENDING ON
      *        de TAB-ESTADOS, ver CPTABEST.cpy) tambem vale aqui: nao
      *        adianta a manutencao aceitar mais siglas do que os
      *        programas que carregam MESTEST em memoria conseguem
      *        guardar. QTD-ESTADOS-TAB conta o que ja esta gravado no
      *        arquivo na abertura (o que so' se aprova depois conta
      *        de novo na APROVA_PENDENCIAS).
           COPY CPTABEST.
           01 CHAVE-CARGA PIC X VALUE "N".
               88 FIM-CARGA VALUE "S".
               02 SIGLA-INF PIC X(2) VALUE SPACES.
               02 ESTADO-INF PIC X(19) VALUE SPACES.
               02 REGIAO-INF PIC X(12) VALUE SPACES.
               02 OPERADOR PIC X(8) VALUE SPACES.
           01 CHAVE-REGIAO PIC X VALUE "N".
               88 REGIAO-CADASTRADA VALUE "S".
           01 CHAVE-MUNICIPIO PIC X VALUE "N".
           01 CHAVE-FIM-MUNICIPIOS PIC X VALUE "N".
               88 FIM-MUNICIPIOS VALUE "S".

      *        Imagens do registro de estado antes e depois da
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
           OPEN INPUT ARQ-ESTADOS.
           OPEN INPUT ARQ-REGIOES.
           OPEN I-O ARQ-PENDENCIAS.
           MOVE "A" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           PERFORM CONTA-ESTADOS.
           PERFORM CORPO UNTIL OPCAO-SAIR.
           CLOSE ARQ-ESTADOS.
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

      *        Conta quantas siglas ja estao gravadas em MESTEST, para
      *        que INCLUIR-ESTADO saiba quando o arquivo chegou no
      *        limite que os programas de consulta suportam em memoria.
           ACCEPT SIGLA-INF AT 1519 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (SIGLA-INF) TO SIGLA-INF.

      *        A sigla ja cadastrada e' recusada aqui mesmo, para o
      *        operador saber na hora; o limite e a regiao voltam a
      *        ser conferidos na aprovacao.
       INCLUIR-ESTADO.
           IF QTD-ESTADOS-TAB >= LIMITE-ESTADOS-TAB
               DISPLAY "LIMITE DE " LIMITE-ESTADOS-TAB
                   " ESTADOS CADASTRADOS ATINGIDO!" AT 1811
           ELSE
               PERFORM RECEBE-SIGLA
               MOVE SIGLA-INF TO SIGLA-CH
               READ ARQ-ESTADOS
                   INVALID KEY
                       DISPLAY "NOME DO ESTADO: " AT 1611
                       ACCEPT ESTADO-INF AT 1628 WITH PROMPT AUTO
                       PERFORM RECEBE-VALIDA-REGIAO
                       IF REGIAO-CADASTRADA
                           MOVE SIGLA-INF TO SIGLA-CH
                           MOVE FUNCTION UPPER-CASE (ESTADO-INF)
                               TO ESTADO-NOME
                           MOVE REGIAO-INF TO REGIAO-NOME
                           MOVE SPACES TO IMAGEM-ANTES
                           MOVE REG-ESTADO TO IMAGEM-DEPOIS
                           PERFORM GRAVA-PENDENCIA
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "SIGLA JA CADASTRADA!" AT 1811
               END-READ
           END-IF.

      *        So passa uma regiao que exista no mestre de regioes;
               NOT INVALID KEY
                   DISPLAY "NOME DO ESTADO: " AT 1611
                   ACCEPT ESTADO-INF AT 1628 WITH PROMPT AUTO
                   MOVE REG-ESTADO TO IMAGEM-ANTES
                   PERFORM RECEBE-VALIDA-REGIAO
                   IF REGIAO-CADASTRADA
                       MOVE IMAGEM-ANTES TO REG-ESTADO
                       MOVE FUNCTION UPPER-CASE (ESTADO-INF)
                           TO ESTADO-NOME
                       MOVE REGIAO-INF TO REGIAO-NOME
                       MOVE REG-ESTADO TO IMAGEM-DEPOIS
                       PERFORM GRAVA-PENDENCIA
                   END-IF
           END-READ.

                   AT 1811
           ELSE
               MOVE SIGLA-INF TO SIGLA-CH
               READ ARQ-ESTADOS
                   INVALID KEY
                       DISPLAY "SIGLA NAO CADASTRADA!" AT 1811
                   NOT INVALID KEY
                       MOVE REG-ESTADO TO IMAGEM-ANTES
                       MOVE SPACES TO IMAGEM-DEPOIS
                       PERFORM GRAVA-PENDENCIA
               END-READ
           END-IF.

      *        Varre o mestre de municipios atras de algum que ainda
                   DISPLAY REGIAO-NOME AT 1711
           END-READ.

      *        Grava a alteracao proposta em ARQPEND, pendente de
      *        aprovacao por outro operador. A chave leva o momento
      *        da proposta; uma colisao (duas propostas no mesmo
      *        centesimo) so' pede para repetir a operacao.
       GRAVA-PENDENCIA.
           ACCEPT PEN-DATA FROM DATE YYYYMMDD.
           ACCEPT PEN-HORA FROM TIME.
           MOVE "MESTEST" TO PEN-MESTRE.
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
