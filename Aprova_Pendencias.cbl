      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Transacao de aprovacao das alteracoes pendentes do
      *          cadastro (ARQPEND), gravadas por MANUT_ESTADOS,
      *          MANUT_MUNICIPIOS, MANUT_REGIOES e MANUT_FERIADOS.
      *          Percorre as pendencias uma a uma na tela, mostrando
      *          mestre, acao, quem propos e quando, e as imagens
      *          antes/depois; o operador aprova (a alteracao e'
      *          aplicada no mestre na hora), recusa com motivo, ou
      *          pula (continua pendente para a proxima sessao).
      *          Regra dos quatro olhos: quem propos nao decide a
      *          propria alteracao -- so' pode pular.
      *          A aprovacao refaz as mesmas validacoes das telas de
      *          manutencao (limite de estados, regiao cadastrada,
      *          sigla sem municipios na exclusao, sigla dona do
      *          municipio cadastrada, ordem de regiao unica) e, na
      *          alteracao e exclusao, confere que o registro no
      *          mestre ainda e' a imagem antes da proposta; se algo
      *          mudou desde a proposta, a alteracao nao e' aplicada
      *          e continua pendente, com o motivo na tela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA_PENDENCIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDENCIAS ASSIGN TO "ARQPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE.
           SELECT ARQ-ESTADOS ASSIGN TO "MESTEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIGLA-CH.
           SELECT ARQ-REGIOES ASSIGN TO "MESTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGIAO-CH.
           SELECT ARQ-MUNICIPIOS ASSIGN TO "MESTMUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUNIC-CH
               ALTERNATE RECORD KEY IS MUNIC-NOME
                   WITH DUPLICATES.
           SELECT ARQ-FERIADOS ASSIGN TO "MESTFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FERIADO-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PENDENCIAS
               LABEL RECORDS ARE STANDARD.
           COPY CPPENDEN.

           FD  ARQ-ESTADOS
               LABEL RECORDS ARE STANDARD.
           COPY CPESTADO.

           FD  ARQ-REGIOES
               LABEL RECORDS ARE STANDARD.
           COPY CPREGIAO.

           FD  ARQ-MUNICIPIOS
               LABEL RECORDS ARE STANDARD.
           COPY CPMUNIC.

           FD  ARQ-FERIADOS
               LABEL RECORDS ARE STANDARD.
           COPY CPFERIAD.

       WORKING-STORAGE SECTION.
      *        Mesmo limite de MANUT_ESTADOS (ver CPTABEST.cpy):
      *        QTD-ESTADOS-TAB conta o que ja esta em MESTEST na
      *        abertura e acompanha cada inclusao/exclusao aprovada.
           COPY CPTABEST.
      *        Mesmo limite de ordem de MANUT_REGIOES.
           01 LIMITE-ORDEM PIC 99 VALUE 10.

      *        Registros propostos, desmontados da imagem depois (ou
      *        da imagem antes, na exclusao); ficam fora das areas
      *        de FD porque as varreduras de conferencia (municipios
      *        da sigla, ordem da regiao) passam por cima delas.
           01 ESTADO-PROPOSTO.
               02 SIGLA-PROP PIC X(02).
               02 ESTADO-PROP PIC X(19).
               02 REGIAO-PROP PIC X(12).
           01 MUNICIPIO-PROPOSTO.
               02 CODIGO-PROP PIC 9(07).
               02 MUNICIPIO-PROP PIC X(30).
               02 SIGLA-DONA-PROP PIC X(02).
           01 REGIAO-PROPOSTA.
               02 REGIAO-CH-PROP PIC X(12).
               02 ORDEM-PROP PIC 99.
           01 FERIADO-PROPOSTO.
               02 FERIADO-DATA-PROP PIC 9(08).
               02 FERIADO-NOME-PROP PIC X(30).

           01 DATA-HORA-SISTEMA.
               02 DEC-DATA PIC 9(08).
               02 DEC-HORA PIC 9(08).

           01 DADOS.
               02 OPERADOR PIC X(8) VALUE SPACES.
               02 ENTRADA-DECISAO PIC X VALUE SPACES.
               02 ACAO-DECISAO PIC X VALUE SPACES.
                   88 ACAO-APROVAR VALUE "A".
                   88 ACAO-RECUSAR VALUE "R".
                   88 ACAO-PULAR VALUE "P".
                   88 ACAO-ENCERRAR VALUE "F".
               02 MOTIVO-INF PIC X(40) VALUE SPACES.
               02 MOTIVO-FALHA PIC X(40) VALUE SPACES.

           01 CONTADORES.
               02 QTD-PENDENTES PIC 9(05) VALUE ZEROS.
               02 QTD-APROVADAS PIC 9(05) VALUE ZEROS.
               02 QTD-RECUSADAS PIC 9(05) VALUE ZEROS.
               02 QTD-PULADAS PIC 9(05) VALUE ZEROS.
               02 QTD-NAO-APLICADAS PIC 9(05) VALUE ZEROS.

           01 CHAVES.
               02 FIM-PENDENCIAS PIC X VALUE "N".
                   88 PENDENCIAS-TERMINADAS VALUE "S".
               02 FIM-CARGA PIC X VALUE "N".
                   88 CARGA-TERMINADA VALUE "S".
               02 CHAVE-APLICACAO PIC X VALUE "S".
                   88 APLICACAO-OK VALUE "S".
                   88 APLICACAO-FALHOU VALUE "N".
               02 CHAVE-MUNICIPIO PIC X VALUE "N".
                   88 SIGLA-TEM-MUNICIPIO VALUE "S".
               02 CHAVE-FIM-MUNICIPIOS PIC X VALUE "N".
                   88 FIM-MUNICIPIOS VALUE "S".
               02 CHAVE-ORDEM PIC X VALUE "N".
                   88 ORDEM-JA-USADA VALUE "S".
               02 CHAVE-FIM-REGIOES PIC X VALUE "N".
                   88 FIM-REGIOES VALUE "S".

      *        Trinco com os jobs de exclusividade: a sessao desta
      *        transacao e' registrada em ARQSESS na abertura (via
      *        CONTROLA_SESSAO) e liberada na saida; e' o que os jobs
      *        BKPMEST, RESMEST, MANUTEST e RELAUDIT consultam antes
      *        de mexer no cadastro.
           01 ACAO-SESSAO PIC X VALUE SPACE.
           01 PROGRAMA-SESSAO PIC X(20) VALUE "APROVA_PENDENCIAS".
           01 OPERADOR-SESSAO PIC X(8) VALUE SPACES.
           01 QTD-SESSOES-ATIVAS PIC 9(3) VALUE ZEROS.
           01 DETENTOR-SESSAO PIC X(20) VALUE SPACES.
           01 DETENTOR-OPERADOR PIC X(8) VALUE SPACES.

           SCREEN SECTION.
           01 TELA.
               02 BLANK SCREEN.
               02 LINE 03 COLUMN 11 VALUE
               "APROVACAO DE ALTERACOES DO CADASTRO".
               02 LINE 05 COLUMN 11 VALUE "MESTRE...: ".
               02 LINE 05 COLUMN 35 VALUE "ACAO: ".
               02 LINE 06 COLUMN 11 VALUE "PROPOSTA.: ".
               02 LINE 08 COLUMN 11 VALUE "ANTES....: ".
               02 LINE 09 COLUMN 11 VALUE "DEPOIS...: ".
               02 LINE 11 COLUMN 11 VALUE
               "A=APROVAR R=RECUSAR BRANCO=PULAR *=FIM: ".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RECEBE-OPERADOR UNTIL OPERADOR NOT = SPACES.
           MOVE OPERADOR TO OPERADOR-SESSAO.
           MOVE "A" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           PERFORM ABERTURA.
           PERFORM CONTA-ESTADOS.
           PERFORM POSICIONA-PENDENCIAS.
           PERFORM TRATA-PENDENCIA
               UNTIL PENDENCIAS-TERMINADAS OR ACAO-ENCERRAR.
           PERFORM ENCERRAMENTO.
           STOP "".
           STOP RUN.

      *        A identificacao do operador vai gravada em cada
      *        decisao e e' comparada com quem propos a alteracao.
       RECEBE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR: " AT 0511.
           ACCEPT OPERADOR AT 0540 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (OPERADOR) TO OPERADOR.
           IF OPERADOR = SPACES
               DISPLAY "OPERADOR E' OBRIGATORIO" AT 0711
           END-IF.

       ABERTURA.
           OPEN I-O ARQ-PENDENCIAS.
           OPEN I-O ARQ-ESTADOS.
           OPEN I-O ARQ-REGIOES.
           OPEN I-O ARQ-MUNICIPIOS.
           OPEN I-O ARQ-FERIADOS.

      *        Conta quantas siglas ja estao gravadas em MESTEST, para
      *        a inclusao aprovada respeitar o mesmo limite de
      *        MANUT_ESTADOS.
       CONTA-ESTADOS.
           MOVE ZEROS TO QTD-ESTADOS-TAB.
           MOVE LOW-VALUES TO SIGLA-CH.
           START ARQ-ESTADOS KEY NOT < SIGLA-CH
               INVALID KEY SET CARGA-TERMINADA TO TRUE
           END-START.
           IF NOT CARGA-TERMINADA
               READ ARQ-ESTADOS NEXT RECORD
                   AT END SET CARGA-TERMINADA TO TRUE
               END-READ
           END-IF.
           PERFORM CONTA-UM-ESTADO UNTIL CARGA-TERMINADA.

       CONTA-UM-ESTADO.
           ADD 1 TO QTD-ESTADOS-TAB.
           READ ARQ-ESTADOS NEXT RECORD
               AT END SET CARGA-TERMINADA TO TRUE
           END-READ.

       POSICIONA-PENDENCIAS.
           MOVE LOW-VALUES TO PEN-CHAVE.
           START ARQ-PENDENCIAS KEY NOT < PEN-CHAVE
               INVALID KEY SET PENDENCIAS-TERMINADAS TO TRUE
           END-START.
           IF NOT PENDENCIAS-TERMINADAS
               PERFORM LE-PENDENCIA
           END-IF.

       LE-PENDENCIA.
           READ ARQ-PENDENCIAS NEXT RECORD
               AT END SET PENDENCIAS-TERMINADAS TO TRUE
           END-READ.

      *        Pendencia ja decidida (aprovada ou recusada) so' e'
      *        pulada; a pendente vai para a tela.
       TRATA-PENDENCIA.
           IF PEN-PENDENTE
               ADD 1 TO QTD-PENDENTES
               PERFORM MOSTRA-PENDENCIA
               MOVE SPACES TO ACAO-DECISAO
               PERFORM RECEBE-DECISAO
                   UNTIL ACAO-APROVAR OR ACAO-RECUSAR OR ACAO-PULAR
                      OR ACAO-ENCERRAR
               EVALUATE TRUE
                   WHEN ACAO-APROVAR PERFORM APROVA-PENDENCIA
                   WHEN ACAO-RECUSAR PERFORM RECUSA-PENDENCIA
                   WHEN ACAO-PULAR ADD 1 TO QTD-PULADAS
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF.
           IF NOT ACAO-ENCERRAR
               PERFORM LE-PENDENCIA
           END-IF.

       MOSTRA-PENDENCIA.
           DISPLAY TELA.
           DISPLAY PEN-MESTRE AT 0522.
           DISPLAY PEN-ACAO AT 0541.
           DISPLAY PEN-OPERADOR AT 0622.
           DISPLAY PEN-DATA AT 0631.
           DISPLAY PEN-HORA AT 0640.
           DISPLAY PEN-IMAGEM-ANTES AT 0822.
           DISPLAY PEN-IMAGEM-DEPOIS AT 0922.
           IF PEN-OPERADOR = OPERADOR
               DISPLAY "PROPOSTA SUA -- SO' OUTRO OPERADOR DECIDE"
                   AT 1311
           END-IF.

      *        Branco pula (continua pendente), * encerra a sessao.
      *        Aprovar ou recusar a propria proposta nao passa.
       RECEBE-DECISAO.
           MOVE SPACES TO ENTRADA-DECISAO.
           ACCEPT ENTRADA-DECISAO AT 1152 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (ENTRADA-DECISAO)
               TO ENTRADA-DECISAO.
           EVALUATE TRUE
               WHEN ENTRADA-DECISAO = SPACES
                   MOVE "P" TO ACAO-DECISAO
               WHEN ENTRADA-DECISAO = "*"
                   MOVE "F" TO ACAO-DECISAO
               WHEN ENTRADA-DECISAO NOT = "A"
                   AND ENTRADA-DECISAO NOT = "R"
                   DISPLAY "DECISAO INVALIDA!" AT 1311
               WHEN PEN-OPERADOR = OPERADOR
                   DISPLAY "PROPOSTA SUA -- SO' OUTRO OPERADOR DECIDE"
                       AT 1311
               WHEN OTHER
                   MOVE ENTRADA-DECISAO TO ACAO-DECISAO
           END-EVALUATE.

      *        Aplica no mestre; so' marca a pendencia como aprovada
      *        se a aplicacao passou. Se nao passou, ela continua
      *        pendente e o motivo fica na tela.
       APROVA-PENDENCIA.
           SET APLICACAO-OK TO TRUE.
           MOVE SPACES TO MOTIVO-FALHA.
           EVALUATE PEN-MESTRE
               WHEN "MESTEST" PERFORM APLICA-ESTADO
               WHEN "MESTMUN" PERFORM APLICA-MUNICIPIO
               WHEN "MESTREG" PERFORM APLICA-REGIAO
               WHEN "MESTFER" PERFORM APLICA-FERIADO
               WHEN OTHER
                   MOVE "MESTRE DESCONHECIDO" TO MOTIVO-FALHA
                   SET APLICACAO-FALHOU TO TRUE
           END-EVALUATE.
           IF APLICACAO-OK
               MOVE "A" TO PEN-SITUACAO
               MOVE SPACES TO PEN-MOTIVO
               PERFORM GRAVA-DECISAO
               ADD 1 TO QTD-APROVADAS
               DISPLAY "ALTERACAO APROVADA E APLICADA." AT 1311
           ELSE
               ADD 1 TO QTD-NAO-APLICADAS
               DISPLAY "NAO APLICADA: " MOTIVO-FALHA AT 1311
           END-IF.

      *        O motivo da recusa e' obrigatorio -- e' o que o
      *        operador que propos vai ler.
       RECUSA-PENDENCIA.
           MOVE SPACES TO MOTIVO-INF.
           PERFORM RECEBE-MOTIVO UNTIL MOTIVO-INF NOT = SPACES.
           MOVE "R" TO PEN-SITUACAO.
           MOVE MOTIVO-INF TO PEN-MOTIVO.
           PERFORM GRAVA-DECISAO.
           ADD 1 TO QTD-RECUSADAS.
           DISPLAY "ALTERACAO RECUSADA." AT 1511.

       RECEBE-MOTIVO.
           DISPLAY "MOTIVO DA RECUSA: " AT 1311.
           ACCEPT MOTIVO-INF AT 1330 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (MOTIVO-INF) TO MOTIVO-INF.
           IF MOTIVO-INF = SPACES
               DISPLAY "MOTIVO E' OBRIGATORIO" AT 1511
           END-IF.

       GRAVA-DECISAO.
           ACCEPT DEC-DATA FROM DATE YYYYMMDD.
           ACCEPT DEC-HORA FROM TIME.
           MOVE OPERADOR TO PEN-APROVADOR.
           MOVE DEC-DATA TO PEN-DATA-DECISAO.
           MOVE DEC-HORA TO PEN-HORA-DECISAO.
           REWRITE REG-PENDENCIA.

      *        Estado: mesmas regras de MANUT_ESTADOS.
       APLICA-ESTADO.
           EVALUATE TRUE
               WHEN PEN-INCLUSAO PERFORM INCLUI-ESTADO
               WHEN PEN-ALTERACAO PERFORM ALTERA-ESTADO
               WHEN PEN-EXCLUSAO PERFORM EXCLUI-ESTADO
           END-EVALUATE.

       INCLUI-ESTADO.
           MOVE PEN-IMAGEM-DEPOIS TO ESTADO-PROPOSTO.
           IF QTD-ESTADOS-TAB >= LIMITE-ESTADOS-TAB
               MOVE "LIMITE DE ESTADOS ATINGIDO" TO MOTIVO-FALHA
               SET APLICACAO-FALHOU TO TRUE
           ELSE
               PERFORM CONFERE-REGIAO
           END-IF.
           IF APLICACAO-OK
               MOVE ESTADO-PROPOSTO TO REG-ESTADO
               WRITE REG-ESTADO
                   INVALID KEY
                       MOVE "SIGLA JA CADASTRADA" TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO QTD-ESTADOS-TAB
               END-WRITE
           END-IF.

       ALTERA-ESTADO.
           MOVE PEN-IMAGEM-DEPOIS TO ESTADO-PROPOSTO.
           MOVE SIGLA-PROP TO SIGLA-CH.
           READ ARQ-ESTADOS
               INVALID KEY
                   MOVE "SIGLA NAO CADASTRADA" TO MOTIVO-FALHA
                   SET APLICACAO-FALHOU TO TRUE
               NOT INVALID KEY
                   IF REG-ESTADO NOT = PEN-IMAGEM-ANTES(1:33)
                       MOVE "ESTADO MUDOU DESDE A PROPOSTA"
                           TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
                   END-IF
           END-READ.
           IF APLICACAO-OK
               PERFORM CONFERE-REGIAO
           END-IF.
           IF APLICACAO-OK
               MOVE ESTADO-PROPOSTO TO REG-ESTADO
               REWRITE REG-ESTADO
           END-IF.

       EXCLUI-ESTADO.
           MOVE PEN-IMAGEM-ANTES TO ESTADO-PROPOSTO.
           MOVE SIGLA-PROP TO SIGLA-CH.
           READ ARQ-ESTADOS
               INVALID KEY
                   MOVE "SIGLA NAO CADASTRADA" TO MOTIVO-FALHA
                   SET APLICACAO-FALHOU TO TRUE
               NOT INVALID KEY
                   IF REG-ESTADO NOT = PEN-IMAGEM-ANTES(1:33)
                       MOVE "ESTADO MUDOU DESDE A PROPOSTA"
                           TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
                   END-IF
           END-READ.
           IF APLICACAO-OK
               PERFORM VERIFICA-MUNICIPIOS
               IF SIGLA-TEM-MUNICIPIO
                   MOVE "SIGLA AINDA TEM MUNICIPIOS" TO MOTIVO-FALHA
                   SET APLICACAO-FALHOU TO TRUE
               END-IF
           END-IF.
           IF APLICACAO-OK
               MOVE SIGLA-PROP TO SIGLA-CH
               DELETE ARQ-ESTADOS
                   INVALID KEY
                       MOVE "SIGLA NAO CADASTRADA" TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
                   NOT INVALID KEY
                       SUBTRACT 1 FROM QTD-ESTADOS-TAB
               END-DELETE
           END-IF.

       CONFERE-REGIAO.
           MOVE REGIAO-PROP TO REGIAO-CH.
           READ ARQ-REGIOES
               INVALID KEY
                   MOVE "REGIAO NAO CADASTRADA" TO MOTIVO-FALHA
                   SET APLICACAO-FALHOU TO TRUE
           END-READ.

      *        Varre o mestre de municipios atras de algum que ainda
      *        aponte para a sigla a excluir.
       VERIFICA-MUNICIPIOS.
           MOVE "N" TO CHAVE-MUNICIPIO.
           MOVE "N" TO CHAVE-FIM-MUNICIPIOS.
           MOVE LOW-VALUES TO MUNIC-CH.
           START ARQ-MUNICIPIOS KEY NOT < MUNIC-CH
               INVALID KEY SET FIM-MUNICIPIOS TO TRUE
           END-START.
           IF NOT FIM-MUNICIPIOS
               READ ARQ-MUNICIPIOS NEXT RECORD
                   AT END SET FIM-MUNICIPIOS TO TRUE
               END-READ
           END-IF.
           PERFORM VERIFICA-UM-MUNICIPIO
               UNTIL FIM-MUNICIPIOS OR SIGLA-TEM-MUNICIPIO.

       VERIFICA-UM-MUNICIPIO.
           IF MUNIC-SIGLA = SIGLA-PROP
               SET SIGLA-TEM-MUNICIPIO TO TRUE
           ELSE
               READ ARQ-MUNICIPIOS NEXT RECORD
                   AT END SET FIM-MUNICIPIOS TO TRUE
               END-READ
           END-IF.

      *        Municipio: mesmas regras de MANUT_MUNICIPIOS.
       APLICA-MUNICIPIO.
           EVALUATE TRUE
               WHEN PEN-INCLUSAO PERFORM INCLUI-MUNICIPIO
               WHEN PEN-ALTERACAO PERFORM ALTERA-MUNICIPIO
               WHEN PEN-EXCLUSAO PERFORM EXCLUI-MUNICIPIO
           END-EVALUATE.

       INCLUI-MUNICIPIO.
           MOVE PEN-IMAGEM-DEPOIS TO MUNICIPIO-PROPOSTO.
           PERFORM CONFERE-SIGLA-DONA.
           IF APLICACAO-OK
               MOVE MUNICIPIO-PROPOSTO TO REG-MUNICIPIO
               WRITE REG-MUNICIPIO
                   INVALID KEY
                       MOVE "MUNICIPIO JA CADASTRADO" TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
               END-WRITE
           END-IF.

       ALTERA-MUNICIPIO.
           MOVE PEN-IMAGEM-DEPOIS TO MUNICIPIO-PROPOSTO.
           PERFORM CONFERE-MUNICIPIO-ANTES.
           IF APLICACAO-OK
               PERFORM CONFERE-SIGLA-DONA
           END-IF.
           IF APLICACAO-OK
               MOVE MUNICIPIO-PROPOSTO TO REG-MUNICIPIO
               REWRITE REG-MUNICIPIO
           END-IF.

       EXCLUI-MUNICIPIO.
           MOVE PEN-IMAGEM-ANTES TO MUNICIPIO-PROPOSTO.
           PERFORM CONFERE-MUNICIPIO-ANTES.
           IF APLICACAO-OK
               DELETE ARQ-MUNICIPIOS
                   INVALID KEY
                       MOVE "MUNICIPIO NAO CADASTRADO" TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
               END-DELETE
           END-IF.

       CONFERE-MUNICIPIO-ANTES.
           MOVE CODIGO-PROP TO MUNIC-CH.
           READ ARQ-MUNICIPIOS
               INVALID KEY
                   MOVE "MUNICIPIO NAO CADASTRADO" TO MOTIVO-FALHA
                   SET APLICACAO-FALHOU TO TRUE
               NOT INVALID KEY
                   IF REG-MUNICIPIO NOT = PEN-IMAGEM-ANTES
                       MOVE "MUNICIPIO MUDOU DESDE A PROPOSTA"
                           TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
                   END-IF
           END-READ.

       CONFERE-SIGLA-DONA.
           MOVE SIGLA-DONA-PROP TO SIGLA-CH.
           READ ARQ-ESTADOS
               INVALID KEY
                   MOVE "SIGLA DONA NAO CADASTRADA" TO MOTIVO-FALHA
                   SET APLICACAO-FALHOU TO TRUE
           END-READ.

      *        Regiao: mesmas regras de MANUT_REGIOES.
       APLICA-REGIAO.
           EVALUATE TRUE
               WHEN PEN-INCLUSAO PERFORM INCLUI-REGIAO
               WHEN PEN-ALTERACAO PERFORM ALTERA-REGIAO
               WHEN PEN-EXCLUSAO PERFORM EXCLUI-REGIAO
           END-EVALUATE.

       INCLUI-REGIAO.
           MOVE PEN-IMAGEM-DEPOIS TO REGIAO-PROPOSTA.
           PERFORM CONFERE-ORDEM.
           IF APLICACAO-OK
               MOVE REGIAO-PROPOSTA TO REG-REGIAO
               WRITE REG-REGIAO
                   INVALID KEY
                       MOVE "REGIAO JA CADASTRADA" TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
               END-WRITE
           END-IF.

       ALTERA-REGIAO.
           MOVE PEN-IMAGEM-DEPOIS TO REGIAO-PROPOSTA.
           PERFORM CONFERE-REGIAO-ANTES.
           IF APLICACAO-OK
               PERFORM CONFERE-ORDEM
           END-IF.
           IF APLICACAO-OK
               MOVE REGIAO-PROPOSTA TO REG-REGIAO
               REWRITE REG-REGIAO
           END-IF.

       EXCLUI-REGIAO.
           MOVE PEN-IMAGEM-ANTES TO REGIAO-PROPOSTA.
           PERFORM CONFERE-REGIAO-ANTES.
           IF APLICACAO-OK
               DELETE ARQ-REGIOES
                   INVALID KEY
                       MOVE "REGIAO NAO CADASTRADA" TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
               END-DELETE
           END-IF.

       CONFERE-REGIAO-ANTES.
           MOVE REGIAO-CH-PROP TO REGIAO-CH.
           READ ARQ-REGIOES
               INVALID KEY
                   MOVE "REGIAO NAO CADASTRADA" TO MOTIVO-FALHA
                   SET APLICACAO-FALHOU TO TRUE
               NOT INVALID KEY
                   IF REG-REGIAO NOT = PEN-IMAGEM-ANTES(1:14)
                       MOVE "REGIAO MUDOU DESDE A PROPOSTA"
                           TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
                   END-IF
           END-READ.

      *        Ordem entre 1 e LIMITE-ORDEM e sem repetir em outra
      *        regiao (a propria nao conta).
       CONFERE-ORDEM.
           IF ORDEM-PROP < 1 OR ORDEM-PROP > LIMITE-ORDEM
               MOVE "ORDEM FORA DA FAIXA" TO MOTIVO-FALHA
               SET APLICACAO-FALHOU TO TRUE
           ELSE
               PERFORM VERIFICA-ORDEM
               IF ORDEM-JA-USADA
                   MOVE "ORDEM JA USADA POR OUTRA REGIAO"
                       TO MOTIVO-FALHA
                   SET APLICACAO-FALHOU TO TRUE
               END-IF
           END-IF.

       VERIFICA-ORDEM.
           MOVE "N" TO CHAVE-ORDEM.
           MOVE "N" TO CHAVE-FIM-REGIOES.
           MOVE LOW-VALUES TO REGIAO-CH.
           START ARQ-REGIOES KEY NOT < REGIAO-CH
               INVALID KEY SET FIM-REGIOES TO TRUE
           END-START.
           IF NOT FIM-REGIOES
               READ ARQ-REGIOES NEXT RECORD
                   AT END SET FIM-REGIOES TO TRUE
               END-READ
           END-IF.
           PERFORM VERIFICA-UMA-ORDEM
               UNTIL FIM-REGIOES OR ORDEM-JA-USADA.

       VERIFICA-UMA-ORDEM.
           IF REGIAO-SEQ = ORDEM-PROP AND REGIAO-CH NOT = REGIAO-CH-PROP
               SET ORDEM-JA-USADA TO TRUE
           ELSE
               READ ARQ-REGIOES NEXT RECORD
                   AT END SET FIM-REGIOES TO TRUE
               END-READ
           END-IF.

      *        Feriado: a data ja foi validada no calendario quando a
      *        alteracao foi proposta.
       APLICA-FERIADO.
           EVALUATE TRUE
               WHEN PEN-INCLUSAO PERFORM INCLUI-FERIADO
               WHEN PEN-ALTERACAO PERFORM ALTERA-FERIADO
               WHEN PEN-EXCLUSAO PERFORM EXCLUI-FERIADO
           END-EVALUATE.

       INCLUI-FERIADO.
           MOVE PEN-IMAGEM-DEPOIS TO FERIADO-PROPOSTO.
           MOVE FERIADO-PROPOSTO TO REG-FERIADO.
           WRITE REG-FERIADO
               INVALID KEY
                   MOVE "FERIADO JA CADASTRADO" TO MOTIVO-FALHA
                   SET APLICACAO-FALHOU TO TRUE
           END-WRITE.

       ALTERA-FERIADO.
           MOVE PEN-IMAGEM-DEPOIS TO FERIADO-PROPOSTO.
           PERFORM CONFERE-FERIADO-ANTES.
           IF APLICACAO-OK
               MOVE FERIADO-PROPOSTO TO REG-FERIADO
               REWRITE REG-FERIADO
           END-IF.

       EXCLUI-FERIADO.
           MOVE PEN-IMAGEM-ANTES TO FERIADO-PROPOSTO.
           PERFORM CONFERE-FERIADO-ANTES.
           IF APLICACAO-OK
               DELETE ARQ-FERIADOS
                   INVALID KEY
                       MOVE "FERIADO NAO CADASTRADO" TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
               END-DELETE
           END-IF.

       CONFERE-FERIADO-ANTES.
           MOVE FERIADO-DATA-PROP TO FERIADO-DATA.
           READ ARQ-FERIADOS
               INVALID KEY
                   MOVE "FERIADO NAO CADASTRADO" TO MOTIVO-FALHA
                   SET APLICACAO-FALHOU TO TRUE
               NOT INVALID KEY
                   IF REG-FERIADO NOT = PEN-IMAGEM-ANTES(1:38)
                       MOVE "FERIADO MUDOU DESDE A PROPOSTA"
                           TO MOTIVO-FALHA
                       SET APLICACAO-FALHOU TO TRUE
                   END-IF
           END-READ.

       ENCERRAMENTO.
           CLOSE ARQ-PENDENCIAS.
           CLOSE ARQ-ESTADOS.
           CLOSE ARQ-REGIOES.
           CLOSE ARQ-MUNICIPIOS.
           CLOSE ARQ-FERIADOS.
           MOVE "F" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           DISPLAY "PENDENTES APRESENTADAS: " QTD-PENDENTES AT 1611.
           DISPLAY "APROVADAS E APLICADAS: " QTD-APROVADAS AT 1711.
           DISPLAY "RECUSADAS: " QTD-RECUSADAS AT 1811.
           DISPLAY "NAO APLICADAS/PULADAS (CONTINUAM PENDENTES): "
               QTD-NAO-APLICADAS " / " QTD-PULADAS AT 1911.
           DISPLAY "FIM DO PROGRAMA" AT 2030.

       CONTROLA-SESSAO-CADASTRO.
           CALL "CONTROLA_SESSAO" USING ACAO-SESSAO PROGRAMA-SESSAO
               OPERADOR-SESSAO QTD-SESSOES-ATIVAS DETENTOR-SESSAO
               DETENTOR-OPERADOR.
       END PROGRAM APROVA_PENDENCIAS.
