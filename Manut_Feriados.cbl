      *          calendario (mes, dia do mes, bissexto), para nao
      *          entrar um 30 de fevereiro que o calculo de dia util
      *          nunca alcancaria.
      *          Nenhuma alteracao vai mais direto para o mestre: a
      *          transacao identifica o operador, valida como antes
      *          e grava a proposta (imagens antes/depois) no arquivo
      *          de pendencias ARQPEND; quem aplica e' a
      *          APROVA_PENDENCIAS, por outro operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FERIADO-DATA.
           SELECT ARQ-PENDENCIAS ASSIGN TO "ARQPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FERIADOS
               LABEL RECORDS ARE STANDARD.
           COPY CPFERIAD.

           FD  ARQ-PENDENCIAS
               LABEL RECORDS ARE STANDARD.
           COPY CPPENDEN.

       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO PIC X VALUE SPACES.
                   88 OPCAO-SAIR VALUE "S".
               02 DATA-INF PIC 9(08) VALUE ZEROS.
               02 NOME-INF PIC X(30) VALUE SPACES.
               02 OPERADOR PIC X(08) VALUE SPACES.

      *        Imagens do registro de feriado antes e depois da
      *        alteracao proposta, como vao gravadas em ARQPEND.
           01 IMAGEM-ANTES PIC X(39) VALUE SPACES.
           01 IMAGEM-DEPOIS PIC X(39) VALUE SPACES.

           01 DATA-DESMONTADA.
               02 ANO-INF PIC 9(04).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RECEBE-OPERADOR UNTIL OPERADOR NOT = SPACES.
           OPEN INPUT ARQ-FERIADOS.
           OPEN I-O ARQ-PENDENCIAS.
           PERFORM CORPO UNTIL OPCAO-SAIR.
           CLOSE ARQ-FERIADOS.
           CLOSE ARQ-PENDENCIAS.
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
               SET ANO-NAO-BISSEXTO TO TRUE
           END-IF.

      *        Data ja cadastrada e' recusada aqui mesmo, para o
      *        operador saber na hora.
       INCLUIR-FERIADO.
           PERFORM RECEBE-DATA.
           IF DATA-VALIDA
               MOVE DATA-INF TO FERIADO-DATA
               READ ARQ-FERIADOS
                   INVALID KEY
                       DISPLAY "NOME DO FERIADO: " AT 1611
                       ACCEPT NOME-INF AT 1629 WITH PROMPT AUTO
                       MOVE DATA-INF TO FERIADO-DATA
                       MOVE FUNCTION UPPER-CASE (NOME-INF)
                           TO FERIADO-NOME
                       MOVE SPACES TO IMAGEM-ANTES
                       MOVE REG-FERIADO TO IMAGEM-DEPOIS
                       PERFORM GRAVA-PENDENCIA
                   NOT INVALID KEY
                       DISPLAY "FERIADO JA CADASTRADO!" AT 1911
               END-READ
           END-IF.

       ALTERAR-FERIADO.
                   INVALID KEY
                       DISPLAY "FERIADO NAO CADASTRADO!" AT 1911
                   NOT INVALID KEY
                       MOVE REG-FERIADO TO IMAGEM-ANTES
                       DISPLAY "NOME DO FERIADO: " AT 1611
                       ACCEPT NOME-INF AT 1629 WITH PROMPT AUTO
                       MOVE FUNCTION UPPER-CASE (NOME-INF)
                           TO FERIADO-NOME
                       MOVE REG-FERIADO TO IMAGEM-DEPOIS
                       PERFORM GRAVA-PENDENCIA
               END-READ
           END-IF.

           PERFORM RECEBE-DATA.
           IF DATA-VALIDA
               MOVE DATA-INF TO FERIADO-DATA
               READ ARQ-FERIADOS
                   INVALID KEY
                       DISPLAY "FERIADO NAO CADASTRADO!" AT 1911
                   NOT INVALID KEY
                       MOVE REG-FERIADO TO IMAGEM-ANTES
                       MOVE SPACES TO IMAGEM-DEPOIS
                       PERFORM GRAVA-PENDENCIA
               END-READ
           END-IF.

       CONSULTAR-FERIADO.
                       DISPLAY FERIADO-NOME AT 1611
               END-READ
           END-IF.

      *        Grava a alteracao proposta em ARQPEND, pendente de
      *        aprovacao por outro operador. A chave leva o momento
      *        da proposta; uma colisao (duas propostas no mesmo
      *        centesimo) so' pede para repetir a operacao.
       GRAVA-PENDENCIA.
           ACCEPT PEN-DATA FROM DATE YYYYMMDD.
           ACCEPT PEN-HORA FROM TIME.
           MOVE "MESTFER" TO PEN-MESTRE.
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
       END PROGRAM MANUT_FERIADOS.
