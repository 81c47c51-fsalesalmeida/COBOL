      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Transacao de manutencao do mestre de faixas de CEP
      *          por estado (MESTCEP) -- incluir, alterar o fim,
      *          excluir ou consultar uma faixa, e listar as faixas
      *          de uma sigla. A sigla tem que existir no mestre de
      *          estados (MESTEST), o inicio nao pode passar do fim,
      *          e a faixa nao pode invadir outra ja cadastrada, de
      *          nenhum estado -- um CEP que caisse em duas UFs
      *          passaria na validacao de endereco das duas. Para
      *          mudar o inicio de uma faixa (que e' parte da chave),
      *          exclui-se e inclui-se de novo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUT_CEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FAIXAS ASSIGN TO "MESTCEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CHAVE.
           SELECT ARQ-ESTADOS ASSIGN TO "MESTEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIGLA-CH.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FAIXAS
               LABEL RECORDS ARE STANDARD.
           COPY CPCEP.

           FD  ARQ-ESTADOS
               LABEL RECORDS ARE STANDARD.
           COPY CPESTADO.

       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO PIC X VALUE SPACES.
                   88 OPCAO-INCLUIR VALUE "I".
                   88 OPCAO-ALTERAR VALUE "A".
                   88 OPCAO-EXCLUIR VALUE "E".
                   88 OPCAO-CONSULTAR VALUE "C".
                   88 OPCAO-LISTAR VALUE "L".
                   88 OPCAO-SAIR VALUE "S".
               02 SIGLA-INF PIC X(02) VALUE SPACES.
               02 INICIO-INF PIC 9(08) VALUE ZEROS.
               02 FIM-INF PIC 9(08) VALUE ZEROS.
               02 OPERADOR PIC X(08) VALUE SPACES.

      *        Faixa que a inclusao/alteracao invadiria, guardada
      *        para a mensagem ao operador.
           01 FAIXA-INVADIDA.
               02 SIGLA-INVADIDA PIC X(02) VALUE SPACES.
               02 INICIO-INVADIDA PIC 9(08) VALUE ZEROS.
               02 FIM-INVADIDA PIC 9(08) VALUE ZEROS.

      *        A listagem ocupa as linhas 16 a 21 da tela; faixa
      *        alem disso so' entra na contagem.
           01 LIMITE-LINHAS-LISTA PIC 99 VALUE 6.
           01 QTD-FAIXAS-LISTA PIC 99 VALUE ZEROS.
           01 LINHA-TELA PIC 99 VALUE ZEROS.
           01 POSICAO-TELA PIC 9(04) VALUE ZEROS.

           01 LINHA-LISTA.
               02 INICIO-LISTA PIC 9(08).
               02 FILLER PIC X(3) VALUE " A ".
               02 FIM-LISTA PIC 9(08).

           01 CHAVES.
               02 CHAVE-SIGLA PIC X VALUE "N".
                   88 SIGLA-CADASTRADA VALUE "S".
               02 CHAVE-FAIXA PIC X VALUE "N".
                   88 FAIXA-VALIDA VALUE "S".
               02 CHAVE-SOBREPOSICAO PIC X VALUE "N".
                   88 FAIXA-SOBREPOSTA VALUE "S".
               02 FIM-FAIXAS PIC X VALUE "N".
                   88 FAIXAS-TERMINADAS VALUE "S".

      *        Trinco com os jobs de exclusividade: a sessao desta
      *        transacao e' registrada em ARQSESS na abertura (via
      *        CONTROLA_SESSAO) e liberada na saida.
           01 ACAO-SESSAO PIC X VALUE SPACE.
           01 PROGRAMA-SESSAO PIC X(20) VALUE "MANUT_CEP".
           01 OPERADOR-SESSAO PIC X(8) VALUE SPACES.
           01 QTD-SESSOES-ATIVAS PIC 9(3) VALUE ZEROS.
           01 DETENTOR-SESSAO PIC X(20) VALUE SPACES.
           01 DETENTOR-OPERADOR PIC X(8) VALUE SPACES.

           SCREEN SECTION.
           01 TELA-MENU.
               02 BLANK SCREEN.
               02 LINE 05 COLUMN 11 VALUE
               "MANUTENCAO DAS FAIXAS DE CEP POR ESTADO".
               02 LINE 07 COLUMN 11 VALUE "I - INCLUIR".
               02 LINE 08 COLUMN 11 VALUE "A - ALTERAR".
               02 LINE 09 COLUMN 11 VALUE "E - EXCLUIR".
               02 LINE 10 COLUMN 11 VALUE "C - CONSULTAR".
               02 LINE 11 COLUMN 11 VALUE "L - LISTAR FAIXAS DA SIGLA".
               02 LINE 12 COLUMN 11 VALUE "S - SAIR".
               02 LINE 13 COLUMN 11 VALUE "OPCAO: ".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RECEBE-OPERADOR UNTIL OPERADOR NOT = SPACES.
           MOVE OPERADOR TO OPERADOR-SESSAO.
           OPEN I-O ARQ-FAIXAS.
           OPEN INPUT ARQ-ESTADOS.
           MOVE "A" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           PERFORM CORPO UNTIL OPCAO-SAIR.
           CLOSE ARQ-FAIXAS.
           CLOSE ARQ-ESTADOS.
           MOVE "F" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           DISPLAY "FIM DO PROGRAMA" AT 2030.
           STOP "".
           STOP RUN.

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
           MOVE FUNCTION UPPER-CASE (OPCAO) TO OPCAO.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR   PERFORM INCLUIR-FAIXA
               WHEN OPCAO-ALTERAR   PERFORM ALTERAR-FAIXA
               WHEN OPCAO-EXCLUIR   PERFORM EXCLUIR-FAIXA
               WHEN OPCAO-CONSULTAR PERFORM CONSULTAR-FAIXA
               WHEN OPCAO-LISTAR    PERFORM LISTAR-FAIXAS
               WHEN OPCAO-SAIR      CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!" AT 1511
           END-EVALUATE.

       RECEBE-VALIDA-SIGLA.
           MOVE SPACES TO SIGLA-INF.
           DISPLAY "SIGLA DO ESTADO: " AT 1511.
           ACCEPT SIGLA-INF AT 1540 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (SIGLA-INF) TO SIGLA-INF.
           MOVE "N" TO CHAVE-SIGLA.
           MOVE SIGLA-INF TO SIGLA-CH.
           READ ARQ-ESTADOS
               INVALID KEY
                   DISPLAY "SIGLA NAO CADASTRADA!" AT 2211
               NOT INVALID KEY
                   SET SIGLA-CADASTRADA TO TRUE
                   DISPLAY ESTADO-NOME AT 1545
           END-READ.

       RECEBE-CHAVE.
           PERFORM RECEBE-VALIDA-SIGLA.
           IF SIGLA-CADASTRADA
               MOVE ZEROS TO INICIO-INF
               DISPLAY "PRIMEIRO CEP DA FAIXA: " AT 1611
               ACCEPT INICIO-INF AT 1640 WITH PROMPT AUTO
               MOVE SIGLA-INF TO CEP-SIGLA
               MOVE INICIO-INF TO CEP-INICIO
           END-IF.

       RECEBE-FIM.
           MOVE ZEROS TO FIM-INF.
           DISPLAY "ULTIMO CEP DA FAIXA: " AT 1711.
           ACCEPT FIM-INF AT 1740 WITH PROMPT AUTO.

       MOSTRA-FAIXA.
           DISPLAY "ULTIMO CEP DA FAIXA: " AT 1711.
           DISPLAY CEP-FIM AT 1740.

      *        Inicio e fim coerentes e nenhuma outra faixa, de
      *        qualquer estado, com CEP em comum; FAIXA-VALIDA so'
      *        fica ligado se tudo passou. A propria faixa (mesma
      *        chave, na alteracao) nao conta como invadida.
       VALIDA-FAIXA.
           MOVE "N" TO CHAVE-FAIXA.
           EVALUATE TRUE
               WHEN INICIO-INF = 0
                   DISPLAY "PRIMEIRO CEP DEVE SER MAIOR QUE 0" AT 2211
               WHEN FIM-INF < INICIO-INF
                   DISPLAY "ULTIMO CEP MENOR QUE O PRIMEIRO!" AT 2211
               WHEN OTHER
                   PERFORM VERIFICA-SOBREPOSICAO
                   IF FAIXA-SOBREPOSTA
                       DISPLAY "INVADE A FAIXA " AT 2211
                       DISPLAY SIGLA-INVADIDA AT 2226
                       DISPLAY INICIO-INVADIDA AT 2229
                       DISPLAY FIM-INVADIDA AT 2240
                   ELSE
                       SET FAIXA-VALIDA TO TRUE
                   END-IF
           END-EVALUATE.

       VERIFICA-SOBREPOSICAO.
           MOVE "N" TO CHAVE-SOBREPOSICAO.
           MOVE "N" TO FIM-FAIXAS.
           MOVE LOW-VALUES TO CEP-CHAVE.
           START ARQ-FAIXAS KEY > CEP-CHAVE
               INVALID KEY SET FAIXAS-TERMINADAS TO TRUE
           END-START.
           PERFORM CONFERE-UMA-FAIXA
               UNTIL FAIXA-SOBREPOSTA OR FAIXAS-TERMINADAS.

       CONFERE-UMA-FAIXA.
           READ ARQ-FAIXAS NEXT RECORD
               AT END SET FAIXAS-TERMINADAS TO TRUE
           END-READ.
           IF NOT FAIXAS-TERMINADAS
               IF (CEP-SIGLA NOT = SIGLA-INF
                   OR CEP-INICIO NOT = INICIO-INF)
                   AND INICIO-INF <= CEP-FIM
                   AND FIM-INF >= CEP-INICIO
                   SET FAIXA-SOBREPOSTA TO TRUE
                   MOVE CEP-SIGLA TO SIGLA-INVADIDA
                   MOVE CEP-INICIO TO INICIO-INVADIDA
                   MOVE CEP-FIM TO FIM-INVADIDA
               END-IF
           END-IF.

       INCLUIR-FAIXA.
           PERFORM RECEBE-CHAVE.
           IF SIGLA-CADASTRADA
               READ ARQ-FAIXAS
                   INVALID KEY
                       PERFORM RECEBE-FIM
                       PERFORM VALIDA-FAIXA
                       IF FAIXA-VALIDA
                           MOVE SIGLA-INF TO CEP-SIGLA
                           MOVE INICIO-INF TO CEP-INICIO
                           MOVE FIM-INF TO CEP-FIM
                           WRITE REG-FAIXA-CEP
                               INVALID KEY
                                   DISPLAY "FAIXA JA CADASTRADA!"
                                       AT 2211
                               NOT INVALID KEY
                                   DISPLAY "FAIXA INCLUIDA." AT 2211
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "FAIXA JA CADASTRADA -- USE A OPCAO A"
                           AT 2211
               END-READ
           END-IF.

      *        A varredura de sobreposicao move o ponteiro e a area
      *        do registro; a faixa e' relida pela chave antes do
      *        REWRITE.
       ALTERAR-FAIXA.
           PERFORM RECEBE-CHAVE.
           IF SIGLA-CADASTRADA
               READ ARQ-FAIXAS
                   INVALID KEY
                       DISPLAY "FAIXA NAO CADASTRADA!" AT 2211
                   NOT INVALID KEY
                       PERFORM MOSTRA-FAIXA
                       PERFORM ACERTA-FAIXA
               END-READ
           END-IF.

       ACERTA-FAIXA.
           DISPLAY "NOVO ULTIMO CEP: " AT 1811.
           MOVE ZEROS TO FIM-INF.
           ACCEPT FIM-INF AT 1840 WITH PROMPT AUTO.
           PERFORM VALIDA-FAIXA.
           IF FAIXA-VALIDA
               MOVE SIGLA-INF TO CEP-SIGLA
               MOVE INICIO-INF TO CEP-INICIO
               READ ARQ-FAIXAS
                   INVALID KEY
                       DISPLAY "FAIXA EXCLUIDA NESTE MEIO TEMPO!"
                           AT 2211
                   NOT INVALID KEY
                       MOVE FIM-INF TO CEP-FIM
                       REWRITE REG-FAIXA-CEP
                       DISPLAY "FAIXA ALTERADA." AT 2211
               END-READ
           END-IF.

       EXCLUIR-FAIXA.
           PERFORM RECEBE-CHAVE.
           IF SIGLA-CADASTRADA
               READ ARQ-FAIXAS
                   INVALID KEY
                       DISPLAY "FAIXA NAO CADASTRADA!" AT 2211
                   NOT INVALID KEY
                       DELETE ARQ-FAIXAS
                       DISPLAY "FAIXA EXCLUIDA." AT 2211
               END-READ
           END-IF.

       CONSULTAR-FAIXA.
           PERFORM RECEBE-CHAVE.
           IF SIGLA-CADASTRADA
               READ ARQ-FAIXAS
                   INVALID KEY
                       DISPLAY "FAIXA NAO CADASTRADA!" AT 2211
                   NOT INVALID KEY
                       PERFORM MOSTRA-FAIXA
               END-READ
           END-IF.

      *        Faixas da sigla na ordem da chave, a partir da linha
      *        16; a contagem vai inteira na linha de mensagem.
       LISTAR-FAIXAS.
           PERFORM RECEBE-VALIDA-SIGLA.
           IF SIGLA-CADASTRADA
               MOVE ZEROS TO QTD-FAIXAS-LISTA
               MOVE 15 TO LINHA-TELA
               MOVE "N" TO FIM-FAIXAS
               MOVE SIGLA-INF TO CEP-SIGLA
               MOVE ZEROS TO CEP-INICIO
               START ARQ-FAIXAS KEY >= CEP-CHAVE
                   INVALID KEY SET FAIXAS-TERMINADAS TO TRUE
               END-START
               PERFORM LISTA-UMA-FAIXA UNTIL FAIXAS-TERMINADAS
               DISPLAY "FAIXAS DA SIGLA: " AT 2211
               DISPLAY QTD-FAIXAS-LISTA AT 2228
           END-IF.

       LISTA-UMA-FAIXA.
           READ ARQ-FAIXAS NEXT RECORD
               AT END SET FAIXAS-TERMINADAS TO TRUE
           END-READ.
           IF NOT FAIXAS-TERMINADAS AND CEP-SIGLA NOT = SIGLA-INF
               SET FAIXAS-TERMINADAS TO TRUE
           END-IF.
           IF NOT FAIXAS-TERMINADAS
               ADD 1 TO QTD-FAIXAS-LISTA
               IF QTD-FAIXAS-LISTA <= LIMITE-LINHAS-LISTA
                   ADD 1 TO LINHA-TELA
                   COMPUTE POSICAO-TELA = LINHA-TELA * 100 + 11
                   MOVE CEP-INICIO TO INICIO-LISTA
                   MOVE CEP-FIM TO FIM-LISTA
                   DISPLAY LINHA-LISTA AT POSICAO-TELA
               END-IF
           END-IF.

       CONTROLA-SESSAO-CADASTRO.
           CALL "CONTROLA_SESSAO" USING ACAO-SESSAO PROGRAMA-SESSAO
               OPERADOR-SESSAO QTD-SESSOES-ATIVAS DETENTOR-SESSAO
               DETENTOR-OPERADOR.
       END PROGRAM MANUT_CEP.
