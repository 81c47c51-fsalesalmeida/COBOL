      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Transacao de manutencao do mestre de filiais
      *          transmissoras (MESTFIL) -- incluir, alterar,
      *          excluir ou consultar uma filial pelo CAB-SISTEMA que
      *          ela grava no cabecalho do envelope. Guarda o nome, o
      *          responsavel (contato e telefone), o calendario de
      *          transmissao (U = todo dia util, D = so' nos dias da
      *          semana informados, 1 = domingo a 7 = sabado) e a
      *          situacao (A ativa, I inativa). So' filial cadastrada
      *          e ativa passa da validacao de cabecalho do
      *          LOTE_SIGLA, e e' contra este calendario que o
      *          CONFERE_TRANSMISSOES aponta a filial que nao
      *          transmitiu. Na alteracao, campo deixado em branco
      *          mantem o valor atual. O 'RECICLO' e' o envelope
      *          interno do PREPARA_LOTE e nao se cadastra aqui.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUT_FILIAIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FILIAIS ASSIGN TO "MESTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-SISTEMA.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FILIAIS
               LABEL RECORDS ARE STANDARD.
           COPY CPFILIAL.

       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO PIC X VALUE SPACES.
                   88 OPCAO-INCLUIR VALUE "I".
                   88 OPCAO-ALTERAR VALUE "A".
                   88 OPCAO-EXCLUIR VALUE "E".
                   88 OPCAO-CONSULTAR VALUE "C".
                   88 OPCAO-SAIR VALUE "S".
               02 SISTEMA-INF PIC X(08) VALUE SPACES.
                   88 SISTEMA-RESERVADO VALUES "RECICLO" "*GERAL*".
               02 NOME-INF PIC X(30) VALUE SPACES.
               02 CONTATO-INF PIC X(30) VALUE SPACES.
               02 TELEFONE-INF PIC X(15) VALUE SPACES.
               02 CALENDARIO-INF PIC X VALUE SPACES.
               02 DIAS-INF PIC X(07) VALUE SPACES.
               02 SITUACAO-INF PIC X VALUE SPACES.
               02 OPERADOR PIC X(08) VALUE SPACES.

      *        Dias marcados mostrados na tela como os proprios
      *        numeros (ex.: 246 = segunda, quarta e sexta).
           01 DIAS-TELA PIC X(07) VALUE SPACES.
           01 POSICAO-DIA PIC 9 VALUE ZEROS.
           01 DIGITO-DIA PIC 9 VALUE ZEROS.
           01 QTD-DIAS-MARCADOS PIC 9 VALUE ZEROS.
           01 DATA-ATUALIZACAO PIC 9(08) VALUE ZEROS.

           01 INDICES.
               02 IDX-DIA PIC 9 VALUE ZEROS.

           01 CHAVES.
               02 CHAVE-SISTEMA PIC X VALUE "N".
                   88 SISTEMA-ACEITO VALUE "S".
               02 CHAVE-FILIAL PIC X VALUE "N".
                   88 FILIAL-VALIDA VALUE "S".
               02 CHAVE-DIAS PIC X VALUE "N".
                   88 DIAS-COM-ERRO VALUE "S".

      *        Trinco com os jobs de exclusividade: a sessao desta
      *        transacao e' registrada em ARQSESS na abertura (via
      *        CONTROLA_SESSAO) e liberada na saida.
           01 ACAO-SESSAO PIC X VALUE SPACE.
           01 PROGRAMA-SESSAO PIC X(20) VALUE "MANUT_FILIAIS".
           01 OPERADOR-SESSAO PIC X(8) VALUE SPACES.
           01 QTD-SESSOES-ATIVAS PIC 9(3) VALUE ZEROS.
           01 DETENTOR-SESSAO PIC X(20) VALUE SPACES.
           01 DETENTOR-OPERADOR PIC X(8) VALUE SPACES.

           SCREEN SECTION.
           01 TELA-MENU.
               02 BLANK SCREEN.
               02 LINE 05 COLUMN 11 VALUE
               "MANUTENCAO DAS FILIAIS TRANSMISSORAS".
               02 LINE 07 COLUMN 11 VALUE "I - INCLUIR".
               02 LINE 08 COLUMN 11 VALUE "A - ALTERAR".
               02 LINE 09 COLUMN 11 VALUE "E - EXCLUIR".
               02 LINE 10 COLUMN 11 VALUE "C - CONSULTAR".
               02 LINE 12 COLUMN 11 VALUE "S - SAIR".
               02 LINE 13 COLUMN 11 VALUE "OPCAO: ".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RECEBE-OPERADOR UNTIL OPERADOR NOT = SPACES.
           MOVE OPERADOR TO OPERADOR-SESSAO.
           OPEN I-O ARQ-FILIAIS.
           MOVE "A" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           PERFORM CORPO UNTIL OPCAO-SAIR.
           CLOSE ARQ-FILIAIS.
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
               WHEN OPCAO-INCLUIR   PERFORM INCLUIR-FILIAL
               WHEN OPCAO-ALTERAR   PERFORM ALTERAR-FILIAL
               WHEN OPCAO-EXCLUIR   PERFORM EXCLUIR-FILIAL
               WHEN OPCAO-CONSULTAR PERFORM CONSULTAR-FILIAL
               WHEN OPCAO-SAIR      CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!" AT 1511
           END-EVALUATE.

      *        O sistema tem que vir preenchido e nao pode ser um dos
      *        nomes que o LOTE_SIGLA usa por conta propria no
      *        arquivo de controle.
       RECEBE-CHAVE.
           MOVE "N" TO CHAVE-SISTEMA.
           MOVE SPACES TO SISTEMA-INF.
           DISPLAY "SISTEMA (CAB-SISTEMA): " AT 1511.
           ACCEPT SISTEMA-INF AT 1540 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (SISTEMA-INF) TO SISTEMA-INF.
           EVALUATE TRUE
               WHEN SISTEMA-INF = SPACES
                   DISPLAY "SISTEMA E' OBRIGATORIO!" AT 2211
               WHEN SISTEMA-RESERVADO OR SISTEMA-INF(1:1) = "?"
                   DISPLAY "NOME DE SISTEMA RESERVADO!" AT 2211
               WHEN OTHER
                   SET SISTEMA-ACEITO TO TRUE
                   MOVE SISTEMA-INF TO FIL-SISTEMA
           END-EVALUATE.

      *        Recebe os dados sobre o que ja esta em REG-FILIAL:
      *        campo em branco mantem o valor atual (na inclusao o
      *        registro parte vazio, e a validacao cobra o que
      *        faltar).
       RECEBE-DADOS.
           MOVE SPACES TO NOME-INF CONTATO-INF TELEFONE-INF
               CALENDARIO-INF DIAS-INF SITUACAO-INF.
           MOVE "N" TO CHAVE-DIAS.
           DISPLAY "NOME DA FILIAL: " AT 1611.
           ACCEPT NOME-INF AT 1640 WITH PROMPT AUTO.
           DISPLAY "CONTATO RESPONSAVEL: " AT 1711.
           ACCEPT CONTATO-INF AT 1740 WITH PROMPT AUTO.
           DISPLAY "TELEFONE DO CONTATO: " AT 1811.
           ACCEPT TELEFONE-INF AT 1840 WITH PROMPT AUTO.
           DISPLAY "CALENDARIO (U=DIA UTIL, D=DIAS): " AT 1911.
           ACCEPT CALENDARIO-INF AT 1945 WITH PROMPT AUTO.
           DISPLAY "DIAS (1=DOM A 7=SAB): " AT 2011.
           ACCEPT DIAS-INF AT 2040 WITH PROMPT AUTO.
           DISPLAY "SITUACAO (A=ATIVA, I=INATIVA): " AT 2111.
           ACCEPT SITUACAO-INF AT 2145 WITH PROMPT AUTO.
           IF NOME-INF NOT = SPACES
               MOVE FUNCTION UPPER-CASE (NOME-INF) TO FIL-NOME
           END-IF.
           IF CONTATO-INF NOT = SPACES
               MOVE FUNCTION UPPER-CASE (CONTATO-INF) TO FIL-CONTATO
           END-IF.
           IF TELEFONE-INF NOT = SPACES
               MOVE TELEFONE-INF TO FIL-TELEFONE
           END-IF.
           IF CALENDARIO-INF NOT = SPACES
               MOVE FUNCTION UPPER-CASE (CALENDARIO-INF)
                   TO FIL-CALENDARIO
           END-IF.
           IF DIAS-INF NOT = SPACES
               PERFORM MONTA-DIAS-MARCADOS
           END-IF.
           IF SITUACAO-INF NOT = SPACES
               MOVE FUNCTION UPPER-CASE (SITUACAO-INF) TO FIL-SITUACAO
           END-IF.

      *        Os dias chegam como numeros de 1 a 7 em qualquer
      *        ordem; qualquer outro caractere que nao espaco invalida
      *        a entrada.
       MONTA-DIAS-MARCADOS.
           MOVE ALL "N" TO FIL-DIAS-SEMANA.
           PERFORM MARCA-UM-DIA
               VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7.

       MARCA-UM-DIA.
           IF DIAS-INF(IDX-DIA:1) >= "1" AND DIAS-INF(IDX-DIA:1) <= "7"
               MOVE DIAS-INF(IDX-DIA:1) TO DIGITO-DIA
               MOVE "S" TO FIL-TRANSMITE-DIA(DIGITO-DIA)
           ELSE
               IF DIAS-INF(IDX-DIA:1) NOT = SPACE
                   SET DIAS-COM-ERRO TO TRUE
               END-IF
           END-IF.

      *        FILIAL-VALIDA so' fica ligado se tudo passou; no
      *        calendario de dia util os dias marcados nao valem e
      *        sao limpos.
       VALIDA-FILIAL.
           MOVE "N" TO CHAVE-FILIAL.
           MOVE ZEROS TO QTD-DIAS-MARCADOS.
           IF FIL-DIAS-MARCADOS
               INSPECT FIL-DIAS-SEMANA
                   TALLYING QTD-DIAS-MARCADOS FOR ALL "S"
           END-IF.
           EVALUATE TRUE
               WHEN FIL-NOME = SPACES
                   DISPLAY "NOME DA FILIAL E' OBRIGATORIO!" AT 2211
               WHEN FIL-CONTATO = SPACES
                   DISPLAY "CONTATO RESPONSAVEL E' OBRIGATORIO!"
                       AT 2211
               WHEN NOT FIL-TODO-DIA-UTIL AND NOT FIL-DIAS-MARCADOS
                   DISPLAY "CALENDARIO DEVE SER U OU D!" AT 2211
               WHEN DIAS-COM-ERRO
                   DISPLAY "DIAS DEVEM SER NUMEROS DE 1 A 7!" AT 2211
               WHEN FIL-DIAS-MARCADOS AND QTD-DIAS-MARCADOS = 0
                   DISPLAY "INFORME AO MENOS UM DIA DA SEMANA!"
                       AT 2211
               WHEN NOT FIL-ATIVA AND NOT FIL-INATIVA
                   DISPLAY "SITUACAO DEVE SER A OU I!" AT 2211
               WHEN OTHER
                   SET FILIAL-VALIDA TO TRUE
                   IF FIL-TODO-DIA-UTIL
                       MOVE ALL "N" TO FIL-DIAS-SEMANA
                   END-IF
           END-EVALUATE.

       MONTA-ATUALIZACAO.
           ACCEPT DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           MOVE DATA-ATUALIZACAO TO FIL-DATA-ATUALIZACAO.
           MOVE OPERADOR TO FIL-OPERADOR.

       MOSTRA-FILIAL.
           PERFORM MONTA-DIAS-TELA.
           DISPLAY "NOME DA FILIAL: " AT 1611.
           DISPLAY FIL-NOME AT 1640.
           DISPLAY "CONTATO RESPONSAVEL: " AT 1711.
           DISPLAY FIL-CONTATO AT 1740.
           DISPLAY "TELEFONE DO CONTATO: " AT 1811.
           DISPLAY FIL-TELEFONE AT 1840.
           DISPLAY "CALENDARIO (U=DIA UTIL, D=DIAS): " AT 1911.
           DISPLAY FIL-CALENDARIO AT 1945.
           DISPLAY "DIAS (1=DOM A 7=SAB): " AT 2011.
           DISPLAY DIAS-TELA AT 2040.
           DISPLAY "SITUACAO (A=ATIVA, I=INATIVA): " AT 2111.
           DISPLAY FIL-SITUACAO AT 2145.
           DISPLAY "DESDE " AT 2150.
           DISPLAY FIL-DATA-INICIO AT 2156.

       MONTA-DIAS-TELA.
           MOVE SPACES TO DIAS-TELA.
           MOVE ZEROS TO POSICAO-DIA.
           PERFORM MOSTRA-UM-DIA
               VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7.

       MOSTRA-UM-DIA.
           IF FIL-TRANSMITE-DIA(IDX-DIA) = "S"
               ADD 1 TO POSICAO-DIA
               MOVE IDX-DIA TO DIAS-TELA(POSICAO-DIA:1)
           END-IF.

      *        A filial passa a ser esperada a partir do dia da
      *        inclusao; antes disso nao ha falta a cobrar.
       INCLUIR-FILIAL.
           PERFORM RECEBE-CHAVE.
           IF SISTEMA-ACEITO
               READ ARQ-FILIAIS
                   INVALID KEY
                       PERFORM INICIA-FILIAL
                       PERFORM RECEBE-DADOS
                       PERFORM VALIDA-FILIAL
                       IF FILIAL-VALIDA
                           PERFORM MONTA-ATUALIZACAO
                           WRITE REG-FILIAL
                               INVALID KEY
                                   DISPLAY "FILIAL JA CADASTRADA!"
                                       AT 2211
                               NOT INVALID KEY
                                   DISPLAY "FILIAL INCLUIDA." AT 2211
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "FILIAL JA CADASTRADA -- USE A OPCAO A"
                           AT 2211
               END-READ
           END-IF.

       INICIA-FILIAL.
           MOVE SPACES TO REG-FILIAL.
           MOVE SISTEMA-INF TO FIL-SISTEMA.
           MOVE ALL "N" TO FIL-DIAS-SEMANA.
           MOVE "A" TO FIL-SITUACAO.
           ACCEPT FIL-DATA-INICIO FROM DATE YYYYMMDD.
           MOVE ZEROS TO FIL-DATA-ATUALIZACAO.

       ALTERAR-FILIAL.
           PERFORM RECEBE-CHAVE.
           IF SISTEMA-ACEITO
               READ ARQ-FILIAIS
                   INVALID KEY
                       DISPLAY "FILIAL NAO CADASTRADA!" AT 2211
                   NOT INVALID KEY
                       PERFORM MOSTRA-FILIAL
                       DISPLAY "BRANCO MANTEM O VALOR ATUAL" AT 1411
                       PERFORM RECEBE-DADOS
                       PERFORM VALIDA-FILIAL
                       IF FILIAL-VALIDA
                           PERFORM MONTA-ATUALIZACAO
                           REWRITE REG-FILIAL
                           DISPLAY "FILIAL ALTERADA." AT 2211
                       END-IF
               END-READ
           END-IF.

       EXCLUIR-FILIAL.
           PERFORM RECEBE-CHAVE.
           IF SISTEMA-ACEITO
               READ ARQ-FILIAIS
                   INVALID KEY
                       DISPLAY "FILIAL NAO CADASTRADA!" AT 2211
                   NOT INVALID KEY
                       DELETE ARQ-FILIAIS
                       DISPLAY "FILIAL EXCLUIDA." AT 2211
               END-READ
           END-IF.

       CONSULTAR-FILIAL.
           PERFORM RECEBE-CHAVE.
           IF SISTEMA-ACEITO
               READ ARQ-FILIAIS
                   INVALID KEY
                       DISPLAY "FILIAL NAO CADASTRADA!" AT 2211
                   NOT INVALID KEY
                       PERFORM MOSTRA-FILIAL
               END-READ
           END-IF.

       CONTROLA-SESSAO-CADASTRO.
           CALL "CONTROLA_SESSAO" USING ACAO-SESSAO PROGRAMA-SESSAO
               OPERADOR-SESSAO QTD-SESSOES-ATIVAS DETENTOR-SESSAO
               DETENTOR-OPERADOR.
       END PROGRAM MANUT_FILIAIS.
