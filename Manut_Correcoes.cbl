      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Transacao de manutencao do mestre de correcoes de
      *          sigla (MESTCOR) -- incluir, alterar/confirmar,
      *          excluir ou consultar a regra que troca um valor
      *          errado recorrente do campo de sigla pela sigla
      *          certa, para uma FONTE-LOTE ou (fonte em branco) para
      *          todas, e percorrer as regras propostas pelo
      *          CORRIGE_REJEITOS (opcao P), uma a uma, para
      *          confirmar, acertar a sigla ou recusar. Regra
      *          gravada ou acertada aqui sai confirmada (situacao C)
      *          com o operador, e e' so' a confirmada que o
      *          LOTE_SIGLA aplica; a recusada (situacao R) fica no
      *          mestre para o mesmo valor nao voltar a ser proposto.
      *          A sigla certa tem que existir em MESTEST, e o valor
      *          errado nao pode ser ele mesmo uma sigla valida (o
      *          LOTE_SIGLA o acharia antes de olhar a regra).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUT_CORRECOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CORRECOES ASSIGN TO "MESTCOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-CHAVE.
           SELECT ARQ-ESTADOS ASSIGN TO "MESTEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIGLA-CH.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CORRECOES
               LABEL RECORDS ARE STANDARD.
           COPY CPCORREC.

           FD  ARQ-ESTADOS
               LABEL RECORDS ARE STANDARD.
           COPY CPESTADO.

       WORKING-STORAGE SECTION.
           COPY CPTABEST.
           01 CHAVE-CARGA PIC X VALUE "N".
               88 FIM-CARGA VALUE "S".
           01 CHAVE-LIMITE-ESTADOS PIC X VALUE "N".
               88 LIMITE-ESTADOS-JA-AVISADO VALUE "S".

           01 DADOS.
               02 OPCAO PIC X VALUE SPACES.
                   88 OPCAO-INCLUIR VALUE "I".
                   88 OPCAO-ALTERAR VALUE "A".
                   88 OPCAO-EXCLUIR VALUE "E".
                   88 OPCAO-CONSULTAR VALUE "C".
                   88 OPCAO-PENDENTE VALUE "P".
                   88 OPCAO-SAIR VALUE "S".
               02 VALOR-INF PIC X(02) VALUE SPACES.
               02 FONTE-INF PIC X(20) VALUE SPACES.
               02 SIGLA-INF PIC X(02) VALUE SPACES.
               02 OPERADOR PIC X(08) VALUE SPACES.

      *        O que o operador digita para a sigla certa: branco
      *        mantem a atual (na inclusao nao ha atual, e a sigla
      *        fica exigida), * recusa a regra.
           01 ENTRADA-SIGLA PIC X(02) VALUE SPACES.
               88 ENTRADA-RECUSA VALUE "* ".

      *        Ultima proposta mostrada pela opcao P; a proxima busca
      *        parte dela, e volta ao inicio quando as propostas
      *        acabam.
           01 ULTIMA-PENDENTE PIC X(22) VALUE SPACES.

           01 DATA-ATUALIZACAO PIC 9(08) VALUE ZEROS.

           01 CHAVES.
               02 CHAVE-SIGLA PIC X VALUE "N".
                   88 SIGLA-VALIDA VALUE "S".
               02 CHAVE-RECUSA PIC X VALUE "N".
                   88 REGRA-RECUSADA VALUE "S".
               02 CHAVE-VALOR PIC X VALUE "N".
                   88 VALOR-ACEITO VALUE "S".
               02 FIM-CORRECOES PIC X VALUE "N".
                   88 CORRECOES-TERMINADAS VALUE "S".
               02 CHAVE-PENDENTE PIC X VALUE "N".
                   88 PENDENTE-ACHADA VALUE "S".

      *        Parametros da chamada ao subprograma BUSCA_ESTADO.
           01 TIPO-BUSCA-CHAMADA PIC X VALUE "S".
           01 NOME-NAO-USADO PIC A(19) VALUE SPACES.
           01 RESULT-SIGLA PIC X(2).
           01 RESULT-ESTADO PIC X(19).
           01 RESULT-REGIAO PIC X(12).
           01 RESULT-CONTROLE PIC 9.

      *        Trinco com os jobs de exclusividade: a sessao desta
      *        transacao e' registrada em ARQSESS na abertura (via
      *        CONTROLA_SESSAO) e liberada na saida.
           01 ACAO-SESSAO PIC X VALUE SPACE.
           01 PROGRAMA-SESSAO PIC X(20) VALUE "MANUT_CORRECOES".
           01 OPERADOR-SESSAO PIC X(8) VALUE SPACES.
           01 QTD-SESSOES-ATIVAS PIC 9(3) VALUE ZEROS.
           01 DETENTOR-SESSAO PIC X(20) VALUE SPACES.
           01 DETENTOR-OPERADOR PIC X(8) VALUE SPACES.

           SCREEN SECTION.
           01 TELA-MENU.
               02 BLANK SCREEN.
               02 LINE 05 COLUMN 11 VALUE
               "MANUTENCAO DAS CORRECOES DE SIGLA".
               02 LINE 07 COLUMN 11 VALUE "I - INCLUIR".
               02 LINE 08 COLUMN 11 VALUE "A - ALTERAR / CONFIRMAR".
               02 LINE 09 COLUMN 11 VALUE "E - EXCLUIR".
               02 LINE 10 COLUMN 11 VALUE "C - CONSULTAR".
               02 LINE 11 COLUMN 11 VALUE
               "P - PROXIMA REGRA PROPOSTA".
               02 LINE 12 COLUMN 11 VALUE "S - SAIR".
               02 LINE 13 COLUMN 11 VALUE "OPCAO: ".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-TABELA.
           PERFORM RECEBE-OPERADOR UNTIL OPERADOR NOT = SPACES.
           MOVE OPERADOR TO OPERADOR-SESSAO.
           OPEN I-O ARQ-CORRECOES.
           MOVE "A" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           PERFORM CORPO UNTIL OPCAO-SAIR.
           CLOSE ARQ-CORRECOES.
           MOVE "F" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           DISPLAY "FIM DO PROGRAMA" AT 2030.
           STOP "".
           STOP RUN.

      *        Le o arquivo mestre MESTEST do inicio ao fim e monta a
      *        tabela em memoria TAB-ESTADOS, na ordem de leitura.
       CARREGA-TABELA.
           OPEN INPUT ARQ-ESTADOS.
           READ ARQ-ESTADOS NEXT RECORD
               AT END SET FIM-CARGA TO TRUE
           END-READ.
           PERFORM CARREGA-UM-ESTADO UNTIL FIM-CARGA.
           CLOSE ARQ-ESTADOS.

       CARREGA-UM-ESTADO.
           IF QTD-ESTADOS-TAB < LIMITE-ESTADOS-TAB
               ADD 1 TO QTD-ESTADOS-TAB
               MOVE SIGLA-CH TO SIGLA-T(QTD-ESTADOS-TAB)
               MOVE ESTADO-NOME TO ESTADO-T(QTD-ESTADOS-TAB)
               MOVE REGIAO-NOME TO REGIAO-T(QTD-ESTADOS-TAB)
           ELSE
               PERFORM AVISA-LIMITE-ESTADOS
           END-IF.
           READ ARQ-ESTADOS NEXT RECORD
               AT END SET FIM-CARGA TO TRUE
           END-READ.

      *        MESTEST trouxe mais de LIMITE-ESTADOS-TAB registros; os
      *        excedentes sao ignorados nesta carga em memoria.
       AVISA-LIMITE-ESTADOS.
           IF NOT LIMITE-ESTADOS-JA-AVISADO
               DISPLAY "MESTEST EXCEDE O LIMITE DE " LIMITE-ESTADOS-TAB
                   " ESTADOS -- REGISTROS EXTRAS IGNORADOS" AT 1811
               SET LIMITE-ESTADOS-JA-AVISADO TO TRUE
           END-IF.

      *        A identificacao do operador vai gravada em cada regra
      *        confirmada ou recusada nesta sessao.
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
               WHEN OPCAO-INCLUIR   PERFORM INCLUIR-CORRECAO
               WHEN OPCAO-ALTERAR   PERFORM ALTERAR-CORRECAO
               WHEN OPCAO-EXCLUIR   PERFORM EXCLUIR-CORRECAO
               WHEN OPCAO-CONSULTAR PERFORM CONSULTAR-CORRECAO
               WHEN OPCAO-PENDENTE  PERFORM PROXIMA-PENDENTE
               WHEN OPCAO-SAIR      CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!" AT 1511
           END-EVALUATE.

      *        Chave da regra: o valor errado como chega no lote (ja
      *        em maiusculas) e a fonte a que ela se restringe.
       RECEBE-CHAVE.
           MOVE SPACES TO VALOR-INF.
           MOVE SPACES TO FONTE-INF.
           DISPLAY "VALOR ERRADO: " AT 1511.
           ACCEPT VALOR-INF AT 1540 WITH PROMPT AUTO.
           DISPLAY "FONTE (BRANCO = TODAS): " AT 1611.
           ACCEPT FONTE-INF AT 1640 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (VALOR-INF) TO VALOR-INF.
           MOVE FUNCTION UPPER-CASE (FONTE-INF) TO FONTE-INF.
           MOVE VALOR-INF TO COR-VALOR-ERRADO.
           MOVE FONTE-INF TO COR-FONTE.

       MOSTRA-CORRECAO.
           DISPLAY "VALOR ERRADO: " AT 1511.
           DISPLAY COR-VALOR-ERRADO AT 1540.
           DISPLAY "FONTE (BRANCO = TODAS): " AT 1611.
           DISPLAY COR-FONTE AT 1640.
           DISPLAY "SIGLA CERTA: " AT 1711.
           DISPLAY COR-SIGLA-CERTA AT 1725.
           DISPLAY "SITUACAO: " AT 1730.
           DISPLAY COR-SITUACAO AT 1740.
           DISPLAY "RESOLUCOES: " AT 1745.
           DISPLAY COR-QTD-RESOLUCOES AT 1757.
           DISPLAY "ATUALIZADA EM: " AT 1811.
           DISPLAY COR-DATA-ATUALIZACAO AT 1827.
           DISPLAY "POR: " AT 1837.
           DISPLAY COR-OPERADOR AT 1842.

      *        Valor errado em branco nao chega a ser procurado, e
      *        sigla valida nunca cai na regra: o LOTE_SIGLA so'
      *        consulta MESTCOR quando a BUSCA_ESTADO nao acha.
       VALIDA-VALOR-ERRADO.
           MOVE "N" TO CHAVE-VALOR.
           IF VALOR-INF = SPACES
               DISPLAY "VALOR ERRADO E' OBRIGATORIO" AT 2211
           ELSE
               CALL "BUSCA_ESTADO" USING QTD-ESTADOS-TAB
                   TABELA-ESTADOS TIPO-BUSCA-CHAMADA VALOR-INF
                   NOME-NAO-USADO RESULT-SIGLA RESULT-ESTADO
                   RESULT-REGIAO RESULT-CONTROLE
               IF RESULT-CONTROLE = 1
                   DISPLAY "VALOR INFORMADO JA E' SIGLA VALIDA!"
                       AT 2211
               ELSE
                   SET VALOR-ACEITO TO TRUE
               END-IF
           END-IF.

       INCLUIR-CORRECAO.
           PERFORM RECEBE-CHAVE.
           PERFORM VALIDA-VALOR-ERRADO.
           IF VALOR-ACEITO
               READ ARQ-CORRECOES
                   INVALID KEY
                       MOVE SPACES TO SIGLA-INF
                       PERFORM RECEBE-SIGLA-CERTA
                       IF SIGLA-VALIDA
                           MOVE VALOR-INF TO COR-VALOR-ERRADO
                           MOVE FONTE-INF TO COR-FONTE
                           MOVE ZEROS TO COR-QTD-RESOLUCOES
                           PERFORM MONTA-CORRECAO
                           WRITE REG-CORRECAO
                               INVALID KEY
                                   DISPLAY "REGRA JA CADASTRADA!"
                                       AT 2211
                               NOT INVALID KEY
                                   DISPLAY "REGRA INCLUIDA." AT 2211
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "REGRA JA CADASTRADA -- USE A OPCAO A"
                           AT 2211
               END-READ
           END-IF.

       ALTERAR-CORRECAO.
           PERFORM RECEBE-CHAVE.
           READ ARQ-CORRECOES
               INVALID KEY
                   DISPLAY "REGRA NAO CADASTRADA!" AT 2211
               NOT INVALID KEY
                   PERFORM ACERTA-CORRECAO
           END-READ.

      *        Acerto/confirmacao de uma regra ja lida em
      *        REG-CORRECAO: mostra como esta, recebe a sigla certa
      *        (ou a recusa) e regrava com o operador da sessao. A
      *        contagem de resolucoes fica como estava, so' para
      *        consulta.
       ACERTA-CORRECAO.
           PERFORM MOSTRA-CORRECAO.
           MOVE COR-VALOR-ERRADO TO VALOR-INF.
           MOVE COR-FONTE TO FONTE-INF.
           MOVE COR-SIGLA-CERTA TO SIGLA-INF.
           PERFORM RECEBE-SIGLA-CERTA.
           IF SIGLA-VALIDA OR REGRA-RECUSADA
               MOVE VALOR-INF TO COR-VALOR-ERRADO
               MOVE FONTE-INF TO COR-FONTE
               READ ARQ-CORRECOES
                   INVALID KEY
                       DISPLAY "REGRA EXCLUIDA NESTE MEIO TEMPO!"
                           AT 2211
                   NOT INVALID KEY
                       PERFORM MONTA-CORRECAO
                       REWRITE REG-CORRECAO
                       IF REGRA-RECUSADA
                           DISPLAY "REGRA RECUSADA." AT 2211
                       ELSE
                           DISPLAY "REGRA CONFIRMADA." AT 2211
                       END-IF
               END-READ
           END-IF.

      *        Recebe a sigla certa (branco mantem a que ja estava em
      *        SIGLA-INF, * recusa a regra) e valida em MESTEST;
      *        SIGLA-VALIDA so' fica ligado se a sigla existe.
       RECEBE-SIGLA-CERTA.
           MOVE "N" TO CHAVE-SIGLA.
           MOVE "N" TO CHAVE-RECUSA.
           MOVE SPACES TO ENTRADA-SIGLA.
           DISPLAY "SIGLA CERTA (BRANCO = MANTEM, * = RECUSA): "
               AT 2011.
           ACCEPT ENTRADA-SIGLA AT 2055 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (ENTRADA-SIGLA) TO ENTRADA-SIGLA.
           EVALUATE TRUE
               WHEN ENTRADA-RECUSA
                   SET REGRA-RECUSADA TO TRUE
               WHEN ENTRADA-SIGLA NOT = SPACES
                   MOVE ENTRADA-SIGLA TO SIGLA-INF
                   PERFORM VALIDA-SIGLA-CERTA
               WHEN SIGLA-INF = SPACES
                   DISPLAY "SIGLA CERTA E' OBRIGATORIA" AT 2211
               WHEN OTHER
                   PERFORM VALIDA-SIGLA-CERTA
           END-EVALUATE.

       VALIDA-SIGLA-CERTA.
           CALL "BUSCA_ESTADO" USING QTD-ESTADOS-TAB TABELA-ESTADOS
               TIPO-BUSCA-CHAMADA SIGLA-INF NOME-NAO-USADO
               RESULT-SIGLA RESULT-ESTADO RESULT-REGIAO
               RESULT-CONTROLE.
           IF RESULT-CONTROLE = 1
               SET SIGLA-VALIDA TO TRUE
               DISPLAY RESULT-ESTADO AT 2111
           ELSE
               DISPLAY "ESTADO INEXISTENTE! DIGITE OUTRA SIGLA" AT 2211
           END-IF.

       MONTA-CORRECAO.
           ACCEPT DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           IF REGRA-RECUSADA
               MOVE "R" TO COR-SITUACAO
           ELSE
               MOVE SIGLA-INF TO COR-SIGLA-CERTA
               MOVE "C" TO COR-SITUACAO
           END-IF.
           MOVE DATA-ATUALIZACAO TO COR-DATA-ATUALIZACAO.
           MOVE OPERADOR TO COR-OPERADOR.

       EXCLUIR-CORRECAO.
           PERFORM RECEBE-CHAVE.
           READ ARQ-CORRECOES
               INVALID KEY
                   DISPLAY "REGRA NAO CADASTRADA!" AT 2211
               NOT INVALID KEY
                   DELETE ARQ-CORRECOES
                   DISPLAY "REGRA EXCLUIDA." AT 2211
           END-READ.

       CONSULTAR-CORRECAO.
           PERFORM RECEBE-CHAVE.
           READ ARQ-CORRECOES
               INVALID KEY
                   DISPLAY "REGRA NAO CADASTRADA!" AT 2211
               NOT INVALID KEY
                   PERFORM MOSTRA-CORRECAO
           END-READ.

      *        Proxima regra proposta (situacao P) depois da ultima
      *        mostrada; achada, vai direto para o acerto/confirmacao.
      *        Sem mais propostas, a proxima busca recomeca do inicio.
       PROXIMA-PENDENTE.
           MOVE "N" TO FIM-CORRECOES.
           MOVE "N" TO CHAVE-PENDENTE.
           MOVE ULTIMA-PENDENTE TO COR-CHAVE.
           START ARQ-CORRECOES KEY > COR-CHAVE
               INVALID KEY SET CORRECOES-TERMINADAS TO TRUE
           END-START.
           PERFORM LE-PROXIMA-CORRECAO
               UNTIL PENDENTE-ACHADA OR CORRECOES-TERMINADAS.
           IF PENDENTE-ACHADA
               MOVE COR-CHAVE TO ULTIMA-PENDENTE
               PERFORM ACERTA-CORRECAO
           ELSE
               MOVE SPACES TO ULTIMA-PENDENTE
               DISPLAY "NAO HA MAIS REGRAS PROPOSTAS." AT 2211
           END-IF.

       LE-PROXIMA-CORRECAO.
           READ ARQ-CORRECOES NEXT RECORD
               AT END SET CORRECOES-TERMINADAS TO TRUE
           END-READ.
           IF NOT CORRECOES-TERMINADAS AND COR-PROPOSTA
               SET PENDENTE-ACHADA TO TRUE
           END-IF.

       CONTROLA-SESSAO-CADASTRO.
           CALL "CONTROLA_SESSAO" USING ACAO-SESSAO PROGRAMA-SESSAO
               OPERADOR-SESSAO QTD-SESSOES-ATIVAS DETENTOR-SESSAO
               DETENTOR-OPERADOR.
       END PROGRAM MANUT_CORRECOES.
