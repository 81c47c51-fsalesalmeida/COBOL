      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Transacao de manutencao do mestre de sucessao de
      *          municipios (MESTSUC) -- incluir, alterar/confirmar,
      *          excluir ou consultar a sucessao de um codigo IBGE
      *          extinto, e percorrer as propostas pendentes deixadas
      *          pela SINCRONIZA_MUNICIPIOS (opcao P), uma a uma, para
      *          confirmar ou acertar o par. Sucessao gravada ou
      *          acertada aqui sai confirmada (situacao C) com o
      *          operador; e' so' a confirmada que a BUSCA_MUNICIPIO
      *          segue. O sucessor informado tem que levar a um
      *          municipio existente: ou esta em MESTMUN, ou tem ele
      *          mesmo sucessao confirmada que termina em MESTMUN;
      *          cadeia que volta ao proprio codigo extinto, ou que
      *          termina em codigo inexistente, e' recusada. Codigo
      *          ainda ativo em MESTMUN nao recebe sucessao (a busca
      *          o acharia antes de olhar a sucessao).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUT_SUCESSAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SUCESSOES ASSIGN TO "MESTSUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CODIGO-ANTIGO.
           SELECT ARQ-MUNICIPIOS ASSIGN TO "MESTMUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUNIC-CH
               ALTERNATE RECORD KEY IS MUNIC-NOME
                   WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-SUCESSOES
               LABEL RECORDS ARE STANDARD.
           COPY CPSUCESS.

           FD  ARQ-MUNICIPIOS
               LABEL RECORDS ARE STANDARD.
           COPY CPMUNIC.

       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO PIC X VALUE SPACES.
                   88 OPCAO-INCLUIR VALUE "I".
                   88 OPCAO-ALTERAR VALUE "A".
                   88 OPCAO-EXCLUIR VALUE "E".
                   88 OPCAO-CONSULTAR VALUE "C".
                   88 OPCAO-PENDENTE VALUE "P".
                   88 OPCAO-SAIR VALUE "S".
               02 CODIGO-INF PIC 9(07) VALUE ZEROS.
               02 SUCESSOR-INF PIC 9(07) VALUE ZEROS.
               02 DATA-INF PIC 9(08) VALUE ZEROS.
               02 MOTIVO-INF PIC X(30) VALUE SPACES.
               02 OPERADOR PIC X(08) VALUE SPACES.

      *        O que o operador digita para sucessor, vigencia e
      *        motivo; zero ou branco mantem o valor atual (na
      *        inclusao nao ha valor atual, e o campo fica exigido).
           01 ENTRADAS.
               02 ENTRADA-SUCESSOR PIC 9(07) VALUE ZEROS.
               02 ENTRADA-VIGENCIA PIC 9(08) VALUE ZEROS.
               02 ENTRADA-MOTIVO PIC X(30) VALUE SPACES.

      *        Ultima proposta mostrada pela opcao P; a proxima busca
      *        parte dela, e volta ao inicio quando as pendentes
      *        acabam.
           01 ULTIMA-PENDENTE PIC 9(07) VALUE ZEROS.

           01 CHAVES.
               02 CHAVE-SUCESSOR PIC X VALUE "N".
                   88 SUCESSOR-VALIDO VALUE "S".
               02 CHAVE-ATIVO PIC X VALUE "N".
                   88 CODIGO-ATIVO VALUE "S".
               02 FIM-SUCESSOES PIC X VALUE "N".
                   88 SUCESSOES-TERMINADAS VALUE "S".
               02 CHAVE-PENDENTE PIC X VALUE "N".
                   88 PENDENTE-ACHADA VALUE "S".
               02 CHAVE-CADEIA PIC X VALUE "N".
                   88 CADEIA-ANDANDO VALUE "N".
                   88 CADEIA-ATIVA VALUE "A".
                   88 CADEIA-EM-LACO VALUE "L".
                   88 CADEIA-QUEBRADA VALUE "Q".

      *        Mesmo teto de saltos da BUSCA_MUNICIPIO: cadeia mais
      *        longa que isso e' tratada como laco.
           01 LIMITE-SALTOS PIC 99 VALUE 10.
           01 QTD-SALTOS PIC 99 VALUE ZEROS.
           01 CODIGO-CADEIA PIC 9(07) VALUE ZEROS.

           01 DATA-DESMONTADA.
               02 ANO-INF PIC 9(04).
               02 MES-INF PIC 9(02).
               02 DIA-INF PIC 9(02).

           01 CHAVE-DATA PIC X VALUE "S".
               88 DATA-VALIDA VALUE "S".
               88 DATA-INVALIDA VALUE "N".

           01 CALC-BISSEXTO.
               02 QUOCIENTE PIC 9(4).
               02 RESTO-4 PIC 99.
               02 RESTO-100 PIC 9(3).
               02 RESTO-400 PIC 9(3).
           01 CHAVE-BISSEXTO PIC X VALUE "N".
               88 ANO-E-BISSEXTO VALUE "S".
               88 ANO-NAO-BISSEXTO VALUE "N".

      *        Trinco com os jobs de exclusividade: a sessao desta
      *        transacao e' registrada em ARQSESS na abertura (via
      *        CONTROLA_SESSAO) e liberada na saida; e' o que a
      *        SINCRONIZA_MUNICIPIOS consulta antes de gravar as
      *        propostas em MESTSUC.
           01 ACAO-SESSAO PIC X VALUE SPACE.
           01 PROGRAMA-SESSAO PIC X(20) VALUE "MANUT_SUCESSAO".
           01 OPERADOR-SESSAO PIC X(8) VALUE SPACES.
           01 QTD-SESSOES-ATIVAS PIC 9(3) VALUE ZEROS.
           01 DETENTOR-SESSAO PIC X(20) VALUE SPACES.
           01 DETENTOR-OPERADOR PIC X(8) VALUE SPACES.

           SCREEN SECTION.
           01 TELA-MENU.
               02 BLANK SCREEN.
               02 LINE 05 COLUMN 11 VALUE
               "MANUTENCAO DA SUCESSAO DE MUNICIPIOS".
               02 LINE 07 COLUMN 11 VALUE "I - INCLUIR".
               02 LINE 08 COLUMN 11 VALUE "A - ALTERAR / CONFIRMAR".
               02 LINE 09 COLUMN 11 VALUE "E - EXCLUIR".
               02 LINE 10 COLUMN 11 VALUE "C - CONSULTAR".
               02 LINE 11 COLUMN 11 VALUE
               "P - PROXIMA PROPOSTA PENDENTE".
               02 LINE 12 COLUMN 11 VALUE "S - SAIR".
               02 LINE 13 COLUMN 11 VALUE "OPCAO: ".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM RECEBE-OPERADOR UNTIL OPERADOR NOT = SPACES.
           MOVE OPERADOR TO OPERADOR-SESSAO.
           OPEN I-O ARQ-SUCESSOES.
           OPEN INPUT ARQ-MUNICIPIOS.
           MOVE "A" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           PERFORM CORPO UNTIL OPCAO-SAIR.
           CLOSE ARQ-SUCESSOES.
           CLOSE ARQ-MUNICIPIOS.
           MOVE "F" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           DISPLAY "FIM DO PROGRAMA" AT 2030.
           STOP "".
           STOP RUN.

      *        A identificacao do operador vai gravada em cada
      *        sucessao confirmada nesta sessao.
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
               WHEN OPCAO-INCLUIR   PERFORM INCLUIR-SUCESSAO
               WHEN OPCAO-ALTERAR   PERFORM ALTERAR-SUCESSAO
               WHEN OPCAO-EXCLUIR   PERFORM EXCLUIR-SUCESSAO
               WHEN OPCAO-CONSULTAR PERFORM CONSULTAR-SUCESSAO
               WHEN OPCAO-PENDENTE  PERFORM PROXIMA-PENDENTE
               WHEN OPCAO-SAIR      CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!" AT 1511
           END-EVALUATE.

       RECEBE-CODIGO.
           MOVE ZEROS TO CODIGO-INF.
           DISPLAY "CODIGO EXTINTO (7 DIGITOS): " AT 1511.
           ACCEPT CODIGO-INF AT 1540 WITH PROMPT AUTO.

       MOSTRA-SUCESSAO.
           DISPLAY "CODIGO EXTINTO: " AT 1511.
           DISPLAY SUC-CODIGO-ANTIGO AT 1540.
           DISPLAY "SUCESSOR: " AT 1611.
           DISPLAY SUC-CODIGO-SUCESSOR AT 1621.
           DISPLAY "VIGENCIA: " AT 1630.
           DISPLAY SUC-DATA-VIGENCIA AT 1640.
           DISPLAY "SITUACAO: " AT 1650.
           DISPLAY SUC-SITUACAO AT 1660.
           DISPLAY "MOTIVO: " AT 1711.
           DISPLAY SUC-MOTIVO AT 1719.

      *        Codigo que ainda esta em MESTMUN nao e' extinto: a
      *        BUSCA_MUNICIPIO o acharia direto e a sucessao nunca
      *        seria seguida.
       VERIFICA-CODIGO-ATIVO.
           MOVE "N" TO CHAVE-ATIVO.
           MOVE CODIGO-INF TO MUNIC-CH.
           READ ARQ-MUNICIPIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CODIGO-ATIVO TO TRUE
                   DISPLAY "CODIGO AINDA ATIVO EM MESTMUN!" AT 2211
           END-READ.

       INCLUIR-SUCESSAO.
           PERFORM RECEBE-CODIGO.
           IF CODIGO-INF = 0
               DISPLAY "CODIGO DEVE SER MAIOR QUE 0" AT 2211
           ELSE
               MOVE CODIGO-INF TO SUC-CODIGO-ANTIGO
               READ ARQ-SUCESSOES
                   INVALID KEY
                       PERFORM VERIFICA-CODIGO-ATIVO
                       IF NOT CODIGO-ATIVO
                           MOVE ZEROS TO SUCESSOR-INF
                           MOVE ZEROS TO DATA-INF
                           MOVE SPACES TO MOTIVO-INF
                           PERFORM RECEBE-DADOS-SUCESSAO
                           IF SUCESSOR-VALIDO
                               PERFORM MONTA-SUCESSAO
                               WRITE REG-SUCESSAO
                                   INVALID KEY
                                       DISPLAY "SUCESSAO JA CADASTRADA!"
                                           AT 2211
                                   NOT INVALID KEY
                                       DISPLAY "SUCESSAO INCLUIDA."
                                           AT 2211
                               END-WRITE
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "SUCESSAO JA CADASTRADA -- USE A OPCAO A"
                           AT 2211
               END-READ
           END-IF.

       ALTERAR-SUCESSAO.
           PERFORM RECEBE-CODIGO.
           MOVE CODIGO-INF TO SUC-CODIGO-ANTIGO.
           READ ARQ-SUCESSOES
               INVALID KEY
                   DISPLAY "SUCESSAO NAO CADASTRADA!" AT 2211
               NOT INVALID KEY
                   PERFORM ACERTA-SUCESSAO
           END-READ.

      *        Acerto/confirmacao de uma sucessao ja lida em
      *        REG-SUCESSAO: mostra como esta, recebe o que mudar e
      *        regrava como confirmada pelo operador da sessao.
       ACERTA-SUCESSAO.
           PERFORM MOSTRA-SUCESSAO.
           MOVE SUC-CODIGO-SUCESSOR TO SUCESSOR-INF.
           MOVE SUC-DATA-VIGENCIA TO DATA-INF.
           MOVE SUC-MOTIVO TO MOTIVO-INF.
           PERFORM VERIFICA-CODIGO-ATIVO.
           IF NOT CODIGO-ATIVO
               PERFORM RECEBE-DADOS-SUCESSAO
               IF SUCESSOR-VALIDO
                   MOVE CODIGO-INF TO SUC-CODIGO-ANTIGO
                   READ ARQ-SUCESSOES
                       INVALID KEY
                           DISPLAY "SUCESSAO EXCLUIDA NESTE MEIO TEMPO!"
                               AT 2211
                       NOT INVALID KEY
                           PERFORM MONTA-SUCESSAO
                           REWRITE REG-SUCESSAO
                           DISPLAY "SUCESSAO CONFIRMADA." AT 2211
                   END-READ
               END-IF
           END-IF.

      *        Recebe sucessor, vigencia e motivo (zero/branco mantem
      *        o valor que ja estava em SUCESSOR-INF, DATA-INF e
      *        MOTIVO-INF) e valida os tres; SUCESSOR-VALIDO so' fica
      *        ligado se tudo passou.
       RECEBE-DADOS-SUCESSAO.
           MOVE "N" TO CHAVE-SUCESSOR.
           MOVE ZEROS TO ENTRADA-SUCESSOR.
           MOVE ZEROS TO ENTRADA-VIGENCIA.
           MOVE SPACES TO ENTRADA-MOTIVO.
           DISPLAY "NOVO SUCESSOR (0 = MANTEM): " AT 1811.
           ACCEPT ENTRADA-SUCESSOR AT 1840 WITH PROMPT AUTO.
           DISPLAY "VIGENCIA AAAAMMDD (0 = MANTEM): " AT 1911.
           ACCEPT ENTRADA-VIGENCIA AT 1944 WITH PROMPT AUTO.
           DISPLAY "MOTIVO (BRANCO = MANTEM): " AT 2011.
           ACCEPT ENTRADA-MOTIVO AT 2038 WITH PROMPT AUTO.
           IF ENTRADA-SUCESSOR NOT = 0
               MOVE ENTRADA-SUCESSOR TO SUCESSOR-INF
           END-IF.
           IF ENTRADA-VIGENCIA NOT = 0
               MOVE ENTRADA-VIGENCIA TO DATA-INF
           END-IF.
           IF ENTRADA-MOTIVO NOT = SPACES
               MOVE FUNCTION UPPER-CASE (ENTRADA-MOTIVO) TO MOTIVO-INF
           END-IF.
           PERFORM VALIDA-DATA.
           IF DATA-VALIDA
               IF MOTIVO-INF = SPACES
                   DISPLAY "MOTIVO E' OBRIGATORIO" AT 2211
               ELSE
                   PERFORM VALIDA-SUCESSOR
               END-IF
           END-IF.

      *        O sucessor tem que levar a um municipio existente,
      *        direto ou pela cadeia de sucessoes confirmadas; a
      *        cadeia nao pode voltar ao proprio codigo extinto.
       VALIDA-SUCESSOR.
           EVALUATE TRUE
               WHEN SUCESSOR-INF = 0
                   DISPLAY "SUCESSOR E' OBRIGATORIO" AT 2211
               WHEN SUCESSOR-INF = CODIGO-INF
                   DISPLAY "SUCESSOR IGUAL AO CODIGO EXTINTO!" AT 2211
               WHEN OTHER
                   MOVE SUCESSOR-INF TO CODIGO-CADEIA
                   MOVE ZEROS TO QTD-SALTOS
                   SET CADEIA-ANDANDO TO TRUE
                   PERFORM SEGUE-CADEIA UNTIL NOT CADEIA-ANDANDO
                   EVALUATE TRUE
                       WHEN CADEIA-ATIVA
                           SET SUCESSOR-VALIDO TO TRUE
                       WHEN CADEIA-EM-LACO
                           DISPLAY "CADEIA DE SUCESSAO EM LACO!" AT 2211
                       WHEN OTHER
                           DISPLAY "SUCESSOR NAO EXISTE EM MESTMUN!"
                               AT 2211
                   END-EVALUATE
           END-EVALUATE.

       SEGUE-CADEIA.
           MOVE CODIGO-CADEIA TO MUNIC-CH.
           READ ARQ-MUNICIPIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CADEIA-ATIVA TO TRUE
           END-READ.
           IF CADEIA-ANDANDO
               MOVE CODIGO-CADEIA TO SUC-CODIGO-ANTIGO
               READ ARQ-SUCESSOES
                   INVALID KEY
                       SET CADEIA-QUEBRADA TO TRUE
               END-READ
           END-IF.
           IF CADEIA-ANDANDO
               IF SUC-CONFIRMADA AND SUC-CODIGO-SUCESSOR > 0
                   ADD 1 TO QTD-SALTOS
                   MOVE SUC-CODIGO-SUCESSOR TO CODIGO-CADEIA
                   IF CODIGO-CADEIA = CODIGO-INF
                       OR QTD-SALTOS >= LIMITE-SALTOS
                       SET CADEIA-EM-LACO TO TRUE
                   END-IF
               ELSE
                   SET CADEIA-QUEBRADA TO TRUE
               END-IF
           END-IF.

       MONTA-SUCESSAO.
           MOVE CODIGO-INF TO SUC-CODIGO-ANTIGO.
           MOVE SUCESSOR-INF TO SUC-CODIGO-SUCESSOR.
           MOVE DATA-INF TO SUC-DATA-VIGENCIA.
           MOVE MOTIVO-INF TO SUC-MOTIVO.
           MOVE "C" TO SUC-SITUACAO.
           MOVE OPERADOR TO SUC-OPERADOR.

      *        Mesma validacao de calendario da MANUT_FERIADOS.
       VALIDA-DATA.
           SET DATA-VALIDA TO TRUE.
           MOVE DATA-INF(1:4) TO ANO-INF.
           MOVE DATA-INF(5:2) TO MES-INF.
           MOVE DATA-INF(7:2) TO DIA-INF.
           PERFORM VERIFICA-BISSEXTO.
           IF ANO-INF < 1
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA AND (MES-INF < 1 OR MES-INF > 12)
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA AND (DIA-INF < 1 OR DIA-INF > 31)
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA
               IF (MES-INF = 4 OR MES-INF = 6 OR MES-INF = 9
                   OR MES-INF = 11) AND DIA-INF > 30
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF.
           IF DATA-VALIDA AND MES-INF = 2 AND ANO-NAO-BISSEXTO
               AND DIA-INF > 28
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA AND MES-INF = 2 AND ANO-E-BISSEXTO
               AND DIA-INF > 29
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-INVALIDA
               DISPLAY "DATA DE VIGENCIA INVALIDA!" AT 2211
           END-IF.

       VERIFICA-BISSEXTO.
           DIVIDE ANO-INF BY 4 GIVING QUOCIENTE REMAINDER RESTO-4.
           DIVIDE ANO-INF BY 100 GIVING QUOCIENTE REMAINDER RESTO-100.
           DIVIDE ANO-INF BY 400 GIVING QUOCIENTE REMAINDER RESTO-400.
           IF RESTO-4 = 0 AND (RESTO-100 NOT = 0 OR RESTO-400 = 0)
               SET ANO-E-BISSEXTO TO TRUE
           ELSE
               SET ANO-NAO-BISSEXTO TO TRUE
           END-IF.

       EXCLUIR-SUCESSAO.
           PERFORM RECEBE-CODIGO.
           MOVE CODIGO-INF TO SUC-CODIGO-ANTIGO.
           READ ARQ-SUCESSOES
               INVALID KEY
                   DISPLAY "SUCESSAO NAO CADASTRADA!" AT 2211
               NOT INVALID KEY
                   DELETE ARQ-SUCESSOES
                   DISPLAY "SUCESSAO EXCLUIDA." AT 2211
           END-READ.

       CONSULTAR-SUCESSAO.
           PERFORM RECEBE-CODIGO.
           MOVE CODIGO-INF TO SUC-CODIGO-ANTIGO.
           READ ARQ-SUCESSOES
               INVALID KEY
                   DISPLAY "SUCESSAO NAO CADASTRADA!" AT 2211
               NOT INVALID KEY
                   PERFORM MOSTRA-SUCESSAO
                   DISPLAY "CONFIRMADA POR: " AT 1811
                   DISPLAY SUC-OPERADOR AT 1827
           END-READ.

      *        Proxima proposta (situacao P) depois da ultima
      *        mostrada; achada, vai direto para o acerto/confirmacao.
      *        Sem mais pendentes, a proxima busca recomeca do inicio.
       PROXIMA-PENDENTE.
           MOVE "N" TO FIM-SUCESSOES.
           MOVE "N" TO CHAVE-PENDENTE.
           MOVE ULTIMA-PENDENTE TO SUC-CODIGO-ANTIGO.
           START ARQ-SUCESSOES KEY > SUC-CODIGO-ANTIGO
               INVALID KEY SET SUCESSOES-TERMINADAS TO TRUE
           END-START.
           PERFORM LE-PROXIMA-SUCESSAO
               UNTIL PENDENTE-ACHADA OR SUCESSOES-TERMINADAS.
           IF PENDENTE-ACHADA
               MOVE SUC-CODIGO-ANTIGO TO ULTIMA-PENDENTE
               MOVE SUC-CODIGO-ANTIGO TO CODIGO-INF
               PERFORM ACERTA-SUCESSAO
           ELSE
               MOVE ZEROS TO ULTIMA-PENDENTE
               DISPLAY "NAO HA MAIS PROPOSTAS PENDENTES." AT 2211
           END-IF.

       LE-PROXIMA-SUCESSAO.
           READ ARQ-SUCESSOES NEXT RECORD
               AT END SET SUCESSOES-TERMINADAS TO TRUE
           END-READ.
           IF NOT SUCESSOES-TERMINADAS AND SUC-PROPOSTA
               SET PENDENTE-ACHADA TO TRUE
           END-IF.

       CONTROLA-SESSAO-CADASTRO.
           CALL "CONTROLA_SESSAO" USING ACAO-SESSAO PROGRAMA-SESSAO
               OPERADOR-SESSAO QTD-SESSOES-ATIVAS DETENTOR-SESSAO
               DETENTOR-OPERADOR.
       END PROGRAM MANUT_SUCESSAO.
