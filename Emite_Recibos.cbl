      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Emite em lote os recibos do financeiro, um bloco
      *          por registro do arquivo de pagamentos (ARQRECE:
      *          favorecido, valor com centavos, data AAAAMMDD e
      *          codigo IBGE do municipio onde o recibo e' passado).
      *          Cada bloco do ARQRECI traz o valor em algarismos e
      *          por extenso (subrotina VALOR_EXTENSO, quebrado em
      *          linhas sem partir palavra) e a linha de local e
      *          data -- "CAMPINAS, QUINTA-FEIRA, 15 DE OUTUBRO DE
      *          2026" -- com o nome do municipio vindo de MESTMUN
      *          pela BUSCA_MUNICIPIO (codigo extinto vale pelo
      *          sucessor) e o dia da semana e o mes de MESTDIA e
      *          MESTMES, no mesmo calculo da TABELA_MESES_BATCH.
      *          Registro com data invalida, municipio inexistente ou
      *          valor fora da faixa (zerado, nao numerico ou acima
      *          de 999.999.999.999,99) nao vira recibo: sai listado
      *          em ARQRECR com o motivo, e o passo termina com
      *          RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITE_RECIBOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PAGAMENTOS ASSIGN TO "ARQRECE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RECIBOS ASSIGN TO "ARQRECI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-REJEITOS ASSIGN TO "ARQRECR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-MESES ASSIGN TO "MESTMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MES-NUM.
           SELECT ARQ-DIAS ASSIGN TO "MESTDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIA-NUM.
       DATA DIVISION.
       FILE SECTION.
      *        Um pagamento por registro; o valor vem com 13 digitos
      *        de reais para o valor alem do teto ser recusado em vez
      *        de truncado.
           FD  ARQ-PAGAMENTOS
               LABEL RECORDS ARE STANDARD.
           01  REG-PAGAMENTO.
               02 PAG-FAVORECIDO PIC X(40).
               02 PAG-VALOR PIC 9(13)V99.
               02 PAG-VALOR-X REDEFINES PAG-VALOR PIC X(15).
               02 PAG-DATA PIC 9(08).
               02 PAG-DATA-X REDEFINES PAG-DATA PIC X(08).
               02 PAG-CODIGO-IBGE PIC 9(07).
               02 PAG-CODIGO-X REDEFINES PAG-CODIGO-IBGE PIC X(07).
               02 FILLER PIC X(10).

           FD  ARQ-RECIBOS
               LABEL RECORDS ARE STANDARD.
           01  REG-RECIBO PIC X(80).

           FD  ARQ-REJEITOS
               LABEL RECORDS ARE STANDARD.
           01  REG-REJEITO PIC X(80).

           FD  ARQ-MESES
               LABEL RECORDS ARE STANDARD.
           COPY CPMESANO.

           FD  ARQ-DIAS
               LABEL RECORDS ARE STANDARD.
           COPY CPDIASEM.

       WORKING-STORAGE SECTION.
           COPY CPEXTENS.

      *        MES-T(1) = Janeiro ate MES-T(12) = Dezembro, de
      *        MESTMES; DIA-T(1) = Domingo ate DIA-T(7) = Sabado, de
      *        MESTDIA -- as mesmas tabelas da TABELA_MESES_BATCH.
           01 TABELA-MESES.
               02 MES-T PIC X(9) OCCURS 12 TIMES.
           01 CHAVE-CARGA PIC X VALUE "N".
               88 FIM-CARGA VALUE "S".
           01 TABELA-DIAS.
               02 DIA-T PIC X(13) OCCURS 7 TIMES.
           01 CHAVE-CARGA-DIA PIC X VALUE "N".
               88 FIM-CARGA-DIA VALUE "S".

      *        Teto do valor: o que a VALOR_EXTENSO escreve.
           01 LIMITE-VALOR PIC 9(13) VALUE 1000000000000.

           01 DATA-RECIBO PIC 9(08) VALUE ZEROS.
           01 DATA-RECIBO-D REDEFINES DATA-RECIBO.
               02 ANO PIC 9(04).
               02 MES PIC 9(02).
               02 DIA PIC 9(02).

           01 CALC-BISSEXTO.
               02 QUOCIENTE PIC 9(4).
               02 RESTO-4 PIC 99.
               02 RESTO-100 PIC 9(3).
               02 RESTO-400 PIC 9(3).
           01 CHAVE-BISSEXTO PIC X VALUE "N".
               88 ANO-E-BISSEXTO VALUE "S".
               88 ANO-NAO-BISSEXTO VALUE "N".

      *        Apoio do calculo do dia da semana (congruencia de
      *        Zeller): o resto final vale 0 = sabado, 1 = domingo,
      *        ..., 6 = sexta, convertido para a numeracao 1-7 de
      *        MESTDIA em DIA-SEMANA-NUM.
           01 CALC-DIA-SEMANA.
               02 MES-ZELLER PIC 99.
               02 ANO-ZELLER PIC 9(4).
               02 SECULO-ZELLER PIC 99.
               02 ANO-SECULO-ZELLER PIC 99.
               02 TERMO-MES PIC 9(3).
               02 TERMO-ANO PIC 99.
               02 TERMO-SECULO PIC 99.
               02 SOMA-ZELLER PIC 9(4).
               02 QUOC-SEMANA PIC 9(3).
               02 RESTO-SEMANA PIC 9.
           01 DIA-SEMANA-NUM PIC 9 VALUE ZEROS.

      *        Parametros da chamada ao subprograma BUSCA_MUNICIPIO.
           01 CODIGO-CHAMADA PIC 9(07) VALUE ZEROS.
           01 RESULT-MUNICIPIO PIC X(30).
           01 RESULT-SIGLA PIC X(02).
           01 RESULT-ESTADO PIC X(19).
           01 RESULT-REGIAO PIC X(12).
           01 RESULT-CONTROLE PIC 9.
           01 RESULT-CODIGO PIC 9(07).

      *        Quebra do texto por extenso em linhas de
      *        LARGURA-EXTENSO posicoes, cortando sempre num espaco.
           01 LARGURA-EXTENSO PIC 9(03) VALUE 66.
           01 POS-INICIO PIC 9(03) VALUE ZEROS.
           01 POS-CORTE PIC 9(03) VALUE ZEROS.
           01 TAM-PEDACO PIC 9(03) VALUE ZEROS.

           01 CONTADORES.
               02 QTD-LIDOS PIC 9(05) VALUE ZEROS.
               02 QTD-EMITIDOS PIC 9(05) VALUE ZEROS.
               02 QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
           01 TOTAL-EMITIDO PIC 9(15)V99 VALUE ZEROS.

           01 CHAVES.
               02 FIM-ARQUIVO PIC X VALUE "N".
                   88 ARQUIVO-TERMINADO VALUE "S".
               02 CHAVE-REGISTRO PIC X VALUE "S".
                   88 REGISTRO-VALIDO VALUE "S".
                   88 REGISTRO-INVALIDO VALUE "N".
               02 CHAVE-DATA PIC X VALUE "S".
                   88 DATA-VALIDA VALUE "S".
                   88 DATA-INVALIDA VALUE "N".

           01 MOTIVO-REJEITO PIC X(25) VALUE SPACES.
           01 DADO-REJEITO PIC X(15) VALUE SPACES.

           01 LINHA-SEPARADOR PIC X(80) VALUE ALL "-".
           01 LINHA-BRANCO PIC X(80) VALUE SPACES.

           01 LINHA-CAB-RECIBO.
               02 FILLER PIC X(11) VALUE "RECIBO NO. ".
               02 NUMERO-REC PIC ZZZZ9.
               02 FILLER PIC X(35) VALUE SPACES.
               02 FILLER PIC X(4) VALUE "R$ ".
               02 VALOR-REC PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(7) VALUE SPACES.

           01 LINHA-FAVORECIDO.
               02 FILLER PIC X(14) VALUE "FAVORECIDO: ".
               02 FAVORECIDO-REC PIC X(40).
               02 FILLER PIC X(26) VALUE SPACES.

           01 LINHA-EXTENSO.
               02 ROTULO-EXTENSO PIC X(14).
               02 TEXTO-EXTENSO PIC X(66).

           01 LINHA-LOCAL-DATA PIC X(80) VALUE SPACES.
           01 ANO-EXT PIC 9(4).

           01 LINHA-ASSINATURA.
               02 FILLER PIC X(40) VALUE SPACES.
               02 FILLER PIC X(40) VALUE ALL "_".

           01 LINHA-TITULO-REJ.
               02 FILLER PIC X(40) VALUE
                   "RECIBOS NAO EMITIDOS".
               02 FILLER PIC X(40) VALUE SPACES.

           01 LINHA-REJEITO.
               02 FAVORECIDO-REJ PIC X(30).
               02 FILLER PIC X VALUE SPACE.
               02 MOTIVO-REJ PIC X(25).
               02 FILLER PIC X VALUE SPACE.
               02 DADO-REJ PIC X(15).
               02 FILLER PIC X(8) VALUE SPACES.

           01 LINHA-TOTAL.
               02 ROTULO-TOTAL PIC X(25).
               02 VALOR-TOTAL PIC ZZZZZZ9.
               02 FILLER PIC X(48) VALUE SPACES.

           01 LINHA-TOTAL-VALOR.
               02 FILLER PIC X(25) VALUE "VALOR TOTAL EMITIDO....: ".
               02 VALOR-TOTAL-EMITIDO PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-TABELA.
           PERFORM CARREGA-DIAS.
           PERFORM ABERTURA.
           PERFORM PROCESSA-ARQUIVO UNTIL ARQUIVO-TERMINADO.
           PERFORM ENCERRAMENTO.
           STOP RUN.

      *        Le o arquivo mestre MESTMES do inicio ao fim e monta a
      *        tabela em memoria MES-T, na ordem de MES-NUM.
       CARREGA-TABELA.
           OPEN INPUT ARQ-MESES.
           READ ARQ-MESES NEXT RECORD
               AT END SET FIM-CARGA TO TRUE
           END-READ.
           PERFORM CARREGA-UM-MES UNTIL FIM-CARGA.
           CLOSE ARQ-MESES.

       CARREGA-UM-MES.
           MOVE MES-NOME TO MES-T(MES-NUM).
           READ ARQ-MESES NEXT RECORD
               AT END SET FIM-CARGA TO TRUE
           END-READ.

      *        Le o arquivo mestre MESTDIA do inicio ao fim e monta a
      *        tabela em memoria DIA-T, na ordem de DIA-NUM.
       CARREGA-DIAS.
           OPEN INPUT ARQ-DIAS.
           READ ARQ-DIAS NEXT RECORD
               AT END SET FIM-CARGA-DIA TO TRUE
           END-READ.
           PERFORM CARREGA-UM-DIA UNTIL FIM-CARGA-DIA.
           CLOSE ARQ-DIAS.

       CARREGA-UM-DIA.
           MOVE DIA-NOME TO DIA-T(DIA-NUM).
           READ ARQ-DIAS NEXT RECORD
               AT END SET FIM-CARGA-DIA TO TRUE
           END-READ.

       ABERTURA.
           OPEN INPUT ARQ-PAGAMENTOS.
           OPEN OUTPUT ARQ-RECIBOS.
           OPEN OUTPUT ARQ-REJEITOS.
           WRITE REG-REJEITO FROM LINHA-TITULO-REJ.
           PERFORM LE-PAGAMENTO.

       LE-PAGAMENTO.
           READ ARQ-PAGAMENTOS
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

      *        Data, valor e municipio conferidos nessa ordem; o
      *        primeiro problema achado e' o motivo do rejeito.
       PROCESSA-ARQUIVO.
           ADD 1 TO QTD-LIDOS.
           SET REGISTRO-VALIDO TO TRUE.
           PERFORM CONFERE-DATA.
           IF REGISTRO-VALIDO
               PERFORM CONFERE-VALOR
           END-IF.
           IF REGISTRO-VALIDO
               PERFORM CONFERE-MUNICIPIO
           END-IF.
           IF REGISTRO-VALIDO
               PERFORM EMITE-RECIBO
           ELSE
               PERFORM REJEITA
           END-IF.
           PERFORM LE-PAGAMENTO.

       CONFERE-DATA.
           IF PAG-DATA-X IS NUMERIC
               MOVE PAG-DATA TO DATA-RECIBO
               PERFORM VERIFICA-DATA
           ELSE
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-INVALIDA
               SET REGISTRO-INVALIDO TO TRUE
               MOVE "DATA INVALIDA" TO MOTIVO-REJEITO
               MOVE PAG-DATA-X TO DADO-REJEITO
           END-IF.

       VERIFICA-DATA.
           SET DATA-VALIDA TO TRUE.
           PERFORM VERIFICA-BISSEXTO.
           IF ANO < 1
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA AND (MES < 1 OR MES > 12)
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA AND DIA < 1
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA
               IF (MES = 4 OR MES = 6 OR MES = 9 OR MES = 11)
                   AND DIA > 30
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF.
           IF DATA-VALIDA AND MES = 2 AND ANO-NAO-BISSEXTO AND DIA > 28
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA AND MES = 2 AND ANO-E-BISSEXTO AND DIA > 29
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA AND DIA > 31
               SET DATA-INVALIDA TO TRUE
           END-IF.

      *        Ano bissexto: divisivel por 4, e se divisivel por 100
      *        so conta como bissexto quando tambem divisivel por 400.
       VERIFICA-BISSEXTO.
           DIVIDE ANO BY 4 GIVING QUOCIENTE REMAINDER RESTO-4.
           DIVIDE ANO BY 100 GIVING QUOCIENTE REMAINDER RESTO-100.
           DIVIDE ANO BY 400 GIVING QUOCIENTE REMAINDER RESTO-400.
           IF RESTO-4 = 0 AND (RESTO-100 NOT = 0 OR RESTO-400 = 0)
               SET ANO-E-BISSEXTO TO TRUE
           ELSE
               SET ANO-NAO-BISSEXTO TO TRUE
           END-IF.

      *        Valor zerado, nao numerico ou alem do que a
      *        VALOR_EXTENSO escreve nao vira recibo; o texto por
      *        extenso ja sai montado aqui.
       CONFERE-VALOR.
           IF PAG-VALOR-X IS NOT NUMERIC
               OR PAG-VALOR = ZEROS
               OR PAG-VALOR >= LIMITE-VALOR
               SET REGISTRO-INVALIDO TO TRUE
           ELSE
               MOVE PAG-VALOR TO EXT-VALOR
               CALL "VALOR_EXTENSO" USING AREA-EXTENSO
               IF EXT-CONTROLE NOT = 1
                   SET REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF.
           IF REGISTRO-INVALIDO
               MOVE "VALOR FORA DA FAIXA" TO MOTIVO-REJEITO
               MOVE PAG-VALOR-X TO DADO-REJEITO
           END-IF.

      *        Nome em branco na volta da BUSCA_MUNICIPIO e' codigo
      *        que nao existe. Municipio achado com a sigla dona fora
      *        de MESTEST tem nome -- e' so' o nome que o recibo usa.
       CONFERE-MUNICIPIO.
           MOVE SPACES TO RESULT-MUNICIPIO.
           IF PAG-CODIGO-X IS NUMERIC
               MOVE PAG-CODIGO-IBGE TO CODIGO-CHAMADA
               CALL "BUSCA_MUNICIPIO" USING CODIGO-CHAMADA
                   RESULT-MUNICIPIO RESULT-SIGLA RESULT-ESTADO
                   RESULT-REGIAO RESULT-CONTROLE RESULT-CODIGO
           END-IF.
           IF RESULT-MUNICIPIO = SPACES
               SET REGISTRO-INVALIDO TO TRUE
               MOVE "MUNICIPIO INEXISTENTE" TO MOTIVO-REJEITO
               MOVE PAG-CODIGO-X TO DADO-REJEITO
           END-IF.

       EMITE-RECIBO.
           ADD 1 TO QTD-EMITIDOS.
           ADD PAG-VALOR TO TOTAL-EMITIDO.
           WRITE REG-RECIBO FROM LINHA-SEPARADOR.
           MOVE QTD-EMITIDOS TO NUMERO-REC.
           MOVE PAG-VALOR TO VALOR-REC.
           WRITE REG-RECIBO FROM LINHA-CAB-RECIBO.
           WRITE REG-RECIBO FROM LINHA-BRANCO.
           MOVE PAG-FAVORECIDO TO FAVORECIDO-REC.
           WRITE REG-RECIBO FROM LINHA-FAVORECIDO.
           MOVE "POR EXTENSO: " TO ROTULO-EXTENSO.
           MOVE 1 TO POS-INICIO.
           PERFORM GRAVA-LINHA-EXTENSO
               UNTIL POS-INICIO > EXT-TAMANHO.
           WRITE REG-RECIBO FROM LINHA-BRANCO.
           PERFORM MONTA-LOCAL-DATA.
           WRITE REG-RECIBO FROM LINHA-LOCAL-DATA.
           WRITE REG-RECIBO FROM LINHA-BRANCO.
           WRITE REG-RECIBO FROM LINHA-ASSINATURA.

      *        O pedaco que cabe inteiro vai de uma vez; senao corta
      *        no ultimo espaco dentro da largura (palavra nenhuma
      *        passa de doze letras). So' a primeira linha leva o
      *        rotulo.
       GRAVA-LINHA-EXTENSO.
           IF EXT-TAMANHO - POS-INICIO + 1 <= LARGURA-EXTENSO
               COMPUTE TAM-PEDACO = EXT-TAMANHO - POS-INICIO + 1
               COMPUTE POS-CORTE = EXT-TAMANHO + 1
           ELSE
               COMPUTE POS-CORTE = POS-INICIO + LARGURA-EXTENSO
               PERFORM RECUA-CORTE
                   UNTIL EXT-TEXTO(POS-CORTE:1) = SPACE
               COMPUTE TAM-PEDACO = POS-CORTE - POS-INICIO
           END-IF.
           MOVE SPACES TO TEXTO-EXTENSO.
           MOVE EXT-TEXTO(POS-INICIO:TAM-PEDACO) TO TEXTO-EXTENSO.
           WRITE REG-RECIBO FROM LINHA-EXTENSO.
           MOVE SPACES TO ROTULO-EXTENSO.
           COMPUTE POS-INICIO = POS-CORTE + 1.

       RECUA-CORTE.
           SUBTRACT 1 FROM POS-CORTE.

      *        Municipio, dia da semana, dia, mes e ano; o nome do
      *        municipio pode ter espaco no meio e so' termina em
      *        dois espacos seguidos.
       MONTA-LOCAL-DATA.
           PERFORM CALCULA-DIA-SEMANA.
           MOVE ANO TO ANO-EXT.
           MOVE SPACES TO LINHA-LOCAL-DATA.
           STRING RESULT-MUNICIPIO DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               DIA-T(DIA-SEMANA-NUM) DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               DIA DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               MES-T(MES) DELIMITED BY SPACE
               " DE " DELIMITED BY SIZE
               ANO-EXT DELIMITED BY SIZE
               INTO LINHA-LOCAL-DATA.

      *        Congruencia de Zeller: janeiro e fevereiro contam como
      *        meses 13 e 14 do ano anterior; as divisoes parciais
      *        sao inteiras (os TERMO-* truncam ao serem gravados).
       CALCULA-DIA-SEMANA.
           MOVE MES TO MES-ZELLER.
           MOVE ANO TO ANO-ZELLER.
           IF MES-ZELLER < 3
               ADD 12 TO MES-ZELLER
               SUBTRACT 1 FROM ANO-ZELLER
           END-IF.
           DIVIDE ANO-ZELLER BY 100 GIVING SECULO-ZELLER
               REMAINDER ANO-SECULO-ZELLER.
           COMPUTE TERMO-MES = (13 * (MES-ZELLER + 1)) / 5.
           COMPUTE TERMO-ANO = ANO-SECULO-ZELLER / 4.
           COMPUTE TERMO-SECULO = SECULO-ZELLER / 4.
           COMPUTE SOMA-ZELLER = DIA + TERMO-MES + ANO-SECULO-ZELLER
               + TERMO-ANO + TERMO-SECULO + 5 * SECULO-ZELLER.
           DIVIDE SOMA-ZELLER BY 7 GIVING QUOC-SEMANA
               REMAINDER RESTO-SEMANA.
           IF RESTO-SEMANA = 0
               MOVE 7 TO DIA-SEMANA-NUM
           ELSE
               MOVE RESTO-SEMANA TO DIA-SEMANA-NUM
           END-IF.

       REJEITA.
           ADD 1 TO QTD-REJEITADOS.
           MOVE PAG-FAVORECIDO TO FAVORECIDO-REJ.
           MOVE MOTIVO-REJEITO TO MOTIVO-REJ.
           MOVE DADO-REJEITO TO DADO-REJ.
           WRITE REG-REJEITO FROM LINHA-REJEITO.

      *        Qualquer rejeito termina o passo com RETURN-CODE 4.
       ENCERRAMENTO.
           IF QTD-EMITIDOS > 0
               WRITE REG-RECIBO FROM LINHA-SEPARADOR
           END-IF.
           WRITE REG-REJEITO FROM LINHA-BRANCO.
           MOVE "REGISTROS LIDOS........: " TO ROTULO-TOTAL.
           MOVE QTD-LIDOS TO VALOR-TOTAL.
           WRITE REG-REJEITO FROM LINHA-TOTAL.
           MOVE "RECIBOS EMITIDOS.......: " TO ROTULO-TOTAL.
           MOVE QTD-EMITIDOS TO VALOR-TOTAL.
           WRITE REG-REJEITO FROM LINHA-TOTAL.
           MOVE "REGISTROS REJEITADOS...: " TO ROTULO-TOTAL.
           MOVE QTD-REJEITADOS TO VALOR-TOTAL.
           WRITE REG-REJEITO FROM LINHA-TOTAL.
           MOVE TOTAL-EMITIDO TO VALOR-TOTAL-EMITIDO.
           WRITE REG-REJEITO FROM LINHA-TOTAL-VALOR.
           CLOSE ARQ-PAGAMENTOS.
           CLOSE ARQ-RECIBOS.
           CLOSE ARQ-REJEITOS.
           DISPLAY "REGISTROS LIDOS......: " QTD-LIDOS.
           DISPLAY "RECIBOS EMITIDOS.....: " QTD-EMITIDOS.
           DISPLAY "REGISTROS REJEITADOS.: " QTD-REJEITADOS.
           IF QTD-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM EMITE_RECIBOS.
