      *          total de buscas, achadas x nao achadas, quebra por
      *          tipo de busca (S=sigla, N=nome) e por hora do dia, e
      *          a lista das entradas nao achadas mais frequentes.
      *          As siglas que o LOTE_SIGLA resolveu por regra do
      *          mestre de correcoes (MESTCOR) saem numa secao
      *          propria: acertos por regra (valor errado, fonte da
      *          regra e sigla aplicada) e por fonte de origem, da
      *          maior para a menor -- e' a lista para cobrar das
      *          filiais o acerto do dado na origem.
      *          No mesmo passo, corta o periodo relatado do arquivo
      *          vivo: as linhas do periodo vao para o arquivo de
      *          arquivamento datado (ARQAUARC) e as demais para o
               02 AUD-ENTRADA-L PIC X(19).
               02 FILLER PIC X.
               02 AUD-CONTROLE-L PIC 9.
               02 FILLER PIC X.
               02 AUD-CORRECAO-L PIC X.
                   88 AUD-AUTOCORRIGIDA VALUE "A".
               02 FILLER PIC X.
               02 AUD-SIGLA-CORR-L PIC X(2).
               02 FILLER PIC X.
               02 AUD-FONTE-L PIC X(20).
               02 FILLER PIC X.
               02 AUD-REGRA-L PIC X.
                   88 AUD-REGRA-DA-FONTE VALUE "F".
               02 FILLER PIC X(11).

           01 PERIODO-PEDIDO.
               02 DATA-INICIAL PIC 9(08) VALUE ZEROS.
               02 QTD-POR-NOME PIC 9(07) VALUE ZEROS.
               02 QTD-ARQUIVADAS PIC 9(07) VALUE ZEROS.
               02 QTD-MANTIDAS PIC 9(07) VALUE ZEROS.
               02 QTD-CORRIGIDAS PIC 9(07) VALUE ZEROS.
               02 CONT-HORA PIC 9(07) OCCURS 24 TIMES VALUE ZEROS.

      *        Entradas que voltaram AUD-CONTROLE-L = 0 no periodo,
                   03 FALTA-VALOR PIC X(19).
                   03 FALTA-QTD PIC 9(05).

      *        Acertos por regra de correcao e por fonte de origem,
      *        no mesmo esquema de balde da tabela de faltas.
           01 LIMITE-REGRAS PIC 9(03) VALUE 200.
           01 QTD-REGRAS-TAB PIC 9(03) VALUE ZEROS.
           01 QTD-REGRAS-EXTRAS PIC 9(07) VALUE ZEROS.
           01 TABELA-REGRAS.
               02 REGRA-ENT OCCURS 200 TIMES.
                   03 REGRA-VALOR PIC X(02).
                   03 REGRA-FONTE PIC X(20).
                   03 REGRA-SIGLA PIC X(02).
                   03 REGRA-QTD PIC 9(05).
           01 REGRA-PROCURADA.
               02 PROC-VALOR PIC X(02).
               02 PROC-FONTE PIC X(20).
               02 PROC-SIGLA PIC X(02).

           01 LIMITE-FONTES PIC 9(03) VALUE 200.
           01 QTD-FONTES-TAB PIC 9(03) VALUE ZEROS.
           01 QTD-FONTES-EXTRAS PIC 9(07) VALUE ZEROS.
           01 TABELA-FONTES.
               02 FONTE-ENT OCCURS 200 TIMES.
                   03 FONTE-VALOR PIC X(20).
                   03 FONTE-QTD PIC 9(05).

           01 INDICES.
               02 IDX-FALTA PIC 9(03) VALUE ZEROS.
               02 IDX-HORA PIC 99 VALUE ZEROS.
               02 IDX-MAIOR PIC 9(03) VALUE ZEROS.
               02 IDX-REGRA PIC 9(03) VALUE ZEROS.
               02 IDX-FONTE PIC 9(03) VALUE ZEROS.
               02 POS-RANKING PIC 99 VALUE ZEROS.

           01 CHAVES.
                   88 FALTA-JA-NA-TABELA VALUE "S".
               02 CHAVE-RANKING PIC X VALUE "N".
                   88 RANKING-ESGOTADO VALUE "S".
               02 CHAVE-REGRA-ACHADA PIC X VALUE "N".
                   88 REGRA-JA-NA-TABELA VALUE "S".
               02 CHAVE-FONTE-ACHADA PIC X VALUE "N".
                   88 FONTE-JA-NA-TABELA VALUE "S".
               02 CHAVE-LISTA PIC X VALUE "N".
                   88 LISTA-ESGOTADA VALUE "S".

           01 LINHA-TITULO.
               02 FILLER PIC X(33) VALUE
               02 FALTA-QTD-REL PIC ZZZZ9.
               02 FILLER PIC X(52) VALUE SPACES.

           01 LINHA-REGRA.
               02 FILLER PIC X(2) VALUE "  ".
               02 REGRA-VALOR-REL PIC X(2).
               02 FILLER PIC X(2) VALUE "  ".
               02 REGRA-FONTE-REL PIC X(20).
               02 FILLER PIC X(4) VALUE " -> ".
               02 REGRA-SIGLA-REL PIC X(2).
               02 FILLER PIC X(2) VALUE "  ".
               02 REGRA-QTD-REL PIC ZZZZ9.
               02 FILLER PIC X(41) VALUE SPACES.

           01 LINHA-FONTE.
               02 FILLER PIC X(2) VALUE "  ".
               02 FONTE-VALOR-REL PIC X(20).
               02 FILLER PIC X(2) VALUE "  ".
               02 FONTE-QTD-REL PIC ZZZZ9.
               02 FILLER PIC X(51) VALUE SPACES.

           01 LINHA-BRANCO PIC X(80) VALUE SPACES.

      *        Trinco com as transacoes de tela do cadastro: o aviso
           END-IF.
           PERFORM LE-AUDITORIA.

      *        A linha autocorrigida volta com AUD-CONTROLE-L = 1 e
      *        conta como achada; a correcao e' contada a parte.
       ACUMULA-ESTATISTICAS.
           ADD 1 TO QTD-TOTAL.
           IF AUD-AUTOCORRIGIDA
               ADD 1 TO QTD-CORRIGIDAS
               PERFORM ACUMULA-REGRA
               PERFORM ACUMULA-FONTE
           END-IF.
           IF AUD-CONTROLE-L = 1
               ADD 1 TO QTD-ACHADAS
           ELSE
           END-IF.
           ADD 1 TO IDX-FALTA.

      *        Regra identificada pelo valor errado, pela fonte a que
      *        ela se restringe (branco na regra geral) e pela sigla
      *        aplicada.
       ACUMULA-REGRA.
           MOVE AUD-ENTRADA-L(1:2) TO PROC-VALOR.
           IF AUD-REGRA-DA-FONTE
               MOVE AUD-FONTE-L TO PROC-FONTE
           ELSE
               MOVE SPACES TO PROC-FONTE
           END-IF.
           MOVE AUD-SIGLA-CORR-L TO PROC-SIGLA.
           MOVE "N" TO CHAVE-REGRA-ACHADA.
           MOVE 1 TO IDX-REGRA.
           PERFORM PROCURA-REGRA
               UNTIL REGRA-JA-NA-TABELA OR IDX-REGRA > QTD-REGRAS-TAB.
           IF NOT REGRA-JA-NA-TABELA
               IF QTD-REGRAS-TAB < LIMITE-REGRAS
                   ADD 1 TO QTD-REGRAS-TAB
                   MOVE PROC-VALOR TO REGRA-VALOR(QTD-REGRAS-TAB)
                   MOVE PROC-FONTE TO REGRA-FONTE(QTD-REGRAS-TAB)
                   MOVE PROC-SIGLA TO REGRA-SIGLA(QTD-REGRAS-TAB)
                   MOVE 1 TO REGRA-QTD(QTD-REGRAS-TAB)
               ELSE
                   ADD 1 TO QTD-REGRAS-EXTRAS
               END-IF
           END-IF.

       PROCURA-REGRA.
           IF REGRA-VALOR(IDX-REGRA) = PROC-VALOR
               AND REGRA-FONTE(IDX-REGRA) = PROC-FONTE
               AND REGRA-SIGLA(IDX-REGRA) = PROC-SIGLA
               ADD 1 TO REGRA-QTD(IDX-REGRA)
               SET REGRA-JA-NA-TABELA TO TRUE
           END-IF.
           ADD 1 TO IDX-REGRA.

      *        Fonte de origem da transacao corrigida, seja qual for
      *        a abrangencia da regra que a resolveu.
       ACUMULA-FONTE.
           MOVE "N" TO CHAVE-FONTE-ACHADA.
           MOVE 1 TO IDX-FONTE.
           PERFORM PROCURA-FONTE
               UNTIL FONTE-JA-NA-TABELA OR IDX-FONTE > QTD-FONTES-TAB.
           IF NOT FONTE-JA-NA-TABELA
               IF QTD-FONTES-TAB < LIMITE-FONTES
                   ADD 1 TO QTD-FONTES-TAB
                   MOVE AUD-FONTE-L TO FONTE-VALOR(QTD-FONTES-TAB)
                   MOVE 1 TO FONTE-QTD(QTD-FONTES-TAB)
               ELSE
                   ADD 1 TO QTD-FONTES-EXTRAS
               END-IF
           END-IF.

       PROCURA-FONTE.
           IF FONTE-VALOR(IDX-FONTE) = AUD-FONTE-L
               ADD 1 TO FONTE-QTD(IDX-FONTE)
               SET FONTE-JA-NA-TABELA TO TRUE
           END-IF.
           ADD 1 TO IDX-FONTE.

       IMPRIME-RELATORIO.
           WRITE REG-RELATORIO FROM LINHA-TITULO.
           MOVE DATA-INICIAL TO PERIODO-INI-REL.
               MOVE QTD-FALTAS-EXTRAS TO VALOR-TOTAL
               WRITE REG-RELATORIO FROM LINHA-TOTAL
           END-IF.
           PERFORM IMPRIME-CORRECOES.

      *        Acertos do mestre de correcoes no periodo: a lista
      *        inteira por regra e por fonte, da maior contagem para
      *        a menor (mesma selecao do ranking de faltas).
       IMPRIME-CORRECOES.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "AUTOCORRECOES DE SIGLA.: " TO ROTULO-TOTAL.
           MOVE QTD-CORRIGIDAS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           IF QTD-CORRIGIDAS > 0
               WRITE REG-RELATORIO FROM LINHA-BRANCO
               MOVE "ACERTOS POR REGRA:" TO TEXTO-SECAO
               WRITE REG-RELATORIO FROM LINHA-SECAO
               MOVE "N" TO CHAVE-LISTA
               PERFORM IMPRIME-REGRA UNTIL LISTA-ESGOTADA
               IF QTD-REGRAS-EXTRAS > 0
                   MOVE "  FORA DA TABELA.......: " TO ROTULO-TOTAL
                   MOVE QTD-REGRAS-EXTRAS TO VALOR-TOTAL
                   WRITE REG-RELATORIO FROM LINHA-TOTAL
               END-IF
               WRITE REG-RELATORIO FROM LINHA-BRANCO
               MOVE "ACERTOS POR FONTE:" TO TEXTO-SECAO
               WRITE REG-RELATORIO FROM LINHA-SECAO
               MOVE "N" TO CHAVE-LISTA
               PERFORM IMPRIME-FONTE UNTIL LISTA-ESGOTADA
               IF QTD-FONTES-EXTRAS > 0
                   MOVE "  FORA DA TABELA.......: " TO ROTULO-TOTAL
                   MOVE QTD-FONTES-EXTRAS TO VALOR-TOTAL
                   WRITE REG-RELATORIO FROM LINHA-TOTAL
               END-IF
           END-IF.

       IMPRIME-REGRA.
           MOVE ZEROS TO IDX-MAIOR.
           PERFORM ACHA-MAIOR-REGRA
               VARYING IDX-REGRA FROM 1 BY 1
               UNTIL IDX-REGRA > QTD-REGRAS-TAB.
           IF IDX-MAIOR = 0
               SET LISTA-ESGOTADA TO TRUE
           ELSE
               MOVE REGRA-VALOR(IDX-MAIOR) TO REGRA-VALOR-REL
               IF REGRA-FONTE(IDX-MAIOR) = SPACES
                   MOVE "(TODAS AS FONTES)" TO REGRA-FONTE-REL
               ELSE
                   MOVE REGRA-FONTE(IDX-MAIOR) TO REGRA-FONTE-REL
               END-IF
               MOVE REGRA-SIGLA(IDX-MAIOR) TO REGRA-SIGLA-REL
               MOVE REGRA-QTD(IDX-MAIOR) TO REGRA-QTD-REL
               WRITE REG-RELATORIO FROM LINHA-REGRA
               MOVE ZEROS TO REGRA-QTD(IDX-MAIOR)
           END-IF.

       ACHA-MAIOR-REGRA.
           IF REGRA-QTD(IDX-REGRA) > 0
               AND (IDX-MAIOR = 0
                   OR REGRA-QTD(IDX-REGRA) > REGRA-QTD(IDX-MAIOR))
               MOVE IDX-REGRA TO IDX-MAIOR
           END-IF.

       IMPRIME-FONTE.
           MOVE ZEROS TO IDX-MAIOR.
           PERFORM ACHA-MAIOR-FONTE
               VARYING IDX-FONTE FROM 1 BY 1
               UNTIL IDX-FONTE > QTD-FONTES-TAB.
           IF IDX-MAIOR = 0
               SET LISTA-ESGOTADA TO TRUE
           ELSE
               IF FONTE-VALOR(IDX-MAIOR) = SPACES
                   MOVE "(SEM FONTE)" TO FONTE-VALOR-REL
               ELSE
                   MOVE FONTE-VALOR(IDX-MAIOR) TO FONTE-VALOR-REL
               END-IF
               MOVE FONTE-QTD(IDX-MAIOR) TO FONTE-QTD-REL
               WRITE REG-RELATORIO FROM LINHA-FONTE
               MOVE ZEROS TO FONTE-QTD(IDX-MAIOR)
           END-IF.

       ACHA-MAIOR-FONTE.
           IF FONTE-QTD(IDX-FONTE) > 0
               AND (IDX-MAIOR = 0
                   OR FONTE-QTD(IDX-FONTE) > FONTE-QTD(IDX-MAIOR))
               MOVE IDX-FONTE TO IDX-MAIOR
           END-IF.

      *        So imprime as horas com movimento, para o relatorio
      *        nao sair com 24 linhas em dia de pouca busca.
