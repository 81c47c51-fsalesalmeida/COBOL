      *          'RECICLO' antes de o LOTE_SIGLA rodar.
      *          Rejeito pulado continua pendente e reaparece na
      *          proxima sessao.
      *          Cada resolucao e' contada no mestre de correcoes
      *          (MESTCOR) por valor errado + fonte: quando o mesmo
      *          valor da mesma fonte e' resolvido LIMITE-SUGESTAO
      *          vezes seguidas para a mesma sigla, a regra vira
      *          proposta e aparece na MANUT_CORRECOES para o
      *          operador confirmar -- confirmada, o LOTE_SIGLA passa
      *          a corrigir sozinho e o rejeito deixa de voltar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIGLA-CH.
           SELECT ARQ-CORRECOES ASSIGN TO "MESTCOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COR-CHAVE.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-REJEITOS
               LABEL RECORDS ARE STANDARD.
           COPY CPESTADO.

           FD  ARQ-CORRECOES
               LABEL RECORDS ARE STANDARD.
           COPY CPCORREC.

       WORKING-STORAGE SECTION.
           COPY CPTABEST.
           01 CHAVE-CARGA PIC X VALUE "N".
               02 QTD-RESOLVIDOS PIC 9(05) VALUE ZEROS.
               02 QTD-PULADOS PIC 9(05) VALUE ZEROS.
               02 QTD-JA-RESOLVIDOS PIC 9(05) VALUE ZEROS.
               02 QTD-PROPOSTAS PIC 9(05) VALUE ZEROS.

      *        Resolucoes seguidas do mesmo valor errado, da mesma
      *        fonte, para a mesma sigla, que transformam a contagem
      *        de MESTCOR em regra proposta.
           01 LIMITE-SUGESTAO PIC 9(05) VALUE 3.

           01 CHAVES.
               02 FIM-ARQUIVO PIC X VALUE "N".
       ABERTURA.
           OPEN I-O ARQ-REJEITOS.
           OPEN EXTEND ARQ-RECICLO.
           OPEN I-O ARQ-CORRECOES.

       LE-REJEITO.
           READ ARQ-REJEITOS
           REWRITE REG-REJEITO FROM LINHA-REJEITO.
           ADD 1 TO QTD-RESOLVIDOS.
           DISPLAY "REJEITO RESOLVIDO." AT 1311.
           PERFORM CONTA-RESOLUCAO.

      *        Conta a resolucao em MESTCOR, na chave valor errado +
      *        fonte do rejeito. Correcao para sigla diferente da que
      *        vinha sendo contada recomeca a contagem (o valor e'
      *        ambiguo ate se firmar de novo); regra ja confirmada ou
      *        recusada pelo operador nao e' mexida.
       CONTA-RESOLUCAO.
           MOVE FUNCTION UPPER-CASE (REJ-SIGLA-L) TO COR-VALOR-ERRADO.
           MOVE REJ-FONTE-L TO COR-FONTE.
           READ ARQ-CORRECOES
               INVALID KEY
                   MOVE ENTRADA-CORRECAO TO COR-SIGLA-CERTA
                   MOVE "O" TO COR-SITUACAO
                   MOVE 1 TO COR-QTD-RESOLUCOES
                   PERFORM VERIFICA-LIMITE-SUGESTAO
                   WRITE REG-CORRECAO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF COR-EM-OBSERVACAO OR COR-PROPOSTA
                       IF COR-SIGLA-CERTA = ENTRADA-CORRECAO
                           AND COR-QTD-RESOLUCOES < 99999
                           ADD 1 TO COR-QTD-RESOLUCOES
                       END-IF
                       IF COR-SIGLA-CERTA NOT = ENTRADA-CORRECAO
                           MOVE ENTRADA-CORRECAO TO COR-SIGLA-CERTA
                           MOVE "O" TO COR-SITUACAO
                           MOVE 1 TO COR-QTD-RESOLUCOES
                       END-IF
                       PERFORM VERIFICA-LIMITE-SUGESTAO
                       REWRITE REG-CORRECAO
                   END-IF
           END-READ.

       VERIFICA-LIMITE-SUGESTAO.
           MOVE RES-DATA TO COR-DATA-ATUALIZACAO.
           MOVE OPERADOR TO COR-OPERADOR.
           IF COR-EM-OBSERVACAO
               AND COR-QTD-RESOLUCOES >= LIMITE-SUGESTAO
               MOVE "P" TO COR-SITUACAO
               ADD 1 TO QTD-PROPOSTAS
               DISPLAY "REGRA DE CORRECAO PROPOSTA -- CONFIRMAR NA"
                   " MANUT_CORRECOES" AT 1411
           END-IF.

       ENCERRAMENTO.
           CLOSE ARQ-REJEITOS.
           CLOSE ARQ-RECICLO.
           CLOSE ARQ-CORRECOES.
           MOVE "F" TO ACAO-SESSAO.
           PERFORM CONTROLA-SESSAO-CADASTRO.
           DISPLAY "PENDENTES APRESENTADOS: " QTD-PENDENTES AT 1611.
           DISPLAY "RESOLVIDOS NESTA SESSAO: " QTD-RESOLVIDOS AT 1711.
           DISPLAY "PULADOS (CONTINUAM PENDENTES): " QTD-PULADOS
               AT 1811.
           DISPLAY "REGRAS DE CORRECAO PROPOSTAS: " QTD-PROPOSTAS
               AT 1911.
           DISPLAY "FIM DO PROGRAMA" AT 2030.

       CONTROLA-SESSAO-CADASTRO.
