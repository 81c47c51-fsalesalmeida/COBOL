      *          ARQIBGE fora de ordem ou com codigo repetido derruba
      *          o passo com RETURN-CODE 8 antes de aplicar qualquer
      *          coisa.
      *          Cada exclusao vira tambem uma proposta de sucessao:
      *          codigo excluido que reaparece como inclusao com o
      *          mesmo nome e a mesma sigla dona e' uma renumeracao e
      *          ja sai pareado com o codigo novo; os demais (fusao em
      *          municipio existente) saem sem par. As propostas sao
      *          relatadas nas duas rodadas e, so' na EFETIVA, gravadas
      *          em MESTSUC com situacao P, para o operador confirmar
      *          ou acertar o par na MANUT_SUCESSAO. Codigo que ja tem
      *          registro em MESTSUC fica como esta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIGLA-CH.
           SELECT ARQ-SUCESSOES ASSIGN TO "MESTSUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUC-CODIGO-ANTIGO.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-IBGE
               LABEL RECORDS ARE STANDARD.
           COPY CPESTADO.

           FD  ARQ-SUCESSOES
               LABEL RECORDS ARE STANDARD.
           COPY CPSUCESS.

       WORKING-STORAGE SECTION.
           COPY CPTABEST.
           01 CHAVE-CARGA PIC X VALUE "N".
                   88 DELTA-TERMINADO VALUE "S".
               02 CHAVE-ORDEM PIC X VALUE "N".
                   88 IBGE-FORA-DE-ORDEM VALUE "S".
               02 CHAVE-PAR PIC X VALUE "N".
                   88 PAR-ACHADO VALUE "S".

           01 CODIGO-IBGE-ANTERIOR PIC 9(07) VALUE ZEROS.

               02 QTD-DEPOIS-CONTADO PIC 9(07) VALUE ZEROS.
               02 QTD-APLICADAS PIC 9(07) VALUE ZEROS.
               02 QTD-ERROS-APLICACAO PIC 9(07) VALUE ZEROS.
               02 QTD-SUCESSOES PIC 9(07) VALUE ZEROS.
               02 QTD-SUCESSOES-PAR PIC 9(07) VALUE ZEROS.
               02 QTD-SUCESSOES-EXISTENTES PIC 9(07) VALUE ZEROS.

      *        Exclusoes e inclusoes aceitas no balanceamento, guardadas
      *        para o pareamento das sucessoes ao final; acima de
      *        LIMITE-SUCESSOES entradas, as excedentes caem no balde
      *        de extras e ficam fora do pareamento (relatadas no
      *        total, a sucessao delas vai pela tela).
           01 LIMITE-SUCESSOES PIC 9(03) VALUE 500.
           01 QTD-EXCLUIDOS-TAB PIC 9(03) VALUE ZEROS.
           01 QTD-EXCLUIDOS-EXTRAS PIC 9(07) VALUE ZEROS.
           01 TABELA-EXCLUIDOS.
               02 EXCL-ENT OCCURS 500 TIMES.
                   03 EXCL-CH PIC 9(07).
                   03 EXCL-NOME PIC X(30).
                   03 EXCL-SIGLA PIC X(02).
                   03 EXCL-SUCESSOR PIC 9(07).
           01 QTD-INCLUIDOS-TAB PIC 9(03) VALUE ZEROS.
           01 QTD-INCLUIDOS-EXTRAS PIC 9(07) VALUE ZEROS.
           01 TABELA-INCLUIDOS.
               02 INCL-ENT OCCURS 500 TIMES.
                   03 INCL-CH PIC 9(07).
                   03 INCL-NOME PIC X(30).
                   03 INCL-SIGLA PIC X(02).

           01 INDICES.
               02 IDX-EXCLUIDO PIC 9(03) VALUE ZEROS.
               02 IDX-INCLUIDO PIC 9(03) VALUE ZEROS.

      *        Parametros da chamada ao subprograma BUSCA_ESTADO.
           01 TIPO-BUSCA-CHAMADA PIC X VALUE "S".
               02 DIF-OBS PIC X(26).
               02 FILLER PIC X(3) VALUE SPACES.

           01 LINHA-SUCESSAO.
               02 FILLER PIC X(11) VALUE "SUCESSAO : ".
               02 SUC-ANTIGO-REL PIC 9(7).
               02 FILLER PIC X(4) VALUE " -> ".
               02 SUC-SUCESSOR-REL PIC X(7).
               02 FILLER PIC X VALUE SPACE.
               02 SUC-NOME-REL PIC X(30).
               02 FILLER PIC X VALUE SPACE.
               02 SUC-OBS-REL PIC X(19).

           01 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.

           01 LINHA-TOTAL.
               02 ROTULO-TOTAL PIC X(25).
               02 VALOR-TOTAL PIC ZZZZZZ9.
               PERFORM APLICA-DELTA
               PERFORM RECONTA-MESTRE
           END-IF.
           PERFORM PAREIA-SUCESSOES.
           PERFORM IMPRIME-TOTAIS.
           PERFORM ENCERRAMENTO.
           STOP RUN.
               MOVE DELTA-IMAGEM TO DIF-IMAGEM
               MOVE SPACES TO DIF-OBS
               WRITE REG-RELATORIO FROM LINHA-DIFERENCA
               PERFORM GUARDA-INCLUSAO
           ELSE
               PERFORM RECUSA-SIGLA
           END-IF.
           MOVE DELTA-IMAGEM TO DIF-IMAGEM.
           MOVE SPACES TO DIF-OBS.
           WRITE REG-RELATORIO FROM LINHA-DIFERENCA.
           PERFORM GUARDA-EXCLUSAO.

       GUARDA-INCLUSAO.
           IF QTD-INCLUIDOS-TAB < LIMITE-SUCESSOES
               ADD 1 TO QTD-INCLUIDOS-TAB
               MOVE DELTA-CH TO INCL-CH(QTD-INCLUIDOS-TAB)
               MOVE DELTA-NOME TO INCL-NOME(QTD-INCLUIDOS-TAB)
               MOVE DELTA-SIGLA TO INCL-SIGLA(QTD-INCLUIDOS-TAB)
           ELSE
               ADD 1 TO QTD-INCLUIDOS-EXTRAS
           END-IF.

       GUARDA-EXCLUSAO.
           IF QTD-EXCLUIDOS-TAB < LIMITE-SUCESSOES
               ADD 1 TO QTD-EXCLUIDOS-TAB
               MOVE DELTA-CH TO EXCL-CH(QTD-EXCLUIDOS-TAB)
               MOVE DELTA-NOME TO EXCL-NOME(QTD-EXCLUIDOS-TAB)
               MOVE DELTA-SIGLA TO EXCL-SIGLA(QTD-EXCLUIDOS-TAB)
               MOVE ZEROS TO EXCL-SUCESSOR(QTD-EXCLUIDOS-TAB)
           ELSE
               ADD 1 TO QTD-EXCLUIDOS-EXTRAS
           END-IF.

       MONTA-IMAGEM-IBGE.
           MOVE IBGE-CH TO DELTA-CH.
               AT END SET MESTRE-TERMINADO TO TRUE
           END-READ.

      *        Pareamento das exclusoes com as inclusoes do mesmo
      *        nome e sigla dona (o IBGE renumerou o municipio); o
      *        que nao parear e' fusao em municipio ja existente e sai
      *        com sucessor zero, para o operador informar o par na
      *        MANUT_SUCESSAO. Na EFETIVA cada proposta e' gravada em
      *        MESTSUC; codigo que ja tem sucessao registrada (de
      *        rodada anterior, ou acertada na tela) nao e' tocado.
       PAREIA-SUCESSOES.
           IF QTD-EXCLUIDOS-TAB > 0
               WRITE REG-RELATORIO FROM LINHA-BRANCO
           END-IF.
           IF MODO-EFETIVA
               ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD
               OPEN I-O ARQ-SUCESSOES
           END-IF.
           PERFORM PAREIA-UMA-EXCLUSAO
               VARYING IDX-EXCLUIDO FROM 1 BY 1
               UNTIL IDX-EXCLUIDO > QTD-EXCLUIDOS-TAB.
           IF MODO-EFETIVA
               CLOSE ARQ-SUCESSOES
           END-IF.

       PAREIA-UMA-EXCLUSAO.
           ADD 1 TO QTD-SUCESSOES.
           MOVE "N" TO CHAVE-PAR.
           MOVE 1 TO IDX-INCLUIDO.
           PERFORM PROCURA-INCLUSAO
               UNTIL PAR-ACHADO OR IDX-INCLUIDO > QTD-INCLUIDOS-TAB.
           MOVE EXCL-CH(IDX-EXCLUIDO) TO SUC-ANTIGO-REL.
           MOVE EXCL-NOME(IDX-EXCLUIDO) TO SUC-NOME-REL.
           IF PAR-ACHADO
               ADD 1 TO QTD-SUCESSOES-PAR
               MOVE EXCL-SUCESSOR(IDX-EXCLUIDO) TO SUC-SUCESSOR-REL
               MOVE "RENUMERADO" TO SUC-OBS-REL
           ELSE
               MOVE "???????" TO SUC-SUCESSOR-REL
               MOVE "SEM PAR - CONFIRMAR" TO SUC-OBS-REL
           END-IF.
           IF MODO-EFETIVA
               PERFORM GRAVA-PROPOSTA-SUCESSAO
           END-IF.
           WRITE REG-RELATORIO FROM LINHA-SUCESSAO.

       PROCURA-INCLUSAO.
           IF INCL-NOME(IDX-INCLUIDO) = EXCL-NOME(IDX-EXCLUIDO)
               AND INCL-SIGLA(IDX-INCLUIDO) = EXCL-SIGLA(IDX-EXCLUIDO)
               MOVE INCL-CH(IDX-INCLUIDO) TO EXCL-SUCESSOR(IDX-EXCLUIDO)
               SET PAR-ACHADO TO TRUE
           END-IF.
           ADD 1 TO IDX-INCLUIDO.

       GRAVA-PROPOSTA-SUCESSAO.
           MOVE EXCL-CH(IDX-EXCLUIDO) TO SUC-CODIGO-ANTIGO.
           MOVE EXCL-SUCESSOR(IDX-EXCLUIDO) TO SUC-CODIGO-SUCESSOR.
           MOVE DATA-EXECUCAO TO SUC-DATA-VIGENCIA.
           IF PAR-ACHADO
               MOVE "RENUMERACAO IBGE" TO SUC-MOTIVO
           ELSE
               MOVE "EXTINTO NA SINCRONIZACAO IBGE" TO SUC-MOTIVO
           END-IF.
           MOVE "P" TO SUC-SITUACAO.
           MOVE "SINCMUN" TO SUC-OPERADOR.
           WRITE REG-SUCESSAO
               INVALID KEY
                   ADD 1 TO QTD-SUCESSOES-EXISTENTES
                   MOVE "JA EM MESTSUC" TO SUC-OBS-REL
           END-WRITE.

       IMPRIME-TOTAIS.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "MESTRE ANTES...........: " TO ROTULO-TOTAL.
               MOVE QTD-DEPOIS-CONTADO TO VALOR-TOTAL
               WRITE REG-RELATORIO FROM LINHA-TOTAL
           END-IF.
           MOVE "SUCESSOES PROPOSTAS....: " TO ROTULO-TOTAL.
           MOVE QTD-SUCESSOES TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "SUCESSOES COM PAR......: " TO ROTULO-TOTAL.
           MOVE QTD-SUCESSOES-PAR TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           IF MODO-EFETIVA
               MOVE "JA EXISTIAM EM MESTSUC.: " TO ROTULO-TOTAL
               MOVE QTD-SUCESSOES-EXISTENTES TO VALOR-TOTAL
               WRITE REG-RELATORIO FROM LINHA-TOTAL
           END-IF.
           IF QTD-EXCLUIDOS-EXTRAS > 0 OR QTD-INCLUIDOS-EXTRAS > 0
               MOVE "FORA DO PAREAMENTO.....: " TO ROTULO-TOTAL
               ADD QTD-EXCLUIDOS-EXTRAS QTD-INCLUIDOS-EXTRAS
                   GIVING VALOR-TOTAL
               WRITE REG-RELATORIO FROM LINHA-TOTAL
           END-IF.

       ENCERRA-COM-ERRO.
           CLOSE ARQ-IBGE.
           DISPLAY "ALTERACOES............: " QTD-ALTERACOES.
           DISPLAY "EXCLUSOES.............: " QTD-EXCLUSOES.
           DISPLAY "RECUSADAS.............: " QTD-RECUSADAS.
           DISPLAY "SUCESSOES PROPOSTAS...: " QTD-SUCESSOES.
           DISPLAY "MESTRE DEPOIS PREVISTO: " QTD-DEPOIS-PREVISTO.
           IF MODO-EFETIVA
               DISPLAY "MESTRE DEPOIS CONTADO.: " QTD-DEPOIS-CONTADO
