      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Distribui o arquivo de retorno do LOTE_SIGLA
      *          (ARQLRET, layout CPRETORN) em um arquivo por filial,
      *          para cada filial receber de volta so' o que e' dela:
      *          o cabecalho com a data de geracao original, um
      *          detalhe por transacao (resolvida, autocorrigida ou
      *          rejeitada com o motivo) e o trailer com a situacao
      *          do bloco e as contagens do ARQRCTL -- ou, no bloco
      *          recusado, o motivo e o que fazer. Roda logo depois
      *          do LOTE_SIGLA. Cada envelope HDR..TRL vai para o
      *          arquivo PROD.SIGLA.RETORNO.<sistema>.G<aammdd de
      *          geracao>.P<aammdd do processamento>. O passo nao tem
      *          DD para esses arquivos: o programa aloca cada um no
      *          ddname ARQRFIL pela rotina de alocacao dinamica
      *          BPXWDYN, com o pedido completo -- DSN, NEW CATALOG,
      *          SPACE=(TRK,(5,5),RLSE), RECFM=FB, LRECL=80 e
      *          BLKSIZE do sistema -- e o libera depois do CLOSE.
      *          Arquivo com o mesmo nome ja catalogado (execucao
      *          anterior do mesmo dia) e' alocado OLD e regravado.
      *          Dois envelopes da mesma filial e data na mesma
      *          execucao (retransmissao recusada como "JA
      *          PROCESSADO" no mesmo lote, por exemplo) saem no
      *          mesmo arquivo, um depois do outro (MOD). Envelope
      *          sem trailer (abend no meio do bloco) ou com detalhes
      *          que nao batem com as contagens do trailer e'
      *          distribuido mesmo assim e avisado no SYSOUT,
      *          terminando o passo com RETURN-CODE 4; arquivo que
      *          nao pode ser alocado fica sem o envelope, avisado
      *          no SYSOUT, e o passo termina com RETURN-CODE 8.
      *          So' le o ARQLRET.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPARA_RETORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO "ARQLRET"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RETORNO-FILIAL ASSIGN TO "ARQRFIL"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-RETORNO
               LABEL RECORDS ARE STANDARD.
           COPY CPRETORN.

           FD  ARQ-RETORNO-FILIAL
               LABEL RECORDS ARE STANDARD.
           01  REG-RETORNO-FILIAL PIC X(80).

       WORKING-STORAGE SECTION.
      *        O arquivo de cada filial e' alocado no ddname ARQRFIL
      *        pelo nome montado aqui, antes de cada OPEN. O pedido a
      *        BPXWDYN vai com o tamanho na frente, como o PARM; as
      *        disposicoes abaixo completam o "ALLOC FI(ARQRFIL)
      *        DA(nome)" -- NEW com todos os atributos do arquivo,
      *        OLD para regravar o de uma execucao anterior do mesmo
      *        dia, MOD para continuar o aberto nesta execucao.
           01 PREFIXO-RETORNO PIC X(19) VALUE "PROD.SIGLA.RETORNO.".
           01 NOME-RETORNO PIC X(60) VALUE SPACES.
           01 PEDIDO-ALOCACAO.
               02 PEDIDO-TAMANHO PIC S9(4) COMP VALUE ZEROS.
               02 PEDIDO-TEXTO PIC X(200) VALUE SPACES.
           01 POS-PEDIDO PIC 9(03) VALUE ZEROS.
           01 DISPOSICAO-ALOCACAO PIC X(80) VALUE SPACES.
           01 DISPOSICAO-NOVO.
               02 FILLER PIC X(38) VALUE
                   "NEW CATALOG TRACKS SPACE(5,5) RELEASE ".
               02 FILLER PIC X(42) VALUE
                   "RECFM(F,B) LRECL(80) BLKSIZE(0) REUSE".
           01 DISPOSICAO-REGRAVA PIC X(80) VALUE "OLD REUSE".
           01 DISPOSICAO-CONTINUA PIC X(80) VALUE "MOD REUSE".
           01 RC-ALOCACAO PIC S9(9) COMP VALUE ZEROS.
           01 RC-ALOCACAO-ED PIC -(9)9.

      *        Nomes ja abertos nesta execucao: o segundo envelope de
      *        mesma filial e data continua o arquivo (EXTEND) em vez
      *        de apagar o primeiro. Acima de LIMITE-NOMES os nomes
      *        deixam de ser guardados, com aviso.
           01 LIMITE-NOMES PIC 9(03) VALUE 500.
           01 QTD-NOMES-TAB PIC 9(03) VALUE ZEROS.
           01 TABELA-NOMES.
               02 NOME-ABERTO PIC X(60) OCCURS 500 TIMES.

           01 ENVELOPE-SISTEMA PIC X(08) VALUE SPACES.

           01 CONTADORES.
               02 QTD-LIDOS PIC 9(07) VALUE ZEROS.
               02 QTD-ENVELOPES PIC 9(07) VALUE ZEROS.
               02 QTD-DETALHES-ENV PIC 9(07) VALUE ZEROS.
               02 QTD-DETALHES PIC 9(07) VALUE ZEROS.
               02 QTD-DESCARTADOS PIC 9(07) VALUE ZEROS.
               02 QTD-AVISOS PIC 9(07) VALUE ZEROS.
               02 QTD-NAO-ALOCADOS PIC 9(07) VALUE ZEROS.
               02 QTD-CONTADA-TRL PIC 9(08) VALUE ZEROS.

           01 INDICES.
               02 IDX-NOME PIC 9(03) VALUE ZEROS.

           01 CHAVES.
               02 FIM-ARQUIVO PIC X VALUE "N".
                   88 ARQUIVO-TERMINADO VALUE "S".
               02 CHAVE-ABERTO PIC X VALUE "N".
                   88 ARQUIVO-FILIAL-ABERTO VALUE "S".
               02 CHAVE-TRAILER PIC X VALUE "N".
                   88 TRAILER-DO-ENVELOPE VALUE "S".
               02 CHAVE-NOME PIC X VALUE "N".
                   88 NOME-JA-ABERTO VALUE "S".
               02 CHAVE-LIMITE-NOMES PIC X VALUE "N".
                   88 LIMITE-NOMES-JA-AVISADO VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ARQ-RETORNO.
           PERFORM LE-RETORNO.
           IF ARQUIVO-TERMINADO
               DISPLAY "ARQLRET VAZIO -- NENHUM RETORNO A DISTRIBUIR"
               ADD 1 TO QTD-AVISOS
           ELSE
               PERFORM SEPARA-UM-REGISTRO UNTIL ARQUIVO-TERMINADO
           END-IF.
           IF ARQUIVO-FILIAL-ABERTO
               PERFORM FECHA-ARQUIVO-FILIAL
           END-IF.
           PERFORM ENCERRAMENTO.
           STOP RUN.

       LE-RETORNO.
           READ ARQ-RETORNO
               AT END SET ARQUIVO-TERMINADO TO TRUE
               NOT AT END ADD 1 TO QTD-LIDOS
           END-READ.

      *        Cada cabecalho fecha o arquivo da filial anterior e
      *        abre o da seguinte; registro antes do primeiro
      *        cabecalho, ou de envelope cujo arquivo nao pode ser
      *        alocado, nao tem a quem ir e e' descartado.
       SEPARA-UM-REGISTRO.
           EVALUATE TRUE
               WHEN RET-CABECALHO
                   IF ARQUIVO-FILIAL-ABERTO
                       PERFORM FECHA-ARQUIVO-FILIAL
                   END-IF
                   PERFORM ABRE-ARQUIVO-FILIAL
                   IF ARQUIVO-FILIAL-ABERTO
                       WRITE REG-RETORNO-FILIAL FROM REG-RETORNO
                   ELSE
                       ADD 1 TO QTD-DESCARTADOS
                   END-IF
               WHEN NOT ARQUIVO-FILIAL-ABERTO
                   ADD 1 TO QTD-DESCARTADOS
               WHEN RET-DETALHE
                   WRITE REG-RETORNO-FILIAL FROM REG-RETORNO
                   ADD 1 TO QTD-DETALHES-ENV
                   ADD 1 TO QTD-DETALHES
               WHEN RET-TRAILER
                   WRITE REG-RETORNO-FILIAL FROM REG-RETORNO
                   SET TRAILER-DO-ENVELOPE TO TRUE
                   PERFORM CONFERE-TRAILER
               WHEN OTHER
                   ADD 1 TO QTD-DESCARTADOS
           END-EVALUATE.
           PERFORM LE-RETORNO.

      *        Monta o nome do arquivo da filial a partir do
      *        cabecalho e o aloca no ddname ARQRFIL antes do OPEN:
      *        nome ja aberto nesta execucao continua (MOD); nome
      *        novo e' criado e catalogado, e se ja estiver no
      *        catalogo (execucao anterior do mesmo dia) e' regravado.
       ABRE-ARQUIVO-FILIAL.
           MOVE RCB-SISTEMA TO ENVELOPE-SISTEMA.
           MOVE ZEROS TO QTD-DETALHES-ENV.
           MOVE "N" TO CHAVE-TRAILER.
           MOVE SPACES TO NOME-RETORNO.
           STRING PREFIXO-RETORNO DELIMITED BY SIZE
               RCB-SISTEMA DELIMITED BY SPACE
               ".G" DELIMITED BY SIZE
               RCB-DATA-GERACAO(3:6) DELIMITED BY SIZE
               ".P" DELIMITED BY SIZE
               RCB-DATA-PROC(3:6) DELIMITED BY SIZE
               INTO NOME-RETORNO
           END-STRING.
           PERFORM PROCURA-NOME.
           IF NOME-JA-ABERTO
               MOVE DISPOSICAO-CONTINUA TO DISPOSICAO-ALOCACAO
               PERFORM ALOCA-ARQUIVO-FILIAL
           ELSE
               MOVE DISPOSICAO-NOVO TO DISPOSICAO-ALOCACAO
               PERFORM ALOCA-ARQUIVO-FILIAL
               IF RC-ALOCACAO NOT = ZERO
                   MOVE DISPOSICAO-REGRAVA TO DISPOSICAO-ALOCACAO
                   PERFORM ALOCA-ARQUIVO-FILIAL
               END-IF
           END-IF.
           IF RC-ALOCACAO = ZERO
               IF NOME-JA-ABERTO
                   OPEN EXTEND ARQ-RETORNO-FILIAL
               ELSE
                   PERFORM GUARDA-NOME
                   OPEN OUTPUT ARQ-RETORNO-FILIAL
               END-IF
               SET ARQUIVO-FILIAL-ABERTO TO TRUE
           ELSE
               MOVE RC-ALOCACAO TO RC-ALOCACAO-ED
               DISPLAY "RETORNO DA FILIAL " ENVELOPE-SISTEMA
                   " NAO ALOCADO, RC " RC-ALOCACAO-ED ": "
                   NOME-RETORNO
               ADD 1 TO QTD-NAO-ALOCADOS
           END-IF.

      *        Pedido de alocacao do arquivo da filial no ddname
      *        ARQRFIL com a disposicao escolhida; o codigo de
      *        retorno da BPXWDYN fica em RC-ALOCACAO e o
      *        RETURN-CODE do passo volta a zero.
       ALOCA-ARQUIVO-FILIAL.
           MOVE SPACES TO PEDIDO-TEXTO.
           MOVE 1 TO POS-PEDIDO.
           STRING "ALLOC FI(ARQRFIL) DA(" DELIMITED BY SIZE
               NOME-RETORNO DELIMITED BY SPACE
               ") " DELIMITED BY SIZE
               DISPOSICAO-ALOCACAO DELIMITED BY "  "
               INTO PEDIDO-TEXTO WITH POINTER POS-PEDIDO
           END-STRING.
           COMPUTE PEDIDO-TAMANHO = POS-PEDIDO - 1.
           CALL "BPXWDYN" USING PEDIDO-ALOCACAO.
           MOVE RETURN-CODE TO RC-ALOCACAO.
           MOVE ZERO TO RETURN-CODE.

      *        Libera o ddname ARQRFIL para o arquivo da proxima
      *        filial.
       LIBERA-ARQUIVO-FILIAL.
           MOVE "FREE FI(ARQRFIL)" TO PEDIDO-TEXTO.
           MOVE 16 TO PEDIDO-TAMANHO.
           CALL "BPXWDYN" USING PEDIDO-ALOCACAO.
           MOVE ZERO TO RETURN-CODE.

       PROCURA-NOME.
           MOVE "N" TO CHAVE-NOME.
           MOVE 1 TO IDX-NOME.
           PERFORM COMPARA-NOME
               UNTIL NOME-JA-ABERTO OR IDX-NOME > QTD-NOMES-TAB.

       COMPARA-NOME.
           IF NOME-ABERTO(IDX-NOME) = NOME-RETORNO
               SET NOME-JA-ABERTO TO TRUE
           ELSE
               ADD 1 TO IDX-NOME
           END-IF.

       GUARDA-NOME.
           IF QTD-NOMES-TAB < LIMITE-NOMES
               ADD 1 TO QTD-NOMES-TAB
               MOVE NOME-RETORNO TO NOME-ABERTO(QTD-NOMES-TAB)
           ELSE
               IF NOT LIMITE-NOMES-JA-AVISADO
                   DISPLAY "MAIS DE " LIMITE-NOMES " ARQUIVOS DE"
                       " RETORNO -- ENVELOPE REPETIDO DAQUI EM DIANTE"
                       " SUBSTITUI O ANTERIOR"
                   SET LIMITE-NOMES-JA-AVISADO TO TRUE
                   ADD 1 TO QTD-AVISOS
               END-IF
           END-IF.

      *        O trailer traz as contagens do registro da filial no
      *        ARQRCTL; os detalhes do envelope tem de somar o mesmo.
      *        Num restart, o bloco retomado carrega tambem os
      *        detalhes gravados antes do abend e so' conta os
      *        desta execucao -- a diferenca e' avisada para a
      *        operacao conferir antes de liberar o arquivo.
       CONFERE-TRAILER.
           COMPUTE QTD-CONTADA-TRL = RTR-VALIDAS + RTR-INVALIDAS.
           IF QTD-DETALHES-ENV NOT = QTD-CONTADA-TRL
               DISPLAY "RETORNO DA FILIAL " ENVELOPE-SISTEMA
                   " COM " QTD-DETALHES-ENV " DETALHES, TRAILER "
                   "CONTA " QTD-CONTADA-TRL
               ADD 1 TO QTD-AVISOS
           END-IF.

       FECHA-ARQUIVO-FILIAL.
           IF NOT TRAILER-DO-ENVELOPE
               DISPLAY "RETORNO DA FILIAL " ENVELOPE-SISTEMA
                   " SEM TRAILER -- CONFERIR ANTES DE LIBERAR"
               ADD 1 TO QTD-AVISOS
           END-IF.
           CLOSE ARQ-RETORNO-FILIAL.
           PERFORM LIBERA-ARQUIVO-FILIAL.
           MOVE "N" TO CHAVE-ABERTO.
           ADD 1 TO QTD-ENVELOPES.
           DISPLAY "RETORNO " NOME-RETORNO.

      *        Qualquer aviso termina o passo com RETURN-CODE 4;
      *        arquivo de filial nao alocado, com RETURN-CODE 8.
       ENCERRAMENTO.
           CLOSE ARQ-RETORNO.
           DISPLAY "REGISTROS LIDOS DO ARQLRET.: " QTD-LIDOS.
           DISPLAY "ENVELOPES DISTRIBUIDOS.....: " QTD-ENVELOPES.
           DISPLAY "DETALHES DISTRIBUIDOS......: " QTD-DETALHES.
           DISPLAY "REGISTROS DESCARTADOS......: " QTD-DESCARTADOS.
           DISPLAY "AVISOS.....................: " QTD-AVISOS.
           DISPLAY "ARQUIVOS NAO ALOCADOS......: " QTD-NAO-ALOCADOS.
           IF QTD-AVISOS > 0 OR QTD-DESCARTADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF QTD-NAO-ALOCADOS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM SEPARA_RETORNO.
