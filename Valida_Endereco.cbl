      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Confere em lote a consistencia de enderecos de
      *          clientes (ARQLEND), no molde do LOTE_MUNIC: cada
      *          detalhe traz o CEP, o codigo IBGE do municipio, a
      *          sigla da UF e a identificacao do registro de origem,
      *          e os tres sao cruzados -- a sigla tem que existir em
      *          MESTEST, o municipio tem que existir (via
      *          BUSCA_MUNICIPIO, que segue a sucessao de codigos
      *          extintos) e pertencer 'a sigla informada, e o CEP
      *          tem que cair numa das faixas da UF no mestre de
      *          faixas de CEP (MESTCEP). Endereco coerente sai em
      *          ARQESAI com o nome do municipio; endereco com
      *          problema vai para o arquivo de rejeitos ARQEREJ com
      *          o motivo especifico (CEP fora da UF, municipio de
      *          outra UF, ...) e a fonte -- e' o que segura a
      *          correspondencia que voltaria por CEP trocado. Mesmas
      *          convencoes do LOTE_MUNIC: cabecalho (sistema de
      *          origem + data de geracao, conferida com a data da
      *          execucao) e trailer com a quantidade esperada,
      *          reconciliada no ENCERRAMENTO (cabecalho ausente ou
      *          vencido, trailer ausente ou quantidade divergente
      *          terminam com RETURN-CODE 8); checkpoint periodico em
      *          ARQECKP com retomada por PARM='RESTART'; e um
      *          registro-resumo por execucao no controle ARQECTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA_ENDERECO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LOTE ASSIGN TO "ARQLEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-SAIDA ASSIGN TO "ARQESAI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-CHECKPT ASSIGN TO "ARQECKP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-REJEITOS ASSIGN TO "ARQEREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-CONTROLE ASSIGN TO "ARQECTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-FAIXAS ASSIGN TO "MESTCEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CHAVE.
           SELECT ARQ-ESTADOS ASSIGN TO "MESTEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIGLA-CH.
       DATA DIVISION.
       FILE SECTION.
      *        Alem dos enderecos, o ARQLEND traz um registro de
      *        cabecalho na primeira posicao e um trailer na ultima,
      *        ambos no mesmo tamanho do detalhe; os tres desenhos
      *        abaixo sao visoes do mesmo registro.
           FD  ARQ-LOTE
               LABEL RECORDS ARE STANDARD.
           01  REG-LOTE.
               02 CEP-LOTE PIC 9(8).
               02 CODIGO-LOTE PIC 9(7).
               02 SIGLA-LOTE PIC X(2).
               02 FONTE-LOTE PIC X(20).
           01  REG-LOTE-CABECALHO.
               02 CAB-TIPO PIC X(3).
                   88 REGISTRO-CABECALHO VALUE "HDR".
               02 CAB-SISTEMA PIC X(8).
               02 CAB-DATA-GERACAO PIC 9(8).
               02 FILLER PIC X(18).
           01  REG-LOTE-TRAILER.
               02 TRL-TIPO PIC X(3).
                   88 REGISTRO-TRAILER VALUE "TRL".
               02 TRL-QTD PIC 9(7).
               02 FILLER PIC X(27).

           FD  ARQ-SAIDA
               LABEL RECORDS ARE STANDARD.
           01  REG-SAIDA PIC X(80).

      *        Um registro de checkpoint por intervalo de enderecos
      *        processados; no restart, le-se ate o fim e usa-se o
      *        ultimo valor gravado como ponto de retomada.
           FD  ARQ-CHECKPT
               LABEL RECORDS ARE STANDARD.
           01  REG-CHECKPT.
               02 CKPT-QTD-PROCESSADA PIC 9(07).

           FD  ARQ-REJEITOS
               LABEL RECORDS ARE STANDARD.
           01  REG-REJEITO PIC X(80).

      *        Um registro-resumo por execucao, acumulado para
      *        sempre, no mesmo desenho do ARQMCTL do LOTE_MUNIC.
           FD  ARQ-CONTROLE
               LABEL RECORDS ARE STANDARD.
           01  REG-CONTROLE PIC X(80).

           FD  ARQ-FAIXAS
               LABEL RECORDS ARE STANDARD.
           COPY CPCEP.

           FD  ARQ-ESTADOS
               LABEL RECORDS ARE STANDARD.
           COPY CPESTADO.

       WORKING-STORAGE SECTION.
           COPY CPTABEST.
           01 CHAVE-CARGA PIC X VALUE "N".
               88 FIM-CARGA VALUE "S".
           01 CHAVE-LIMITE-ESTADOS PIC X VALUE "N".
               88 LIMITE-ESTADOS-JA-AVISADO VALUE "S".

      *        A cada INTERVALO-CHECKPOINT enderecos processados,
      *        grava-se um novo registro em ARQ-CHECKPT.
           01 INTERVALO-CHECKPOINT PIC 9(05) VALUE 100.

           01 PARM-EXECUCAO PIC X(08) VALUE SPACES.
               88 MODO-REINICIO VALUE "RESTART".
           01 TAM-PARM-EXECUCAO PIC S9(4) COMP VALUE ZEROS.

      *        Mesma divisao do LOTE_MUNIC: QTD-PROCESSADAS conta a
      *        partir do checkpoint (inclui os enderecos pulados num
      *        restart) para a conta do checkpoint e a reconciliacao
      *        com o trailer; QTD-PROCESSADAS-EXEC conta so' o que
      *        esta execucao de fato conferiu.
           01 CONTADORES.
               02 QTD-PROCESSADAS PIC 9(07) VALUE ZEROS.
               02 QTD-PROCESSADAS-EXEC PIC 9(07) VALUE ZEROS.
               02 QTD-JA-PROCESSADAS PIC 9(07) VALUE ZEROS.
               02 QTD-VALIDAS PIC 9(07) VALUE ZEROS.
               02 QTD-INVALIDAS PIC 9(07) VALUE ZEROS.
               02 QTD-ESPERADA PIC 9(07) VALUE ZEROS.
               02 QTD-SUBSTITUIDAS PIC 9(07) VALUE ZEROS.
               02 QTD-FAIXAS-SIGLA PIC 9(03) VALUE ZEROS.
               02 IDX-PULO PIC 9(07) VALUE ZEROS.

      *        Quebra dos rejeitos por motivo, para o SYSOUT.
           01 CONTADORES-MOTIVO.
               02 QTD-CEP-INVALIDO PIC 9(07) VALUE ZEROS.
               02 QTD-SIGLA-INEXISTENTE PIC 9(07) VALUE ZEROS.
               02 QTD-MUNIC-INEXISTENTE PIC 9(07) VALUE ZEROS.
               02 QTD-SIGLA-ORFA PIC 9(07) VALUE ZEROS.
               02 QTD-OUTRA-UF PIC 9(07) VALUE ZEROS.
               02 QTD-UF-SEM-FAIXA PIC 9(07) VALUE ZEROS.
               02 QTD-CEP-FORA-UF PIC 9(07) VALUE ZEROS.

           01 CALC-CHECKPOINT.
               02 QUOCIENTE-CKPT PIC 9(07).
               02 RESTO-CKPT PIC 9(05).

           01 CHAVES.
               02 FIM-ARQUIVO PIC X VALUE "N".
                   88 ARQUIVO-TERMINADO VALUE "S".
               02 CHAVE-CABECALHO PIC X VALUE "N".
                   88 CABECALHO-OK VALUE "S".
               02 CHAVE-TRAILER PIC X VALUE "N".
                   88 TRAILER-LIDO VALUE "S".
               02 FIM-FAIXAS PIC X VALUE "N".
                   88 FAIXAS-TERMINADAS VALUE "S".
               02 CHAVE-FAIXA PIC X VALUE "N".
                   88 CEP-NA-FAIXA VALUE "S".

      *        Motivo da rejeicao do endereco corrente; em branco, o
      *        endereco passou em tudo.
           01 MOTIVO-REJEICAO PIC X(21) VALUE SPACES.
               88 ENDERECO-COERENTE VALUE SPACES.

      *        Situacao final da execucao, gravada no registro de
      *        controle; qualquer coisa diferente de OK termina o
      *        passo com RETURN-CODE 8.
           01 SITUACAO-EXECUCAO PIC X(14) VALUE "OK".
           01 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           01 MODO-EXECUCAO PIC X(8) VALUE "INICIAL".

           01 LINHA-CONTROLE.
               02 CTL-DATA-L PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 CTL-HORA-L PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 CTL-MODO-L PIC X(8).
               02 FILLER PIC X VALUE SPACE.
               02 CTL-VALIDAS-L PIC 9(7).
               02 FILLER PIC X VALUE SPACE.
               02 CTL-INVALIDAS-L PIC 9(7).
               02 FILLER PIC X VALUE SPACE.
               02 CTL-SITUACAO-L PIC X(14).
               02 FILLER PIC X VALUE SPACE.
               02 CTL-SUBSTITUIDAS-L PIC 9(7).
               02 FILLER PIC X(15) VALUE SPACES.

      *        Endereco coerente: CEP, codigo IBGE vigente (o
      *        sucessor, quando o informado estava extinto -- a
      *        marca S no fim avisa a troca), municipio, UF e fonte.
           01 LINHA-SAIDA.
               02 CEP-SAI PIC 9(8).
               02 FILLER PIC X VALUE SPACE.
               02 CODIGO-SAI PIC 9(7).
               02 FILLER PIC X VALUE SPACE.
               02 MUNICIPIO-SAI PIC X(30).
               02 FILLER PIC X(3) VALUE " / ".
               02 SIGLA-SAI PIC X(2).
               02 FILLER PIC X VALUE SPACE.
               02 FONTE-SAI PIC X(20).
               02 FILLER PIC X VALUE SPACE.
               02 SUBST-SAI PIC X.
               02 FILLER PIC X(5) VALUE SPACES.

           01 DATA-HORA-SISTEMA.
               02 REJ-DATA PIC 9(08).
               02 REJ-HORA PIC 9(08).

           01 LINHA-REJEITO.
               02 REJ-DATA-L PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 REJ-HORA-L PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 REJ-CEP-L PIC X(8).
               02 FILLER PIC X VALUE SPACE.
               02 REJ-CODIGO-L PIC X(7).
               02 FILLER PIC X VALUE SPACE.
               02 REJ-SIGLA-L PIC X(2).
               02 FILLER PIC X VALUE SPACE.
               02 REJ-MOTIVO-L PIC X(21).
               02 FILLER PIC X VALUE SPACE.
               02 REJ-FONTE-L PIC X(20) VALUE SPACES.

      *        Parametros da chamada ao subprograma BUSCA_ESTADO.
           01 TIPO-BUSCA-CHAMADA PIC X VALUE "S".
           01 NOME-NAO-USADO PIC A(19) VALUE SPACES.
           01 RESULT-SIGLA-EST PIC X(2).
           01 RESULT-ESTADO-EST PIC X(19).
           01 RESULT-REGIAO-EST PIC X(12).
           01 RESULT-CONTROLE-EST PIC 9.

      *        Parametros da chamada ao subprograma BUSCA_MUNICIPIO.
           01 CODIGO-CHAMADA PIC 9(07) VALUE ZEROS.
           01 RESULT-MUNICIPIO PIC X(30).
           01 RESULT-SIGLA PIC X(02).
           01 RESULT-ESTADO PIC X(19).
           01 RESULT-REGIAO PIC X(12).
           01 RESULT-CONTROLE PIC 9.
           01 RESULT-CODIGO PIC 9(07).

      *        PARM='...' chega do JCL como um campo binario de 2
      *        bytes com o tamanho do texto, seguido do proprio texto
      *        (LNK-PARM-TEXT) -- e' preciso mover so os LNK-PARM-LEN
      *        bytes informados, nao o campo inteiro.
       LINKAGE SECTION.
           01 LNK-PARM.
               05 LNK-PARM-LEN PIC S9(4) COMP.
               05 LNK-PARM-TEXT PIC X(8).

       PROCEDURE DIVISION USING LNK-PARM.
       INICIO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM CARREGA-TABELA.
           PERFORM RECEBE-PARM-EXECUCAO.
           IF MODO-REINICIO
               MOVE "RESTART" TO MODO-EXECUCAO
           END-IF.
           PERFORM ABERTURA.
           PERFORM LE-VALIDA-CABECALHO.
           IF CABECALHO-OK
               IF MODO-REINICIO
                   PERFORM LE-ULTIMO-CHECKPOINT
                   PERFORM PULA-PROCESSADAS
               END-IF
               IF NOT ARQUIVO-TERMINADO
                   PERFORM LE-PROXIMO-LOTE
                   PERFORM PROCESSA-LOTE UNTIL ARQUIVO-TERMINADO
               END-IF
           END-IF.
           PERFORM ENCERRAMENTO.
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
                   " ESTADOS -- REGISTROS EXTRAS IGNORADOS"
               SET LIMITE-ESTADOS-JA-AVISADO TO TRUE
           END-IF.

      *        O primeiro registro do ARQLEND deve ser o cabecalho da
      *        transmissao; sem ele, ou com data de geracao diferente
      *        da data da execucao (numa execucao inicial -- um
      *        restart valida o arquivo ja aceito na vespera), nada
      *        e' processado e o passo termina com erro.
       LE-VALIDA-CABECALHO.
           READ ARQ-LOTE
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN ARQUIVO-TERMINADO
                   MOVE "SEM CABECALHO" TO SITUACAO-EXECUCAO
                   DISPLAY "ARQLEND VAZIO -- SEM CABECALHO"
               WHEN NOT REGISTRO-CABECALHO
                   MOVE "SEM CABECALHO" TO SITUACAO-EXECUCAO
                   DISPLAY "ARQLEND SEM REGISTRO DE CABECALHO"
               WHEN NOT MODO-REINICIO
                   AND CAB-DATA-GERACAO NOT = DATA-EXECUCAO
                   MOVE "CAB VENCIDO" TO SITUACAO-EXECUCAO
                   DISPLAY "CABECALHO COM DATA DE GERACAO "
                       CAB-DATA-GERACAO " DIFERENTE DA EXECUCAO "
                       DATA-EXECUCAO
               WHEN OTHER
                   SET CABECALHO-OK TO TRUE
           END-EVALUATE.

      *        Extrai de LNK-PARM apenas os LNK-PARM-LEN bytes que o
      *        JCL de fato passou em PARM=; sem PARM, LNK-PARM-LEN vem
      *        zero e a execucao segue no modo normal (nao-restart).
       RECEBE-PARM-EXECUCAO.
           MOVE SPACES TO PARM-EXECUCAO.
           MOVE LNK-PARM-LEN TO TAM-PARM-EXECUCAO.
           IF TAM-PARM-EXECUCAO > 8
               MOVE 8 TO TAM-PARM-EXECUCAO
           END-IF.
           IF TAM-PARM-EXECUCAO > 0
               MOVE FUNCTION UPPER-CASE
                   (LNK-PARM-TEXT(1:TAM-PARM-EXECUCAO)) TO PARM-EXECUCAO
           END-IF.

      *        Numa execucao inicial, ARQ-SAIDA e ARQ-CHECKPT comecam
      *        do zero; num restart, ambos continuam de onde pararam.
      *        ARQ-REJEITOS e ARQ-CONTROLE sempre acumulam.
       ABERTURA.
           OPEN INPUT ARQ-LOTE.
           OPEN INPUT ARQ-FAIXAS.
           OPEN EXTEND ARQ-REJEITOS.
           OPEN EXTEND ARQ-CONTROLE.
           IF MODO-REINICIO
               OPEN EXTEND ARQ-SAIDA
               OPEN EXTEND ARQ-CHECKPT
           ELSE
               OPEN OUTPUT ARQ-SAIDA
               OPEN OUTPUT ARQ-CHECKPT
           END-IF.

      *        Le todos os registros ja gravados em ARQ-CHECKPT e
      *        guarda o ultimo valor como o ponto de retomada.
       LE-ULTIMO-CHECKPOINT.
           CLOSE ARQ-CHECKPT.
           OPEN INPUT ARQ-CHECKPT.
           READ ARQ-CHECKPT
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           PERFORM LE-UM-CHECKPOINT UNTIL ARQUIVO-TERMINADO.
           MOVE "N" TO FIM-ARQUIVO.
           CLOSE ARQ-CHECKPT.
           OPEN EXTEND ARQ-CHECKPT.

       LE-UM-CHECKPOINT.
           MOVE CKPT-QTD-PROCESSADA TO QTD-JA-PROCESSADAS.
           READ ARQ-CHECKPT
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

      *        Descarta do ARQ-LOTE os enderecos ja processados antes
      *        do abend, para nao reprocessa-los nem duplicar saida.
       PULA-PROCESSADAS.
           MOVE QTD-JA-PROCESSADAS TO QTD-PROCESSADAS.
           PERFORM PULA-UMA-TRANSACAO
               VARYING IDX-PULO FROM 1 BY 1
               UNTIL IDX-PULO > QTD-JA-PROCESSADAS.

      *        Trailer ainda durante o pulo: o arquivo tem menos
      *        enderecos do que o checkpoint mandava pular; a leitura
      *        para ali e a reconciliacao acusa a divergencia.
       PULA-UMA-TRANSACAO.
           READ ARQ-LOTE
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           IF NOT ARQUIVO-TERMINADO AND REGISTRO-TRAILER
               AND TRL-QTD IS NUMERIC
               PERFORM GUARDA-TRAILER
               MOVE QTD-JA-PROCESSADAS TO IDX-PULO
           END-IF.

      *        O trailer encerra a leitura e deixa guardada a
      *        quantidade esperada para a reconciliacao; a exigencia
      *        de quantidade numerica evita engolir como trailer um
      *        endereco cujos bytes calhem de formar "TRL".
       LE-PROXIMO-LOTE.
           READ ARQ-LOTE
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           IF NOT ARQUIVO-TERMINADO AND REGISTRO-TRAILER
               AND TRL-QTD IS NUMERIC
               PERFORM GUARDA-TRAILER
           END-IF.

       GUARDA-TRAILER.
           MOVE TRL-QTD TO QTD-ESPERADA.
           SET TRAILER-LIDO TO TRUE.
           SET ARQUIVO-TERMINADO TO TRUE.

       PROCESSA-LOTE.
           ADD 1 TO QTD-PROCESSADAS.
           ADD 1 TO QTD-PROCESSADAS-EXEC.
           MOVE FUNCTION UPPER-CASE (SIGLA-LOTE) TO SIGLA-LOTE.
           PERFORM CONFERE-ENDERECO.
           IF ENDERECO-COERENTE
               PERFORM GRAVA-SAIDA
               ADD 1 TO QTD-VALIDAS
           ELSE
               PERFORM GRAVA-REJEITO
               ADD 1 TO QTD-INVALIDAS
           END-IF.
           DIVIDE QTD-PROCESSADAS BY INTERVALO-CHECKPOINT
               GIVING QUOCIENTE-CKPT REMAINDER RESTO-CKPT.
           IF RESTO-CKPT = 0
               PERFORM GRAVA-CHECKPOINT
           END-IF.
           PERFORM LE-PROXIMO-LOTE.

      *        Confere na ordem CEP, sigla, municipio, municipio x
      *        sigla, CEP x faixas da sigla; o primeiro problema
      *        achado e' o motivo da rejeicao -- corrigido ele, o
      *        endereco volta e e' conferido de novo por inteiro.
       CONFERE-ENDERECO.
           MOVE SPACES TO MOTIVO-REJEICAO.
           IF CEP-LOTE IS NOT NUMERIC OR CEP-LOTE = ZEROS
               MOVE "CEP INVALIDO" TO MOTIVO-REJEICAO
               ADD 1 TO QTD-CEP-INVALIDO
           END-IF.
           IF ENDERECO-COERENTE
               PERFORM CONFERE-SIGLA
           END-IF.
           IF ENDERECO-COERENTE
               PERFORM CONFERE-MUNICIPIO
           END-IF.
           IF ENDERECO-COERENTE
               PERFORM CONFERE-FAIXA-CEP
           END-IF.

       CONFERE-SIGLA.
           CALL "BUSCA_ESTADO" USING QTD-ESTADOS-TAB TABELA-ESTADOS
               TIPO-BUSCA-CHAMADA SIGLA-LOTE NOME-NAO-USADO
               RESULT-SIGLA-EST RESULT-ESTADO-EST RESULT-REGIAO-EST
               RESULT-CONTROLE-EST.
           IF RESULT-CONTROLE-EST NOT = 1
               MOVE "SIGLA INEXISTENTE" TO MOTIVO-REJEICAO
               ADD 1 TO QTD-SIGLA-INEXISTENTE
           END-IF.

      *        Como no LOTE_MUNIC: nome em branco na volta da
      *        BUSCA_MUNICIPIO e' codigo que nao existe; nome sem
      *        resolucao e' municipio de sigla dona fora de MESTEST.
      *        Codigo extinto resolvido por sucessao vale pelo
      *        sucessor, inclusive na conferencia da UF.
       CONFERE-MUNICIPIO.
           MOVE CODIGO-LOTE TO CODIGO-CHAMADA.
           CALL "BUSCA_MUNICIPIO" USING CODIGO-CHAMADA
               RESULT-MUNICIPIO RESULT-SIGLA RESULT-ESTADO
               RESULT-REGIAO RESULT-CONTROLE RESULT-CODIGO.
           EVALUATE TRUE
               WHEN RESULT-CONTROLE NOT = 1
                   AND RESULT-MUNICIPIO = SPACES
                   MOVE "MUNICIPIO INEXISTENTE" TO MOTIVO-REJEICAO
                   ADD 1 TO QTD-MUNIC-INEXISTENTE
               WHEN RESULT-CONTROLE NOT = 1
                   MOVE "SIGLA ORFA MUNICIPIO" TO MOTIVO-REJEICAO
                   ADD 1 TO QTD-SIGLA-ORFA
               WHEN RESULT-SIGLA NOT = SIGLA-LOTE
                   MOVE "MUNICIPIO DE OUTRA UF" TO MOTIVO-REJEICAO
                   ADD 1 TO QTD-OUTRA-UF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *        Percorre as faixas da sigla (juntas e em ordem na
      *        chave de MESTCEP) ate achar a que contem o CEP. UF sem
      *        faixa nenhuma e' falta de cadastro, nao erro do
      *        endereco -- o motivo separado diz onde corrigir.
       CONFERE-FAIXA-CEP.
           MOVE ZEROS TO QTD-FAIXAS-SIGLA.
           MOVE "N" TO CHAVE-FAIXA.
           MOVE "N" TO FIM-FAIXAS.
           MOVE SIGLA-LOTE TO CEP-SIGLA.
           MOVE ZEROS TO CEP-INICIO.
           START ARQ-FAIXAS KEY >= CEP-CHAVE
               INVALID KEY SET FAIXAS-TERMINADAS TO TRUE
           END-START.
           PERFORM CONFERE-UMA-FAIXA
               UNTIL CEP-NA-FAIXA OR FAIXAS-TERMINADAS.
           IF NOT CEP-NA-FAIXA
               IF QTD-FAIXAS-SIGLA = 0
                   MOVE "UF SEM FAIXA DE CEP" TO MOTIVO-REJEICAO
                   ADD 1 TO QTD-UF-SEM-FAIXA
               ELSE
                   MOVE "CEP FORA DA UF" TO MOTIVO-REJEICAO
                   ADD 1 TO QTD-CEP-FORA-UF
               END-IF
           END-IF.

       CONFERE-UMA-FAIXA.
           READ ARQ-FAIXAS NEXT RECORD
               AT END SET FAIXAS-TERMINADAS TO TRUE
           END-READ.
           IF NOT FAIXAS-TERMINADAS AND CEP-SIGLA NOT = SIGLA-LOTE
               SET FAIXAS-TERMINADAS TO TRUE
           END-IF.
           IF NOT FAIXAS-TERMINADAS
               ADD 1 TO QTD-FAIXAS-SIGLA
               IF CEP-LOTE >= CEP-INICIO AND CEP-LOTE <= CEP-FIM
                   SET CEP-NA-FAIXA TO TRUE
               END-IF
           END-IF.

       GRAVA-SAIDA.
           MOVE CEP-LOTE TO CEP-SAI.
           MOVE RESULT-CODIGO TO CODIGO-SAI.
           MOVE RESULT-MUNICIPIO TO MUNICIPIO-SAI.
           MOVE RESULT-SIGLA TO SIGLA-SAI.
           MOVE FONTE-LOTE TO FONTE-SAI.
           IF RESULT-CODIGO NOT = CODIGO-LOTE
               MOVE "S" TO SUBST-SAI
               ADD 1 TO QTD-SUBSTITUIDAS
           ELSE
               MOVE SPACE TO SUBST-SAI
           END-IF.
           WRITE REG-SAIDA FROM LINHA-SAIDA.

      *        Grava o endereco rejeitado como chegou (CEP e codigo
      *        em texto, que podem nem ser numericos), com o motivo e
      *        a identificacao do registro de origem (FONTE-LOTE).
       GRAVA-REJEITO.
           ACCEPT REJ-DATA FROM DATE YYYYMMDD.
           ACCEPT REJ-HORA FROM TIME.
           MOVE REJ-DATA TO REJ-DATA-L.
           MOVE REJ-HORA TO REJ-HORA-L.
           MOVE REG-LOTE(1:8) TO REJ-CEP-L.
           MOVE REG-LOTE(9:7) TO REJ-CODIGO-L.
           MOVE SIGLA-LOTE TO REJ-SIGLA-L.
           MOVE MOTIVO-REJEICAO TO REJ-MOTIVO-L.
           MOVE FONTE-LOTE TO REJ-FONTE-L.
           WRITE REG-REJEITO FROM LINHA-REJEITO.

       GRAVA-CHECKPOINT.
           MOVE QTD-PROCESSADAS TO CKPT-QTD-PROCESSADA.
           WRITE REG-CHECKPT.

      *        Reconciliacao: a quantidade do trailer deve bater com
      *        QTD-PROCESSADAS (acumulada desde o inicio do lote,
      *        incluindo os enderecos pulados num restart). Qualquer
      *        situacao diferente de OK termina com RETURN-CODE 8, e
      *        tudo fica registrado no arquivo de controle.
       ENCERRAMENTO.
           IF CABECALHO-OK
               EVALUATE TRUE
                   WHEN NOT TRAILER-LIDO
                       MOVE "SEM TRAILER" TO SITUACAO-EXECUCAO
                       DISPLAY "ARQLEND SEM REGISTRO DE TRAILER"
                   WHEN QTD-ESPERADA NOT = QTD-PROCESSADAS
                       MOVE "QTD DIVERGE" TO SITUACAO-EXECUCAO
                       DISPLAY "TRAILER ESPERAVA " QTD-ESPERADA
                           " ENDERECOS, PROCESSADOS "
                           QTD-PROCESSADAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM GRAVA-CONTROLE.
           CLOSE ARQ-LOTE.
           CLOSE ARQ-SAIDA.
           CLOSE ARQ-CHECKPT.
           CLOSE ARQ-REJEITOS.
           CLOSE ARQ-CONTROLE.
           CLOSE ARQ-FAIXAS.
           DISPLAY "ENDERECOS PROCESSADOS NESTA EXECUCAO.: "
               QTD-PROCESSADAS-EXEC.
           DISPLAY "ENDERECOS COERENTES..................: "
               QTD-VALIDAS.
           DISPLAY "  COM CODIGO SUBSTITUIDO POR SUCESSAO: "
               QTD-SUBSTITUIDAS.
           DISPLAY "ENDERECOS REJEITADOS.................: "
               QTD-INVALIDAS.
           DISPLAY "  CEP INVALIDO.......................: "
               QTD-CEP-INVALIDO.
           DISPLAY "  SIGLA INEXISTENTE..................: "
               QTD-SIGLA-INEXISTENTE.
           DISPLAY "  MUNICIPIO INEXISTENTE..............: "
               QTD-MUNIC-INEXISTENTE.
           DISPLAY "  SIGLA ORFA NO MUNICIPIO............: "
               QTD-SIGLA-ORFA.
           DISPLAY "  MUNICIPIO DE OUTRA UF..............: "
               QTD-OUTRA-UF.
           DISPLAY "  UF SEM FAIXA DE CEP................: "
               QTD-UF-SEM-FAIXA.
           DISPLAY "  CEP FORA DA UF.....................: "
               QTD-CEP-FORA-UF.
           DISPLAY "SITUACAO DA EXECUCAO.................: "
               SITUACAO-EXECUCAO.
           IF SITUACAO-EXECUCAO NOT = "OK"
               MOVE 8 TO RETURN-CODE
           END-IF.

       GRAVA-CONTROLE.
           ACCEPT REJ-DATA FROM DATE YYYYMMDD.
           ACCEPT REJ-HORA FROM TIME.
           MOVE REJ-DATA TO CTL-DATA-L.
           MOVE REJ-HORA TO CTL-HORA-L.
           MOVE MODO-EXECUCAO TO CTL-MODO-L.
           MOVE QTD-VALIDAS TO CTL-VALIDAS-L.
           MOVE QTD-INVALIDAS TO CTL-INVALIDAS-L.
           MOVE SITUACAO-EXECUCAO TO CTL-SITUACAO-L.
           MOVE QTD-SUBSTITUIDAS TO CTL-SUBSTITUIDAS-L.
           WRITE REG-CONTROLE FROM LINHA-CONTROLE.
       END PROGRAM VALIDA_ENDERECO.
