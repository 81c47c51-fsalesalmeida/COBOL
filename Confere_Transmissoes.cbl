      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Conferencia diaria das transmissoes das filiais
      *          contra o calendario do mestre de filiais (MESTFIL).
      *          O LOTE_SIGLA reconcilia o bloco que chega, mas nao
      *          tem como notar a filial que nao mandou nada -- bloco
      *          ausente parece noite calma. Para cada dia da janela
      *          informada em PARM='NNN' (dias, terminando na data
      *          da execucao) e cada filial ativa que devia
      *          transmitir naquele dia (todo dia util, ou so' nos
      *          dias da semana marcados; feriado de MESTFER nunca,
      *          via BUSCA_DIA_UTIL), procura o lote no registro de
      *          processados (ARQLPROC, chave sistema + data de
      *          geracao) e, na falta dele, os blocos da filial no
      *          controle do LOTE_SIGLA (ARQRCTL). Classifica em
      *          ARQCTRA, com o contato da filial para a cobranca:
      *          - FALTANTE: nada chegou para o dia;
      *          - ATRASADA: o lote do dia foi processado depois da
      *            tolerancia, ou a filial mandou bloco recusado
      *            como CAB VENCIDO (geracao antiga) num dia
      *            seguinte;
      *          - ERRO: o bloco chegou no dia mas foi recusado ou
      *            nao fechou (situacao do ARQRCTL ao lado).
      *          Lista ainda os blocos de filial desconhecida --
      *          CAB-SISTEMA fora do mestre ou inativo, que o
      *          LOTE_SIGLA recusa no cabecalho. Qualquer ocorrencia
      *          termina o passo com RETURN-CODE 4. So' le os
      *          arquivos; nada e' alterado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE_TRANSMISSOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FILIAIS ASSIGN TO "MESTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIL-SISTEMA.
           SELECT ARQ-PROCESSADOS ASSIGN TO "ARQLPROC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LPR-CHAVE.
           SELECT ARQ-CONTROLE ASSIGN TO "ARQRCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "ARQCTRA"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FILIAIS
               LABEL RECORDS ARE STANDARD.
           COPY CPFILIAL.

           FD  ARQ-PROCESSADOS
               LABEL RECORDS ARE STANDARD.
           01  REG-PROCESSADO.
               02 LPR-CHAVE.
                   03 LPR-SISTEMA PIC X(8).
                   03 LPR-DATA-GERACAO PIC 9(8).
               02 LPR-DATA-PROC PIC 9(8).
               02 LPR-HORA-PROC PIC 9(8).

           FD  ARQ-CONTROLE
               LABEL RECORDS ARE STANDARD.
           01  REG-CONTROLE PIC X(80).

           FD  ARQ-RELATORIO
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
      *        Mesmo desenho do registro de controle gravado pelo
      *        LOTE_SIGLA: um por filial e um '*GERAL*' por execucao.
           01 LINHA-CONTROLE.
               02 CTL-DATA-L PIC 9(08).
               02 FILLER PIC X.
               02 CTL-HORA-L PIC 9(08).
               02 FILLER PIC X.
               02 CTL-MODO-L PIC X(8).
               02 FILLER PIC X.
               02 CTL-FILIAL-L PIC X(8).
                   88 CTL-NAO-E-FILIAL VALUES "*GERAL*" "RECICLO"
                       "????????".
               02 FILLER PIC X.
               02 CTL-VALIDAS-L PIC 9(7).
               02 FILLER PIC X.
               02 CTL-INVALIDAS-L PIC 9(7).
               02 FILLER PIC X.
               02 CTL-SITUACAO-L PIC X(14).
               02 FILLER PIC X.
               02 CTL-CORRIGIDAS-L PIC 9(7).
               02 FILLER PIC X(6).

           01 JANELA-DIAS PIC 9(03) VALUE ZEROS.
           01 CHAVE-PARM PIC X VALUE "N".
               88 PARM-VALIDO VALUE "S".
           01 TAM-PARM-EXECUCAO PIC S9(4) COMP VALUE ZEROS.

      *        Lote processado mais de TOLERANCIA-DIAS depois da data
      *        de geracao conta como atrasado (um dia cobre a noite
      *        que vira a meia-noite e o restart na manha seguinte).
           01 TOLERANCIA-DIAS PIC 9(02) VALUE 1.

           01 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           01 DATA-INICIO-JANELA PIC 9(08) VALUE ZEROS.
           01 DIAS-EXECUCAO PIC S9(07) COMP VALUE ZEROS.
           01 DIAS-INICIO-JANELA PIC S9(07) COMP VALUE ZEROS.
           01 DIAS-CONFERIDO PIC S9(07) COMP VALUE ZEROS.
           01 DIAS-PROCESSAMENTO PIC S9(07) COMP VALUE ZEROS.
           01 DATA-CONFERIDA PIC 9(08) VALUE ZEROS.

      *        Dia da semana da data conferida, 1 = domingo a 7 =
      *        sabado: o dia corrido 1 de INTEGER-OF-DATE
      *        (01/01/1601) caiu numa segunda-feira.
           01 CALC-DIA-SEMANA.
               02 QUOC-SEMANA PIC 9(07).
               02 RESTO-SEMANA PIC 9.
           01 DIA-SEMANA-NUM PIC 9 VALUE ZEROS.

      *        Parametros da chamada ao subprograma BUSCA_DIA_UTIL.
           01 TIPO-DIA PIC X VALUE SPACE.
               88 DIA-E-UTIL VALUE "U".
               88 DIA-E-FERIADO VALUE "F".
           01 NOME-FERIADO PIC X(30) VALUE SPACES.
           01 PROXIMO-UTIL PIC 9(08) VALUE ZEROS.
           01 CONTROLE-DIA PIC 9 VALUE ZEROS.

      *        Filiais do mestre em memoria; acima de LIMITE-FILIAIS
      *        as excedentes sao ignoradas com aviso no SYSOUT.
           01 LIMITE-FILIAIS PIC 9(03) VALUE 200.
           01 QTD-FILIAIS-TAB PIC 9(03) VALUE ZEROS.
           01 TABELA-FILIAIS.
               02 FILIAL-ENT OCCURS 200 TIMES.
                   03 TF-SISTEMA PIC X(08).
                   03 TF-CONTATO PIC X(30).
                   03 TF-TELEFONE PIC X(15).
                   03 TF-CALENDARIO PIC X.
                   03 TF-DIAS-SEMANA PIC X(07).
                   03 TF-SITUACAO PIC X.
                   03 TF-DATA-INICIO PIC 9(08).

      *        Blocos de filial do ARQRCTL dentro da janela; acima de
      *        LIMITE-BLOCOS os excedentes caem no balde de extras e
      *        nao entram na conferencia.
           01 LIMITE-BLOCOS PIC 9(04) VALUE 2000.
           01 QTD-BLOCOS-TAB PIC 9(04) VALUE ZEROS.
           01 QTD-BLOCOS-EXTRAS PIC 9(07) VALUE ZEROS.
           01 TABELA-BLOCOS.
               02 BLOCO-ENT OCCURS 2000 TIMES.
                   03 TB-FILIAL PIC X(08).
                   03 TB-DATA PIC 9(08).
                   03 TB-SITUACAO PIC X(14).
                   03 TB-USADO PIC X.
                   03 TB-DESCONHECIDO PIC X.

           01 CONTADORES.
               02 QTD-ESPERADAS PIC 9(07) VALUE ZEROS.
               02 QTD-RECEBIDAS PIC 9(07) VALUE ZEROS.
               02 QTD-FALTANTES PIC 9(07) VALUE ZEROS.
               02 QTD-ATRASADAS PIC 9(07) VALUE ZEROS.
               02 QTD-COM-ERRO PIC 9(07) VALUE ZEROS.
               02 QTD-DESCONHECIDOS PIC 9(07) VALUE ZEROS.
               02 QTD-OCORRENCIAS PIC 9(07) VALUE ZEROS.

           01 INDICES.
               02 IDX-FIL PIC 9(03) VALUE ZEROS.
               02 IDX-BLOCO PIC 9(04) VALUE ZEROS.
               02 IDX-ACHADO PIC 9(04) VALUE ZEROS.

           01 CHAVES.
               02 FIM-ARQUIVO PIC X VALUE "N".
                   88 ARQUIVO-TERMINADO VALUE "S".
               02 CHAVE-LIMITE-FILIAIS PIC X VALUE "N".
                   88 LIMITE-FILIAIS-JA-AVISADO VALUE "S".
               02 CHAVE-ESPERADA PIC X VALUE "N".
                   88 TRANSMISSAO-ESPERADA VALUE "S".
               02 CHAVE-FILIAL PIC X VALUE "N".
                   88 FILIAL-CADASTRADA VALUE "S".

           01 LINHA-TITULO.
               02 FILLER PIC X(39) VALUE
                   "CONFERENCIA DE TRANSMISSOES DAS FILIAIS".
               02 FILLER PIC X(41) VALUE SPACES.

           01 LINHA-JANELA.
               02 FILLER PIC X(10) VALUE "JANELA DE ".
               02 JAN-INICIO PIC 9(08).
               02 FILLER PIC X(3) VALUE " A ".
               02 JAN-FIM PIC 9(08).
               02 FILLER PIC X(51) VALUE SPACES.

           01 LINHA-SECAO.
               02 TEXTO-SECAO PIC X(50).
               02 FILLER PIC X(30) VALUE SPACES.

           01 LINHA-CABECALHO.
               02 FILLER PIC X(45) VALUE
                   "  FILIAL   DATA     OCORRENCIA".
               02 FILLER PIC X(35) VALUE "CONTATO             TELEFONE".

           01 LINHA-OCORRENCIA.
               02 FILLER PIC X(2) VALUE SPACES.
               02 OCO-FILIAL PIC X(8).
               02 FILLER PIC X VALUE SPACE.
               02 OCO-DATA PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 OCO-TEXTO PIC X(24).
               02 FILLER PIC X VALUE SPACE.
               02 OCO-CONTATO PIC X(19).
               02 FILLER PIC X VALUE SPACE.
               02 OCO-TELEFONE PIC X(15).

           01 TEXTO-ATRASO.
               02 FILLER PIC X(12) VALUE "ATRASADA EM ".
               02 ATR-DATA PIC 9(08).
               02 FILLER PIC X(4) VALUE SPACES.

           01 TEXTO-ERRO.
               02 FILLER PIC X(6) VALUE "ERRO: ".
               02 ERR-SITUACAO PIC X(14).
               02 FILLER PIC X(4) VALUE SPACES.

           01 LINHA-TOTAL.
               02 ROTULO-TOTAL PIC X(25).
               02 VALOR-TOTAL PIC ZZZZZZ9.
               02 FILLER PIC X(48) VALUE SPACES.

           01 LINHA-BRANCO PIC X(80) VALUE SPACES.

      *        PARM='...' chega do JCL como um campo binario de 2
      *        bytes com o tamanho do texto, seguido do proprio texto
      *        (LNK-PARM-TEXT) -- e' preciso mover so os LNK-PARM-LEN
      *        bytes informados, nao o campo inteiro.
       LINKAGE SECTION.
           01 LNK-PARM.
               05 LNK-PARM-LEN PIC S9(4) COMP.
               05 LNK-PARM-TEXT PIC X(3).

       PROCEDURE DIVISION USING LNK-PARM.
       INICIO.
           PERFORM RECEBE-PARM-EXECUCAO.
           IF NOT PARM-VALIDO
               DISPLAY "PARM INVALIDO: INFORMAR A JANELA EM DIAS"
                   " (NNN, MAIOR QUE ZERO)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MONTA-JANELA.
           PERFORM CARREGA-FILIAIS.
           PERFORM CARREGA-BLOCOS.
           OPEN INPUT ARQ-PROCESSADOS.
           OPEN OUTPUT ARQ-RELATORIO.
           WRITE REG-RELATORIO FROM LINHA-TITULO.
           MOVE DATA-INICIO-JANELA TO JAN-INICIO.
           MOVE DATA-EXECUCAO TO JAN-FIM.
           WRITE REG-RELATORIO FROM LINHA-JANELA.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "TRANSMISSOES ESPERADAS COM PROBLEMA:" TO TEXTO-SECAO.
           WRITE REG-RELATORIO FROM LINHA-SECAO.
           WRITE REG-RELATORIO FROM LINHA-CABECALHO.
           PERFORM CONFERE-UM-DIA
               VARYING DIAS-CONFERIDO FROM DIAS-INICIO-JANELA BY 1
               UNTIL DIAS-CONFERIDO > DIAS-EXECUCAO.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "BLOCOS DE FILIAL DESCONHECIDA (ARQRCTL):"
               TO TEXTO-SECAO.
           WRITE REG-RELATORIO FROM LINHA-SECAO.
           PERFORM LISTA-DESCONHECIDO
               VARYING IDX-BLOCO FROM 1 BY 1
               UNTIL IDX-BLOCO > QTD-BLOCOS-TAB.
           PERFORM ENCERRAMENTO.
           STOP RUN.

      *        Janela em dias, 3 digitos, maior que zero. Qualquer
      *        outra coisa derruba a execucao antes de abrir os
      *        arquivos.
       RECEBE-PARM-EXECUCAO.
           MOVE LNK-PARM-LEN TO TAM-PARM-EXECUCAO.
           IF TAM-PARM-EXECUCAO = 3
               AND LNK-PARM-TEXT(1:3) IS NUMERIC
               MOVE LNK-PARM-TEXT(1:3) TO JANELA-DIAS
               IF JANELA-DIAS > 0
                   SET PARM-VALIDO TO TRUE
               END-IF
           END-IF.

       MONTA-JANELA.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE DIAS-EXECUCAO =
               FUNCTION INTEGER-OF-DATE (DATA-EXECUCAO).
           COMPUTE DIAS-INICIO-JANELA = DIAS-EXECUCAO - JANELA-DIAS + 1.
           COMPUTE DATA-INICIO-JANELA =
               FUNCTION DATE-OF-INTEGER (DIAS-INICIO-JANELA).

       CARREGA-FILIAIS.
           OPEN INPUT ARQ-FILIAIS.
           MOVE "N" TO FIM-ARQUIVO.
           READ ARQ-FILIAIS NEXT RECORD
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           PERFORM CARREGA-UMA-FILIAL UNTIL ARQUIVO-TERMINADO.
           CLOSE ARQ-FILIAIS.

       CARREGA-UMA-FILIAL.
           IF QTD-FILIAIS-TAB < LIMITE-FILIAIS
               ADD 1 TO QTD-FILIAIS-TAB
               MOVE FIL-SISTEMA TO TF-SISTEMA(QTD-FILIAIS-TAB)
               MOVE FIL-CONTATO TO TF-CONTATO(QTD-FILIAIS-TAB)
               MOVE FIL-TELEFONE TO TF-TELEFONE(QTD-FILIAIS-TAB)
               MOVE FIL-CALENDARIO TO TF-CALENDARIO(QTD-FILIAIS-TAB)
               MOVE FIL-DIAS-SEMANA TO TF-DIAS-SEMANA(QTD-FILIAIS-TAB)
               MOVE FIL-SITUACAO TO TF-SITUACAO(QTD-FILIAIS-TAB)
               MOVE FIL-DATA-INICIO TO TF-DATA-INICIO(QTD-FILIAIS-TAB)
           ELSE
               IF NOT LIMITE-FILIAIS-JA-AVISADO
                   DISPLAY "MESTFIL EXCEDE O LIMITE DE " LIMITE-FILIAIS
                       " FILIAIS -- REGISTROS EXTRAS IGNORADOS"
                   SET LIMITE-FILIAIS-JA-AVISADO TO TRUE
               END-IF
           END-IF.
           READ ARQ-FILIAIS NEXT RECORD
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

      *        Guarda os blocos de filial da janela (o geral de cada
      *        execucao, o envelope RECICLO e o registro fora de
      *        envelope nao sao filial) e ja marca os de filial fora
      *        do mestre ou inativa.
       CARREGA-BLOCOS.
           OPEN INPUT ARQ-CONTROLE.
           MOVE "N" TO FIM-ARQUIVO.
           READ ARQ-CONTROLE
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           PERFORM CARREGA-UM-BLOCO UNTIL ARQUIVO-TERMINADO.
           CLOSE ARQ-CONTROLE.

       CARREGA-UM-BLOCO.
           MOVE REG-CONTROLE TO LINHA-CONTROLE.
           IF CTL-DATA-L >= DATA-INICIO-JANELA
               AND CTL-DATA-L <= DATA-EXECUCAO
               AND NOT CTL-NAO-E-FILIAL
               IF QTD-BLOCOS-TAB < LIMITE-BLOCOS
                   ADD 1 TO QTD-BLOCOS-TAB
                   MOVE CTL-FILIAL-L TO TB-FILIAL(QTD-BLOCOS-TAB)
                   MOVE CTL-DATA-L TO TB-DATA(QTD-BLOCOS-TAB)
                   MOVE CTL-SITUACAO-L TO TB-SITUACAO(QTD-BLOCOS-TAB)
                   MOVE "N" TO TB-USADO(QTD-BLOCOS-TAB)
                   PERFORM PROCURA-FILIAL
                   IF FILIAL-CADASTRADA
                       AND TF-SITUACAO(IDX-FIL) = "A"
                       MOVE "N" TO TB-DESCONHECIDO(QTD-BLOCOS-TAB)
                   ELSE
                       MOVE "S" TO TB-DESCONHECIDO(QTD-BLOCOS-TAB)
                   END-IF
               ELSE
                   ADD 1 TO QTD-BLOCOS-EXTRAS
               END-IF
           END-IF.
           READ ARQ-CONTROLE
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

      *        Procura CTL-FILIAL-L na tabela de filiais; achada,
      *        IDX-FIL fica apontando para ela.
       PROCURA-FILIAL.
           MOVE "N" TO CHAVE-FILIAL.
           MOVE 1 TO IDX-FIL.
           PERFORM COMPARA-FILIAL
               UNTIL FILIAL-CADASTRADA OR IDX-FIL > QTD-FILIAIS-TAB.

       COMPARA-FILIAL.
           IF TF-SISTEMA(IDX-FIL) = CTL-FILIAL-L
               SET FILIAL-CADASTRADA TO TRUE
           ELSE
               ADD 1 TO IDX-FIL
           END-IF.

      *        Classifica o dia uma vez (tipo e dia da semana) e
      *        confere todas as filiais contra ele.
       CONFERE-UM-DIA.
           COMPUTE DATA-CONFERIDA =
               FUNCTION DATE-OF-INTEGER (DIAS-CONFERIDO).
           CALL "BUSCA_DIA_UTIL" USING DATA-CONFERIDA TIPO-DIA
               NOME-FERIADO PROXIMO-UTIL CONTROLE-DIA.
           DIVIDE DIAS-CONFERIDO BY 7
               GIVING QUOC-SEMANA REMAINDER RESTO-SEMANA.
           COMPUTE DIA-SEMANA-NUM = RESTO-SEMANA + 1.
           PERFORM CONFERE-FILIAL-NO-DIA
               VARYING IDX-FIL FROM 1 BY 1
               UNTIL IDX-FIL > QTD-FILIAIS-TAB.

      *        Filial inativa, ainda nao cadastrada na data, ou dia
      *        de feriado: nada a esperar.
       CONFERE-FILIAL-NO-DIA.
           MOVE "N" TO CHAVE-ESPERADA.
           IF TF-SITUACAO(IDX-FIL) = "A"
               AND DATA-CONFERIDA >= TF-DATA-INICIO(IDX-FIL)
               AND NOT DIA-E-FERIADO
               EVALUATE TRUE
                   WHEN TF-CALENDARIO(IDX-FIL) = "U"
                       IF DIA-E-UTIL
                           SET TRANSMISSAO-ESPERADA TO TRUE
                       END-IF
                   WHEN TF-CALENDARIO(IDX-FIL) = "D"
                       IF TF-DIAS-SEMANA(IDX-FIL)(DIA-SEMANA-NUM:1)
                           = "S"
                           SET TRANSMISSAO-ESPERADA TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF TRANSMISSAO-ESPERADA
               ADD 1 TO QTD-ESPERADAS
               PERFORM CONFERE-TRANSMISSAO
           END-IF.

      *        Lote registrado em ARQLPROC chegou -- no prazo, ou
      *        atrasado se processado alem da tolerancia. Sem
      *        registro, o ARQRCTL diz se a filial mandou o lote
      *        depois (recusado como CAB VENCIDO) ou se mandou no
      *        dia e o bloco nao passou; sem nada, falta.
       CONFERE-TRANSMISSAO.
           MOVE TF-SISTEMA(IDX-FIL) TO LPR-SISTEMA.
           MOVE DATA-CONFERIDA TO LPR-DATA-GERACAO.
           READ ARQ-PROCESSADOS
               INVALID KEY
                   PERFORM PROCURA-BLOCO-DA-FILIAL
               NOT INVALID KEY
                   PERFORM CONFERE-PRAZO-PROCESSAMENTO
           END-READ.

       CONFERE-PRAZO-PROCESSAMENTO.
           MOVE ZEROS TO DIAS-PROCESSAMENTO.
           IF LPR-DATA-PROC IS NUMERIC AND LPR-DATA-PROC > 0
               COMPUTE DIAS-PROCESSAMENTO =
                   FUNCTION INTEGER-OF-DATE (LPR-DATA-PROC)
           END-IF.
           IF DIAS-PROCESSAMENTO - DIAS-CONFERIDO > TOLERANCIA-DIAS
               MOVE LPR-DATA-PROC TO ATR-DATA
               MOVE TEXTO-ATRASO TO OCO-TEXTO
               ADD 1 TO QTD-ATRASADAS
               PERFORM GRAVA-OCORRENCIA
           ELSE
               ADD 1 TO QTD-RECEBIDAS
           END-IF.

      *        Um bloco CAB VENCIDO explica um dia so': o primeiro
      *        dia faltante anterior a ele, na ordem da janela.
       PROCURA-BLOCO-DA-FILIAL.
           MOVE ZEROS TO IDX-ACHADO.
           PERFORM PROCURA-BLOCO-ATRASADO
               VARYING IDX-BLOCO FROM 1 BY 1
               UNTIL IDX-BLOCO > QTD-BLOCOS-TAB OR IDX-ACHADO > 0.
           IF IDX-ACHADO > 0
               MOVE "S" TO TB-USADO(IDX-ACHADO)
               MOVE TB-DATA(IDX-ACHADO) TO ATR-DATA
               MOVE TEXTO-ATRASO TO OCO-TEXTO
               ADD 1 TO QTD-ATRASADAS
           ELSE
               PERFORM PROCURA-BLOCO-COM-ERRO
                   VARYING IDX-BLOCO FROM 1 BY 1
                   UNTIL IDX-BLOCO > QTD-BLOCOS-TAB OR IDX-ACHADO > 0
               IF IDX-ACHADO > 0
                   MOVE TB-SITUACAO(IDX-ACHADO) TO ERR-SITUACAO
                   MOVE TEXTO-ERRO TO OCO-TEXTO
                   ADD 1 TO QTD-COM-ERRO
               ELSE
                   MOVE "FALTANTE" TO OCO-TEXTO
                   ADD 1 TO QTD-FALTANTES
               END-IF
           END-IF.
           PERFORM GRAVA-OCORRENCIA.

       PROCURA-BLOCO-ATRASADO.
           IF TB-FILIAL(IDX-BLOCO) = TF-SISTEMA(IDX-FIL)
               AND TB-DATA(IDX-BLOCO) > DATA-CONFERIDA
               AND TB-SITUACAO(IDX-BLOCO) = "CAB VENCIDO"
               AND TB-USADO(IDX-BLOCO) = "N"
               MOVE IDX-BLOCO TO IDX-ACHADO
           END-IF.

       PROCURA-BLOCO-COM-ERRO.
           IF TB-FILIAL(IDX-BLOCO) = TF-SISTEMA(IDX-FIL)
               AND TB-DATA(IDX-BLOCO) = DATA-CONFERIDA
               AND TB-SITUACAO(IDX-BLOCO) NOT = "OK"
               AND TB-SITUACAO(IDX-BLOCO) NOT = "PULADO RESTART"
               AND TB-SITUACAO(IDX-BLOCO) NOT = "CAB VENCIDO"
               MOVE IDX-BLOCO TO IDX-ACHADO
           END-IF.

       GRAVA-OCORRENCIA.
           ADD 1 TO QTD-OCORRENCIAS.
           MOVE TF-SISTEMA(IDX-FIL) TO OCO-FILIAL.
           MOVE DATA-CONFERIDA TO OCO-DATA.
           MOVE TF-CONTATO(IDX-FIL) TO OCO-CONTATO.
           MOVE TF-TELEFONE(IDX-FIL) TO OCO-TELEFONE.
           WRITE REG-RELATORIO FROM LINHA-OCORRENCIA.

       LISTA-DESCONHECIDO.
           IF TB-DESCONHECIDO(IDX-BLOCO) = "S"
               ADD 1 TO QTD-DESCONHECIDOS
               ADD 1 TO QTD-OCORRENCIAS
               MOVE TB-FILIAL(IDX-BLOCO) TO OCO-FILIAL
               MOVE TB-DATA(IDX-BLOCO) TO OCO-DATA
               MOVE TB-SITUACAO(IDX-BLOCO) TO OCO-TEXTO
               MOVE SPACES TO OCO-CONTATO OCO-TELEFONE
               WRITE REG-RELATORIO FROM LINHA-OCORRENCIA
           END-IF.

      *        Qualquer ocorrencia termina o passo com RETURN-CODE 4.
       ENCERRAMENTO.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "FILIAIS NO CADASTRO....: " TO ROTULO-TOTAL.
           MOVE QTD-FILIAIS-TAB TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "TRANSMISSOES ESPERADAS.: " TO ROTULO-TOTAL.
           MOVE QTD-ESPERADAS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "RECEBIDAS NO PRAZO.....: " TO ROTULO-TOTAL.
           MOVE QTD-RECEBIDAS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "FALTANTES..............: " TO ROTULO-TOTAL.
           MOVE QTD-FALTANTES TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "ATRASADAS..............: " TO ROTULO-TOTAL.
           MOVE QTD-ATRASADAS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "RECEBIDAS COM ERRO.....: " TO ROTULO-TOTAL.
           MOVE QTD-COM-ERRO TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "BLOCOS DESCONHECIDOS...: " TO ROTULO-TOTAL.
           MOVE QTD-DESCONHECIDOS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           IF QTD-BLOCOS-EXTRAS > 0
               MOVE "BLOCOS FORA DA CONFERE.: " TO ROTULO-TOTAL
               MOVE QTD-BLOCOS-EXTRAS TO VALOR-TOTAL
               WRITE REG-RELATORIO FROM LINHA-TOTAL
           END-IF.
           CLOSE ARQ-PROCESSADOS.
           CLOSE ARQ-RELATORIO.
           DISPLAY "TRANSMISSOES ESPERADAS: " QTD-ESPERADAS.
           DISPLAY "RECEBIDAS NO PRAZO....: " QTD-RECEBIDAS.
           DISPLAY "FALTANTES.............: " QTD-FALTANTES.
           DISPLAY "ATRASADAS.............: " QTD-ATRASADAS.
           DISPLAY "RECEBIDAS COM ERRO....: " QTD-COM-ERRO.
           DISPLAY "BLOCOS DESCONHECIDOS..: " QTD-DESCONHECIDOS.
           IF QTD-OCORRENCIAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM CONFERE_TRANSMISSOES.
