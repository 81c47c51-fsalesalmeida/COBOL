      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Relatorio unico da conferencia da manha, agendado no
      *          fim da noite. Antes a conferencia era abrir arquivo
      *          por arquivo; aqui tudo sai numa folha so' (ARQROPER)
      *          sobre a noite que passou -- registros do dia da
      *          execucao, mais os do dia anterior a partir de
      *          HORA-CORTE-NOITE:
      *          - LOTE_SIGLA (ARQRCTL): cada execucao com modo,
      *            contagens (validas, invalidas, autocorrigidas) e
      *            situacao, e a situacao do bloco de cada filial;
      *          - LOTE_MUNIC (ARQMCTL): cada execucao com as
      *            contagens, as substituidas por sucessao e a
      *            situacao;
      *          - rejeitos: ARQREJ com os novos da noite contra os
      *            resolvidos na noite pelo CORRIGE_REJEITOS e o
      *            backlog pendente; ARQMREJ com os novos da noite e
      *            o acumulado (rejeito de municipio nao tem tela de
      *            resolucao -- so' informativo);
      *          - integridade: as quebras listadas no ultimo
      *            ARQVERIF do VERIFICA_CADASTRO;
      *          - transmissoes registradas na noite em ARQLPROC,
      *            conferidas contra os blocos que o ARQRCTL deu
      *            como OK;
      *          - sessoes de tela em ARQSESS abertas ha mais horas
      *            do que o limite informado em PARM='NNN'.
      *          Fecha com uma linha OK/ATENCAO por area e termina
      *          com RETURN-CODE 4 quando qualquer area pede atencao,
      *          para o agendador acionar o plantao. So' le os
      *          arquivos; nada e' alterado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAT_OPERACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CTL-SIGLA ASSIGN TO "ARQRCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-CTL-MUNIC ASSIGN TO "ARQMCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-VERIFICACAO ASSIGN TO "ARQVERIF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-REJEITOS ASSIGN TO "ARQREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-REJ-MUNIC ASSIGN TO "ARQMREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-PROCESSADOS ASSIGN TO "ARQLPROC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LPR-CHAVE.
           SELECT ARQ-SESSOES ASSIGN TO "ARQSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SES-PROGRAMA.
           SELECT ARQ-RELATORIO ASSIGN TO "ARQROPER"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CTL-SIGLA
               LABEL RECORDS ARE STANDARD.
           01  REG-CTL-SIGLA PIC X(80).

           FD  ARQ-CTL-MUNIC
               LABEL RECORDS ARE STANDARD.
           01  REG-CTL-MUNIC PIC X(80).

           FD  ARQ-VERIFICACAO
               LABEL RECORDS ARE STANDARD.
           01  REG-VERIFICACAO PIC X(80).

           FD  ARQ-REJEITOS
               LABEL RECORDS ARE STANDARD.
           01  REG-REJEITO PIC X(80).

           FD  ARQ-REJ-MUNIC
               LABEL RECORDS ARE STANDARD.
           01  REG-REJ-MUNIC PIC X(80).

           FD  ARQ-PROCESSADOS
               LABEL RECORDS ARE STANDARD.
           01  REG-PROCESSADO.
               02 LPR-CHAVE.
                   03 LPR-SISTEMA PIC X(8).
                   03 LPR-DATA-GERACAO PIC 9(8).
               02 LPR-DATA-PROC PIC 9(8).
               02 LPR-HORA-PROC PIC 9(8).

           FD  ARQ-SESSOES
               LABEL RECORDS ARE STANDARD.
           COPY CPSESSAO.

           FD  ARQ-RELATORIO
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
      *        Mesmo desenho do registro de controle gravado pelo
      *        LOTE_SIGLA: um por filial e um '*GERAL*' por execucao.
           01 LINHA-CTL-SIGLA.
               02 RCT-DATA-L PIC 9(08).
               02 FILLER PIC X.
               02 RCT-HORA-L PIC 9(08).
               02 FILLER PIC X.
               02 RCT-MODO-L PIC X(8).
               02 FILLER PIC X.
               02 RCT-FILIAL-L PIC X(8).
                   88 RCT-REGISTRO-GERAL VALUE "*GERAL*".
               02 FILLER PIC X.
               02 RCT-VALIDAS-L PIC 9(7).
               02 FILLER PIC X.
               02 RCT-INVALIDAS-L PIC 9(7).
               02 FILLER PIC X.
               02 RCT-SITUACAO-L PIC X(14).
                   88 RCT-SITUACAO-ACEITA VALUES "OK" "PULADO RESTART".
               02 FILLER PIC X.
               02 RCT-CORRIGIDAS-L PIC 9(7).
               02 FILLER PIC X(6).

      *        Mesmo desenho do registro de controle do LOTE_MUNIC.
           01 LINHA-CTL-MUNIC.
               02 MCT-DATA-L PIC 9(08).
               02 FILLER PIC X.
               02 MCT-HORA-L PIC 9(08).
               02 FILLER PIC X.
               02 MCT-MODO-L PIC X(8).
               02 FILLER PIC X.
               02 MCT-VALIDAS-L PIC 9(7).
               02 FILLER PIC X.
               02 MCT-INVALIDAS-L PIC 9(7).
               02 FILLER PIC X.
               02 MCT-SITUACAO-L PIC X(14).
               02 FILLER PIC X.
               02 MCT-SUBSTITUIDAS-L PIC 9(7).
               02 FILLER PIC X(15).

      *        Mesmo desenho gravado em ARQREJ, com a area de
      *        resolucao preenchida pelo CORRIGE_REJEITOS.
           01 LINHA-REJEITO.
               02 REJ-DATA-L PIC 9(08).
               02 FILLER PIC X.
               02 REJ-HORA-L PIC 9(08).
               02 FILLER PIC X.
               02 REJ-SIGLA-L PIC X(2).
               02 FILLER PIC X.
               02 REJ-FONTE-L PIC X(20).
               02 REJ-SITUACAO-L PIC X.
                   88 REJEITO-RESOLVIDO VALUE "R".
               02 FILLER PIC X.
               02 REJ-SIGLA-CORR-L PIC X(2).
               02 FILLER PIC X.
               02 REJ-OPERADOR-L PIC X(8).
               02 FILLER PIC X.
               02 REJ-DATA-RES-L PIC 9(08).
               02 FILLER PIC X.
               02 REJ-HORA-RES-L PIC 9(08).
               02 FILLER PIC X(8).

      *        Mesmo desenho gravado em ARQMREJ pelo LOTE_MUNIC.
           01 LINHA-REJ-MUNIC.
               02 MRJ-DATA-L PIC 9(08).
               02 FILLER PIC X.
               02 MRJ-HORA-L PIC 9(08).
               02 FILLER PIC X(63).

      *        Limite de horas de sessao aberta, recebido em PARM.
           01 LIMITE-HORAS-SESSAO PIC 9(03) VALUE ZEROS.
           01 CHAVE-PARM PIC X VALUE "N".
               88 PARM-VALIDO VALUE "S".
           01 TAM-PARM-EXECUCAO PIC S9(4) COMP VALUE ZEROS.

      *        A noite vai de HORA-CORTE-NOITE do dia anterior ate o
      *        momento da execucao (formato HHMMSScc do ACCEPT TIME).
           01 HORA-CORTE-NOITE PIC 9(08) VALUE 18000000.
           01 DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
           01 HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
           01 DATA-ANTERIOR PIC 9(08) VALUE ZEROS.
           01 DIAS-EXECUCAO PIC S9(07) COMP VALUE ZEROS.
           01 DATA-TESTE PIC 9(08) VALUE ZEROS.
           01 HORA-TESTE PIC 9(08) VALUE ZEROS.

      *        Idade das sessoes em minutos: dia corrido
      *        (INTEGER-OF-DATE) vezes 1440 mais hora e minuto.
           01 HORA-DECOMPOSTA.
               02 HD-HH PIC 9(02).
               02 HD-MM PIC 9(02).
               02 HD-SSCC PIC 9(04).
           01 MINUTOS-EXECUCAO PIC S9(11) COMP VALUE ZEROS.
           01 MINUTOS-SESSAO PIC S9(11) COMP VALUE ZEROS.
           01 IDADE-HORAS PIC S9(07) COMP VALUE ZEROS.

           01 CONTADORES.
               02 QTD-EXEC-SIGLA PIC 9(05) VALUE ZEROS.
               02 QTD-BLOCOS-OK PIC 9(05) VALUE ZEROS.
               02 QTD-BLOCOS-PROBLEMA PIC 9(05) VALUE ZEROS.
               02 QTD-EXEC-MUNIC PIC 9(05) VALUE ZEROS.
               02 QTD-REJ-NOVOS PIC 9(07) VALUE ZEROS.
               02 QTD-REJ-RESOLVIDOS PIC 9(07) VALUE ZEROS.
               02 QTD-REJ-PENDENTES PIC 9(07) VALUE ZEROS.
               02 QTD-MREJ-NOVOS PIC 9(07) VALUE ZEROS.
               02 QTD-MREJ-TOTAL PIC 9(07) VALUE ZEROS.
               02 QTD-QUEBRAS PIC 9(05) VALUE ZEROS.
               02 QTD-REGISTRADOS PIC 9(05) VALUE ZEROS.
               02 QTD-SESSOES PIC 9(05) VALUE ZEROS.
               02 QTD-SESSOES-VELHAS PIC 9(05) VALUE ZEROS.
               02 QTD-AREAS-ATENCAO PIC 9(02) VALUE ZEROS.

      *        Situacao do ultimo registro-resumo de cada job na
      *        noite; espacos = o job nao rodou na noite.
           01 ULTIMA-SITUACAO-SIGLA PIC X(14) VALUE SPACES.
           01 ULTIMA-SITUACAO-MUNIC PIC X(14) VALUE SPACES.

      *        Uma posicao por area conferida, na ordem do relatorio.
           01 QTD-AREAS PIC 9(02) VALUE 6.
           01 TABELA-AREAS.
               02 AREA-ENT OCCURS 6 TIMES.
                   03 AREA-NOME PIC X(12).
                   03 AREA-SITUACAO PIC X(7).
                   03 AREA-MOTIVO PIC X(40).

      *        Motivo da atencao a marcar na area corrente.
           01 MOTIVO-ATENCAO PIC X(40) VALUE SPACES.

           01 INDICES.
               02 IDX-AREA PIC 9(02) VALUE ZEROS.

           01 CHAVES.
               02 FIM-ARQUIVO PIC X VALUE "N".
                   88 ARQUIVO-TERMINADO VALUE "S".
               02 CHAVE-NOITE PIC X VALUE "N".
                   88 DENTRO-DA-NOITE VALUE "S".
               02 CHAVE-TOTAIS-VERIF PIC X VALUE "N".
                   88 VERIFICACAO-COMPLETA VALUE "S".

           01 LINHA-TITULO.
               02 FILLER PIC X(36) VALUE
                   "CONFERENCIA DA OPERACAO NOTURNA -- ".
               02 TIT-DATA PIC 9(08).
               02 FILLER PIC X(36) VALUE SPACES.

           01 LINHA-JANELA.
               02 FILLER PIC X(16) VALUE "NOITE DESDE:    ".
               02 JAN-DATA PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 JAN-HORA PIC 9(08).
               02 FILLER PIC X(24) VALUE
                   "   LIMITE SESSAO (H): ".
               02 JAN-LIMITE PIC ZZ9.
               02 FILLER PIC X(20) VALUE SPACES.

           01 LINHA-SECAO.
               02 TEXTO-SECAO PIC X(50).
               02 FILLER PIC X(30) VALUE SPACES.

           01 LINHA-CAB-SIGLA.
               02 FILLER PIC X(38) VALUE
                   "  DATA     HORA     MODO     FILIAL".
               02 FILLER PIC X(42) VALUE
                   "VALIDAS INVALID CORRIG. SITUACAO".

           01 LINHA-SIGLA.
               02 FILLER PIC X(2) VALUE SPACES.
               02 SIG-DATA PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 SIG-HORA PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 SIG-MODO PIC X(8).
               02 FILLER PIC X VALUE SPACE.
               02 SIG-FILIAL PIC X(8).
               02 FILLER PIC X VALUE SPACE.
               02 SIG-VALIDAS PIC ZZZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 SIG-INVALIDAS PIC ZZZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 SIG-CORRIGIDAS PIC ZZZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 SIG-SITUACAO PIC X(14).
               02 FILLER PIC X(3) VALUE SPACES.

           01 LINHA-CAB-MUNIC.
               02 FILLER PIC X(29) VALUE
                   "  DATA     HORA     MODO".
               02 FILLER PIC X(51) VALUE
                   "VALIDAS INVALID SUBSTIT SITUACAO".

           01 LINHA-MUNIC.
               02 FILLER PIC X(2) VALUE SPACES.
               02 MUN-DATA PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 MUN-HORA PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 MUN-MODO PIC X(8).
               02 FILLER PIC X VALUE SPACE.
               02 MUN-VALIDAS PIC ZZZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 MUN-INVALIDAS PIC ZZZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 MUN-SUBSTITUIDAS PIC ZZZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 MUN-SITUACAO PIC X(14).
               02 FILLER PIC X(13) VALUE SPACES.

           01 LINHA-QUEBRA.
               02 FILLER PIC X(2) VALUE SPACES.
               02 QBR-TEXTO PIC X(78).

           01 LINHA-REGISTRO.
               02 FILLER PIC X(2) VALUE SPACES.
               02 REG-SISTEMA PIC X(8).
               02 FILLER PIC X(10) VALUE " GERACAO ".
               02 REG-DATA-GER PIC 9(08).
               02 FILLER PIC X(14) VALUE " PROCESSADO ".
               02 REG-DATA-PROC PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 REG-HORA-PROC PIC 9(08).
               02 FILLER PIC X(21) VALUE SPACES.

           01 LINHA-SESSAO.
               02 FILLER PIC X(2) VALUE SPACES.
               02 SES-PROGRAMA-L PIC X(20).
               02 FILLER PIC X VALUE SPACE.
               02 SES-OPERADOR-L PIC X(8).
               02 FILLER PIC X VALUE SPACE.
               02 SES-DATA-L PIC 9(08).
               02 FILLER PIC X VALUE SPACE.
               02 SES-HORA-L PIC 9(08).
               02 FILLER PIC X(7) VALUE " HORAS ".
               02 SES-IDADE-L PIC ZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 SES-FLAG-L PIC X(14).
               02 FILLER PIC X(4) VALUE SPACES.

           01 LINHA-AREA.
               02 FILLER PIC X(2) VALUE SPACES.
               02 ARE-NOME PIC X(12).
               02 FILLER PIC X(3) VALUE " : ".
               02 ARE-SITUACAO PIC X(7).
               02 FILLER PIC X(3) VALUE SPACES.
               02 ARE-MOTIVO PIC X(40).
               02 FILLER PIC X(13) VALUE SPACES.

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
               DISPLAY "PARM INVALIDO: INFORMAR O LIMITE DE SESSAO"
                   " ABERTA EM HORAS (NNN)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MONTA-JANELA.
           PERFORM INICIA-AREAS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE DATA-EXECUCAO TO TIT-DATA.
           WRITE REG-RELATORIO FROM LINHA-TITULO.
           MOVE DATA-ANTERIOR TO JAN-DATA.
           MOVE HORA-CORTE-NOITE TO JAN-HORA.
           MOVE LIMITE-HORAS-SESSAO TO JAN-LIMITE.
           WRITE REG-RELATORIO FROM LINHA-JANELA.
           PERFORM CONFERE-LOTE-SIGLA.
           PERFORM CONFERE-LOTE-MUNIC.
           PERFORM CONFERE-REJEITOS.
           PERFORM CONFERE-INTEGRIDADE.
           PERFORM CONFERE-PROCESSADOS.
           PERFORM CONFERE-SESSOES.
           PERFORM IMPRIME-SITUACAO-AREAS.
           PERFORM ENCERRAMENTO.
           STOP RUN.

      *        Limite de sessao aberta em horas, 3 digitos. Qualquer
      *        outra coisa derruba a execucao antes de abrir os
      *        arquivos.
       RECEBE-PARM-EXECUCAO.
           MOVE LNK-PARM-LEN TO TAM-PARM-EXECUCAO.
           IF TAM-PARM-EXECUCAO = 3
               AND LNK-PARM-TEXT(1:3) IS NUMERIC
               MOVE LNK-PARM-TEXT(1:3) TO LIMITE-HORAS-SESSAO
               SET PARM-VALIDO TO TRUE
           END-IF.

       MONTA-JANELA.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           COMPUTE DIAS-EXECUCAO =
               FUNCTION INTEGER-OF-DATE (DATA-EXECUCAO).
           COMPUTE DATA-ANTERIOR =
               FUNCTION DATE-OF-INTEGER (DIAS-EXECUCAO - 1).
           MOVE HORA-EXECUCAO TO HORA-DECOMPOSTA.
           COMPUTE MINUTOS-EXECUCAO = DIAS-EXECUCAO * 1440
               + HD-HH * 60 + HD-MM.

       INICIA-AREAS.
           MOVE "LOTE_SIGLA" TO AREA-NOME(1).
           MOVE "LOTE_MUNIC" TO AREA-NOME(2).
           MOVE "REJEITOS" TO AREA-NOME(3).
           MOVE "INTEGRIDADE" TO AREA-NOME(4).
           MOVE "PROCESSADOS" TO AREA-NOME(5).
           MOVE "SESSOES" TO AREA-NOME(6).
           PERFORM INICIA-UMA-AREA
               VARYING IDX-AREA FROM 1 BY 1
               UNTIL IDX-AREA > QTD-AREAS.

       INICIA-UMA-AREA.
           MOVE "OK" TO AREA-SITUACAO(IDX-AREA).
           MOVE SPACES TO AREA-MOTIVO(IDX-AREA).

      *        A area IDX-AREA pede atencao; vale o primeiro motivo
      *        encontrado.
       MARCA-ATENCAO.
           IF AREA-SITUACAO(IDX-AREA) = "OK"
               MOVE "ATENCAO" TO AREA-SITUACAO(IDX-AREA)
               MOVE MOTIVO-ATENCAO TO AREA-MOTIVO(IDX-AREA)
           END-IF.

      *        Registro com DATA-TESTE/HORA-TESTE pertence 'a noite
      *        conferida?
       VERIFICA-NOITE.
           MOVE "N" TO CHAVE-NOITE.
           IF DATA-TESTE = DATA-EXECUCAO
               SET DENTRO-DA-NOITE TO TRUE
           END-IF.
           IF DATA-TESTE = DATA-ANTERIOR
               AND HORA-TESTE >= HORA-CORTE-NOITE
               SET DENTRO-DA-NOITE TO TRUE
           END-IF.

      *        Execucoes do LOTE_SIGLA na noite: toda linha de
      *        controle sai no relatorio (a de cada filial e a geral
      *        de cada execucao). Pede atencao se o job nao rodou,
      *        se algum bloco de filial teve situacao diferente de
      *        OK (o PULADO RESTART e' o proprio restart pulando o
      *        que ja estava decidido) ou se a ultima execucao nao
      *        fechou OK.
       CONFERE-LOTE-SIGLA.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "EXECUCOES DO LOTE_SIGLA (ARQRCTL):" TO TEXTO-SECAO.
           WRITE REG-RELATORIO FROM LINHA-SECAO.
           WRITE REG-RELATORIO FROM LINHA-CAB-SIGLA.
           OPEN INPUT ARQ-CTL-SIGLA.
           MOVE "N" TO FIM-ARQUIVO.
           READ ARQ-CTL-SIGLA
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           PERFORM CONFERE-UM-CTL-SIGLA UNTIL ARQUIVO-TERMINADO.
           CLOSE ARQ-CTL-SIGLA.
           MOVE 1 TO IDX-AREA.
           IF QTD-EXEC-SIGLA = 0
               MOVE "SEM EXECUCAO NA NOITE" TO MOTIVO-ATENCAO
               PERFORM MARCA-ATENCAO
           END-IF.
           IF QTD-BLOCOS-PROBLEMA > 0
               MOVE "BLOCO DE FILIAL COM PROBLEMA" TO MOTIVO-ATENCAO
               PERFORM MARCA-ATENCAO
           END-IF.
           IF QTD-EXEC-SIGLA > 0 AND ULTIMA-SITUACAO-SIGLA NOT = "OK"
               MOVE "ULTIMA EXECUCAO NAO FECHOU OK" TO MOTIVO-ATENCAO
               PERFORM MARCA-ATENCAO
           END-IF.
           MOVE "EXECUCOES..............: " TO ROTULO-TOTAL.
           MOVE QTD-EXEC-SIGLA TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "BLOCOS COM PROBLEMA....: " TO ROTULO-TOTAL.
           MOVE QTD-BLOCOS-PROBLEMA TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.

       CONFERE-UM-CTL-SIGLA.
           MOVE REG-CTL-SIGLA TO LINHA-CTL-SIGLA.
           MOVE RCT-DATA-L TO DATA-TESTE.
           MOVE RCT-HORA-L TO HORA-TESTE.
           PERFORM VERIFICA-NOITE.
           IF DENTRO-DA-NOITE
               PERFORM LISTA-CTL-SIGLA
               IF RCT-REGISTRO-GERAL
                   ADD 1 TO QTD-EXEC-SIGLA
                   MOVE RCT-SITUACAO-L TO ULTIMA-SITUACAO-SIGLA
               ELSE
                   IF RCT-SITUACAO-L = "OK"
                       ADD 1 TO QTD-BLOCOS-OK
                   END-IF
                   IF NOT RCT-SITUACAO-ACEITA
                       ADD 1 TO QTD-BLOCOS-PROBLEMA
                   END-IF
               END-IF
           END-IF.
           READ ARQ-CTL-SIGLA
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

       LISTA-CTL-SIGLA.
           MOVE RCT-DATA-L TO SIG-DATA.
           MOVE RCT-HORA-L TO SIG-HORA.
           MOVE RCT-MODO-L TO SIG-MODO.
           MOVE RCT-FILIAL-L TO SIG-FILIAL.
           MOVE RCT-VALIDAS-L TO SIG-VALIDAS.
           MOVE RCT-INVALIDAS-L TO SIG-INVALIDAS.
           IF RCT-CORRIGIDAS-L IS NUMERIC
               MOVE RCT-CORRIGIDAS-L TO SIG-CORRIGIDAS
           ELSE
               MOVE ZEROS TO SIG-CORRIGIDAS
           END-IF.
           MOVE RCT-SITUACAO-L TO SIG-SITUACAO.
           WRITE REG-RELATORIO FROM LINHA-SIGLA.

      *        Execucoes do LOTE_MUNIC na noite; pede atencao se o
      *        job nao rodou ou se a ultima execucao nao fechou OK.
       CONFERE-LOTE-MUNIC.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "EXECUCOES DO LOTE_MUNIC (ARQMCTL):" TO TEXTO-SECAO.
           WRITE REG-RELATORIO FROM LINHA-SECAO.
           WRITE REG-RELATORIO FROM LINHA-CAB-MUNIC.
           OPEN INPUT ARQ-CTL-MUNIC.
           MOVE "N" TO FIM-ARQUIVO.
           READ ARQ-CTL-MUNIC
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           PERFORM CONFERE-UM-CTL-MUNIC UNTIL ARQUIVO-TERMINADO.
           CLOSE ARQ-CTL-MUNIC.
           MOVE 2 TO IDX-AREA.
           IF QTD-EXEC-MUNIC = 0
               MOVE "SEM EXECUCAO NA NOITE" TO MOTIVO-ATENCAO
               PERFORM MARCA-ATENCAO
           END-IF.
           IF QTD-EXEC-MUNIC > 0 AND ULTIMA-SITUACAO-MUNIC NOT = "OK"
               MOVE "ULTIMA EXECUCAO NAO FECHOU OK" TO MOTIVO-ATENCAO
               PERFORM MARCA-ATENCAO
           END-IF.
           MOVE "EXECUCOES..............: " TO ROTULO-TOTAL.
           MOVE QTD-EXEC-MUNIC TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.

       CONFERE-UM-CTL-MUNIC.
           MOVE REG-CTL-MUNIC TO LINHA-CTL-MUNIC.
           MOVE MCT-DATA-L TO DATA-TESTE.
           MOVE MCT-HORA-L TO HORA-TESTE.
           PERFORM VERIFICA-NOITE.
           IF DENTRO-DA-NOITE
               ADD 1 TO QTD-EXEC-MUNIC
               MOVE MCT-SITUACAO-L TO ULTIMA-SITUACAO-MUNIC
               MOVE MCT-DATA-L TO MUN-DATA
               MOVE MCT-HORA-L TO MUN-HORA
               MOVE MCT-MODO-L TO MUN-MODO
               MOVE MCT-VALIDAS-L TO MUN-VALIDAS
               MOVE MCT-INVALIDAS-L TO MUN-INVALIDAS
               IF MCT-SUBSTITUIDAS-L IS NUMERIC
                   MOVE MCT-SUBSTITUIDAS-L TO MUN-SUBSTITUIDAS
               ELSE
                   MOVE ZEROS TO MUN-SUBSTITUIDAS
               END-IF
               MOVE MCT-SITUACAO-L TO MUN-SITUACAO
               WRITE REG-RELATORIO FROM LINHA-MUNIC
           END-IF.
           READ ARQ-CTL-MUNIC
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

      *        Rejeitos de sigla: novos da noite (pela data do
      *        rejeito) contra resolvidos na noite (pela data da
      *        resolucao), e o backlog pendente. Pede atencao quando
      *        o backlog cresceu -- entraram mais do que sairam.
      *        Rejeitos de municipio so' informam: nao ha tela que
      *        os resolva.
       CONFERE-REJEITOS.
           OPEN INPUT ARQ-REJEITOS.
           MOVE "N" TO FIM-ARQUIVO.
           READ ARQ-REJEITOS
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           PERFORM CONFERE-UM-REJEITO UNTIL ARQUIVO-TERMINADO.
           CLOSE ARQ-REJEITOS.
           OPEN INPUT ARQ-REJ-MUNIC.
           MOVE "N" TO FIM-ARQUIVO.
           READ ARQ-REJ-MUNIC
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           PERFORM CONFERE-UM-REJ-MUNIC UNTIL ARQUIVO-TERMINADO.
           CLOSE ARQ-REJ-MUNIC.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "REJEITOS DE SIGLA (ARQREJ):" TO TEXTO-SECAO.
           WRITE REG-RELATORIO FROM LINHA-SECAO.
           MOVE "  NOVOS NA NOITE.......: " TO ROTULO-TOTAL.
           MOVE QTD-REJ-NOVOS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "  RESOLVIDOS NA NOITE..: " TO ROTULO-TOTAL.
           MOVE QTD-REJ-RESOLVIDOS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "  PENDENTES (BACKLOG)..: " TO ROTULO-TOTAL.
           MOVE QTD-REJ-PENDENTES TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "REJEITOS DE MUNICIPIO (ARQMREJ):" TO TEXTO-SECAO.
           WRITE REG-RELATORIO FROM LINHA-SECAO.
           MOVE "  NOVOS NA NOITE.......: " TO ROTULO-TOTAL.
           MOVE QTD-MREJ-NOVOS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "  ACUMULADOS...........: " TO ROTULO-TOTAL.
           MOVE QTD-MREJ-TOTAL TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE 3 TO IDX-AREA.
           IF QTD-REJ-NOVOS > QTD-REJ-RESOLVIDOS
               MOVE "BACKLOG DE REJEITOS DE SIGLA CRESCEU"
                   TO MOTIVO-ATENCAO
               PERFORM MARCA-ATENCAO
           END-IF.

       CONFERE-UM-REJEITO.
           MOVE REG-REJEITO TO LINHA-REJEITO.
           MOVE REJ-DATA-L TO DATA-TESTE.
           MOVE REJ-HORA-L TO HORA-TESTE.
           PERFORM VERIFICA-NOITE.
           IF DENTRO-DA-NOITE
               ADD 1 TO QTD-REJ-NOVOS
           END-IF.
           IF REJEITO-RESOLVIDO
               MOVE REJ-DATA-RES-L TO DATA-TESTE
               MOVE REJ-HORA-RES-L TO HORA-TESTE
               PERFORM VERIFICA-NOITE
               IF DENTRO-DA-NOITE
                   ADD 1 TO QTD-REJ-RESOLVIDOS
               END-IF
           ELSE
               ADD 1 TO QTD-REJ-PENDENTES
           END-IF.
           READ ARQ-REJEITOS
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

       CONFERE-UM-REJ-MUNIC.
           MOVE REG-REJ-MUNIC TO LINHA-REJ-MUNIC.
           ADD 1 TO QTD-MREJ-TOTAL.
           MOVE MRJ-DATA-L TO DATA-TESTE.
           MOVE MRJ-HORA-L TO HORA-TESTE.
           PERFORM VERIFICA-NOITE.
           IF DENTRO-DA-NOITE
               ADD 1 TO QTD-MREJ-NOVOS
           END-IF.
           READ ARQ-REJ-MUNIC
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

      *        Copia as quebras do ultimo ARQVERIF (linhas que
      *        comecam pelo nome do mestre); sem a linha de total de
      *        quebras no fim, a verificacao nao terminou.
       CONFERE-INTEGRIDADE.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "QUEBRAS DE INTEGRIDADE (ARQVERIF):" TO TEXTO-SECAO.
           WRITE REG-RELATORIO FROM LINHA-SECAO.
           OPEN INPUT ARQ-VERIFICACAO.
           MOVE "N" TO FIM-ARQUIVO.
           READ ARQ-VERIFICACAO
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           PERFORM CONFERE-UMA-LINHA-VERIF UNTIL ARQUIVO-TERMINADO.
           CLOSE ARQ-VERIFICACAO.
           MOVE "QUEBRAS.................: " TO ROTULO-TOTAL.
           MOVE QTD-QUEBRAS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE 4 TO IDX-AREA.
           IF NOT VERIFICACAO-COMPLETA
               MOVE "ARQVERIF SEM TOTAIS -- VERIFICACAO PAROU"
                   TO MOTIVO-ATENCAO
               PERFORM MARCA-ATENCAO
           END-IF.
           IF QTD-QUEBRAS > 0
               MOVE "QUEBRAS DE INTEGRIDADE NO CADASTRO"
                   TO MOTIVO-ATENCAO
               PERFORM MARCA-ATENCAO
           END-IF.

       CONFERE-UMA-LINHA-VERIF.
           IF REG-VERIFICACAO(1:4) = "MEST"
               ADD 1 TO QTD-QUEBRAS
               MOVE REG-VERIFICACAO TO QBR-TEXTO
               WRITE REG-RELATORIO FROM LINHA-QUEBRA
           END-IF.
           IF REG-VERIFICACAO(1:25) = "QUEBRAS ENCONTRADAS....: "
               SET VERIFICACAO-COMPLETA TO TRUE
           END-IF.
           READ ARQ-VERIFICACAO
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

      *        Transmissoes registradas na noite; todo bloco que o
      *        ARQRCTL deu como OK tem que ter entrado aqui -- menos
      *        registros do que blocos OK e' registro perdido, e a
      *        retransmissao daquele lote nao seria barrada.
       CONFERE-PROCESSADOS.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "TRANSMISSOES REGISTRADAS NA NOITE (ARQLPROC):"
               TO TEXTO-SECAO.
           WRITE REG-RELATORIO FROM LINHA-SECAO.
           OPEN INPUT ARQ-PROCESSADOS.
           MOVE "N" TO FIM-ARQUIVO.
           READ ARQ-PROCESSADOS NEXT RECORD
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           PERFORM CONFERE-UM-PROCESSADO UNTIL ARQUIVO-TERMINADO.
           CLOSE ARQ-PROCESSADOS.
           MOVE "REGISTRADAS............: " TO ROTULO-TOTAL.
           MOVE QTD-REGISTRADOS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "BLOCOS OK NO ARQRCTL...: " TO ROTULO-TOTAL.
           MOVE QTD-BLOCOS-OK TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE 5 TO IDX-AREA.
           IF QTD-REGISTRADOS < QTD-BLOCOS-OK
               MOVE "BLOCO OK SEM REGISTRO EM ARQLPROC"
                   TO MOTIVO-ATENCAO
               PERFORM MARCA-ATENCAO
           END-IF.

       CONFERE-UM-PROCESSADO.
           MOVE LPR-DATA-PROC TO DATA-TESTE.
           MOVE LPR-HORA-PROC TO HORA-TESTE.
           PERFORM VERIFICA-NOITE.
           IF DENTRO-DA-NOITE
               ADD 1 TO QTD-REGISTRADOS
               MOVE LPR-SISTEMA TO REG-SISTEMA
               MOVE LPR-DATA-GERACAO TO REG-DATA-GER
               MOVE LPR-DATA-PROC TO REG-DATA-PROC
               MOVE LPR-HORA-PROC TO REG-HORA-PROC
               WRITE REG-RELATORIO FROM LINHA-REGISTRO
           END-IF.
           READ ARQ-PROCESSADOS NEXT RECORD
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

      *        Toda sessao registrada sai listada com a idade em
      *        horas; a que passou do limite do PARM segura o
      *        cadastro e barra os jobs de exclusividade da noite.
       CONFERE-SESSOES.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "SESSOES DE TELA ABERTAS (ARQSESS):" TO TEXTO-SECAO.
           WRITE REG-RELATORIO FROM LINHA-SECAO.
           OPEN INPUT ARQ-SESSOES.
           MOVE "N" TO FIM-ARQUIVO.
           READ ARQ-SESSOES NEXT RECORD
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.
           PERFORM CONFERE-UMA-SESSAO UNTIL ARQUIVO-TERMINADO.
           CLOSE ARQ-SESSOES.
           MOVE "SESSOES ABERTAS........: " TO ROTULO-TOTAL.
           MOVE QTD-SESSOES TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "ACIMA DO LIMITE........: " TO ROTULO-TOTAL.
           MOVE QTD-SESSOES-VELHAS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE 6 TO IDX-AREA.
           IF QTD-SESSOES-VELHAS > 0
               MOVE "SESSAO ABERTA ALEM DO LIMITE" TO MOTIVO-ATENCAO
               PERFORM MARCA-ATENCAO
           END-IF.

      *        Data de sessao estragada no arquivo conta como velha:
      *        nao da para provar que a sessao e' recente.
       CONFERE-UMA-SESSAO.
           ADD 1 TO QTD-SESSOES.
           MOVE SES-PROGRAMA TO SES-PROGRAMA-L.
           MOVE SES-OPERADOR TO SES-OPERADOR-L.
           MOVE SES-DATA TO SES-DATA-L.
           MOVE SES-HORA TO SES-HORA-L.
           IF SES-DATA IS NUMERIC AND SES-DATA > 0
               AND SES-HORA IS NUMERIC
               MOVE SES-HORA TO HORA-DECOMPOSTA
               COMPUTE MINUTOS-SESSAO =
                   FUNCTION INTEGER-OF-DATE (SES-DATA) * 1440
                   + HD-HH * 60 + HD-MM
               COMPUTE IDADE-HORAS =
                   (MINUTOS-EXECUCAO - MINUTOS-SESSAO) / 60
           ELSE
               MOVE 99999 TO IDADE-HORAS
           END-IF.
           IF IDADE-HORAS < 0
               MOVE ZEROS TO IDADE-HORAS
           END-IF.
           MOVE IDADE-HORAS TO SES-IDADE-L.
           IF IDADE-HORAS >= LIMITE-HORAS-SESSAO
               MOVE "**ESQUECIDA**" TO SES-FLAG-L
               ADD 1 TO QTD-SESSOES-VELHAS
           ELSE
               MOVE SPACES TO SES-FLAG-L
           END-IF.
           WRITE REG-RELATORIO FROM LINHA-SESSAO.
           READ ARQ-SESSOES NEXT RECORD
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

       IMPRIME-SITUACAO-AREAS.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "SITUACAO POR AREA:" TO TEXTO-SECAO.
           WRITE REG-RELATORIO FROM LINHA-SECAO.
           PERFORM IMPRIME-UMA-AREA
               VARYING IDX-AREA FROM 1 BY 1
               UNTIL IDX-AREA > QTD-AREAS.

       IMPRIME-UMA-AREA.
           MOVE AREA-NOME(IDX-AREA) TO ARE-NOME.
           MOVE AREA-SITUACAO(IDX-AREA) TO ARE-SITUACAO.
           MOVE AREA-MOTIVO(IDX-AREA) TO ARE-MOTIVO.
           WRITE REG-RELATORIO FROM LINHA-AREA.
           IF AREA-SITUACAO(IDX-AREA) NOT = "OK"
               ADD 1 TO QTD-AREAS-ATENCAO
           END-IF.

      *        Qualquer area em atencao termina o passo com
      *        RETURN-CODE 4 -- e' o que o agendador usa para
      *        acionar o plantao.
       ENCERRAMENTO.
           CLOSE ARQ-RELATORIO.
           DISPLAY "EXECUCOES LOTE_SIGLA NA NOITE: " QTD-EXEC-SIGLA.
           DISPLAY "EXECUCOES LOTE_MUNIC NA NOITE: " QTD-EXEC-MUNIC.
           DISPLAY "QUEBRAS DE INTEGRIDADE.......: " QTD-QUEBRAS.
           DISPLAY "SESSOES ACIMA DO LIMITE......: "
               QTD-SESSOES-VELHAS.
           DISPLAY "AREAS EM ATENCAO.............: "
               QTD-AREAS-ATENCAO.
           IF QTD-AREAS-ATENCAO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM RELAT_OPERACAO.
