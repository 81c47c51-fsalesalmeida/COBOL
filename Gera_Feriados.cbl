      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Virada anual do mestre de feriados (MESTFER): gera
      *          os feriados nacionais do ano informado em PARM='AAAA'
      *          -- os nove de data fixa da CARGA_FERIADOS mais os
      *          moveis, tirados da data da Pascoa (calculada pelo
      *          algoritmo gregoriano de Meeus/Jones/Butcher):
      *          segunda e terca de Carnaval (Pascoa - 48 e - 47),
      *          Sexta-feira Santa (Pascoa - 2) e Corpus Christi
      *          (Pascoa + 60). Ao contrario da CARGA_FERIADOS, nao
      *          regrava o arquivo: so' acrescenta as datas que ainda
      *          nao estao cadastradas, sem tocar nos outros anos nem
      *          no que ja existe no proprio ano. Data ja cadastrada
      *          com o mesmo nome passa quieta; com outro nome (um
      *          feriado estadual/municipal no mesmo dia, ou um nome
      *          digitado diferente) e' mantida como esta e relatada
      *          em ARQFERR, terminando o passo com RETURN-CODE 4
      *          para a supervisao olhar. Por fim imprime em ARQCALEN
      *          o calendario do ano numa pagina, com fins de semana
      *          e feriados (os do MESTFER ja atualizado, inclusive
      *          os que nao sao nacionais) marcados e a lista dos
      *          feriados do ano, para o visto da supervisao antes
      *          da virada. Como grava no cadastro, exige as
      *          transacoes paradas (mesmo trinco da
      *          SINCRONIZA_MUNICIPIOS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA_FERIADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FERIADOS ASSIGN TO "MESTFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FERIADO-DATA.
           SELECT ARQ-MESES ASSIGN TO "MESTMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MES-NUM.
           SELECT ARQ-RELATORIO ASSIGN TO "ARQFERR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-CALENDARIO ASSIGN TO "ARQCALEN"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FERIADOS
               LABEL RECORDS ARE STANDARD.
           COPY CPFERIAD.

           FD  ARQ-MESES
               LABEL RECORDS ARE STANDARD.
           COPY CPMESANO.

           FD  ARQ-RELATORIO
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO PIC X(80).

           FD  ARQ-CALENDARIO
               LABEL RECORDS ARE STANDARD.
           01  REG-CALENDARIO PIC X(80).

       WORKING-STORAGE SECTION.
      *        Feriados nacionais de data fixa -- a mesma lista da
      *        CARGA_FERIADOS.
           01 FERIADOS-FIXOS.
               02 FILLER PIC X(34) VALUE
                   "0101CONFRATERNIZACAO UNIVERSAL".
               02 FILLER PIC X(34) VALUE
                   "0421TIRADENTES".
               02 FILLER PIC X(34) VALUE
                   "0501DIA DO TRABALHO".
               02 FILLER PIC X(34) VALUE
                   "0907INDEPENDENCIA DO BRASIL".
               02 FILLER PIC X(34) VALUE
                   "1012NOSSA SENHORA APARECIDA".
               02 FILLER PIC X(34) VALUE
                   "1102FINADOS".
               02 FILLER PIC X(34) VALUE
                   "1115PROCLAMACAO DA REPUBLICA".
               02 FILLER PIC X(34) VALUE
                   "1120DIA DA CONSCIENCIA NEGRA".
               02 FILLER PIC X(34) VALUE
                   "1225NATAL".
           01 TABELA-FIXOS REDEFINES FERIADOS-FIXOS.
               02 FIXO-T OCCURS 9 TIMES.
                   03 FIXO-MMDD-T PIC 9(04).
                   03 FIXO-NOME-T PIC X(30).

      *        Feriados moveis: distancia em dias da Pascoa e nome.
           01 FERIADOS-MOVEIS.
               02 FILLER PIC X(33) VALUE
                   "-048CARNAVAL (SEGUNDA-FEIRA)".
               02 FILLER PIC X(33) VALUE
                   "-047CARNAVAL (TERCA-FEIRA)".
               02 FILLER PIC X(33) VALUE
                   "-002SEXTA-FEIRA SANTA".
               02 FILLER PIC X(33) VALUE
                   "+060CORPUS CHRISTI".
           01 TABELA-MOVEIS REDEFINES FERIADOS-MOVEIS.
               02 MOVEL-T OCCURS 4 TIMES.
                   03 MOVEL-DISTANCIA-T PIC S9(03)
                       SIGN LEADING SEPARATE.
                   03 MOVEL-NOME-T PIC X(29).

      *        Os treze feriados gerados para o ano, fixos e moveis,
      *        na ordem em que sao aplicados.
           01 QTD-GERADOS PIC 99 VALUE ZEROS.
           01 TABELA-GERADOS.
               02 GERADO-T OCCURS 13 TIMES.
                   03 GERADO-DATA-T PIC 9(08).
                   03 GERADO-NOME-T PIC X(30).

           01 TABELA-MESES.
               02 MES-T PIC X(9) OCCURS 12 TIMES.
           01 CHAVE-CARGA PIC X VALUE "N".
               88 FIM-CARGA VALUE "S".

           01 ANO-GERACAO PIC 9(04) VALUE ZEROS.
           01 CHAVE-PARM PIC X VALUE "N".
               88 PARM-VALIDO VALUE "S".
           01 TAM-PARM-EXECUCAO PIC S9(4) COMP VALUE ZEROS.

      *        Apoio do calculo da Pascoa (algoritmo gregoriano de
      *        Meeus/Jones/Butcher); as divisoes parciais sao
      *        inteiras (os TERMO-* truncam ao serem gravados), como
      *        no calculo do dia da semana.
           01 CALC-PASCOA.
               02 TERMO-A PIC 99.
               02 TERMO-B PIC 99.
               02 TERMO-C PIC 99.
               02 TERMO-D PIC 99.
               02 TERMO-E PIC 9.
               02 TERMO-F PIC 9.
               02 TERMO-G PIC 99.
               02 TERMO-H PIC 99.
               02 TERMO-I PIC 99.
               02 TERMO-K PIC 9.
               02 TERMO-L PIC 9.
               02 TERMO-M PIC 9.
               02 SOMA-PASCOA PIC S9(4).
               02 QUOC-PASCOA PIC 9(4).
               02 MES-PASCOA PIC 99.
               02 DIA-PASCOA PIC 99.
           01 DATA-PASCOA PIC 9(08) VALUE ZEROS.
           01 DIA-CORRIDO-PASCOA PIC S9(07) COMP VALUE ZEROS.

      *        Caminhada pelos dias do ano para o calendario, pelo
      *        numero de dia corrido (INTEGER-OF-DATE); o dia da
      *        semana sai do mesmo numero: o dia corrido 1 (1o de
      *        janeiro de 1601) foi uma segunda-feira, entao o resto
      *        por 7 mais 1 da' 1 = domingo a 7 = sabado, a
      *        numeracao de MESTDIA.
           01 DIA-CORRIDO PIC S9(07) COMP VALUE ZEROS.
           01 DIA-CORRIDO-FIM PIC S9(07) COMP VALUE ZEROS.
           01 QUOC-SEMANA PIC S9(07) COMP VALUE ZEROS.
           01 RESTO-SEMANA PIC 9 VALUE ZEROS.
           01 DIA-SEMANA-NUM PIC 9 VALUE ZEROS.
           01 DATA-DIA PIC 9(08) VALUE ZEROS.
           01 DATA-DIA-D REDEFINES DATA-DIA.
               02 ANO-DIA PIC 9(04).
               02 MES-DIA PIC 9(02).
               02 DIA-DIA PIC 9(02).
           01 SEMANA-DO-MES PIC 9 VALUE ZEROS.
           01 DIA-EDT PIC Z9.

      *        O ano inteiro montado antes de imprimir: doze meses de
      *        ate seis semanas de sete dias; cada celula e' o dia
      *        com dois digitos e a marca ('*' feriado, '+' sabado ou
      *        domingo, branco dia util).
           01 CALENDARIO.
               02 CAL-MES OCCURS 12 TIMES.
                   03 CAL-SEMANA OCCURS 6 TIMES.
                       04 CAL-DIA PIC X(3) OCCURS 7 TIMES.
           01 CELULA-DIA.
               02 CELULA-NUMERO PIC X(2).
               02 CELULA-MARCA PIC X.

      *        Feriados do ano lidos de MESTFER durante a montagem,
      *        para a lista no pe da pagina; acima de
      *        LIMITE-FERIADOS-ANO, os demais so' marcam o calendario.
           01 LIMITE-FERIADOS-ANO PIC 99 VALUE 25.
           01 QTD-FERIADOS-ANO-TAB PIC 99 VALUE ZEROS.
           01 QTD-FERIADOS-ANO-EXTRAS PIC 9(03) VALUE ZEROS.
           01 TABELA-FERIADOS-ANO.
               02 FER-ANO-T OCCURS 25 TIMES.
                   03 FER-ANO-DATA-T PIC 9(08).
                   03 FER-ANO-NOME-T PIC X(30).

           01 INDICES.
               02 IDX-FERIADO PIC 99 VALUE ZEROS.
               02 IDX-TRIMESTRE PIC 9 VALUE ZEROS.
               02 IDX-BLOCO PIC 9 VALUE ZEROS.
               02 IDX-MES PIC 99 VALUE ZEROS.
               02 IDX-SEMANA PIC 9 VALUE ZEROS.
               02 IDX-DIA PIC 9 VALUE ZEROS.

           01 CONTADORES.
               02 QTD-INCLUIDOS PIC 9(03) VALUE ZEROS.
               02 QTD-JA-EXISTENTES PIC 9(03) VALUE ZEROS.
               02 QTD-DIVERGENTES PIC 9(03) VALUE ZEROS.

           01 CHAVE-FERIADO PIC X VALUE "N".
               88 DIA-E-FERIADO VALUE "S".

      *        Data AAAAMMDD virada em DD/MM/AAAA para o relatorio.
           01 DATA-ENTRADA PIC 9(08) VALUE ZEROS.
           01 DATA-ENTRADA-D REDEFINES DATA-ENTRADA.
               02 ANO-ENT PIC 9(04).
               02 MES-ENT PIC 9(02).
               02 DIA-ENT PIC 9(02).
           01 DATA-EDITADA.
               02 DIA-EDITADO PIC 9(02).
               02 FILLER PIC X VALUE "/".
               02 MES-EDITADO PIC 9(02).
               02 FILLER PIC X VALUE "/".
               02 ANO-EDITADO PIC 9(04).

           01 LINHA-TITULO.
               02 FILLER PIC X(32) VALUE
                   "GERACAO DOS FERIADOS DO ANO DE ".
               02 ANO-TITULO PIC 9(04).
               02 FILLER PIC X(44) VALUE SPACES.

           01 LINHA-PASCOA.
               02 FILLER PIC X(18) VALUE "DOMINGO DE PASCOA ".
               02 PASCOA-REL PIC X(10).
               02 FILLER PIC X(52) VALUE SPACES.

           01 LINHA-APLICACAO.
               02 SITUACAO-REL PIC X(11).
               02 DATA-REL PIC X(10).
               02 FILLER PIC X VALUE SPACE.
               02 NOME-REL PIC X(30).
               02 FILLER PIC X VALUE SPACE.
               02 OBS-REL PIC X(27).

           01 LINHA-TOTAL.
               02 ROTULO-TOTAL PIC X(25).
               02 VALOR-TOTAL PIC ZZZZZZ9.
               02 FILLER PIC X(48) VALUE SPACES.

           01 LINHA-BRANCO PIC X(80) VALUE SPACES.

      *        Linhas da pagina do calendario: tres meses lado a
      *        lado, cada bloco com sete celulas de tres posicoes.
           01 LINHA-TITULO-CAL.
               02 FILLER PIC X(28) VALUE SPACES.
               02 FILLER PIC X(18) VALUE "CALENDARIO DO ANO ".
               02 ANO-CAL PIC 9(04).
               02 FILLER PIC X(30) VALUE SPACES.

           01 LINHA-NOMES.
               02 FILLER PIC X(4).
               02 BLOCO-NOME OCCURS 3 TIMES.
                   03 NOME-BLOCO PIC X(21).
                   03 FILLER PIC X(3).
               02 FILLER PIC X(4).

           01 CABECALHO-SEMANA PIC X(21) VALUE
               "DO SE TE QU QU SE SA ".

           01 LINHA-SEMANA.
               02 FILLER PIC X(4).
               02 BLOCO-SEMANA OCCURS 3 TIMES.
                   03 CELULA-SEMANA PIC X(3) OCCURS 7 TIMES.
                   03 FILLER PIC X(3).
               02 FILLER PIC X(4).

           01 LINHA-LEGENDA.
               02 FILLER PIC X(4) VALUE SPACES.
               02 FILLER PIC X(48) VALUE
                   "LEGENDA: NN* FERIADO   NN+ SABADO OU DOMINGO".
               02 FILLER PIC X(28) VALUE SPACES.

           01 LINHA-FERIADO-CAL.
               02 FILLER PIC X(4) VALUE SPACES.
               02 DATA-FERIADO-CAL PIC X(10).
               02 FILLER PIC X(2) VALUE SPACES.
               02 NOME-FERIADO-CAL PIC X(30).
               02 FILLER PIC X(34) VALUE SPACES.

           01 LINHA-EXTRAS-CAL.
               02 FILLER PIC X(4) VALUE SPACES.
               02 FILLER PIC X(29) VALUE
                   "OUTROS FERIADOS NO CALENDARIO".
               02 FILLER PIC X(2) VALUE ": ".
               02 EXTRAS-CAL PIC ZZ9.
               02 FILLER PIC X(42) VALUE SPACES.

           01 LINHA-VISTO.
               02 FILLER PIC X(4) VALUE SPACES.
               02 FILLER PIC X(42) VALUE
                   "VISTO DA SUPERVISAO: ____________________".
               02 FILLER PIC X(24) VALUE
                   "  DATA: ____/____/______".
               02 FILLER PIC X(10) VALUE SPACES.

      *        Trinco com as transacoes de tela do cadastro, como na
      *        SINCRONIZA_MUNICIPIOS: sessao ativa em ARQSESS derruba
      *        o passo com RETURN-CODE 8 antes de gravar qualquer
      *        feriado.
           01 ACAO-SESSAO PIC X VALUE "V".
           01 PROGRAMA-SESSAO PIC X(20) VALUE SPACES.
           01 OPERADOR-SESSAO PIC X(8) VALUE SPACES.
           01 QTD-SESSOES-ATIVAS PIC 9(3) VALUE ZEROS.
           01 DETENTOR-SESSAO PIC X(20) VALUE SPACES.
           01 DETENTOR-OPERADOR PIC X(8) VALUE SPACES.

      *        PARM='...' chega do JCL como um campo binario de 2
      *        bytes com o tamanho do texto, seguido do proprio texto
      *        (LNK-PARM-TEXT) -- e' preciso mover so os LNK-PARM-LEN
      *        bytes informados, nao o campo inteiro.
       LINKAGE SECTION.
           01 LNK-PARM.
               05 LNK-PARM-LEN PIC S9(4) COMP.
               05 LNK-PARM-TEXT PIC X(4).

       PROCEDURE DIVISION USING LNK-PARM.
       INICIO.
           PERFORM RECEBE-PARM-EXECUCAO.
           IF NOT PARM-VALIDO
               DISPLAY "PARM INVALIDO: INFORMAR O ANO (AAAA, A PARTIR"
                   " DE 1601)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFICA-CADASTRO-PARADO.
           PERFORM CARREGA-TABELA.
           PERFORM CALCULA-PASCOA.
           PERFORM MONTA-FERIADOS-DO-ANO.
           OPEN I-O ARQ-FERIADOS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM APLICA-FERIADOS.
           PERFORM IMPRIME-TOTAIS.
           PERFORM MONTA-CALENDARIO.
           PERFORM IMPRIME-CALENDARIO.
           PERFORM ENCERRAMENTO.
           STOP RUN.

      *        O calendario anda por INTEGER-OF-DATE, que comeca em
      *        1601; antes disso o ano e' recusado.
       RECEBE-PARM-EXECUCAO.
           MOVE LNK-PARM-LEN TO TAM-PARM-EXECUCAO.
           IF TAM-PARM-EXECUCAO = 4
               AND LNK-PARM-TEXT(1:4) IS NUMERIC
               MOVE LNK-PARM-TEXT(1:4) TO ANO-GERACAO
               IF ANO-GERACAO > 1600
                   SET PARM-VALIDO TO TRUE
               END-IF
           END-IF.

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

       CALCULA-PASCOA.
           DIVIDE ANO-GERACAO BY 19 GIVING QUOC-PASCOA
               REMAINDER TERMO-A.
           DIVIDE ANO-GERACAO BY 100 GIVING TERMO-B
               REMAINDER TERMO-C.
           DIVIDE TERMO-B BY 4 GIVING TERMO-D REMAINDER TERMO-E.
           COMPUTE TERMO-F = (TERMO-B + 8) / 25.
           COMPUTE TERMO-G = (TERMO-B - TERMO-F + 1) / 3.
           COMPUTE SOMA-PASCOA = 19 * TERMO-A + TERMO-B - TERMO-D
               - TERMO-G + 15.
           DIVIDE SOMA-PASCOA BY 30 GIVING QUOC-PASCOA
               REMAINDER TERMO-H.
           DIVIDE TERMO-C BY 4 GIVING TERMO-I REMAINDER TERMO-K.
           COMPUTE SOMA-PASCOA = 32 + 2 * TERMO-E + 2 * TERMO-I
               - TERMO-H - TERMO-K.
           DIVIDE SOMA-PASCOA BY 7 GIVING QUOC-PASCOA
               REMAINDER TERMO-L.
           COMPUTE TERMO-M = (TERMO-A + 11 * TERMO-H + 22 * TERMO-L)
               / 451.
           COMPUTE SOMA-PASCOA = TERMO-H + TERMO-L - 7 * TERMO-M
               + 114.
           DIVIDE SOMA-PASCOA BY 31 GIVING MES-PASCOA
               REMAINDER DIA-PASCOA.
           ADD 1 TO DIA-PASCOA.
           COMPUTE DATA-PASCOA =
               ANO-GERACAO * 10000 + MES-PASCOA * 100 + DIA-PASCOA.
           COMPUTE DIA-CORRIDO-PASCOA =
               FUNCTION INTEGER-OF-DATE (DATA-PASCOA).

       MONTA-FERIADOS-DO-ANO.
           MOVE ZEROS TO QTD-GERADOS.
           PERFORM MONTA-UM-FIXO
               VARYING IDX-FERIADO FROM 1 BY 1
               UNTIL IDX-FERIADO > 9.
           PERFORM MONTA-UM-MOVEL
               VARYING IDX-FERIADO FROM 1 BY 1
               UNTIL IDX-FERIADO > 4.

       MONTA-UM-FIXO.
           ADD 1 TO QTD-GERADOS.
           COMPUTE GERADO-DATA-T(QTD-GERADOS) =
               ANO-GERACAO * 10000 + FIXO-MMDD-T(IDX-FERIADO).
           MOVE FIXO-NOME-T(IDX-FERIADO) TO GERADO-NOME-T(QTD-GERADOS).

       MONTA-UM-MOVEL.
           ADD 1 TO QTD-GERADOS.
           COMPUTE DIA-CORRIDO =
               DIA-CORRIDO-PASCOA + MOVEL-DISTANCIA-T(IDX-FERIADO).
           COMPUTE GERADO-DATA-T(QTD-GERADOS) =
               FUNCTION DATE-OF-INTEGER (DIA-CORRIDO).
           MOVE MOVEL-NOME-T(IDX-FERIADO) TO GERADO-NOME-T(QTD-GERADOS).

      *        Acrescenta cada feriado gerado que ainda nao esta em
      *        MESTFER; o que ja esta fica como esta, e o de nome
      *        diferente vai para o relatorio.
       APLICA-FERIADOS.
           MOVE ANO-GERACAO TO ANO-TITULO.
           WRITE REG-RELATORIO FROM LINHA-TITULO.
           MOVE DATA-PASCOA TO DATA-ENTRADA.
           PERFORM EDITA-DATA.
           MOVE DATA-EDITADA TO PASCOA-REL.
           WRITE REG-RELATORIO FROM LINHA-PASCOA.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           PERFORM APLICA-UM-FERIADO
               VARYING IDX-FERIADO FROM 1 BY 1
               UNTIL IDX-FERIADO > QTD-GERADOS.

       APLICA-UM-FERIADO.
           MOVE GERADO-DATA-T(IDX-FERIADO) TO DATA-ENTRADA.
           PERFORM EDITA-DATA.
           MOVE DATA-EDITADA TO DATA-REL.
           MOVE GERADO-NOME-T(IDX-FERIADO) TO NOME-REL.
           MOVE GERADO-DATA-T(IDX-FERIADO) TO FERIADO-DATA.
           READ ARQ-FERIADOS
               INVALID KEY
                   PERFORM INCLUI-FERIADO
               NOT INVALID KEY
                   PERFORM CONFERE-FERIADO-EXISTENTE
           END-READ.

       INCLUI-FERIADO.
           MOVE GERADO-DATA-T(IDX-FERIADO) TO FERIADO-DATA.
           MOVE GERADO-NOME-T(IDX-FERIADO) TO FERIADO-NOME.
           WRITE REG-FERIADO
               INVALID KEY
                   MOVE "NAO GRAVADO" TO SITUACAO-REL
                   MOVE "CHAVE EM CONFLITO" TO OBS-REL
                   ADD 1 TO QTD-DIVERGENTES
               NOT INVALID KEY
                   MOVE "INCLUIDO" TO SITUACAO-REL
                   MOVE SPACES TO OBS-REL
                   ADD 1 TO QTD-INCLUIDOS
           END-WRITE.
           WRITE REG-RELATORIO FROM LINHA-APLICACAO.

       CONFERE-FERIADO-EXISTENTE.
           IF FERIADO-NOME = GERADO-NOME-T(IDX-FERIADO)
               MOVE "JA EXISTIA" TO SITUACAO-REL
               MOVE SPACES TO OBS-REL
               ADD 1 TO QTD-JA-EXISTENTES
               WRITE REG-RELATORIO FROM LINHA-APLICACAO
           ELSE
               MOVE "DIVERGENTE" TO SITUACAO-REL
               MOVE "NAO GRAVADO -- JA EXISTE" TO OBS-REL
               ADD 1 TO QTD-DIVERGENTES
               WRITE REG-RELATORIO FROM LINHA-APLICACAO
               MOVE SPACES TO SITUACAO-REL
               MOVE SPACES TO DATA-REL
               MOVE FERIADO-NOME TO NOME-REL
               MOVE "NOME JA CADASTRADO" TO OBS-REL
               WRITE REG-RELATORIO FROM LINHA-APLICACAO
           END-IF.

       IMPRIME-TOTAIS.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           MOVE "FERIADOS GERADOS.......: " TO ROTULO-TOTAL.
           MOVE QTD-GERADOS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "INCLUIDOS EM MESTFER...: " TO ROTULO-TOTAL.
           MOVE QTD-INCLUIDOS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "JA EXISTIAM............: " TO ROTULO-TOTAL.
           MOVE QTD-JA-EXISTENTES TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "DIVERGENTES............: " TO ROTULO-TOTAL.
           MOVE QTD-DIVERGENTES TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.

      *        Anda do 1o de janeiro ao 31 de dezembro montando as
      *        celulas; a semana do mes comeca em 1 no dia 1 e vira
      *        a cada domingo. O feriado vem do MESTFER ja
      *        atualizado, e vale antes do fim de semana (como na
      *        BUSCA_DIA_UTIL).
       MONTA-CALENDARIO.
           MOVE SPACES TO CALENDARIO.
           COMPUTE DATA-DIA = ANO-GERACAO * 10000 + 0101.
           COMPUTE DIA-CORRIDO = FUNCTION INTEGER-OF-DATE (DATA-DIA).
           COMPUTE DATA-DIA = ANO-GERACAO * 10000 + 1231.
           COMPUTE DIA-CORRIDO-FIM =
               FUNCTION INTEGER-OF-DATE (DATA-DIA).
           PERFORM MONTA-UM-DIA UNTIL DIA-CORRIDO > DIA-CORRIDO-FIM.

       MONTA-UM-DIA.
           COMPUTE DATA-DIA = FUNCTION DATE-OF-INTEGER (DIA-CORRIDO).
           DIVIDE DIA-CORRIDO BY 7 GIVING QUOC-SEMANA
               REMAINDER RESTO-SEMANA.
           COMPUTE DIA-SEMANA-NUM = RESTO-SEMANA + 1.
           IF DIA-DIA = 1
               MOVE 1 TO SEMANA-DO-MES
           ELSE
               IF DIA-SEMANA-NUM = 1
                   ADD 1 TO SEMANA-DO-MES
               END-IF
           END-IF.
           PERFORM VERIFICA-FERIADO.
           MOVE DIA-DIA TO DIA-EDT.
           MOVE DIA-EDT TO CELULA-NUMERO.
           EVALUATE TRUE
               WHEN DIA-E-FERIADO
                   MOVE "*" TO CELULA-MARCA
               WHEN DIA-SEMANA-NUM = 1 OR DIA-SEMANA-NUM = 7
                   MOVE "+" TO CELULA-MARCA
               WHEN OTHER
                   MOVE SPACE TO CELULA-MARCA
           END-EVALUATE.
           MOVE CELULA-DIA
               TO CAL-DIA(MES-DIA, SEMANA-DO-MES, DIA-SEMANA-NUM).
           ADD 1 TO DIA-CORRIDO.

       VERIFICA-FERIADO.
           MOVE "N" TO CHAVE-FERIADO.
           MOVE DATA-DIA TO FERIADO-DATA.
           READ ARQ-FERIADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DIA-E-FERIADO TO TRUE
                   PERFORM GUARDA-FERIADO-ANO
           END-READ.

       GUARDA-FERIADO-ANO.
           IF QTD-FERIADOS-ANO-TAB < LIMITE-FERIADOS-ANO
               ADD 1 TO QTD-FERIADOS-ANO-TAB
               MOVE FERIADO-DATA TO FER-ANO-DATA-T(QTD-FERIADOS-ANO-TAB)
               MOVE FERIADO-NOME TO FER-ANO-NOME-T(QTD-FERIADOS-ANO-TAB)
           ELSE
               ADD 1 TO QTD-FERIADOS-ANO-EXTRAS
           END-IF.

      *        A pagina: quatro faixas de tres meses, a legenda, a
      *        lista dos feriados do ano e o espaco do visto.
       IMPRIME-CALENDARIO.
           OPEN OUTPUT ARQ-CALENDARIO.
           MOVE ANO-GERACAO TO ANO-CAL.
           WRITE REG-CALENDARIO FROM LINHA-TITULO-CAL.
           WRITE REG-CALENDARIO FROM LINHA-BRANCO.
           PERFORM IMPRIME-TRIMESTRE
               VARYING IDX-TRIMESTRE FROM 1 BY 1
               UNTIL IDX-TRIMESTRE > 4.
           WRITE REG-CALENDARIO FROM LINHA-LEGENDA.
           WRITE REG-CALENDARIO FROM LINHA-BRANCO.
           PERFORM IMPRIME-FERIADO-ANO
               VARYING IDX-FERIADO FROM 1 BY 1
               UNTIL IDX-FERIADO > QTD-FERIADOS-ANO-TAB.
           IF QTD-FERIADOS-ANO-EXTRAS > 0
               MOVE QTD-FERIADOS-ANO-EXTRAS TO EXTRAS-CAL
               WRITE REG-CALENDARIO FROM LINHA-EXTRAS-CAL
           END-IF.
           WRITE REG-CALENDARIO FROM LINHA-BRANCO.
           WRITE REG-CALENDARIO FROM LINHA-VISTO.
           CLOSE ARQ-CALENDARIO.

       IMPRIME-TRIMESTRE.
           MOVE SPACES TO LINHA-NOMES.
           PERFORM MONTA-NOME-BLOCO
               VARYING IDX-BLOCO FROM 1 BY 1
               UNTIL IDX-BLOCO > 3.
           WRITE REG-CALENDARIO FROM LINHA-NOMES.
           MOVE SPACES TO LINHA-NOMES.
           PERFORM MONTA-CABECALHO-BLOCO
               VARYING IDX-BLOCO FROM 1 BY 1
               UNTIL IDX-BLOCO > 3.
           WRITE REG-CALENDARIO FROM LINHA-NOMES.
           PERFORM IMPRIME-SEMANA
               VARYING IDX-SEMANA FROM 1 BY 1
               UNTIL IDX-SEMANA > 6.
           WRITE REG-CALENDARIO FROM LINHA-BRANCO.

       MONTA-NOME-BLOCO.
           COMPUTE IDX-MES = (IDX-TRIMESTRE - 1) * 3 + IDX-BLOCO.
           MOVE MES-T(IDX-MES) TO NOME-BLOCO(IDX-BLOCO).

       MONTA-CABECALHO-BLOCO.
           MOVE CABECALHO-SEMANA TO NOME-BLOCO(IDX-BLOCO).

       IMPRIME-SEMANA.
           MOVE SPACES TO LINHA-SEMANA.
           PERFORM MONTA-SEMANA-BLOCO
               VARYING IDX-BLOCO FROM 1 BY 1
               UNTIL IDX-BLOCO > 3.
           WRITE REG-CALENDARIO FROM LINHA-SEMANA.

       MONTA-SEMANA-BLOCO.
           COMPUTE IDX-MES = (IDX-TRIMESTRE - 1) * 3 + IDX-BLOCO.
           PERFORM COPIA-CELULA
               VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > 7.

       COPIA-CELULA.
           MOVE CAL-DIA(IDX-MES, IDX-SEMANA, IDX-DIA)
               TO CELULA-SEMANA(IDX-BLOCO, IDX-DIA).

       IMPRIME-FERIADO-ANO.
           MOVE FER-ANO-DATA-T(IDX-FERIADO) TO DATA-ENTRADA.
           PERFORM EDITA-DATA.
           MOVE DATA-EDITADA TO DATA-FERIADO-CAL.
           MOVE FER-ANO-NOME-T(IDX-FERIADO) TO NOME-FERIADO-CAL.
           WRITE REG-CALENDARIO FROM LINHA-FERIADO-CAL.

       EDITA-DATA.
           MOVE DIA-ENT TO DIA-EDITADO.
           MOVE MES-ENT TO MES-EDITADO.
           MOVE ANO-ENT TO ANO-EDITADO.

       ENCERRAMENTO.
           CLOSE ARQ-FERIADOS.
           CLOSE ARQ-RELATORIO.
           DISPLAY "FERIADOS GERADOS......: " QTD-GERADOS.
           DISPLAY "INCLUIDOS EM MESTFER..: " QTD-INCLUIDOS.
           DISPLAY "JA EXISTIAM...........: " QTD-JA-EXISTENTES.
           DISPLAY "DIVERGENTES...........: " QTD-DIVERGENTES.
           IF QTD-DIVERGENTES > 0
               DISPLAY "DATAS JA CADASTRADAS COM OUTRO NOME -- VER"
                   " ARQFERR"
               MOVE 4 TO RETURN-CODE
           END-IF.

       VERIFICA-CADASTRO-PARADO.
           CALL "CONTROLA_SESSAO" USING ACAO-SESSAO PROGRAMA-SESSAO
               OPERADOR-SESSAO QTD-SESSOES-ATIVAS DETENTOR-SESSAO
               DETENTOR-OPERADOR.
           IF QTD-SESSOES-ATIVAS > 0
               DISPLAY "CADASTRO EM USO -- SESSOES ATIVAS: "
                   QTD-SESSOES-ATIVAS
               DISPLAY "PRIMEIRA SESSAO: " DETENTOR-SESSAO
                   " OPERADOR " DETENTOR-OPERADOR
               DISPLAY "SESSAO ESQUECIDA? RODAR O LIMPASES E"
                   " RESUBMETER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       END PROGRAM GERA_FERIADOS.
