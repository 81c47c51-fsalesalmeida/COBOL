      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Roda a subrotina CALCULA_PRAZO em lote, lendo um
      *          arquivo de pedidos de calculo de prazo (ARQPRZE) e
      *          imprimindo em ARQPRZR, para cada pedido, as entradas,
      *          a resposta e os dias que nao contaram para chegar a
      *          ela -- cada feriado pulado com data e nome, e o total
      *          de dias de fim de semana pulados. E' o relatorio com
      *          que o financeiro confere prazo de liquidacao e prazo
      *          legal, em vez de contar dia util na mao sobre a
      *          listagem da TABELA_MESES_BATCH. Pedido com data
      *          invalida ou operacao desconhecida sai como recusado,
      *          com o motivo devolvido pela subrotina.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA_PRAZO_BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDOS ASSIGN TO "ARQPRZE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "ARQPRZR"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *        Um pedido por registro: a referencia de quem pediu
      *        (volta no relatorio), a operacao do CPPRAZO e as
      *        entradas que ela usa -- as demais podem vir zeradas.
           FD  ARQ-PEDIDOS
               LABEL RECORDS ARE STANDARD.
           01  REG-PEDIDO.
               02 PED-REFERENCIA PIC X(20).
               02 PED-OPERACAO PIC X.
               02 PED-DATA-INICIO PIC 9(08).
               02 PED-DATA-FIM PIC 9(08).
               02 PED-QTD-DIAS PIC S9(05) SIGN LEADING SEPARATE.
               02 FILLER PIC X(07).

           FD  ARQ-RELATORIO
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPPRAZO.

           01 CONTADORES.
               02 QTD-LIDOS PIC 9(05) VALUE ZEROS.
               02 QTD-RESOLVIDOS PIC 9(05) VALUE ZEROS.
               02 QTD-RECUSADOS PIC 9(05) VALUE ZEROS.

           01 CHAVES.
               02 FIM-ARQUIVO PIC X VALUE "N".
                   88 ARQUIVO-TERMINADO VALUE "S".

           01 IDX-FERIADO PIC 99 VALUE ZEROS.

      *        Data AAAAMMDD virada em DD/MM/AAAA para o relatorio.
           01 DATA-ENTRADA PIC 9(08) VALUE ZEROS.
           01 DATA-ENTRADA-D REDEFINES DATA-ENTRADA.
               02 ANO-ENT PIC 9(04).
               02 MES-ENT PIC 9(02).
               02 DIA-ENT PIC 9(02).
           01 DATA-EDITADA.
               02 DIA-EDT PIC 9(02).
               02 FILLER PIC X VALUE "/".
               02 MES-EDT PIC 9(02).
               02 FILLER PIC X VALUE "/".
               02 ANO-EDT PIC 9(04).

           01 LINHA-TITULO.
               02 FILLER PIC X(40) VALUE
                   "CALCULO DE PRAZOS EM DIAS UTEIS".
               02 FILLER PIC X(40) VALUE SPACES.

           01 LINHA-PEDIDO.
               02 FILLER PIC X(8) VALUE "PEDIDO: ".
               02 REFERENCIA-REL PIC X(20).
               02 FILLER PIC X(2) VALUE SPACES.
               02 OPERACAO-REL PIC X(28).
               02 FILLER PIC X(7) VALUE " DIAS: ".
               02 QTD-DIAS-REL PIC -ZZZZ9.
               02 FILLER PIC X(9) VALUE SPACES.

           01 LINHA-DATAS.
               02 FILLER PIC X(16) VALUE "  DATA INICIAL: ".
               02 DATA-INICIO-REL PIC X(10).
               02 FILLER PIC X(14) VALUE "  DATA FINAL: ".
               02 DATA-FIM-REL PIC X(10).
               02 FILLER PIC X(30) VALUE SPACES.

      *        A resposta e' montada com STRING, porque o texto muda
      *        com a operacao.
           01 LINHA-RESPOSTA PIC X(80) VALUE SPACES.
           01 QTD-RESULT-EDT PIC -ZZZZ9.

           01 LINHA-FERIADO.
               02 FILLER PIC X(20) VALUE "    FERIADO PULADO: ".
               02 DATA-FERIADO-REL PIC X(10).
               02 FILLER PIC X VALUE SPACE.
               02 NOME-FERIADO-REL PIC X(30).
               02 FILLER PIC X(19) VALUE SPACES.

           01 LINHA-PULADOS.
               02 FILLER PIC X(28) VALUE
                   "    FINS DE SEMANA PULADOS: ".
               02 FINS-SEMANA-REL PIC ZZZZ9.
               02 FILLER PIC X(20) VALUE "  FERIADOS PULADOS: ".
               02 FERIADOS-REL PIC ZZZZ9.
               02 FILLER PIC X(22) VALUE SPACES.

           01 LINHA-RECUSA.
               02 FILLER PIC X(19) VALUE "  PEDIDO RECUSADO: ".
               02 MOTIVO-REL PIC X(30).
               02 FILLER PIC X(31) VALUE SPACES.

           01 LINHA-TOTAL.
               02 ROTULO-TOTAL PIC X(25).
               02 VALOR-TOTAL PIC ZZZZZZ9.
               02 FILLER PIC X(48) VALUE SPACES.

           01 LINHA-BRANCO PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABERTURA.
           PERFORM PROCESSA-PEDIDO UNTIL ARQUIVO-TERMINADO.
           PERFORM IMPRIME-TOTAIS.
           PERFORM ENCERRAMENTO.
           STOP RUN.

       ABERTURA.
           OPEN INPUT ARQ-PEDIDOS.
           OPEN OUTPUT ARQ-RELATORIO.
           WRITE REG-RELATORIO FROM LINHA-TITULO.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           PERFORM LE-PEDIDO.

       LE-PEDIDO.
           READ ARQ-PEDIDOS
               AT END SET ARQUIVO-TERMINADO TO TRUE
           END-READ.

       PROCESSA-PEDIDO.
           ADD 1 TO QTD-LIDOS.
           MOVE FUNCTION UPPER-CASE (PED-OPERACAO) TO PRZ-OPERACAO.
           MOVE PED-DATA-INICIO TO PRZ-DATA-INICIO.
           MOVE PED-DATA-FIM TO PRZ-DATA-FIM.
           MOVE PED-QTD-DIAS TO PRZ-QTD-DIAS.
           CALL "CALCULA_PRAZO" USING AREA-PRAZO.
           PERFORM IMPRIME-PEDIDO.
           IF PRZ-CONTROLE = 1
               ADD 1 TO QTD-RESOLVIDOS
               PERFORM IMPRIME-RESPOSTA
               PERFORM IMPRIME-PULADOS
           ELSE
               ADD 1 TO QTD-RECUSADOS
               MOVE PRZ-MOTIVO TO MOTIVO-REL
               WRITE REG-RELATORIO FROM LINHA-RECUSA
           END-IF.
           WRITE REG-RELATORIO FROM LINHA-BRANCO.
           PERFORM LE-PEDIDO.

      *        Cabecalho do pedido: referencia, operacao por extenso,
      *        quantidade de dias (quando a operacao usa) e as datas.
       IMPRIME-PEDIDO.
           MOVE PED-REFERENCIA TO REFERENCIA-REL.
           EVALUATE TRUE
               WHEN PRZ-SOMA
                   MOVE "DATA MAIS N DIAS UTEIS" TO OPERACAO-REL
               WHEN PRZ-CONTA
                   MOVE "DIAS UTEIS ENTRE DATAS" TO OPERACAO-REL
               WHEN PRZ-PRIMEIRO-UTIL
                   MOVE "PRIMEIRO DIA UTIL DO MES" TO OPERACAO-REL
               WHEN PRZ-ULTIMO-UTIL
                   MOVE "ULTIMO DIA UTIL DO MES" TO OPERACAO-REL
               WHEN PRZ-DENTRO
                   MOVE "DATA DENTRO DO PRAZO" TO OPERACAO-REL
               WHEN OTHER
                   MOVE SPACES TO OPERACAO-REL
                   STRING "OPERACAO '" DELIMITED BY SIZE
                       PED-OPERACAO DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                       INTO OPERACAO-REL
           END-EVALUATE.
           MOVE PED-QTD-DIAS TO QTD-DIAS-REL.
           WRITE REG-RELATORIO FROM LINHA-PEDIDO.
           MOVE PED-DATA-INICIO TO DATA-ENTRADA.
           PERFORM EDITA-DATA.
           MOVE DATA-EDITADA TO DATA-INICIO-REL.
           IF PRZ-CONTA OR PRZ-DENTRO
               MOVE PED-DATA-FIM TO DATA-ENTRADA
               PERFORM EDITA-DATA
               MOVE DATA-EDITADA TO DATA-FIM-REL
           ELSE
               MOVE SPACES TO DATA-FIM-REL
           END-IF.
           WRITE REG-RELATORIO FROM LINHA-DATAS.

       IMPRIME-RESPOSTA.
           MOVE PRZ-DATA-RESULT TO DATA-ENTRADA.
           PERFORM EDITA-DATA.
           MOVE SPACES TO LINHA-RESPOSTA.
           EVALUATE TRUE
               WHEN PRZ-SOMA
                   STRING "  RESPOSTA: DATA RESULTANTE "
                       DELIMITED BY SIZE
                       DATA-EDITADA DELIMITED BY SIZE
                       INTO LINHA-RESPOSTA
               WHEN PRZ-CONTA
                   MOVE PRZ-QTD-RESULT TO QTD-RESULT-EDT
                   STRING "  RESPOSTA: " DELIMITED BY SIZE
                       QTD-RESULT-EDT DELIMITED BY SIZE
                       " DIAS UTEIS" DELIMITED BY SIZE
                       INTO LINHA-RESPOSTA
               WHEN PRZ-PRIMEIRO-UTIL OR PRZ-ULTIMO-UTIL
                   STRING "  RESPOSTA: " DELIMITED BY SIZE
                       DATA-EDITADA DELIMITED BY SIZE
                       INTO LINHA-RESPOSTA
               WHEN PRZ-DENTRO AND PRZ-NO-PRAZO
                   STRING "  RESPOSTA: DENTRO DO PRAZO (VENCE EM "
                       DELIMITED BY SIZE
                       DATA-EDITADA DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO LINHA-RESPOSTA
               WHEN PRZ-DENTRO
                   STRING "  RESPOSTA: FORA DO PRAZO (VENCE EM "
                       DELIMITED BY SIZE
                       DATA-EDITADA DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO LINHA-RESPOSTA
           END-EVALUATE.
           WRITE REG-RELATORIO FROM LINHA-RESPOSTA.

      *        Os feriados pulados um a um, depois os totais; o que
      *        passou do tamanho da tabela da subrotina aparece so'
      *        no total.
       IMPRIME-PULADOS.
           PERFORM IMPRIME-UM-FERIADO
               VARYING IDX-FERIADO FROM 1 BY 1
               UNTIL IDX-FERIADO > PRZ-QTD-FERIADOS-TAB.
           MOVE PRZ-QTD-FINS-SEMANA TO FINS-SEMANA-REL.
           MOVE PRZ-QTD-FERIADOS TO FERIADOS-REL.
           WRITE REG-RELATORIO FROM LINHA-PULADOS.

       IMPRIME-UM-FERIADO.
           MOVE PRZ-FERIADO-DATA(IDX-FERIADO) TO DATA-ENTRADA.
           PERFORM EDITA-DATA.
           MOVE DATA-EDITADA TO DATA-FERIADO-REL.
           MOVE PRZ-FERIADO-NOME(IDX-FERIADO) TO NOME-FERIADO-REL.
           WRITE REG-RELATORIO FROM LINHA-FERIADO.

       EDITA-DATA.
           MOVE DIA-ENT TO DIA-EDT.
           MOVE MES-ENT TO MES-EDT.
           MOVE ANO-ENT TO ANO-EDT.

       IMPRIME-TOTAIS.
           MOVE "PEDIDOS LIDOS..........: " TO ROTULO-TOTAL.
           MOVE QTD-LIDOS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "PEDIDOS RESOLVIDOS.....: " TO ROTULO-TOTAL.
           MOVE QTD-RESOLVIDOS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.
           MOVE "PEDIDOS RECUSADOS......: " TO ROTULO-TOTAL.
           MOVE QTD-RECUSADOS TO VALOR-TOTAL.
           WRITE REG-RELATORIO FROM LINHA-TOTAL.

       ENCERRAMENTO.
           CLOSE ARQ-PEDIDOS.
           CLOSE ARQ-RELATORIO.
           DISPLAY "PEDIDOS LIDOS.......: " QTD-LIDOS.
           DISPLAY "PEDIDOS RESOLVIDOS..: " QTD-RESOLVIDOS.
           DISPLAY "PEDIDOS RECUSADOS...: " QTD-RECUSADOS.
       END PROGRAM CALCULA_PRAZO_BATCH.
