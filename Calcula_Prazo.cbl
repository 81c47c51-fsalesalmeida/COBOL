      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Subrotina de aritmetica de dias uteis para prazos de
      *          liquidacao e prazos legais: data mais/menos N dias
      *          uteis, dias uteis entre duas datas, primeiro e
      *          ultimo dia util do mes, e se uma data cai dentro de
      *          um prazo de N dias uteis (operacoes e campos no
      *          CPPRAZO). Nao tem regra propria de calendario: cada
      *          dia percorrido e' classificado pela BUSCA_DIA_UTIL,
      *          a mesma que a TABELA_MESES_BATCH usa -- feriado de
      *          MESTFER antes de fim de semana, sabado e domingo
      *          pela congruencia de Zeller -- para o prazo calculado
      *          aqui nunca divergir do relatorio. A caminhada de um
      *          dia para o outro (para frente ou para tras) vai pelo
      *          numero de dia corrido (INTEGER-OF-DATE), como a idade
      *          dos rejeitos no RELAT_REJEITOS. Cada dia nao util
      *          pulado volta contado, e os feriados com data e nome,
      *          para o relatorio mostrar por que o prazo caiu onde
      *          caiu. Data invalida, operacao desconhecida ou prazo
      *          alem de LIMITE-PASSOS dias corridos voltam
      *          PRZ-CONTROLE zero com o motivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA_PRAZO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *        Teto de dias corridos percorridos numa chamada (pouco
      *        mais de 27 anos); alem disso o pedido e' recusado.
           01 LIMITE-PASSOS PIC 9(05) VALUE 10000.
           01 CONT-PASSOS PIC 9(05) VALUE ZEROS.
      *        Mesmo tamanho do OCCURS de PRZ-FERIADOS-PULADOS.
           01 LIMITE-FERIADOS-PULADOS PIC 99 VALUE 40.

      *        Dia da caminhada como numero de dia corrido e como
      *        data AAAAMMDD; SENTIDO-CAMINHADA e' +1 ou -1.
           01 DIA-CORRIDO PIC S9(07) COMP VALUE ZEROS.
           01 DIA-CORRIDO-FIM PIC S9(07) COMP VALUE ZEROS.
           01 DISTANCIA-DIAS PIC S9(07) COMP VALUE ZEROS.
           01 SENTIDO-CAMINHADA PIC S9 VALUE +1.
           01 DATA-DIA PIC 9(08) VALUE ZEROS.
           01 QTD-ALVO PIC 9(05) VALUE ZEROS.
           01 QTD-CONTADA PIC 9(05) VALUE ZEROS.

           01 DATA-VALIDAR PIC 9(08) VALUE ZEROS.
           01 DATA-DESMONTADA REDEFINES DATA-VALIDAR.
               02 ANO-INF PIC 9(04).
               02 MES-INF PIC 9(02).
               02 DIA-INF PIC 9(02).

           01 CHAVES.
               02 CHAVE-DATA PIC X VALUE "S".
                   88 DATA-VALIDA VALUE "S".
                   88 DATA-INVALIDA VALUE "N".
               02 CHAVE-ESTOURO PIC X VALUE "N".
                   88 PASSOS-ESGOTADOS VALUE "S".

           01 CALC-BISSEXTO.
               02 QUOCIENTE PIC 9(4).
               02 RESTO-4 PIC 99.
               02 RESTO-100 PIC 9(3).
               02 RESTO-400 PIC 9(3).
           01 CHAVE-BISSEXTO PIC X VALUE "N".
               88 ANO-E-BISSEXTO VALUE "S".
               88 ANO-NAO-BISSEXTO VALUE "N".

      *        Parametros da chamada ao subprograma BUSCA_DIA_UTIL;
      *        aqui so' interessa a classificacao do dia.
           01 RESULT-TIPO-DIA PIC X.
               88 RESULT-DIA-UTIL VALUE "U".
               88 RESULT-FERIADO VALUE "F".
               88 RESULT-FIM-DE-SEMANA VALUE "S".
           01 RESULT-NOME-FERIADO PIC X(30).
           01 RESULT-PROX-UTIL PIC 9(08).
           01 RESULT-CONTROLE-DIA PIC 9.

       LINKAGE SECTION.
           COPY CPPRAZO.

       PROCEDURE DIVISION USING AREA-PRAZO.
       INICIO.
           MOVE ZEROS TO PRZ-DATA-RESULT.
           MOVE ZEROS TO PRZ-QTD-RESULT.
           MOVE SPACE TO PRZ-DENTRO-PRAZO.
           MOVE ZEROS TO PRZ-QTD-FINS-SEMANA.
           MOVE ZEROS TO PRZ-QTD-FERIADOS.
           MOVE ZEROS TO PRZ-QTD-FERIADOS-TAB.
           MOVE ZEROS TO PRZ-CONTROLE.
           MOVE SPACES TO PRZ-MOTIVO.
           MOVE "N" TO CHAVE-ESTOURO.
           MOVE ZEROS TO CONT-PASSOS.
           MOVE PRZ-DATA-INICIO TO DATA-VALIDAR.
           PERFORM VALIDA-DATA.
           IF DATA-INVALIDA
               MOVE "DATA INICIAL INVALIDA" TO PRZ-MOTIVO
               GOBACK
           END-IF.
           IF PRZ-CONTA OR PRZ-DENTRO
               MOVE PRZ-DATA-FIM TO DATA-VALIDAR
               PERFORM VALIDA-DATA
               IF DATA-INVALIDA
                   MOVE "DATA FINAL INVALIDA" TO PRZ-MOTIVO
                   GOBACK
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PRZ-SOMA
                   PERFORM SOMA-DIAS-UTEIS
               WHEN PRZ-CONTA
                   PERFORM CONTA-DIAS-UTEIS
               WHEN PRZ-PRIMEIRO-UTIL
                   PERFORM PRIMEIRO-UTIL-DO-MES
               WHEN PRZ-ULTIMO-UTIL
                   PERFORM ULTIMO-UTIL-DO-MES
               WHEN PRZ-DENTRO
                   PERFORM VERIFICA-DENTRO-PRAZO
               WHEN OTHER
                   MOVE "OPERACAO DESCONHECIDA" TO PRZ-MOTIVO
           END-EVALUATE.
           GOBACK.

      *        Anda PRZ-QTD-DIAS dias uteis a partir da data inicial
      *        (que nao conta); com zero, fica na propria data se ela
      *        for util, senao anda ate o proximo dia util.
       SOMA-DIAS-UTEIS.
           COMPUTE DIA-CORRIDO =
               FUNCTION INTEGER-OF-DATE (PRZ-DATA-INICIO).
           MOVE ZEROS TO QTD-CONTADA.
           IF PRZ-QTD-DIAS < 0
               MOVE -1 TO SENTIDO-CAMINHADA
               COMPUTE QTD-ALVO = 0 - PRZ-QTD-DIAS
           ELSE
               MOVE +1 TO SENTIDO-CAMINHADA
               MOVE PRZ-QTD-DIAS TO QTD-ALVO
           END-IF.
           IF QTD-ALVO = 0
               MOVE PRZ-DATA-INICIO TO DATA-DIA
               PERFORM CLASSIFICA-DIA
               PERFORM ANDA-ATE-DIA-UTIL
                   UNTIL RESULT-DIA-UTIL OR PASSOS-ESGOTADOS
           ELSE
               PERFORM ANDA-UM-DIA
                   UNTIL QTD-CONTADA >= QTD-ALVO OR PASSOS-ESGOTADOS
           END-IF.
           IF NOT PASSOS-ESGOTADOS
               MOVE DATA-DIA TO PRZ-DATA-RESULT
               MOVE 1 TO PRZ-CONTROLE
           END-IF.

      *        Dias uteis no intervalo (inicio, fim]: a contagem que,
      *        somada ao inicio pela operacao S, chega ao fim.
       CONTA-DIAS-UTEIS.
           COMPUTE DIA-CORRIDO =
               FUNCTION INTEGER-OF-DATE (PRZ-DATA-INICIO).
           COMPUTE DIA-CORRIDO-FIM =
               FUNCTION INTEGER-OF-DATE (PRZ-DATA-FIM).
           COMPUTE DISTANCIA-DIAS = DIA-CORRIDO-FIM - DIA-CORRIDO.
           IF DISTANCIA-DIAS < 0
               MOVE -1 TO SENTIDO-CAMINHADA
               COMPUTE DISTANCIA-DIAS = 0 - DISTANCIA-DIAS
           ELSE
               MOVE +1 TO SENTIDO-CAMINHADA
           END-IF.
           IF DISTANCIA-DIAS > LIMITE-PASSOS
               MOVE "INTERVALO ALEM DO LIMITE" TO PRZ-MOTIVO
           ELSE
               MOVE ZEROS TO QTD-CONTADA
               PERFORM ANDA-UM-DIA
                   UNTIL DIA-CORRIDO = DIA-CORRIDO-FIM
               IF SENTIDO-CAMINHADA < 0
                   COMPUTE PRZ-QTD-RESULT = 0 - QTD-CONTADA
               ELSE
                   MOVE QTD-CONTADA TO PRZ-QTD-RESULT
               END-IF
               MOVE 1 TO PRZ-CONTROLE
           END-IF.

      *        Do dia 1 para frente ate o primeiro dia util; sair do
      *        mes sem achar um so' com o cadastro de feriados
      *        estragado.
       PRIMEIRO-UTIL-DO-MES.
           MOVE PRZ-DATA-INICIO TO DATA-VALIDAR.
           MOVE 1 TO DIA-INF.
           MOVE DATA-VALIDAR TO DATA-DIA.
           COMPUTE DIA-CORRIDO = FUNCTION INTEGER-OF-DATE (DATA-DIA).
           MOVE +1 TO SENTIDO-CAMINHADA.
           PERFORM CLASSIFICA-DIA.
           PERFORM ANDA-ATE-DIA-UTIL
               UNTIL RESULT-DIA-UTIL OR PASSOS-ESGOTADOS.
           PERFORM CONFERE-MESMO-MES.

      *        Do ultimo dia do mes (vespera do dia 1 do mes
      *        seguinte) para tras ate o ultimo dia util.
       ULTIMO-UTIL-DO-MES.
           MOVE PRZ-DATA-INICIO TO DATA-VALIDAR.
           MOVE 1 TO DIA-INF.
           IF MES-INF < 12
               ADD 1 TO MES-INF
           ELSE
               MOVE 1 TO MES-INF
               ADD 1 TO ANO-INF
           END-IF.
           COMPUTE DIA-CORRIDO =
               FUNCTION INTEGER-OF-DATE (DATA-VALIDAR) - 1.
           COMPUTE DATA-DIA = FUNCTION DATE-OF-INTEGER (DIA-CORRIDO).
           MOVE -1 TO SENTIDO-CAMINHADA.
           PERFORM CLASSIFICA-DIA.
           PERFORM ANDA-ATE-DIA-UTIL
               UNTIL RESULT-DIA-UTIL OR PASSOS-ESGOTADOS.
           PERFORM CONFERE-MESMO-MES.

       CONFERE-MESMO-MES.
           IF PASSOS-ESGOTADOS
               OR DATA-DIA(1:6) NOT = PRZ-DATA-INICIO(1:6)
               MOVE "MES SEM DIA UTIL -- VER MESTFER" TO PRZ-MOTIVO
           ELSE
               MOVE DATA-DIA TO PRZ-DATA-RESULT
               MOVE 1 TO PRZ-CONTROLE
           END-IF.

      *        O vencimento e' a data inicial mais PRZ-QTD-DIAS dias
      *        uteis (operacao S); a data final esta no prazo quando
      *        cai entre o inicio e o vencimento, inclusive.
       VERIFICA-DENTRO-PRAZO.
           IF PRZ-QTD-DIAS < 0
               MOVE "PRAZO NEGATIVO" TO PRZ-MOTIVO
           ELSE
               PERFORM SOMA-DIAS-UTEIS
               IF PRZ-CONTROLE = 1
                   IF PRZ-DATA-FIM NOT < PRZ-DATA-INICIO
                       AND PRZ-DATA-FIM NOT > PRZ-DATA-RESULT
                       SET PRZ-NO-PRAZO TO TRUE
                   ELSE
                       SET PRZ-FORA-DO-PRAZO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *        Um passo da caminhada: o dia util conta, o nao util
      *        vai para a lista dos pulados.
       ANDA-UM-DIA.
           PERFORM PASSA-PARA-O-PROXIMO.
           IF NOT PASSOS-ESGOTADOS
               PERFORM CLASSIFICA-DIA
               IF RESULT-DIA-UTIL
                   ADD 1 TO QTD-CONTADA
               ELSE
                   PERFORM REGISTRA-PULADO
               END-IF
           END-IF.

      *        Dia corrente nao util: registra e passa para o
      *        seguinte, no sentido da caminhada.
       ANDA-ATE-DIA-UTIL.
           PERFORM REGISTRA-PULADO.
           PERFORM PASSA-PARA-O-PROXIMO.
           IF NOT PASSOS-ESGOTADOS
               PERFORM CLASSIFICA-DIA
           END-IF.

       PASSA-PARA-O-PROXIMO.
           ADD 1 TO CONT-PASSOS.
           IF CONT-PASSOS > LIMITE-PASSOS
               SET PASSOS-ESGOTADOS TO TRUE
               MOVE "PRAZO ALEM DO LIMITE" TO PRZ-MOTIVO
           ELSE
               ADD SENTIDO-CAMINHADA TO DIA-CORRIDO
               COMPUTE DATA-DIA =
                   FUNCTION DATE-OF-INTEGER (DIA-CORRIDO)
           END-IF.

       CLASSIFICA-DIA.
           CALL "BUSCA_DIA_UTIL" USING DATA-DIA RESULT-TIPO-DIA
               RESULT-NOME-FERIADO RESULT-PROX-UTIL
               RESULT-CONTROLE-DIA.

       REGISTRA-PULADO.
           IF RESULT-FERIADO
               ADD 1 TO PRZ-QTD-FERIADOS
               IF PRZ-QTD-FERIADOS-TAB < LIMITE-FERIADOS-PULADOS
                   ADD 1 TO PRZ-QTD-FERIADOS-TAB
                   MOVE DATA-DIA
                       TO PRZ-FERIADO-DATA(PRZ-QTD-FERIADOS-TAB)
                   MOVE RESULT-NOME-FERIADO
                       TO PRZ-FERIADO-NOME(PRZ-QTD-FERIADOS-TAB)
               END-IF
           ELSE
               ADD 1 TO PRZ-QTD-FINS-SEMANA
           END-IF.

      *        Mesma validacao de calendario da MANUT_FERIADOS; o ano
      *        comeca em 1601, primeiro ano do INTEGER-OF-DATE.
       VALIDA-DATA.
           SET DATA-VALIDA TO TRUE.
           PERFORM VERIFICA-BISSEXTO.
           IF ANO-INF < 1601
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA AND (MES-INF < 1 OR MES-INF > 12)
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA AND (DIA-INF < 1 OR DIA-INF > 31)
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA
               IF (MES-INF = 4 OR MES-INF = 6 OR MES-INF = 9
                   OR MES-INF = 11) AND DIA-INF > 30
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF.
           IF DATA-VALIDA AND MES-INF = 2 AND ANO-NAO-BISSEXTO
               AND DIA-INF > 28
               SET DATA-INVALIDA TO TRUE
           END-IF.
           IF DATA-VALIDA AND MES-INF = 2 AND ANO-E-BISSEXTO
               AND DIA-INF > 29
               SET DATA-INVALIDA TO TRUE
           END-IF.

       VERIFICA-BISSEXTO.
           DIVIDE ANO-INF BY 4 GIVING QUOCIENTE REMAINDER RESTO-4.
           DIVIDE ANO-INF BY 100 GIVING QUOCIENTE REMAINDER RESTO-100.
           DIVIDE ANO-INF BY 400 GIVING QUOCIENTE REMAINDER RESTO-400.
           IF RESTO-4 = 0 AND (RESTO-100 NOT = 0 OR RESTO-400 = 0)
               SET ANO-E-BISSEXTO TO TRUE
           ELSE
               SET ANO-NAO-BISSEXTO TO TRUE
           END-IF.
       END PROGRAM CALCULA_PRAZO.
