      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Subrotina que escreve por extenso um valor em reais
      *          com centavos, para recibos e ordens de pagamento do
      *          financeiro (campos no CPEXTENS). O valor e' partido
      *          em grupos de tres digitos -- bilhoes, milhoes,
      *          milhares e unidades -- e cada grupo sai como
      *          centena, dezena e unidade ligadas por "E" ("CENTO E
      *          DOIS", "CEM" quando redondo). Regras de portugues
      *          aplicadas:
      *          - "UM BILHAO"/"UM MILHAO" no singular, "MIL" sem
      *            "UM" na frente;
      *          - entre grupos so' entra "E" antes do ultimo grupo
      *            quando ele e' menor que cem ou centena redonda
      *            ("MIL E CEM", "UM MILHAO E DUZENTOS MIL", mas
      *            "MIL DUZENTOS E TRINTA E QUATRO");
      *          - valor redondo em milhao ou bilhao leva "DE REAIS"
      *            ("DOIS MILHOES DE REAIS");
      *          - "UM REAL", "UM CENTAVO" no singular; reais e
      *            centavos ligados por "E", e valor so' de centavos
      *            sai sem a parte de reais ("CINQUENTA CENTAVOS").
      *          Valor zerado ou nao numerico volta EXT-CONTROLE zero
      *          com o motivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALOR_EXTENSO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *        Nomes de 1 a 19, das dezenas e das centenas; CENTO
      *        (centena 1) vira CEM quando o grupo e' 100 redondo.
           01 NOMES-UNIDADES.
               02 FILLER PIC X(9) VALUE "UM".
               02 FILLER PIC X(9) VALUE "DOIS".
               02 FILLER PIC X(9) VALUE "TRES".
               02 FILLER PIC X(9) VALUE "QUATRO".
               02 FILLER PIC X(9) VALUE "CINCO".
               02 FILLER PIC X(9) VALUE "SEIS".
               02 FILLER PIC X(9) VALUE "SETE".
               02 FILLER PIC X(9) VALUE "OITO".
               02 FILLER PIC X(9) VALUE "NOVE".
               02 FILLER PIC X(9) VALUE "DEZ".
               02 FILLER PIC X(9) VALUE "ONZE".
               02 FILLER PIC X(9) VALUE "DOZE".
               02 FILLER PIC X(9) VALUE "TREZE".
               02 FILLER PIC X(9) VALUE "QUATORZE".
               02 FILLER PIC X(9) VALUE "QUINZE".
               02 FILLER PIC X(9) VALUE "DEZESSEIS".
               02 FILLER PIC X(9) VALUE "DEZESSETE".
               02 FILLER PIC X(9) VALUE "DEZOITO".
               02 FILLER PIC X(9) VALUE "DEZENOVE".
           01 TABELA-UNIDADES REDEFINES NOMES-UNIDADES.
               02 UNIDADE-T PIC X(9) OCCURS 19 TIMES.

           01 NOMES-DEZENAS.
               02 FILLER PIC X(9) VALUE "DEZ".
               02 FILLER PIC X(9) VALUE "VINTE".
               02 FILLER PIC X(9) VALUE "TRINTA".
               02 FILLER PIC X(9) VALUE "QUARENTA".
               02 FILLER PIC X(9) VALUE "CINQUENTA".
               02 FILLER PIC X(9) VALUE "SESSENTA".
               02 FILLER PIC X(9) VALUE "SETENTA".
               02 FILLER PIC X(9) VALUE "OITENTA".
               02 FILLER PIC X(9) VALUE "NOVENTA".
           01 TABELA-DEZENAS REDEFINES NOMES-DEZENAS.
               02 DEZENA-T PIC X(9) OCCURS 9 TIMES.

           01 NOMES-CENTENAS.
               02 FILLER PIC X(12) VALUE "CENTO".
               02 FILLER PIC X(12) VALUE "DUZENTOS".
               02 FILLER PIC X(12) VALUE "TREZENTOS".
               02 FILLER PIC X(12) VALUE "QUATROCENTOS".
               02 FILLER PIC X(12) VALUE "QUINHENTOS".
               02 FILLER PIC X(12) VALUE "SEISCENTOS".
               02 FILLER PIC X(12) VALUE "SETECENTOS".
               02 FILLER PIC X(12) VALUE "OITOCENTOS".
               02 FILLER PIC X(12) VALUE "NOVECENTOS".
           01 TABELA-CENTENAS REDEFINES NOMES-CENTENAS.
               02 CENTENA-T PIC X(12) OCCURS 9 TIMES.

      *        Nome de cada grupo no singular e no plural; o grupo 4
      *        (unidades) nao tem nome -- e' o que vem antes de
      *        REAIS.
           01 NOMES-ESCALAS.
               02 FILLER PIC X(7) VALUE "BILHAO".
               02 FILLER PIC X(7) VALUE "BILHOES".
               02 FILLER PIC X(7) VALUE "MILHAO".
               02 FILLER PIC X(7) VALUE "MILHOES".
               02 FILLER PIC X(7) VALUE "MIL".
               02 FILLER PIC X(7) VALUE "MIL".
               02 FILLER PIC X(7) VALUE SPACES.
               02 FILLER PIC X(7) VALUE SPACES.
           01 TABELA-ESCALAS REDEFINES NOMES-ESCALAS.
               02 ESCALA-ENT OCCURS 4 TIMES.
                   03 ESCALA-SINGULAR-T PIC X(7).
                   03 ESCALA-PLURAL-T PIC X(7).

      *        O valor desmontado: 12 digitos de reais em quatro
      *        grupos de tres, mais os centavos.
           01 VALOR-TRABALHO PIC 9(12)V99 VALUE ZEROS.
           01 VALOR-DESMONTADO REDEFINES VALOR-TRABALHO.
               02 GRUPO-T PIC 9(03) OCCURS 4 TIMES.
               02 CENTAVOS-VALOR PIC 9(02).
           01 REAIS-VALOR PIC 9(12) VALUE ZEROS.

           01 GRUPO-ATUAL PIC 9(03) VALUE ZEROS.
           01 CALC-GRUPO.
               02 CENTENA-GRUPO PIC 9.
               02 RESTO-CENTENA PIC 99.
               02 DEZENA-GRUPO PIC 9.
               02 UNIDADE-GRUPO PIC 9.
               02 RESTO-CEM PIC 99.

           01 PALAVRA PIC X(12) VALUE SPACES.
           01 PONTEIRO-TEXTO PIC 9(03) VALUE 1.

           01 INDICES.
               02 IDX-GRUPO PIC 9 VALUE ZEROS.
               02 IDX-ULTIMO-GRUPO PIC 9 VALUE ZEROS.

       LINKAGE SECTION.
           COPY CPEXTENS.

       PROCEDURE DIVISION USING AREA-EXTENSO.
       INICIO.
           MOVE SPACES TO EXT-TEXTO.
           MOVE ZEROS TO EXT-TAMANHO.
           MOVE ZEROS TO EXT-CONTROLE.
           MOVE SPACES TO EXT-MOTIVO.
           IF EXT-VALOR NOT NUMERIC
               MOVE "VALOR NAO NUMERICO" TO EXT-MOTIVO
               GOBACK
           END-IF.
           IF EXT-VALOR = ZEROS
               MOVE "VALOR ZERADO" TO EXT-MOTIVO
               GOBACK
           END-IF.
           MOVE EXT-VALOR TO VALOR-TRABALHO.
           MOVE EXT-VALOR TO REAIS-VALOR.
           MOVE 1 TO PONTEIRO-TEXTO.
           IF REAIS-VALOR > 0
               PERFORM ESCREVE-REAIS
           END-IF.
           IF CENTAVOS-VALOR > 0
               PERFORM ESCREVE-CENTAVOS
           END-IF.
           COMPUTE EXT-TAMANHO = PONTEIRO-TEXTO - 1.
           MOVE 1 TO EXT-CONTROLE.
           GOBACK.

      *        Grupos de bilhoes a unidades, pulando os zerados; o
      *        ultimo grupo nao zerado decide o "E" de ligacao, e
      *        milhares e unidades zerados pedem "DE REAIS".
       ESCREVE-REAIS.
           MOVE ZEROS TO IDX-ULTIMO-GRUPO.
           PERFORM ACHA-ULTIMO-GRUPO
               VARYING IDX-GRUPO FROM 1 BY 1 UNTIL IDX-GRUPO > 4.
           PERFORM ESCREVE-UM-GRUPO
               VARYING IDX-GRUPO FROM 1 BY 1 UNTIL IDX-GRUPO > 4.
           EVALUATE TRUE
               WHEN REAIS-VALOR = 1
                   MOVE "REAL" TO PALAVRA
               WHEN GRUPO-T(3) = 0 AND GRUPO-T(4) = 0
                   MOVE "DE" TO PALAVRA
                   PERFORM ACRESCENTA-PALAVRA
                   MOVE "REAIS" TO PALAVRA
               WHEN OTHER
                   MOVE "REAIS" TO PALAVRA
           END-EVALUATE.
           PERFORM ACRESCENTA-PALAVRA.

       ACHA-ULTIMO-GRUPO.
           IF GRUPO-T(IDX-GRUPO) > 0
               MOVE IDX-GRUPO TO IDX-ULTIMO-GRUPO
           END-IF.

      *        "E" antes do ultimo grupo so' quando ele e' menor que
      *        cem ou centena redonda, e so' se ja houver grupo antes
      *        dele no texto.
       ESCREVE-UM-GRUPO.
           MOVE GRUPO-T(IDX-GRUPO) TO GRUPO-ATUAL.
           IF GRUPO-ATUAL > 0
               DIVIDE GRUPO-ATUAL BY 100 GIVING CENTENA-GRUPO
                   REMAINDER RESTO-CEM
               IF IDX-GRUPO = IDX-ULTIMO-GRUPO
                   AND PONTEIRO-TEXTO > 1
                   AND (GRUPO-ATUAL < 100 OR RESTO-CEM = 0)
                   MOVE "E" TO PALAVRA
                   PERFORM ACRESCENTA-PALAVRA
               END-IF
               EVALUATE TRUE
                   WHEN IDX-GRUPO = 3 AND GRUPO-ATUAL = 1
                       CONTINUE
                   WHEN OTHER
                       PERFORM ESCREVE-GRUPO
               END-EVALUATE
               IF GRUPO-ATUAL = 1
                   MOVE ESCALA-SINGULAR-T(IDX-GRUPO) TO PALAVRA
               ELSE
                   MOVE ESCALA-PLURAL-T(IDX-GRUPO) TO PALAVRA
               END-IF
               IF PALAVRA NOT = SPACES
                   PERFORM ACRESCENTA-PALAVRA
               END-IF
           END-IF.

       ESCREVE-CENTAVOS.
           IF PONTEIRO-TEXTO > 1
               MOVE "E" TO PALAVRA
               PERFORM ACRESCENTA-PALAVRA
           END-IF.
           MOVE CENTAVOS-VALOR TO GRUPO-ATUAL.
           PERFORM ESCREVE-GRUPO.
           IF CENTAVOS-VALOR = 1
               MOVE "CENTAVO" TO PALAVRA
           ELSE
               MOVE "CENTAVOS" TO PALAVRA
           END-IF.
           PERFORM ACRESCENTA-PALAVRA.

      *        Um grupo de 1 a 999 por extenso: centena, dezena e
      *        unidade ligadas por "E"; de 1 a 19 o nome e' proprio.
       ESCREVE-GRUPO.
           DIVIDE GRUPO-ATUAL BY 100 GIVING CENTENA-GRUPO
               REMAINDER RESTO-CENTENA.
           DIVIDE RESTO-CENTENA BY 10 GIVING DEZENA-GRUPO
               REMAINDER UNIDADE-GRUPO.
           IF GRUPO-ATUAL = 100
               MOVE "CEM" TO PALAVRA
               PERFORM ACRESCENTA-PALAVRA
           ELSE
               IF CENTENA-GRUPO > 0
                   MOVE CENTENA-T(CENTENA-GRUPO) TO PALAVRA
                   PERFORM ACRESCENTA-PALAVRA
                   IF RESTO-CENTENA > 0
                       MOVE "E" TO PALAVRA
                       PERFORM ACRESCENTA-PALAVRA
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN RESTO-CENTENA = 0
                       CONTINUE
                   WHEN RESTO-CENTENA < 20
                       MOVE UNIDADE-T(RESTO-CENTENA) TO PALAVRA
                       PERFORM ACRESCENTA-PALAVRA
                   WHEN OTHER
                       MOVE DEZENA-T(DEZENA-GRUPO) TO PALAVRA
                       PERFORM ACRESCENTA-PALAVRA
                       IF UNIDADE-GRUPO > 0
                           MOVE "E" TO PALAVRA
                           PERFORM ACRESCENTA-PALAVRA
                           MOVE UNIDADE-T(UNIDADE-GRUPO) TO PALAVRA
                           PERFORM ACRESCENTA-PALAVRA
                       END-IF
               END-EVALUATE
           END-IF.

      *        Cada palavra entra separada da anterior por um espaco.
       ACRESCENTA-PALAVRA.
           IF PONTEIRO-TEXTO > 1
               ADD 1 TO PONTEIRO-TEXTO
           END-IF.
           STRING PALAVRA DELIMITED BY SPACE
               INTO EXT-TEXTO WITH POINTER PONTEIRO-TEXTO
           END-STRING.
       END PROGRAM VALOR_EXTENSO.
