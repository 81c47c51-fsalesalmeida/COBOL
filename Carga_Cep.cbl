      ******************************************************************
      * Author: FABIO SALES DE ALMEIDA
      * Date:
      * Purpose: Carga inicial do arquivo mestre indexado de faixas de
      *          CEP por estado (MESTCEP), com as faixas dos Correios
      *          por UF. Roda uma vez para popular o arquivo; depois
      *          disso, MANUT_CEP e' quem mantem o cadastro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA_CEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FAIXAS ASSIGN TO "MESTCEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CEP-CHAVE.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FAIXAS
               LABEL RECORDS ARE STANDARD.
           COPY CPCEP.

       WORKING-STORAGE SECTION.
      *        Faixas de CEP por UF (sigla, primeiro e ultimo CEP),
      *        na ordem da chave -- a gravacao e' sequencial.
           01 FAIXAS.
               02 FILLER PIC X(18) VALUE "AC6990000069999999".
               02 FILLER PIC X(18) VALUE "AL5700000057999999".
               02 FILLER PIC X(18) VALUE "AM6900000069299999".
               02 FILLER PIC X(18) VALUE "AM6940000069899999".
               02 FILLER PIC X(18) VALUE "AP6890000068999999".
               02 FILLER PIC X(18) VALUE "BA4000000048999999".
               02 FILLER PIC X(18) VALUE "CE6000000063999999".
               02 FILLER PIC X(18) VALUE "DF7000000072799999".
               02 FILLER PIC X(18) VALUE "DF7300000073699999".
               02 FILLER PIC X(18) VALUE "ES2900000029999999".
               02 FILLER PIC X(18) VALUE "GO7280000072999999".
               02 FILLER PIC X(18) VALUE "GO7370000076799999".
               02 FILLER PIC X(18) VALUE "MA6500000065999999".
               02 FILLER PIC X(18) VALUE "MG3000000039999999".
               02 FILLER PIC X(18) VALUE "MS7900000079999999".
               02 FILLER PIC X(18) VALUE "MT7800000078899999".
               02 FILLER PIC X(18) VALUE "PA6600000068899999".
               02 FILLER PIC X(18) VALUE "PB5800000058999999".
               02 FILLER PIC X(18) VALUE "PE5000000056999999".
               02 FILLER PIC X(18) VALUE "PI6400000064999999".
               02 FILLER PIC X(18) VALUE "PR8000000087999999".
               02 FILLER PIC X(18) VALUE "RJ2000000028999999".
               02 FILLER PIC X(18) VALUE "RN5900000059999999".
               02 FILLER PIC X(18) VALUE "RO7680000076999999".
               02 FILLER PIC X(18) VALUE "RR6930000069399999".
               02 FILLER PIC X(18) VALUE "RS9000000099999999".
               02 FILLER PIC X(18) VALUE "SC8800000089999999".
               02 FILLER PIC X(18) VALUE "SE4900000049999999".
               02 FILLER PIC X(18) VALUE "SP0100000019999999".
               02 FILLER PIC X(18) VALUE "TO7700000077999999".

           01 TABELA-FAIXAS REDEFINES FAIXAS.
               02 TAB-FAIXAS OCCURS 30 TIMES.
                   03 SIGLA-T PIC X(2).
                   03 INICIO-T PIC 9(8).
                   03 FIM-T PIC 9(8).

           01 CONT PIC 99 VALUE ZEROS.
           01 QTD-GRAVADOS PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT ARQ-FAIXAS.
           PERFORM GRAVA-REGISTRO
               VARYING CONT FROM 1 BY 1
               UNTIL CONT > 30.
           CLOSE ARQ-FAIXAS.
           DISPLAY "REGISTROS GRAVADOS EM MESTCEP: " QTD-GRAVADOS.
           STOP RUN.

       GRAVA-REGISTRO.
           MOVE SIGLA-T(CONT) TO CEP-SIGLA.
           MOVE INICIO-T(CONT) TO CEP-INICIO.
           MOVE FIM-T(CONT) TO CEP-FIM.
           WRITE REG-FAIXA-CEP
               INVALID KEY
                   DISPLAY "FAIXA DUPLICADA: " CEP-CHAVE
               NOT INVALID KEY
                   ADD 1 TO QTD-GRAVADOS
           END-WRITE.
       END PROGRAM CARGA_CEP.
