      *          SIGLA_ESTADOS: recebe o codigo IBGE e mostra numa
      *          tacada so' o municipio, o estado dono e a regiao,
      *          via subrotina BUSCA_MUNICIPIO (a mesma que os
      *          programas de lote podem chamar). Codigo extinto
      *          mostra o municipio sucessor, avisando a substituicao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 RESULT-ESTADO PIC X(19).
           01 RESULT-REGIAO PIC X(12).
           01 RESULT-CONTROLE PIC 9.
           01 RESULT-CODIGO PIC 9(07).

           SCREEN SECTION.
           01 TELA.
       MOSTRA.
           CALL "BUSCA_MUNICIPIO" USING ENTRADA-CODIGO
               RESULT-MUNICIPIO RESULT-SIGLA RESULT-ESTADO
               RESULT-REGIAO RESULT-CONTROLE RESULT-CODIGO.
           IF RESULT-CONTROLE = 1
               DISPLAY "MUNICIPIO: " AT 1211
               DISPLAY RESULT-MUNICIPIO AT 1222
               DISPLAY ")" AT 1345
               DISPLAY "REGIAO...: " AT 1411
               DISPLAY RESULT-REGIAO AT 1422
               IF RESULT-CODIGO NOT = ENTRADA-CODIGO
                   DISPLAY "CODIGO EXTINTO -- SUCEDIDO POR " AT 1511
                   DISPLAY RESULT-CODIGO AT 1542
               END-IF
           ELSE
               DISPLAY "MUNICIPIO INEXISTENTE!" AT 1211
           END-IF.
