      *          execucao deixa um registro-resumo no arquivo de
      *          controle de execucoes (ARQMCTL) com data/hora, modo,
      *          contagens e situacao.
      *          Codigo extinto com sucessao confirmada em MESTSUC e'
      *          resolvido pela BUSCA_MUNICIPIO no sucessor atual
      *          (seguindo a cadeia); a linha de ARQMSAI desse caso
      *          traz o codigo original e o sucessor, para o
      *          faturamento acertar o proprio cadastro, e a
      *          transacao conta como valida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               02 QTD-VALIDAS PIC 9(07) VALUE ZEROS.
               02 QTD-INVALIDAS PIC 9(07) VALUE ZEROS.
               02 QTD-ESPERADA PIC 9(07) VALUE ZEROS.
               02 QTD-SUBSTITUIDAS PIC 9(07) VALUE ZEROS.
               02 IDX-PULO PIC 9(07) VALUE ZEROS.

           01 CALC-CHECKPOINT.
               02 CTL-INVALIDAS-L PIC 9(7).
               02 FILLER PIC X VALUE SPACE.
               02 CTL-SITUACAO-L PIC X(14).
               02 FILLER PIC X VALUE SPACE.
               02 CTL-SUBSTITUIDAS-L PIC 9(7).
               02 FILLER PIC X(15) VALUE SPACES.

           01 LINHA-SAIDA.
               02 CODIGO-SAI PIC 9(7).
               02 REGIAO-SAI PIC X(12).
               02 FILLER PIC X(2) VALUE SPACES.

      *        Linha do codigo resolvido por sucessao: o codigo
      *        original como veio no lote, o municipio/sigla do
      *        sucessor e o codigo sucessor no lugar do nome do
      *        estado e da regiao (que o faturamento tira da sigla).
           01 LINHA-SAIDA-SUBST.
               02 CODIGO-ORIG-SUB PIC 9(7).
               02 FILLER PIC X(3) VALUE " - ".
               02 MUNICIPIO-SUB PIC X(30).
               02 FILLER PIC X(3) VALUE " / ".
               02 SIGLA-SUB PIC X(2).
               02 FILLER PIC X(24) VALUE " CODIGO SUBSTITUIDO POR ".
               02 CODIGO-SUCESSOR-SUB PIC 9(7).
               02 FILLER PIC X(4) VALUE SPACES.

           01 LINHA-SAIDA-ERRO.
               02 MOTIVO-ERRO-SAI PIC X(22).
               02 CODIGO-ERRO-SAI PIC 9(7).
           01 RESULT-ESTADO PIC X(19).
           01 RESULT-REGIAO PIC X(12).
           01 RESULT-CONTROLE PIC 9.
           01 RESULT-CODIGO PIC 9(07).

      *        PARM='...' chega do JCL como um campo binario de 2
      *        bytes com o tamanho do texto, seguido do proprio texto
           MOVE CODIGO-LOTE TO CODIGO-CHAMADA.
           CALL "BUSCA_MUNICIPIO" USING CODIGO-CHAMADA
               RESULT-MUNICIPIO RESULT-SIGLA RESULT-ESTADO
               RESULT-REGIAO RESULT-CONTROLE RESULT-CODIGO.
           IF RESULT-CONTROLE = 1
               IF RESULT-CODIGO = CODIGO-LOTE
                   MOVE CODIGO-LOTE TO CODIGO-SAI
                   MOVE RESULT-MUNICIPIO TO MUNICIPIO-SAI
                   MOVE RESULT-SIGLA TO SIGLA-SAI
                   MOVE RESULT-ESTADO TO ESTADO-SAI
                   MOVE RESULT-REGIAO TO REGIAO-SAI
                   WRITE REG-SAIDA FROM LINHA-SAIDA
               ELSE
                   PERFORM GRAVA-SAIDA-SUBSTITUIDA
               END-IF
               ADD 1 TO QTD-VALIDAS
           ELSE
               PERFORM TRATA-NAO-RESOLVIDO
           END-IF.
           PERFORM LE-PROXIMO-LOTE.

       GRAVA-SAIDA-SUBSTITUIDA.
           MOVE CODIGO-LOTE TO CODIGO-ORIG-SUB.
           MOVE RESULT-MUNICIPIO TO MUNICIPIO-SUB.
           MOVE RESULT-SIGLA TO SIGLA-SUB.
           MOVE RESULT-CODIGO TO CODIGO-SUCESSOR-SUB.
           WRITE REG-SAIDA FROM LINHA-SAIDA-SUBST.
           ADD 1 TO QTD-SUBSTITUIDAS.

      *        A BUSCA_MUNICIPIO devolve o nome do municipio mesmo
      *        quando a sigla dona esta fora de MESTEST; nome em
      *        branco, portanto, e' codigo que nao existe em MESTMUN.
               QTD-PROCESSADAS-EXEC.
           DISPLAY "CODIGOS RESOLVIDOS...................: "
               QTD-VALIDAS.
           DISPLAY "CODIGOS SUBSTITUIDOS POR SUCESSAO....: "
               QTD-SUBSTITUIDAS.
           DISPLAY "CODIGOS REJEITADOS...................: "
               QTD-INVALIDAS.
           DISPLAY "SITUACAO DA EXECUCAO.................: "
           MOVE QTD-VALIDAS TO CTL-VALIDAS-L.
           MOVE QTD-INVALIDAS TO CTL-INVALIDAS-L.
           MOVE SITUACAO-EXECUCAO TO CTL-SITUACAO-L.
           MOVE QTD-SUBSTITUIDAS TO CTL-SUBSTITUIDAS-L.
           WRITE REG-CONTROLE FROM LINHA-CONTROLE.
       END PROGRAM LOTE_MUNIC.
