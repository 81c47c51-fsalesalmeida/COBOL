      *          seguintes. LNK-CONTROLE volta 1 quando tudo resolve
      *          e 0 quando o municipio nao existe ou a sigla dona
      *          nao esta em MESTEST.
      *          Codigo que nao esta mais em MESTMUN e' procurado no
      *          mestre de sucessao (MESTSUC): havendo sucessao
      *          confirmada, a busca segue para o sucessor, e assim
      *          por diante se o sucessor tambem foi extinto (A virou
      *          B, B virou C), ate LIMITE-SALTOS saltos -- o limite
      *          corta uma cadeia circular cadastrada por engano.
      *          LNK-CODIGO-RESULT devolve o codigo efetivamente
      *          achado: igual a LNK-CODIGO na busca direta, o
      *          sucessor final quando houve substituicao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIGLA-CH.
           SELECT ARQ-SUCESSOES ASSIGN TO "MESTSUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUC-CODIGO-ANTIGO.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-MUNICIPIOS
               LABEL RECORDS ARE STANDARD.
           COPY CPESTADO.

           FD  ARQ-SUCESSOES
               LABEL RECORDS ARE STANDARD.
           COPY CPSUCESS.

       WORKING-STORAGE SECTION.
           01 CHAVE-ARQUIVOS PIC X VALUE "N".
               88 ARQUIVOS-ABERTOS VALUE "S".
           01 CHAVE-ACHOU PIC X VALUE "N".
               88 MUNICIPIO-ACHADO VALUE "S".
           01 CHAVE-SUCESSOR PIC X VALUE "N".
               88 SEM-SUCESSOR VALUE "S".
           01 LIMITE-SALTOS PIC 99 VALUE 10.
           01 QTD-SALTOS PIC 99 VALUE ZEROS.
           01 CODIGO-BUSCA PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
           01 LNK-CODIGO PIC 9(07).
           01 LNK-ESTADO-RESULT PIC X(19).
           01 LNK-REGIAO-RESULT PIC X(12).
           01 LNK-CONTROLE PIC 9.
           01 LNK-CODIGO-RESULT PIC 9(07).

       PROCEDURE DIVISION USING LNK-CODIGO LNK-MUNICIPIO-RESULT
               LNK-SIGLA-RESULT LNK-ESTADO-RESULT LNK-REGIAO-RESULT
               LNK-CONTROLE LNK-CODIGO-RESULT.
       INICIO.
           IF NOT ARQUIVOS-ABERTOS
               OPEN INPUT ARQ-MUNICIPIOS
               OPEN INPUT ARQ-ESTADOS
               OPEN INPUT ARQ-SUCESSOES
               SET ARQUIVOS-ABERTOS TO TRUE
           END-IF.
           MOVE ZEROS TO LNK-CONTROLE.
           MOVE SPACES TO LNK-SIGLA-RESULT.
           MOVE SPACES TO LNK-ESTADO-RESULT.
           MOVE SPACES TO LNK-REGIAO-RESULT.
           MOVE LNK-CODIGO TO CODIGO-BUSCA.
           MOVE ZEROS TO QTD-SALTOS.
           MOVE "N" TO CHAVE-SUCESSOR.
           PERFORM BUSCA-MUNICIPIO.
           PERFORM SEGUE-SUCESSOR
               UNTIL MUNICIPIO-ACHADO OR SEM-SUCESSOR
                  OR QTD-SALTOS >= LIMITE-SALTOS.
           IF MUNICIPIO-ACHADO
               MOVE CODIGO-BUSCA TO LNK-CODIGO-RESULT
               PERFORM BUSCA-ESTADO-DONO
           ELSE
               MOVE LNK-CODIGO TO LNK-CODIGO-RESULT
           END-IF.
           GOBACK.

       BUSCA-MUNICIPIO.
           MOVE "N" TO CHAVE-ACHOU.
           MOVE CODIGO-BUSCA TO MUNIC-CH.
           READ ARQ-MUNICIPIOS
               INVALID KEY
                   CONTINUE
                   SET MUNICIPIO-ACHADO TO TRUE
           END-READ.

      *        Um salto na cadeia de sucessao: so' sucessao
      *        confirmada (e com sucessor preenchido) e' seguida; a
      *        proposta ainda nao revista pelo operador nao conta.
       SEGUE-SUCESSOR.
           MOVE CODIGO-BUSCA TO SUC-CODIGO-ANTIGO.
           READ ARQ-SUCESSOES
               INVALID KEY
                   SET SEM-SUCESSOR TO TRUE
               NOT INVALID KEY
                   IF SUC-CONFIRMADA AND SUC-CODIGO-SUCESSOR > 0
                       MOVE SUC-CODIGO-SUCESSOR TO CODIGO-BUSCA
                       ADD 1 TO QTD-SALTOS
                       PERFORM BUSCA-MUNICIPIO
                   ELSE
                       SET SEM-SUCESSOR TO TRUE
                   END-IF
           END-READ.

      *        Municipio achado mas sigla dona fora de MESTEST conta
      *        como nao resolvido (LNK-CONTROLE fica 0): o chamador
      *        nao recebe resposta pela metade.
