           FILE STATUS IS FS-IND
           RECORD KEY IS PAR-CHAVE.

           SELECT OPTIONAL CALENDARIO
           ASSIGN TO "RENTALS-CALENDARIO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-IND
           RECORD KEY IS CAL-CHAVE.

           SELECT OPTIONAL EXEMPLARES ASSIGN TO "EXEMPLARES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-IND
           RECORD KEY IS EXE-CHAVE
           ALTERNATE RECORD KEY IS EXE-LIVRO WITH DUPLICATES.

           SELECT OPTIONAL LANCADOS
           ASSIGN TO "RENTALS-OFFLINE-LANC.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-IND
           RECORD KEY IS LAN-CHAVE.

           SELECT OPTIONAL MENSAGENS ASSIGN TO "RENTALS-MENSAGENS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-IND
           RECORD KEY IS MSG-CHAVE
           ALTERNATE RECORD KEY IS MSG-REFERENCIA
           ALTERNATE RECORD KEY IS MSG-DATA WITH DUPLICATES.

           SELECT OPTIONAL CONTABIL ASSIGN TO "RENTALS-CONTABIL.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-IND
           RECORD KEY IS CTB-CHAVE.

           SELECT OPTIONAL CONTROLO ASSIGN TO "RENTALS-CONTROLO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD PARAMETROS.
           COPY RENTPAR.

       FD CALENDARIO.
           COPY RENTCAL.

       FD EXEMPLARES.
           COPY RENTEXE.

       FD LANCADOS.
           COPY RENTLAN.

       FD MENSAGENS.
           COPY RENTMSG.

       FD CONTABIL.
           COPY RENTCTB.

       FD CONTROLO.
           COPY RENTCTL.

       FD SALVCTL.
           COPY RENTSAL.

       FD SALVA.
       01 REGISTO-SALVA              PIC X(250).

       FD RELATORIO.
       01 REGISTO-REL.
           PERFORM SALVA-PAGAMENTOS THRU FIM-SALVA-PAGAMENTOS.
           PERFORM SALVA-OPERADORES THRU FIM-SALVA-OPERADORES.
           PERFORM SALVA-PARAMETROS THRU FIM-SALVA-PARAMETROS.
           PERFORM SALVA-CALENDARIO THRU FIM-SALVA-CALENDARIO.
           PERFORM SALVA-EXEMPLARES THRU FIM-SALVA-EXEMPLARES.
           PERFORM SALVA-LANCADOS THRU FIM-SALVA-LANCADOS.
           PERFORM SALVA-MENSAGENS THRU FIM-SALVA-MENSAGENS.
           PERFORM SALVA-CONTABIL THRU FIM-SALVA-CONTABIL.
       FIM-MODO-SALVA.

      *----------------------------------------------------------------
                   PERFORM REPOE-OPERADORES THRU FIM-REPOE-OPERADORES
               WHEN "PARAMETROS"
                   PERFORM REPOE-PARAMETROS THRU FIM-REPOE-PARAMETROS
               WHEN "CALENDARIO"
                   PERFORM REPOE-CALENDARIO THRU FIM-REPOE-CALENDARIO
               WHEN "EXEMPLARES"
                   PERFORM REPOE-EXEMPLARES THRU FIM-REPOE-EXEMPLARES
               WHEN "LANCADOS"
                   PERFORM REPOE-LANCADOS THRU FIM-REPOE-LANCADOS
               WHEN "MENSAGENS"
                   PERFORM REPOE-MENSAGENS THRU FIM-REPOE-MENSAGENS
               WHEN "CONTABIL"
                   PERFORM REPOE-CONTABIL THRU FIM-REPOE-CONTABIL
               WHEN OTHER
                   DISPLAY "FICHEIRO DESCONHECIDO: " WS-PARAM-2
                   MOVE "S" TO WS-ERROS-SW
           PERFORM PURGA-GERACOES.
       FIM-SALVA-PARAMETROS.

       SALVA-CALENDARIO.
           MOVE "CALENDARIO" TO WS-FICHEIRO-ID.
           MOVE 0 TO WS-LIDOS.
           OPEN INPUT CALENDARIO.
           IF (FS-IND-NAO-EXISTE) THEN
               CLOSE CALENDARIO
               PERFORM ESCREVE-SEM-FICHEIRO
               GO FIM-SALVA-CALENDARIO
           END-IF.
           PERFORM PREPARA-NOME-GERACAO.
           OPEN OUTPUT SALVA.
           PERFORM UNTIL NOT FS-IND-OK
               READ CALENDARIO NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               ADD 1 TO WS-LIDOS
               MOVE REGISTO-CALENDARIO TO REGISTO-SALVA
               WRITE REGISTO-SALVA
               END-READ
           END-PERFORM.
           CLOSE SALVA.
           CLOSE CALENDARIO.
           PERFORM REGISTA-GERACAO.
           PERFORM PURGA-GERACOES.
       FIM-SALVA-CALENDARIO.

       SALVA-EXEMPLARES.
           MOVE "EXEMPLARES" TO WS-FICHEIRO-ID.
           MOVE 0 TO WS-LIDOS.
           OPEN INPUT EXEMPLARES.
           IF (FS-IND-NAO-EXISTE) THEN
               CLOSE EXEMPLARES
               PERFORM ESCREVE-SEM-FICHEIRO
               GO FIM-SALVA-EXEMPLARES
           END-IF.
           PERFORM PREPARA-NOME-GERACAO.
           OPEN OUTPUT SALVA.
           PERFORM UNTIL NOT FS-IND-OK
               READ EXEMPLARES NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               ADD 1 TO WS-LIDOS
               MOVE REGISTO-EXEMPLAR TO REGISTO-SALVA
               WRITE REGISTO-SALVA
               END-READ
           END-PERFORM.
           CLOSE SALVA.
           CLOSE EXEMPLARES.
           PERFORM REGISTA-GERACAO.
           PERFORM PURGA-GERACOES.
       FIM-SALVA-EXEMPLARES.

       SALVA-LANCADOS.
           MOVE "LANCADOS" TO WS-FICHEIRO-ID.
           MOVE 0 TO WS-LIDOS.
           OPEN INPUT LANCADOS.
           IF (FS-IND-NAO-EXISTE) THEN
               CLOSE LANCADOS
               PERFORM ESCREVE-SEM-FICHEIRO
               GO FIM-SALVA-LANCADOS
           END-IF.
           PERFORM PREPARA-NOME-GERACAO.
           OPEN OUTPUT SALVA.
           PERFORM UNTIL NOT FS-IND-OK
               READ LANCADOS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               ADD 1 TO WS-LIDOS
               MOVE REGISTO-LANCADO TO REGISTO-SALVA
               WRITE REGISTO-SALVA
               END-READ
           END-PERFORM.
           CLOSE SALVA.
           CLOSE LANCADOS.
           PERFORM REGISTA-GERACAO.
           PERFORM PURGA-GERACOES.
       FIM-SALVA-LANCADOS.

       SALVA-MENSAGENS.
           MOVE "MENSAGENS" TO WS-FICHEIRO-ID.
           MOVE 0 TO WS-LIDOS.
           OPEN INPUT MENSAGENS.
           IF (FS-IND-NAO-EXISTE) THEN
               CLOSE MENSAGENS
               PERFORM ESCREVE-SEM-FICHEIRO
               GO FIM-SALVA-MENSAGENS
           END-IF.
           PERFORM PREPARA-NOME-GERACAO.
           OPEN OUTPUT SALVA.
           PERFORM UNTIL NOT FS-IND-OK
               READ MENSAGENS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               ADD 1 TO WS-LIDOS
               MOVE REGISTO-MENSAGEM TO REGISTO-SALVA
               WRITE REGISTO-SALVA
               END-READ
           END-PERFORM.
           CLOSE SALVA.
           CLOSE MENSAGENS.
           PERFORM REGISTA-GERACAO.
           PERFORM PURGA-GERACOES.
       FIM-SALVA-MENSAGENS.

       SALVA-CONTABIL.
           MOVE "CONTABIL" TO WS-FICHEIRO-ID.
           MOVE 0 TO WS-LIDOS.
           OPEN INPUT CONTABIL.
           IF (FS-IND-NAO-EXISTE) THEN
               CLOSE CONTABIL
               PERFORM ESCREVE-SEM-FICHEIRO
               GO FIM-SALVA-CONTABIL
           END-IF.
           PERFORM PREPARA-NOME-GERACAO.
           OPEN OUTPUT SALVA.
           PERFORM UNTIL NOT FS-IND-OK
               READ CONTABIL NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               ADD 1 TO WS-LIDOS
               MOVE REGISTO-CONTABIL TO REGISTO-SALVA
               WRITE REGISTO-SALVA
               END-READ
           END-PERFORM.
           CLOSE SALVA.
           CLOSE CONTABIL.
           PERFORM REGISTA-GERACAO.
           PERFORM PURGA-GERACOES.
       FIM-SALVA-CONTABIL.

       REPOE-RENTALS.
           MOVE "RENTALS" TO WS-FICHEIRO-ID.
           PERFORM ACHA-GERACAO.
           PERFORM ESCREVE-VERIFICACAO.
       FIM-REPOE-PARAMETROS.

       REPOE-CALENDARIO.
           MOVE "CALENDARIO" TO WS-FICHEIRO-ID.
           PERFORM ACHA-GERACAO.
           IF (NOT WS-ACHADA) THEN
               PERFORM ESCREVE-SEM-GERACAO
               GO FIM-REPOE-CALENDARIO
           END-IF.
           MOVE 0 TO WS-GRAVADOS.
           OPEN INPUT SALVA.
           OPEN OUTPUT CALENDARIO.
           PERFORM UNTIL FS-SAL-FIM
               READ SALVA
               AT END
               CONTINUE
               NOT AT END
               MOVE REGISTO-SALVA TO REGISTO-CALENDARIO
               WRITE REGISTO-CALENDARIO
                INVALID KEY
                DISPLAY "ERRO A GRAVAR EM CALENDARIO"
                NOT INVALID KEY
                ADD 1 TO WS-GRAVADOS
               END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CALENDARIO.
           CLOSE SALVA.
           PERFORM ESCREVE-VERIFICACAO.
       FIM-REPOE-CALENDARIO.

       REPOE-EXEMPLARES.
           MOVE "EXEMPLARES" TO WS-FICHEIRO-ID.
           PERFORM ACHA-GERACAO.
           IF (NOT WS-ACHADA) THEN
               PERFORM ESCREVE-SEM-GERACAO
               GO FIM-REPOE-EXEMPLARES
           END-IF.
           MOVE 0 TO WS-GRAVADOS.
           OPEN INPUT SALVA.
           OPEN OUTPUT EXEMPLARES.
           PERFORM UNTIL FS-SAL-FIM
               READ SALVA
               AT END
               CONTINUE
               NOT AT END
               MOVE REGISTO-SALVA TO REGISTO-EXEMPLAR
               WRITE REGISTO-EXEMPLAR
                INVALID KEY
                DISPLAY "ERRO A GRAVAR EM EXEMPLARES"
                NOT INVALID KEY
                ADD 1 TO WS-GRAVADOS
               END-WRITE
               END-READ
           END-PERFORM.
           CLOSE EXEMPLARES.
           CLOSE SALVA.
           PERFORM ESCREVE-VERIFICACAO.
       FIM-REPOE-EXEMPLARES.

       REPOE-LANCADOS.
           MOVE "LANCADOS" TO WS-FICHEIRO-ID.
           PERFORM ACHA-GERACAO.
           IF (NOT WS-ACHADA) THEN
               PERFORM ESCREVE-SEM-GERACAO
               GO FIM-REPOE-LANCADOS
           END-IF.
           MOVE 0 TO WS-GRAVADOS.
           OPEN INPUT SALVA.
           OPEN OUTPUT LANCADOS.
           PERFORM UNTIL FS-SAL-FIM
               READ SALVA
               AT END
               CONTINUE
               NOT AT END
               MOVE REGISTO-SALVA TO REGISTO-LANCADO
               WRITE REGISTO-LANCADO
                INVALID KEY
                DISPLAY "ERRO A GRAVAR EM LANCADOS"
                NOT INVALID KEY
                ADD 1 TO WS-GRAVADOS
               END-WRITE
               END-READ
           END-PERFORM.
           CLOSE LANCADOS.
           CLOSE SALVA.
           PERFORM ESCREVE-VERIFICACAO.
       FIM-REPOE-LANCADOS.

       REPOE-MENSAGENS.
           MOVE "MENSAGENS" TO WS-FICHEIRO-ID.
           PERFORM ACHA-GERACAO.
           IF (NOT WS-ACHADA) THEN
               PERFORM ESCREVE-SEM-GERACAO
               GO FIM-REPOE-MENSAGENS
           END-IF.
           MOVE 0 TO WS-GRAVADOS.
           OPEN INPUT SALVA.
           OPEN OUTPUT MENSAGENS.
           PERFORM UNTIL FS-SAL-FIM
               READ SALVA
               AT END
               CONTINUE
               NOT AT END
               MOVE REGISTO-SALVA TO REGISTO-MENSAGEM
               WRITE REGISTO-MENSAGEM
                INVALID KEY
                DISPLAY "ERRO A GRAVAR EM MENSAGENS"
                NOT INVALID KEY
                ADD 1 TO WS-GRAVADOS
               END-WRITE
               END-READ
           END-PERFORM.
           CLOSE MENSAGENS.
           CLOSE SALVA.
           PERFORM ESCREVE-VERIFICACAO.
       FIM-REPOE-MENSAGENS.

       REPOE-CONTABIL.
           MOVE "CONTABIL" TO WS-FICHEIRO-ID.
           PERFORM ACHA-GERACAO.
           IF (NOT WS-ACHADA) THEN
               PERFORM ESCREVE-SEM-GERACAO
               GO FIM-REPOE-CONTABIL
           END-IF.
           MOVE 0 TO WS-GRAVADOS.
           OPEN INPUT SALVA.
           OPEN OUTPUT CONTABIL.
           PERFORM UNTIL FS-SAL-FIM
               READ SALVA
               AT END
               CONTINUE
               NOT AT END
               MOVE REGISTO-SALVA TO REGISTO-CONTABIL
               WRITE REGISTO-CONTABIL
                INVALID KEY
                DISPLAY "ERRO A GRAVAR EM CONTABIL"
                NOT INVALID KEY
                ADD 1 TO WS-GRAVADOS
               END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CONTABIL.
           CLOSE SALVA.
           PERFORM ESCREVE-VERIFICACAO.
       FIM-REPOE-CONTABIL.

      *----------------------------------------------------------------
      * PREPARA-NOME-GERACAO
      * MONTA O NOME DATADO DA GERACAO DO FICHEIRO EM CURSO.
