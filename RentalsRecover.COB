      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recuperacao por avanco de RENTALS.TXT. Depois de o
      *          RENTSAV REPOE reconstruir os ficheiros a partir da
      *          geracao da noite, repete por cima deles a atividade
      *          do dia registada em RENTALS-AUDIT.TXT, ate ao momento
      *          escolhido:
      *            INSERIR, ALTERAR, ENTREGA, RENOVAR, ELIMINAR (e as
      *            marcacoes BATCH) - o rental em RENTALS.TXT;
      *            ENVIADO, RECEBIDO - o exemplar transferido;
      *            INVENTARIO - o exemplar acertado no inventario;
      *            EXEMPLAR - o exemplar registado, mudado de
      *            condicao, abatido ou reposto no LIVMNT;
      *          e, em todas, o exemplar em EXEMPLARES.TXT como ficou,
      *          com os contadores do livro refeitos em LIVROS.TXT.
      *          As linhas PARAMETRO e CALENDARIO nao mexem nestes
      *          ficheiros e so contam nos totais.
      *          Chamada:
      *            RENTREC AAAAMMDD [HHMMSS]
      *                repete ate ao dia e hora indicados (sem hora,
      *                ate ao fim do dia), a partir do arranque do
      *                RENTSAV que gravou a geracao reposta, tirado do
      *                registo da corrida noturna RENTALS-CORRIDAS.TXT
      *            RENTREC AAAAMMDD HHMMSS AAAAMMDD HHMMSS
      *                o mesmo, a partir do dia e hora do segundo par
      *          Cada linha so se aplica se o registo estiver como a
      *          auditoria diz que estava antes (a imagem antes); se
      *          ja estiver como ficou (a imagem depois) conta como ja
      *          aplicada, pelo que correr de novo nao estraga nada.
      *          As linhas gravadas antes de a auditoria levar a
      *          imagem depois nao se podem repetir e vao para o
      *          relatorio como nao aplicadas. Multas, pagamentos e
      *          reservas tem os seus proprios ficheiros e nao sao
      *          mexidos. O relatorio RENTALS-RECUPERA-REL.TXT lista
      *          cada linha repetida e cada uma que nao foi aplicada,
      *          com o motivo. Corre com o balcao parado; recusa-se a
      *          arrancar com o batch de fim-de-dia EM CURSO. Termina
      *          com RETURN-CODE 8 quando a chamada e recusada ou
      *          alguma linha nao foi aplicada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FIC ASSIGN TO "RENTALS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FS-CHAVE
           ALTERNATE RECORD KEY IS FS-CLIENTE WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-LIVRO WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-GUIA WITH DUPLICATES.

           SELECT OPTIONAL EXEMPLARES ASSIGN TO "EXEMPLARES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EXE
           RECORD KEY IS EXE-CHAVE
           ALTERNATE RECORD KEY IS EXE-LIVRO WITH DUPLICATES.

           SELECT OPTIONAL LIVROS ASSIGN TO "LIVROS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LIV
           RECORD KEY IS LIV-COD.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "RENTALS-AUDIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUD.

           SELECT OPTIONAL SALVCTL ASSIGN TO "RENTALS-SALVAGEN.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-SCT
           RECORD KEY IS SAL-CHAVE.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "RENTALS-CORRIDAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-COR
           RECORD KEY IS COR-CHAVE.

           SELECT OPTIONAL CONTROLO ASSIGN TO "RENTALS-CONTROLO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CTL
           RECORD KEY IS CTL-CHAVE.

           SELECT OPTIONAL RELATORIO
           ASSIGN TO "RENTALS-RECUPERA-REL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FIC.
           COPY RENTREG.

       FD EXEMPLARES.
           COPY RENTEXE.

       FD LIVROS.
           COPY LIVREG.

       FD AUDITORIA.
           COPY RENTAUD.

       FD SALVCTL.
           COPY RENTSAL.

       FD CORRIDAS.
           COPY RENTJOB.

       FD CONTROLO.
           COPY RENTCTL.

       FD RELATORIO.
       01 REGISTO-REL.
           05 LINHAS-REL              PIC X(150).

       WORKING-STORAGE SECTION.
       77 FS                         PIC 9(02).
           88 FS-OK                  VALUES 0, 2.
           88 FS-NAO-EXISTE          VALUES 23, 35.
       77 FS-EXE                     PIC 9(02).
           88 FS-EXE-OK              VALUES 0, 2.
       77 FS-LIV                     PIC 9(02).
           88 FS-LIV-OK              VALUES 0.
       77 FS-AUD                     PIC 9(02).
           88 FS-AUD-OK              VALUES 0, 05.
           88 FS-AUD-FIM             VALUES 10.
       77 FS-SCT                     PIC 9(02).
           88 FS-SCT-OK              VALUES 0, 2.
       77 FS-COR                     PIC 9(02).
           88 FS-COR-OK              VALUES 0, 2.
       77 FS-CTL                     PIC 9(02).
           88 FS-CTL-OK              VALUES 0.
      * DATA DE HOJE, NO FORMATO AAAAMMDD
       77 WS-HOJE                    PIC 9(08).
       77 WS-LINHA                   PIC X(150) VALUES SPACES.
       77 WS-FIL-IX                  PIC 9(02) VALUE 0.
      * LINHA DE COMANDO: ATE (DIA E HORA) E, OPCIONAL, DESDE
       77 WS-PARAMETRO               PIC X(80) VALUES SPACES.
       77 WS-ATE-DATA-TXT            PIC X(08) VALUES SPACES.
       77 WS-ATE-HORA-TXT            PIC X(06) VALUES SPACES.
       77 WS-DESDE-DATA-TXT          PIC X(08) VALUES SPACES.
       77 WS-DESDE-HORA-TXT          PIC X(06) VALUES SPACES.
      * UM PAR DIA/HORA EM VALIDACAO
       77 WS-VAL-DATA-TXT            PIC X(08) VALUES SPACES.
       77 WS-VAL-HORA-TXT            PIC X(06) VALUES SPACES.
       77 WS-VAL-DATA                PIC 9(08) VALUE 0.
       01 WS-VAL-HORA                PIC 9(06) VALUE 0.
       01 WS-VAL-HORA-R REDEFINES WS-VAL-HORA.
           05 WS-VAL-HH              PIC 9(02).
           05 WS-VAL-MM              PIC 9(02).
           05 WS-VAL-SS              PIC 9(02).
       77 WS-VAL-SW                  PIC X VALUE "S".
           88 WS-VAL-OK              VALUE "S".
      * JANELA DA AUDITORIA A REPETIR, NO FORMATO DE AUD-DATA-HORA
      * (AAAAMMDD-HHMMSSCC): DESDE INCLUSIVE, ATE INCLUSIVE
       77 WS-DESDE                   PIC X(17) VALUES SPACES.
       77 WS-ATE                     PIC X(17) VALUES SPACES.
       77 WS-RECUSA-SW               PIC X VALUE "N".
           88 WS-RECUSADO            VALUE "S".
      * GERACAO DE RENTALS MAIS RECENTE E ARRANQUE DO RENTSAV QUE A
      * GRAVOU
       77 WS-DATA-GERACAO            PIC 9(08) VALUE 0.
       77 WS-ACHADA-SW               PIC X VALUE "N".
           88 WS-ACHADA              VALUE "S".
       77 WS-INICIO-HORA             PIC 9(08) VALUE 0.
       77 WS-INICIO-SW               PIC X VALUE "N".
           88 WS-INICIO-ACHADO       VALUE "S".
      * DESFECHO DA LINHA DE AUDITORIA EM CURSO
       77 WS-RESULTADO               PIC X(01) VALUE SPACES.
           88 WS-REPETIDA            VALUE "R".
           88 WS-JA-APLICADA         VALUE "J".
           88 WS-NAO-APLICADA        VALUE "F".
           88 WS-FORA                VALUE "I".
       77 WS-MOTIVO                  PIC X(60) VALUES SPACES.
       77 WS-IGUAL-SW                PIC X VALUE "N".
           88 WS-IGUAL               VALUE "S".
      * SITUACAO OU CONDICAO DO EXEMPLAR ANTES, NA LINHA DE EXEMPLAR
       77 WS-EXE-ANTES               PIC X(12) VALUES SPACES.
      * CONTADORES DO RELATORIO
       77 WS-TOTAL-LIDAS             PIC 9(07) VALUE 0.
       77 WS-TOTAL-REPETIDAS         PIC 9(07) VALUE 0.
       77 WS-TOTAL-JA-APLICADAS      PIC 9(07) VALUE 0.
       77 WS-TOTAL-NAO-APLICADAS     PIC 9(07) VALUE 0.
       77 WS-TOTAL-FORA              PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
               INTO WS-ATE-DATA-TXT WS-ATE-HORA-TXT
                    WS-DESDE-DATA-TXT WS-DESDE-HORA-TXT.
           PERFORM VALIDA-CHAMADA.
           IF (NOT WS-RECUSADO) THEN
               PERFORM ACHA-GERACAO
               PERFORM DETERMINA-INICIO THRU FIM-DETERMINA-INICIO
           END-IF.
           IF (WS-RECUSADO) THEN
               MOVE 8 TO RETURN-CODE
               GO FIM
           END-IF.
           OPEN I-O FIC.
           OPEN I-O EXEMPLARES.
           OPEN I-O LIVROS.
           OPEN INPUT AUDITORIA.
           OPEN OUTPUT RELATORIO.
           PERFORM ESCREVE-CABECALHO.
           IF (FS-AUD-OK) THEN
               PERFORM UNTIL FS-AUD-FIM
                   READ AUDITORIA
                   AT END
                   CONTINUE
                   NOT AT END
                   IF (AUD-DATA-HORA >= WS-DESDE) AND
                      (AUD-DATA-HORA <= WS-ATE) THEN
                       PERFORM REPETE-LINHA THRU FIM-REPETE-LINHA
                   END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM ESCREVE-TOTAIS.
           CLOSE RELATORIO.
           CLOSE AUDITORIA.
           CLOSE LIVROS.
           CLOSE EXEMPLARES.
           CLOSE FIC.
           DISPLAY "RECUPERACAO: " WS-TOTAL-REPETIDAS " REPETIDAS, "
                   WS-TOTAL-JA-APLICADAS " JA APLICADAS, "
                   WS-TOTAL-NAO-APLICADAS " NAO APLICADAS.".
           IF (WS-TOTAL-NAO-APLICADAS > 0) THEN
               DISPLAY "HA LINHAS NAO APLICADAS. VER RELATORIO."
               MOVE 8 TO RETURN-CODE
           END-IF.
       FIM.
           STOP RUN.

      *----------------------------------------------------------------
      * VALIDA-CHAMADA
      * O DIA DO LIMITE E OBRIGATORIO E A HORA, SEM ELA, E O FIM DO
      * DIA. O PAR DESDE, SE VIER, TEM DIA E HORA E NAO PASSA DO
      * LIMITE. NADA CORRE COM O BATCH DE FIM-DE-DIA A MEIO.
      *----------------------------------------------------------------
       VALIDA-CHAMADA.
           IF (WS-ATE-HORA-TXT = SPACES) THEN
               MOVE "235959" TO WS-ATE-HORA-TXT
           END-IF.
           MOVE WS-ATE-DATA-TXT TO WS-VAL-DATA-TXT.
           MOVE WS-ATE-HORA-TXT TO WS-VAL-HORA-TXT.
           PERFORM VALIDA-DATA-HORA.
           IF (WS-VAL-OK) THEN
               MOVE SPACES TO WS-ATE
               STRING WS-VAL-DATA DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-VAL-HORA DELIMITED BY SIZE
                      "99" DELIMITED BY SIZE
                 INTO WS-ATE
           ELSE
               MOVE "S" TO WS-RECUSA-SW
           END-IF.
           IF (WS-DESDE-DATA-TXT NOT = SPACES) AND
              (NOT WS-RECUSADO) THEN
               MOVE WS-DESDE-DATA-TXT TO WS-VAL-DATA-TXT
               MOVE WS-DESDE-HORA-TXT TO WS-VAL-HORA-TXT
               PERFORM VALIDA-DATA-HORA
               IF (WS-VAL-OK) THEN
                   MOVE SPACES TO WS-DESDE
                   STRING WS-VAL-DATA DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-VAL-HORA DELIMITED BY SIZE
                          "00" DELIMITED BY SIZE
                     INTO WS-DESDE
               ELSE
                   MOVE "S" TO WS-RECUSA-SW
               END-IF
           END-IF.
           IF (WS-RECUSADO) THEN
               DISPLAY "USO: RENTREC AAAAMMDD [HHMMSS] "
                       "[AAAAMMDD HHMMSS]"
           END-IF.
           IF (NOT WS-RECUSADO) THEN
               OPEN INPUT CONTROLO
               MOVE 1 TO CTL-CHAVE
               READ CONTROLO
                 INVALID KEY
                 MOVE SPACES TO CTL-ESTADO
               END-READ
               IF (NOT FS-CTL-OK) THEN
                   MOVE SPACES TO CTL-ESTADO
               END-IF
               CLOSE CONTROLO
               IF (CTL-EM-CURSO) THEN
                   DISPLAY "BATCH DE FIM DE DIA EM CURSO. "
                           "RECUPERACAO ADIADA."
                   MOVE "S" TO WS-RECUSA-SW
               END-IF
           END-IF.

      * UM DIA VALIDO E UMA HORA HHMMSS VALIDA EM WS-VAL-*-TXT
       VALIDA-DATA-HORA.
           MOVE "S" TO WS-VAL-SW.
           IF (WS-VAL-DATA-TXT IS NUMERIC) AND
              (WS-VAL-HORA-TXT IS NUMERIC) THEN
               MOVE WS-VAL-DATA-TXT TO WS-VAL-DATA
               MOVE WS-VAL-HORA-TXT TO WS-VAL-HORA
               IF (FUNCTION TEST-DATE-YYYYMMDD(WS-VAL-DATA) NOT = 0)
                  OR (WS-VAL-HH > 23) OR (WS-VAL-MM > 59)
                  OR (WS-VAL-SS > 59) THEN
                   MOVE "N" TO WS-VAL-SW
               END-IF
           ELSE
               MOVE "N" TO WS-VAL-SW
           END-IF.

      *----------------------------------------------------------------
      * ACHA-GERACAO
      * A GERACAO BOA MAIS RECENTE DE RENTALS NO FICHEIRO DE GERACOES,
      * A MESMA QUE O RENTSAV REPOE USA PARA RECONSTRUIR O FICHEIRO.
      *----------------------------------------------------------------
       ACHA-GERACAO.
           MOVE "N" TO WS-ACHADA-SW.
           MOVE 0 TO WS-DATA-GERACAO.
           OPEN INPUT SALVCTL.
           MOVE "RENTALS" TO SAL-FICHEIRO.
           MOVE 0 TO SAL-DATA.
           START SALVCTL KEY > SAL-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-SCT-OK
               READ SALVCTL NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (SAL-FICHEIRO NOT = "RENTALS") THEN
                   MOVE 10 TO FS-SCT
               ELSE
                   IF (SAL-BOA) AND
                      (SAL-DATA > WS-DATA-GERACAO) THEN
                       MOVE "S" TO WS-ACHADA-SW
                       MOVE SAL-DATA TO WS-DATA-GERACAO
                   END-IF
               END-IF
               END-READ
           END-PERFORM.
           CLOSE SALVCTL.

      *----------------------------------------------------------------
      * DETERMINA-INICIO
      * SEM DESDE NA CHAMADA, A REPETICAO COMECA NO ARRANQUE DO
      * RENTSAV QUE GRAVOU A GERACAO (O ULTIMO PASSO RENTSAV BEM
      * TERMINADO, LANCADO NO DIA DA GERACAO, NO REGISTO DA CORRIDA
      * NOTURNA). SEM ESSE PASSO NAO HA PONTO DE PARTIDA SEGURO E A
      * CHAMADA E RECUSADA.
      *----------------------------------------------------------------
       DETERMINA-INICIO.
           IF (WS-DESDE NOT = SPACES) THEN
               GO FIM-DETERMINA-INICIO
           END-IF.
           IF (NOT WS-ACHADA) THEN
               DISPLAY "SEM GERACAO DE RENTALS REGISTADA. "
                       "INDIQUE O INICIO NA CHAMADA."
               MOVE "S" TO WS-RECUSA-SW
               GO FIM-DETERMINA-INICIO
           END-IF.
           MOVE "N" TO WS-INICIO-SW.
           MOVE 0 TO WS-INICIO-HORA.
           OPEN INPUT CORRIDAS.
           MOVE 0 TO COR-DATA.
           MOVE 0 TO COR-PASSO.
           MOVE 0 TO COR-TENTATIVA.
           START CORRIDAS KEY > COR-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-COR-OK
               READ CORRIDAS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (COR-PROGRAMA = "RENTSAV") AND (COR-OK) AND
                  (COR-INICIO-DATA = WS-DATA-GERACAO) AND
                  ((NOT WS-INICIO-ACHADO) OR
                   (COR-INICIO-HORA > WS-INICIO-HORA)) THEN
                   MOVE "S" TO WS-INICIO-SW
                   MOVE COR-INICIO-HORA TO WS-INICIO-HORA
               END-IF
               END-READ
           END-PERFORM.
           CLOSE CORRIDAS.
           IF (NOT WS-INICIO-ACHADO) THEN
               DISPLAY "GERACAO DE " WS-DATA-GERACAO
                       " SEM PASSO RENTSAV NA CORRIDA NOTURNA. "
                       "INDIQUE O INICIO NA CHAMADA."
               MOVE "S" TO WS-RECUSA-SW
               GO FIM-DETERMINA-INICIO
           END-IF.
           MOVE SPACES TO WS-DESDE.
           STRING WS-DATA-GERACAO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-INICIO-HORA DELIMITED BY SIZE
             INTO WS-DESDE.
           IF (WS-DESDE > WS-ATE) THEN
               DISPLAY "O LIMITE E ANTERIOR A GERACAO REPOSTA."
               MOVE "S" TO WS-RECUSA-SW
           END-IF.
       FIM-DETERMINA-INICIO.

      *----------------------------------------------------------------
      * REPETE-LINHA
      * APLICA UMA LINHA DE AUDITORIA DA JANELA, CONFORME A OPERACAO,
      * E DEIXA O DESFECHO NO RELATORIO. AS OPERACOES QUE NAO MEXEM
      * EM RENTALS NEM NOS EXEMPLARES (PARAMETRO, CALENDARIO) FICAM
      * FORA E SO CONTAM NOS TOTAIS.
      *----------------------------------------------------------------
       REPETE-LINHA.
           ADD 1 TO WS-TOTAL-LIDAS.
           MOVE SPACES TO WS-RESULTADO.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE AUD-OPERACAO
               WHEN "INSERIR"
                   PERFORM REPETE-INSERIR THRU FIM-REPETE-INSERIR
               WHEN "ALTERAR"
               WHEN "ENTREGA"
               WHEN "RENOVAR"
               WHEN "BATCH"
                   PERFORM REPETE-ALTERACAO THRU FIM-REPETE-ALTERACAO
               WHEN "ELIMINAR"
                   PERFORM REPETE-ELIMINAR THRU FIM-REPETE-ELIMINAR
               WHEN "ENVIADO"
               WHEN "RECEBIDO"
                   PERFORM REPETE-TRANSFERENCIA THRU
                           FIM-REPETE-TRANSFERENCIA
               WHEN "INVENTARIO"
               WHEN "EXEMPLAR"
                   PERFORM REPETE-EXEMPLAR THRU FIM-REPETE-EXEMPLAR
               WHEN OTHER
                   MOVE "I" TO WS-RESULTADO
           END-EVALUATE.
           IF (WS-FORA) THEN
               ADD 1 TO WS-TOTAL-FORA
               GO FIM-REPETE-LINHA
           END-IF.
           IF (WS-MOTIVO NOT = SPACES) THEN
               MOVE "F" TO WS-RESULTADO
           END-IF.
           EVALUATE TRUE
               WHEN WS-REPETIDA
                   ADD 1 TO WS-TOTAL-REPETIDAS
               WHEN WS-JA-APLICADA
                   ADD 1 TO WS-TOTAL-JA-APLICADAS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-NAO-APLICADAS
           END-EVALUATE.
           PERFORM ESCREVE-LINHA.
       FIM-REPETE-LINHA.

      *----------------------------------------------------------------
      * REPETE-INSERIR
      * O RENTAL NOVO E GRAVADO COM A IMAGEM DEPOIS. SE O COD JA
      * EXISTE TEM DE SER ESSE MESMO RENTAL (JA APLICADA).
      *----------------------------------------------------------------
       REPETE-INSERIR.
           IF (AUD-DEP-RENTAL NOT NUMERIC) OR
              (AUD-EXE-COD NOT NUMERIC) THEN
               MOVE "LINHA ANTIGA, SEM IMAGEM DEPOIS" TO WS-MOTIVO
               GO FIM-REPETE-INSERIR
           END-IF.
           MOVE AUD-COD TO FS-COD.
           READ FIC
             INVALID KEY
             MOVE 23 TO FS
           END-READ.
           IF (FS-OK) THEN
               PERFORM COMPARA-DEPOIS
               IF (WS-IGUAL) THEN
                   MOVE "J" TO WS-RESULTADO
               ELSE
                   MOVE "COD JA EXISTE COM OUTRO RENTAL" TO WS-MOTIVO
                   GO FIM-REPETE-INSERIR
               END-IF
           ELSE
               PERFORM MONTA-DEPOIS
               WRITE REGISTO
                INVALID KEY
                MOVE "ERRO A GRAVAR O RENTAL" TO WS-MOTIVO
                NOT INVALID KEY
                MOVE "R" TO WS-RESULTADO
               END-WRITE
               IF (WS-MOTIVO NOT = SPACES) THEN
                   GO FIM-REPETE-INSERIR
               END-IF
           END-IF.
           PERFORM REPOE-EXEMPLAR THRU FIM-REPOE-EXEMPLAR.
       FIM-REPETE-INSERIR.

      *----------------------------------------------------------------
      * REPETE-ALTERACAO
      * ALTERAR, ENTREGA, RENOVAR E AS MARCACOES DO BATCH: O RENTAL
      * TEM DE ESTAR COMO A IMAGEM ANTES E PASSA A IMAGEM DEPOIS.
      *----------------------------------------------------------------
       REPETE-ALTERACAO.
           IF (AUD-DEP-RENTAL NOT NUMERIC) OR
              (AUD-EXE-COD NOT NUMERIC) THEN
               MOVE "LINHA ANTIGA, SEM IMAGEM DEPOIS" TO WS-MOTIVO
               GO FIM-REPETE-ALTERACAO
           END-IF.
           MOVE AUD-COD TO FS-COD.
           READ FIC
             INVALID KEY
             MOVE 23 TO FS
           END-READ.
           IF (NOT FS-OK) THEN
               MOVE "RENTAL INEXISTENTE" TO WS-MOTIVO
               GO FIM-REPETE-ALTERACAO
           END-IF.
           PERFORM COMPARA-DEPOIS.
           IF (WS-IGUAL) THEN
               MOVE "J" TO WS-RESULTADO
           ELSE
               PERFORM COMPARA-ANTES
               IF (NOT WS-IGUAL) THEN
                   MOVE "RENTAL NAO CONFERE COM A IMAGEM ANTES"
                     TO WS-MOTIVO
                   GO FIM-REPETE-ALTERACAO
               END-IF
               PERFORM MONTA-DEPOIS
               REWRITE REGISTO
                INVALID KEY
                MOVE "ERRO A REGRAVAR O RENTAL" TO WS-MOTIVO
                NOT INVALID KEY
                MOVE "R" TO WS-RESULTADO
               END-REWRITE
               IF (WS-MOTIVO NOT = SPACES) THEN
                   GO FIM-REPETE-ALTERACAO
               END-IF
           END-IF.
           PERFORM REPOE-EXEMPLAR THRU FIM-REPOE-EXEMPLAR.
       FIM-REPETE-ALTERACAO.

      *----------------------------------------------------------------
      * REPETE-ELIMINAR
      * O RENTAL TEM DE ESTAR COMO A IMAGEM ANTES E SAI DO FICHEIRO;
      * SE JA NAO EXISTE, A LINHA JA ESTAVA APLICADA.
      *----------------------------------------------------------------
       REPETE-ELIMINAR.
           IF (AUD-DEP-RENTAL NOT NUMERIC) OR
              (AUD-EXE-COD NOT NUMERIC) THEN
               MOVE "LINHA ANTIGA, SEM IMAGEM DEPOIS" TO WS-MOTIVO
               GO FIM-REPETE-ELIMINAR
           END-IF.
           MOVE AUD-COD TO FS-COD.
           READ FIC
             INVALID KEY
             MOVE 23 TO FS
           END-READ.
           IF (NOT FS-OK) THEN
               MOVE "J" TO WS-RESULTADO
           ELSE
               PERFORM COMPARA-ANTES
               IF (NOT WS-IGUAL) THEN
                   MOVE "RENTAL NAO CONFERE COM A IMAGEM ANTES"
                     TO WS-MOTIVO
                   GO FIM-REPETE-ELIMINAR
               END-IF
               DELETE FIC
                INVALID KEY
                MOVE "ERRO A ELIMINAR O RENTAL" TO WS-MOTIVO
                NOT INVALID KEY
                MOVE "R" TO WS-RESULTADO
               END-DELETE
               IF (WS-MOTIVO NOT = SPACES) THEN
                   GO FIM-REPETE-ELIMINAR
               END-IF
           END-IF.
           PERFORM REPOE-EXEMPLAR THRU FIM-REPOE-EXEMPLAR.
       FIM-REPETE-ELIMINAR.

      *----------------------------------------------------------------
      * REPETE-TRANSFERENCIA
      * CADA LINHA E UM EXEMPLAR TRANSFERIDO. NO ENVIO TEM DE ESTAR NA
      * PRATELEIRA; NA RECECAO, EM TRANSITO PARA A FILIAL DA LINHA.
      * FICA COMO A IMAGEM DEPOIS. AS LINHAS DE TRANSFERENCIA ANTIGAS,
      * UMA POR MOVIMENTO SEM O EXEMPLAR, NAO SE PODEM REPETIR.
      *----------------------------------------------------------------
       REPETE-TRANSFERENCIA.
           IF (AUD-EXE-COD NOT NUMERIC) THEN
               MOVE "LINHA ANTIGA, SEM O EXEMPLAR TRANSFERIDO"
                 TO WS-MOTIVO
               GO FIM-REPETE-TRANSFERENCIA
           END-IF.
           IF (AUD-EXE-COD = ZEROS) THEN
               MOVE "LINHA ANTIGA, SEM O EXEMPLAR TRANSFERIDO"
                 TO WS-MOTIVO
               GO FIM-REPETE-TRANSFERENCIA
           END-IF.
           MOVE AUD-EXE-COD TO EXE-COD.
           READ EXEMPLARES
             INVALID KEY
             MOVE 23 TO FS-EXE
           END-READ.
           IF (NOT FS-EXE-OK) THEN
               MOVE "EXEMPLAR INEXISTENTE" TO WS-MOTIVO
               GO FIM-REPETE-TRANSFERENCIA
           END-IF.
           PERFORM COMPARA-EXEMPLAR.
           IF (WS-IGUAL) THEN
               MOVE "J" TO WS-RESULTADO
               GO FIM-REPETE-TRANSFERENCIA
           END-IF.
           IF (AUD-OPERACAO = "ENVIADO") AND
              (NOT EXEMPLAR-PRATELEIRA) THEN
               MOVE "EXEMPLAR NAO ESTA NA PRATELEIRA" TO WS-MOTIVO
               GO FIM-REPETE-TRANSFERENCIA
           END-IF.
           IF (AUD-OPERACAO = "RECEBIDO") AND
              ((NOT EXEMPLAR-TRANSITO) OR
               (EXE-FILIAL NOT = AUD-EXE-FILIAL)) THEN
               MOVE "EXEMPLAR NAO VEM EM TRANSITO PARA A FILIAL"
                 TO WS-MOTIVO
               GO FIM-REPETE-TRANSFERENCIA
           END-IF.
           PERFORM GRAVA-EXEMPLAR.
           IF (WS-MOTIVO = SPACES) THEN
               MOVE "R" TO WS-RESULTADO
           END-IF.
       FIM-REPETE-TRANSFERENCIA.

      *----------------------------------------------------------------
      * REPETE-EXEMPLAR
      * CADA LINHA E UM EXEMPLAR ACERTADO NO INVENTARIO OU MEXIDO NO
      * LIVMNT. A SITUACAO OU CONDICAO ANTES VEM EM AUD-SITUACAO
      * ("ANTES>DEPOIS") E O EXEMPLAR TEM DE ESTAR ASSIM; FICA COMO A
      * IMAGEM DEPOIS. UM EXEMPLAR NOVO ("NOVO>") E GRAVADO COM O
      * LIVRO, A FILIAL DA CASA E A AQUISICAO DA LINHA. AS LINHAS
      * GRAVADAS SEM O EXEMPLAR COMO FICOU NAO SE PODEM REPETIR.
      *----------------------------------------------------------------
       REPETE-EXEMPLAR.
           IF (AUD-EXE-COD NOT NUMERIC) THEN
               MOVE "LINHA ANTIGA, SEM IMAGEM DEPOIS" TO WS-MOTIVO
               GO FIM-REPETE-EXEMPLAR
           END-IF.
           IF (AUD-EXE-COD = ZEROS) THEN
               MOVE "LINHA ANTIGA, SEM IMAGEM DEPOIS" TO WS-MOTIVO
               GO FIM-REPETE-EXEMPLAR
           END-IF.
           MOVE SPACES TO WS-EXE-ANTES.
           UNSTRING AUD-SITUACAO DELIMITED BY ">"
             INTO WS-EXE-ANTES.
           MOVE AUD-EXE-COD TO EXE-COD.
           READ EXEMPLARES
             INVALID KEY
             MOVE 23 TO FS-EXE
           END-READ.
           IF (WS-EXE-ANTES = "NOVO") THEN
               PERFORM CRIA-EXEMPLAR
               GO FIM-REPETE-EXEMPLAR
           END-IF.
           IF (NOT FS-EXE-OK) THEN
               MOVE "EXEMPLAR INEXISTENTE" TO WS-MOTIVO
               GO FIM-REPETE-EXEMPLAR
           END-IF.
           PERFORM COMPARA-EXEMPLAR.
           IF (WS-IGUAL) THEN
               MOVE "J" TO WS-RESULTADO
               GO FIM-REPETE-EXEMPLAR
           END-IF.
           IF (EXE-SITUACAO NOT = WS-EXE-ANTES) AND
              (EXE-CONDICAO NOT = WS-EXE-ANTES) THEN
               STRING "EXEMPLAR NAO ESTA COMO ANTES (" DELIMITED BY SIZE
                      WS-EXE-ANTES DELIMITED BY SPACES
                      ")" DELIMITED BY SIZE
                 INTO WS-MOTIVO
               GO FIM-REPETE-EXEMPLAR
           END-IF.
           PERFORM GRAVA-EXEMPLAR.
           IF (WS-MOTIVO = SPACES) THEN
               MOVE "R" TO WS-RESULTADO
           END-IF.
       FIM-REPETE-EXEMPLAR.

      *----------------------------------------------------------------
      * CRIA-EXEMPLAR
      * O EXEMPLAR NOVO DA LINHA. SE O CODIGO DE BARRAS JA EXISTE TEM
      * DE SER ESSE MESMO EXEMPLAR (JA APLICADA).
      *----------------------------------------------------------------
       CRIA-EXEMPLAR.
           IF (FS-EXE-OK) THEN
               PERFORM COMPARA-EXEMPLAR
               IF (WS-IGUAL) AND (EXE-LIVRO = AUD-LIVRO) THEN
                   MOVE "J" TO WS-RESULTADO
               ELSE
                   MOVE "CODIGO DE BARRAS JA EXISTE COM OUTRO EXEMPLAR"
                     TO WS-MOTIVO
               END-IF
           ELSE
               MOVE SPACES TO REGISTO-EXEMPLAR
               MOVE AUD-EXE-COD TO EXE-COD
               MOVE AUD-LIVRO TO EXE-LIVRO
               MOVE AUD-FILIAL TO EXE-FILIAL-CASA
               MOVE AUD-RENTAL TO EXE-AQUISICAO
               MOVE AUD-EXE-FILIAL TO EXE-FILIAL
               MOVE AUD-EXE-CONDICAO TO EXE-CONDICAO
               MOVE AUD-EXE-SITUACAO TO EXE-SITUACAO
               MOVE AUD-EXE-DATA TO EXE-DATA-SITUACAO
               MOVE AUD-EXE-RENTAL TO EXE-RENTAL
               WRITE REGISTO-EXEMPLAR
                INVALID KEY
                MOVE "ERRO A GRAVAR O EXEMPLAR" TO WS-MOTIVO
               END-WRITE
               IF (WS-MOTIVO = SPACES) THEN
                   PERFORM REFAZ-LIVRO
                   MOVE "R" TO WS-RESULTADO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * REPOE-EXEMPLAR
      * DEPOIS DO RENTAL, O EXEMPLAR DA LINHA FICA COMO A IMAGEM
      * DEPOIS. SE SO O EXEMPLAR ESTAVA POR APLICAR, A LINHA CONTA
      * COMO REPETIDA.
      *----------------------------------------------------------------
       REPOE-EXEMPLAR.
           IF (AUD-EXE-COD = ZEROS) THEN
               GO FIM-REPOE-EXEMPLAR
           END-IF.
           MOVE AUD-EXE-COD TO EXE-COD.
           READ EXEMPLARES
             INVALID KEY
             MOVE 23 TO FS-EXE
           END-READ.
           IF (NOT FS-EXE-OK) THEN
               MOVE "EXEMPLAR INEXISTENTE" TO WS-MOTIVO
               GO FIM-REPOE-EXEMPLAR
           END-IF.
           PERFORM COMPARA-EXEMPLAR.
           IF (NOT WS-IGUAL) THEN
               PERFORM GRAVA-EXEMPLAR
               IF (WS-MOTIVO = SPACES) THEN
                   MOVE "R" TO WS-RESULTADO
               END-IF
           END-IF.
       FIM-REPOE-EXEMPLAR.

      *----------------------------------------------------------------
      * GRAVA-EXEMPLAR / REFAZ-LIVRO
      * PASSA O EXEMPLAR EM REGISTO-EXEMPLAR A IMAGEM DEPOIS E REFAZ
      * OS CONTADORES DO SEU LIVRO A PARTIR DO REGISTO DE EXEMPLARES.
      *----------------------------------------------------------------
       GRAVA-EXEMPLAR.
           MOVE AUD-EXE-FILIAL TO EXE-FILIAL.
           MOVE AUD-EXE-CONDICAO TO EXE-CONDICAO.
           MOVE AUD-EXE-SITUACAO TO EXE-SITUACAO.
           MOVE AUD-EXE-DATA TO EXE-DATA-SITUACAO.
           MOVE AUD-EXE-RENTAL TO EXE-RENTAL.
           REWRITE REGISTO-EXEMPLAR
            INVALID KEY
            MOVE "ERRO A REGRAVAR O EXEMPLAR" TO WS-MOTIVO
           END-REWRITE.
           IF (WS-MOTIVO = SPACES) THEN
               PERFORM REFAZ-LIVRO
           END-IF.

       REFAZ-LIVRO.
           MOVE EXE-LIVRO TO LIV-COD.
           READ LIVROS
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             PERFORM CALCULA-STOCK
             REWRITE REGISTO-LIVRO
              INVALID KEY
              CONTINUE
             END-REWRITE
           END-READ.

      *----------------------------------------------------------------
      * COMPARA-ANTES / COMPARA-DEPOIS / COMPARA-EXEMPLAR
      * CONFRONTAM O RENTAL EM REGISTO COM A IMAGEM ANTES OU DEPOIS
      * DA LINHA, E O EXEMPLAR EM REGISTO-EXEMPLAR COM A IMAGEM
      * DEPOIS. O RESULTADO FICA EM WS-IGUAL-SW.
      *----------------------------------------------------------------
       COMPARA-ANTES.
           MOVE "N" TO WS-IGUAL-SW.
           IF (FS-RENTAL = AUD-RENTAL) AND
              (FS-ENTREGA = AUD-ENTREGA) AND
              (FS-LIVRO = AUD-LIVRO) AND
              (FS-CLIENTE = AUD-CLIENTE) AND
              (FS-SITUACAO = AUD-SITUACAO) AND
              (FS-MULTA = AUD-MULTA) AND
              (FS-RENOVACOES = AUD-RENOVACOES) AND
              (FS-NIVEL-AVISO = AUD-NIVEL-AVISO) AND
              (FS-GUIA = AUD-GUIA) AND
              (FS-FILIAL = AUD-FILIAL) AND
              (FS-EXEMPLAR = AUD-EXEMPLAR) THEN
               MOVE "S" TO WS-IGUAL-SW
           END-IF.

       COMPARA-DEPOIS.
           MOVE "N" TO WS-IGUAL-SW.
           IF (FS-RENTAL = AUD-DEP-RENTAL) AND
              (FS-ENTREGA = AUD-DEP-ENTREGA) AND
              (FS-LIVRO = AUD-DEP-LIVRO) AND
              (FS-CLIENTE = AUD-DEP-CLIENTE) AND
              (FS-SITUACAO = AUD-DEP-SITUACAO) AND
              (FS-MULTA = AUD-DEP-MULTA) AND
              (FS-RENOVACOES = AUD-DEP-RENOVACOES) AND
              (FS-NIVEL-AVISO = AUD-DEP-NIVEL-AVISO) AND
              (FS-GUIA = AUD-DEP-GUIA) AND
              (FS-FILIAL = AUD-DEP-FILIAL) AND
              (FS-EXEMPLAR = AUD-DEP-EXEMPLAR) THEN
               MOVE "S" TO WS-IGUAL-SW
           END-IF.

       COMPARA-EXEMPLAR.
           MOVE "N" TO WS-IGUAL-SW.
           IF (EXE-FILIAL = AUD-EXE-FILIAL) AND
              (EXE-CONDICAO = AUD-EXE-CONDICAO) AND
              (EXE-SITUACAO = AUD-EXE-SITUACAO) AND
              (EXE-DATA-SITUACAO = AUD-EXE-DATA) AND
              (EXE-RENTAL = AUD-EXE-RENTAL) THEN
               MOVE "S" TO WS-IGUAL-SW
           END-IF.

      * O RENTAL DA LINHA, COMO FICOU, EM REGISTO
       MONTA-DEPOIS.
           MOVE AUD-COD TO FS-COD.
           MOVE AUD-DEP-RENTAL TO FS-RENTAL.
           MOVE AUD-DEP-ENTREGA TO FS-ENTREGA.
           MOVE AUD-DEP-LIVRO TO FS-LIVRO.
           MOVE AUD-DEP-CLIENTE TO FS-CLIENTE.
           MOVE AUD-DEP-SITUACAO TO FS-SITUACAO.
           MOVE AUD-DEP-MULTA TO FS-MULTA.
           MOVE AUD-DEP-RENOVACOES TO FS-RENOVACOES.
           MOVE AUD-DEP-NIVEL-AVISO TO FS-NIVEL-AVISO.
           MOVE AUD-DEP-GUIA TO FS-GUIA.
           MOVE AUD-DEP-FILIAL TO FS-FILIAL.
           MOVE AUD-DEP-EXEMPLAR TO FS-EXEMPLAR.

      *----------------------------------------------------------------
      * CALCULA-STOCK
      * REFAZ OS CONTADORES DO LIVRO EM REGISTO-LIVRO A PARTIR DO
      * REGISTO DE EXEMPLARES, COM AS MESMAS REGRAS DO INTERATIVO:
      * POR FILIAL, EXEMPLARES = PRATELEIRA + EMPRESTADOS, DISPONIVEIS
      * = PRATELEIRA, TRANSITO NA FILIAL DE DESTINO, ABATIDOS DE FORA.
      *----------------------------------------------------------------
       CALCULA-STOCK.
           MOVE 0 TO LIV-EXEMPLARES.
           MOVE 0 TO LIV-DISPONIVEIS.
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1 UNTIL WS-FIL-IX > 2
               MOVE 0 TO LIV-FIL-EXEMPLARES(WS-FIL-IX)
               MOVE 0 TO LIV-FIL-DISPONIVEIS(WS-FIL-IX)
               MOVE 0 TO LIV-FIL-TRANSITO(WS-FIL-IX)
           END-PERFORM.
           MOVE LIV-COD TO EXE-LIVRO.
           START EXEMPLARES KEY = EXE-LIVRO
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-EXE-OK
               READ EXEMPLARES NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (EXE-LIVRO NOT = LIV-COD) THEN
                   MOVE 10 TO FS-EXE
               ELSE
                   MOVE EXE-FILIAL TO WS-FIL-IX
                   IF (WS-FIL-IX < 1) OR (WS-FIL-IX > 2) THEN
                       MOVE 1 TO WS-FIL-IX
                   END-IF
                   EVALUATE TRUE
                       WHEN EXEMPLAR-PRATELEIRA
                           ADD 1 TO LIV-FIL-EXEMPLARES(WS-FIL-IX)
                           ADD 1 TO LIV-FIL-DISPONIVEIS(WS-FIL-IX)
                       WHEN EXEMPLAR-EMPRESTADO
                           ADD 1 TO LIV-FIL-EXEMPLARES(WS-FIL-IX)
                       WHEN EXEMPLAR-TRANSITO
                           ADD 1 TO LIV-FIL-TRANSITO(WS-FIL-IX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1 UNTIL WS-FIL-IX > 2
               ADD LIV-FIL-EXEMPLARES(WS-FIL-IX) TO LIV-EXEMPLARES
               ADD LIV-FIL-DISPONIVEIS(WS-FIL-IX) TO LIV-DISPONIVEIS
           END-PERFORM.

      *----------------------------------------------------------------
      * ESCREVE-CABECALHO / ESCREVE-LINHA / ESCREVE-TOTAIS
      * O RELATORIO: A GERACAO REPOSTA E A JANELA REPETIDA, UMA LINHA
      * POR LINHA DE AUDITORIA TRATADA COM O DESFECHO, E OS TOTAIS.
      *----------------------------------------------------------------
       ESCREVE-CABECALHO.
           MOVE SPACES TO WS-LINHA.
           STRING "RECUPERACAO POR AVANCO DE RENTALS.TXT - "
                  DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF (WS-ACHADA) THEN
               STRING "GERACAO REPOSTA : " DELIMITED BY SIZE
                      WS-DATA-GERACAO DELIMITED BY SIZE
                 INTO WS-LINHA
           ELSE
               MOVE "GERACAO REPOSTA : SEM GERACAO REGISTADA"
                 TO WS-LINHA
           END-IF.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "AUDITORIA DESDE : " DELIMITED BY SIZE
                  WS-DESDE DELIMITED BY SIZE
                  "  ATE : " DELIMITED BY SIZE
                  WS-ATE DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

       ESCREVE-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING AUD-DATA-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-OPERACAO DELIMITED BY SIZE
                  " COD " DELIMITED BY SIZE
                  AUD-COD DELIMITED BY SIZE
                  " EXEMPLAR " DELIMITED BY SIZE
                  AUD-EXE-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
             INTO WS-LINHA.
           EVALUATE TRUE
               WHEN WS-REPETIDA
                   MOVE "REPETIDA" TO WS-LINHA(70:)
               WHEN WS-JA-APLICADA
                   MOVE "JA APLICADA" TO WS-LINHA(70:)
               WHEN OTHER
                   STRING "NAO APLICADA: " DELIMITED BY SIZE
                          WS-MOTIVO DELIMITED BY SIZE
                     INTO WS-LINHA(70:)
           END-EVALUATE.
           WRITE REGISTO-REL FROM WS-LINHA.

       ESCREVE-TOTAIS.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "LINHAS NA JANELA     : " DELIMITED BY SIZE
                  WS-TOTAL-LIDAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "REPETIDAS            : " DELIMITED BY SIZE
                  WS-TOTAL-REPETIDAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "JA APLICADAS         : " DELIMITED BY SIZE
                  WS-TOTAL-JA-APLICADAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "NAO APLICADAS        : " DELIMITED BY SIZE
                  WS-TOTAL-NAO-APLICADAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "FORA DA RECUPERACAO  : " DELIMITED BY SIZE
                  WS-TOTAL-FORA DELIMITED BY SIZE
                  " (PARAMETRO, CALENDARIO)"
                  DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

       END PROGRAM RENTREC.
