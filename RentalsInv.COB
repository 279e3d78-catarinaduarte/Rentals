      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inventario fisico de uma filial. Le o ficheiro da
      *          contagem feita nas prateleiras e confronta-o com o
      *          que o sistema espera na prateleira dessa filial: os
      *          disponiveis (LIV-FIL-DISPONIVEIS) menos os exemplares
      *          guardados a reservas ja anunciadas (RES-DISPONIVEL),
      *          que estao na estante das reservas e nao na
      *          prateleira. Chamada:
      *            RENTINV <filial> <ficheiro>
      *              so relatorio, sem mexer em nada
      *            RENTINV <filial> <ficheiro> CONFIRMA <operador>
      *              o mesmo relatorio e lancamento dos acertos; o
      *              operador tem de ser supervisor no mestre
      *          Cada linha do ficheiro e um codigo lido:
      *            E;<codigo de barras>    um exemplar
      *            L;<cod livro>[;<qtd>]   exemplares contados a mao
      *            <codigo>[;<qtd>]        codigo de barras se existir
      *                                    no registo, senao livro
      *          O relatorio RENTALS-INVENTARIO.TXT lista os codigos
      *          desconhecidos, os livros em falta na prateleira, os
      *          exemplares encontrados que o sistema da como
      *          emprestados, em transito, noutra filial ou abatidos,
      *          e os exemplares contados a mais. Com CONFIRMA, os
      *          exemplares em falta sao abatidos (pela ordem do
      *          codigo de barras, entre os nao lidos), os
      *          encontrados voltam a prateleira da filial (exceto os
      *          emprestados, que se resolvem no balcao, e os
      *          inutilizados), os contados a mais recebem os que
      *          vinham em transito para a filial, e cada acerto fica
      *          na auditoria (operacao INVENTARIO). O stock de cada
      *          livro acertado e refeito a partir do registo. Recusa
      *          arrancar com o batch de fim-de-dia EM CURSO e termina
      *          com RETURN-CODE 8 quando ha codigos desconhecidos ou
      *          a chamada e recusada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTINV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENTRADA ASSIGN TO WS-NOME-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT.

           SELECT OPTIONAL LIVROS ASSIGN TO "LIVROS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LIV
           RECORD KEY IS LIV-COD.

           SELECT OPTIONAL EXEMPLARES ASSIGN TO "EXEMPLARES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EXE
           RECORD KEY IS EXE-CHAVE
           ALTERNATE RECORD KEY IS EXE-LIVRO WITH DUPLICATES.

           SELECT OPTIONAL RESERVAS ASSIGN TO "RENTALS-RESERVAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-RES
           RECORD KEY IS RES-CHAVE
           ALTERNATE RECORD KEY IS RES-LIVRO WITH DUPLICATES
           ALTERNATE RECORD KEY IS RES-CLIENTE WITH DUPLICATES.

           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADORES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-OPE
           RECORD KEY IS OPE-COD.

           SELECT OPTIONAL CONTROLO ASSIGN TO "RENTALS-CONTROLO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CTL
           RECORD KEY IS CTL-CHAVE.

           SELECT OPTIONAL CONTAGEM ASSIGN TO "RENTALS-CONTAGEM.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CNT
           RECORD KEY IS CNT-CHAVE.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "RENTALS-AUDIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELATORIO
           ASSIGN TO "RENTALS-INVENTARIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA.
       01 REGISTO-ENTRADA.
           05 LINHA-ENTRADA           PIC X(80).

       FD LIVROS.
           COPY LIVREG.

       FD EXEMPLARES.
           COPY RENTEXE.

       FD RESERVAS.
           COPY RENTRES.

       FD OPERADORES.
           COPY RENTOPE.

       FD CONTROLO.
           COPY RENTCTL.

      * FICHEIRO DE TRABALHO DA CORRIDA, REFEITO A CADA CHAMADA: UM
      * REGISTO "L" POR LIVRO COM O TOTAL CONTADO E UM REGISTO "E" POR
      * CODIGO DE BARRAS LIDO, COM O LIVRO A QUE PERTENCE
       FD CONTAGEM.
       01 REGISTO-CONTAGEM.
           05 CNT-CHAVE.
               10 CNT-TIPO           PIC X(01).
               10 CNT-CODIGO         PIC 9(20).
           05 CNT-QTD                PIC 9(05).
           05 CNT-LIVRO              PIC 9(20).

       FD AUDITORIA.
           COPY RENTAUD.

       FD RELATORIO.
       01 REGISTO-REL.
           05 LINHAS-REL              PIC X(150).

       WORKING-STORAGE SECTION.
       77 FS-ENT                     PIC 9(02).
           88 FS-ENT-OK              VALUES 0.
           88 FS-ENT-FIM             VALUES 10.
           88 FS-ENT-NAO-EXISTE      VALUES 05, 35.
       77 FS-LIV                     PIC 9(02).
           88 FS-LIV-OK              VALUES 0.
           88 FS-LIV-NAO-EXISTE      VALUES 35.
       77 FS-EXE                     PIC 9(02).
           88 FS-EXE-OK              VALUES 0, 2.
           88 FS-EXE-NAO-EXISTE      VALUES 35.
       77 FS-RES                     PIC 9(02).
           88 FS-RES-OK              VALUES 0, 2.
       77 FS-OPE                     PIC 9(02).
           88 FS-OPE-OK              VALUES 0.
           88 FS-OPE-NAO-EXISTE      VALUES 05, 35.
       77 FS-CTL                     PIC 9(02).
           88 FS-CTL-OK              VALUES 0.
       77 FS-CNT                     PIC 9(02).
           88 FS-CNT-OK              VALUES 0.
           88 FS-CNT-NAO-EXISTE      VALUES 35.
      * DATA DE HOJE, NO FORMATO AAAAMMDD
       77 WS-HOJE                    PIC 9(08).
       77 WS-LINHA                   PIC X(150) VALUES SPACES.
      * LINHA DE COMANDO: FILIAL, FICHEIRO E CONFIRMA <OPERADOR>
       77 WS-PARAMETRO               PIC X(80) VALUES SPACES.
       77 WS-PARAM-FILIAL            PIC X(02) VALUES SPACES.
       77 WS-NOME-ENTRADA            PIC X(60) VALUES SPACES.
       77 WS-PARAM-CONFIRMA          PIC X(10) VALUES SPACES.
       77 WS-PARAM-OPERADOR          PIC X(08) VALUES SPACES.
       77 WS-FILIAL                  PIC 9(02) VALUE 0.
      * OPERADOR CARIMBADO NA AUDITORIA DOS ACERTOS
       77 WS-OPERADOR                PIC X(08) VALUES "BATCH".
       77 WS-MODO-SW                 PIC X VALUE "S".
           88 MODO-SIMULACAO         VALUE "S".
           88 MODO-LANCAMENTO        VALUE "L".
       77 WS-RECUSA-SW               PIC X VALUE "N".
           88 WS-RECUSADO            VALUE "S".
      * CAMPOS DA LINHA DA CONTAGEM, AINDA EM TEXTO
       77 WS-CMP-1                   PIC X(20) VALUES SPACES.
       77 WS-CMP-2                   PIC X(20) VALUES SPACES.
       77 WS-CMP-3                   PIC X(20) VALUES SPACES.
       77 WS-CMP-TIPO                PIC X(01) VALUES SPACES.
       77 WS-CMP-COD                 PIC X(20) VALUES SPACES.
       77 WS-CMP-QTD                 PIC X(20) VALUES SPACES.
       77 WS-COD-NUM                 PIC 9(20) VALUE 0.
       77 WS-QTD-NUM                 PIC 9(05) VALUE 0.
       77 WS-LIVRO-LIDO              PIC 9(20) VALUE 0.
       77 WS-MOTIVO                  PIC X(60) VALUES SPACES.
       77 WS-LINHA-SW                PIC X VALUE "A".
           88 LINHA-ACEITE           VALUE "A".
           88 LINHA-REJEITADA        VALUE "R".
      * CONFRONTO DE UM LIVRO NA FILIAL
       77 WS-CONTADOS                PIC 9(05) VALUE 0.
       77 WS-GUARDADOS               PIC 9(05) VALUE 0.
       77 WS-ESPERADOS               PIC 9(05) VALUE 0.
       77 WS-FORA                    PIC 9(05) VALUE 0.
       77 WS-NA-PRATELEIRA           PIC 9(05) VALUE 0.
       77 WS-EMPRESTADOS             PIC 9(05) VALUE 0.
       77 WS-EM-TRANSITO             PIC 9(05) VALUE 0.
       77 WS-FALTA                   PIC 9(05) VALUE 0.
       77 WS-A-MAIS                  PIC 9(05) VALUE 0.
       77 WS-POR-ABATER              PIC 9(05) VALUE 0.
       77 WS-POR-RECEBER             PIC 9(05) VALUE 0.
       77 WS-SEM-REGISTO             PIC 9(05) VALUE 0.
       77 WS-LIDO-SW                 PIC X VALUE "N".
           88 EXEMPLAR-LIDO          VALUE "S".
       77 WS-ACERTO-SW               PIC X VALUE "N".
           88 LIVRO-ACERTADO         VALUE "S".
       77 WS-SIT-ANTES               PIC X(12) VALUES SPACES.
       77 WS-FX                      PIC 9(02) VALUE 0.
      * TOTAIS DA CORRIDA
       77 WS-TOTAL-LIDAS             PIC 9(07) VALUES 0.
       77 WS-TOTAL-DESCONHECIDOS     PIC 9(07) VALUES 0.
       77 WS-TOTAL-DUPLICADOS        PIC 9(07) VALUES 0.
       77 WS-TOTAL-LIVROS-DIF        PIC 9(07) VALUES 0.
       77 WS-TOTAL-FALTA             PIC 9(07) VALUES 0.
       77 WS-TOTAL-FORA              PIC 9(07) VALUES 0.
       77 WS-TOTAL-A-MAIS            PIC 9(07) VALUES 0.
       77 WS-TOTAL-ACERTOS           PIC 9(07) VALUES 0.
      * DATA E HORA PARA A LINHA DE AUDITORIA
       77 WS-AUD-DATA                PIC 9(08).
       77 WS-AUD-HORA                PIC 9(08).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
               INTO WS-PARAM-FILIAL WS-NOME-ENTRADA
                    WS-PARAM-CONFIRMA WS-PARAM-OPERADOR.
           PERFORM VALIDA-CHAMADA.
           IF (WS-RECUSADO) THEN
               MOVE 8 TO RETURN-CODE
               GO FIM
           END-IF.
           OPEN INPUT ENTRADA.
           IF (FS-ENT-NAO-EXISTE) THEN
               DISPLAY "FICHEIRO DE ENTRADA INEXISTENTE: "
                       WS-NOME-ENTRADA
               MOVE 8 TO RETURN-CODE
               GO FIM
           END-IF.
           OPEN OUTPUT CONTAGEM.
           CLOSE CONTAGEM.
           OPEN I-O CONTAGEM.
           IF (MODO-LANCAMENTO) THEN
               OPEN I-O LIVROS
               OPEN I-O EXEMPLARES
           ELSE
               OPEN INPUT LIVROS
               OPEN INPUT EXEMPLARES
           END-IF.
           OPEN INPUT RESERVAS.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "INVENTARIO DA FILIAL " DELIMITED BY SIZE
                  WS-FILIAL DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-NOME-ENTRADA DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF (MODO-LANCAMENTO) THEN
               STRING "ACERTOS LANCADOS, CONFIRMADOS POR "
                      DELIMITED BY SIZE
                      WS-OPERADOR DELIMITED BY SPACES
                 INTO WS-LINHA
           ELSE
               MOVE "SO RELATORIO, SEM ACERTOS LANCADOS" TO WS-LINHA
           END-IF.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           PERFORM LE-CONTAGEM THRU FIM-LE-CONTAGEM.
           PERFORM CONFRONTA THRU FIM-CONFRONTA.
           CLOSE ENTRADA.
           CLOSE CONTAGEM.
           CLOSE LIVROS.
           CLOSE EXEMPLARES.
           CLOSE RESERVAS.
           PERFORM ESCREVE-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY "LIVROS COM DIFERENCAS: " WS-TOTAL-LIVROS-DIF
                   "  DESCONHECIDOS: " WS-TOTAL-DESCONHECIDOS
                   "  ACERTOS: " WS-TOTAL-ACERTOS.
           IF (WS-TOTAL-DESCONHECIDOS > 0) THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       FIM.
           STOP RUN.

      *----------------------------------------------------------------
      * VALIDA-CHAMADA
      * FILIAL 1 OU 2 E FICHEIRO OBRIGATORIOS. O LANCAMENTO DOS
      * ACERTOS EXIGE CONFIRMA E UM SUPERVISOR DO MESTRE DE
      * OPERADORES, QUE FICA CARIMBADO NA AUDITORIA, E NAO CORRE COM
      * O BATCH DE FIM-DE-DIA A MEIO.
      *----------------------------------------------------------------
       VALIDA-CHAMADA.
           MOVE 0 TO WS-FILIAL.
           IF (WS-PARAM-FILIAL NOT = SPACES) AND
              (FUNCTION TEST-NUMVAL(WS-PARAM-FILIAL) = 0) THEN
               COMPUTE WS-FILIAL = FUNCTION NUMVAL(WS-PARAM-FILIAL)
           END-IF.
           IF (WS-FILIAL < 1) OR (WS-FILIAL > 2) OR
              (WS-NOME-ENTRADA = SPACES) OR
              ((WS-PARAM-CONFIRMA NOT = SPACES) AND
               (WS-PARAM-CONFIRMA NOT = "CONFIRMA")) THEN
               DISPLAY "USO: RENTINV <FILIAL> <FICHEIRO> "
                       "[CONFIRMA <OPERADOR>]"
               MOVE "S" TO WS-RECUSA-SW
           END-IF.
           IF (NOT WS-RECUSADO) AND
              (WS-PARAM-CONFIRMA = "CONFIRMA") THEN
               OPEN INPUT OPERADORES
               MOVE WS-PARAM-OPERADOR TO OPE-COD
               READ OPERADORES
                 INVALID KEY
                 MOVE 35 TO FS-OPE
                 NOT INVALID KEY
                 MOVE 0 TO FS-OPE
               END-READ
               CLOSE OPERADORES
               IF (NOT FS-OPE-OK) OR (NOT OPE-NIVEL-SUPERVISOR) THEN
                   DISPLAY "CONFIRMA EXIGE SUPERVISOR: RENTINV "
                           "<FILIAL> <FICHEIRO> CONFIRMA <OPERADOR>"
                   MOVE "S" TO WS-RECUSA-SW
               ELSE
                   MOVE OPE-COD TO WS-OPERADOR
                   MOVE "L" TO WS-MODO-SW
               END-IF
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
                           "INVENTARIO ADIADO."
                   MOVE "S" TO WS-RECUSA-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LE-CONTAGEM
      * PASSA O FICHEIRO DA CONTAGEM PARA O FICHEIRO DE TRABALHO,
      * SOMANDO POR LIVRO. UM CODIGO DE BARRAS CONTA UM EXEMPLAR DO
      * SEU LIVRO E SO PODE SER LIDO UMA VEZ; OS CODIGOS QUE NAO
      * EXISTEM EM NENHUM DOS MESTRES SAO LISTADOS COMO
      * DESCONHECIDOS.
      *----------------------------------------------------------------
       LE-CONTAGEM.
           MOVE "CODIGOS LIDOS NAO ACEITES:" TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           PERFORM UNTIL FS-ENT-FIM
               READ ENTRADA
               AT END
               CONTINUE
               NOT AT END
               IF (LINHA-ENTRADA NOT = SPACES) THEN
                   ADD 1 TO WS-TOTAL-LIDAS
                   PERFORM TRATA-LINHA THRU FIM-TRATA-LINHA
               END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
       FIM-LE-CONTAGEM.

       TRATA-LINHA.
           MOVE "A" TO WS-LINHA-SW.
           MOVE SPACES TO WS-CMP-1.
           MOVE SPACES TO WS-CMP-2.
           MOVE SPACES TO WS-CMP-3.
           UNSTRING LINHA-ENTRADA DELIMITED BY ";"
               INTO WS-CMP-1 WS-CMP-2 WS-CMP-3.
           IF (WS-CMP-1 = "E") OR (WS-CMP-1 = "L") THEN
               MOVE WS-CMP-1 TO WS-CMP-TIPO
               MOVE WS-CMP-2 TO WS-CMP-COD
               MOVE WS-CMP-3 TO WS-CMP-QTD
           ELSE
               MOVE SPACES TO WS-CMP-TIPO
               MOVE WS-CMP-1 TO WS-CMP-COD
               MOVE WS-CMP-2 TO WS-CMP-QTD
           END-IF.
           PERFORM VALIDA-COD.
           IF (LINHA-REJEITADA) THEN
               PERFORM GRAVA-DESCONHECIDO
               GO FIM-TRATA-LINHA
           END-IF.
           MOVE 1 TO WS-QTD-NUM.
           IF (WS-CMP-QTD NOT = SPACES) THEN
               IF (FUNCTION TEST-NUMVAL(WS-CMP-QTD) NOT = 0) THEN
                   MOVE "QUANTIDADE NAO NUMERICA" TO WS-MOTIVO
                   PERFORM GRAVA-DESCONHECIDO
                   GO FIM-TRATA-LINHA
               END-IF
               COMPUTE WS-QTD-NUM = FUNCTION NUMVAL(WS-CMP-QTD)
               IF (WS-QTD-NUM = 0) THEN
                   MOVE "QUANTIDADE A ZERO" TO WS-MOTIVO
                   PERFORM GRAVA-DESCONHECIDO
                   GO FIM-TRATA-LINHA
               END-IF
           END-IF.
      * SEM TIPO: O REGISTO DE EXEMPLARES TEM PRIORIDADE SOBRE O
      * MESTRE DE LIVROS, PORQUE A LEITURA NORMAL E COM O LEITOR DE
      * CODIGOS DE BARRAS
           IF (WS-CMP-TIPO = SPACES) THEN
               MOVE "L" TO WS-CMP-TIPO
               IF (WS-COD-NUM <= 99999999999999) THEN
                   MOVE WS-COD-NUM TO EXE-COD
                   READ EXEMPLARES
                     INVALID KEY
                     CONTINUE
                     NOT INVALID KEY
                     MOVE "E" TO WS-CMP-TIPO
                   END-READ
               END-IF
           END-IF.
           IF (WS-CMP-TIPO = "E") THEN
               IF (WS-COD-NUM > 99999999999999) THEN
                   MOVE "CODIGO DE BARRAS DESCONHECIDO" TO WS-MOTIVO
                   PERFORM GRAVA-DESCONHECIDO
                   GO FIM-TRATA-LINHA
               END-IF
               MOVE WS-COD-NUM TO EXE-COD
               READ EXEMPLARES
                 INVALID KEY
                 MOVE 35 TO FS-EXE
                 NOT INVALID KEY
                 MOVE 0 TO FS-EXE
               END-READ
               IF (FS-EXE-NAO-EXISTE) THEN
                   MOVE "CODIGO DE BARRAS DESCONHECIDO" TO WS-MOTIVO
                   PERFORM GRAVA-DESCONHECIDO
                   GO FIM-TRATA-LINHA
               END-IF
               MOVE "E" TO CNT-TIPO
               MOVE EXE-COD TO CNT-CODIGO
               READ CONTAGEM
                 INVALID KEY
                 MOVE 35 TO FS-CNT
                 NOT INVALID KEY
                 MOVE 0 TO FS-CNT
               END-READ
               IF (FS-CNT-OK) THEN
                   ADD 1 TO WS-TOTAL-DUPLICADOS
                   MOVE SPACES TO WS-LINHA
                   STRING "  LIDO EM DUPLICADO, CONTADO UMA VEZ | "
                          DELIMITED BY SIZE
                          LINHA-ENTRADA DELIMITED BY SIZE
                     INTO WS-LINHA
                   WRITE REGISTO-REL FROM WS-LINHA
                   GO FIM-TRATA-LINHA
               END-IF
               MOVE "E" TO CNT-TIPO
               MOVE EXE-COD TO CNT-CODIGO
               MOVE 1 TO CNT-QTD
               MOVE EXE-LIVRO TO CNT-LIVRO
               WRITE REGISTO-CONTAGEM
                INVALID KEY
                CONTINUE
               END-WRITE
               MOVE EXE-LIVRO TO WS-LIVRO-LIDO
               MOVE 1 TO WS-QTD-NUM
           ELSE
               MOVE WS-COD-NUM TO LIV-COD
               READ LIVROS
                 INVALID KEY
                 MOVE 35 TO FS-LIV
                 NOT INVALID KEY
                 MOVE 0 TO FS-LIV
               END-READ
               IF (FS-LIV-NAO-EXISTE) THEN
                   MOVE "LIVRO DESCONHECIDO" TO WS-MOTIVO
                   PERFORM GRAVA-DESCONHECIDO
                   GO FIM-TRATA-LINHA
               END-IF
               MOVE LIV-COD TO WS-LIVRO-LIDO
           END-IF.
           PERFORM SOMA-LIVRO.
       FIM-TRATA-LINHA.

       SOMA-LIVRO.
           MOVE "L" TO CNT-TIPO.
           MOVE WS-LIVRO-LIDO TO CNT-CODIGO.
           READ CONTAGEM
             INVALID KEY
             MOVE "L" TO CNT-TIPO
             MOVE WS-LIVRO-LIDO TO CNT-CODIGO
             MOVE WS-QTD-NUM TO CNT-QTD
             MOVE WS-LIVRO-LIDO TO CNT-LIVRO
             WRITE REGISTO-CONTAGEM
              INVALID KEY
              CONTINUE
             END-WRITE
             NOT INVALID KEY
             ADD WS-QTD-NUM TO CNT-QTD
             REWRITE REGISTO-CONTAGEM
              INVALID KEY
              CONTINUE
             END-REWRITE
           END-READ.

       VALIDA-COD.
           MOVE 0 TO WS-COD-NUM.
           IF (WS-CMP-COD = SPACES) THEN
               MOVE "COD EM FALTA" TO WS-MOTIVO
               MOVE "R" TO WS-LINHA-SW
           ELSE
               IF (FUNCTION TEST-NUMVAL(WS-CMP-COD) NOT = 0) THEN
                   MOVE "COD NAO NUMERICO" TO WS-MOTIVO
                   MOVE "R" TO WS-LINHA-SW
               ELSE
                   COMPUTE WS-COD-NUM = FUNCTION NUMVAL(WS-CMP-COD)
                   IF (WS-COD-NUM = 0) THEN
                       MOVE "COD OBRIGATORIO" TO WS-MOTIVO
                       MOVE "R" TO WS-LINHA-SW
                   END-IF
               END-IF
           END-IF.

       GRAVA-DESCONHECIDO.
           MOVE "R" TO WS-LINHA-SW.
           ADD 1 TO WS-TOTAL-DESCONHECIDOS.
           MOVE SPACES TO WS-LINHA.
           STRING "  " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY "  "
                  " | " DELIMITED BY SIZE
                  LINHA-ENTRADA DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

      *----------------------------------------------------------------
      * CONFRONTA
      * PERCORRE TODO O MESTRE DE LIVROS, PORQUE UM LIVRO QUE NAO
      * APARECE NA CONTAGEM PODE ESTAR TODO EM FALTA, E CONFRONTA
      * CADA UM NA FILIAL. SO OS LIVROS COM DIFERENCAS VAO AO
      * RELATORIO.
      *----------------------------------------------------------------
       CONFRONTA.
           MOVE "DIFERENCAS POR LIVRO:" TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           IF (MODO-LANCAMENTO) THEN
               OPEN EXTEND AUDITORIA
           END-IF.
           MOVE 0 TO LIV-COD.
           START LIVROS KEY > LIV-COD
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-LIV-OK
               READ LIVROS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               PERFORM CONFRONTA-LIVRO THRU FIM-CONFRONTA-LIVRO
               END-READ
           END-PERFORM.
           IF (MODO-LANCAMENTO) THEN
               CLOSE AUDITORIA
           END-IF.
       FIM-CONFRONTA.

      *----------------------------------------------------------------
      * CONFRONTA-LIVRO
      * ESPERADOS NA PRATELEIRA = DISPONIVEIS NA FILIAL MENOS OS
      * GUARDADOS A RESERVAS ANUNCIADAS. OS EXEMPLARES LIDOS QUE O
      * SISTEMA NAO TEM NA PRATELEIRA DA FILIAL NAO CONTAM PARA ESTA
      * CONTA: SAO LISTADOS UM A UM. O QUE SOBRA E A FALTA OU O
      * EXCESSO DO LIVRO NA PRATELEIRA.
      *----------------------------------------------------------------
       CONFRONTA-LIVRO.
           MOVE "L" TO CNT-TIPO.
           MOVE LIV-COD TO CNT-CODIGO.
           READ CONTAGEM
             INVALID KEY
             MOVE 0 TO CNT-QTD
           END-READ.
           MOVE CNT-QTD TO WS-CONTADOS.
           PERFORM CONTA-GUARDADOS.
           IF (LIV-FIL-DISPONIVEIS(WS-FILIAL) > WS-GUARDADOS) THEN
               COMPUTE WS-ESPERADOS =
                   LIV-FIL-DISPONIVEIS(WS-FILIAL) - WS-GUARDADOS
           ELSE
               MOVE 0 TO WS-ESPERADOS
           END-IF.
           PERFORM CONTA-EXEMPLARES.
           MOVE 0 TO WS-FALTA.
           MOVE 0 TO WS-A-MAIS.
           IF (WS-ESPERADOS > WS-CONTADOS - WS-FORA) THEN
               COMPUTE WS-FALTA =
                   WS-ESPERADOS - (WS-CONTADOS - WS-FORA)
           ELSE
               COMPUTE WS-A-MAIS =
                   (WS-CONTADOS - WS-FORA) - WS-ESPERADOS
           END-IF.
           IF (WS-FALTA = 0) AND (WS-A-MAIS = 0) AND
              (WS-FORA = 0) THEN
               GO FIM-CONFRONTA-LIVRO
           END-IF.
           ADD 1 TO WS-TOTAL-LIVROS-DIF.
           ADD WS-FALTA TO WS-TOTAL-FALTA.
           ADD WS-FORA TO WS-TOTAL-FORA.
           MOVE SPACES TO WS-LINHA.
           STRING "LIVRO " DELIMITED BY SIZE
                  LIV-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIV-TITULO DELIMITED BY SIZE
                  " ESPERADOS " DELIMITED BY SIZE
                  WS-ESPERADOS DELIMITED BY SIZE
                  " CONTADOS " DELIMITED BY SIZE
                  WS-CONTADOS DELIMITED BY SIZE
                  " GUARDADOS " DELIMITED BY SIZE
                  WS-GUARDADOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           IF (WS-FALTA > 0) THEN
               MOVE SPACES TO WS-LINHA
               STRING "  EM FALTA NA PRATELEIRA: " DELIMITED BY SIZE
                      WS-FALTA DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
           END-IF.
           IF (WS-A-MAIS > 0) THEN
               MOVE SPACES TO WS-LINHA
               STRING "  CONTADOS A MAIS: " DELIMITED BY SIZE
                      WS-A-MAIS DELIMITED BY SIZE
                      " (SISTEMA: EMPRESTADOS " DELIMITED BY SIZE
                      WS-EMPRESTADOS DELIMITED BY SIZE
                      " EM TRANSITO PARA A FILIAL " DELIMITED BY SIZE
                      WS-EM-TRANSITO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
           END-IF.
           MOVE "N" TO WS-ACERTO-SW.
           MOVE 0 TO WS-POR-ABATER.
           MOVE 0 TO WS-POR-RECEBER.
           IF (MODO-LANCAMENTO) THEN
               MOVE WS-FALTA TO WS-POR-ABATER
               MOVE WS-A-MAIS TO WS-POR-RECEBER
           END-IF.
           PERFORM TRATA-EXEMPLARES.
      * O EXCESSO QUE OS EXEMPLARES EM TRANSITO NAO EXPLICAM SAO
      * EXEMPLARES QUE NUNCA FORAM REGISTADOS
           MOVE 0 TO WS-SEM-REGISTO.
           IF (MODO-LANCAMENTO) THEN
               MOVE WS-POR-RECEBER TO WS-SEM-REGISTO
           ELSE
               IF (WS-A-MAIS > WS-EM-TRANSITO) THEN
                   COMPUTE WS-SEM-REGISTO = WS-A-MAIS - WS-EM-TRANSITO
               END-IF
           END-IF.
           IF (WS-SEM-REGISTO > 0) THEN
               ADD WS-SEM-REGISTO TO WS-TOTAL-A-MAIS
               MOVE SPACES TO WS-LINHA
               STRING "  SEM EXEMPLAR REGISTADO: " DELIMITED BY SIZE
                      WS-SEM-REGISTO DELIMITED BY SIZE
                      " - REGISTAR NO LIVMNT" DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
           END-IF.
           IF (LIVRO-ACERTADO) THEN
               PERFORM CALCULA-STOCK
               REWRITE REGISTO-LIVRO
                INVALID KEY
                DISPLAY "ERRO A ATUALIZAR LIVRO " LIV-COD
               END-REWRITE
           END-IF.
       FIM-CONFRONTA-LIVRO.

       CONTA-GUARDADOS.
           MOVE 0 TO WS-GUARDADOS.
           MOVE LIV-COD TO RES-LIVRO.
           START RESERVAS KEY = RES-LIVRO
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-RES-OK
               READ RESERVAS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (RES-LIVRO NOT = LIV-COD) THEN
                   MOVE 10 TO FS-RES
               ELSE
                   IF (RESERVA-ESPERA) AND
                      (RES-DISPONIVEL NOT = ZEROS) AND
                      (RES-FILIAL = WS-FILIAL) THEN
                       ADD 1 TO WS-GUARDADOS
                   END-IF
               END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * CONTA-EXEMPLARES
      * PRIMEIRA PASSAGEM PELOS EXEMPLARES DO LIVRO, SO A CONTAR: OS
      * LIDOS FORA DA PRATELEIRA DA FILIAL, OS EMPRESTADOS NA FILIAL
      * E OS QUE VEM EM TRANSITO PARA ELA.
      *----------------------------------------------------------------
       CONTA-EXEMPLARES.
           MOVE 0 TO WS-FORA.
           MOVE 0 TO WS-EMPRESTADOS.
           MOVE 0 TO WS-EM-TRANSITO.
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
                   PERFORM VERIFICA-LIDO
                   IF (EXEMPLAR-LIDO) AND
                      ((NOT EXEMPLAR-PRATELEIRA) OR
                       (EXE-FILIAL NOT = WS-FILIAL)) THEN
                       ADD 1 TO WS-FORA
                   END-IF
                   IF (EXEMPLAR-EMPRESTADO) AND
                      (EXE-FILIAL = WS-FILIAL) THEN
                       ADD 1 TO WS-EMPRESTADOS
                   END-IF
                   IF (EXEMPLAR-TRANSITO) AND
                      (EXE-FILIAL = WS-FILIAL) AND
                      (NOT EXEMPLAR-LIDO) THEN
                       ADD 1 TO WS-EM-TRANSITO
                   END-IF
               END-IF
               END-READ
           END-PERFORM.

       VERIFICA-LIDO.
           MOVE "N" TO WS-LIDO-SW.
           MOVE "E" TO CNT-TIPO.
           MOVE EXE-COD TO CNT-CODIGO.
           READ CONTAGEM
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             MOVE "S" TO WS-LIDO-SW
           END-READ.

      *----------------------------------------------------------------
      * TRATA-EXEMPLARES
      * SEGUNDA PASSAGEM: LISTA CADA EXEMPLAR LIDO FORA DA PRATELEIRA
      * DA FILIAL E, COM CONFIRMA, LANCA OS ACERTOS. OS EMPRESTADOS
      * FICAM COMO ESTAO (HA UM RENTAL ABERTO A RESOLVER NO BALCAO) E
      * OS INUTILIZADOS NAO VOLTAM A PRATELEIRA. A FALTA ABATE OS
      * EXEMPLARES NAO LIDOS DA PRATELEIRA DA FILIAL E O EXCESSO
      * RECEBE OS NAO LIDOS QUE VINHAM EM TRANSITO PARA A FILIAL,
      * SEMPRE PELA ORDEM DO CODIGO DE BARRAS.
      *----------------------------------------------------------------
       TRATA-EXEMPLARES.
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
                   PERFORM VERIFICA-LIDO
                   MOVE EXE-SITUACAO TO WS-SIT-ANTES
                   IF (EXEMPLAR-LIDO) THEN
                       IF (NOT EXEMPLAR-PRATELEIRA) OR
                          (EXE-FILIAL NOT = WS-FILIAL) THEN
                           PERFORM TRATA-ENCONTRADO THRU
                                   FIM-TRATA-ENCONTRADO
                       END-IF
                   ELSE
                       IF (EXEMPLAR-PRATELEIRA) AND
                          (EXE-FILIAL = WS-FILIAL) AND
                          (WS-POR-ABATER > 0) THEN
                           PERFORM ABATE-EM-FALTA
                       END-IF
                       IF (EXEMPLAR-TRANSITO) AND
                          (EXE-FILIAL = WS-FILIAL) AND
                          (WS-POR-RECEBER > 0) THEN
                           PERFORM RECEBE-A-MAIS
                       END-IF
                   END-IF
               END-IF
               END-READ
           END-PERFORM.

       TRATA-ENCONTRADO.
           MOVE SPACES TO WS-LINHA.
           EVALUATE TRUE
               WHEN EXEMPLAR-EMPRESTADO
                   STRING "  EXEMPLAR " DELIMITED BY SIZE
                          EXE-COD DELIMITED BY SIZE
                          " ENCONTRADO MAS EMPRESTADO (RENTAL "
                          DELIMITED BY SIZE
                          EXE-RENTAL DELIMITED BY SIZE
                          ") - DEVOLVER NO BALCAO" DELIMITED BY SIZE
                     INTO WS-LINHA
               WHEN EXEMPLAR-TRANSITO
                   STRING "  EXEMPLAR " DELIMITED BY SIZE
                          EXE-COD DELIMITED BY SIZE
                          " ENCONTRADO MAS EM TRANSITO PARA A FILIAL "
                          DELIMITED BY SIZE
                          EXE-FILIAL DELIMITED BY SIZE
                     INTO WS-LINHA
               WHEN EXEMPLAR-PRATELEIRA
                   STRING "  EXEMPLAR " DELIMITED BY SIZE
                          EXE-COD DELIMITED BY SIZE
                          " ENCONTRADO MAS NA PRATELEIRA DA FILIAL "
                          DELIMITED BY SIZE
                          EXE-FILIAL DELIMITED BY SIZE
                     INTO WS-LINHA
               WHEN OTHER
                   STRING "  EXEMPLAR " DELIMITED BY SIZE
                          EXE-COD DELIMITED BY SIZE
                          " ENCONTRADO MAS ABATIDO ("
                          DELIMITED BY SIZE
                          EXE-CONDICAO DELIMITED BY SPACES
                          ")" DELIMITED BY SIZE
                     INTO WS-LINHA
           END-EVALUATE.
           WRITE REGISTO-REL FROM WS-LINHA.
           IF (MODO-SIMULACAO) OR (EXEMPLAR-EMPRESTADO) THEN
               GO FIM-TRATA-ENCONTRADO
           END-IF.
           IF (EXEMPLAR-ABATIDO) AND (EXEMPLAR-INUTILIZADO) THEN
               MOVE "    INUTILIZADO, NAO VOLTA A PRATELEIRA"
                 TO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
               GO FIM-TRATA-ENCONTRADO
           END-IF.
           MOVE "PRATELEIRA" TO EXE-SITUACAO.
           MOVE WS-FILIAL TO EXE-FILIAL.
           MOVE 0 TO EXE-RENTAL.
           PERFORM REGRAVA-EXEMPLAR.
       FIM-TRATA-ENCONTRADO.

       ABATE-EM-FALTA.
           SUBTRACT 1 FROM WS-POR-ABATER.
           MOVE "ABATIDO" TO EXE-SITUACAO.
           MOVE SPACES TO WS-LINHA.
           STRING "  EXEMPLAR " DELIMITED BY SIZE
                  EXE-COD DELIMITED BY SIZE
                  " NAO LIDO, ABATIDO" DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           PERFORM REGRAVA-EXEMPLAR.

       RECEBE-A-MAIS.
           SUBTRACT 1 FROM WS-POR-RECEBER.
           MOVE "PRATELEIRA" TO EXE-SITUACAO.
           MOVE SPACES TO WS-LINHA.
           STRING "  EXEMPLAR " DELIMITED BY SIZE
                  EXE-COD DELIMITED BY SIZE
                  " EM TRANSITO, RECEBIDO NA PRATELEIRA"
                  DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           PERFORM REGRAVA-EXEMPLAR.

       REGRAVA-EXEMPLAR.
           MOVE WS-HOJE TO EXE-DATA-SITUACAO.
           REWRITE REGISTO-EXEMPLAR
            INVALID KEY
            DISPLAY "ERRO A ATUALIZAR EXEMPLAR " EXE-COD
            NOT INVALID KEY
            MOVE "S" TO WS-ACERTO-SW
            ADD 1 TO WS-TOTAL-ACERTOS
            PERFORM GRAVA-AUDITORIA-ACERTO
           END-REWRITE.

      *----------------------------------------------------------------
      * GRAVA-AUDITORIA-ACERTO
      * LINHA DE AUDITORIA DE UM ACERTO DE INVENTARIO: O LIVRO, O
      * EXEMPLAR, A PASSAGEM DE SITUACAO NA COLUNA DE SITUACAO, O
      * SUPERVISOR QUE CONFIRMOU E A FILIAL INVENTARIADA, E O
      * EXEMPLAR COMO FICOU DEPOIS DO ACERTO, PARA A RECUPERACAO POR
      * AVANCO. OS CAMPOS DE RENTAL NAO SE APLICAM.
      *----------------------------------------------------------------
       GRAVA-AUDITORIA-ACERTO.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           MOVE SPACES TO REGISTO-AUDIT.
           STRING WS-AUD-DATA DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-AUD-HORA DELIMITED BY SIZE
             INTO AUD-DATA-HORA.
           MOVE "INVENTARIO" TO AUD-OPERACAO.
           MOVE 0 TO AUD-COD.
           MOVE 0 TO AUD-RENTAL.
           MOVE 0 TO AUD-ENTREGA.
           MOVE LIV-COD TO AUD-LIVRO.
           MOVE 0 TO AUD-CLIENTE.
           MOVE SPACES TO AUD-SITUACAO.
           STRING WS-SIT-ANTES DELIMITED BY SPACES
                  ">" DELIMITED BY SIZE
                  EXE-SITUACAO DELIMITED BY SPACES
             INTO AUD-SITUACAO.
           MOVE 0 TO AUD-MULTA.
           MOVE 0 TO AUD-RENOVACOES.
           MOVE 0 TO AUD-NIVEL-AVISO.
           MOVE 0 TO AUD-GUIA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-FILIAL TO AUD-FILIAL.
           MOVE EXE-COD TO AUD-EXEMPLAR.
           MOVE 0 TO AUD-DEP-RENTAL.
           MOVE 0 TO AUD-DEP-ENTREGA.
           MOVE 0 TO AUD-DEP-LIVRO.
           MOVE 0 TO AUD-DEP-CLIENTE.
           MOVE 0 TO AUD-DEP-MULTA.
           MOVE 0 TO AUD-DEP-RENOVACOES.
           MOVE 0 TO AUD-DEP-NIVEL-AVISO.
           MOVE 0 TO AUD-DEP-GUIA.
           MOVE 0 TO AUD-DEP-FILIAL.
           MOVE 0 TO AUD-DEP-EXEMPLAR.
           MOVE EXE-COD TO AUD-EXE-COD.
           MOVE EXE-FILIAL TO AUD-EXE-FILIAL.
           MOVE EXE-CONDICAO TO AUD-EXE-CONDICAO.
           MOVE EXE-SITUACAO TO AUD-EXE-SITUACAO.
           MOVE EXE-DATA-SITUACAO TO AUD-EXE-DATA.
           MOVE EXE-RENTAL TO AUD-EXE-RENTAL.
           WRITE REGISTO-AUDIT.

      *----------------------------------------------------------------
      * CALCULA-STOCK
      * REFAZ OS CONTADORES DO LIVRO EM REGISTO-LIVRO A PARTIR DO
      * REGISTO DE EXEMPLARES, COM AS MESMAS REGRAS DO RENTALS.
      *----------------------------------------------------------------
       CALCULA-STOCK.
           MOVE 0 TO LIV-EXEMPLARES.
           MOVE 0 TO LIV-DISPONIVEIS.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 2
               MOVE 0 TO LIV-FIL-EXEMPLARES(WS-FX)
               MOVE 0 TO LIV-FIL-DISPONIVEIS(WS-FX)
               MOVE 0 TO LIV-FIL-TRANSITO(WS-FX)
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
                   MOVE EXE-FILIAL TO WS-FX
                   IF (WS-FX < 1) OR (WS-FX > 2) THEN
                       MOVE 1 TO WS-FX
                   END-IF
                   EVALUATE TRUE
                       WHEN EXEMPLAR-PRATELEIRA
                           ADD 1 TO LIV-FIL-EXEMPLARES(WS-FX)
                           ADD 1 TO LIV-FIL-DISPONIVEIS(WS-FX)
                       WHEN EXEMPLAR-EMPRESTADO
                           ADD 1 TO LIV-FIL-EXEMPLARES(WS-FX)
                       WHEN EXEMPLAR-TRANSITO
                           ADD 1 TO LIV-FIL-TRANSITO(WS-FX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 2
               ADD LIV-FIL-EXEMPLARES(WS-FX) TO LIV-EXEMPLARES
               ADD LIV-FIL-DISPONIVEIS(WS-FX) TO LIV-DISPONIVEIS
           END-PERFORM.

       ESCREVE-TOTAIS.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "LINHAS LIDAS            : " DELIMITED BY SIZE
                  WS-TOTAL-LIDAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "CODIGOS DESCONHECIDOS   : " DELIMITED BY SIZE
                  WS-TOTAL-DESCONHECIDOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "LIDOS EM DUPLICADO      : " DELIMITED BY SIZE
                  WS-TOTAL-DUPLICADOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "LIVROS COM DIFERENCAS   : " DELIMITED BY SIZE
                  WS-TOTAL-LIVROS-DIF DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "EM FALTA NA PRATELEIRA  : " DELIMITED BY SIZE
                  WS-TOTAL-FALTA DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "ENCONTRADOS FORA DELA   : " DELIMITED BY SIZE
                  WS-TOTAL-FORA DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "SEM EXEMPLAR REGISTADO  : " DELIMITED BY SIZE
                  WS-TOTAL-A-MAIS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "ACERTOS LANCADOS        : " DELIMITED BY SIZE
                  WS-TOTAL-ACERTOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

       END PROGRAM RENTINV.
