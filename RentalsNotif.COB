      ******************************************************************
      * Author:
      * Date:
      * Purpose: Avisos aos leitores por e-mail e SMS, atraves da
      *          central de envio de mensagens. Chamada:
      *            RENTNOT            (o mesmo que RENTNOT GERA)
      *            RENTNOT GERA
      *              gera as mensagens do dia para os clientes com
      *              aviso por e-mail (CLI-CONTACTO E, com CLI-EMAIL)
      *              ou por SMS (CLI-CONTACTO S, com CLI-TELEFONE):
      *              LEMBRETE - rental ATIVO a entregar nos proximos
      *                PAR-DIAS-LEMBRETE dias (0 = sem lembretes);
      *              RESERVA - reserva em ESPERA com o livro ja
      *                guardado ao cliente (RES-DISPONIVEL);
      *              ATRASO-1/2/3 - o nivel de aviso de atraso que o
      *                batch de fim-de-dia deu ao rental.
      *              Cada mensagem fica em RENTALS-MENSAGENS.TXT pela
      *              sua referencia (tipo, rental ou reserva e data),
      *              que nunca e gerada duas vezes. As mensagens do
      *              dia ainda por confirmar vao para o ficheiro da
      *              central RENTALS-ENVIO-<AAAAMMDD>.TXT, uma linha
      *              por mensagem:
      *                ID;CANAL;DESTINO;CLIENTE;NOME;TIPO;TEXTO
      *              com CANAL E (e-mail) ou S (SMS). Correr de novo
      *              no mesmo dia refaz o mesmo ficheiro, mais as
      *              mensagens que entretanto surgiram.
      *            RENTNOT ESTADO <ficheiro>
      *              carrega o ficheiro de estados devolvido pela
      *              central, uma linha por mensagem:
      *                ID;ESTADO[;DETALHE]
      *              ENTREGUE confirma a mensagem; ENVIADO e PENDENTE
      *              ficam a espera; qualquer outro estado e falha
      *              de entrega e a mensagem segue em carta de papel,
      *              juntada a RENTALS-AVISOS.TXT. O resultado fica
      *              na mensagem e no cliente (dia, estado e falhas
      *              seguidas). Um estado repetido nao gera segunda
      *              carta. Corre depois do batch de fim-de-dia, que
      *              refaz o ficheiro de avisos.
      *          Cada modo escreve o seu relatorio
      *          (RENTALS-MENSAGENS-REL.TXT e RENTALS-ENTREGAS-REL.TXT).
      *          Recusa arrancar com o batch de fim-de-dia EM CURSO e
      *          termina com RETURN-CODE 8 quando a chamada e recusada
      *          ou ha linhas de estado rejeitadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTNOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENTRADA ASSIGN TO WS-NOME-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT.

           SELECT OPTIONAL FIC ASSIGN TO "RENTALS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FS-CHAVE
           ALTERNATE RECORD KEY IS FS-CLIENTE WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-LIVRO WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-GUIA WITH DUPLICATES.

           SELECT OPTIONAL LIVROS ASSIGN TO "LIVROS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LIV
           RECORD KEY IS LIV-COD.

           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CLI
           RECORD KEY IS CLI-COD.

           SELECT OPTIONAL RESERVAS ASSIGN TO "RENTALS-RESERVAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-RES
           RECORD KEY IS RES-CHAVE
           ALTERNATE RECORD KEY IS RES-LIVRO WITH DUPLICATES
           ALTERNATE RECORD KEY IS RES-CLIENTE WITH DUPLICATES.

           SELECT OPTIONAL PARAMETROS
           ASSIGN TO "RENTALS-PARAMETROS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PAR
           RECORD KEY IS PAR-CHAVE.

           SELECT OPTIONAL CONTROLO ASSIGN TO "RENTALS-CONTROLO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CTL
           RECORD KEY IS CTL-CHAVE.

           SELECT OPTIONAL MENSAGENS ASSIGN TO "RENTALS-MENSAGENS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MSG
           RECORD KEY IS MSG-CHAVE
           ALTERNATE RECORD KEY IS MSG-REFERENCIA
           ALTERNATE RECORD KEY IS MSG-DATA WITH DUPLICATES.

      * O FICHEIRO DO DIA PARA A CENTRAL, DE NOME DATADO
           SELECT OPTIONAL ENVIO ASSIGN TO WS-NOME-ENVIO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AVISOS ASSIGN TO "RENTALS-AVISOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELATORIO ASSIGN TO WS-NOME-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA.
       01 REGISTO-ENTRADA.
           05 LINHA-ENTRADA           PIC X(150).

       FD FIC.
           COPY RENTREG.

       FD LIVROS.
           COPY LIVREG.

       FD CLIENTES.
           COPY CLIREG.

       FD RESERVAS.
           COPY RENTRES.

       FD PARAMETROS.
           COPY RENTPAR.

       FD CONTROLO.
           COPY RENTCTL.

       FD MENSAGENS.
           COPY RENTMSG.

       FD ENVIO.
       01 REGISTO-ENVIO.
           05 LINHA-ENVIO             PIC X(300).

       FD AVISOS.
       01 REGISTO-AVISO.
           05 LINHAS-AVISO            PIC X(150).

       FD RELATORIO.
       01 REGISTO-REL.
           05 LINHAS-REL              PIC X(150).

       WORKING-STORAGE SECTION.
       77 FS-ENT                     PIC 9(02).
           88 FS-ENT-OK              VALUES 0.
           88 FS-ENT-FIM             VALUES 10.
           88 FS-ENT-NAO-EXISTE      VALUES 05, 35.
       77 FS                         PIC 9(02).
           88 FS-OK                  VALUES 0, 2.
       77 FS-LIV                     PIC 9(02).
           88 FS-LIV-OK              VALUES 0.
       77 FS-CLI                     PIC 9(02).
           88 FS-CLI-OK              VALUES 0.
           88 FS-CLI-NAO-EXISTE      VALUES 35.
       77 FS-RES                     PIC 9(02).
           88 FS-RES-OK              VALUES 0, 2.
       77 FS-PAR                     PIC 9(02).
           88 FS-PAR-OK              VALUES 0.
       77 FS-CTL                     PIC 9(02).
           88 FS-CTL-OK              VALUES 0.
       77 FS-MSG                     PIC 9(02).
           88 FS-MSG-OK              VALUES 0, 2.
           88 FS-MSG-NAO-EXISTE      VALUES 35.
      * DATA DE HOJE, NO FORMATO AAAAMMDD
       77 WS-HOJE                    PIC 9(08).
       77 WS-LINHA                   PIC X(150) VALUES SPACES.
      * LINHA DE COMANDO: MODO E FICHEIRO DE ESTADOS
       77 WS-PARAMETRO               PIC X(80) VALUES SPACES.
       77 WS-MODO                    PIC X(10) VALUES SPACES.
           88 WS-GERA                 VALUE "GERA".
           88 WS-ESTADO               VALUE "ESTADO".
       77 WS-NOME-ENTRADA            PIC X(60) VALUES SPACES.
       77 WS-NOME-ENVIO              PIC X(60) VALUES SPACES.
       77 WS-NOME-RELATORIO          PIC X(60) VALUES SPACES.
       77 WS-RECUSA-SW               PIC X VALUE "N".
           88 WS-RECUSADO            VALUE "S".
      * DIAS DO LEMBRETE ANTES DA ENTREGA (VALOR DE RECURSO SEM
      * PARAMETROS) E DIAS QUE FALTAM PARA A ENTREGA DO RENTAL
       77 WS-DIAS-LEMBRETE           PIC 9(03) VALUE 2.
       77 WS-DIAS-FALTA              PIC S9(07) VALUE 0.
      * MENSAGEM CANDIDATA: REFERENCIA, CLIENTE E LIVRO
       77 WS-REF-TIPO                PIC X(08) VALUES SPACES.
       77 WS-REF-ORIGEM              PIC 9(09) VALUE 0.
       77 WS-REF-DATA                PIC 9(08) VALUE 0.
       77 WS-REF-CLIENTE             PIC 9(20) VALUE 0.
       77 WS-REF-LIVRO               PIC 9(20) VALUE 0.
       77 WS-CANAL                   PIC X(01) VALUES SPACES.
       77 WS-DESTINO                 PIC X(50) VALUES SPACES.
      * TEXTO DA MENSAGEM, EM DUAS FRASES (UMA LINHA CADA NA CARTA)
       77 WS-TEXTO-1                 PIC X(120) VALUES SPACES.
       77 WS-TEXTO-2                 PIC X(60) VALUES SPACES.
       77 WS-TITULO                  PIC X(40) VALUES SPACES.
       77 WS-NOME                    PIC X(40) VALUES SPACES.
       77 WS-LOCAL                   PIC X(10) VALUES SPACES.
       77 WS-PREFIXO                 PIC X(30) VALUES SPACES.
       01 WS-DATA-REF                PIC 9(08) VALUE 0.
       01 WS-DATA-REF-R REDEFINES WS-DATA-REF.
           05 WS-DR-ANO              PIC 9(04).
           05 WS-DR-MES              PIC 9(02).
           05 WS-DR-DIA              PIC 9(02).
       01 WS-DATA-ED.
           05 WS-DE-DIA              PIC 9(02).
           05 FILLER                 PIC X(01) VALUE "-".
           05 WS-DE-MES              PIC 9(02).
           05 FILLER                 PIC X(01) VALUE "-".
           05 WS-DE-ANO              PIC 9(04).
      * CAMPOS DA LINHA DE ESTADO, AINDA EM TEXTO
       77 WS-CMP-ID                  PIC X(20) VALUES SPACES.
       77 WS-CMP-ESTADO              PIC X(20) VALUES SPACES.
       77 WS-CMP-DETALHE             PIC X(60) VALUES SPACES.
       77 WS-NUM                     PIC 9(09) VALUE 0.
       77 WS-MOTIVO                  PIC X(40) VALUES SPACES.
       77 WS-FALHA-SW                PIC X VALUE "N".
           88 WS-FALHA               VALUE "S".
      * SEQUENCIAS DO FICHEIRO DE CONTROLO (VER RENTCTL)
       77 WS-SEQ-TIPO                PIC 9(01) VALUE 0.
       77 WS-SEQ-NUMERO              PIC 9(09) VALUE 0.
      * TOTAIS DA CORRIDA
       77 WS-TOTAL-LEMBRETES         PIC 9(07) VALUES 0.
       77 WS-TOTAL-RESERVAS          PIC 9(07) VALUES 0.
       77 WS-TOTAL-ATRASOS           PIC 9(07) VALUES 0.
       77 WS-TOTAL-JA-GERADAS        PIC 9(07) VALUES 0.
       77 WS-TOTAL-CARTA             PIC 9(07) VALUES 0.
       77 WS-TOTAL-ENVIO             PIC 9(07) VALUES 0.
       77 WS-TOTAL-LIDAS             PIC 9(07) VALUES 0.
       77 WS-TOTAL-ENTREGUES         PIC 9(07) VALUES 0.
       77 WS-TOTAL-PENDENTES         PIC 9(07) VALUES 0.
       77 WS-TOTAL-FALHADAS          PIC 9(07) VALUES 0.
       77 WS-TOTAL-REPETIDAS         PIC 9(07) VALUES 0.
       77 WS-TOTAL-REJEITADAS        PIC 9(07) VALUES 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
               INTO WS-MODO WS-NOME-ENTRADA.
           IF (WS-MODO = SPACES) THEN
               MOVE "GERA" TO WS-MODO
           END-IF.
           PERFORM VALIDA-CHAMADA.
           IF (WS-RECUSADO) THEN
               MOVE 8 TO RETURN-CODE
               GO FIM
           END-IF.
           PERFORM LE-PARAMETROS.
           OPEN I-O MENSAGENS.
           OPEN INPUT LIVROS.
           OPEN INPUT RESERVAS.
           IF (WS-GERA) THEN
               PERFORM MODO-GERA THRU FIM-MODO-GERA
           ELSE
               PERFORM MODO-ESTADO THRU FIM-MODO-ESTADO
           END-IF.
           CLOSE MENSAGENS.
           CLOSE LIVROS.
           CLOSE RESERVAS.
           IF (WS-TOTAL-REJEITADAS > 0) THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       FIM.
           STOP RUN.

      *----------------------------------------------------------------
      * VALIDA-CHAMADA
      * O MODO E GERA OU ESTADO, ESTE COM O FICHEIRO DA CENTRAL. NADA
      * CORRE COM O BATCH DE FIM-DE-DIA A MEIO.
      *----------------------------------------------------------------
       VALIDA-CHAMADA.
           IF (NOT WS-GERA) AND (NOT WS-ESTADO) OR
              (WS-ESTADO AND WS-NOME-ENTRADA = SPACES) THEN
               DISPLAY "USO: RENTNOT [GERA] | RENTNOT ESTADO <FICHEIRO>"
               MOVE "S" TO WS-RECUSA-SW
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
                           "MENSAGENS ADIADAS."
                   MOVE "S" TO WS-RECUSA-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * MODO-GERA
      * GERA AS MENSAGENS NOVAS A PARTIR DOS RENTALS E DAS RESERVAS E
      * ESCREVE O FICHEIRO DO DIA PARA A CENTRAL.
      *----------------------------------------------------------------
       MODO-GERA.
           MOVE "RENTALS-MENSAGENS-REL.TXT" TO WS-NOME-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "MENSAGENS E-MAIL/SMS - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE "ID        TIPO     CLIENTE              CANAL DESTINO"
             TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           OPEN INPUT FIC.
           OPEN INPUT CLIENTES.
           PERFORM CICLO-RENTALS THRU FIM-CICLO-RENTALS.
           PERFORM CICLO-RESERVAS THRU FIM-CICLO-RESERVAS.
           PERFORM EXPORTA-MENSAGENS THRU FIM-EXPORTA-MENSAGENS.
           CLOSE FIC.
           CLOSE CLIENTES.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "LEMBRETES DE ENTREGA  : " DELIMITED BY SIZE
                  WS-TOTAL-LEMBRETES DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "RESERVAS DISPONIVEIS  : " DELIMITED BY SIZE
                  WS-TOTAL-RESERVAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "AVISOS DE ATRASO      : " DELIMITED BY SIZE
                  WS-TOTAL-ATRASOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "JA GERADAS ANTES      : " DELIMITED BY SIZE
                  WS-TOTAL-JA-GERADAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "CLIENTES SO COM CARTA : " DELIMITED BY SIZE
                  WS-TOTAL-CARTA DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "LINHAS PARA A CENTRAL : " DELIMITED BY SIZE
                  WS-TOTAL-ENVIO DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WS-NOME-ENVIO DELIMITED BY SPACES
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           CLOSE RELATORIO.
           DISPLAY "MENSAGENS PARA A CENTRAL: " WS-TOTAL-ENVIO.
       FIM-MODO-GERA.

      *----------------------------------------------------------------
      * CICLO-RENTALS
      * LEMBRETE PARA OS RENTALS ATIVOS A ENTREGAR DENTRO DOS DIAS DO
      * LEMBRETE E AVISO DE ATRASO PARA OS ATRASADOS OU PERDIDOS COM
      * NIVEL DE AVISO DADO PELO BATCH. A REFERENCIA LEVA A DATA DE
      * ENTREGA, PARA QUE UMA RENOVACAO TENHA O SEU LEMBRETE.
      *----------------------------------------------------------------
       CICLO-RENTALS.
           MOVE 0 TO FS-COD.
           START FIC KEY > FS-COD
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-OK
               READ FIC NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               PERFORM VERIFICA-RENTAL THRU FIM-VERIFICA-RENTAL
               END-READ
           END-PERFORM.
       FIM-CICLO-RENTALS.

       VERIFICA-RENTAL.
           MOVE SPACES TO WS-REF-TIPO.
           IF (SITUACAO-ATIVO) AND (WS-DIAS-LEMBRETE > 0) AND
              (FS-ENTREGA >= WS-HOJE) AND
              (FUNCTION TEST-DATE-YYYYMMDD(FS-ENTREGA) = 0) THEN
               COMPUTE WS-DIAS-FALTA =
                   FUNCTION INTEGER-OF-DATE(FS-ENTREGA) -
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
               IF (WS-DIAS-FALTA <= WS-DIAS-LEMBRETE) THEN
                   MOVE "LEMBRETE" TO WS-REF-TIPO
               END-IF
           END-IF.
           IF (SITUACAO-ATRASADO OR SITUACAO-PERDIDO) AND
              (FS-NIVEL-AVISO >= 1) AND (FS-NIVEL-AVISO <= 3) THEN
               STRING "ATRASO-" DELIMITED BY SIZE
                      FS-NIVEL-AVISO DELIMITED BY SIZE
                 INTO WS-REF-TIPO
           END-IF.
           IF (WS-REF-TIPO = SPACES) THEN
               GO FIM-VERIFICA-RENTAL
           END-IF.
           MOVE FS-COD TO WS-REF-ORIGEM.
           MOVE FS-ENTREGA TO WS-REF-DATA.
           MOVE FS-CLIENTE TO WS-REF-CLIENTE.
           MOVE FS-LIVRO TO WS-REF-LIVRO.
           PERFORM CRIA-MENSAGEM THRU FIM-CRIA-MENSAGEM.
       FIM-VERIFICA-RENTAL.

      *----------------------------------------------------------------
      * CICLO-RESERVAS
      * UMA MENSAGEM POR RESERVA EM ESPERA COM O LIVRO JA GUARDADO AO
      * CLIENTE. A REFERENCIA LEVA O DIA EM QUE FICOU DISPONIVEL.
      *----------------------------------------------------------------
       CICLO-RESERVAS.
           MOVE 0 TO RES-COD.
           START RESERVAS KEY > RES-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-RES-OK
               READ RESERVAS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (RESERVA-ESPERA) AND (RES-DISPONIVEL > 0) THEN
                   MOVE "RESERVA" TO WS-REF-TIPO
                   MOVE RES-COD TO WS-REF-ORIGEM
                   MOVE RES-DISPONIVEL TO WS-REF-DATA
                   MOVE RES-CLIENTE TO WS-REF-CLIENTE
                   MOVE RES-LIVRO TO WS-REF-LIVRO
                   PERFORM CRIA-MENSAGEM THRU FIM-CRIA-MENSAGEM
               END-IF
               END-READ
           END-PERFORM.
       FIM-CICLO-RESERVAS.

      *----------------------------------------------------------------
      * CRIA-MENSAGEM
      * GRAVA A MENSAGEM DA REFERENCIA EM WS-REF-*, SALVO SE JA FOI
      * GERADA OU SE O CLIENTE NAO TEM E-MAIL/SMS (ESSE RECEBE AS
      * CARTAS DO BATCH).
      *----------------------------------------------------------------
       CRIA-MENSAGEM.
           MOVE WS-REF-TIPO TO MSG-TIPO.
           MOVE WS-REF-ORIGEM TO MSG-ORIGEM.
           MOVE WS-REF-DATA TO MSG-DATA-REF.
           READ MENSAGENS KEY IS MSG-REFERENCIA
             INVALID KEY
             MOVE 35 TO FS-MSG
             NOT INVALID KEY
             MOVE 0 TO FS-MSG
           END-READ.
           IF (FS-MSG-OK) THEN
               ADD 1 TO WS-TOTAL-JA-GERADAS
               GO FIM-CRIA-MENSAGEM
           END-IF.
           MOVE WS-REF-CLIENTE TO CLI-COD.
           READ CLIENTES
             INVALID KEY
             MOVE 35 TO FS-CLI
             NOT INVALID KEY
             MOVE 0 TO FS-CLI
           END-READ.
           IF (NOT FS-CLI-OK) THEN
               ADD 1 TO WS-TOTAL-CARTA
               GO FIM-CRIA-MENSAGEM
           END-IF.
           PERFORM ESCOLHE-CANAL.
           IF (WS-CANAL = SPACES) THEN
               ADD 1 TO WS-TOTAL-CARTA
               GO FIM-CRIA-MENSAGEM
           END-IF.
           MOVE 6 TO WS-SEQ-TIPO.
           PERFORM OBTEM-SEQUENCIA.
           MOVE SPACES TO REGISTO-MENSAGEM.
           MOVE WS-SEQ-NUMERO TO MSG-ID.
           MOVE WS-REF-TIPO TO MSG-TIPO.
           MOVE WS-REF-ORIGEM TO MSG-ORIGEM.
           MOVE WS-REF-DATA TO MSG-DATA-REF.
           MOVE WS-HOJE TO MSG-DATA.
           MOVE WS-REF-CLIENTE TO MSG-CLIENTE.
           MOVE WS-REF-LIVRO TO MSG-LIVRO.
           MOVE WS-CANAL TO MSG-CANAL.
           MOVE WS-DESTINO TO MSG-DESTINO.
           MOVE "ENVIADO" TO MSG-ESTADO.
           MOVE WS-HOJE TO MSG-DATA-ESTADO.
           WRITE REGISTO-MENSAGEM
            INVALID KEY
            DISPLAY "ERRO A GRAVAR MENSAGEM " MSG-ID
            GO FIM-CRIA-MENSAGEM
           END-WRITE.
           EVALUATE TRUE
               WHEN MSG-LEMBRETE
                   ADD 1 TO WS-TOTAL-LEMBRETES
               WHEN MSG-RESERVA
                   ADD 1 TO WS-TOTAL-RESERVAS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ATRASOS
           END-EVALUATE.
           MOVE SPACES TO WS-LINHA.
           STRING MSG-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSG-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSG-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSG-CANAL DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  MSG-DESTINO DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
       FIM-CRIA-MENSAGEM.

      *----------------------------------------------------------------
      * ESCOLHE-CANAL
      * CANAL E DESTINO DO CLIENTE EM REGISTO-CLIENTE. FICA EM BRANCO
      * QUANDO O CLIENTE QUER CARTA OU NAO TEM O CONTACTO DO CANAL
      * ESCOLHIDO (A MESMA REGRA DO BATCH PARA NAO MANDAR CARTA).
      *----------------------------------------------------------------
       ESCOLHE-CANAL.
           MOVE SPACES TO WS-CANAL.
           MOVE SPACES TO WS-DESTINO.
           IF (CLI-CONTACTO-EMAIL) AND (CLI-EMAIL NOT = SPACES) THEN
               MOVE "E" TO WS-CANAL
               MOVE CLI-EMAIL TO WS-DESTINO
           END-IF.
           IF (CLI-CONTACTO-SMS) AND (CLI-TELEFONE NOT = SPACES) THEN
               MOVE "S" TO WS-CANAL
               MOVE CLI-TELEFONE TO WS-DESTINO
           END-IF.

      *----------------------------------------------------------------
      * EXPORTA-MENSAGENS
      * REFAZ O FICHEIRO DO DIA PARA A CENTRAL COM AS MENSAGENS
      * GERADAS HOJE QUE AINDA NAO TEM RESPOSTA.
      *----------------------------------------------------------------
       EXPORTA-MENSAGENS.
           MOVE SPACES TO WS-NOME-ENVIO.
           STRING "RENTALS-ENVIO-" DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-NOME-ENVIO.
           OPEN OUTPUT ENVIO.
           MOVE WS-HOJE TO MSG-DATA.
           START MENSAGENS KEY = MSG-DATA
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-MSG-OK
               READ MENSAGENS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (MSG-DATA NOT = WS-HOJE) THEN
                   MOVE 10 TO FS-MSG
               ELSE
                   IF (MSG-ENVIADA) THEN
                       PERFORM ESCREVE-ENVIO
                   END-IF
               END-IF
               END-READ
           END-PERFORM.
           CLOSE ENVIO.
       FIM-EXPORTA-MENSAGENS.

       ESCREVE-ENVIO.
           MOVE MSG-CLIENTE TO CLI-COD.
           READ CLIENTES
             INVALID KEY
             MOVE SPACES TO CLI-NOME
           END-READ.
           MOVE CLI-NOME TO WS-NOME.
           INSPECT WS-NOME REPLACING ALL ";" BY ",".
           PERFORM MONTA-TEXTO.
           MOVE SPACES TO LINHA-ENVIO.
           STRING MSG-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MSG-CANAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MSG-DESTINO DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  MSG-CLIENTE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-NOME DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  MSG-TIPO DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  "BIBLIOTECA: " DELIMITED BY SIZE
                  WS-TEXTO-1 DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-TEXTO-2 DELIMITED BY "  "
             INTO LINHA-ENVIO.
           WRITE REGISTO-ENVIO.
           ADD 1 TO WS-TOTAL-ENVIO.

      *----------------------------------------------------------------
      * MONTA-TEXTO
      * AS DUAS FRASES DA MENSAGEM EM REGISTO-MENSAGEM, COM O TITULO
      * DO LIVRO E A DATA DE REFERENCIA EM DD-MM-AAAA. SERVEM A LINHA
      * DA CENTRAL E A CARTA DE RECURSO.
      *----------------------------------------------------------------
       MONTA-TEXTO.
           MOVE MSG-LIVRO TO LIV-COD.
           READ LIVROS
             INVALID KEY
             MOVE SPACES TO LIV-TITULO
             STRING "N. " DELIMITED BY SIZE
                    MSG-LIVRO DELIMITED BY SIZE
               INTO LIV-TITULO
           END-READ.
           MOVE LIV-TITULO TO WS-TITULO.
           INSPECT WS-TITULO REPLACING ALL ";" BY ",".
           MOVE MSG-DATA-REF TO WS-DATA-REF.
           MOVE WS-DR-DIA TO WS-DE-DIA.
           MOVE WS-DR-MES TO WS-DE-MES.
           MOVE WS-DR-ANO TO WS-DE-ANO.
           MOVE SPACES TO WS-TEXTO-1.
           MOVE SPACES TO WS-TEXTO-2.
           EVALUATE TRUE
               WHEN MSG-LEMBRETE
                   STRING "O LIVRO " DELIMITED BY SIZE
                          WS-TITULO DELIMITED BY "  "
                          " DEVE SER DEVOLVIDO ATE " DELIMITED BY SIZE
                          WS-DATA-ED DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                     INTO WS-TEXTO-1
                   MOVE "PODE RENOVA-LO NO BALCAO DA BIBLIOTECA."
                     TO WS-TEXTO-2
               WHEN MSG-RESERVA
                   MOVE "NA SEDE." TO WS-LOCAL
                   MOVE MSG-ORIGEM TO RES-COD
                   READ RESERVAS
                     INVALID KEY
                     CONTINUE
                     NOT INVALID KEY
                     IF (RES-FILIAL = 2) THEN
                         MOVE "NA FILIAL." TO WS-LOCAL
                     END-IF
                   END-READ
                   STRING "O LIVRO " DELIMITED BY SIZE
                          WS-TITULO DELIMITED BY "  "
                          " QUE RESERVOU ESTA DISPONIVEL DESDE "
                          DELIMITED BY SIZE
                          WS-DATA-ED DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                     INTO WS-TEXTO-1
                   STRING "QUEIRA LEVANTA-LO " DELIMITED BY SIZE
                          WS-LOCAL DELIMITED BY SIZE
                     INTO WS-TEXTO-2
               WHEN MSG-ATRASO-3
                   STRING "AVISO FINAL: O LIVRO " DELIMITED BY SIZE
                          WS-TITULO DELIMITED BY "  "
                          " FOI DADO COMO PERDIDO." DELIMITED BY SIZE
                     INTO WS-TEXTO-1
                   MOVE "SERA COBRADO O CUSTO DE REPOSICAO."
                     TO WS-TEXTO-2
               WHEN OTHER
                   IF (MSG-ATRASO-2) THEN
                       MOVE "SEGUNDO AVISO: O LIVRO" TO WS-PREFIXO
                   ELSE
                       MOVE "O LIVRO" TO WS-PREFIXO
                   END-IF
                   STRING WS-PREFIXO DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          WS-TITULO DELIMITED BY "  "
                          " DEVIA TER SIDO DEVOLVIDO ATE "
                          DELIMITED BY SIZE
                          WS-DATA-ED DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                     INTO WS-TEXTO-1
                   MOVE "QUEIRA DEVOLVE-LO NO BALCAO DA BIBLIOTECA."
                     TO WS-TEXTO-2
           END-EVALUATE.

      *----------------------------------------------------------------
      * MODO-ESTADO
      * CARREGA O FICHEIRO DE ESTADOS DA CENTRAL CONTRA AS MENSAGENS
      * E OS CLIENTES, COM CARTA DE RECURSO PARA AS FALHADAS.
      *----------------------------------------------------------------
       MODO-ESTADO.
           OPEN INPUT ENTRADA.
           IF (FS-ENT-NAO-EXISTE) THEN
               DISPLAY "FICHEIRO DE ESTADOS INEXISTENTE: "
                       WS-NOME-ENTRADA
               CLOSE ENTRADA
               MOVE 8 TO RETURN-CODE
               GO FIM-MODO-ESTADO
           END-IF.
           MOVE "RENTALS-ENTREGAS-REL.TXT" TO WS-NOME-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "ESTADOS DE ENTREGA E-MAIL/SMS - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-NOME-ENTRADA DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           OPEN I-O CLIENTES.
           OPEN EXTEND AVISOS.
           PERFORM UNTIL FS-ENT-FIM
               READ ENTRADA
               AT END
               CONTINUE
               NOT AT END
               IF (LINHA-ENTRADA NOT = SPACES) THEN
                   ADD 1 TO WS-TOTAL-LIDAS
                   PERFORM TRATA-ESTADO THRU FIM-TRATA-ESTADO
               END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTRADA.
           CLOSE CLIENTES.
           CLOSE AVISOS.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "LINHAS LIDAS          : " DELIMITED BY SIZE
                  WS-TOTAL-LIDAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "ENTREGUES             : " DELIMITED BY SIZE
                  WS-TOTAL-ENTREGUES DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "AINDA PENDENTES       : " DELIMITED BY SIZE
                  WS-TOTAL-PENDENTES DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "FALHADAS (CARTA)      : " DELIMITED BY SIZE
                  WS-TOTAL-FALHADAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "JA TRATADAS ANTES     : " DELIMITED BY SIZE
                  WS-TOTAL-REPETIDAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "REJEITADAS            : " DELIMITED BY SIZE
                  WS-TOTAL-REJEITADAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           CLOSE RELATORIO.
           DISPLAY "ENTREGUES: " WS-TOTAL-ENTREGUES
                   "  FALHADAS: " WS-TOTAL-FALHADAS
                   "  REJEITADAS: " WS-TOTAL-REJEITADAS.
       FIM-MODO-ESTADO.

      *----------------------------------------------------------------
      * TRATA-ESTADO
      * UMA LINHA ID;ESTADO[;DETALHE] DA CENTRAL. ENTREGUE CONFIRMA,
      * ENVIADO/PENDENTE NAO MEXE, O RESTO E FALHA E VAI A CARTA. UMA
      * MENSAGEM JA ENTREGUE OU JA EM CARTA NAO VOLTA A SER TRATADA,
      * SALVO UMA FALHA DEPOIS DE ENTREGUE (DEVOLUCAO DO E-MAIL).
      *----------------------------------------------------------------
       TRATA-ESTADO.
           MOVE SPACES TO WS-CMP-ID.
           MOVE SPACES TO WS-CMP-ESTADO.
           MOVE SPACES TO WS-CMP-DETALHE.
           UNSTRING LINHA-ENTRADA DELIMITED BY ";"
               INTO WS-CMP-ID WS-CMP-ESTADO WS-CMP-DETALHE.
           MOVE FUNCTION UPPER-CASE(WS-CMP-ESTADO) TO WS-CMP-ESTADO.
           IF (WS-CMP-ID = SPACES) OR (WS-CMP-ESTADO = SPACES) OR
              (FUNCTION TEST-NUMVAL(WS-CMP-ID) NOT = 0) THEN
               MOVE "LINHA INVALIDA" TO WS-MOTIVO
               PERFORM REJEITA-ESTADO
               GO FIM-TRATA-ESTADO
           END-IF.
           COMPUTE WS-NUM = FUNCTION NUMVAL(WS-CMP-ID).
           MOVE WS-NUM TO MSG-ID.
           READ MENSAGENS
             INVALID KEY
             MOVE 35 TO FS-MSG
             NOT INVALID KEY
             MOVE 0 TO FS-MSG
           END-READ.
           IF (NOT FS-MSG-OK) THEN
               MOVE "MENSAGEM DESCONHECIDA" TO WS-MOTIVO
               PERFORM REJEITA-ESTADO
               GO FIM-TRATA-ESTADO
           END-IF.
           IF (WS-CMP-ESTADO = "ENVIADO") OR
              (WS-CMP-ESTADO = "PENDENTE") THEN
               ADD 1 TO WS-TOTAL-PENDENTES
               GO FIM-TRATA-ESTADO
           END-IF.
           MOVE "N" TO WS-FALHA-SW.
           IF (WS-CMP-ESTADO NOT = "ENTREGUE") THEN
               MOVE "S" TO WS-FALHA-SW
           END-IF.
           IF (MSG-CARTA) OR (MSG-ENTREGUE AND NOT WS-FALHA) THEN
               ADD 1 TO WS-TOTAL-REPETIDAS
               GO FIM-TRATA-ESTADO
           END-IF.
           MOVE MSG-CLIENTE TO CLI-COD.
           READ CLIENTES
             INVALID KEY
             MOVE 35 TO FS-CLI
             NOT INVALID KEY
             MOVE 0 TO FS-CLI
           END-READ.
           IF (WS-FALHA) THEN
               PERFORM ESCREVE-CARTA-RECURSO
               MOVE "CARTA" TO MSG-ESTADO
               ADD 1 TO WS-TOTAL-FALHADAS
           ELSE
               MOVE "ENTREGUE" TO MSG-ESTADO
               ADD 1 TO WS-TOTAL-ENTREGUES
           END-IF.
           MOVE WS-HOJE TO MSG-DATA-ESTADO.
           IF (WS-CMP-DETALHE NOT = SPACES) THEN
               MOVE WS-CMP-DETALHE TO MSG-DETALHE
           ELSE
               MOVE WS-CMP-ESTADO TO MSG-DETALHE
           END-IF.
           REWRITE REGISTO-MENSAGEM
            INVALID KEY
            DISPLAY "ERRO AO ALTERAR MENSAGEM " MSG-ID
           END-REWRITE.
           IF (FS-CLI-OK) THEN
               MOVE WS-HOJE TO CLI-MSG-DATA
               MOVE WS-CMP-ESTADO TO CLI-MSG-ESTADO
               IF (WS-FALHA) THEN
                   IF (CLI-MSG-FALHAS < 99) THEN
                       ADD 1 TO CLI-MSG-FALHAS
                   END-IF
               ELSE
                   MOVE 0 TO CLI-MSG-FALHAS
               END-IF
               REWRITE REGISTO-CLIENTE
                INVALID KEY
                DISPLAY "ERRO AO ALTERAR CLIENTE " CLI-COD
               END-REWRITE
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING MSG-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSG-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSG-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSG-ESTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSG-DETALHE DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
       FIM-TRATA-ESTADO.

       REJEITA-ESTADO.
           ADD 1 TO WS-TOTAL-REJEITADAS.
           MOVE SPACES TO WS-LINHA.
           STRING "REJEITADA: " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  LINHA-ENTRADA DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

      *----------------------------------------------------------------
      * ESCREVE-CARTA-RECURSO
      * JUNTA AO FICHEIRO DE AVISOS UMA CARTA COM O TEXTO DA MENSAGEM
      * QUE A CENTRAL NAO CONSEGUIU ENTREGAR, NA FORMA DAS CARTAS DO
      * BATCH, PARA O CLIENTE EM REGISTO-CLIENTE.
      *----------------------------------------------------------------
       ESCREVE-CARTA-RECURSO.
           IF (NOT FS-CLI-OK) THEN
               MOVE "CLIENTE DESCONHECIDO" TO CLI-NOME
               MOVE SPACES TO CLI-MORADA
               MOVE SPACES TO CLI-TELEFONE
               MOVE MSG-CLIENTE TO CLI-COD
           END-IF.
           PERFORM MONTA-TEXTO.
           MOVE ALL "-" TO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "EXMO(A). SR(A). " DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE CLI-MORADA TO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TELEFONE: " DELIMITED BY SIZE
                  CLI-TELEFONE DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           IF (MSG-CANAL = "S") THEN
               MOVE "NAO FOI POSSIVEL ENTREGAR-LHE ESTE AVISO POR SMS:"
                 TO WS-LINHA
           ELSE
               MOVE
               "NAO FOI POSSIVEL ENTREGAR-LHE ESTE AVISO POR E-MAIL:"
                 TO WS-LINHA
           END-IF.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "  " DELIMITED BY SIZE
                  WS-TEXTO-1 DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "  " DELIMITED BY SIZE
                  WS-TEXTO-2 DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE "QUEIRA CONFIRMAR OS SEUS CONTACTOS NO BALCAO."
             TO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.

      *----------------------------------------------------------------
      * LE-PARAMETROS
      * DIAS DO LEMBRETE DO REGISTO GLOBAL. SEM FICHEIRO OU SEM
      * REGISTO GLOBAL FICA O VALOR DE RECURSO.
      *----------------------------------------------------------------
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE 0 TO PAR-CATEGORIA.
           READ PARAMETROS
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             MOVE PAR-DIAS-LEMBRETE TO WS-DIAS-LEMBRETE
           END-READ.
           CLOSE PARAMETROS.

      *----------------------------------------------------------------
      * OBTEM-SEQUENCIA / SEMEIA-SEQUENCIA
      * PROXIMO NUMERO DA SEQUENCIA WS-SEQ-TIPO (6 = MENSAGEM) EM
      * WS-SEQ-NUMERO, SEMEADA COM O MAIOR ID JA USADO EM
      * RENTALS-MENSAGENS.TXT SE AINDA NAO EXISTIR.
      *----------------------------------------------------------------
       OBTEM-SEQUENCIA.
           OPEN I-O CONTROLO.
           MOVE WS-SEQ-TIPO TO CTL-CHAVE.
           READ CONTROLO
             INVALID KEY
             PERFORM SEMEIA-SEQUENCIA
             MOVE WS-SEQ-TIPO TO CTL-CHAVE
             MOVE 0 TO CTL-DATA-ULT-RUN
             MOVE WS-SEQ-NUMERO TO CTL-ULT-COD
             MOVE SPACES TO CTL-ESTADO
             WRITE REGISTO-CONTROLO
              INVALID KEY
              CONTINUE
             END-WRITE
           END-READ.
           ADD 1 TO CTL-ULT-COD.
           MOVE CTL-ULT-COD TO WS-SEQ-NUMERO.
           REWRITE REGISTO-CONTROLO
            INVALID KEY
            CONTINUE
           END-REWRITE.
           CLOSE CONTROLO.

       SEMEIA-SEQUENCIA.
           MOVE 0 TO WS-SEQ-NUMERO.
           MOVE 0 TO MSG-ID.
           START MENSAGENS KEY > MSG-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-MSG-OK
               READ MENSAGENS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (MSG-ID > WS-SEQ-NUMERO) THEN
                   MOVE MSG-ID TO WS-SEQ-NUMERO
               END-IF
               END-READ
           END-PERFORM.

       END PROGRAM RENTNOT.
