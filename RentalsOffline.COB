      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carregamento dos emprestimos e devolucoes tirados em
      *          papel enquanto o RENTALS esteve parado (janela do
      *          batch de fim-de-dia, servidor em baixo, ligacao da
      *          filial cortada). Chamada:
      *            RENTOFF <ficheiro>
      *            RENTOFF <ficheiro> FORCA <operador>
      *              o supervisor indicado passa por cima do cartao
      *              caducado, do limite de emprestimos e do bloqueio
      *              por multas, como faria ao balcao
      *          Cada linha do ficheiro de captura e um movimento:
      *            AAAAMMDD;HHMM;OPERADOR;FILIAL;CLIENTE;LIVRO;TIPO
      *              [;EXEMPLAR]
      *          com TIPO EMPRESTIMO (ou E) ou DEVOLUCAO (ou D) e o
      *          codigo de barras opcional (com ele o livro pode ir a
      *          zeros). Os movimentos sao aplicados por ordem de dia
      *          e hora, com a data verdadeira do movimento e as
      *          mesmas regras do INSERIR e do ENTREGA: livro e
      *          cliente validados, exemplar da prateleira da filial,
      *          cartao, limite de emprestimos e multas por pagar do
      *          socio, prazo da categoria acertado ao calendario,
      *          guia por balcao (emprestimos seguidos do mesmo
      *          cliente, operador, filial e dia, ate 20 linhas),
      *          multa pelos dias abertos de atraso ate ao dia da
      *          devolucao, exemplar de volta a prateleira, reservas
      *          satisfeitas ou guardadas e auditoria com o operador
      *          do papel (INSERIR no emprestimo, ENTREGA na
      *          devolucao). O estado do exemplar nao e avaliado.
      *          O relatorio RENTALS-OFFLINE-REL.TXT lista cada
      *          movimento lancado, os livros a guardar para
      *          reservas e, no fim, as excecoes para o supervisor
      *          resolver. As excecoes ficam tambem em
      *          RENTALS-OFFLINE-PEND.TXT, no formato da captura com
      *          o motivo no fim, para serem corrigidas e carregadas
      *          de novo. Os movimentos lancados ficam registados em
      *          RENTALS-OFFLINE-LANC.TXT e nunca sao lancados duas
      *          vezes. Recusa arrancar com o batch de fim-de-dia EM
      *          CURSO e termina com RETURN-CODE 8 quando ha excecoes
      *          ou a chamada e recusada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTOFF.

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

           SELECT OPTIONAL MULTAS ASSIGN TO "RENTALS-MULTAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MUL
           RECORD KEY IS MUL-CHAVE
           ALTERNATE RECORD KEY IS MUL-CLIENTE WITH DUPLICATES.

           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADORES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-OPE
           RECORD KEY IS OPE-COD.

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

           SELECT OPTIONAL CALENDARIO
           ASSIGN TO "RENTALS-CALENDARIO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CAL
           RECORD KEY IS CAL-CHAVE.

           SELECT OPTIONAL LANCADOS
           ASSIGN TO "RENTALS-OFFLINE-LANC.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LAN
           RECORD KEY IS LAN-CHAVE.

           SELECT OPTIONAL TRABALHO
           ASSIGN TO "RENTALS-OFFLINE-TRAB.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-TRB
           RECORD KEY IS TRB-CHAVE.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "RENTALS-AUDIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIARIO-MULTAS
           ASSIGN TO "RENTALS-MULTAS-MOV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDENTES
           ASSIGN TO "RENTALS-OFFLINE-PEND.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEN.

           SELECT OPTIONAL RELATORIO
           ASSIGN TO "RENTALS-OFFLINE-REL.TXT"
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

       FD EXEMPLARES.
           COPY RENTEXE.

       FD RESERVAS.
           COPY RENTRES.

       FD MULTAS.
           COPY RENTMUL.

       FD OPERADORES.
           COPY RENTOPE.

       FD PARAMETROS.
           COPY RENTPAR.

       FD CONTROLO.
           COPY RENTCTL.

       FD CALENDARIO.
           COPY RENTCAL.

       FD LANCADOS.
           COPY RENTLAN.

      * FICHEIRO DE TRABALHO DA CORRIDA, REFEITO A CADA CHAMADA: OS
      * MOVIMENTOS DA CAPTURA JA VALIDADOS NA FORMA, PELA ORDEM DE
      * DIA E HORA (E DE LINHA, PARA OS DA MESMA HORA)
       FD TRABALHO.
       01 REGISTO-TRABALHO.
           05 TRB-CHAVE.
               10 TRB-DATA           PIC 9(08).
               10 TRB-HORA           PIC 9(04).
               10 TRB-SEQ            PIC 9(07).
           05 TRB-TIPO               PIC X(01).
           05 TRB-OPERADOR           PIC X(08).
           05 TRB-FILIAL             PIC 9(02).
           05 TRB-CLIENTE            PIC 9(20).
           05 TRB-LIVRO              PIC 9(20).
           05 TRB-EXEMPLAR           PIC 9(14).

       FD AUDITORIA.
           COPY RENTAUD.

       FD DIARIO-MULTAS.
           COPY RENTMOV.

       FD PENDENTES.
       01 REGISTO-PENDENTE.
           05 LINHA-PENDENTE          PIC X(150).

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
           88 FS-NAO-EXISTE          VALUES 35.
       77 FS-LIV                     PIC 9(02).
           88 FS-LIV-OK              VALUES 0.
           88 FS-LIV-NAO-EXISTE      VALUES 35.
       77 FS-CLI                     PIC 9(02).
           88 FS-CLI-OK              VALUES 0.
           88 FS-CLI-NAO-EXISTE      VALUES 35.
       77 FS-EXE                     PIC 9(02).
           88 FS-EXE-OK              VALUES 0, 2.
           88 FS-EXE-NAO-EXISTE      VALUES 35.
       77 FS-RES                     PIC 9(02).
           88 FS-RES-OK              VALUES 0, 2.
       77 FS-MUL                     PIC 9(02).
           88 FS-MUL-OK              VALUES 0, 2.
       77 FS-OPE                     PIC 9(02).
           88 FS-OPE-OK              VALUES 0.
           88 FS-OPE-NAO-EXISTE      VALUES 05, 35.
       77 FS-PAR                     PIC 9(02).
           88 FS-PAR-OK              VALUES 0.
       77 FS-CTL                     PIC 9(02).
           88 FS-CTL-OK              VALUES 0.
       77 FS-CAL                     PIC 9(02).
           88 FS-CAL-OK              VALUES 0.
           88 FS-CAL-NAO-EXISTE      VALUES 05, 35.
       77 FS-LAN                     PIC 9(02).
           88 FS-LAN-OK              VALUES 0.
           88 FS-LAN-NAO-EXISTE      VALUES 35.
       77 FS-TRB                     PIC 9(02).
           88 FS-TRB-OK              VALUES 0.
       77 FS-PEN                     PIC 9(02).
           88 FS-PEN-FIM             VALUES 10.
      * DATA DE HOJE, NO FORMATO AAAAMMDD
       77 WS-HOJE                    PIC 9(08).
       77 WS-LINHA                   PIC X(150) VALUES SPACES.
      * LINHA DE COMANDO: FICHEIRO E FORCA <OPERADOR>
       77 WS-PARAMETRO               PIC X(80) VALUES SPACES.
       77 WS-NOME-ENTRADA            PIC X(60) VALUES SPACES.
       77 WS-PARAM-FORCA             PIC X(10) VALUES SPACES.
       77 WS-PARAM-OPERADOR          PIC X(08) VALUES SPACES.
      * SUPERVISOR QUE AUTORIZA PASSAR OS BLOQUEIOS DO SOCIO
       77 WS-SUPERVISOR              PIC X(08) VALUES SPACES.
       77 WS-FORCA-SW                PIC X VALUE "N".
           88 WS-FORCA               VALUE "S".
       77 WS-RECUSA-SW               PIC X VALUE "N".
           88 WS-RECUSADO            VALUE "S".
      * CAMPOS DA LINHA DA CAPTURA, AINDA EM TEXTO
       77 WS-CMP-DATA                PIC X(20) VALUES SPACES.
       77 WS-CMP-HORA                PIC X(20) VALUES SPACES.
       77 WS-CMP-OPERADOR            PIC X(20) VALUES SPACES.
       77 WS-CMP-FILIAL              PIC X(20) VALUES SPACES.
       77 WS-CMP-CLIENTE             PIC X(20) VALUES SPACES.
       77 WS-CMP-LIVRO               PIC X(20) VALUES SPACES.
       77 WS-CMP-TIPO                PIC X(20) VALUES SPACES.
       77 WS-CMP-EXEMPLAR            PIC X(20) VALUES SPACES.
       77 WS-NUM                     PIC 9(20) VALUE 0.
       77 WS-MOTIVO                  PIC X(60) VALUES SPACES.
      * MOVIMENTO EM CURSO, JA EM NUMEROS
       77 WS-MOV-DATA                PIC 9(08) VALUE 0.
       01 WS-MOV-HORA                PIC 9(04) VALUE 0.
       01 WS-MOV-HORA-R REDEFINES WS-MOV-HORA.
           05 WS-MOV-HH              PIC 9(02).
           05 WS-MOV-MM              PIC 9(02).
       77 WS-MOV-TIPO                PIC X(01) VALUES SPACES.
           88 MOV-EMPRESTIMO         VALUE "E".
           88 MOV-DEVOLUCAO          VALUE "D".
       77 WS-MOV-OPERADOR            PIC X(08) VALUES SPACES.
       77 WS-MOV-FILIAL              PIC 9(02) VALUE 0.
       77 WS-MOV-CLIENTE             PIC 9(20) VALUE 0.
       77 WS-MOV-LIVRO               PIC 9(20) VALUE 0.
       77 WS-MOV-EXEMPLAR            PIC 9(14) VALUE 0.
       77 WS-MOV-FORCADO-SW          PIC X VALUE "N".
           88 WS-MOV-FORCADO         VALUE "S".
       77 WS-MARCA                   PIC X(10) VALUES SPACES.
      * OPERADOR DO PAPEL, CARIMBADO NA AUDITORIA DO MOVIMENTO
       77 WS-OPERADOR                PIC X(08) VALUES SPACES.
      * FILIAL DO BALCAO DO MOVIMENTO E INDICE DE FILIAL PARA AS
      * DEVOLUCOES DE EXEMPLAR
       77 WS-FILIAL                  PIC 9(02) VALUE 1.
       77 WS-FIL-IX                  PIC 9(02) VALUE 1.
       77 WS-FX                      PIC 9(02) VALUE 0.
      * REGRAS DO REGISTO GLOBAL DE PARAMETROS (VALORES DE RECURSO
      * IGUAIS AOS DO RENTALS)
       77 WS-TAXA-MULTA              PIC 9(03)V99 VALUE 0.50.
       77 WS-DIAS-ATRASO             PIC S9(07) VALUE 0.
       77 WS-PRAZO-RENTAL            PIC 9(03) VALUE 14.
       77 WS-MAX-RENOVACOES          PIC 9(02) VALUE 3.
       77 WS-PRAZO-EFETIVO           PIC 9(03) VALUE 14.
       77 WS-RENOV-EFETIVO           PIC 9(02) VALUE 3.
       77 WS-RESERVA-DIAS            PIC 9(03) VALUE 7.
       77 WS-DIAS-ESPERA             PIC S9(07) VALUE 0.
       77 WS-LIMITE-MULTAS           PIC 9(05)V99 VALUE 5.00.
       77 WS-DIVIDA                  PIC 9(07)V99 VALUE 0.
       77 WS-VALOR-ED                PIC Z(06)9.99.
       01 WS-SOCIO-TAB.
           05 WS-SOC-MAX-ABERTOS OCCURS 6 TIMES PIC 9(02) VALUES 0.
       77 WS-SX                      PIC 9(02) VALUE 0.
       77 WS-QUOTA-CLIENTE           PIC 9(20) VALUE 0.
       77 WS-MAX-ABERTOS             PIC 9(02) VALUE 0.
       77 WS-ABERTOS                 PIC 9(05) VALUE 0.
       77 WS-PAGO-ANTERIOR           PIC 9(05)V99 VALUE 0.
       77 WS-VALOR-ANTERIOR          PIC 9(05)V99 VALUE 0.
       77 WS-SALDO                   PIC S9(07)V99 VALUE 0.
      * CALENDARIO DE FECHO: FILIAL E DIA A CONSULTAR, INTERVALO
      * (DE, ATE] PARA CONTAR DIAS ABERTOS E O RESULTADO
       77 WS-CAL-FILIAL              PIC 9(02) VALUE 0.
       77 WS-CAL-DATA                PIC 9(08) VALUE 0.
       77 WS-CAL-ORIGINAL            PIC 9(08) VALUE 0.
       77 WS-CAL-DE                  PIC 9(08) VALUE 0.
       77 WS-CAL-ATE                 PIC 9(08) VALUE 0.
       77 WS-CAL-DIAS                PIC S9(07) VALUE 0.
       77 WS-CAL-DIA-SEMANA          PIC 9(01) VALUE 0.
       77 WS-CAL-VOLTAS              PIC 9(03) VALUE 0.
       77 WS-CAL-FECHADO-SW          PIC X VALUE "N".
           88 WS-CAL-FECHADO         VALUE "S".
       77 WS-CAL-VAZIO-SW            PIC X VALUE "N".
           88 WS-CAL-VAZIO           VALUE "S".
      * DATA CONTRA A QUAL CORREM OS PRAZOS DAS RESERVAS
       77 WS-RES-DATA                PIC 9(08) VALUE 0.
       77 WS-RES-ACHADA-SW           PIC X VALUE "N".
           88 WS-RES-ACHADA          VALUE "S".
      * EXEMPLAR DA LINHA: CODIGO DE BARRAS DO PAPEL (0 = O PRIMEIRO
      * DA PRATELEIRA DA FILIAL) E O ESCOLHIDO
       77 WS-EXE-PEDIDO              PIC 9(14) VALUE 0.
       77 WS-EXE-ESCOLHIDO           PIC 9(14) VALUE 0.
       77 WS-MSG-ERRO                PIC X(60) VALUES SPACES.
      * GUIA DO BALCAO EM CURSO: OS EMPRESTIMOS SEGUIDOS DO MESMO
      * CLIENTE, OPERADOR, FILIAL E DIA PARTILHAM O NUMERO
       77 WS-GUIA-CORRENTE           PIC 9(09) VALUE 0.
       77 WS-GUI-USADOS              PIC 9(03) VALUE 0.
       77 WS-GRP-DATA                PIC 9(08) VALUE 0.
       77 WS-GRP-OPERADOR            PIC X(08) VALUES SPACES.
       77 WS-GRP-FILIAL              PIC 9(02) VALUE 0.
       77 WS-GRP-CLIENTE             PIC 9(20) VALUE 0.
      * RENTAL EM ABERTO ENCONTRADO PARA A DEVOLUCAO
       77 WS-COD-ACHADO              PIC 9(09) VALUE 0.
       77 WS-RENTAL-ACHADO           PIC 9(08) VALUE 0.
      * SEQUENCIAS DO FICHEIRO DE CONTROLO (VER RENTCTL)
       77 WS-SEQ-TIPO                PIC 9(01) VALUE 0.
       77 WS-SEQ-NUMERO              PIC 9(09) VALUE 0.
       77 WS-REGISTO-GUARDA          PIC X(120) VALUES SPACES.
      * IMAGEM DO RENTAL PARA A LINHA DE AUDITORIA
       77 WS-RA-COD                  PIC 9(09) VALUE 0.
       77 WS-RA-RENTAL               PIC 9(08) VALUE 0.
       77 WS-RA-ENTREGA              PIC 9(08) VALUE 0.
       77 WS-RA-LIVRO                PIC 9(20) VALUE 0.
       77 WS-RA-CLIENTE              PIC 9(20) VALUE 0.
       77 WS-RA-SITUACAO             PIC X(20) VALUES SPACES.
       77 WS-RA-MULTA                PIC 9(05)V99 VALUE 0.
       77 WS-RA-RENOVACOES           PIC 9(02) VALUE 0.
       77 WS-RA-NIVEL-AVISO          PIC 9(01) VALUE 0.
       77 WS-RA-GUIA                 PIC 9(09) VALUE 0.
       77 WS-RA-FILIAL               PIC 9(02) VALUE 0.
       77 WS-RA-EXEMPLAR             PIC 9(14) VALUE 0.
      * DATA E HORA PARA A LINHA DE AUDITORIA
       77 WS-AUD-DATA                PIC 9(08).
       77 WS-AUD-HORA                PIC 9(08).
       77 WS-AUD-OP                  PIC X(10).
      * TOTAIS DA CORRIDA
       77 WS-TOTAL-LIDAS             PIC 9(07) VALUES 0.
       77 WS-TOTAL-EMPRESTIMOS       PIC 9(07) VALUES 0.
       77 WS-TOTAL-DEVOLUCOES        PIC 9(07) VALUES 0.
       77 WS-TOTAL-REPETIDOS         PIC 9(07) VALUES 0.
       77 WS-TOTAL-EXCECOES          PIC 9(07) VALUES 0.
       77 WS-TOTAL-FORCADOS          PIC 9(07) VALUES 0.
       77 WS-TOTAL-RESERVAS          PIC 9(07) VALUES 0.
       77 WS-TOTAL-MULTAS            PIC 9(07)V99 VALUES 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
               INTO WS-NOME-ENTRADA WS-PARAM-FORCA WS-PARAM-OPERADOR.
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
           PERFORM LE-PARAMETROS.
           OPEN OUTPUT TRABALHO.
           CLOSE TRABALHO.
           OPEN I-O TRABALHO.
           OPEN OUTPUT PENDENTES.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "CARREGAMENTO DE MOVIMENTOS OFFLINE - "
                  DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-NOME-ENTRADA DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF (WS-FORCA) THEN
               STRING "BLOQUEIOS DO SOCIO AUTORIZADOS POR "
                      DELIMITED BY SIZE
                      WS-SUPERVISOR DELIMITED BY SPACES
                 INTO WS-LINHA
           ELSE
               MOVE "BLOQUEIOS DO SOCIO VAO PARA EXCECAO" TO WS-LINHA
           END-IF.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           OPEN INPUT OPERADORES.
           PERFORM LE-CAPTURA THRU FIM-LE-CAPTURA.
           CLOSE OPERADORES.
           CLOSE ENTRADA.
           OPEN I-O FIC.
           OPEN I-O LIVROS.
           OPEN I-O EXEMPLARES.
           OPEN I-O RESERVAS.
           OPEN I-O MULTAS.
           OPEN I-O LANCADOS.
           OPEN INPUT CLIENTES.
           OPEN EXTEND AUDITORIA.
           OPEN EXTEND DIARIO-MULTAS.
           PERFORM APLICA-MOVIMENTOS THRU FIM-APLICA-MOVIMENTOS.
           CLOSE FIC.
           CLOSE LIVROS.
           CLOSE EXEMPLARES.
           CLOSE RESERVAS.
           CLOSE MULTAS.
           CLOSE LANCADOS.
           CLOSE CLIENTES.
           CLOSE AUDITORIA.
           CLOSE DIARIO-MULTAS.
           CLOSE TRABALHO.
           CLOSE PENDENTES.
           PERFORM LISTA-EXCECOES.
           PERFORM ESCREVE-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY "EMPRESTIMOS: " WS-TOTAL-EMPRESTIMOS
                   "  DEVOLUCOES: " WS-TOTAL-DEVOLUCOES
                   "  EXCECOES: " WS-TOTAL-EXCECOES.
           IF (WS-TOTAL-EXCECOES > 0) THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       FIM.
           STOP RUN.

      *----------------------------------------------------------------
      * VALIDA-CHAMADA
      * O FICHEIRO E OBRIGATORIO. FORCA EXIGE UM SUPERVISOR DO MESTRE
      * DE OPERADORES, E NADA CORRE COM O BATCH DE FIM-DE-DIA A MEIO.
      *----------------------------------------------------------------
       VALIDA-CHAMADA.
           IF (WS-NOME-ENTRADA = SPACES) OR
              ((WS-PARAM-FORCA NOT = SPACES) AND
               (WS-PARAM-FORCA NOT = "FORCA")) THEN
               DISPLAY "USO: RENTOFF <FICHEIRO> [FORCA <OPERADOR>]"
               MOVE "S" TO WS-RECUSA-SW
           END-IF.
           IF (NOT WS-RECUSADO) AND
              (WS-PARAM-FORCA = "FORCA") THEN
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
                   DISPLAY "FORCA EXIGE SUPERVISOR: RENTOFF "
                           "<FICHEIRO> FORCA <OPERADOR>"
                   MOVE "S" TO WS-RECUSA-SW
               ELSE
                   MOVE OPE-COD TO WS-SUPERVISOR
                   MOVE "S" TO WS-FORCA-SW
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
                           "CARREGAMENTO ADIADO."
                   MOVE "S" TO WS-RECUSA-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LE-CAPTURA
      * CONFERE A FORMA DE CADA LINHA DA CAPTURA E PASSA AS BOAS PARA
      * O FICHEIRO DE TRABALHO, ONDE FICAM POR ORDEM DE DIA E HORA.
      * AS MAS VAO LOGO PARA AS EXCECOES. O OPERADOR DO PAPEL TEM DE
      * EXISTIR NO MESTRE, PORQUE FICA NA AUDITORIA.
      *----------------------------------------------------------------
       LE-CAPTURA.
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
       FIM-LE-CAPTURA.

       TRATA-LINHA.
           MOVE SPACES TO WS-CMP-DATA.
           MOVE SPACES TO WS-CMP-HORA.
           MOVE SPACES TO WS-CMP-OPERADOR.
           MOVE SPACES TO WS-CMP-FILIAL.
           MOVE SPACES TO WS-CMP-CLIENTE.
           MOVE SPACES TO WS-CMP-LIVRO.
           MOVE SPACES TO WS-CMP-TIPO.
           MOVE SPACES TO WS-CMP-EXEMPLAR.
           UNSTRING LINHA-ENTRADA DELIMITED BY ";"
               INTO WS-CMP-DATA WS-CMP-HORA WS-CMP-OPERADOR
                    WS-CMP-FILIAL WS-CMP-CLIENTE WS-CMP-LIVRO
                    WS-CMP-TIPO WS-CMP-EXEMPLAR.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 0 TO WS-MOV-DATA.
           IF (WS-CMP-DATA NOT = SPACES) AND
              (FUNCTION TEST-NUMVAL(WS-CMP-DATA) = 0) THEN
               COMPUTE WS-NUM = FUNCTION NUMVAL(WS-CMP-DATA)
               IF (WS-NUM <= 99999999) THEN
                   MOVE WS-NUM TO WS-MOV-DATA
               END-IF
           END-IF.
           IF (FUNCTION TEST-DATE-YYYYMMDD(WS-MOV-DATA) NOT = 0) THEN
               MOVE "DATA INVALIDA" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-CAPTURA
               GO FIM-TRATA-LINHA
           END-IF.
           IF (WS-MOV-DATA > WS-HOJE) THEN
               MOVE "DATA FUTURA" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-CAPTURA
               GO FIM-TRATA-LINHA
           END-IF.
           MOVE 9999 TO WS-MOV-HORA.
           IF (WS-CMP-HORA NOT = SPACES) AND
              (FUNCTION TEST-NUMVAL(WS-CMP-HORA) = 0) THEN
               COMPUTE WS-NUM = FUNCTION NUMVAL(WS-CMP-HORA)
               IF (WS-NUM <= 9999) THEN
                   MOVE WS-NUM TO WS-MOV-HORA
               END-IF
           END-IF.
           IF (WS-MOV-HH > 23) OR (WS-MOV-MM > 59) THEN
               MOVE "HORA INVALIDA (HHMM)" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-CAPTURA
               GO FIM-TRATA-LINHA
           END-IF.
           IF (WS-CMP-OPERADOR = SPACES) OR
              (WS-CMP-OPERADOR(9:12) NOT = SPACES) THEN
               MOVE "OPERADOR INVALIDO" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-CAPTURA
               GO FIM-TRATA-LINHA
           END-IF.
           MOVE WS-CMP-OPERADOR TO WS-MOV-OPERADOR.
           MOVE WS-MOV-OPERADOR TO OPE-COD.
           READ OPERADORES
             INVALID KEY
             MOVE 35 TO FS-OPE
             NOT INVALID KEY
             MOVE 0 TO FS-OPE
           END-READ.
           IF (NOT FS-OPE-OK) THEN
               MOVE "OPERADOR DESCONHECIDO" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-CAPTURA
               GO FIM-TRATA-LINHA
           END-IF.
           MOVE 0 TO WS-MOV-FILIAL.
           IF (WS-CMP-FILIAL NOT = SPACES) AND
              (FUNCTION TEST-NUMVAL(WS-CMP-FILIAL) = 0) THEN
               COMPUTE WS-NUM = FUNCTION NUMVAL(WS-CMP-FILIAL)
               IF (WS-NUM <= 2) THEN
                   MOVE WS-NUM TO WS-MOV-FILIAL
               END-IF
           END-IF.
           IF (WS-MOV-FILIAL < 1) OR (WS-MOV-FILIAL > 2) THEN
               MOVE "FILIAL INVALIDA" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-CAPTURA
               GO FIM-TRATA-LINHA
           END-IF.
           MOVE 0 TO WS-MOV-CLIENTE.
           IF (WS-CMP-CLIENTE NOT = SPACES) AND
              (FUNCTION TEST-NUMVAL(WS-CMP-CLIENTE) = 0) THEN
               COMPUTE WS-MOV-CLIENTE = FUNCTION NUMVAL(WS-CMP-CLIENTE)
           END-IF.
           IF (WS-MOV-CLIENTE = 0) THEN
               MOVE "CLIENTE INVALIDO" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-CAPTURA
               GO FIM-TRATA-LINHA
           END-IF.
           MOVE 0 TO WS-MOV-LIVRO.
           IF (WS-CMP-LIVRO NOT = SPACES) THEN
               IF (FUNCTION TEST-NUMVAL(WS-CMP-LIVRO) NOT = 0) THEN
                   MOVE "LIVRO NAO NUMERICO" TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO-CAPTURA
                   GO FIM-TRATA-LINHA
               END-IF
               COMPUTE WS-MOV-LIVRO = FUNCTION NUMVAL(WS-CMP-LIVRO)
           END-IF.
           EVALUATE WS-CMP-TIPO
               WHEN "E"
               WHEN "EMPRESTIMO"
                   MOVE "E" TO WS-MOV-TIPO
               WHEN "D"
               WHEN "DEVOLUCAO"
                   MOVE "D" TO WS-MOV-TIPO
               WHEN OTHER
                   MOVE "TIPO NAO E EMPRESTIMO NEM DEVOLUCAO"
                     TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO-CAPTURA
                   GO FIM-TRATA-LINHA
           END-EVALUATE.
           MOVE 0 TO WS-MOV-EXEMPLAR.
           IF (WS-CMP-EXEMPLAR NOT = SPACES) THEN
               IF (FUNCTION TEST-NUMVAL(WS-CMP-EXEMPLAR) NOT = 0) THEN
                   MOVE "EXEMPLAR NAO NUMERICO" TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO-CAPTURA
                   GO FIM-TRATA-LINHA
               END-IF
               COMPUTE WS-NUM = FUNCTION NUMVAL(WS-CMP-EXEMPLAR)
               IF (WS-NUM > 99999999999999) THEN
                   MOVE "EXEMPLAR INVALIDO" TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO-CAPTURA
                   GO FIM-TRATA-LINHA
               END-IF
               MOVE WS-NUM TO WS-MOV-EXEMPLAR
           END-IF.
           IF (WS-MOV-LIVRO = 0) AND (WS-MOV-EXEMPLAR = 0) THEN
               MOVE "LIVRO OU EXEMPLAR EM FALTA" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-CAPTURA
               GO FIM-TRATA-LINHA
           END-IF.
           MOVE WS-MOV-DATA TO TRB-DATA.
           MOVE WS-MOV-HORA TO TRB-HORA.
           MOVE WS-TOTAL-LIDAS TO TRB-SEQ.
           MOVE WS-MOV-TIPO TO TRB-TIPO.
           MOVE WS-MOV-OPERADOR TO TRB-OPERADOR.
           MOVE WS-MOV-FILIAL TO TRB-FILIAL.
           MOVE WS-MOV-CLIENTE TO TRB-CLIENTE.
           MOVE WS-MOV-LIVRO TO TRB-LIVRO.
           MOVE WS-MOV-EXEMPLAR TO TRB-EXEMPLAR.
           WRITE REGISTO-TRABALHO
            INVALID KEY
            CONTINUE
           END-WRITE.
       FIM-TRATA-LINHA.

      *----------------------------------------------------------------
      * APLICA-MOVIMENTOS
      * PERCORRE OS MOVIMENTOS POR ORDEM DE DIA E HORA E APLICA CADA
      * UM COM AS REGRAS DO BALCAO. UM MOVIMENTO JA LANCADO NUMA
      * CORRIDA ANTERIOR E SALTADO. OS EMPRESTIMOS SEGUIDOS DO MESMO
      * BALCAO PARTILHAM A GUIA; QUALQUER OUTRO MOVIMENTO PELO MEIO
      * FECHA-A.
      *----------------------------------------------------------------
       APLICA-MOVIMENTOS.
           MOVE "MOVIMENTOS LANCADOS:" TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE 0 TO WS-GUIA-CORRENTE.
           MOVE 0 TO WS-GUI-USADOS.
           MOVE 0 TO TRB-DATA.
           MOVE 0 TO TRB-HORA.
           MOVE 0 TO TRB-SEQ.
           START TRABALHO KEY >= TRB-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-TRB-OK
               READ TRABALHO NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               PERFORM APLICA-MOVIMENTO THRU FIM-APLICA-MOVIMENTO
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
       FIM-APLICA-MOVIMENTOS.

       APLICA-MOVIMENTO.
           MOVE TRB-DATA TO WS-MOV-DATA.
           MOVE TRB-HORA TO WS-MOV-HORA.
           MOVE TRB-TIPO TO WS-MOV-TIPO.
           MOVE TRB-OPERADOR TO WS-MOV-OPERADOR.
           MOVE TRB-FILIAL TO WS-MOV-FILIAL.
           MOVE TRB-CLIENTE TO WS-MOV-CLIENTE.
           MOVE TRB-LIVRO TO WS-MOV-LIVRO.
           MOVE TRB-EXEMPLAR TO WS-MOV-EXEMPLAR.
           MOVE WS-MOV-OPERADOR TO WS-OPERADOR.
           MOVE WS-MOV-FILIAL TO WS-FILIAL.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "N" TO WS-MOV-FORCADO-SW.
           IF (NOT MOV-EMPRESTIMO) OR
              (WS-MOV-DATA NOT = WS-GRP-DATA) OR
              (WS-MOV-OPERADOR NOT = WS-GRP-OPERADOR) OR
              (WS-MOV-FILIAL NOT = WS-GRP-FILIAL) OR
              (WS-MOV-CLIENTE NOT = WS-GRP-CLIENTE) OR
              (WS-GUI-USADOS >= 20) THEN
               MOVE 0 TO WS-GUIA-CORRENTE
               MOVE 0 TO WS-GUI-USADOS
               MOVE 0 TO WS-GRP-DATA
           END-IF.
           MOVE WS-MOV-DATA TO LAN-DATA.
           MOVE WS-MOV-HORA TO LAN-HORA.
           MOVE WS-MOV-OPERADOR TO LAN-OPERADOR.
           MOVE WS-MOV-FILIAL TO LAN-FILIAL.
           MOVE WS-MOV-CLIENTE TO LAN-CLIENTE.
           MOVE WS-MOV-LIVRO TO LAN-LIVRO.
           MOVE WS-MOV-EXEMPLAR TO LAN-EXEMPLAR.
           MOVE WS-MOV-TIPO TO LAN-TIPO.
           READ LANCADOS
             INVALID KEY
             MOVE 35 TO FS-LAN
             NOT INVALID KEY
             MOVE 0 TO FS-LAN
           END-READ.
           IF (FS-LAN-OK) THEN
               ADD 1 TO WS-TOTAL-REPETIDOS
               MOVE SPACES TO WS-LINHA
               STRING "  JA LANCADO EM " DELIMITED BY SIZE
                      LAN-CARREGADO DELIMITED BY SIZE
                      " COD " DELIMITED BY SIZE
                      LAN-COD DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-MOV-DATA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MOV-HORA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MOV-OPERADOR DELIMITED BY SPACES
                      " CLIENTE " DELIMITED BY SIZE
                      WS-MOV-CLIENTE DELIMITED BY SIZE
                      " LIVRO " DELIMITED BY SIZE
                      WS-MOV-LIVRO DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
               GO FIM-APLICA-MOVIMENTO
           END-IF.
           IF (MOV-EMPRESTIMO) THEN
               PERFORM EMPRESTA THRU FIM-EMPRESTA
           ELSE
               PERFORM DEVOLVE THRU FIM-DEVOLVE
           END-IF.
           IF (WS-MOTIVO NOT = SPACES) THEN
               PERFORM GRAVA-EXCECAO
               GO FIM-APLICA-MOVIMENTO
           END-IF.
           MOVE WS-MOV-DATA TO LAN-DATA.
           MOVE WS-MOV-HORA TO LAN-HORA.
           MOVE WS-MOV-OPERADOR TO LAN-OPERADOR.
           MOVE WS-MOV-FILIAL TO LAN-FILIAL.
           MOVE WS-MOV-CLIENTE TO LAN-CLIENTE.
           MOVE WS-MOV-LIVRO TO LAN-LIVRO.
           MOVE WS-MOV-EXEMPLAR TO LAN-EXEMPLAR.
           MOVE WS-MOV-TIPO TO LAN-TIPO.
           MOVE WS-HOJE TO LAN-CARREGADO.
           MOVE FS-COD TO LAN-COD.
           WRITE REGISTO-LANCADO
            INVALID KEY
            CONTINUE
           END-WRITE.
           MOVE SPACES TO WS-MARCA.
           IF (WS-MOV-FORCADO) THEN
               ADD 1 TO WS-TOTAL-FORCADOS
               MOVE " (FORCADO)" TO WS-MARCA
           END-IF.
           MOVE SPACES TO WS-LINHA.
           IF (MOV-EMPRESTIMO) THEN
               ADD 1 TO WS-TOTAL-EMPRESTIMOS
               STRING "  EMPRESTIMO " DELIMITED BY SIZE
                      WS-MOV-DATA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MOV-HORA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MOV-OPERADOR DELIMITED BY SPACES
                      " CLIENTE " DELIMITED BY SIZE
                      FS-CLIENTE DELIMITED BY SIZE
                      " LIVRO " DELIMITED BY SIZE
                      FS-LIVRO DELIMITED BY SIZE
                      " COD " DELIMITED BY SIZE
                      FS-COD DELIMITED BY SIZE
                      " GUIA " DELIMITED BY SIZE
                      FS-GUIA DELIMITED BY SIZE
                      " ENTREGA " DELIMITED BY SIZE
                      FS-ENTREGA DELIMITED BY SIZE
                      WS-MARCA DELIMITED BY SIZE
                 INTO WS-LINHA
           ELSE
               ADD 1 TO WS-TOTAL-DEVOLUCOES
               ADD FS-MULTA TO WS-TOTAL-MULTAS
               MOVE FS-MULTA TO WS-VALOR-ED
               STRING "  DEVOLUCAO  " DELIMITED BY SIZE
                      WS-MOV-DATA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MOV-HORA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MOV-OPERADOR DELIMITED BY SPACES
                      " CLIENTE " DELIMITED BY SIZE
                      FS-CLIENTE DELIMITED BY SIZE
                      " LIVRO " DELIMITED BY SIZE
                      FS-LIVRO DELIMITED BY SIZE
                      " COD " DELIMITED BY SIZE
                      FS-COD DELIMITED BY SIZE
                      " MULTA " DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      WS-MARCA DELIMITED BY SIZE
                 INTO WS-LINHA
           END-IF.
           WRITE REGISTO-REL FROM WS-LINHA.
           IF (MOV-DEVOLUCAO) THEN
               PERFORM AVISA-RESERVA
           END-IF.
       FIM-APLICA-MOVIMENTO.

      *----------------------------------------------------------------
      * EMPRESTA
      * ABRE O RENTAL DE UM EMPRESTIMO DO PAPEL, COMO O INSERIR, COM
      * A DATA DO MOVIMENTO: O CARTAO TEM DE ESTAR VALIDO NESSE DIA, O
      * PRAZO E O DA CATEGORIA DO LIVRO A CONTAR DELE E O EXEMPLAR
      * SAI DA PRATELEIRA DA FILIAL DO BALCAO. OS BLOQUEIOS DO SOCIO
      * SO PASSAM COM FORCA. QUALQUER RECUSA FICA EM WS-MOTIVO.
      *----------------------------------------------------------------
       EMPRESTA.
           MOVE SPACES TO REGISTO.
           MOVE WS-MOV-CLIENTE TO FS-CLIENTE.
           MOVE WS-MOV-LIVRO TO FS-LIVRO.
           MOVE WS-MOV-DATA TO FS-RENTAL.
           IF (FS-LIVRO = ZEROS) THEN
               MOVE WS-MOV-EXEMPLAR TO EXE-COD
               READ EXEMPLARES
                 INVALID KEY
                 MOVE 0 TO FS-LIVRO
                 NOT INVALID KEY
                 MOVE EXE-LIVRO TO FS-LIVRO
               END-READ
               IF (FS-LIVRO = ZEROS) THEN
                   MOVE "EXEMPLAR INEXISTENTE" TO WS-MOTIVO
                   GO FIM-EMPRESTA
               END-IF
           END-IF.
           PERFORM VALIDA-CLIENTE.
           IF (FS-CLI-NAO-EXISTE) THEN
               MOVE "COD CLIENTE INEXISTENTE" TO WS-MOTIVO
               GO FIM-EMPRESTA
           END-IF.
           IF (CLI-VALIDADE < WS-MOV-DATA) THEN
               IF (NOT WS-FORCA) THEN
                   MOVE SPACES TO WS-MOTIVO
                   STRING "CARTAO CADUCADO EM " DELIMITED BY SIZE
                          CLI-VALIDADE DELIMITED BY SIZE
                     INTO WS-MOTIVO
                   GO FIM-EMPRESTA
               END-IF
               MOVE "S" TO WS-MOV-FORCADO-SW
           END-IF.
           MOVE FS-CLIENTE TO WS-QUOTA-CLIENTE.
           PERFORM OBTEM-QUOTA-CLIENTE.
           IF (WS-MAX-ABERTOS > 0) AND
              (WS-ABERTOS >= WS-MAX-ABERTOS) THEN
               IF (NOT WS-FORCA) THEN
                   MOVE SPACES TO WS-MOTIVO
                   STRING "LIMITE DE RENTALS EM ABERTO DO SOCIO: "
                          DELIMITED BY SIZE
                          WS-MAX-ABERTOS DELIMITED BY SIZE
                     INTO WS-MOTIVO
                   GO FIM-EMPRESTA
               END-IF
               MOVE "S" TO WS-MOV-FORCADO-SW
           END-IF.
           PERFORM CALCULA-DIVIDA-CLIENTE.
           IF (WS-DIVIDA > WS-LIMITE-MULTAS) THEN
               IF (NOT WS-FORCA) THEN
                   MOVE WS-DIVIDA TO WS-VALOR-ED
                   MOVE SPACES TO WS-MOTIVO
                   STRING "CLIENTE COM MULTAS POR PAGAR: "
                          DELIMITED BY SIZE
                          WS-VALOR-ED DELIMITED BY SIZE
                     INTO WS-MOTIVO
                   GO FIM-EMPRESTA
               END-IF
               MOVE "S" TO WS-MOV-FORCADO-SW
           END-IF.
           PERFORM VALIDA-LIVRO.
           IF (FS-LIV-NAO-EXISTE) THEN
               MOVE "LIVRO INEXISTENTE" TO WS-MOTIVO
               GO FIM-EMPRESTA
           END-IF.
           MOVE WS-MOV-EXEMPLAR TO WS-EXE-PEDIDO.
           PERFORM ESCOLHE-EXEMPLAR.
           IF (NOT FS-EXE-OK) THEN
               MOVE WS-MSG-ERRO TO WS-MOTIVO
               GO FIM-EMPRESTA
           END-IF.
           PERFORM OBTEM-REGRAS-LIVRO.
           COMPUTE FS-ENTREGA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FS-RENTAL)
               + WS-PRAZO-EFETIVO).
      * ENTREGA QUE CAIA NUM DIA DE FECHO DA FILIAL PASSA PARA O
      * PRIMEIRO DIA ABERTO A SEGUIR
           MOVE WS-FILIAL TO WS-CAL-FILIAL.
           MOVE FS-ENTREGA TO WS-CAL-DATA.
           PERFORM ACERTA-DIA-ABERTO.
           MOVE WS-CAL-DATA TO FS-ENTREGA.
           IF (WS-GUIA-CORRENTE = ZEROS) THEN
               MOVE 3 TO WS-SEQ-TIPO
               PERFORM OBTEM-SEQUENCIA
               MOVE WS-SEQ-NUMERO TO WS-GUIA-CORRENTE
           END-IF.
           MOVE 2 TO WS-SEQ-TIPO.
           PERFORM OBTEM-SEQUENCIA.
           MOVE WS-SEQ-NUMERO TO FS-COD.
           MOVE WS-GUIA-CORRENTE TO FS-GUIA.
           MOVE WS-FILIAL TO FS-FILIAL.
           MOVE WS-EXE-ESCOLHIDO TO FS-EXEMPLAR.
           MOVE "ATIVO" TO FS-SITUACAO.
           MOVE 0 TO FS-MULTA.
           MOVE 0 TO FS-RENOVACOES.
           MOVE 0 TO FS-NIVEL-AVISO.
           WRITE REGISTO
            INVALID KEY
            MOVE "COD RENTAL JA EXISTE" TO WS-MOTIVO
           END-WRITE.
           IF (WS-MOTIVO NOT = SPACES) THEN
               GO FIM-EMPRESTA
           END-IF.
           PERFORM GASTA-EXEMPLAR.
           MOVE WS-MOV-DATA TO WS-RES-DATA.
           PERFORM CONVERTE-RESERVA.
           PERFORM GUARDA-IMAGEM.
           MOVE "INSERIR" TO WS-AUD-OP.
           PERFORM GRAVA-AUDITORIA.
           ADD 1 TO WS-GUI-USADOS.
           MOVE WS-MOV-DATA TO WS-GRP-DATA.
           MOVE WS-MOV-OPERADOR TO WS-GRP-OPERADOR.
           MOVE WS-MOV-FILIAL TO WS-GRP-FILIAL.
           MOVE WS-MOV-CLIENTE TO WS-GRP-CLIENTE.
       FIM-EMPRESTA.

      *----------------------------------------------------------------
      * DEVOLVE
      * FECHA COMO DEVOLVIDO O RENTAL EM ABERTO DO MOVIMENTO, COMO O
      * ENTREGA: COM CODIGO DE BARRAS E O RENTAL QUE TEM O EXEMPLAR;
      * SEM ELE, O RENTAL EM ABERTO MAIS ANTIGO DO CLIENTE PARA O
      * LIVRO. A MULTA CONTA OS DIAS ABERTOS DE ATRASO ATE AO DIA DA
      * DEVOLUCAO E O EXEMPLAR VOLTA A PRATELEIRA NO ESTADO EM QUE
      * ESTAVA.
      *----------------------------------------------------------------
       DEVOLVE.
           MOVE 0 TO WS-COD-ACHADO.
           IF (WS-MOV-EXEMPLAR NOT = ZEROS) THEN
               MOVE WS-MOV-EXEMPLAR TO EXE-COD
               READ EXEMPLARES
                 INVALID KEY
                 MOVE 35 TO FS-EXE
                 NOT INVALID KEY
                 MOVE 0 TO FS-EXE
               END-READ
               IF (FS-EXE-NAO-EXISTE) THEN
                   MOVE "EXEMPLAR INEXISTENTE" TO WS-MOTIVO
                   GO FIM-DEVOLVE
               END-IF
               IF (EXE-RENTAL = ZEROS) THEN
                   MOVE "EXEMPLAR NAO ESTA EMPRESTADO" TO WS-MOTIVO
                   GO FIM-DEVOLVE
               END-IF
               MOVE EXE-RENTAL TO WS-COD-ACHADO
           ELSE
               PERFORM PROCURA-EM-ABERTO
           END-IF.
           IF (WS-COD-ACHADO = ZEROS) THEN
               MOVE "SEM RENTAL EM ABERTO DO CLIENTE PARA O LIVRO"
                 TO WS-MOTIVO
               GO FIM-DEVOLVE
           END-IF.
           MOVE WS-COD-ACHADO TO FS-COD.
           READ FIC
             INVALID KEY
             MOVE 35 TO FS
             NOT INVALID KEY
             MOVE 0 TO FS
           END-READ.
           IF (FS-NAO-EXISTE) OR (SITUACAO-DEVOLVIDO) THEN
               MOVE "SEM RENTAL EM ABERTO PARA O EXEMPLAR"
                 TO WS-MOTIVO
               GO FIM-DEVOLVE
           END-IF.
           IF (FS-CLIENTE NOT = WS-MOV-CLIENTE) THEN
               MOVE SPACES TO WS-MOTIVO
               STRING "EXEMPLAR EMPRESTADO A OUTRO CLIENTE: "
                      DELIMITED BY SIZE
                      FS-CLIENTE DELIMITED BY SIZE
                 INTO WS-MOTIVO
               GO FIM-DEVOLVE
           END-IF.
           IF (WS-MOV-LIVRO NOT = ZEROS) AND
              (FS-LIVRO NOT = WS-MOV-LIVRO) THEN
               MOVE "EXEMPLAR NAO E DO LIVRO INDICADO" TO WS-MOTIVO
               GO FIM-DEVOLVE
           END-IF.
           IF (FS-RENTAL > WS-MOV-DATA) THEN
               MOVE SPACES TO WS-MOTIVO
               STRING "DEVOLUCAO ANTERIOR AO EMPRESTIMO DE "
                      DELIMITED BY SIZE
                      FS-RENTAL DELIMITED BY SIZE
                 INTO WS-MOTIVO
               GO FIM-DEVOLVE
           END-IF.
           PERFORM GUARDA-IMAGEM.
           PERFORM CALCULA-MULTA.
           MOVE "DEVOLVIDO" TO FS-SITUACAO.
           REWRITE REGISTO
            INVALID KEY
            MOVE "ERRO A REGRAVAR O RENTAL" TO WS-MOTIVO
           END-REWRITE.
           IF (WS-MOTIVO NOT = SPACES) THEN
               GO FIM-DEVOLVE
           END-IF.
           PERFORM DEVOLVE-EXEMPLAR.
           MOVE "ENTREGA" TO WS-AUD-OP.
           PERFORM GRAVA-AUDITORIA.
           IF (FS-MULTA > 0) THEN
               PERFORM GRAVA-MULTA
           END-IF.
       FIM-DEVOLVE.

      *----------------------------------------------------------------
      * PROCURA-EM-ABERTO
      * PELA CHAVE ALTERNADA DE CLIENTE, O RENTAL AINDA POR DEVOLVER
      * (ATIVO, ATRASADO OU PERDIDO) MAIS ANTIGO DO CLIENTE PARA O
      * LIVRO DO MOVIMENTO, ABERTO ATE AO DIA DA DEVOLUCAO.
      *----------------------------------------------------------------
       PROCURA-EM-ABERTO.
           MOVE 0 TO WS-RENTAL-ACHADO.
           MOVE WS-MOV-CLIENTE TO FS-CLIENTE.
           START FIC KEY = FS-CLIENTE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-OK
               READ FIC NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (FS-CLIENTE NOT = WS-MOV-CLIENTE) THEN
                   MOVE 10 TO FS
               ELSE
               IF (NOT SITUACAO-DEVOLVIDO) AND
                  (FS-LIVRO = WS-MOV-LIVRO) AND
                  (FS-RENTAL <= WS-MOV-DATA) AND
                  ((WS-COD-ACHADO = ZEROS) OR
                   (FS-RENTAL < WS-RENTAL-ACHADO)) THEN
                   MOVE FS-COD TO WS-COD-ACHADO
                   MOVE FS-RENTAL TO WS-RENTAL-ACHADO
               END-IF
               END-IF
               END-READ
           END-PERFORM.

       GUARDA-IMAGEM.
           MOVE FS-COD TO WS-RA-COD.
           MOVE FS-RENTAL TO WS-RA-RENTAL.
           MOVE FS-ENTREGA TO WS-RA-ENTREGA.
           MOVE FS-LIVRO TO WS-RA-LIVRO.
           MOVE FS-CLIENTE TO WS-RA-CLIENTE.
           MOVE FS-SITUACAO TO WS-RA-SITUACAO.
           MOVE FS-MULTA TO WS-RA-MULTA.
           MOVE FS-RENOVACOES TO WS-RA-RENOVACOES.
           MOVE FS-NIVEL-AVISO TO WS-RA-NIVEL-AVISO.
           MOVE FS-GUIA TO WS-RA-GUIA.
           MOVE FS-FILIAL TO WS-RA-FILIAL.
           MOVE FS-EXEMPLAR TO WS-RA-EXEMPLAR.

      *----------------------------------------------------------------
      * GRAVA-EXCECAO-CAPTURA / GRAVA-EXCECAO
      * UM MOVIMENTO RECUSADO VAI PARA OS PENDENTES NO FORMATO DA
      * CAPTURA, COM O MOTIVO NUM NONO CAMPO QUE A LEITURA IGNORA,
      * PARA O SUPERVISOR CORRIGIR E CARREGAR DE NOVO. UMA LINHA MAL
      * FORMADA VAI COMO VEIO, CAMPO A CAMPO.
      *----------------------------------------------------------------
       GRAVA-EXCECAO-CAPTURA.
           ADD 1 TO WS-TOTAL-EXCECOES.
           MOVE SPACES TO LINHA-PENDENTE.
           STRING WS-CMP-DATA DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-CMP-HORA DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-CMP-OPERADOR DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-CMP-FILIAL DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-CMP-CLIENTE DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-CMP-LIVRO DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-CMP-TIPO DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-CMP-EXEMPLAR DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
             INTO LINHA-PENDENTE.
           WRITE REGISTO-PENDENTE.

       GRAVA-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES.
           MOVE SPACES TO LINHA-PENDENTE.
           IF (MOV-EMPRESTIMO) THEN
               MOVE "EMPRESTIMO" TO WS-CMP-TIPO
           ELSE
               MOVE "DEVOLUCAO" TO WS-CMP-TIPO
           END-IF.
           STRING WS-MOV-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-MOV-HORA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-MOV-OPERADOR DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-MOV-FILIAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-MOV-CLIENTE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-MOV-LIVRO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CMP-TIPO DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-MOV-EXEMPLAR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
             INTO LINHA-PENDENTE.
           WRITE REGISTO-PENDENTE.

      *----------------------------------------------------------------
      * LISTA-EXCECOES
      * JUNTA AO RELATORIO A LISTA DOS PENDENTES DESTA CORRIDA, PARA
      * O SUPERVISOR RESOLVER.
      *----------------------------------------------------------------
       LISTA-EXCECOES.
           MOVE "EXCECOES A RESOLVER PELO SUPERVISOR:" TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           OPEN INPUT PENDENTES.
           PERFORM UNTIL FS-PEN-FIM
               READ PENDENTES
               AT END
               CONTINUE
               NOT AT END
               MOVE SPACES TO WS-LINHA
               STRING "  " DELIMITED BY SIZE
                      LINHA-PENDENTE DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
               END-READ
           END-PERFORM.
           CLOSE PENDENTES.

      *----------------------------------------------------------------
      * LE-PARAMETROS
      * CARREGA O REGISTO GLOBAL DO FICHEIRO DE PARAMETROS PARA OS
      * CAMPOS DE TRABALHO. SEM FICHEIRO OU SEM REGISTO GLOBAL FICAM
      * OS VALORES DE RECURSO.
      *----------------------------------------------------------------
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE 0 TO PAR-CATEGORIA.
           READ PARAMETROS
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             MOVE PAR-TAXA-MULTA TO WS-TAXA-MULTA
             MOVE PAR-PRAZO-RENTAL TO WS-PRAZO-RENTAL
             MOVE PAR-MAX-RENOVACOES TO WS-MAX-RENOVACOES
             MOVE PAR-LIMITE-MULTAS TO WS-LIMITE-MULTAS
             MOVE PAR-RESERVA-DIAS TO WS-RESERVA-DIAS
             PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
                 MOVE PAR-SOC-MAX-ABERTOS(WS-SX)
                   TO WS-SOC-MAX-ABERTOS(WS-SX)
             END-PERFORM
           END-READ.
           CLOSE PARAMETROS.

      *----------------------------------------------------------------
      * OBTEM-REGRAS-LIVRO
      * PRAZO E LIMITE DE RENOVACOES EFETIVOS PARA O LIVRO EM
      * REGISTO-LIVRO, COM A CATEGORIA DO LIVRO SE TIVER REGISTO NOS
      * PARAMETROS.
      *----------------------------------------------------------------
       OBTEM-REGRAS-LIVRO.
           MOVE WS-PRAZO-RENTAL TO WS-PRAZO-EFETIVO.
           MOVE WS-MAX-RENOVACOES TO WS-RENOV-EFETIVO.
           IF (LIV-CATEGORIA > 0) THEN
               OPEN INPUT PARAMETROS
               MOVE LIV-CATEGORIA TO PAR-CATEGORIA
               READ PARAMETROS
                 INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 MOVE PAR-PRAZO-RENTAL TO WS-PRAZO-EFETIVO
                 MOVE PAR-MAX-RENOVACOES TO WS-RENOV-EFETIVO
               END-READ
               CLOSE PARAMETROS
           END-IF.

      *----------------------------------------------------------------
      * OBTEM-SEQUENCIA / SEMEIA-SEQUENCIA
      * PROXIMO NUMERO DA SEQUENCIA WS-SEQ-TIPO (2 = COD DE RENTAL,
      * 3 = GUIA) EM WS-SEQ-NUMERO, A MESMA DO BALCAO, SEMEADA COM O
      * MAIOR NUMERO JA USADO EM RENTALS.TXT SE AINDA NAO EXISTIR.
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
           MOVE REGISTO TO WS-REGISTO-GUARDA.
           MOVE 0 TO FS-COD.
           START FIC KEY > FS-COD
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-OK
               READ FIC NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (WS-SEQ-TIPO = 2) AND
                  (FS-COD > WS-SEQ-NUMERO) THEN
                   MOVE FS-COD TO WS-SEQ-NUMERO
               END-IF
               IF (WS-SEQ-TIPO = 3) AND
                  (FS-GUIA > WS-SEQ-NUMERO) THEN
                   MOVE FS-GUIA TO WS-SEQ-NUMERO
               END-IF
               END-READ
           END-PERFORM.
           MOVE WS-REGISTO-GUARDA TO REGISTO.

      *----------------------------------------------------------------
      * GRAVA-AUDITORIA
      * REGISTA EM RENTALS-AUDIT.TXT A IMAGEM DO RENTAL GUARDADA EM
      * WS-RA-*, COM O OPERADOR DO PAPEL: A IMAGEM NOVA NO EMPRESTIMO
      * E A ANTERIOR NA DEVOLUCAO, COMO NO BALCAO. A IMAGEM DEPOIS E
      * O RENTAL EM REGISTO E O EXEMPLAR COMO FICOU NO REGISTO DE
      * EXEMPLARES, PARA A RECUPERACAO POR AVANCO.
      *----------------------------------------------------------------
       GRAVA-AUDITORIA.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           MOVE SPACES TO REGISTO-AUDIT.
           STRING WS-AUD-DATA DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-AUD-HORA DELIMITED BY SIZE
             INTO AUD-DATA-HORA.
           MOVE WS-AUD-OP TO AUD-OPERACAO.
           MOVE WS-RA-COD TO AUD-COD.
           MOVE WS-RA-RENTAL TO AUD-RENTAL.
           MOVE WS-RA-ENTREGA TO AUD-ENTREGA.
           MOVE WS-RA-LIVRO TO AUD-LIVRO.
           MOVE WS-RA-CLIENTE TO AUD-CLIENTE.
           MOVE WS-RA-SITUACAO TO AUD-SITUACAO.
           MOVE WS-RA-MULTA TO AUD-MULTA.
           MOVE WS-RA-RENOVACOES TO AUD-RENOVACOES.
           MOVE WS-RA-NIVEL-AVISO TO AUD-NIVEL-AVISO.
           MOVE WS-RA-GUIA TO AUD-GUIA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-RA-FILIAL TO AUD-FILIAL.
           MOVE WS-RA-EXEMPLAR TO AUD-EXEMPLAR.
           MOVE FS-RENTAL TO AUD-DEP-RENTAL.
           MOVE FS-ENTREGA TO AUD-DEP-ENTREGA.
           MOVE FS-LIVRO TO AUD-DEP-LIVRO.
           MOVE FS-CLIENTE TO AUD-DEP-CLIENTE.
           MOVE FS-SITUACAO TO AUD-DEP-SITUACAO.
           MOVE FS-MULTA TO AUD-DEP-MULTA.
           MOVE FS-RENOVACOES TO AUD-DEP-RENOVACOES.
           MOVE FS-NIVEL-AVISO TO AUD-DEP-NIVEL-AVISO.
           MOVE FS-GUIA TO AUD-DEP-GUIA.
           MOVE FS-FILIAL TO AUD-DEP-FILIAL.
           MOVE FS-EXEMPLAR TO AUD-DEP-EXEMPLAR.
           MOVE 0 TO AUD-EXE-COD.
           MOVE 0 TO AUD-EXE-FILIAL.
           MOVE 0 TO AUD-EXE-DATA.
           MOVE 0 TO AUD-EXE-RENTAL.
           MOVE WS-RA-EXEMPLAR TO EXE-COD.
           READ EXEMPLARES
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             MOVE EXE-COD TO AUD-EXE-COD
             MOVE EXE-FILIAL TO AUD-EXE-FILIAL
             MOVE EXE-CONDICAO TO AUD-EXE-CONDICAO
             MOVE EXE-SITUACAO TO AUD-EXE-SITUACAO
             MOVE EXE-DATA-SITUACAO TO AUD-EXE-DATA
             MOVE EXE-RENTAL TO AUD-EXE-RENTAL
           END-READ.
           WRITE REGISTO-AUDIT.

      *----------------------------------------------------------------
      * ESCOLHE-EXEMPLAR
      * O EXEMPLAR QUE SAI NO EMPRESTIMO: COM CODIGO DE BARRAS, TEM DE
      * SER DO LIVRO E ESTAR NA PRATELEIRA DA FILIAL DO BALCAO; SEM
      * ELE, O PRIMEIRO DO LIVRO NA PRATELEIRA DA FILIAL. DEVOLVE
      * WS-EXE-ESCOLHIDO E FS-EXE OK, OU FS-EXE 35 COM A MENSAGEM EM
      * WS-MSG-ERRO.
      *----------------------------------------------------------------
       ESCOLHE-EXEMPLAR.
           MOVE 0 TO WS-EXE-ESCOLHIDO.
           IF (WS-EXE-PEDIDO NOT = ZEROS) THEN
               MOVE WS-EXE-PEDIDO TO EXE-COD
               READ EXEMPLARES
                 INVALID KEY
                 MOVE 35 TO FS-EXE
                 NOT INVALID KEY
                 MOVE 0 TO FS-EXE
               END-READ
               IF (FS-EXE-OK) AND ((EXE-LIVRO NOT = FS-LIVRO) OR
                  (NOT EXEMPLAR-PRATELEIRA) OR
                  (EXE-FILIAL NOT = WS-FILIAL)) THEN
                   MOVE 35 TO FS-EXE
               END-IF
               IF (FS-EXE-OK) THEN
                   MOVE EXE-COD TO WS-EXE-ESCOLHIDO
               ELSE
                   MOVE "EXEMPLAR NAO ESTA NA PRATELEIRA DESTA FILIAL"
                     TO WS-MSG-ERRO
               END-IF
           ELSE
               MOVE FS-LIVRO TO EXE-LIVRO
               START EXEMPLARES KEY = EXE-LIVRO
                 INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL (NOT FS-EXE-OK) OR
                             (WS-EXE-ESCOLHIDO NOT = ZEROS)
                   READ EXEMPLARES NEXT RECORD
                   AT END
                   CONTINUE
                   NOT AT END
                   IF (EXE-LIVRO NOT = FS-LIVRO) THEN
                       MOVE 10 TO FS-EXE
                   ELSE
                   IF (EXEMPLAR-PRATELEIRA) AND
                      (EXE-FILIAL = WS-FILIAL) THEN
                       MOVE EXE-COD TO WS-EXE-ESCOLHIDO
                   END-IF
                   END-IF
                   END-READ
               END-PERFORM
               IF (WS-EXE-ESCOLHIDO = ZEROS) THEN
                   MOVE 35 TO FS-EXE
                   MOVE "SEM EXEMPLARES NA PRATELEIRA DESTA FILIAL"
                     TO WS-MSG-ERRO
               ELSE
                   MOVE 0 TO FS-EXE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * GASTA-EXEMPLAR / DEVOLVE-EXEMPLAR
      * O EMPRESTIMO EMPRESTA O EXEMPLAR DA LINHA E A DEVOLUCAO POE-O
      * NA PRATELEIRA DA FILIAL DO EMPRESTIMO, AMBOS COM A DATA DO
      * MOVIMENTO. O STOCK DO LIVRO E REFEITO A PARTIR DO REGISTO.
      *----------------------------------------------------------------
       GASTA-EXEMPLAR.
           MOVE FS-EXEMPLAR TO EXE-COD.
           READ EXEMPLARES
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             MOVE "EMPRESTADO" TO EXE-SITUACAO
             MOVE FS-FILIAL TO EXE-FILIAL
             MOVE FS-RENTAL TO EXE-DATA-SITUACAO
             MOVE FS-COD TO EXE-RENTAL
             REWRITE REGISTO-EXEMPLAR
              INVALID KEY
              CONTINUE
             END-REWRITE
           END-READ.
           PERFORM CALCULA-STOCK.
           REWRITE REGISTO-LIVRO
            INVALID KEY
            CONTINUE
           END-REWRITE.

       DEVOLVE-EXEMPLAR.
           MOVE WS-RA-FILIAL TO WS-FIL-IX.
           IF (WS-FIL-IX < 1) OR (WS-FIL-IX > 2) THEN
               MOVE 1 TO WS-FIL-IX
           END-IF.
           MOVE WS-RA-EXEMPLAR TO EXE-COD.
           READ EXEMPLARES
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             IF (EXE-RENTAL = WS-RA-COD) THEN
                 IF (EXEMPLAR-INUTILIZADO) THEN
                     MOVE "ABATIDO" TO EXE-SITUACAO
                 ELSE
                     MOVE "PRATELEIRA" TO EXE-SITUACAO
                     MOVE 0 TO EXE-RENTAL
                 END-IF
                 MOVE WS-FIL-IX TO EXE-FILIAL
                 MOVE WS-MOV-DATA TO EXE-DATA-SITUACAO
                 REWRITE REGISTO-EXEMPLAR
                  INVALID KEY
                  CONTINUE
                 END-REWRITE
             END-IF
           END-READ.
           MOVE WS-RA-LIVRO TO LIV-COD.
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

      *----------------------------------------------------------------
      * AVISA-RESERVA
      * DEPOIS DE UMA DEVOLUCAO, A PRIMEIRA RESERVA EM ESPERA PARA O
      * LIVRO FICA CARIMBADA COMO GUARDADA HOJE, QUE E QUANDO O
      * BALCAO FICA A SABER DELA, E VAI PARA O RELATORIO PARA O
      * EXEMPLAR SER TIRADO DA PRATELEIRA. AS RESERVAS CUJO PRAZO JA
      * PASSOU SAO MARCADAS EXPIRADAS PELO CAMINHO.
      *----------------------------------------------------------------
       AVISA-RESERVA.
           MOVE "N" TO WS-RES-ACHADA-SW.
           MOVE WS-HOJE TO WS-RES-DATA.
           MOVE FS-LIVRO TO RES-LIVRO.
           START RESERVAS KEY = RES-LIVRO
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-RES-OK OR WS-RES-ACHADA
               READ RESERVAS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (RES-LIVRO NOT = FS-LIVRO) THEN
                   MOVE 10 TO FS-RES
               ELSE
               IF (RESERVA-ESPERA) THEN
                   PERFORM EXPIRA-RESERVA THRU FIM-EXPIRA-RESERVA
                   IF (RESERVA-ESPERA) THEN
                       MOVE "S" TO WS-RES-ACHADA-SW
                       IF (RES-DISPONIVEL = ZEROS) THEN
                           MOVE WS-HOJE TO RES-DISPONIVEL
                           REWRITE REGISTO-RESERVA
                            INVALID KEY
                            CONTINUE
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-READ
           END-PERFORM.
           IF (WS-RES-ACHADA) THEN
               ADD 1 TO WS-TOTAL-RESERVAS
               MOVE SPACES TO WS-LINHA
               STRING "    GUARDAR PARA A RESERVA " DELIMITED BY SIZE
                      RES-COD DELIMITED BY SIZE
                      " DO CLIENTE " DELIMITED BY SIZE
                      RES-CLIENTE DELIMITED BY SIZE
                      " NA FILIAL " DELIMITED BY SIZE
                      RES-FILIAL DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
           END-IF.

      *----------------------------------------------------------------
      * CONVERTE-RESERVA
      * QUANDO O EMPRESTIMO E ABERTO, A RESERVA EM ESPERA DO MESMO
      * CLIENTE PARA O MESMO LIVRO FICA SATISFEITA. O PRAZO DE NAO
      * COMPARENCIA CONTA ATE AO DIA DO EMPRESTIMO.
      *----------------------------------------------------------------
       CONVERTE-RESERVA.
           MOVE "N" TO WS-RES-ACHADA-SW.
           MOVE FS-LIVRO TO RES-LIVRO.
           START RESERVAS KEY = RES-LIVRO
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-RES-OK OR WS-RES-ACHADA
               READ RESERVAS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (RES-LIVRO NOT = FS-LIVRO) THEN
                   MOVE 10 TO FS-RES
               ELSE
               IF (RESERVA-ESPERA) AND
                  (RES-CLIENTE = FS-CLIENTE) THEN
                   PERFORM EXPIRA-RESERVA THRU FIM-EXPIRA-RESERVA
                   IF (RESERVA-ESPERA) THEN
                       MOVE "S" TO WS-RES-ACHADA-SW
                       MOVE "SATISFEITA" TO RES-SITUACAO
                       REWRITE REGISTO-RESERVA
                        INVALID KEY
                        CONTINUE
                       END-REWRITE
                   END-IF
               END-IF
               END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * EXPIRA-RESERVA
      * MARCA EXPIRADA A RESERVA EM REGISTO-RESERVA QUANDO O CLIENTE
      * NAO COMPARECEU NO PRAZO CONTADO DESDE RES-DISPONIVEL ATE
      * WS-RES-DATA. UMA RESERVA AINDA POR ANUNCIAR NUNCA EXPIRA.
      *----------------------------------------------------------------
       EXPIRA-RESERVA.
           IF (RES-DISPONIVEL = ZEROS) THEN
               GO FIM-EXPIRA-RESERVA
           END-IF.
           IF (FUNCTION TEST-DATE-YYYYMMDD(RES-DISPONIVEL)
               NOT = 0) THEN
               GO FIM-EXPIRA-RESERVA
           END-IF.
           MOVE RES-FILIAL TO WS-CAL-FILIAL.
           MOVE RES-DISPONIVEL TO WS-CAL-DE.
           MOVE WS-RES-DATA TO WS-CAL-ATE.
           PERFORM CONTA-DIAS-ABERTOS.
           MOVE WS-CAL-DIAS TO WS-DIAS-ESPERA.
           IF (WS-DIAS-ESPERA > WS-RESERVA-DIAS) THEN
               MOVE "EXPIRADA" TO RES-SITUACAO
               REWRITE REGISTO-RESERVA
                INVALID KEY
                CONTINUE
               END-REWRITE
           END-IF.
       FIM-EXPIRA-RESERVA.

       VALIDA-LIVRO.
           MOVE FS-LIVRO TO LIV-COD.
           READ LIVROS
             INVALID KEY
             MOVE 35 TO FS-LIV
             NOT INVALID KEY
             MOVE 0 TO FS-LIV
           END-READ.

       VALIDA-CLIENTE.
           MOVE FS-CLIENTE TO CLI-COD.
           READ CLIENTES
             INVALID KEY
             MOVE 35 TO FS-CLI
             NOT INVALID KEY
             MOVE 0 TO FS-CLI
           END-READ.

      *----------------------------------------------------------------
      * CALCULA-MULTA
      * MULTA PELOS DIAS DE ATRASO ENTRE A ENTREGA PREVISTA E O DIA
      * DA DEVOLUCAO DO PAPEL, CONTANDO SO OS DIAS EM QUE A FILIAL DO
      * EMPRESTIMO ESTEVE ABERTA.
      *----------------------------------------------------------------
       CALCULA-MULTA.
           MOVE 0 TO WS-DIAS-ATRASO.
           MOVE 0 TO FS-MULTA.
           MOVE FS-FILIAL TO WS-CAL-FILIAL.
           MOVE FS-ENTREGA TO WS-CAL-DE.
           MOVE WS-MOV-DATA TO WS-CAL-ATE.
           PERFORM CONTA-DIAS-ABERTOS.
           MOVE WS-CAL-DIAS TO WS-DIAS-ATRASO.
           IF (WS-DIAS-ATRASO < 0) THEN
               MOVE 0 TO WS-DIAS-ATRASO
           END-IF.
           IF (WS-DIAS-ATRASO > 0) THEN
               COMPUTE FS-MULTA = WS-DIAS-ATRASO * WS-TAXA-MULTA
           END-IF.

      *----------------------------------------------------------------
      * OBTEM-QUOTA-CLIENTE
      * MAXIMO DE RENTALS EM ABERTO DA CATEGORIA DE SOCIO DO CLIENTE
      * LIDO E QUANTOS ELE TEM AINDA POR DEVOLVER. OS EMPRESTIMOS JA
      * CARREGADOS NESTA CORRIDA ESTAO NO FICHEIRO E CONTAM.
      *----------------------------------------------------------------
       OBTEM-QUOTA-CLIENTE.
           MOVE 0 TO WS-MAX-ABERTOS.
           IF (CLI-TIPO-VALIDO) THEN
               MOVE WS-SOC-MAX-ABERTOS(CLI-TIPO) TO WS-MAX-ABERTOS
           END-IF.
           MOVE 0 TO WS-ABERTOS.
           MOVE REGISTO TO WS-REGISTO-GUARDA.
           MOVE WS-QUOTA-CLIENTE TO FS-CLIENTE.
           START FIC KEY = FS-CLIENTE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-OK
               READ FIC NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (FS-CLIENTE NOT = WS-QUOTA-CLIENTE) THEN
                   MOVE 10 TO FS
               ELSE
                   IF (SITUACAO-ATIVO) OR (SITUACAO-ATRASADO) THEN
                       ADD 1 TO WS-ABERTOS
                   END-IF
               END-IF
               END-READ
           END-PERFORM.
           MOVE WS-REGISTO-GUARDA TO REGISTO.

      *----------------------------------------------------------------
      * ACERTA-DIA-ABERTO
      * EMPURRA WS-CAL-DATA PARA O PRIMEIRO DIA EM QUE A FILIAL
      * WS-CAL-FILIAL ESTA ABERTA. AO FIM DE UM ANO DESISTE E FICA A
      * DATA ORIGINAL.
      *----------------------------------------------------------------
       ACERTA-DIA-ABERTO.
           PERFORM ABRE-CALENDARIO.
           MOVE WS-CAL-DATA TO WS-CAL-ORIGINAL.
           MOVE 0 TO WS-CAL-VOLTAS.
           PERFORM DIA-FECHADO.
           PERFORM UNTIL (NOT WS-CAL-FECHADO) OR (WS-CAL-VOLTAS > 366)
               COMPUTE WS-CAL-DATA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATA) + 1)
               ADD 1 TO WS-CAL-VOLTAS
               PERFORM DIA-FECHADO
           END-PERFORM.
           IF (WS-CAL-FECHADO) THEN
               MOVE WS-CAL-ORIGINAL TO WS-CAL-DATA
           END-IF.
           CLOSE CALENDARIO.

      *----------------------------------------------------------------
      * CONTA-DIAS-ABERTOS
      * CONTA EM WS-CAL-DIAS OS DIAS ABERTOS DA FILIAL WS-CAL-FILIAL
      * DEPOIS DE WS-CAL-DE ATE WS-CAL-ATE INCLUSIVE.
      *----------------------------------------------------------------
       CONTA-DIAS-ABERTOS.
           MOVE 0 TO WS-CAL-DIAS.
           IF (WS-CAL-ATE > WS-CAL-DE) AND
              (FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DE) = 0) THEN
               PERFORM ABRE-CALENDARIO
               MOVE WS-CAL-DE TO WS-CAL-DATA
               PERFORM UNTIL WS-CAL-DATA >= WS-CAL-ATE
                   COMPUTE WS-CAL-DATA = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CAL-DATA) + 1)
                   PERFORM DIA-FECHADO
                   IF (NOT WS-CAL-FECHADO) THEN
                       ADD 1 TO WS-CAL-DIAS
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.

       ABRE-CALENDARIO.
           IF (WS-CAL-FILIAL < 1) OR (WS-CAL-FILIAL > 2) THEN
               MOVE 1 TO WS-CAL-FILIAL
           END-IF.
           MOVE "N" TO WS-CAL-VAZIO-SW.
           OPEN INPUT CALENDARIO.
           IF (FS-CAL-NAO-EXISTE) THEN
               MOVE "S" TO WS-CAL-VAZIO-SW
           END-IF.

      *----------------------------------------------------------------
      * DIA-FECHADO
      * DIZ SE A FILIAL WS-CAL-FILIAL ESTA FECHADA NO DIA WS-CAL-DATA,
      * POR DATA OU POR DIA DA SEMANA, NA PROPRIA FILIAL OU NA FILIAL
      * 0 (TODAS). 1601-01-01 FOI UMA SEGUNDA-FEIRA.
      *----------------------------------------------------------------
       DIA-FECHADO.
           MOVE "N" TO WS-CAL-FECHADO-SW.
           IF (NOT WS-CAL-VAZIO) THEN
               COMPUTE WS-CAL-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATA) - 1, 7) + 1
               MOVE WS-CAL-FILIAL TO CAL-FILIAL
               MOVE WS-CAL-DATA TO CAL-DATA
               PERFORM LE-CALENDARIO
               MOVE WS-CAL-DIA-SEMANA TO CAL-DATA
               PERFORM LE-CALENDARIO
               MOVE 0 TO CAL-FILIAL
               MOVE WS-CAL-DATA TO CAL-DATA
               PERFORM LE-CALENDARIO
               MOVE WS-CAL-DIA-SEMANA TO CAL-DATA
               PERFORM LE-CALENDARIO
           END-IF.

       LE-CALENDARIO.
           IF (NOT WS-CAL-FECHADO) THEN
               READ CALENDARIO
                 INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 MOVE "S" TO WS-CAL-FECHADO-SW
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * GRAVA-MULTA
      * ABRE O ITEM A RECEBER DA MULTA DA DEVOLUCAO, DATADO DO DIA DO
      * CARREGAMENTO, QUE E QUANDO A DIVIDA ENTRA NAS CONTAS. SE O
      * ITEM JA EXISTIR O VALOR E REFRESCADO E O QUE O CLIENTE JA
      * PAGOU FICA.
      *----------------------------------------------------------------
       GRAVA-MULTA.
           MOVE 0 TO WS-PAGO-ANTERIOR.
           MOVE 0 TO WS-VALOR-ANTERIOR.
           MOVE FS-COD TO MUL-COD.
           READ MULTAS
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             MOVE MUL-PAGO TO WS-PAGO-ANTERIOR
             MOVE MUL-VALOR TO WS-VALOR-ANTERIOR
           END-READ.
           MOVE SPACES TO REGISTO-MULTA.
           MOVE FS-COD TO MUL-COD.
           MOVE WS-HOJE TO MUL-DATA.
           MOVE FS-CLIENTE TO MUL-CLIENTE.
           MOVE FS-MULTA TO MUL-VALOR.
           MOVE WS-PAGO-ANTERIOR TO MUL-PAGO.
           IF (MUL-PAGO >= MUL-VALOR) THEN
               MOVE "PAGA" TO MUL-SITUACAO
           ELSE
               MOVE "ABERTA" TO MUL-SITUACAO
           END-IF.
           WRITE REGISTO-MULTA
            INVALID KEY
            REWRITE REGISTO-MULTA
             INVALID KEY
             CONTINUE
            END-REWRITE
           END-WRITE.
           PERFORM GRAVA-MOVIMENTO-MULTA.

      *----------------------------------------------------------------
      * GRAVA-MOVIMENTO-MULTA
      * DEIXA NO DIARIO DE MULTAS (RENTALS-MULTAS-MOV.TXT) A DIFERENCA
      * ENTRE O VALOR NOVO E O ANTERIOR DO ITEM ACABADO DE GRAVAR,
      * PARA O LANCAMENTO DIARIO NA CONTABILIDADE (RENTCTB). SEM
      * DIFERENCA NAO HA MOVIMENTO.
      *----------------------------------------------------------------
       GRAVA-MOVIMENTO-MULTA.
           IF (MUL-VALOR NOT = WS-VALOR-ANTERIOR) THEN
               MOVE SPACES TO REGISTO-MOVIMENTO
               MOVE WS-HOJE TO MOV-DATA
               ACCEPT MOV-HORA FROM TIME
               MOVE "MULTA" TO MOV-TIPO
               MOVE MUL-COD TO MOV-COD
               MOVE MUL-CLIENTE TO MOV-CLIENTE
               COMPUTE MOV-VALOR = MUL-VALOR - WS-VALOR-ANTERIOR
               MOVE "RENTOFF" TO MOV-PROGRAMA
               WRITE REGISTO-MOVIMENTO
           END-IF.

      *----------------------------------------------------------------
      * CALCULA-DIVIDA-CLIENTE
      * SOMA O QUE O CLIENTE DO MOVIMENTO AINDA DEVE DE MULTAS EM
      * ABERTO, PARA O BLOQUEIO NO EMPRESTIMO.
      *----------------------------------------------------------------
       CALCULA-DIVIDA-CLIENTE.
           MOVE 0 TO WS-DIVIDA.
           MOVE FS-CLIENTE TO MUL-CLIENTE.
           START MULTAS KEY = MUL-CLIENTE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-MUL-OK
               READ MULTAS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (MUL-CLIENTE NOT = FS-CLIENTE) THEN
                   MOVE 10 TO FS-MUL
               ELSE
                   IF (MULTA-ABERTA) THEN
                       COMPUTE WS-SALDO = MUL-VALOR - MUL-PAGO
                       IF (WS-SALDO > 0) THEN
                           ADD WS-SALDO TO WS-DIVIDA
                       END-IF
                   END-IF
               END-IF
               END-READ
           END-PERFORM.

       ESCREVE-TOTAIS.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "LINHAS LIDAS            : " DELIMITED BY SIZE
                  WS-TOTAL-LIDAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "EMPRESTIMOS LANCADOS    : " DELIMITED BY SIZE
                  WS-TOTAL-EMPRESTIMOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "DEVOLUCOES LANCADAS     : " DELIMITED BY SIZE
                  WS-TOTAL-DEVOLUCOES DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "JA LANCADOS ANTES       : " DELIMITED BY SIZE
                  WS-TOTAL-REPETIDOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "FORCADOS PELO SUPERVISOR: " DELIMITED BY SIZE
                  WS-TOTAL-FORCADOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "EXCECOES                : " DELIMITED BY SIZE
                  WS-TOTAL-EXCECOES DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "RESERVAS A GUARDAR      : " DELIMITED BY SIZE
                  WS-TOTAL-RESERVAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE WS-TOTAL-MULTAS TO WS-VALOR-ED.
           STRING "MULTAS DAS DEVOLUCOES   : " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

       END PROGRAM RENTOFF.
