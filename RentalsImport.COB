      *              linhas COD;TITULO;AUTOR;ISBN;CATEGORIA;
      *                     EXEMPLARES;FILIAL
      *          Codigos ja existentes sao atualizados em vez de
      *          duplicados; os exemplares da linha sao registados
      *          em EXEMPLARES.TXT na filial indicada, com codigos de
      *          barras da sequencia (cada um com a sua linha
      *          EXEMPLAR na auditoria, como no LIVMNT, para a
      *          recuperacao por avanco), e o stock do livro e refeito a
      *          partir do registo (num livro ja em casa, vazio ou 0
      *          nao regista nada - linha so de refresco descritivo;
      *          num livro novo o minimo e 1, como no LIVMNT). Cada
      *          linha aceite ou rejeitada (com o
      *          motivo) fica no relatorio RENTALS-IMPORTACAO.TXT, e
           FILE STATUS IS FS-LIV
           RECORD KEY IS LIV-COD.

           SELECT OPTIONAL EXEMPLARES ASSIGN TO "EXEMPLARES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EXE
           RECORD KEY IS EXE-CHAVE
           ALTERNATE RECORD KEY IS EXE-LIVRO WITH DUPLICATES.

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

           SELECT OPTIONAL RELATORIO
           ASSIGN TO "RENTALS-IMPORTACAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "RENTALS-AUDIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA.
       FD LIVROS.
           COPY LIVREG.

       FD EXEMPLARES.
           COPY RENTEXE.

       FD PARAMETROS.
           COPY RENTPAR.

       FD CONTROLO.
           COPY RENTCTL.

       FD RELATORIO.
       01 REGISTO-REL.
           05 LINHAS-REL              PIC X(250).

       FD AUDITORIA.
           COPY RENTAUD.

       WORKING-STORAGE SECTION.
       77 FS-ENT                     PIC 9(02).
           88 FS-ENT-OK              VALUES 0.
       77 FS-LIV                     PIC 9(02).
           88 FS-LIV-OK              VALUES 0.
           88 FS-LIV-NAO-EXISTE      VALUES 35.
       77 FS-EXE                     PIC 9(02).
           88 FS-EXE-OK              VALUES 0, 2.
           88 FS-EXE-DUPLICADO       VALUES 22.
       77 FS-CTL                     PIC 9(02).
           88 FS-CTL-OK              VALUES 0.
       77 FS-PAR                     PIC 9(02).
           88 FS-PAR-OK              VALUES 0.
      * DATA DE HOJE, NO FORMATO AAAAMMDD
       77 WS-HOJE                    PIC 9(08).
      * CATEGORIAS DE SOCIO DO REGISTO GLOBAL DOS PARAMETROS. SEM
      * PARAMETROS HA SO A CATEGORIA 1 (ADULTO, CARTAO DE UM ANO).
       01 WS-SOCIO-TAB.
           05 WS-SOCIO OCCURS 6 TIMES.
               10 WS-SOC-DESCRICAO   PIC X(12).
               10 WS-SOC-MAX-ABERTOS PIC 9(02).
               10 WS-SOC-MESES       PIC 9(02).
       77 WS-SX                      PIC 9(02) VALUE 0.
      * SOMA-MESES: DATA BASE, MESES A SOMAR E RESULTADO
       77 WS-SM-BASE                 PIC 9(08) VALUE 0.
       77 WS-SM-MESES                PIC 9(03) VALUE 0.
       77 WS-SM-CONTA                PIC 9(07) VALUE 0.
       77 WS-SM-RESTO                PIC 9(02) VALUE 0.
       01 WS-SM-DATA.
           05 WS-SM-ANO              PIC 9(04).
           05 WS-SM-MES              PIC 9(02).
           05 WS-SM-DIA              PIC 9(02).
       01 WS-SM-RESULTADO REDEFINES WS-SM-DATA PIC 9(08).
       77 WS-LINHA                   PIC X(250) VALUES SPACES.
      * LINHA DE COMANDO: MESTRE A CARREGAR E FICHEIRO DE ENTRADA
       77 WS-PARAMETRO               PIC X(80) VALUES SPACES.
       77 WS-TOTAL-REJEITADAS        PIC 9(07) VALUES 0.
       77 WS-NOVO-SW                 PIC X VALUE "N".
           88 REGISTO-NOVO           VALUE "S".
       77 WS-FX                      PIC 9(02) VALUE 0.
      * SEQUENCIA DE CODIGOS DE BARRAS DO FICHEIRO DE CONTROLO (VER
      * RENTCTL) E IMAGEM DO EXEMPLAR ENQUANTO A SEMENTE VARRE O
      * REGISTO
       77 WS-SEQ-TIPO                PIC 9(01) VALUE 5.
       77 WS-SEQ-NUMERO              PIC 9(09) VALUE 0.
       77 WS-EXEMPLAR-GUARDA         PIC X(87) VALUES SPACES.
      * DATA E HORA DA LINHA DE AUDITORIA
       77 WS-AUD-DATA                PIC 9(08).
       77 WS-AUD-HORA                PIC 9(08).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETROS.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
               INTO WS-PARAM-1 WS-NOME-ENTRADA.
               OPEN I-O CLIENTES
           ELSE
               OPEN I-O LIVROS
               OPEN I-O EXEMPLARES
           END-IF.
           PERFORM CICLO-ENTRADA THRU FIM-CICLO-ENTRADA.
           IF (MODO-CLIENTES) THEN
               CLOSE CLIENTES
           ELSE
               CLOSE LIVROS
               CLOSE EXEMPLARES
           END-IF.
           CLOSE ENTRADA.
           MOVE SPACES TO WS-LINHA.
      * TRATA-CLIENTE
      * UMA LINHA COD;NOME;TELEFONE;MORADA, COM AS REGRAS DO CLIMNT:
      * COD NUMERICO OBRIGATORIO E NOME OBRIGATORIO. COD JA EXISTENTE
      * ATUALIZA O REGISTO EM VEZ DE O DUPLICAR. UM CLIENTE NOVO
      * ENTRA COMO SOCIO ADULTO (CATEGORIA 1), ADERENTE HOJE, COM
      * CARTAO VALIDO PELOS MESES DA CATEGORIA NOS PARAMETROS.
      *----------------------------------------------------------------
       TRATA-CLIENTE.
           MOVE "A" TO WS-LINHA-SW.
               MOVE WS-CMP-NOME TO CLI-NOME
               MOVE WS-CMP-TELEFONE TO CLI-TELEFONE
               MOVE WS-CMP-MORADA TO CLI-MORADA
               MOVE 1 TO CLI-TIPO
               MOVE WS-HOJE TO CLI-ADESAO
               MOVE CLI-ADESAO TO WS-SM-BASE
               MOVE WS-SOC-MESES(CLI-TIPO) TO WS-SM-MESES
               PERFORM SOMA-MESES
               MOVE WS-SM-RESULTADO TO CLI-VALIDADE
               MOVE 0 TO CLI-CARTA-RENOVACAO
               MOVE "C" TO CLI-CONTACTO
               MOVE 0 TO CLI-MSG-DATA
               MOVE 0 TO CLI-MSG-FALHAS
               WRITE REGISTO-CLIENTE
                INVALID KEY
                MOVE "ERRO AO GRAVAR CLIENTE" TO WS-MOTIVO
               MOVE 0 TO LIV-FIL-EXEMPLARES(2)
               MOVE 0 TO LIV-FIL-DISPONIVEIS(2)
               MOVE 0 TO LIV-FIL-TRANSITO(2)
               MOVE 0 TO LIV-EXEMPLARES
               MOVE 0 TO LIV-DISPONIVEIS
               WRITE REGISTO-LIVRO
                INVALID KEY
                MOVE "ERRO AO GRAVAR LIVRO" TO WS-MOTIVO
                PERFORM GRAVA-REJEITADA
                NOT INVALID KEY
                PERFORM REGISTA-EXEMPLARES
                PERFORM GRAVA-ACEITE
               END-WRITE
           ELSE
               IF (WS-CAT-NUM > 0) THEN
                   MOVE WS-CAT-NUM TO LIV-CATEGORIA
               END-IF
               REWRITE REGISTO-LIVRO
                INVALID KEY
                MOVE "ERRO AO ATUALIZAR LIVRO" TO WS-MOTIVO
                PERFORM GRAVA-REJEITADA
                NOT INVALID KEY
                PERFORM REGISTA-EXEMPLARES
                PERFORM GRAVA-ACEITE
               END-REWRITE
           END-IF.
       FIM-TRATA-LIVRO.

      *----------------------------------------------------------------
      * REGISTA-EXEMPLARES / CRIA-EXEMPLAR
      * REGISTA OS EXEMPLARES DA LINHA NA PRATELEIRA DA FILIAL
      * INDICADA, EM BOM ESTADO E COM A AQUISICAO DE HOJE, E REFAZ OS
      * CONTADORES DO LIVRO EM REGISTO-LIVRO A PARTIR DO REGISTO.
      *----------------------------------------------------------------
       REGISTA-EXEMPLARES.
           PERFORM CRIA-EXEMPLAR WS-EXE-NUM TIMES.
           PERFORM CALCULA-STOCK.
           REWRITE REGISTO-LIVRO
            INVALID KEY
            CONTINUE
           END-REWRITE.

       CRIA-EXEMPLAR.
           MOVE SPACES TO REGISTO-EXEMPLAR.
           MOVE LIV-COD TO EXE-LIVRO.
           MOVE WS-FIL-NUM TO EXE-FILIAL-CASA.
           MOVE WS-FIL-NUM TO EXE-FILIAL.
           MOVE WS-HOJE TO EXE-AQUISICAO.
           MOVE "BOM" TO EXE-CONDICAO.
           MOVE "PRATELEIRA" TO EXE-SITUACAO.
           MOVE WS-HOJE TO EXE-DATA-SITUACAO.
           MOVE 0 TO EXE-RENTAL.
           MOVE 22 TO FS-EXE.
           PERFORM UNTIL NOT FS-EXE-DUPLICADO
               PERFORM OBTEM-SEQUENCIA
               MOVE WS-SEQ-NUMERO TO EXE-COD
               WRITE REGISTO-EXEMPLAR
                INVALID KEY
                CONTINUE
               END-WRITE
           END-PERFORM.
           IF (FS-EXE-OK) THEN
               PERFORM GRAVA-AUDITORIA-EXEMPLAR
           END-IF.

      *----------------------------------------------------------------
      * GRAVA-AUDITORIA-EXEMPLAR
      * LINHA DE AUDITORIA DO EXEMPLAR NOVO EM AREA, COMO A DO LIVMNT:
      * "NOVO>" E A SITUACAO EM AUD-SITUACAO, A FILIAL DA CASA E A
      * AQUISICAO PARA A RECUPERACAO O REFAZER, E O EXEMPLAR COMO
      * FICOU. OS CAMPOS DE RENTAL NAO SE APLICAM.
      *----------------------------------------------------------------
       GRAVA-AUDITORIA-EXEMPLAR.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           MOVE SPACES TO REGISTO-AUDIT.
           STRING WS-AUD-DATA DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-AUD-HORA DELIMITED BY SIZE
             INTO AUD-DATA-HORA.
           MOVE "EXEMPLAR" TO AUD-OPERACAO.
           MOVE 0 TO AUD-COD.
           MOVE EXE-AQUISICAO TO AUD-RENTAL.
           MOVE 0 TO AUD-ENTREGA.
           MOVE EXE-LIVRO TO AUD-LIVRO.
           MOVE 0 TO AUD-CLIENTE.
           MOVE SPACES TO AUD-SITUACAO.
           STRING "NOVO>" DELIMITED BY SIZE
                  EXE-SITUACAO DELIMITED BY SPACES
             INTO AUD-SITUACAO.
           MOVE 0 TO AUD-MULTA.
           MOVE 0 TO AUD-RENOVACOES.
           MOVE 0 TO AUD-NIVEL-AVISO.
           MOVE 0 TO AUD-GUIA.
           MOVE "RENTIMP" TO AUD-OPERADOR.
           MOVE EXE-FILIAL-CASA TO AUD-FILIAL.
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
           OPEN EXTEND AUDITORIA.
           WRITE REGISTO-AUDIT.
           CLOSE AUDITORIA.

      *----------------------------------------------------------------
      * CALCULA-STOCK
      * REFAZ OS CONTADORES DO LIVRO EM REGISTO-LIVRO A PARTIR DO
      * REGISTO DE EXEMPLARES, COM AS MESMAS REGRAS DO RENTALS: POR
      * FILIAL, EXEMPLARES = PRATELEIRA + EMPRESTADOS, DISPONIVEIS =
      * PRATELEIRA, TRANSITO NA FILIAL DE DESTINO; ABATIDOS FORA.
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
      * OBTEM-SEQUENCIA
      * DA O PROXIMO CODIGO DE BARRAS DA SEQUENCIA 5 DO FICHEIRO DE
      * CONTROLO EM WS-SEQ-NUMERO, SEMEANDO-A COM O MAIOR CODIGO JA
      * NO REGISTO DE EXEMPLARES QUANDO AINDA NAO EXISTE.
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
           MOVE REGISTO-EXEMPLAR TO WS-EXEMPLAR-GUARDA.
           MOVE 0 TO EXE-COD.
           START EXEMPLARES KEY > EXE-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-EXE-OK
               READ EXEMPLARES NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (EXE-COD > WS-SEQ-NUMERO) AND
                  (EXE-COD < 1000000000) THEN
                   MOVE EXE-COD TO WS-SEQ-NUMERO
               END-IF
               END-READ
           END-PERFORM.
           MOVE WS-EXEMPLAR-GUARDA TO REGISTO-EXEMPLAR.

      *----------------------------------------------------------------
      * VALIDA-COD
      * O PRIMEIRO CAMPO DA LINHA TEM DE SER UM COD NUMERICO NAO
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

      *----------------------------------------------------------------
      * LE-PARAMETROS
      * CARREGA AS CATEGORIAS DE SOCIO DO REGISTO GLOBAL, COMO O CLIMNT.
      *----------------------------------------------------------------
       LE-PARAMETROS.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
               MOVE SPACES TO WS-SOC-DESCRICAO(WS-SX)
               MOVE 0 TO WS-SOC-MAX-ABERTOS(WS-SX)
               MOVE 0 TO WS-SOC-MESES(WS-SX)
           END-PERFORM.
           MOVE "ADULTO" TO WS-SOC-DESCRICAO(1).
           MOVE 12 TO WS-SOC-MESES(1).
           OPEN INPUT PARAMETROS.
           MOVE 0 TO PAR-CATEGORIA.
           READ PARAMETROS
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
                 MOVE PAR-SOCIO(WS-SX) TO WS-SOCIO(WS-SX)
             END-PERFORM
           END-READ.
           CLOSE PARAMETROS.

      *----------------------------------------------------------------
      * SOMA-MESES
      * WS-SM-RESULTADO = WS-SM-BASE MAIS WS-SM-MESES MESES. QUANDO O
      * DIA NAO EXISTE NO MES DE CHEGADA (31, OU 29 DE FEVEREIRO)
      * FICA O ULTIMO DIA DESSE MES.
      *----------------------------------------------------------------
       SOMA-MESES.
           MOVE WS-SM-BASE TO WS-SM-RESULTADO.
           COMPUTE WS-SM-CONTA = WS-SM-ANO * 12 + WS-SM-MES - 1
                               + WS-SM-MESES.
           DIVIDE WS-SM-CONTA BY 12 GIVING WS-SM-ANO
               REMAINDER WS-SM-RESTO.
           COMPUTE WS-SM-MES = WS-SM-RESTO + 1.
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-SM-RESULTADO) = 0
                   OR WS-SM-DIA < 29
               SUBTRACT 1 FROM WS-SM-DIA
           END-PERFORM.

       END PROGRAM RENTIMP.
