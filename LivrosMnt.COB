      * Purpose: Manutencao do ficheiro mestre de livros (LIVROS.TXT):
      *          inserir, consultar, alterar e eliminar, com protecao
      *          contra eliminar um livro ainda referenciado em
      *          RENTALS.TXT. Mantem tambem o registo de exemplares
      *          (EXEMPLARES.TXT): registar exemplares novos com o
      *          seu codigo de barras, mudar a condicao, abater e
      *          repor. Os contadores de stock do livro sao sempre
      *          calculados a partir do registo de exemplares, e
      *          cada movimento de exemplar fica na auditoria
      *          (operacao EXEMPLAR) para a recuperacao por avanco.
      *          Chamado a partir do menu do RENTALS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS FS-LIVRO WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-GUIA WITH DUPLICATES.

           SELECT OPTIONAL EXEMPLARES ASSIGN TO "EXEMPLARES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EXE
           RECORD KEY IS EXE-CHAVE
           ALTERNATE RECORD KEY IS EXE-LIVRO WITH DUPLICATES.

           SELECT OPTIONAL CONTROLO ASSIGN TO "RENTALS-CONTROLO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CTL
           RECORD KEY IS CTL-CHAVE.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "RENTALS-AUDIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LIVROS.
       FD FIC.
           COPY RENTREG.

       FD EXEMPLARES.
           COPY RENTEXE.

       FD CONTROLO.
           COPY RENTCTL.

       FD AUDITORIA.
           COPY RENTAUD.

       WORKING-STORAGE SECTION.
       01 WS-MENU.
           05 FILLER                 PIC X(09) VALUES "LIVROS".
           88 FS-LIV-OK              VALUES 0.
           88 FS-LIV-CANCELA         VALUES 99.
           88 FS-LIV-NAO-EXISTE      VALUES 35.
       77 FS-EXE                     PIC 9(02).
           88 FS-EXE-OK              VALUES 0, 2.
           88 FS-EXE-DUPLICADO       VALUES 22.
           88 FS-EXE-NAO-EXISTE      VALUES 35.
       77 FS-CTL                     PIC 9(02).
           88 FS-CTL-OK              VALUES 0.
      * CONTROLO DA LINHA
       77 WS-NUML                    PIC 9(02) VALUES 0.
      * CONTROLO DA COLUNA
           88 CONSULTAR              VALUES 2.
           88 ALTERAR                VALUES 3.
           88 ELIMINAR               VALUES 4.
           88 EXEMPLARES-MNT         VALUES 5.
           88 SAIR                   VALUES 0.
       77 WS-MSG-ERRO                PIC X(80) VALUES SPACES.
       77 WS-REPETIR                 PIC X.
      * LIVRO AINDA REFERENCIADO EM RENTALS.TXT
       77 WS-EM-USO-SW               PIC X VALUE "N".
           88 WS-EM-USO              VALUE "S".
      * STOCK POR FILIAL NO ECRA (O SCREEN SECTION NAO ACEITA CAMPOS
      * COM INDICE) E EXEMPLARES NOVOS A REGISTAR POR FILIAL
       77 WS-EXEMP-F1                PIC 9(03) VALUES 0.
       77 WS-EXEMP-F2                PIC 9(03) VALUES 0.
       77 WS-DISP-F1                 PIC 9(03) VALUES 0.
       77 WS-DISP-F2                 PIC 9(03) VALUES 0.
       77 WS-TRAN-F1                 PIC 9(03) VALUES 0.
       77 WS-TRAN-F2                 PIC 9(03) VALUES 0.
       77 WS-NOVOS-F1                PIC 9(03) VALUES 0.
       77 WS-NOVOS-F2                PIC 9(03) VALUES 0.
       77 WS-FX                      PIC 9(02) VALUES 0.
       77 WS-HOJE                    PIC 9(08) VALUES 0.
      * EXEMPLARES: ACAO PEDIDA SOBRE UM EXEMPLAR EXISTENTE
       77 WS-EXE-ACAO                PIC 9(01) VALUES 0.
           88 EXE-MUDA-CONDICAO      VALUES 1.
           88 EXE-ABATER             VALUES 2.
           88 EXE-REPOR              VALUES 3.
      * SEQUENCIA DE CODIGOS DE BARRAS DO FICHEIRO DE CONTROLO (VER
      * RENTCTL) E IMAGEM DO EXEMPLAR ENQUANTO A SEMENTE VARRE O
      * REGISTO
       77 WS-SEQ-TIPO                PIC 9(01) VALUE 5.
       77 WS-SEQ-NUMERO              PIC 9(09) VALUE 0.
       77 WS-EXEMPLAR-GUARDA         PIC X(87) VALUES SPACES.
       77 WS-EXE-REGISTADO           PIC 9(14) VALUE 0.
      * SITUACAO E CONDICAO DO EXEMPLAR ANTES DO MOVIMENTO (SITUACAO
      * A ESPACOS: EXEMPLAR NOVO) E DATA E HORA DA AUDITORIA
       77 WS-EXE-SIT-ANTES           PIC X(12) VALUES SPACES.
       77 WS-EXE-CND-ANTES           PIC X(12) VALUES SPACES.
       77 WS-AUD-DATA                PIC 9(08).
       77 WS-AUD-HORA                PIC 9(08).
      * A BIBLIOTECA DE AMBIENTE DE SCREEN
       COPY SCREENIO.
       LINKAGE SECTION.
      * OPERADOR DA SESSAO, PASSADO PELO RENTALS PARA A AUDITORIA
       01 LK-OPERADOR                PIC X(08).
       SCREEN SECTION.
       01 CLS BLANK SCREEN.
       01 LAYOUT-INICIAL.
           05 LINE 8  COL 50 VALUE "2-CONSULTAR".
           05 LINE 9  COL 50 VALUE "3-ALTERAR".
           05 LINE 10 COL 50 VALUE "4-ELIMINAR".
           05 LINE 11 COL 50 VALUE "5-EXEMPLARES".
           05 LINE 12 COL 50 VALUE "0-VOLTAR".
           05 LINE 14 COL 50 VALUE "DIGITE A SUA ESCOLHA:".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.
       01 LAYOUT-REGISTO.
               10 COL PLUS 2 PIC X(13) USING LIV-ISBN.
               10 LINE 14 COL 10 VALUE "CATEGORIA:".
               10 COL PLUS 2 PIC 9(02) USING LIV-CATEGORIA.
               10 LINE 15 COL 10 VALUE "EXEMPLARES NOVOS SEDE  :".
               10 COL PLUS 2 PIC 9(03) USING WS-NOVOS-F1.
               10 LINE 16 COL 10 VALUE "EXEMPLARES NOVOS FILIAL:".
               10 COL PLUS 2 PIC 9(03) USING WS-NOVOS-F2.
           05 WS-INFO-STOCK.
               10 LINE 17 COL 10 VALUE "EXEMPLARES  SEDE/FILIAL:".
               10 COL PLUS 2 PIC 9(03) FROM WS-EXEMP-F1.
               10 COL PLUS 2 PIC 9(03) FROM WS-EXEMP-F2.
               10 LINE 18 COL 10 VALUE "DISPONIVEIS SEDE/FILIAL:".
               10 COL PLUS 2 PIC 9(03) FROM WS-DISP-F1.
               10 COL PLUS 2 PIC 9(03) FROM WS-DISP-F2.
               10 LINE 19 COL 10 VALUE "EM TRANSITO SEDE/FILIAL:".
               10 COL PLUS 2 PIC 9(03) FROM WS-TRAN-F1.
               10 COL PLUS 2 PIC 9(03) FROM WS-TRAN-F2.
       01 LAYOUT-EXEMPLAR.
           05 WS-EXE-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COL 10 VALUE "COD BARRAS (0=NOVO)".
               10 COLUMN PLUS 2 PIC 9(14) USING EXE-COD
               BLANK WHEN ZEROS.
           05 WS-EXE-DADOS.
               10 LINE 11 COL 10 VALUE "COD LIVRO      :".
               10 COL PLUS 2 PIC 9(20) USING EXE-LIVRO.
               10 LINE 12 COL 10 VALUE "FILIAL DA CASA :".
               10 COL PLUS 2 PIC 9(02) USING EXE-FILIAL-CASA.
               10 LINE 13 COL 10 VALUE "AQUISICAO      :".
               10 COL PLUS 2 PIC 9(08) USING EXE-AQUISICAO.
               10 LINE 14 COL 10 VALUE "CONDICAO       :".
               10 COL PLUS 2 PIC X(12) USING EXE-CONDICAO.
           05 WS-EXE-INFO.
               10 LINE 15 COL 10 VALUE "SITUACAO       :".
               10 COL PLUS 2 PIC X(12) FROM EXE-SITUACAO.
               10 LINE 16 COL 10 VALUE "FILIAL ATUAL   :".
               10 COL PLUS 2 PIC 9(02) FROM EXE-FILIAL.
               10 LINE 17 COL 10 VALUE "RENTAL         :".
               10 COL PLUS 2 PIC 9(09) FROM EXE-RENTAL.
           05 WS-EXE-AJUDA.
               10 LINE 19 COL 10
               VALUE "CONDICOES: BOM, GASTO, DANIFICADO, INUTILIZADO".
               10 LINE 20 COL 10
               VALUE "AQUISICAO A ZEROS = HOJE".

       01 LAYOUT-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COL 1 PIC X(80) FROM WS-MSG-ERRO.
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           ACCEPT WS-NUML FROM LINES.
           ACCEPT WS-NUMC FROM COLUMNS.

           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           OPEN I-O LIVROS.
           OPEN INPUT FIC.
           OPEN I-O EXEMPLARES.

      * O ESTADO FICA DO CALL ANTERIOR (SAIR = 0); SEM ESTE ACERTO O
      * CICLO DO MENU SERIA SALTADO LOGO A SEGUNDA ENTRADA.
                       PERFORM INICIO-ALTERAR THRU FIM-ALTERAR
                   WHEN ELIMINAR
                       PERFORM INICIO-ELIMINAR THRU FIM-ELIMINAR
                   WHEN EXEMPLARES-MNT
                       PERFORM INICIO-EXEMPLARES THRU FIM-EXEMPLARES
                   WHEN SAIR
                       CLOSE LIVROS
                       CLOSE FIC
                       CLOSE EXEMPLARES
                       GOBACK
               END-EVALUATE
           END-PERFORM.
           DISPLAY LAYOUT-INICIAL.
           MOVE SPACES TO REGISTO-LIVRO.
           MOVE 0 TO LIV-COD.
           PERFORM LIMPA-STOCK.
           PERFORM CARREGA-STOCK-ECRA.
       CICLO-INSERIR.
           ACCEPT LAYOUT-REGISTO.
           IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
               PERFORM MOSTRA-ERRO
               GO CICLO-INSERIR
           END-IF.
           IF (WS-NOVOS-F1 = ZEROS) AND (WS-NOVOS-F2 = ZEROS) THEN
               MOVE 1 TO WS-NOVOS-F1
           END-IF.
           PERFORM LIMPA-STOCK.
      *----------------
           WRITE REGISTO-LIVRO
            INVALID KEY
             ACCEPT OMITTED AT 2401
             PERFORM MOSTRA-ERRO
             MOVE ZEROS TO LIV-COD
            NOT INVALID KEY
             PERFORM REGISTA-NOVOS-EXEMPLARES
           END-WRITE.
           GO INICIO-INSERIR.
       FIM-INSERIR.
           END-IF.
           IF (FS-LIV-OK) THEN
               PERFORM CARREGA-STOCK-ECRA
               DISPLAY WS-INFO-STOCK
               ACCEPT WS-DADOS
               IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
               PERFORM MOSTRA-ERRO
               GO CICLO-ALTERAR
           END-IF.
           REWRITE REGISTO-LIVRO
            INVALID KEY
            MOVE "ERRO AO ALTERAR" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            NOT INVALID KEY
            PERFORM REGISTA-NOVOS-EXEMPLARES
           END-REWRITE.
           GO CICLO-ALTERAR.
       FIM-ALTERAR.
               PERFORM MOSTRA-ERRO
               GO FIM-ELIMINAR
           END-IF.
           PERFORM VERIFICA-EXEMPLARES.
           IF (WS-EM-USO) THEN
               MOVE "LIVRO COM EXEMPLARES POR ABATER. NAO ELIMINADO"
                 TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO FIM-ELIMINAR
           END-IF.
           MOVE "N" TO WS-REPETIR.
           DISPLAY "CONFIRMA ELIMINAR REGISTO?(S/N):" AT 2301
           ACCEPT WS-REPETIR AT 2332.
            INVALID KEY
            DISPLAY "ERRO AO ELIMINAR" AT 2301
            ACCEPT OMITTED AT 2401
            NOT INVALID KEY
            PERFORM APAGA-EXEMPLARES
           END-DELETE.
       FIM-ELIMINAR.

      *----------------------------------------------------------------
      * EXEMPLARES
      * MANUTENCAO DO REGISTO DE EXEMPLARES. COM O CODIGO DE BARRAS A
      * ZEROS, OU UM CODIGO AINDA DESCONHECIDO, REGISTA UM EXEMPLAR
      * NOVO NA PRATELEIRA DA FILIAL DA CASA (A ZEROS O CODIGO SAI DA
      * SEQUENCIA). SOBRE UM EXEMPLAR EXISTENTE MUDA A CONDICAO, ABATE
      * OU REPOE. CADA MOVIMENTO REFAZ OS CONTADORES DO LIVRO.
      *----------------------------------------------------------------
       INICIO-EXEMPLARES.
           MOVE "EXEMPLARES" TO WS-OP.
           MOVE "ESC PARA SAIR" TO WS-ESTADO.
       CICLO-EXEMPLARES.
           DISPLAY LAYOUT-INICIAL.
           MOVE SPACES TO REGISTO-EXEMPLAR.
           MOVE 0 TO EXE-COD.
           MOVE 0 TO EXE-LIVRO.
           MOVE 1 TO EXE-FILIAL-CASA.
           MOVE 1 TO EXE-FILIAL.
           MOVE 0 TO EXE-AQUISICAO.
           MOVE "BOM" TO EXE-CONDICAO.
           MOVE 0 TO EXE-DATA-SITUACAO.
           MOVE 0 TO EXE-RENTAL.
           DISPLAY LAYOUT-EXEMPLAR.
           ACCEPT WS-EXE-CHAVE.
           IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
               GO FIM-EXEMPLARES
           END-IF.
           IF (EXE-COD = ZEROS) THEN
               GO NOVO-EXEMPLAR
           END-IF.
           READ EXEMPLARES
             INVALID KEY
             MOVE 35 TO FS-EXE
             NOT INVALID KEY
             MOVE 0 TO FS-EXE
           END-READ.
           IF (FS-EXE-NAO-EXISTE) THEN
               GO NOVO-EXEMPLAR
           END-IF.
           MOVE EXE-SITUACAO TO WS-EXE-SIT-ANTES.
           MOVE EXE-CONDICAO TO WS-EXE-CND-ANTES.
           DISPLAY WS-EXE-DADOS.
           DISPLAY WS-EXE-INFO.
           DISPLAY "1-CONDICAO 2-ABATER 3-REPOR 0-VOLTAR:" AT 2210.
           MOVE 0 TO WS-EXE-ACAO.
           ACCEPT WS-EXE-ACAO AT 2248.
           EVALUATE TRUE
               WHEN EXE-MUDA-CONDICAO
                   PERFORM MUDA-CONDICAO-EXEMPLAR
               WHEN EXE-ABATER
                   PERFORM ABATE-EXEMPLAR
               WHEN EXE-REPOR
                   PERFORM REPOE-EXEMPLAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GO CICLO-EXEMPLARES.
       NOVO-EXEMPLAR.
           ACCEPT WS-EXE-DADOS.
           IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
               GO CICLO-EXEMPLARES
           END-IF.
           MOVE EXE-LIVRO TO LIV-COD.
           READ LIVROS
             INVALID KEY
             MOVE 35 TO FS-LIV
             NOT INVALID KEY
             MOVE 0 TO FS-LIV
           END-READ.
           IF (FS-LIV-NAO-EXISTE) THEN
               MOVE "LIVRO INEXISTENTE" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO NOVO-EXEMPLAR
           END-IF.
           IF (EXE-FILIAL-CASA < 1) OR (EXE-FILIAL-CASA > 2) THEN
               MOVE "FILIAL INVALIDA (1-SEDE 2-FILIAL)" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO NOVO-EXEMPLAR
           END-IF.
           IF (EXE-AQUISICAO = ZEROS) THEN
               MOVE WS-HOJE TO EXE-AQUISICAO
           END-IF.
           IF (FUNCTION TEST-DATE-YYYYMMDD(EXE-AQUISICAO) NOT = 0)
              OR (EXE-AQUISICAO > WS-HOJE) THEN
               MOVE "DATA DE AQUISICAO INVALIDA" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO NOVO-EXEMPLAR
           END-IF.
           IF (NOT CONDICAO-VALIDA) OR (EXEMPLAR-INUTILIZADO) THEN
               MOVE "CONDICAO INVALIDA PARA UM EXEMPLAR NOVO"
                 TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO NOVO-EXEMPLAR
           END-IF.
           MOVE EXE-FILIAL-CASA TO EXE-FILIAL.
           MOVE "PRATELEIRA" TO EXE-SITUACAO.
           MOVE WS-HOJE TO EXE-DATA-SITUACAO.
           MOVE 0 TO EXE-RENTAL.
           IF (EXE-COD = ZEROS) THEN
               PERFORM GRAVA-EXEMPLAR-SEQUENCIA
           ELSE
               WRITE REGISTO-EXEMPLAR
                INVALID KEY
                CONTINUE
               END-WRITE
           END-IF.
           IF (NOT FS-EXE-OK) THEN
               MOVE "ERRO AO GRAVAR EXEMPLAR" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO CICLO-EXEMPLARES
           END-IF.
           MOVE EXE-COD TO WS-EXE-REGISTADO.
           MOVE SPACES TO WS-EXE-SIT-ANTES.
           MOVE SPACES TO WS-EXE-CND-ANTES.
           PERFORM GRAVA-AUDITORIA-EXEMPLAR.
           PERFORM ACERTA-STOCK-LIVRO.
           DISPLAY "EXEMPLAR REGISTADO:" AT 2301.
           DISPLAY WS-EXE-REGISTADO AT 2321.
           ACCEPT OMITTED AT 2401.
           GO CICLO-EXEMPLARES.
       FIM-EXEMPLARES.

       MOSTRA-ERRO.
           DISPLAY LAYOUT-ERRO.
           ACCEPT LAYOUT-ERRO.
           DISPLAY ESTADO.

      *----------------------------------------------------------------
      * CARREGA-STOCK-ECRA / LIMPA-STOCK
      * PONTE ENTRE O REGISTO E O ECRA (O SCREEN SECTION NAO ACEITA
      * CAMPOS COM INDICE), SEM EXEMPLARES NOVOS PEDIDOS, E
      * CONTADORES A ZEROS PARA UM LIVRO NOVO, QUE SO GANHA STOCK COM
      * OS EXEMPLARES REGISTADOS.
      *----------------------------------------------------------------
       CARREGA-STOCK-ECRA.
           MOVE LIV-FIL-EXEMPLARES(1) TO WS-EXEMP-F1.
           MOVE LIV-FIL-DISPONIVEIS(2) TO WS-DISP-F2.
           MOVE LIV-FIL-TRANSITO(1) TO WS-TRAN-F1.
           MOVE LIV-FIL-TRANSITO(2) TO WS-TRAN-F2.
           MOVE 0 TO WS-NOVOS-F1.
           MOVE 0 TO WS-NOVOS-F2.

       LIMPA-STOCK.
           MOVE 0 TO LIV-EXEMPLARES.
           MOVE 0 TO LIV-DISPONIVEIS.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 2
               MOVE 0 TO LIV-FIL-EXEMPLARES(WS-FX)
               MOVE 0 TO LIV-FIL-DISPONIVEIS(WS-FX)
               MOVE 0 TO LIV-FIL-TRANSITO(WS-FX)
           END-PERFORM.

      *----------------------------------------------------------------
      * CALCULA-STOCK
      * REFAZ OS CONTADORES DO LIVRO EM REGISTO-LIVRO A PARTIR DO
      * REGISTO DE EXEMPLARES, COM AS MESMAS REGRAS DO RENTALS: POR
      * FILIAL, EXEMPLARES = PRATELEIRA + EMPRESTADOS, DISPONIVEIS =
      * PRATELEIRA, TRANSITO NA FILIAL DE DESTINO; ABATIDOS FORA.
      * QUEM CHAMA GRAVA O LIVRO.
      *----------------------------------------------------------------
       CALCULA-STOCK.
           PERFORM LIMPA-STOCK.
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

       ACERTA-STOCK-LIVRO.
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
      * REGISTA-NOVOS-EXEMPLARES / CRIA-EXEMPLAR
      * REGISTA OS EXEMPLARES NOVOS PEDIDOS NO ECRA DO LIVRO (SEDE E
      * FILIAL), EM BOM ESTADO, NA PRATELEIRA E COM A AQUISICAO DE
      * HOJE, E REFAZ OS CONTADORES DO LIVRO EM REGISTO-LIVRO.
      *----------------------------------------------------------------
       REGISTA-NOVOS-EXEMPLARES.
           MOVE 1 TO WS-FX.
           PERFORM CRIA-EXEMPLAR WS-NOVOS-F1 TIMES.
           MOVE 2 TO WS-FX.
           PERFORM CRIA-EXEMPLAR WS-NOVOS-F2 TIMES.
           PERFORM CALCULA-STOCK.
           REWRITE REGISTO-LIVRO
            INVALID KEY
            CONTINUE
           END-REWRITE.

       CRIA-EXEMPLAR.
           MOVE SPACES TO REGISTO-EXEMPLAR.
           MOVE LIV-COD TO EXE-LIVRO.
           MOVE WS-FX TO EXE-FILIAL-CASA.
           MOVE WS-FX TO EXE-FILIAL.
           MOVE WS-HOJE TO EXE-AQUISICAO.
           MOVE "BOM" TO EXE-CONDICAO.
           MOVE "PRATELEIRA" TO EXE-SITUACAO.
           MOVE WS-HOJE TO EXE-DATA-SITUACAO.
           MOVE 0 TO EXE-RENTAL.
           PERFORM GRAVA-EXEMPLAR-SEQUENCIA.
           IF (FS-EXE-OK) THEN
               MOVE SPACES TO WS-EXE-SIT-ANTES
               MOVE SPACES TO WS-EXE-CND-ANTES
               PERFORM GRAVA-AUDITORIA-EXEMPLAR
           END-IF.

      *----------------------------------------------------------------
      * GRAVA-EXEMPLAR-SEQUENCIA
      * GRAVA O EXEMPLAR EM AREA COM O PROXIMO CODIGO DE BARRAS DA
      * SEQUENCIA. UM CODIGO JA DADO A MAO A OUTRO EXEMPLAR E SALTADO.
      *----------------------------------------------------------------
       GRAVA-EXEMPLAR-SEQUENCIA.
           MOVE 22 TO FS-EXE.
           PERFORM UNTIL NOT FS-EXE-DUPLICADO
               PERFORM OBTEM-SEQUENCIA
               MOVE WS-SEQ-NUMERO TO EXE-COD
               WRITE REGISTO-EXEMPLAR
                INVALID KEY
                CONTINUE
               END-WRITE
           END-PERFORM.

      *----------------------------------------------------------------
      * OBTEM-SEQUENCIA
      * DA O PROXIMO CODIGO DE BARRAS DA SEQUENCIA 5 DO FICHEIRO DE
      * CONTROLO (VER RENTCTL) EM WS-SEQ-NUMERO. SEM REGISTO DA
      * SEQUENCIA, SEMEIA-A COM O MAIOR CODIGO JA NO REGISTO DE
      * EXEMPLARES, COMO O RENTALS FAZ COM AS SUAS.
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
      * VERIFICA-EM-USO
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * VERIFICA-EXEMPLARES / APAGA-EXEMPLARES
      * UM LIVRO SO SE ELIMINA QUANDO TODOS OS SEUS EXEMPLARES ESTAO
      * ABATIDOS; ESSES SAEM DO REGISTO DE EXEMPLARES COM O LIVRO.
      *----------------------------------------------------------------
       VERIFICA-EXEMPLARES.
           MOVE "N" TO WS-EM-USO-SW.
           MOVE LIV-COD TO EXE-LIVRO.
           START EXEMPLARES KEY = EXE-LIVRO
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL (NOT FS-EXE-OK) OR (WS-EM-USO)
               READ EXEMPLARES NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (EXE-LIVRO NOT = LIV-COD) THEN
                   MOVE 10 TO FS-EXE
               ELSE
               IF (NOT EXEMPLAR-ABATIDO) THEN
                   MOVE "S" TO WS-EM-USO-SW
               END-IF
               END-IF
               END-READ
           END-PERFORM.

       APAGA-EXEMPLARES.
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
                   DELETE EXEMPLARES
                    INVALID KEY
                    CONTINUE
                   END-DELETE
               END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * MUDA-CONDICAO-EXEMPLAR / ABATE-EXEMPLAR / REPOE-EXEMPLAR
      * MOVIMENTOS SOBRE O EXEMPLAR EM AREA. UM EXEMPLAR SO SE ABATE
      * NA PRATELEIRA (INUTILIZADO TAMBEM ABATE); SO SE REPOE UM
      * ABATIDO QUE NAO ESTEJA INUTILIZADO, NA PRATELEIRA DA CASA.
      *----------------------------------------------------------------
       MUDA-CONDICAO-EXEMPLAR.
           ACCEPT EXE-CONDICAO AT 1428.
           IF (NOT CONDICAO-VALIDA) THEN
               MOVE "CONDICAO INVALIDA" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
           ELSE
           IF (EXEMPLAR-INUTILIZADO) AND
              (EXEMPLAR-EMPRESTADO OR EXEMPLAR-TRANSITO) THEN
               MOVE "EXEMPLAR FORA DA PRATELEIRA. NAO ABATIDO"
                 TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
           ELSE
               IF (EXEMPLAR-INUTILIZADO) THEN
                   MOVE "ABATIDO" TO EXE-SITUACAO
                   MOVE WS-HOJE TO EXE-DATA-SITUACAO
               END-IF
               PERFORM REGRAVA-EXEMPLAR
           END-IF
           END-IF.

       ABATE-EXEMPLAR.
           IF (NOT EXEMPLAR-PRATELEIRA) THEN
               MOVE "SO SE ABATEM EXEMPLARES NA PRATELEIRA"
                 TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
           ELSE
               MOVE "N" TO WS-REPETIR
               DISPLAY "CONFIRMA ABATER EXEMPLAR?(S/N):" AT 2301
               ACCEPT WS-REPETIR AT 2332
               IF (SIM) THEN
                   MOVE "ABATIDO" TO EXE-SITUACAO
                   MOVE WS-HOJE TO EXE-DATA-SITUACAO
                   PERFORM REGRAVA-EXEMPLAR
               END-IF
           END-IF.

       REPOE-EXEMPLAR.
           IF (NOT EXEMPLAR-ABATIDO) OR (EXEMPLAR-INUTILIZADO) THEN
               MOVE "SO SE REPOEM ABATIDOS QUE NAO ESTEJAM INUTILIZADOS"
                 TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
           ELSE
               MOVE "PRATELEIRA" TO EXE-SITUACAO
               MOVE EXE-FILIAL-CASA TO EXE-FILIAL
               MOVE WS-HOJE TO EXE-DATA-SITUACAO
               MOVE 0 TO EXE-RENTAL
               PERFORM REGRAVA-EXEMPLAR
           END-IF.

       REGRAVA-EXEMPLAR.
           REWRITE REGISTO-EXEMPLAR
            INVALID KEY
            MOVE "ERRO AO ALTERAR EXEMPLAR" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            NOT INVALID KEY
            PERFORM GRAVA-AUDITORIA-EXEMPLAR
            PERFORM ACERTA-STOCK-LIVRO
           END-REWRITE.

      *----------------------------------------------------------------
      * GRAVA-AUDITORIA-EXEMPLAR
      * LINHA DE AUDITORIA DE UM MOVIMENTO DO EXEMPLAR EM AREA, COMO
      * FICOU (GRAVADA ANTES DE OS CONTADORES DO LIVRO SEREM REFEITOS,
      * QUE PERCORREM O REGISTO). A PASSAGEM DE SITUACAO, OU DE
      * CONDICAO SE A SITUACAO NAO MUDOU, VAI EM AUD-SITUACAO; A
      * FILIAL DA CASA E A AQUISICAO PERMITEM REFAZER UM EXEMPLAR
      * NOVO NA RECUPERACAO. OS CAMPOS DE RENTAL NAO SE APLICAM.
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
           IF (WS-EXE-SIT-ANTES = SPACES) THEN
               STRING "NOVO>" DELIMITED BY SIZE
                      EXE-SITUACAO DELIMITED BY SPACES
                 INTO AUD-SITUACAO
           ELSE
               IF (WS-EXE-SIT-ANTES NOT = EXE-SITUACAO) THEN
                   STRING WS-EXE-SIT-ANTES DELIMITED BY SPACES
                          ">" DELIMITED BY SIZE
                          EXE-SITUACAO DELIMITED BY SPACES
                     INTO AUD-SITUACAO
               ELSE
                   STRING WS-EXE-CND-ANTES DELIMITED BY SPACES
                          ">" DELIMITED BY SIZE
                          EXE-CONDICAO DELIMITED BY SPACES
                     INTO AUD-SITUACAO
               END-IF
           END-IF.
           MOVE 0 TO AUD-MULTA.
           MOVE 0 TO AUD-RENOVACOES.
           MOVE 0 TO AUD-NIVEL-AVISO.
           MOVE 0 TO AUD-GUIA.
           MOVE LK-OPERADOR TO AUD-OPERADOR.
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

       END PROGRAM LIVMNT.
