      * Purpose: Manutencao do ficheiro de parametros
      *          (RENTALS-PARAMETROS.TXT): o registo global 0 com os
      *          numeros de negocio e os registos 1-99 com as regras
      *          de emprestimo por categoria de livro. O registo
      *          global guarda tambem as categorias de socio (maximo
      *          de rentals em aberto e validade do cartao). Cada
      *          alteracao deixa uma linha de auditoria com o
      *          operador. Chamado a partir do menu do RENTALS, so
      *          para supervisores, que passa o operador da sessao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-AUD-DATA                PIC 9(08).
       77 WS-AUD-HORA                PIC 9(08).
       77 WS-AUD-DETALHE             PIC X(20) VALUES SPACES.
      * INDICE DA TABELA DE CATEGORIAS DE SOCIO DO REGISTO GLOBAL
       77 WS-SX                      PIC 9(02) VALUE 0.
       77 WS-SOCIOS-SW               PIC X VALUE "S".
           88 WS-SOCIOS-OK           VALUE "S".
      * A BIBLIOTECA DE AMBIENTE DE SCREEN
       COPY SCREENIO.
       LINKAGE SECTION.
               10 COL PLUS 2 PIC 9(03) USING PAR-DIAS-3AVISO.
               10 LINE 15 COL 10 VALUE "VALOR REPOSICAO:".
               10 COL PLUS 2 PIC 9(05)V99 USING PAR-VALOR-REPOSICAO.
               10 COL PLUS 3 VALUE "VALOR DANO:".
               10 COL PLUS 2 PIC 9(05)V99 USING PAR-VALOR-DANO.
               10 LINE 16 COL 10 VALUE "GERACOES SALVAG:".
               10 COL PLUS 2 PIC 9(02) USING PAR-GERACOES.
               10 COL PLUS 4 VALUE "DIAS LEMBRETE:".
               10 COL PLUS 2 PIC 9(03) USING PAR-DIAS-LEMBRETE.

      * CATEGORIAS DE SOCIO, CONTAS DA CONTABILIDADE E CALENDARIO DO
      * ARQUIVO: SO NO REGISTO GLOBAL
       01 LAYOUT-SOCIOS.
           05 WS-SOCIOS.
               10 LINE 17 COL 10 VALUE "SOCIO 1 DESCRICAO:".
               10 COL PLUS 2 PIC X(12) USING PAR-SOC-DESCRICAO(1).
               10 COL PLUS 2 VALUE "MAX ABERTOS:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MAX-ABERTOS(1).
               10 COL PLUS 2 VALUE "MESES CARTAO:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MESES(1).
               10 LINE 18 COL 10 VALUE "SOCIO 2 DESCRICAO:".
               10 COL PLUS 2 PIC X(12) USING PAR-SOC-DESCRICAO(2).
               10 COL PLUS 2 VALUE "MAX ABERTOS:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MAX-ABERTOS(2).
               10 COL PLUS 2 VALUE "MESES CARTAO:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MESES(2).
               10 LINE 19 COL 10 VALUE "SOCIO 3 DESCRICAO:".
               10 COL PLUS 2 PIC X(12) USING PAR-SOC-DESCRICAO(3).
               10 COL PLUS 2 VALUE "MAX ABERTOS:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MAX-ABERTOS(3).
               10 COL PLUS 2 VALUE "MESES CARTAO:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MESES(3).
               10 LINE 20 COL 10 VALUE "SOCIO 4 DESCRICAO:".
               10 COL PLUS 2 PIC X(12) USING PAR-SOC-DESCRICAO(4).
               10 COL PLUS 2 VALUE "MAX ABERTOS:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MAX-ABERTOS(4).
               10 COL PLUS 2 VALUE "MESES CARTAO:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MESES(4).
               10 LINE 21 COL 10 VALUE "SOCIO 5 DESCRICAO:".
               10 COL PLUS 2 PIC X(12) USING PAR-SOC-DESCRICAO(5).
               10 COL PLUS 2 VALUE "MAX ABERTOS:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MAX-ABERTOS(5).
               10 COL PLUS 2 VALUE "MESES CARTAO:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MESES(5).
               10 LINE 22 COL 10 VALUE "SOCIO 6 DESCRICAO:".
               10 COL PLUS 2 PIC X(12) USING PAR-SOC-DESCRICAO(6).
               10 COL PLUS 2 VALUE "MAX ABERTOS:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MAX-ABERTOS(6).
               10 COL PLUS 2 VALUE "MESES CARTAO:".
               10 COL PLUS 2 PIC 9(02) USING PAR-SOC-MESES(6).
           05 WS-CONTAS.
               10 LINE 8  COL 45 VALUE "CONTA CAIXA    :".
               10 COL PLUS 2 PIC X(10) USING PAR-CONTA-CAIXA.
               10 LINE 9  COL 45 VALUE "CONTA CLIENTES :".
               10 COL PLUS 2 PIC X(10) USING PAR-CONTA-CLIENTES.
               10 LINE 10 COL 45 VALUE "CONTA MULTAS   :".
               10 COL PLUS 2 PIC X(10) USING PAR-CONTA-MULTAS.
               10 LINE 11 COL 45 VALUE "CONTA REPOSICAO:".
               10 COL PLUS 2 PIC X(10) USING PAR-CONTA-REPOSICAO.
           05 WS-ARQUIVO.
               10 LINE 12 COL 45 VALUE "DIA ARQUIVO    :".
               10 COL PLUS 2 PIC 9(02) USING PAR-DIA-ARQUIVO.
               10 LINE 13 COL 45 VALUE "MESES NO VIVO  :".
               10 COL PLUS 2 PIC 9(02) USING PAR-MESES-ARQUIVO.

       01 LAYOUT-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
             MOVE 7 TO PAR-DIAS-2AVISO
             MOVE 21 TO PAR-DIAS-3AVISO
             MOVE 25.00 TO PAR-VALOR-REPOSICAO
             MOVE 5.00 TO PAR-VALOR-DANO
             MOVE 3 TO PAR-GERACOES
             MOVE 2 TO PAR-DIAS-LEMBRETE
             MOVE 1 TO PAR-DIA-ARQUIVO
             MOVE 12 TO PAR-MESES-ARQUIVO
             PERFORM LIMPA-SOCIOS
             MOVE "ADULTO" TO PAR-SOC-DESCRICAO(1)
             MOVE 6 TO PAR-SOC-MAX-ABERTOS(1)
             MOVE 12 TO PAR-SOC-MESES(1)
             MOVE "INFANTIL" TO PAR-SOC-DESCRICAO(2)
             MOVE 3 TO PAR-SOC-MAX-ABERTOS(2)
             MOVE 12 TO PAR-SOC-MESES(2)
             MOVE "FUNCIONARIO" TO PAR-SOC-DESCRICAO(3)
             MOVE 10 TO PAR-SOC-MAX-ABERTOS(3)
             MOVE 12 TO PAR-SOC-MESES(3)
             MOVE "INSTITUICAO" TO PAR-SOC-DESCRICAO(4)
             MOVE 20 TO PAR-SOC-MAX-ABERTOS(4)
             MOVE 12 TO PAR-SOC-MESES(4)
             WRITE REGISTO-PARAMETRO
              INVALID KEY
              CONTINUE
           MOVE 0 TO PAR-DIAS-2AVISO.
           MOVE 0 TO PAR-DIAS-3AVISO.
           MOVE 0 TO PAR-VALOR-REPOSICAO.
           MOVE 0 TO PAR-VALOR-DANO.
           MOVE 0 TO PAR-GERACOES.
           MOVE 0 TO PAR-DIAS-LEMBRETE.
           MOVE 0 TO PAR-DIA-ARQUIVO.
           MOVE 0 TO PAR-MESES-ARQUIVO.
           PERFORM LIMPA-SOCIOS.
       CICLO-INSERIR.
           ACCEPT LAYOUT-REGISTO.
           IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
           END-IF.
           IF (FS-PAR-OK) THEN
               DISPLAY WS-DADOS
               IF (PAR-CATEGORIA = ZEROS) THEN
                   DISPLAY LAYOUT-SOCIOS
               END-IF
               MOVE "ENTER PARA CONTINUAR" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               ACCEPT OMITTED AT 2301
               GO FIM-ALTERAR
           END-IF.
           IF (FS-PAR-OK) THEN
               IF (PAR-CATEGORIA = ZEROS) THEN
                   DISPLAY LAYOUT-SOCIOS
               END-IF
               ACCEPT WS-DADOS
               IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
                  GO CICLO-ALTERAR
           ELSE
               GO CICLO-ALTERAR
           END-IF.
           IF (PAR-CATEGORIA = ZEROS) THEN
               ACCEPT LAYOUT-SOCIOS
               IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
                  GO CICLO-ALTERAR
               END-IF
               PERFORM VALIDA-SOCIOS
               IF (NOT WS-SOCIOS-OK) THEN
                   MOVE "CATEGORIA DE SOCIO SEM MESES DE CARTAO"
                     TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
                   GO CICLO-ALTERAR
               END-IF
           END-IF.
           IF (PAR-CATEGORIA = ZEROS) AND
              (PAR-PRAZO-RENTAL = ZEROS) THEN
               MOVE "PRAZO GLOBAL NAO PODE FICAR A ZERO"
               PERFORM MOSTRA-ERRO
               GO CICLO-ALTERAR
           END-IF.
      * O ARQUIVO TEM DE CAIR EM TODOS OS MESES E DEIXAR ALGUM VIVO
           IF (PAR-CATEGORIA = ZEROS) AND
              ((PAR-DIA-ARQUIVO > 28) OR
               (PAR-DIA-ARQUIVO > 0 AND PAR-MESES-ARQUIVO = 0)) THEN
               MOVE "DIA ARQUIVO DE 0 A 28, COM MESES NO VIVO"
                 TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO CICLO-ALTERAR
           END-IF.
           IF (PAR-CATEGORIA NOT = ZEROS) AND
              (PAR-PRAZO-RENTAL = ZEROS) THEN
               MOVE "PRAZO OBRIGATORIO NUMA CATEGORIA" TO WS-MSG-ERRO
           END-DELETE.
       FIM-ELIMINAR.

      *----------------------------------------------------------------
      * LIMPA-SOCIOS / VALIDA-SOCIOS
      * A TABELA DE CATEGORIAS DE SOCIO SO TEM USO NO REGISTO GLOBAL;
      * NOS REGISTOS DE CATEGORIA DE LIVRO FICA EM BRANCO. UMA
      * CATEGORIA DE SOCIO EM USO (COM DESCRICAO) TEM DE TER MESES DE
      * VALIDADE DO CARTAO, SENAO OS CARTOES NASCIAM JA CADUCADOS.
      *----------------------------------------------------------------
       LIMPA-SOCIOS.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
               MOVE SPACES TO PAR-SOC-DESCRICAO(WS-SX)
               MOVE 0 TO PAR-SOC-MAX-ABERTOS(WS-SX)
               MOVE 0 TO PAR-SOC-MESES(WS-SX)
           END-PERFORM.

       VALIDA-SOCIOS.
           MOVE "S" TO WS-SOCIOS-SW.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
               IF (PAR-SOC-DESCRICAO(WS-SX) NOT = SPACES) AND
                  (PAR-SOC-MESES(WS-SX) = ZEROS) THEN
                   MOVE "N" TO WS-SOCIOS-SW
               END-IF
           END-PERFORM.

       MOSTRA-ERRO.
           DISPLAY LAYOUT-ERRO.
           ACCEPT LAYOUT-ERRO.
           MOVE 0 TO AUD-NIVEL-AVISO.
           MOVE 0 TO AUD-GUIA.
           MOVE 0 TO AUD-FILIAL.
           MOVE 0 TO AUD-EXEMPLAR.
           MOVE LK-OPERADOR TO AUD-OPERADOR.
           OPEN EXTEND AUDITORIA.
           WRITE REGISTO-AUDIT.
