      * Purpose: Manutencao do ficheiro mestre de clientes
      *          (CLIENTES.TXT): inserir, consultar, alterar e
      *          eliminar, com protecao contra eliminar um cliente
      *          ainda referenciado em RENTALS.TXT. Cada cliente tem
      *          categoria de socio, data de adesao e validade do
      *          cartao, que a opcao de renovacao prolonga pelos
      *          meses da categoria (parametros globais), e o canal
      *          dos avisos (carta, e-mail ou SMS), com o resultado
      *          da ultima mensagem enviada. Chamado a
      *          partir do menu do RENTALS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS FS-LIVRO WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-GUIA WITH DUPLICATES.

           SELECT OPTIONAL PARAMETROS
           ASSIGN TO "RENTALS-PARAMETROS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PAR
           RECORD KEY IS PAR-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD FIC.
           COPY RENTREG.

       FD PARAMETROS.
           COPY RENTPAR.

       WORKING-STORAGE SECTION.
       01 WS-MENU.
           05 FILLER                 PIC X(09) VALUES "CLIENTES".
           88 FS-CLI-OK              VALUES 0.
           88 FS-CLI-CANCELA         VALUES 99.
           88 FS-CLI-NAO-EXISTE      VALUES 35.
       77 FS-PAR                     PIC 9(02).
           88 FS-PAR-OK              VALUES 0.
      * CONTROLO DA LINHA
       77 WS-NUML                    PIC 9(02) VALUES 0.
      * CONTROLO DA COLUNA
           88 CONSULTAR              VALUES 2.
           88 ALTERAR                VALUES 3.
           88 ELIMINAR               VALUES 4.
           88 RENOVAR                VALUES 5.
           88 SAIR                   VALUES 0.
       77 WS-MSG-ERRO                PIC X(80) VALUES SPACES.
       77 WS-REPETIR                 PIC X.
      * CLIENTE AINDA REFERENCIADO EM RENTALS.TXT
       77 WS-EM-USO-SW               PIC X VALUE "N".
           88 WS-EM-USO              VALUE "S".
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
       77 WS-TIPO-DESCRICAO          PIC X(12) VALUES SPACES.
       77 WS-TIPOS-LINHA             PIC X(70) VALUES SPACES.
       77 WS-TIPOS-PT                PIC 9(03) VALUE 1.
       77 WS-CLIENTE-SW              PIC X VALUE "S".
           88 WS-CLIENTE-VALIDO      VALUE "S".
      * ARROBAS NO E-MAIL (TEM DE HAVER EXATAMENTE UMA)
       77 WS-ARROBAS                 PIC 9(02) VALUE 0.
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
      * A BIBLIOTECA DE AMBIENTE DE SCREEN
       COPY SCREENIO.
       SCREEN SECTION.
           05 LINE 8  COL 50 VALUE "2-CONSULTAR".
           05 LINE 9  COL 50 VALUE "3-ALTERAR".
           05 LINE 10 COL 50 VALUE "4-ELIMINAR".
           05 LINE 11 COL 50 VALUE "5-RENOVAR CARTAO".
           05 LINE 12 COL 50 VALUE "0-VOLTAR".
           05 LINE 14 COL 50 VALUE "DIGITE A SUA ESCOLHA:".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.
       01 LAYOUT-REGISTO.
               10 COL PLUS 2 PIC X(15) USING CLI-TELEFONE.
               10 LINE 13 COL 10 VALUE "MORADA:".
               10 COL PLUS 2 PIC X(50) USING CLI-MORADA.
               10 LINE 14 COL 10 VALUE "CATEGORIA SOCIO:".
               10 COL PLUS 2 PIC 9(02) USING CLI-TIPO.
               10 LINE 15 COL 10 VALUE "ADESAO (AAAAMMDD):".
               10 COL PLUS 2 PIC 9(08) USING CLI-ADESAO.
               10 LINE 16 COL 10 VALUE "VALIDADE CARTAO:".
               10 COL PLUS 2 PIC 9(08) USING CLI-VALIDADE.
               10 LINE 17 COL 10 VALUE "E-MAIL:".
               10 COL PLUS 2 PIC X(50) USING CLI-EMAIL.
               10 LINE 18 COL 10 VALUE "AVISOS POR:".
               10 COL PLUS 2 PIC X(01) USING CLI-CONTACTO.
           05 WS-AJUDA-TIPO.
               10 LINE 14 COL 33 PIC X(12) FROM WS-TIPO-DESCRICAO.
               10 LINE 18 COL 25 VALUE "C-CARTA E-EMAIL S-SMS".
               10 LINE 19 COL 10 VALUE "ULTIMA MENSAGEM:".
               10 COL PLUS 2 PIC 9(08) FROM CLI-MSG-DATA
               BLANK WHEN ZEROS.
               10 COL PLUS 2 PIC X(10) FROM CLI-MSG-ESTADO.
               10 COL PLUS 2 VALUE "FALHAS:".
               10 COL PLUS 1 PIC 9(02) FROM CLI-MSG-FALHAS.
               10 LINE 20 COL 10 PIC X(70) FROM WS-TIPOS-LINHA.
               10 LINE 21 COL 10 VALUE
               "VALIDADE A ZEROS = ADESAO + MESES DA CATEGORIA".

       01 LAYOUT-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
           ACCEPT WS-NUML FROM LINES.
           ACCEPT WS-NUMC FROM COLUMNS.

           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETROS.
           OPEN I-O CLIENTES.
           OPEN INPUT FIC.

                       PERFORM INICIO-ALTERAR THRU FIM-ALTERAR
                   WHEN ELIMINAR
                       PERFORM INICIO-ELIMINAR THRU FIM-ELIMINAR
                   WHEN RENOVAR
                       PERFORM INICIO-RENOVAR THRU FIM-RENOVAR
                   WHEN SAIR
                       CLOSE CLIENTES
                       CLOSE FIC
           DISPLAY LAYOUT-INICIAL.
           MOVE SPACES TO REGISTO-CLIENTE.
           MOVE 0 TO CLI-COD.
           MOVE 1 TO CLI-TIPO.
           MOVE WS-HOJE TO CLI-ADESAO.
           MOVE 0 TO CLI-VALIDADE.
           MOVE 0 TO CLI-CARTA-RENOVACAO.
           MOVE "C" TO CLI-CONTACTO.
           MOVE 0 TO CLI-MSG-DATA.
           MOVE 0 TO CLI-MSG-FALHAS.
           MOVE SPACES TO WS-TIPO-DESCRICAO.
       CICLO-INSERIR.
           DISPLAY WS-AJUDA-TIPO.
           ACCEPT LAYOUT-REGISTO.
           IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
               GO FIM-INSERIR
               PERFORM MOSTRA-ERRO
               GO CICLO-INSERIR
           END-IF.
           PERFORM VALIDA-SOCIO.
           IF (WS-CLIENTE-VALIDO) THEN
               PERFORM VALIDA-CONTACTO
           END-IF.
           IF (NOT WS-CLIENTE-VALIDO) THEN
               GO CICLO-INSERIR
           END-IF.
      *----------------
           WRITE REGISTO-CLIENTE
            INVALID KEY
               GO FIM-CONSULTAR
           END-IF.
           IF (FS-CLI-OK) THEN
               PERFORM OBTEM-DESCRICAO-TIPO
               DISPLAY WS-DADOS
               DISPLAY WS-AJUDA-TIPO
               MOVE "ENTER PARA CONTINUAR" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               ACCEPT OMITTED AT 2301
               GO FIM-ALTERAR
           END-IF.
           IF (FS-CLI-OK) THEN
               PERFORM OBTEM-DESCRICAO-TIPO
               DISPLAY WS-AJUDA-TIPO
               ACCEPT WS-DADOS
               IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
                  GO CICLO-ALTERAR
               PERFORM MOSTRA-ERRO
               GO CICLO-ALTERAR
           END-IF.
           PERFORM VALIDA-SOCIO.
           IF (WS-CLIENTE-VALIDO) THEN
               PERFORM VALIDA-CONTACTO
           END-IF.
           IF (NOT WS-CLIENTE-VALIDO) THEN
               GO CICLO-ALTERAR
           END-IF.
           REWRITE REGISTO-CLIENTE
            INVALID KEY
            MOVE "ERRO AO ALTERAR" TO WS-MSG-ERRO
           END-DELETE.
       FIM-ELIMINAR.

      *----------------------------------------------------------------
      * RENOVAR
      * RENOVACAO ANUAL DO CARTAO: A VALIDADE PASSA A SER A ATUAL (OU
      * HOJE, SE O CARTAO JA CADUCOU) MAIS OS MESES DA CATEGORIA DE
      * SOCIO. A DATA DA ULTIMA CARTA DE RENOVACAO FICA COMO ESTA.
      *----------------------------------------------------------------
       INICIO-RENOVAR.
           MOVE "RENOVAR CARTAO" TO WS-OP.
           MOVE "ESC PARA SAIR" TO WS-ESTADO.
           DISPLAY LAYOUT-INICIAL.
       CICLO-RENOVAR.
           MOVE SPACES TO REGISTO-CLIENTE.
           MOVE 0 TO CLI-COD.
           DISPLAY LAYOUT-REGISTO.
           ACCEPT WS-CHAVE.
           IF(NOT COB-CRT-STATUS=COB-SCR-ESC) THEN
               READ CLIENTES
                 INVALID KEY
                 DISPLAY "COD CLIENTE INEXISTENTE!" AT 2301
                 ACCEPT OMITTED AT 2401
               END-READ
           ELSE
               MOVE 99 TO FS-CLI
           END-IF.
           IF(FS-CLI-CANCELA) THEN
               GO FIM-RENOVAR
           END-IF.
           IF (NOT FS-CLI-OK) THEN
               GO CICLO-RENOVAR
           END-IF.
           PERFORM OBTEM-DESCRICAO-TIPO.
           DISPLAY WS-DADOS.
           DISPLAY WS-AJUDA-TIPO.
           IF (WS-TIPO-DESCRICAO = SPACES) THEN
               MOVE "CATEGORIA DE SOCIO INVALIDA. USE ALTERAR"
                 TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO CICLO-RENOVAR
           END-IF.
           MOVE CLI-VALIDADE TO WS-SM-BASE.
           IF (WS-SM-BASE < WS-HOJE) THEN
               MOVE WS-HOJE TO WS-SM-BASE
           END-IF.
           MOVE WS-SOC-MESES(CLI-TIPO) TO WS-SM-MESES.
           PERFORM SOMA-MESES.
           DISPLAY "NOVA VALIDADE:" AT 2201.
           DISPLAY WS-SM-RESULTADO AT 2216.
           MOVE "N" TO WS-REPETIR.
           DISPLAY "CONFIRMA RENOVAR O CARTAO?(S/N):" AT 2301
           ACCEPT WS-REPETIR AT 2334.
           IF (NOT SIM) THEN
               GO CICLO-RENOVAR
           END-IF.
           MOVE WS-SM-RESULTADO TO CLI-VALIDADE.
           REWRITE REGISTO-CLIENTE
            INVALID KEY
            MOVE "ERRO AO RENOVAR" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            NOT INVALID KEY
            DISPLAY WS-DADOS
            DISPLAY "CARTAO RENOVADO." AT 2301
            ACCEPT OMITTED AT 2401
           END-REWRITE.
           GO CICLO-RENOVAR.
       FIM-RENOVAR.

       MOSTRA-ERRO.
           DISPLAY LAYOUT-ERRO.
           ACCEPT LAYOUT-ERRO.
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * VALIDA-SOCIO
      * CATEGORIA DE SOCIO EM USO NOS PARAMETROS, ADESAO VALIDA (A
      * ZEROS E HOJE) E VALIDADE VALIDA E NAO ANTERIOR A ADESAO; A
      * ZEROS, A VALIDADE E CALCULADA PELOS MESES DA CATEGORIA.
      *----------------------------------------------------------------
       VALIDA-SOCIO.
           MOVE "S" TO WS-CLIENTE-SW.
           PERFORM OBTEM-DESCRICAO-TIPO.
           IF (WS-TIPO-DESCRICAO = SPACES) THEN
               MOVE "CATEGORIA DE SOCIO INVALIDA" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               MOVE "N" TO WS-CLIENTE-SW
           END-IF.
           IF (WS-CLIENTE-VALIDO) AND (CLI-ADESAO = ZEROS) THEN
               MOVE WS-HOJE TO CLI-ADESAO
           END-IF.
           IF (WS-CLIENTE-VALIDO) AND
              (FUNCTION TEST-DATE-YYYYMMDD(CLI-ADESAO) NOT = 0) THEN
               MOVE "DATA DE ADESAO INVALIDA" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               MOVE "N" TO WS-CLIENTE-SW
           END-IF.
           IF (WS-CLIENTE-VALIDO) AND (CLI-VALIDADE = ZEROS) THEN
               MOVE CLI-ADESAO TO WS-SM-BASE
               MOVE WS-SOC-MESES(CLI-TIPO) TO WS-SM-MESES
               PERFORM SOMA-MESES
               MOVE WS-SM-RESULTADO TO CLI-VALIDADE
           END-IF.
           IF (WS-CLIENTE-VALIDO) AND
              ((FUNCTION TEST-DATE-YYYYMMDD(CLI-VALIDADE) NOT = 0) OR
               (CLI-VALIDADE < CLI-ADESAO)) THEN
               MOVE "VALIDADE DO CARTAO INVALIDA" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               MOVE "N" TO WS-CLIENTE-SW
           END-IF.

      *----------------------------------------------------------------
      * VALIDA-CONTACTO
      * CANAL DOS AVISOS: EM BRANCO FICA CARTA; C, E OU S. O E-MAIL
      * TEM DE TER UMA ARROBA E E OBRIGATORIO PARA O CANAL E, COMO O
      * TELEFONE PARA O CANAL S.
      *----------------------------------------------------------------
       VALIDA-CONTACTO.
           IF (CLI-CONTACTO = SPACES) THEN
               MOVE "C" TO CLI-CONTACTO
           END-IF.
           MOVE FUNCTION UPPER-CASE(CLI-CONTACTO) TO CLI-CONTACTO.
           IF (NOT CLI-CONTACTO-VALIDO) THEN
               MOVE "AVISOS POR C (CARTA), E (E-MAIL) OU S (SMS)"
                 TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               MOVE "N" TO WS-CLIENTE-SW
           END-IF.
           MOVE 0 TO WS-ARROBAS.
           INSPECT CLI-EMAIL TALLYING WS-ARROBAS FOR ALL "@".
           IF (WS-CLIENTE-VALIDO) AND (CLI-EMAIL NOT = SPACES) AND
              (WS-ARROBAS NOT = 1) THEN
               MOVE "E-MAIL INVALIDO" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               MOVE "N" TO WS-CLIENTE-SW
           END-IF.
           IF (WS-CLIENTE-VALIDO) AND (CLI-CONTACTO-EMAIL) AND
              (CLI-EMAIL = SPACES) THEN
               MOVE "AVISOS POR E-MAIL SEM E-MAIL" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               MOVE "N" TO WS-CLIENTE-SW
           END-IF.
           IF (WS-CLIENTE-VALIDO) AND (CLI-CONTACTO-SMS) AND
              (CLI-TELEFONE = SPACES) THEN
               MOVE "AVISOS POR SMS SEM TELEFONE" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               MOVE "N" TO WS-CLIENTE-SW
           END-IF.

       OBTEM-DESCRICAO-TIPO.
           MOVE SPACES TO WS-TIPO-DESCRICAO.
           IF (CLI-TIPO-VALIDO) THEN
               MOVE WS-SOC-DESCRICAO(CLI-TIPO) TO WS-TIPO-DESCRICAO
           END-IF.

      *----------------------------------------------------------------
      * LE-PARAMETROS
      * CARREGA AS CATEGORIAS DE SOCIO DO REGISTO GLOBAL E MONTA A
      * LINHA DE AJUDA COM OS TIPOS EM USO.
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
           MOVE SPACES TO WS-TIPOS-LINHA.
           MOVE 1 TO WS-TIPOS-PT.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
               IF (WS-SOC-DESCRICAO(WS-SX) NOT = SPACES) THEN
                   STRING WS-SX(2:1) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-SOC-DESCRICAO(WS-SX) DELIMITED BY SPACES
                          " " DELIMITED BY SIZE
                     INTO WS-TIPOS-LINHA
                     WITH POINTER WS-TIPOS-PT
                   END-STRING
               END-IF
           END-PERFORM.

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

       END PROGRAM CLIMNT.
