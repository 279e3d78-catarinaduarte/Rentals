      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do calendario de dias de fecho
      *          (RENTALS-CALENDARIO.TXT): por filial (0 = todas), os
      *          feriados e pontes por data e os dias da semana em que
      *          a casa nao abre (1 = segunda ... 7 = domingo). O
      *          RENTALS e o RENTBAT so contam os dias abertos para
      *          prazos, atrasos e reservas. Cada alteracao deixa uma
      *          linha de auditoria com o operador. Chamado a partir do
      *          menu do RENTALS, so para supervisores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDARIO
           ASSIGN TO "RENTALS-CALENDARIO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CAL
           RECORD KEY IS CAL-CHAVE.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "RENTALS-AUDIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDARIO.
           COPY RENTCAL.

       FD AUDITORIA.
           COPY RENTAUD.

       WORKING-STORAGE SECTION.
       01 WS-MENU.
           05 FILLER                 PIC X(10) VALUES "CALENDARIO".
           05 WS-OP                  PIC X(20) VALUES SPACES.
       77 FS-CAL                     PIC 9(02).
           88 FS-CAL-OK              VALUES 0.
           88 FS-CAL-CANCELA         VALUES 99.
           88 FS-CAL-NAO-EXISTE      VALUES 35.
      * CONTROLO DA LINHA
       77 WS-NUML                    PIC 9(02) VALUES 0.
      * CONTROLO DA COLUNA
       77 WS-NUMC                    PIC 9(02) VALUES 0.
       77 WS-ESTADO                  PIC X(30) VALUES SPACES.
       77 WS-OPCAO                   PIC 9 VALUES 9.
           88 INSERIR                VALUES 1.
           88 CONSULTAR              VALUES 2.
           88 ALTERAR                VALUES 3.
           88 ELIMINAR               VALUES 4.
           88 SAIR                   VALUES 0.
       77 WS-MSG-ERRO                PIC X(80) VALUES SPACES.
       77 WS-REPETIR                 PIC X.
           88 SIM                    VALUES "S","s".
      * RESULTADO DA VALIDACAO DA CHAVE (FILIAL E DIA)
       77 WS-CHAVE-SW                PIC X VALUES "N".
           88 WS-CHAVE-VALIDA        VALUES "S".
      * DATA E HORA PARA A LINHA DE AUDITORIA
       77 WS-AUD-DATA                PIC 9(08).
       77 WS-AUD-HORA                PIC 9(08).
       77 WS-AUD-DETALHE             PIC X(20) VALUES SPACES.
      * A BIBLIOTECA DE AMBIENTE DE SCREEN
       COPY SCREENIO.
       LINKAGE SECTION.
      * OPERADOR DA SESSAO, PASSADO PELO RENTALS PARA A AUDITORIA
       01 LK-OPERADOR                PIC X(08).
       SCREEN SECTION.
       01 CLS BLANK SCREEN.
       01 LAYOUT-INICIAL.
           05 PARTE-1.
               10 BLANK SCREEN.
               10 LINE 1 COL 1 ERASE EOL BACKGROUND-COLOR 1.
               10 LINE WS-NUML COL 1 ERASE EOL BACKGROUND-COLOR 1.
           05 CABECALHO.
               10 LINE 1 COL 1 PIC X(20) FROM WS-MENU HIGHLIGHT
               FOREGROUND-COLOR 6 BACKGROUND-COLOR 1.
           05 ESTADO.
               10 LINE WS-NUML COL 1 ERASE EOL PIC X(30) FROM WS-ESTADO
               HIGHLIGHT FOREGROUND-COLOR 6 BACKGROUND-COLOR 1.
       01 LAYOUT-MENU.
           05 LINE 5  COL 50 VALUE "CALENDARIO DE FECHO".
           05 LINE 6  COL 50 VALUE "(FILIAL 0 = TODAS)".
           05 LINE 8  COL 50 VALUE "1-INSERIR".
           05 LINE 9  COL 50 VALUE "2-CONSULTAR".
           05 LINE 10 COL 50 VALUE "3-ALTERAR".
           05 LINE 11 COL 50 VALUE "4-ELIMINAR".
           05 LINE 12 COL 50 VALUE "0-VOLTAR".
           05 LINE 14 COL 50 VALUE "DIGITE A SUA ESCOLHA:".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.
       01 LAYOUT-REGISTO.
           05 WS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 6 COL 10 VALUE "FILIAL (0=TODAS):".
               10 COLUMN PLUS 2 PIC 9(02) USING CAL-FILIAL.
               10 LINE 7 COL 10 VALUE "DIA (AAAAMMDD)  :".
               10 COLUMN PLUS 2 PIC 9(08) USING CAL-DATA.
           05 WS-DADOS.
               10 LINE 9  COL 10 VALUE "DESCRICAO       :".
               10 COL PLUS 2 PIC X(30) USING CAL-DESCRICAO.
           05 WS-AJUDA.
               10 LINE 11 COL 10 VALUE
               "DIA DE 1 A 7 = FECHA TODAS AS SEMANAS NESSE DIA".
               10 LINE 12 COL 10 VALUE
               "(1=SEGUNDA 2=TERCA ... 6=SABADO 7=DOMINGO)".

       01 LAYOUT-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COL 1 PIC X(80) FROM WS-MSG-ERRO.
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           ACCEPT WS-NUML FROM LINES.
           ACCEPT WS-NUMC FROM COLUMNS.

           OPEN I-O CALENDARIO.

      * O ESTADO FICA DO CALL ANTERIOR (SAIR = 0); SEM ESTE ACERTO O
      * CICLO DO MENU SERIA SALTADO LOGO A SEGUNDA ENTRADA.
           MOVE 9 TO WS-OPCAO.

           PERFORM UNTIL SAIR
               MOVE "MENU" TO WS-OP
               MOVE "SELECIONE A SUA OPCAO" TO WS-ESTADO
               MOVE 0 TO WS-OPCAO
               DISPLAY LAYOUT-INICIAL
               ACCEPT LAYOUT-MENU
               EVALUATE TRUE
                   WHEN INSERIR
                       PERFORM INICIO-INSERIR THRU FIM-INSERIR
                   WHEN CONSULTAR
                       PERFORM INICIO-CONSULTAR THRU FIM-CONSULTAR
                   WHEN ALTERAR
                       PERFORM INICIO-ALTERAR THRU FIM-ALTERAR
                   WHEN ELIMINAR
                       PERFORM INICIO-ELIMINAR THRU FIM-ELIMINAR
                   WHEN SAIR
                       CLOSE CALENDARIO
                       GOBACK
               END-EVALUATE
           END-PERFORM.

       INICIO-INSERIR.
           MOVE "INSERIR" TO WS-OP.
           MOVE "ESC PARA SAIR" TO WS-ESTADO.
           DISPLAY LAYOUT-INICIAL.
           MOVE SPACES TO REGISTO-CALENDARIO.
           MOVE 0 TO CAL-FILIAL.
           MOVE 0 TO CAL-DATA.
       CICLO-INSERIR.
           ACCEPT LAYOUT-REGISTO.
           IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
               GO FIM-INSERIR
           END-IF.
           PERFORM VALIDA-CHAVE.
           IF (NOT WS-CHAVE-VALIDA) THEN
               GO CICLO-INSERIR
           END-IF.
           IF (CAL-DESCRICAO = SPACES) THEN
               MOVE "DESCRICAO OBRIGATORIA" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO CICLO-INSERIR
           END-IF.
      *----------------
           WRITE REGISTO-CALENDARIO
            INVALID KEY
             DISPLAY "DIA JA FECHADO NESTA FILIAL. ATENCAO !" AT 2301
             ACCEPT OMITTED AT 2401
             PERFORM MOSTRA-ERRO
             MOVE ZEROS TO CAL-DATA
            NOT INVALID KEY
             MOVE "CRIADO" TO WS-AUD-DETALHE
             PERFORM GRAVA-AUDITORIA
           END-WRITE.
           GO INICIO-INSERIR.
       FIM-INSERIR.

       INICIO-CONSULTAR.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA SAIR" TO WS-ESTADO.
           DISPLAY LAYOUT-INICIAL.
       CICLO-CONSULTAR.
           MOVE SPACES TO REGISTO-CALENDARIO.
           MOVE 0 TO CAL-FILIAL.
           MOVE 0 TO CAL-DATA.
           DISPLAY LAYOUT-REGISTO.
           ACCEPT WS-CHAVE.
           IF(NOT COB-CRT-STATUS=COB-SCR-ESC) THEN
               READ CALENDARIO
                 INVALID KEY
                 DISPLAY "DIA SEM FECHO NESTA FILIAL!" AT 2301
                 ACCEPT OMITTED AT 2401
               END-READ
           ELSE
               MOVE 99 TO FS-CAL
           END-IF.
           IF(FS-CAL-CANCELA) THEN
               GO FIM-CONSULTAR
           END-IF.
           IF (FS-CAL-OK) THEN
               DISPLAY WS-DADOS
               MOVE "ENTER PARA CONTINUAR" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               ACCEPT OMITTED AT 2301
           END-IF.
           GO CICLO-CONSULTAR.
       FIM-CONSULTAR.

       INICIO-ALTERAR.
           MOVE "ALTERAR" TO WS-OP.
           MOVE "ESC PARA SAIR" TO WS-ESTADO.
           DISPLAY LAYOUT-INICIAL.
       CICLO-ALTERAR.
           MOVE SPACES TO REGISTO-CALENDARIO.
           MOVE 0 TO CAL-FILIAL.
           MOVE 0 TO CAL-DATA.
           DISPLAY LAYOUT-REGISTO.
           ACCEPT WS-CHAVE.
           IF(NOT COB-CRT-STATUS=COB-SCR-ESC) THEN
               READ CALENDARIO
                 INVALID KEY
                 DISPLAY "DIA SEM FECHO NESTA FILIAL!" AT 2301
                 ACCEPT OMITTED AT 2401
               END-READ
           ELSE
               MOVE 99 TO FS-CAL
           END-IF.
           IF(FS-CAL-CANCELA) THEN
               GO FIM-ALTERAR
           END-IF.
           IF (FS-CAL-OK) THEN
               ACCEPT WS-DADOS
               IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
                  GO CICLO-ALTERAR
               END-IF
           ELSE
               GO CICLO-ALTERAR
           END-IF.
           IF (CAL-DESCRICAO = SPACES) THEN
               MOVE "DESCRICAO OBRIGATORIA" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO CICLO-ALTERAR
           END-IF.
           REWRITE REGISTO-CALENDARIO
            INVALID KEY
            MOVE "ERRO AO ALTERAR" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            NOT INVALID KEY
            MOVE "ALTERADO" TO WS-AUD-DETALHE
            PERFORM GRAVA-AUDITORIA
           END-REWRITE.
           GO CICLO-ALTERAR.
       FIM-ALTERAR.

       INICIO-ELIMINAR.
           MOVE "ELIMINAR" TO WS-OP.
           MOVE "ESC PARA SAIR" TO WS-ESTADO.
           DISPLAY LAYOUT-INICIAL.
           MOVE SPACES TO REGISTO-CALENDARIO.
           MOVE 0 TO CAL-FILIAL.
           MOVE 0 TO CAL-DATA.
           DISPLAY LAYOUT-REGISTO.
           ACCEPT WS-CHAVE.
           IF(NOT COB-CRT-STATUS=COB-SCR-ESC) THEN
               READ CALENDARIO
                 INVALID KEY
                 DISPLAY "DIA SEM FECHO NESTA FILIAL!" AT 2301
                 ACCEPT OMITTED AT 2401
               END-READ
           ELSE
               MOVE 99 TO FS-CAL
           END-IF.
           IF(FS-CAL-CANCELA) THEN
               GO FIM-ELIMINAR
           END-IF.
           IF (NOT FS-CAL-OK) THEN
               GO FIM-ELIMINAR
           END-IF.
           DISPLAY WS-DADOS.
           MOVE "N" TO WS-REPETIR.
           DISPLAY "CONFIRMA ELIMINAR REGISTO?(S/N):" AT 2301
           ACCEPT WS-REPETIR AT 2332.
           IF (NOT SIM) THEN
               GO FIM-ELIMINAR
           END-IF.
           DELETE CALENDARIO
            INVALID KEY
            DISPLAY "ERRO AO ELIMINAR" AT 2301
            ACCEPT OMITTED AT 2401
            NOT INVALID KEY
            MOVE "ELIMINADO" TO WS-AUD-DETALHE
            PERFORM GRAVA-AUDITORIA
           END-DELETE.
       FIM-ELIMINAR.

      *----------------------------------------------------------------
      * VALIDA-CHAVE
      * A FILIAL VAI DE 0 (TODAS) A 2; O DIA OU E UMA DATA AAAAMMDD
      * VALIDA OU UM DIA DA SEMANA DE 1 A 7.
      *----------------------------------------------------------------
       VALIDA-CHAVE.
           MOVE "S" TO WS-CHAVE-SW.
           IF (CAL-FILIAL > 2) THEN
               MOVE "FILIAL INVALIDA (0 A 2)" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               MOVE "N" TO WS-CHAVE-SW
           END-IF.
           IF (WS-CHAVE-VALIDA) AND
              (CAL-DATA = ZEROS OR CAL-DATA > 7) AND
              (FUNCTION TEST-DATE-YYYYMMDD(CAL-DATA) NOT = 0) THEN
               MOVE "DIA INVALIDO (AAAAMMDD OU 1 A 7)" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               MOVE "N" TO WS-CHAVE-SW
           END-IF.

       MOSTRA-ERRO.
           DISPLAY LAYOUT-ERRO.
           ACCEPT LAYOUT-ERRO.
           DISPLAY ESTADO.

      *----------------------------------------------------------------
      * GRAVA-AUDITORIA
      * DEIXA EM RENTALS-AUDIT.TXT UMA LINHA POR MEXIDA NO
      * CALENDARIO: QUANDO, QUEM (OPERADOR DA SESSAO), A FILIAL EM
      * AUD-FILIAL E NA COLUNA DE SITUACAO O DIA E O QUE LHE
      * ACONTECEU. OS RESTANTES CAMPOS DE RENTAL FICAM A ZEROS, EM
      * PARTICULAR AUD-COD, PARA O CONFRONTO DO RENTCHK NAO TOMAR A
      * LINHA POR UM RENTAL.
      *----------------------------------------------------------------
       GRAVA-AUDITORIA.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           MOVE SPACES TO REGISTO-AUDIT.
           STRING WS-AUD-DATA DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-AUD-HORA DELIMITED BY SIZE
             INTO AUD-DATA-HORA.
           MOVE "CALENDARIO" TO AUD-OPERACAO.
           MOVE 0 TO AUD-COD.
           MOVE 0 TO AUD-RENTAL.
           MOVE 0 TO AUD-ENTREGA.
           MOVE 0 TO AUD-LIVRO.
           MOVE 0 TO AUD-CLIENTE.
           MOVE SPACES TO AUD-SITUACAO.
           STRING CAL-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-DETALHE DELIMITED BY SIZE
             INTO AUD-SITUACAO.
           MOVE 0 TO AUD-MULTA.
           MOVE 0 TO AUD-RENOVACOES.
           MOVE 0 TO AUD-NIVEL-AVISO.
           MOVE 0 TO AUD-GUIA.
           MOVE CAL-FILIAL TO AUD-FILIAL.
           MOVE 0 TO AUD-EXEMPLAR.
           MOVE LK-OPERADOR TO AUD-OPERADOR.
           OPEN EXTEND AUDITORIA.
           WRITE REGISTO-AUDIT.
           CLOSE AUDITORIA.

       END PROGRAM CALMNT.
