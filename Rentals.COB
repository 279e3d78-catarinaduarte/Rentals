           SELECT OPTIONAL AUDITORIA ASSIGN TO "RENTALS-AUDIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIARIO-MULTAS
           ASSIGN TO "RENTALS-MULTAS-MOV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECIBOS ASSIGN TO "RENTALS-RECIBOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           FILE STATUS IS FS-CTL
           RECORD KEY IS CTL-CHAVE.

           SELECT OPTIONAL CALENDARIO
           ASSIGN TO "RENTALS-CALENDARIO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CAL
           RECORD KEY IS CAL-CHAVE.

           SELECT OPTIONAL EXEMPLARES ASSIGN TO "EXEMPLARES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EXE
           RECORD KEY IS EXE-CHAVE
           ALTERNATE RECORD KEY IS EXE-LIVRO WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD FIC.
       FD AUDITORIA.
           COPY RENTAUD.

       FD DIARIO-MULTAS.
           COPY RENTMOV.

       FD RECIBOS.
       01 REGISTO-RECIBO.
           05 LINHAS-RECIBO           PIC X(150).
       FD CONTROLO.
           COPY RENTCTL.

       FD CALENDARIO.
           COPY RENTCAL.

       FD EXEMPLARES.
           COPY RENTEXE.

       WORKING-STORAGE SECTION.
       01 WS-MENU.
           05 FILLER                 PIC X(09) VALUES "RENTALS".
       77 FS-PAR                     PIC 9(02).
           88 FS-PAR-OK              VALUES 0.
           88 FS-PAR-NAO-EXISTE      VALUES 35.
       77 FS-CAL                     PIC 9(02).
           88 FS-CAL-OK              VALUES 0.
           88 FS-CAL-NAO-EXISTE      VALUES 05, 35.
       77 FS-EXE                     PIC 9(02).
           88 FS-EXE-OK              VALUES 0, 2.
           88 FS-EXE-NAO-EXISTE      VALUES 35.
       77 WS-CLI-NOME                PIC X(40) VALUES SPACES.
      * CONTROLO DA LINHA
       77 WS-NUML                    PIC 9(02) VALUES 0.
           88 MANUT-PARAMETROS       VALUES 18.
           88 TRANSFERIR             VALUES 19.
           88 FICHA-LEITOR           VALUES 20.
           88 MANUT-CALENDARIO       VALUES 21.
           88 SAIR                   VALUES 0.
       77 WS-MSG-ERRO                PIC X(80) VALUES SPACES.
       77 WS-REPETIR                 PIC X.
      * DIAS DE ESPERA ATE UMA RESERVA EXPIRAR POR NAO COMPARENCIA
       77 WS-RESERVA-DIAS            PIC 9(03) VALUE 7.
       77 WS-DIAS-ESPERA             PIC S9(07) VALUE 0.
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
       77 WS-RES-ACHADA-SW           PIC X VALUE "N".
           88 WS-RES-ACHADA          VALUE "S".
      * TETO DE MULTAS POR PAGAR ACIMA DO QUAL O CLIENTE FICA BLOQUEADO
       77 WS-LIMITE-MULTAS           PIC 9(05)V99 VALUE 5.00.
       77 WS-DIVIDA                  PIC 9(07)V99 VALUE 0.
       77 WS-DIVIDA-ED               PIC Z(06)9.99.
      * COBRANCAS PELO ESTADO DO EXEMPLAR NA DEVOLUCAO: DANIFICADO
      * PAGA O VALOR DO DANO, INUTILIZADO PAGA A REPOSICAO
       77 WS-VALOR-DANO              PIC 9(05)V99 VALUE 5.00.
       77 WS-VALOR-REPOSICAO         PIC 9(05)V99 VALUE 25.00.
      * EXEMPLAR DA LINHA EM CURSO: CODIGO DE BARRAS LIDO NO BALCAO
      * (0 = O PRIMEIRO DA PRATELEIRA DA FILIAL), O ESCOLHIDO E A
      * CONDICAO AVALIADA NA DEVOLUCAO (EM BRANCO SE NAO HOUVE)
       77 WS-EXE-PEDIDO              PIC 9(14) VALUE 0.
       77 WS-EXE-ESCOLHIDO           PIC 9(14) VALUE 0.
       77 WS-EXE-CONDICAO-NOVA       PIC X(12) VALUES SPACES.
       77 WS-EXE-NIVEL               PIC 9(01) VALUE 0.
       77 WS-EXE-NIVEL-ANTIGO        PIC 9(01) VALUE 0.
       77 WS-EXE-NIVEL-NOVO          PIC 9(01) VALUE 0.
       77 WS-EXE-QTD                 PIC 9(03) VALUE 0.
      * CATEGORIAS DE SOCIO DO REGISTO GLOBAL: MAXIMO DE RENTALS EM
      * ABERTO POR CLI-TIPO (0 = SEM LIMITE). O CARTAO TEM DE ESTAR
      * VALIDO NA DATA WS-DATA-CARTAO (DATA DO RENTAL OU DO PEDIDO)
       01 WS-SOCIO-TAB.
           05 WS-SOC-MAX-ABERTOS OCCURS 6 TIMES PIC 9(02) VALUES 0.
       77 WS-SX                      PIC 9(02) VALUE 0.
       77 WS-DATA-CARTAO             PIC 9(08) VALUE 0.
       77 WS-CARTAO-OK-SW            PIC X VALUE "S".
           88 WS-CARTAO-OK           VALUE "S".
       77 WS-QUOTA-CLIENTE           PIC 9(20) VALUE 0.
       77 WS-MAX-ABERTOS             PIC 9(02) VALUE 0.
       77 WS-ABERTOS                 PIC 9(05) VALUE 0.
       77 WS-QUOTA-NOVOS             PIC 9(05) VALUE 0.
       77 WS-QUOTA-OK-SW             PIC X VALUE "S".
           88 WS-QUOTA-OK            VALUE "S".
      * O SUPERVISOR JA AUTORIZOU PASSAR O LIMITE NESTA GUIA
       77 WS-QUOTA-FORCADA-SW        PIC X VALUE "N".
           88 WS-QUOTA-FORCADA       VALUE "S".
       77 WS-RESERVA-GUARDA          PIC X(87) VALUES SPACES.
       77 WS-PAGAMENTO               PIC 9(05)V99 VALUE 0.
       77 WS-PAGO-ANTERIOR           PIC 9(05)V99 VALUE 0.
       77 WS-VALOR-ANTERIOR          PIC 9(05)V99 VALUE 0.
       77 WS-SALDO                   PIC S9(07)V99 VALUE 0.
       77 WS-TOTAL-DIVIDA            PIC 9(09)V99 VALUE 0.
       77 WS-IX                      PIC 9(03) VALUE 0.
               10 WS-PSQ-COD         PIC 9(20).
      * IMAGEM DO REGISTO DE RENTAL ENQUANTO A SEMENTE DA SEQUENCIA
      * VARRE O FICHEIRO, PARA NAO PERDER A LINHA EM CURSO
       77 WS-REGISTO-GUARDA          PIC X(120) VALUES SPACES.
      * LINHAS DA GUIA EM CURSO, PARA O TALAO COMBINADO
       01 WS-GUI-TAB.
           05 WS-GUI-USADOS          PIC 9(02) VALUE 0.
           05 WS-GUI-ITEM OCCURS 20 TIMES.
               10 WS-GUI-COD         PIC 9(09).
               10 WS-GUI-LIVRO       PIC 9(20).
               10 WS-GUI-EXEMPLAR    PIC 9(14).
               10 WS-GUI-TITULO      PIC X(40).
               10 WS-GUI-MULTA       PIC 9(05)V99.
               10 WS-GUI-ENTREGA     PIC 9(08).
           05 LINE 16 COL 50 VALUE "18-PARAMETROS".
           05 LINE 15 COL 70 VALUE "19-TRANSFERIR".
           05 LINE 16 COL 70 VALUE "20-FICHA LEITOR".
           05 LINE 17 COL 50 VALUE "21-CALENDARIO".
           05 LINE 17 COL 70 VALUE "0-DEVOLVER".
           05 LINE 18 COL 50 VALUE "DIGITE A SUA ESCOLHA:".
           05 LINE 18 COL PLUS 1 USING WS-OPCAO AUTO.
               10 COL PLUS 2 PIC X(40) FROM WS-CLI-NOME.
               10 LINE 14 COL 10 VALUE "GUIA:".
               10 COL PLUS 2 PIC 9(09) FROM FS-GUIA.
               10 LINE 15 COL 10 VALUE "EXEMPLAR:".
               10 COL PLUS 2 PIC 9(14) FROM FS-EXEMPLAR.
       01 LAYOUT-GUIA.
           05 WS-GUIA-CAB.
               10 LINE 8 COL 10 VALUE "COD CLIENTE ".
               10 LINE 13 COL 10 VALUE "COD LIVRO (0=FIM F2=PESQ)".
               10 COL PLUS 2 PIC 9(20) USING FS-LIVRO
               BLANK WHEN ZEROS.
               10 LINE 14 COL 10 VALUE "COD BARRAS (0=QUALQUER)".
               10 COL PLUS 2 PIC 9(14) USING WS-EXE-PEDIDO
               BLANK WHEN ZEROS.
       01 LAYOUT-RESERVA.
           05 WS-RES-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COL 10 VALUE "COD RESERVA".
           OPEN I-O RESERVAS.
           OPEN I-O MULTAS.
           OPEN I-O DIARIO.
           OPEN I-O EXEMPLARES.

           PERFORM UNTIL SAIR
               PERFORM VERIFICA-BATCH-CURSO
                               FIM-TRANSFERIR
                   WHEN FICHA-LEITOR
                       PERFORM INICIO-FICHA THRU FIM-FICHA
                   WHEN MANUT-CALENDARIO
                       IF (OPERADOR-SUPERVISOR) THEN
                           PERFORM CHAMA-CALMNT
                       ELSE
                           PERFORM SEM-PERMISSAO
                       END-IF
                   WHEN SAIR
                       CLOSE FIC
                       CLOSE LIVROS
                       CLOSE RESERVAS
                       CLOSE MULTAS
                       CLOSE DIARIO
                       CLOSE EXEMPLARES
                       STOP RUN
               END-EVALUATE
           END-PERFORM.
      * SO VEZ E SEGUE-SE A LISTA DE LIVROS; CADA LIVRO GERA UMA
      * LINHA DE RENTAL COM O MESMO NUMERO DE GUIA, E NO FIM SAI UM
      * TALAO UNICO COM TODAS AS LINHAS. OS COD DE RENTAL E DE GUIA
      * SAEM DAS SEQUENCIAS DO FICHEIRO DE CONTROLO. CADA LINHA LEVA
      * O CODIGO DE BARRAS DO EXEMPLAR QUE SAI; SO COM O CODIGO DE
      * BARRAS O LIVRO SAI DO EXEMPLAR, E SEM ELE LEVA-SE O PRIMEIRO
      * EXEMPLAR DO LIVRO NA PRATELEIRA DA FILIAL.
      *----------------------------------------------------------------
       INICIO-INSERIR.
           MOVE "INSERIR" TO WS-OP.
               PERFORM MOSTRA-ERRO
               GO CICLO-INSERIR
           END-IF.
           MOVE FS-RENTAL TO WS-DATA-CARTAO.
           PERFORM VERIFICA-CARTAO.
           IF (NOT WS-CARTAO-OK) THEN
               GO CICLO-INSERIR
           END-IF.
           MOVE FS-CLIENTE TO WS-QUOTA-CLIENTE.
           PERFORM OBTEM-QUOTA-CLIENTE.
           MOVE 0 TO WS-QUOTA-NOVOS.
           PERFORM VERIFICA-QUOTA.
           IF (NOT WS-QUOTA-OK) THEN
               GO CICLO-INSERIR
           END-IF.
           PERFORM CALCULA-DIVIDA-CLIENTE.
           IF (WS-DIVIDA > WS-LIMITE-MULTAS) THEN
               MOVE WS-DIVIDA TO WS-DIVIDA-ED
           MOVE 0 TO WS-GUIA-CORRENTE.
       CICLO-LINHAS-GUIA.
           MOVE 0 TO FS-LIVRO.
           MOVE 0 TO WS-EXE-PEDIDO.
           ACCEPT LAYOUT-LINHA-GUIA.
      * F2 ABRE A PESQUISA DE CATALOGO; NENHUM COD DE LIVRO FICA
      * RESERVADO PARA O EFEITO
               END-IF
               MOVE WS-LIV-ESCOLHIDO TO FS-LIVRO
           END-IF.
           IF(COB-CRT-STATUS=COB-SCR-ESC) OR
             (FS-LIVRO = ZEROS AND WS-EXE-PEDIDO = ZEROS) THEN
               GO FECHA-GUIA
           END-IF.
           IF (FS-LIVRO = ZEROS) THEN
               MOVE WS-EXE-PEDIDO TO EXE-COD
               READ EXEMPLARES
                 INVALID KEY
                 MOVE 0 TO FS-LIVRO
                 NOT INVALID KEY
                 MOVE EXE-LIVRO TO FS-LIVRO
               END-READ
               IF (FS-LIVRO = ZEROS) THEN
                   MOVE "EXEMPLAR INEXISTENTE" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
                   GO CICLO-LINHAS-GUIA
               END-IF
           END-IF.
           PERFORM VALIDA-LIVRO.
           IF (FS-LIV-NAO-EXISTE) THEN
               MOVE "LIVRO INEXISTENTE" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO CICLO-LINHAS-GUIA
           END-IF.
           PERFORM ESCOLHE-EXEMPLAR.
           IF (NOT FS-EXE-OK) THEN
               PERFORM MOSTRA-ERRO
               GO CICLO-LINHAS-GUIA
           END-IF.
           MOVE WS-GUI-USADOS TO WS-QUOTA-NOVOS.
           PERFORM VERIFICA-QUOTA.
           IF (NOT WS-QUOTA-OK) THEN
               GO FECHA-GUIA
           END-IF.
           IF (WS-GUI-USADOS >= 20) THEN
               MOVE "GUIA CHEIA. FECHE E ABRA OUTRA" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
                   FUNCTION INTEGER-OF-DATE(FS-RENTAL)
                   + WS-PRAZO-EFETIVO)
           END-IF.
      * ENTREGA QUE CAIA NUM DIA DE FECHO DA FILIAL PASSA PARA O
      * PRIMEIRO DIA ABERTO A SEGUIR
           MOVE WS-FILIAL TO WS-CAL-FILIAL.
           MOVE FS-ENTREGA TO WS-CAL-DATA.
           PERFORM ACERTA-DIA-ABERTO.
           MOVE WS-CAL-DATA TO FS-ENTREGA.
           IF (WS-GUIA-CORRENTE = ZEROS) THEN
               MOVE 3 TO WS-SEQ-TIPO
               PERFORM OBTEM-SEQUENCIA
           MOVE WS-SEQ-NUMERO TO FS-COD.
           MOVE WS-GUIA-CORRENTE TO FS-GUIA.
           MOVE WS-FILIAL TO FS-FILIAL.
           MOVE WS-EXE-ESCOLHIDO TO FS-EXEMPLAR.
           MOVE "ATIVO" TO FS-SITUACAO.
           MOVE 0 TO FS-MULTA.
           MOVE 0 TO FS-RENOVACOES.
             ACCEPT OMITTED AT 2401
            NOT INVALID KEY
             PERFORM GASTA-EXEMPLAR
             PERFORM GUARDA-IMAGEM
             MOVE "INSERIR" TO WS-AUD-OP
             PERFORM GRAVA-AUDITORIA
             PERFORM CONVERTE-RESERVA
             ADD 1 TO WS-GUI-USADOS
             MOVE WS-GUI-USADOS TO WS-IX
             MOVE FS-COD TO WS-GUI-COD(WS-IX)
             MOVE FS-LIVRO TO WS-GUI-LIVRO(WS-IX)
             MOVE FS-EXEMPLAR TO WS-GUI-EXEMPLAR(WS-IX)
             MOVE LIV-TITULO TO WS-GUI-TITULO(WS-IX)
             MOVE 0 TO WS-GUI-MULTA(WS-IX)
             MOVE FS-ENTREGA TO WS-GUI-ENTREGA(WS-IX)
               MOVE FS-NIVEL-AVISO TO WS-RA-NIVEL-AVISO
               MOVE FS-GUIA TO WS-RA-GUIA
               MOVE FS-FILIAL TO WS-RA-FILIAL
               MOVE FS-EXEMPLAR TO WS-RA-EXEMPLAR
               ACCEPT WS-DADOS
               IF(COB-CRT-STATUS=COB-SCR-ESC) THEN
                  GO CICLO-ALTERAR
            MOVE "ERRO AO ALTERAR" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            NOT INVALID KEY
            IF (SITUACAO-DEVOLVIDO) AND
               (WS-SIT-ANTIGA = "ATIVO" OR "ATRASADO" OR "PERDIDO")
               THEN
                PERFORM DEVOLVE-EXEMPLAR
            END-IF
            IF (SITUACAO-PERDIDO) AND
               (WS-SIT-ANTIGA = "ATIVO" OR "ATRASADO") THEN
                PERFORM PERDE-EXEMPLAR
            END-IF
            PERFORM GRAVA-AUDITORIA
            IF (SITUACAO-DEVOLVIDO) AND
               (WS-SIT-ANTIGA NOT = "DEVOLVIDO") THEN
                IF (FS-MULTA > 0) THEN
           MOVE FS-NIVEL-AVISO TO WS-RA-NIVEL-AVISO.
           MOVE FS-GUIA TO WS-RA-GUIA.
           MOVE FS-FILIAL TO WS-RA-FILIAL.
           MOVE FS-EXEMPLAR TO WS-RA-EXEMPLAR.
           MOVE "ELIMINAR" TO WS-AUD-OP.
           DELETE FIC
            INVALID KEY
            DISPLAY "ERRO AO ELIMINAR" AT 2301
            ACCEPT OMITTED AT 2401
            NOT INVALID KEY
            IF (WS-RA-SITUACAO = "ATIVO" OR "ATRASADO") THEN
                PERFORM DEVOLVE-EXEMPLAR
            END-IF
            PERFORM GRAVA-AUDITORIA
           END-DELETE.
       FIM-ELIMINAR.

               PERFORM MOSTRA-ERRO
               GO CICLO-RESERVAR
           END-IF.
           MOVE RES-DATA TO WS-DATA-CARTAO.
           PERFORM VERIFICA-CARTAO.
           IF (NOT WS-CARTAO-OK) THEN
               GO CICLO-RESERVAR
           END-IF.
      * NA RESERVA CONTAM TAMBEM AS RESERVAS AINDA EM ESPERA, QUE SAO
      * EMPRESTIMOS PROMETIDOS
           MOVE RES-CLIENTE TO WS-QUOTA-CLIENTE.
           PERFORM OBTEM-QUOTA-CLIENTE.
           PERFORM CONTA-RESERVAS-CLIENTE.
           MOVE 0 TO WS-QUOTA-NOVOS.
           PERFORM VERIFICA-QUOTA.
           IF (NOT WS-QUOTA-OK) THEN
               GO CICLO-RESERVAR
           END-IF.
           MOVE 0 TO RES-DISPONIVEL.
           MOVE WS-FILIAL TO RES-FILIAL.
           MOVE "ESPERA" TO RES-SITUACAO.
           MOVE FS-NIVEL-AVISO TO WS-RA-NIVEL-AVISO.
           MOVE FS-GUIA TO WS-RA-GUIA.
           MOVE FS-FILIAL TO WS-RA-FILIAL.
           MOVE FS-EXEMPLAR TO WS-RA-EXEMPLAR.
           COMPUTE FS-ENTREGA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FS-ENTREGA)
               + WS-PRAZO-EFETIVO).
           MOVE FS-FILIAL TO WS-CAL-FILIAL.
           MOVE FS-ENTREGA TO WS-CAL-DATA.
           PERFORM ACERTA-DIA-ABERTO.
           MOVE WS-CAL-DATA TO FS-ENTREGA.
           ADD 1 TO FS-RENOVACOES.
           MOVE "RENOVAR" TO WS-AUD-OP.
           REWRITE REGISTO
      * DEVOLVE-LINHA-GUIA
      * FECHA COMO DEVOLVIDA A LINHA DE RENTAL EM REGISTO, COM OS
      * MESMOS EFEITOS DO ALTERAR PARA DEVOLVIDO: AUDITORIA, MULTA,
      * EXEMPLAR DE VOLTA AO STOCK E AVISO DE RESERVA. O BALCAO
      * AVALIA O ESTADO DO EXEMPLAR, E O QUE PIOROU NESTA SAIDA VAI
      * PARA A MULTA DA LINHA. A LINHA FICA NA TABELA DA GUIA PARA O
      * TALAO COMBINADO.
      *----------------------------------------------------------------
       DEVOLVE-LINHA-GUIA.
           MOVE FS-SITUACAO TO WS-SIT-ANTIGA.
           MOVE FS-NIVEL-AVISO TO WS-RA-NIVEL-AVISO.
           MOVE FS-GUIA TO WS-RA-GUIA.
           MOVE FS-FILIAL TO WS-RA-FILIAL.
           MOVE FS-EXEMPLAR TO WS-RA-EXEMPLAR.
           MOVE FS-CLIENTE TO WS-GUIA-CLIENTE.
           PERFORM CALCULA-MULTA.
           PERFORM CLASSIFICA-EXEMPLAR THRU FIM-CLASSIFICA-EXEMPLAR.
           MOVE "DEVOLVIDO" TO FS-SITUACAO.
           MOVE "ENTREGA" TO WS-AUD-OP.
           REWRITE REGISTO
            INVALID KEY
            MOVE SPACES TO WS-EXE-CONDICAO-NOVA
            NOT INVALID KEY
            PERFORM DEVOLVE-EXEMPLAR
            PERFORM GRAVA-AUDITORIA
            IF (FS-MULTA > 0) THEN
                PERFORM GRAVA-MULTA
            END-IF
               PERFORM MOSTRA-ERRO
               GO FIM-ENVIA-TRANSFERENCIA
           END-IF.
           MOVE "ENVIADO" TO WS-AUD-OP.
           PERFORM ENVIA-EXEMPLARES.
           PERFORM CALCULA-STOCK.
           REWRITE REGISTO-LIVRO
            INVALID KEY
            MOVE "ERRO AO GRAVAR TRANSFERENCIA" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            NOT INVALID KEY
            DISPLAY "EXEMPLARES EM TRANSITO PARA O DESTINO." AT 2301
            ACCEPT OMITTED AT 2401
           END-REWRITE.
               PERFORM MOSTRA-ERRO
               GO FIM-RECEBE-TRANSFERENCIA
           END-IF.
           MOVE "RECEBIDO" TO WS-AUD-OP.
           PERFORM RECEBE-EXEMPLARES.
           PERFORM CALCULA-STOCK.
           REWRITE REGISTO-LIVRO
            INVALID KEY
            MOVE "ERRO AO GRAVAR RECECAO" TO WS-MSG-ERRO
            PERFORM MOSTRA-ERRO
            NOT INVALID KEY
            DISPLAY "EXEMPLARES NA PRATELEIRA DA FILIAL." AT 2301
            ACCEPT OMITTED AT 2401
           END-REWRITE.
       FIM-RECEBE-TRANSFERENCIA.

      *----------------------------------------------------------------
      * ENVIA-EXEMPLARES / RECEBE-EXEMPLARES
      * MOVEM NO REGISTO DE EXEMPLARES A QUANTIDADE PEDIDA, PELA
      * ORDEM DO CODIGO DE BARRAS: NO ENVIO, EXEMPLARES DA PRATELEIRA
      * DA ORIGEM PASSAM A TRANSITO PARA O DESTINO; NA RECECAO, OS
      * QUE VEM EM TRANSITO PARA A FILIAL PASSAM A PRATELEIRA. CADA
      * EXEMPLAR MEXIDO DEIXA A SUA LINHA DE AUDITORIA.
      *----------------------------------------------------------------
       ENVIA-EXEMPLARES.
           MOVE 0 TO WS-EXE-QTD.
           MOVE LIV-COD TO EXE-LIVRO.
           START EXEMPLARES KEY = EXE-LIVRO
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL (NOT FS-EXE-OK) OR (WS-EXE-QTD >= WS-TRF-QTD)
               READ EXEMPLARES NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (EXE-LIVRO NOT = LIV-COD) THEN
                   MOVE 10 TO FS-EXE
               ELSE
               IF (EXEMPLAR-PRATELEIRA) AND
                  (EXE-FILIAL = WS-TRF-ORIGEM) THEN
                   MOVE "TRANSITO" TO EXE-SITUACAO
                   MOVE WS-TRF-DESTINO TO EXE-FILIAL
                   ACCEPT EXE-DATA-SITUACAO FROM DATE YYYYMMDD
                   REWRITE REGISTO-EXEMPLAR
                    INVALID KEY
                    CONTINUE
                    NOT INVALID KEY
                    ADD 1 TO WS-EXE-QTD
                    PERFORM GRAVA-AUDITORIA-TRANSF
                   END-REWRITE
               END-IF
               END-IF
               END-READ
           END-PERFORM.

       RECEBE-EXEMPLARES.
           MOVE 0 TO WS-EXE-QTD.
           MOVE LIV-COD TO EXE-LIVRO.
           START EXEMPLARES KEY = EXE-LIVRO
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL (NOT FS-EXE-OK) OR (WS-EXE-QTD >= WS-TRF-QTD)
               READ EXEMPLARES NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (EXE-LIVRO NOT = LIV-COD) THEN
                   MOVE 10 TO FS-EXE
               ELSE
               IF (EXEMPLAR-TRANSITO) AND
                  (EXE-FILIAL = WS-TRF-DESTINO) THEN
                   MOVE "PRATELEIRA" TO EXE-SITUACAO
                   ACCEPT EXE-DATA-SITUACAO FROM DATE YYYYMMDD
                   REWRITE REGISTO-EXEMPLAR
                    INVALID KEY
                    CONTINUE
                    NOT INVALID KEY
                    ADD 1 TO WS-EXE-QTD
                    PERFORM GRAVA-AUDITORIA-TRANSF
                   END-REWRITE
               END-IF
               END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * GRAVA-AUDITORIA-TRANSF
      * LINHA DE AUDITORIA DE UM EXEMPLAR TRANSFERIDO: O LIVRO, AS
      * FILIAIS E A QUANTIDADE DO MOVIMENTO NA COLUNA DE SITUACAO, O
      * OPERADOR E A FILIAL DA SESSAO, E O EXEMPLAR COMO FICOU EM
      * REGISTO-EXEMPLAR. OS CAMPOS DE RENTAL NAO SE APLICAM.
      *----------------------------------------------------------------
       GRAVA-AUDITORIA-TRANSF.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
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
           PERFORM GUARDA-EXEMPLAR-AUD.
           OPEN EXTEND AUDITORIA.
           WRITE REGISTO-AUDIT.
           CLOSE AUDITORIA.
      * ENTREGAM O ECRA AOS PROGRAMAS DE MANUTENCAO DOS MESTRES.
      * OS FICHEIROS SAO FECHADOS ANTES DA CHAMADA PORQUE O PROGRAMA
      * DE MANUTENCAO ABRE O MESTRE EM I-O E RENTALS.TXT EM INPUT,
      * E REABERTOS NO REGRESSO. A MANUTENCAO DE LIVROS ABRE TAMBEM
      * O REGISTO DE EXEMPLARES EM I-O.
      *----------------------------------------------------------------
       CHAMA-LIVMNT.
           CLOSE LIVROS.
           CLOSE EXEMPLARES.
           CLOSE FIC.
           CALL "LIVMNT" USING WS-OPERADOR.
           OPEN I-O FIC.
           OPEN I-O EXEMPLARES.
           OPEN I-O LIVROS.

       CHAMA-CLIMNT.
           CALL "PARMNT" USING WS-OPERADOR.
           PERFORM LE-PARAMETROS.

      * O CALENDARIO E LIDO A CADA CONTA DE DIAS, NAO HA NADA A
      * RECARREGAR NO REGRESSO
       CHAMA-CALMNT.
           CALL "CALMNT" USING WS-OPERADOR.

      *----------------------------------------------------------------
      * LE-PARAMETROS
      * CARREGA O REGISTO GLOBAL DO FICHEIRO DE PARAMETROS PARA OS
             MOVE PAR-MAX-RENOVACOES TO WS-MAX-RENOVACOES
             MOVE PAR-LIMITE-MULTAS TO WS-LIMITE-MULTAS
             MOVE PAR-RESERVA-DIAS TO WS-RESERVA-DIAS
             MOVE PAR-VALOR-REPOSICAO TO WS-VALOR-REPOSICAO
             MOVE PAR-VALOR-DANO TO WS-VALOR-DANO
             PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
                 MOVE PAR-SOC-MAX-ABERTOS(WS-SX)
                   TO WS-SOC-MAX-ABERTOS(WS-SX)
             END-PERFORM
           END-READ.
           CLOSE PARAMETROS.

      *----------------------------------------------------------------
      * GRAVA-AUDITORIA
      * REGISTA EM RENTALS-AUDIT.TXT A IMAGEM DO REGISTO ANTES DE UM
      * ALTERAR OU ELIMINAR, PARA RECONSTITUIR O HISTORICO (NO
      * INSERIR, A IMAGEM NOVA). LEVA TAMBEM A IMAGEM DEPOIS: O
      * RENTAL COMO FICOU EM REGISTO E O EXEMPLAR DA LINHA COMO FICOU
      * NO REGISTO DE EXEMPLARES, PARA A RECUPERACAO POR AVANCO. QUEM
      * CHAMA JA TRATOU DO EXEMPLAR.
      *----------------------------------------------------------------
       GRAVA-AUDITORIA.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
           MOVE WS-RA-GUIA TO AUD-GUIA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-RA-FILIAL TO AUD-FILIAL.
           MOVE WS-RA-EXEMPLAR TO AUD-EXEMPLAR.
           IF (WS-AUD-OP = "ELIMINAR") THEN
               MOVE 0 TO AUD-DEP-RENTAL
               MOVE 0 TO AUD-DEP-ENTREGA
               MOVE 0 TO AUD-DEP-LIVRO
               MOVE 0 TO AUD-DEP-CLIENTE
               MOVE 0 TO AUD-DEP-MULTA
               MOVE 0 TO AUD-DEP-RENOVACOES
               MOVE 0 TO AUD-DEP-NIVEL-AVISO
               MOVE 0 TO AUD-DEP-GUIA
               MOVE 0 TO AUD-DEP-FILIAL
               MOVE 0 TO AUD-DEP-EXEMPLAR
           ELSE
               MOVE FS-RENTAL TO AUD-DEP-RENTAL
               MOVE FS-ENTREGA TO AUD-DEP-ENTREGA
               MOVE FS-LIVRO TO AUD-DEP-LIVRO
               MOVE FS-CLIENTE TO AUD-DEP-CLIENTE
               MOVE FS-SITUACAO TO AUD-DEP-SITUACAO
               MOVE FS-MULTA TO AUD-DEP-MULTA
               MOVE FS-RENOVACOES TO AUD-DEP-RENOVACOES
               MOVE FS-NIVEL-AVISO TO AUD-DEP-NIVEL-AVISO
               MOVE FS-GUIA TO AUD-DEP-GUIA
               MOVE FS-FILIAL TO AUD-DEP-FILIAL
               MOVE FS-EXEMPLAR TO AUD-DEP-EXEMPLAR
           END-IF.
           MOVE WS-RA-EXEMPLAR TO EXE-COD.
           READ EXEMPLARES
             INVALID KEY
             MOVE 0 TO EXE-COD
           END-READ.
           PERFORM GUARDA-EXEMPLAR-AUD.
           OPEN EXTEND AUDITORIA.
           WRITE REGISTO-AUDIT.
           CLOSE AUDITORIA.

      *----------------------------------------------------------------
      * GUARDA-EXEMPLAR-AUD
      * PASSA PARA A LINHA DE AUDITORIA O EXEMPLAR EM REGISTO-EXEMPLAR
      * COMO FICOU DEPOIS DA OPERACAO (EXE-COD A ZEROS: SEM EXEMPLAR).
      *----------------------------------------------------------------
       GUARDA-EXEMPLAR-AUD.
           IF (EXE-COD = ZEROS) THEN
               MOVE 0 TO AUD-EXE-COD
               MOVE 0 TO AUD-EXE-FILIAL
               MOVE 0 TO AUD-EXE-DATA
               MOVE 0 TO AUD-EXE-RENTAL
           ELSE
               MOVE EXE-COD TO AUD-EXE-COD
               MOVE EXE-FILIAL TO AUD-EXE-FILIAL
               MOVE EXE-CONDICAO TO AUD-EXE-CONDICAO
               MOVE EXE-SITUACAO TO AUD-EXE-SITUACAO
               MOVE EXE-DATA-SITUACAO TO AUD-EXE-DATA
               MOVE EXE-RENTAL TO AUD-EXE-RENTAL
           END-IF.

      *----------------------------------------------------------------
      * GUARDA-IMAGEM
      * COPIA O RENTAL EM REGISTO PARA WS-RA-*, A IMAGEM QUE VAI PARA
      * A AUDITORIA.
      *----------------------------------------------------------------
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
      * VALIDA-TRANSICAO-SITUACAO
      * IMPEDE MUDANCAS DE ESTADO QUE NAO FACAM SENTIDO, POR EXEMPLO
           END-IF.

      *----------------------------------------------------------------
      * ESCOLHE-EXEMPLAR
      * ESCOLHE O EXEMPLAR QUE SAI NA LINHA DA GUIA. COM CODIGO DE
      * BARRAS, TEM DE SER DO LIVRO DA LINHA E ESTAR NA PRATELEIRA
      * DESTA FILIAL; SEM ELE, LEVA-SE O PRIMEIRO DO LIVRO NA
      * PRATELEIRA DA FILIAL. DEVOLVE WS-EXE-ESCOLHIDO E FS-EXE OK,
      * OU FS-EXE 35 COM A MENSAGEM EM WS-MSG-ERRO.
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
      * GASTA-EXEMPLAR / DEVOLVE-EXEMPLAR / PERDE-EXEMPLAR
      * MANTEM O REGISTO DE EXEMPLARES E, A PARTIR DELE, O STOCK DO
      * MESTRE DE LIVROS: UM RENTAL ABERTO EMPRESTA O EXEMPLAR DA
      * LINHA, UMA DEVOLUCAO (OU A ELIMINACAO DE UM RENTAL EM ABERTO)
      * POE-O NA PRATELEIRA, E UM RENTAL DADO COMO PERDIDO ABATE-O.
      * GASTA-EXEMPLAR CONTA COM O REGISTO DO LIVRO JA LIDO POR
      * VALIDA-LIVRO.
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

       DEVOLVE-EXEMPLAR.
      * O EXEMPLAR VOLTA A PRATELEIRA DA FILIAL ONDE O RENTAL FOI
      * FEITO, COM A CONDICAO AVALIADA NA DEVOLUCAO, OU E ABATIDO SE
      * VOLTOU INUTILIZADO. SO SE MEXE NO EXEMPLAR QUE ESTE RENTAL
      * LEVOU. REGISTOS ANTERIORES AS FILIAIS CONTAM NA SEDE
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
                 IF (WS-EXE-CONDICAO-NOVA NOT = SPACES) THEN
                     MOVE WS-EXE-CONDICAO-NOVA TO EXE-CONDICAO
                 END-IF
                 IF (EXEMPLAR-INUTILIZADO) THEN
                     MOVE "ABATIDO" TO EXE-SITUACAO
                 ELSE
                     MOVE "PRATELEIRA" TO EXE-SITUACAO
                     MOVE 0 TO EXE-RENTAL
                 END-IF
                 MOVE WS-FIL-IX TO EXE-FILIAL
                 ACCEPT EXE-DATA-SITUACAO FROM DATE YYYYMMDD
                 REWRITE REGISTO-EXEMPLAR
                  INVALID KEY
                  CONTINUE
                 END-REWRITE
             END-IF
           END-READ.
           MOVE SPACES TO WS-EXE-CONDICAO-NOVA.
           PERFORM ACERTA-STOCK-LIVRO.

      * O EXEMPLAR PERDIDO FICA ABATIDO COM O RENTAL QUE O LEVOU,
      * PARA PODER VOLTAR A PRATELEIRA SE APARECER
       PERDE-EXEMPLAR.
           MOVE WS-RA-EXEMPLAR TO EXE-COD.
           READ EXEMPLARES
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             IF (EXE-RENTAL = WS-RA-COD) THEN
                 MOVE "ABATIDO" TO EXE-SITUACAO
                 ACCEPT EXE-DATA-SITUACAO FROM DATE YYYYMMDD
                 REWRITE REGISTO-EXEMPLAR
                  INVALID KEY
                  CONTINUE
                 END-REWRITE
             END-IF
           END-READ.
           PERFORM ACERTA-STOCK-LIVRO.

       ACERTA-STOCK-LIVRO.
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
      * REGISTO DE EXEMPLARES. POR FILIAL, OS EXEMPLARES SAO OS DA
      * PRATELEIRA E OS EMPRESTADOS, OS DISPONIVEIS SO OS DA
      * PRATELEIRA, E OS EM TRANSITO CONTAM NA FILIAL DE DESTINO. OS
      * ABATIDOS NAO CONTAM. QUEM CHAMA GRAVA O LIVRO.
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
      * CLASSIFICA-EXEMPLAR
      * NA DEVOLUCAO, O BALCAO AVALIA O ESTADO DO EXEMPLAR (POR
      * DEFEITO O QUE TINHA). SE PIOROU PARA DANIFICADO, A LINHA PAGA
      * O VALOR DO DANO; SE PIOROU PARA INUTILIZADO, PAGA O CUSTO DE
      * REPOSICAO E O EXEMPLAR E ABATIDO POR DEVOLVE-EXEMPLAR. A
      * CONDICAO NOVA FICA EM WS-EXE-CONDICAO-NOVA.
      *----------------------------------------------------------------
       CLASSIFICA-EXEMPLAR.
           MOVE SPACES TO WS-EXE-CONDICAO-NOVA.
           MOVE FS-EXEMPLAR TO EXE-COD.
           READ EXEMPLARES
             INVALID KEY
             MOVE 35 TO FS-EXE
             NOT INVALID KEY
             MOVE 0 TO FS-EXE
           END-READ.
           IF (NOT FS-EXE-OK) THEN
               GO FIM-CLASSIFICA-EXEMPLAR
           END-IF.
           PERFORM NIVEL-CONDICAO.
           MOVE WS-EXE-NIVEL TO WS-EXE-NIVEL-ANTIGO.
           DISPLAY "LIVRO:" AT 1710.
           DISPLAY FS-LIVRO AT 1717.
           DISPLAY "EXEMPLAR:" AT 1810.
           DISPLAY EXE-COD AT 1820.
           DISPLAY "CONDICAO ATUAL:" AT 1836.
           DISPLAY EXE-CONDICAO AT 1852.
           DISPLAY "ESTADO 1-BOM 2-GASTO 3-DANIFICADO 4-INUTILIZADO:"
             AT 1910.
       CICLO-CLASSIFICA-EXEMPLAR.
           MOVE WS-EXE-NIVEL-ANTIGO TO WS-EXE-NIVEL-NOVO.
           ACCEPT WS-EXE-NIVEL-NOVO AT 1959.
           IF (WS-EXE-NIVEL-NOVO < 1) OR (WS-EXE-NIVEL-NOVO > 4) THEN
               MOVE "ESTADO INVALIDO" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO CICLO-CLASSIFICA-EXEMPLAR
           END-IF.
           EVALUATE WS-EXE-NIVEL-NOVO
               WHEN 1
                   MOVE "BOM" TO WS-EXE-CONDICAO-NOVA
               WHEN 2
                   MOVE "GASTO" TO WS-EXE-CONDICAO-NOVA
               WHEN 3
                   MOVE "DANIFICADO" TO WS-EXE-CONDICAO-NOVA
               WHEN 4
                   MOVE "INUTILIZADO" TO WS-EXE-CONDICAO-NOVA
           END-EVALUATE.
           IF (WS-EXE-NIVEL-NOVO > WS-EXE-NIVEL-ANTIGO) THEN
               IF (WS-EXE-NIVEL-NOVO = 3) THEN
                   ADD WS-VALOR-DANO TO FS-MULTA
               END-IF
               IF (WS-EXE-NIVEL-NOVO = 4) THEN
                   ADD WS-VALOR-REPOSICAO TO FS-MULTA
               END-IF
           END-IF.
       FIM-CLASSIFICA-EXEMPLAR.

      * GRAU DA CONDICAO DO EXEMPLAR EM AREA, DE 1 (BOM) A 4
      * (INUTILIZADO); CONDICAO EM BRANCO OU DESCONHECIDA CONTA BOM
       NIVEL-CONDICAO.
           EVALUATE TRUE
               WHEN EXEMPLAR-GASTO
                   MOVE 2 TO WS-EXE-NIVEL
               WHEN EXEMPLAR-DANIFICADO
                   MOVE 3 TO WS-EXE-NIVEL
               WHEN EXEMPLAR-INUTILIZADO
                   MOVE 4 TO WS-EXE-NIVEL
               WHEN OTHER
                   MOVE 1 TO WS-EXE-NIVEL
           END-EVALUATE.

      *----------------------------------------------------------------
      * AVISA-RESERVA
      * QUANDO UM LIVRO E DEVOLVIDO, PROCURA A PRIMEIRA RESERVA EM
               NOT = 0) THEN
               GO FIM-EXPIRA-RESERVA
           END-IF.
      * SO CONTAM OS DIAS EM QUE A FILIAL DA RESERVA ESTEVE ABERTA
           MOVE RES-FILIAL TO WS-CAL-FILIAL.
           MOVE RES-DISPONIVEL TO WS-CAL-DE.
           MOVE WS-HOJE TO WS-CAL-ATE.
           PERFORM CONTA-DIAS-ABERTOS.
           MOVE WS-CAL-DIAS TO WS-DIAS-ESPERA.
           IF (WS-DIAS-ESPERA > WS-RESERVA-DIAS) THEN
               MOVE "EXPIRADA" TO RES-SITUACAO
               REWRITE REGISTO-RESERVA
      * CALCULA-MULTA
      * QUANDO UM RENTAL E FECHADO COM SITUACAO DEVOLVIDO, CALCULA A
      * MULTA DEVIDA PELOS DIAS DE ATRASO ENTRE A DATA DE ENTREGA
      * PREVISTA E A DATA DE HOJE, E GUARDA-A NO REGISTO. SO CONTAM
      * OS DIAS EM QUE A FILIAL DO EMPRESTIMO ESTEVE ABERTA.
      *----------------------------------------------------------------
       CALCULA-MULTA.
           MOVE 0 TO WS-DIAS-ATRASO.
           MOVE 0 TO FS-MULTA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE FS-FILIAL TO WS-CAL-FILIAL.
           MOVE FS-ENTREGA TO WS-CAL-DE.
           MOVE WS-HOJE TO WS-CAL-ATE.
           PERFORM CONTA-DIAS-ABERTOS.
           MOVE WS-CAL-DIAS TO WS-DIAS-ATRASO.
           IF (WS-DIAS-ATRASO < 0) THEN
               MOVE 0 TO WS-DIAS-ATRASO
           END-IF.
               COMPUTE FS-MULTA = WS-DIAS-ATRASO * WS-TAXA-MULTA
           END-IF.

      *----------------------------------------------------------------
      * VERIFICA-CARTAO / VERIFICA-QUOTA
      * COM O CLIENTE ACABADO DE LER EM CLIENTES, UM CARTAO CADUCADO
      * NA DATA WS-DATA-CARTAO OU O MAXIMO DE RENTALS EM ABERTO DA
      * CATEGORIA DE SOCIO JA ATINGIDO BLOQUEIAM O BALCAO COMO AS
      * MULTAS POR PAGAR: O OPERADOR E RECUSADO E O SUPERVISOR PODE
      * PROSSEGUIR DEPOIS DE CONFIRMAR. NA GUIA, WS-QUOTA-NOVOS SAO AS
      * LINHAS JA LANCADAS, QUE AINDA NAO ESTAO NA CONTAGEM.
      *----------------------------------------------------------------
       VERIFICA-CARTAO.
           MOVE "S" TO WS-CARTAO-OK-SW.
           IF (CLI-VALIDADE < WS-DATA-CARTAO) THEN
               MOVE "N" TO WS-CARTAO-OK-SW
               DISPLAY "CARTAO DE LEITOR CADUCADO EM:" AT 2201
               DISPLAY CLI-VALIDADE AT 2231
               IF (NOT OPERADOR-SUPERVISOR) THEN
                   MOVE "CARTAO CADUCADO. CHAME O SUPERVISOR"
                     TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
               ELSE
                   MOVE "N" TO WS-REPETIR
                   DISPLAY "PROSSEGUIR MESMO ASSIM?(S/N):" AT 2301
                   ACCEPT WS-REPETIR AT 2330
                   IF (SIM) THEN
                       MOVE "S" TO WS-CARTAO-OK-SW
                   END-IF
               END-IF
           END-IF.

       VERIFICA-QUOTA.
           MOVE "S" TO WS-QUOTA-OK-SW.
           IF (WS-MAX-ABERTOS > 0) AND (NOT WS-QUOTA-FORCADA) AND
              (WS-ABERTOS + WS-QUOTA-NOVOS >= WS-MAX-ABERTOS) THEN
               MOVE "N" TO WS-QUOTA-OK-SW
               DISPLAY "LIMITE DE RENTALS EM ABERTO DO SOCIO:" AT 2201
               DISPLAY WS-MAX-ABERTOS AT 2239
               IF (NOT OPERADOR-SUPERVISOR) THEN
                   MOVE "LIMITE DE EMPRESTIMOS. CHAME O SUPERVISOR"
                     TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
               ELSE
                   MOVE "N" TO WS-REPETIR
                   DISPLAY "PROSSEGUIR MESMO ASSIM?(S/N):" AT 2301
                   ACCEPT WS-REPETIR AT 2330
                   IF (SIM) THEN
                       MOVE "S" TO WS-QUOTA-OK-SW
                       MOVE "S" TO WS-QUOTA-FORCADA-SW
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * OBTEM-QUOTA-CLIENTE
      * TIRA DA CATEGORIA DE SOCIO (CLI-TIPO DO CLIENTE LIDO) O MAXIMO
      * DE RENTALS EM ABERTO E CONTA OS QUE O CLIENTE WS-QUOTA-CLIENTE
      * TEM AINDA POR DEVOLVER (ATIVOS E ATRASADOS) PELA CHAVE
      * ALTERNADA DE CLIENTE. O REGISTO DE RENTAL EM CURSO E GUARDADO
      * E REPOSTO, PARA NAO PERDER O CABECALHO DA GUIA.
      *----------------------------------------------------------------
       OBTEM-QUOTA-CLIENTE.
           MOVE "N" TO WS-QUOTA-FORCADA-SW.
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
      * CONTA-RESERVAS-CLIENTE
      * SOMA A WS-ABERTOS AS RESERVAS DO CLIENTE AINDA EM ESPERA, PELA
      * CHAVE ALTERNADA DE CLIENTE, GUARDANDO A RESERVA EM CURSO.
      *----------------------------------------------------------------
       CONTA-RESERVAS-CLIENTE.
           MOVE REGISTO-RESERVA TO WS-RESERVA-GUARDA.
           MOVE WS-QUOTA-CLIENTE TO RES-CLIENTE.
           START RESERVAS KEY = RES-CLIENTE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-RES-OK
               READ RESERVAS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (RES-CLIENTE NOT = WS-QUOTA-CLIENTE) THEN
                   MOVE 10 TO FS-RES
               ELSE
                   IF (RESERVA-ESPERA) THEN
                       ADD 1 TO WS-ABERTOS
                   END-IF
               END-IF
               END-READ
           END-PERFORM.
           MOVE WS-RESERVA-GUARDA TO REGISTO-RESERVA.

      *----------------------------------------------------------------
      * ACERTA-DIA-ABERTO
      * EMPURRA WS-CAL-DATA PARA O PRIMEIRO DIA EM QUE A FILIAL
      * WS-CAL-FILIAL ESTA ABERTA (A PROPRIA DATA SE JA O ESTIVER).
      * UM CALENDARIO COM A SEMANA TODA FECHADA NAO PRENDE O BALCAO:
      * AO FIM DE UM ANO DESISTE E FICA A DATA ORIGINAL.
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
      * DEPOIS DE WS-CAL-DE ATE WS-CAL-ATE INCLUSIVE. SERVE PARA OS
      * DIAS DE ATRASO (DE = ENTREGA PREVISTA) E PARA A ESPERA DAS
      * RESERVAS (DE = DIA EM QUE FICOU DISPONIVEL).
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

      *----------------------------------------------------------------
      * ABRE-CALENDARIO
      * ABRE O CALENDARIO PARA CONSULTA. SEM FICHEIRO TODOS OS DIAS
      * CONTAM COMO ABERTOS, COMO ANTES DE HAVER CALENDARIO. REGISTOS
      * ANTERIORES AS FILIAIS CONTAM NA SEDE.
      *----------------------------------------------------------------
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
      * DIZ SE A FILIAL WS-CAL-FILIAL ESTA FECHADA NO DIA WS-CAL-DATA:
      * HA REGISTO PARA A DATA OU PARA O DIA DA SEMANA, NA PROPRIA
      * FILIAL OU NA FILIAL 0 (TODAS). O DIA 1 DO CALENDARIO DE
      * INTEGER-OF-DATE (1601-01-01) FOI UMA SEGUNDA-FEIRA.
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
      * ABRE UM ITEM A RECEBER NO FICHEIRO DE MULTAS QUANDO UM RENTAL
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
               MOVE "RENTALS" TO MOV-PROGRAMA
               OPEN EXTEND DIARIO-MULTAS
               WRITE REGISTO-MOVIMENTO
               CLOSE DIARIO-MULTAS
           END-IF.

      *----------------------------------------------------------------
      * CALCULA-DIVIDA-CLIENTE
                  FS-RENTAL DELIMITED BY SIZE
             INTO WS-LINHA-RECIBO.
           WRITE REGISTO-RECIBO FROM WS-LINHA-RECIBO.
           MOVE
             "LIVROS LEVADOS (COD, LIVRO, EXEMPLAR, TITULO, ENTREGA):"
             TO WS-LINHA-RECIBO.
           WRITE REGISTO-RECIBO FROM WS-LINHA-RECIBO.
           PERFORM VARYING WS-IX FROM 1 BY 1
                      " " DELIMITED BY SIZE
                      WS-GUI-LIVRO(WS-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GUI-EXEMPLAR(WS-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GUI-TITULO(WS-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GUI-ENTREGA(WS-IX) DELIMITED BY SIZE
