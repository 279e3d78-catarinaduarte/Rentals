      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lancamento contabilistico diario das multas e
      *          pagamentos, para a contabilidade da camara deixar de
      *          passar a mao os numeros do fecho de caixa e da
      *          listagem de multas. Chamada:
      *            RENTCTB            (lanca o dia de hoje)
      *            RENTCTB AAAAMMDD   (lanca o dia indicado)
      *          Escreve RENTALS-CONTABIL-<AAAAMMDD>.TXT com linhas de
      *          debito e credito sempre aos pares:
      *            H;DIA;DESCRICAO
      *            L;LINHA;DIA;CONTA;D|C;VALOR;TIPO;REFERENCIA;CLIENTE
      *            T;DIA;LINHAS;TOTAL DEBITOS;TOTAL CREDITOS
      *          MULTA     - multa de atraso ou dano apurada na
      *                      entrega (diario RENTALS-MULTAS-MOV.TXT):
      *                      debito CLIENTES, credito MULTAS;
      *          REPOSICAO - custo do livro perdido lancado pelo batch:
      *                      debito CLIENTES, credito REPOSICAO;
      *          PAGAMENTO - cada recibo de RENTALS-PAGAMENTOS.TXT:
      *                      debito CAIXA, credito CLIENTES.
      *          Uma multa refrescada para baixo inverte os lados. As
      *          contas vem do registo global de parametros; sem elas
      *          o lancamento nao corre.
      *          Cada dia e lancado uma so vez e pela ordem dos dias,
      *          ficando registado em RENTALS-CONTABIL.TXT. Correr de
      *          novo um dia ja lancado refaz o mesmo ficheiro e
      *          confere-o contra o registo, sem lancar outra vez.
      *          O relatorio RENTALS-CONTABIL-REL.TXT reconcilia o
      *          movimento do dia com a variacao do saldo em aberto de
      *          RENTALS-MULTAS.TXT (valor menos pago de todos os
      *          itens). Recusa arrancar com o batch de fim-de-dia EM
      *          CURSO e termina com RETURN-CODE 8 quando a chamada e
      *          recusada, a reconciliacao nao confere ou a repeticao
      *          difere do lancado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTCTB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MULTAS ASSIGN TO "RENTALS-MULTAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MUL
           RECORD KEY IS MUL-CHAVE
           ALTERNATE RECORD KEY IS MUL-CLIENTE WITH DUPLICATES.

           SELECT OPTIONAL DIARIO-MULTAS
           ASSIGN TO "RENTALS-MULTAS-MOV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOV.

           SELECT OPTIONAL DIARIO
           ASSIGN TO "RENTALS-PAGAMENTOS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PAG
           RECORD KEY IS PAG-CHAVE
           ALTERNATE RECORD KEY IS PAG-DATA WITH DUPLICATES.

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

           SELECT OPTIONAL CONTABIL ASSIGN TO "RENTALS-CONTABIL.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CTB
           RECORD KEY IS CTB-CHAVE.

      * O FICHEIRO DO DIA PARA A CONTABILIDADE, DE NOME DATADO
           SELECT OPTIONAL LANCAMENTO ASSIGN TO WS-NOME-LANCAMENTO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELATORIO
           ASSIGN TO "RENTALS-CONTABIL-REL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MULTAS.
           COPY RENTMUL.

       FD DIARIO-MULTAS.
           COPY RENTMOV.

       FD DIARIO.
           COPY RENTPAG.

       FD PARAMETROS.
           COPY RENTPAR.

       FD CONTROLO.
           COPY RENTCTL.

       FD CONTABIL.
           COPY RENTCTB.

       FD LANCAMENTO.
       01 REGISTO-LANCAMENTO.
           05 LINHA-LANCAMENTO        PIC X(150).

       FD RELATORIO.
       01 REGISTO-REL.
           05 LINHAS-REL              PIC X(150).

       WORKING-STORAGE SECTION.
       77 FS-MUL                     PIC 9(02).
           88 FS-MUL-OK              VALUES 0, 2.
       77 FS-MOV                     PIC 9(02).
           88 FS-MOV-OK              VALUES 0, 05.
       77 FS-PAG                     PIC 9(02).
           88 FS-PAG-OK              VALUES 0, 2.
       77 FS-PAR                     PIC 9(02).
           88 FS-PAR-OK              VALUES 0.
       77 FS-CTL                     PIC 9(02).
           88 FS-CTL-OK              VALUES 0.
       77 FS-CTB                     PIC 9(02).
           88 FS-CTB-OK              VALUES 0, 2.
           88 FS-CTB-NAO-EXISTE      VALUES 23, 35.
      * DATA DE HOJE, NO FORMATO AAAAMMDD
       77 WS-HOJE                    PIC 9(08).
       77 WS-LINHA                   PIC X(150) VALUES SPACES.
      * LINHA DE COMANDO: DIA A LANCAR
       77 WS-PARAMETRO               PIC X(80) VALUES SPACES.
       77 WS-DIA-TXT                 PIC X(08) VALUES SPACES.
       77 WS-DIA                     PIC 9(08) VALUE 0.
       77 WS-DIA-ANTERIOR            PIC 9(08) VALUE 0.
       77 WS-DIA-SEGUINTE            PIC 9(08) VALUE 0.
       77 WS-ULTIMO-DIA              PIC 9(08) VALUE 0.
       77 WS-NOME-LANCAMENTO         PIC X(60) VALUES SPACES.
       77 WS-RECUSA-SW               PIC X VALUE "N".
           88 WS-RECUSADO            VALUE "S".
      * N = DIA NOVO, R = REPETICAO DE UM DIA JA LANCADO
       77 WS-CORRIDA                 PIC X(01) VALUE "N".
           88 WS-DIA-NOVO            VALUE "N".
           88 WS-REPETICAO           VALUE "R".
      * NAO HA DIA ANTERIOR LANCADO: O SALDO DE ABERTURA E DEDUZIDO
       77 WS-PRIMEIRO-SW             PIC X VALUE "N".
           88 WS-PRIMEIRO            VALUE "S".
      * O QUE O REGISTO GUARDA DO DIA, NUMA REPETICAO
       77 WS-REG-LANCADO             PIC 9(08) VALUE 0.
       77 WS-REG-LINHAS              PIC 9(07) VALUE 0.
       77 WS-REG-DEBITOS             PIC 9(09)V99 VALUE 0.
       77 WS-REG-CREDITOS            PIC 9(09)V99 VALUE 0.
       77 WS-REG-ABERTURA            PIC S9(09)V99 VALUE 0.
      * CONTAS DO LANCAMENTO: 1 CAIXA, 2 CLIENTES, 3 MULTAS,
      * 4 REPOSICAO, COM OS TOTAIS A DEBITO E A CREDITO DE CADA UMA
       01 WS-TABELA-CONTAS.
           05 WS-CONTAS OCCURS 4 TIMES.
               10 WS-CT-CONTA        PIC X(10).
               10 WS-CT-DEBITO       PIC 9(09)V99.
               10 WS-CT-CREDITO      PIC 9(09)V99.
       77 WS-CX                      PIC 9(01) VALUE 0.
       77 WS-CX-DEBITO               PIC 9(01) VALUE 0.
       77 WS-CX-CREDITO              PIC 9(01) VALUE 0.
       77 WS-CX-RECEITA              PIC 9(01) VALUE 0.
      * PAR DE LINHAS EM CURSO
       77 WS-LADO                    PIC X(01) VALUES SPACES.
       77 WS-VALOR                   PIC 9(07)V99 VALUE 0.
       77 WS-TIPO                    PIC X(10) VALUES SPACES.
       77 WS-REFERENCIA              PIC 9(09) VALUE 0.
       77 WS-CLIENTE                 PIC 9(20) VALUE 0.
       77 WS-VALOR-ED                PIC 9(07).99.
       77 WS-TOTAL-ED                PIC 9(09).99.
       77 WS-CREDITOS-ED             PIC 9(09).99.
       77 WS-MONTANTE-ED             PIC -Z(08)9.99.
      * TOTAIS DO FICHEIRO
       77 WS-TOTAL-LINHAS            PIC 9(07) VALUE 0.
       77 WS-TOTAL-DEBITOS           PIC 9(09)V99 VALUE 0.
       77 WS-TOTAL-CREDITOS          PIC 9(09)V99 VALUE 0.
       77 WS-TOTAL-RECIBOS           PIC 9(07) VALUE 0.
       77 WS-TOTAL-COBRANCAS         PIC 9(07) VALUE 0.
      * RECONCILIACAO: MOVIMENTO DO DIA E SALDOS EM ABERTO
       77 WS-TOTAL-MULTAS            PIC S9(09)V99 VALUE 0.
       77 WS-TOTAL-REPOSICOES        PIC S9(09)V99 VALUE 0.
       77 WS-TOTAL-PAGAMENTOS        PIC S9(09)V99 VALUE 0.
       77 WS-COBRADO-DEPOIS          PIC S9(09)V99 VALUE 0.
       77 WS-PAGO-DEPOIS             PIC S9(09)V99 VALUE 0.
       77 WS-SALDO-ATUAL             PIC S9(09)V99 VALUE 0.
       77 WS-ABERTURA                PIC S9(09)V99 VALUE 0.
       77 WS-FECHO                   PIC S9(09)V99 VALUE 0.
       77 WS-MOVIMENTO               PIC S9(09)V99 VALUE 0.
       77 WS-CALCULADO               PIC S9(09)V99 VALUE 0.
       77 WS-DIFERENCA               PIC S9(09)V99 VALUE 0.
       77 WS-MONTANTE                PIC S9(09)V99 VALUE 0.
       77 WS-ROTULO                  PIC X(24) VALUES SPACES.
       77 WS-RESULTADO               PIC X(10) VALUES SPACES.
       77 WS-DIFERE-SW               PIC X VALUE "N".
           88 WS-DIFERE-DO-LANCADO   VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
               INTO WS-DIA-TXT.
           PERFORM VALIDA-CHAMADA.
           IF (WS-RECUSADO) THEN
               MOVE 8 TO RETURN-CODE
               GO FIM
           END-IF.
           OPEN I-O CONTABIL.
           PERFORM VERIFICA-DIA THRU FIM-VERIFICA-DIA.
           IF (WS-RECUSADO) THEN
               CLOSE CONTABIL
               MOVE 8 TO RETURN-CODE
               GO FIM
           END-IF.
           STRING "RENTALS-CONTABIL-" DELIMITED BY SIZE
                  WS-DIA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-NOME-LANCAMENTO.
           OPEN OUTPUT LANCAMENTO.
           MOVE SPACES TO WS-LINHA.
           STRING "H;" DELIMITED BY SIZE
                  WS-DIA DELIMITED BY SIZE
                  ";BIBLIOTECA - MULTAS E PAGAMENTOS" DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-LANCAMENTO FROM WS-LINHA.
           PERFORM LANCA-COBRANCAS THRU FIM-LANCA-COBRANCAS.
           PERFORM LANCA-PAGAMENTOS THRU FIM-LANCA-PAGAMENTOS.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-ED.
           MOVE WS-TOTAL-CREDITOS TO WS-CREDITOS-ED.
           STRING "T;" DELIMITED BY SIZE
                  WS-DIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TOTAL-LINHAS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CREDITOS-ED DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-LANCAMENTO FROM WS-LINHA.
           CLOSE LANCAMENTO.
           PERFORM RECONCILIA.
           PERFORM REGISTA-DIA.
           CLOSE CONTABIL.
           PERFORM ESCREVE-RELATORIO.
           DISPLAY "LANCAMENTO DE " WS-DIA ": " WS-TOTAL-LINHAS
                   " LINHAS, " WS-RESULTADO.
           IF (WS-DIFERENCA NOT = 0) OR (WS-DIFERE-DO-LANCADO) THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       FIM.
           STOP RUN.

      *----------------------------------------------------------------
      * VALIDA-CHAMADA
      * O DIA, SE VIER, E UMA DATA VALIDA QUE NAO PASSA DE HOJE. NADA
      * CORRE COM O BATCH DE FIM-DE-DIA A MEIO, NEM SEM AS CONTAS NO
      * REGISTO GLOBAL DE PARAMETROS.
      *----------------------------------------------------------------
       VALIDA-CHAMADA.
           IF (WS-DIA-TXT = SPACES) THEN
               MOVE WS-HOJE TO WS-DIA
           ELSE
               IF (WS-DIA-TXT IS NUMERIC) THEN
                   MOVE WS-DIA-TXT TO WS-DIA
               END-IF
           END-IF.
           IF (FUNCTION TEST-DATE-YYYYMMDD(WS-DIA) NOT = 0) OR
              (WS-DIA > WS-HOJE) THEN
               DISPLAY "USO: RENTCTB [AAAAMMDD], DIA ATE HOJE"
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
                           "LANCAMENTO ADIADO."
                   MOVE "S" TO WS-RECUSA-SW
               END-IF
           END-IF.
           IF (NOT WS-RECUSADO) THEN
               PERFORM LE-PARAMETROS
               IF (WS-CT-CONTA(1) = SPACES) OR
                  (WS-CT-CONTA(2) = SPACES) OR
                  (WS-CT-CONTA(3) = SPACES) OR
                  (WS-CT-CONTA(4) = SPACES) THEN
                   DISPLAY "CONTAS DA CONTABILIDADE POR PREENCHER "
                           "NOS PARAMETROS."
                   MOVE "S" TO WS-RECUSA-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * VERIFICA-DIA
      * UM DIA JA REGISTADO E UMA REPETICAO: GUARDA O QUE FOI LANCADO
      * PARA A CONFERENCIA E ABRE COM O FECHO DO DIA ANTERIOR (OU COM
      * A ABERTURA REGISTADA, SE FOR O PRIMEIRO). UM DIA NOVO TEM DE
      * SER O SEGUINTE AO ULTIMO LANCADO, PARA NAO FICAREM DIAS POR
      * LANCAR; SEM NENHUM LANCADO, E O PRIMEIRO.
      *----------------------------------------------------------------
       VERIFICA-DIA.
           MOVE 0 TO WS-ULTIMO-DIA.
           MOVE 0 TO CTB-DIA.
           START CONTABIL KEY > CTB-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-CTB-OK
               READ CONTABIL NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               MOVE CTB-DIA TO WS-ULTIMO-DIA
               END-READ
           END-PERFORM.
           COMPUTE WS-DIA-ANTERIOR = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DIA) - 1).
           MOVE WS-DIA TO CTB-DIA.
           READ CONTABIL
             INVALID KEY
             MOVE 23 TO FS-CTB
           END-READ.
           IF (FS-CTB-OK) THEN
               MOVE "R" TO WS-CORRIDA
               MOVE CTB-LANCADO TO WS-REG-LANCADO
               MOVE CTB-LINHAS TO WS-REG-LINHAS
               MOVE CTB-DEBITOS TO WS-REG-DEBITOS
               MOVE CTB-CREDITOS TO WS-REG-CREDITOS
               MOVE CTB-ABERTURA TO WS-REG-ABERTURA
               MOVE WS-DIA-ANTERIOR TO CTB-DIA
               READ CONTABIL
                 INVALID KEY
                 MOVE "S" TO WS-PRIMEIRO-SW
                 MOVE WS-REG-ABERTURA TO WS-ABERTURA
                 NOT INVALID KEY
                 MOVE CTB-FECHO TO WS-ABERTURA
               END-READ
               GO FIM-VERIFICA-DIA
           END-IF.
           MOVE "N" TO WS-CORRIDA.
           IF (WS-ULTIMO-DIA = 0) THEN
               MOVE "S" TO WS-PRIMEIRO-SW
               GO FIM-VERIFICA-DIA
           END-IF.
           COMPUTE WS-DIA-SEGUINTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ULTIMO-DIA) + 1).
           IF (WS-DIA < WS-ULTIMO-DIA) THEN
               DISPLAY "DIA " WS-DIA " ANTERIOR AO ULTIMO LANCADO ("
                       WS-ULTIMO-DIA ") E NUNCA LANCADO."
               MOVE "S" TO WS-RECUSA-SW
               GO FIM-VERIFICA-DIA
           END-IF.
           IF (WS-DIA NOT = WS-DIA-SEGUINTE) THEN
               DISPLAY "FALTA LANCAR O DIA " WS-DIA-SEGUINTE
                       " ANTES DE " WS-DIA "."
               MOVE "S" TO WS-RECUSA-SW
               GO FIM-VERIFICA-DIA
           END-IF.
           MOVE WS-ULTIMO-DIA TO CTB-DIA.
           READ CONTABIL
             INVALID KEY
             MOVE 0 TO CTB-FECHO
           END-READ.
           MOVE CTB-FECHO TO WS-ABERTURA.
       FIM-VERIFICA-DIA.

      *----------------------------------------------------------------
      * LANCA-COBRANCAS
      * PERCORRE O DIARIO DE MULTAS. OS MOVIMENTOS DO DIA DAO UM PAR DE
      * LINHAS CADA (CLIENTES CONTRA A RECEITA DA MULTA OU DA
      * REPOSICAO); OS DE DIAS POSTERIORES SO CONTAM PARA TRAZER O
      * SALDO ATUAL DE MULTAS DE VOLTA AO FIM DO DIA LANCADO.
      *----------------------------------------------------------------
       LANCA-COBRANCAS.
           OPEN INPUT DIARIO-MULTAS.
           PERFORM UNTIL NOT FS-MOV-OK
               READ DIARIO-MULTAS
               AT END
               CONTINUE
               NOT AT END
               PERFORM TRATA-COBRANCA THRU FIM-TRATA-COBRANCA
               END-READ
           END-PERFORM.
           CLOSE DIARIO-MULTAS.
       FIM-LANCA-COBRANCAS.

       TRATA-COBRANCA.
           IF (MOV-DATA IS NOT NUMERIC) OR
              (MOV-VALOR IS NOT NUMERIC) THEN
               GO FIM-TRATA-COBRANCA
           END-IF.
           IF (MOV-DATA > WS-DIA) THEN
               ADD MOV-VALOR TO WS-COBRADO-DEPOIS
               GO FIM-TRATA-COBRANCA
           END-IF.
           IF (MOV-DATA NOT = WS-DIA) THEN
               GO FIM-TRATA-COBRANCA
           END-IF.
           IF (MOV-TIPO-REPOSICAO) THEN
               MOVE 4 TO WS-CX-RECEITA
               ADD MOV-VALOR TO WS-TOTAL-REPOSICOES
           ELSE
               MOVE 3 TO WS-CX-RECEITA
               ADD MOV-VALOR TO WS-TOTAL-MULTAS
           END-IF.
           IF (MOV-VALOR > 0) THEN
               MOVE 2 TO WS-CX-DEBITO
               MOVE WS-CX-RECEITA TO WS-CX-CREDITO
               COMPUTE WS-VALOR = MOV-VALOR
           ELSE
               MOVE WS-CX-RECEITA TO WS-CX-DEBITO
               MOVE 2 TO WS-CX-CREDITO
               COMPUTE WS-VALOR = 0 - MOV-VALOR
           END-IF.
           MOVE MOV-TIPO TO WS-TIPO.
           MOVE MOV-COD TO WS-REFERENCIA.
           MOVE MOV-CLIENTE TO WS-CLIENTE.
           PERFORM ESCREVE-PAR.
           ADD 1 TO WS-TOTAL-COBRANCAS.
       FIM-TRATA-COBRANCA.

      *----------------------------------------------------------------
      * LANCA-PAGAMENTOS
      * PERCORRE O DIARIO DE PAGAMENTOS PELO NUMERO DO RECIBO. CADA
      * PAGAMENTO DO DIA DA UM PAR DE LINHAS (CAIXA CONTRA CLIENTES);
      * OS DE DIAS POSTERIORES SO CONTAM PARA O SALDO DO FIM DO DIA.
      *----------------------------------------------------------------
       LANCA-PAGAMENTOS.
           OPEN INPUT DIARIO.
           MOVE 0 TO PAG-RECIBO.
           START DIARIO KEY > PAG-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-PAG-OK
               READ DIARIO NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               PERFORM TRATA-PAGAMENTO
               END-READ
           END-PERFORM.
           CLOSE DIARIO.
       FIM-LANCA-PAGAMENTOS.

       TRATA-PAGAMENTO.
           IF (PAG-DATA > WS-DIA) THEN
               ADD PAG-VALOR TO WS-PAGO-DEPOIS
           END-IF.
           IF (PAG-DATA = WS-DIA) THEN
               ADD PAG-VALOR TO WS-TOTAL-PAGAMENTOS
               MOVE 1 TO WS-CX-DEBITO
               MOVE 2 TO WS-CX-CREDITO
               MOVE PAG-VALOR TO WS-VALOR
               MOVE "PAGAMENTO" TO WS-TIPO
               MOVE PAG-RECIBO TO WS-REFERENCIA
               MOVE PAG-CLIENTE TO WS-CLIENTE
               PERFORM ESCREVE-PAR
               ADD 1 TO WS-TOTAL-RECIBOS
           END-IF.

      *----------------------------------------------------------------
      * ESCREVE-PAR / ESCREVE-LINHA
      * O PAR DE LINHAS DE UM MOVIMENTO: A DEBITO NA CONTA WS-CX-DEBITO
      * E A CREDITO NA WS-CX-CREDITO, PELO MESMO VALOR, PARA O
      * FICHEIRO FICAR SEMPRE EQUILIBRADO.
      *----------------------------------------------------------------
       ESCREVE-PAR.
           MOVE WS-CX-DEBITO TO WS-CX.
           MOVE "D" TO WS-LADO.
           PERFORM ESCREVE-LINHA.
           ADD WS-VALOR TO WS-CT-DEBITO(WS-CX).
           ADD WS-VALOR TO WS-TOTAL-DEBITOS.
           MOVE WS-CX-CREDITO TO WS-CX.
           MOVE "C" TO WS-LADO.
           PERFORM ESCREVE-LINHA.
           ADD WS-VALOR TO WS-CT-CREDITO(WS-CX).
           ADD WS-VALOR TO WS-TOTAL-CREDITOS.

       ESCREVE-LINHA.
           ADD 1 TO WS-TOTAL-LINHAS.
           MOVE WS-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "L;" DELIMITED BY SIZE
                  WS-TOTAL-LINHAS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CT-CONTA(WS-CX) DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-LADO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TIPO DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  WS-REFERENCIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CLIENTE DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-LANCAMENTO FROM WS-LINHA.

      *----------------------------------------------------------------
      * RECONCILIA
      * O SALDO EM ABERTO ATUAL DE RENTALS-MULTAS.TXT, MENOS O QUE FOI
      * COBRADO E MAIS O QUE FOI PAGO DEPOIS DO DIA, E O SALDO NO FIM
      * DO DIA. A ABERTURA MAIS O MOVIMENTO DO DIA TEM DE LHE SER
      * IGUAL. NO PRIMEIRO LANCAMENTO NAO HA FECHO ANTERIOR E A
      * ABERTURA E DEDUZIDA, PELO QUE CONFERE POR CONSTRUCAO.
      *----------------------------------------------------------------
       RECONCILIA.
           MOVE 0 TO WS-SALDO-ATUAL.
           OPEN INPUT MULTAS.
           MOVE 0 TO MUL-COD.
           START MULTAS KEY > MUL-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-MUL-OK
               READ MULTAS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               COMPUTE WS-SALDO-ATUAL =
                   WS-SALDO-ATUAL + MUL-VALOR - MUL-PAGO
               END-READ
           END-PERFORM.
           CLOSE MULTAS.
           COMPUTE WS-FECHO = WS-SALDO-ATUAL - WS-COBRADO-DEPOIS
                              + WS-PAGO-DEPOIS.
           COMPUTE WS-MOVIMENTO = WS-TOTAL-MULTAS + WS-TOTAL-REPOSICOES
                                  - WS-TOTAL-PAGAMENTOS.
           IF (WS-PRIMEIRO) AND (WS-DIA-NOVO) THEN
               COMPUTE WS-ABERTURA = WS-FECHO - WS-MOVIMENTO
           END-IF.
           COMPUTE WS-CALCULADO = WS-ABERTURA + WS-MOVIMENTO.
           COMPUTE WS-DIFERENCA = WS-CALCULADO - WS-FECHO.
           IF (WS-DIFERENCA = 0) THEN
               MOVE "CONFERE" TO WS-RESULTADO
           ELSE
               MOVE "DIFERENCA" TO WS-RESULTADO
           END-IF.

      *----------------------------------------------------------------
      * REGISTA-DIA
      * UM DIA NOVO FICA REGISTADO COMO LANCADO, COM O RESULTADO DA
      * RECONCILIACAO E O FECHO QUE O DIA SEGUINTE TOMA COMO ABERTURA.
      * NUMA REPETICAO O REGISTO NAO MUDA: O FICHEIRO REFEITO E
      * CONFERIDO CONTRA ELE.
      *----------------------------------------------------------------
       REGISTA-DIA.
           IF (WS-REPETICAO) THEN
               IF (WS-TOTAL-LINHAS NOT = WS-REG-LINHAS) OR
                  (WS-TOTAL-DEBITOS NOT = WS-REG-DEBITOS) OR
                  (WS-TOTAL-CREDITOS NOT = WS-REG-CREDITOS) THEN
                   MOVE "S" TO WS-DIFERE-SW
               END-IF
           ELSE
               MOVE SPACES TO REGISTO-CONTABIL
               MOVE WS-DIA TO CTB-DIA
               MOVE WS-HOJE TO CTB-LANCADO
               MOVE WS-TOTAL-LINHAS TO CTB-LINHAS
               MOVE WS-TOTAL-DEBITOS TO CTB-DEBITOS
               MOVE WS-TOTAL-CREDITOS TO CTB-CREDITOS
               MOVE WS-ABERTURA TO CTB-ABERTURA
               MOVE WS-FECHO TO CTB-FECHO
               MOVE WS-RESULTADO TO CTB-ESTADO
               WRITE REGISTO-CONTABIL
                INVALID KEY
                CONTINUE
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * ESCREVE-RELATORIO
      * TOTAIS POR CONTA, CONTROLO DO FICHEIRO E A RECONCILIACAO COM O
      * SALDO EM ABERTO DE MULTAS.
      *----------------------------------------------------------------
       ESCREVE-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "LANCAMENTO CONTABILISTICO DIARIO - "
                    DELIMITED BY SIZE
                  WS-DIA DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF (WS-REPETICAO) THEN
               STRING "REPETICAO DO LANCAMENTO FEITO EM "
                        DELIMITED BY SIZE
                      WS-REG-LANCADO DELIMITED BY SIZE
                 INTO WS-LINHA
           ELSE
               MOVE "DIA LANCADO AGORA" TO WS-LINHA
           END-IF.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "FICHEIRO: " DELIMITED BY SIZE
                  WS-NOME-LANCAMENTO DELIMITED BY SPACES
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE "CONTA             DEBITOS      CREDITOS" TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 4
               MOVE SPACES TO WS-LINHA
               MOVE WS-CT-CONTA(WS-CX) TO WS-LINHA(1:10)
               MOVE WS-CT-DEBITO(WS-CX) TO WS-TOTAL-ED
               MOVE WS-TOTAL-ED TO WS-LINHA(13:12)
               MOVE WS-CT-CREDITO(WS-CX) TO WS-TOTAL-ED
               MOVE WS-TOTAL-ED TO WS-LINHA(27:12)
               WRITE REGISTO-REL FROM WS-LINHA
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "LINHAS NO FICHEIRO      : " DELIMITED BY SIZE
                  WS-TOTAL-LINHAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "COBRANCAS LANCADAS      : " DELIMITED BY SIZE
                  WS-TOTAL-COBRANCAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "RECIBOS LANCADOS        : " DELIMITED BY SIZE
                  WS-TOTAL-RECIBOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE WS-TOTAL-DEBITOS TO WS-MONTANTE.
           MOVE "TOTAL A DEBITO" TO WS-ROTULO.
           PERFORM ESCREVE-MONTANTE.
           MOVE WS-TOTAL-CREDITOS TO WS-MONTANTE.
           MOVE "TOTAL A CREDITO" TO WS-ROTULO.
           PERFORM ESCREVE-MONTANTE.
           IF (WS-DIFERE-DO-LANCADO) THEN
               MOVE SPACES TO WS-LINHA
               STRING "ATENCAO: O FICHEIRO REFEITO DIFERE DO LANCADO ("
                        DELIMITED BY SIZE
                      WS-REG-LINHAS DELIMITED BY SIZE
                      " LINHAS). HA MOVIMENTOS DO DIA GRAVADOS DEPOIS"
                        DELIMITED BY SIZE
                      " DO LANCAMENTO." DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
           END-IF.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE "RECONCILIACAO COM O SALDO EM ABERTO DE MULTAS"
             TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE WS-ABERTURA TO WS-MONTANTE.
           MOVE "SALDO NO INICIO DO DIA" TO WS-ROTULO.
           PERFORM ESCREVE-MONTANTE.
           MOVE WS-TOTAL-MULTAS TO WS-MONTANTE.
           MOVE "+ MULTAS" TO WS-ROTULO.
           PERFORM ESCREVE-MONTANTE.
           MOVE WS-TOTAL-REPOSICOES TO WS-MONTANTE.
           MOVE "+ REPOSICOES" TO WS-ROTULO.
           PERFORM ESCREVE-MONTANTE.
           MOVE WS-TOTAL-PAGAMENTOS TO WS-MONTANTE.
           MOVE "- PAGAMENTOS" TO WS-ROTULO.
           PERFORM ESCREVE-MONTANTE.
           MOVE WS-CALCULADO TO WS-MONTANTE.
           MOVE "= SALDO CALCULADO" TO WS-ROTULO.
           PERFORM ESCREVE-MONTANTE.
           MOVE WS-FECHO TO WS-MONTANTE.
           MOVE "SALDO NO FIM DO DIA" TO WS-ROTULO.
           PERFORM ESCREVE-MONTANTE.
           MOVE WS-DIFERENCA TO WS-MONTANTE.
           MOVE "DIFERENCA" TO WS-ROTULO.
           PERFORM ESCREVE-MONTANTE.
           MOVE SPACES TO WS-LINHA.
           STRING "RESULTADO               : " DELIMITED BY SIZE
                  WS-RESULTADO DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           IF (WS-PRIMEIRO) THEN
               MOVE "PRIMEIRO DIA LANCADO: INICIO DEDUZIDO DO FIM"
                 TO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
           END-IF.
           CLOSE RELATORIO.

       ESCREVE-MONTANTE.
           MOVE WS-MONTANTE TO WS-MONTANTE-ED.
           MOVE SPACES TO WS-LINHA.
           STRING WS-ROTULO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-MONTANTE-ED DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

      *----------------------------------------------------------------
      * LE-PARAMETROS
      * AS CONTAS DO REGISTO GLOBAL (CATEGORIA 0).
      *----------------------------------------------------------------
       LE-PARAMETROS.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 4
               MOVE SPACES TO WS-CT-CONTA(WS-CX)
               MOVE 0 TO WS-CT-DEBITO(WS-CX)
               MOVE 0 TO WS-CT-CREDITO(WS-CX)
           END-PERFORM.
           OPEN INPUT PARAMETROS.
           MOVE 0 TO PAR-CATEGORIA.
           READ PARAMETROS
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             MOVE PAR-CONTA-CAIXA TO WS-CT-CONTA(1)
             MOVE PAR-CONTA-CLIENTES TO WS-CT-CONTA(2)
             MOVE PAR-CONTA-MULTAS TO WS-CT-CONTA(3)
             MOVE PAR-CONTA-REPOSICAO TO WS-CT-CONTA(4)
           END-READ.
           CLOSE PARAMETROS.

       END PROGRAM RENTCTB.
