      *          (cron/JCL), percorre o ficheiro de rentals, marca como
      *          ATRASADO os que ja passaram a data de entrega e ainda
      *          nao foram devolvidos, e produz um relatorio resumo.
      *          Lista tambem os cartoes de leitor que caducam nos
      *          proximos 30 dias e junta ao ficheiro de avisos uma
      *          carta de renovacao por cartao (so uma por validade).
      *          As cartas de atraso so saem para os clientes com
      *          aviso por carta; os restantes sao avisados por
      *          e-mail ou SMS pelo RENTNOT, que corre a seguir.
      *          Termina com RETURN-CODE 8 quando recusa a corrida (ja
      *          corrida hoje, ou FORCA sem supervisor valido), para a
      *          corrida noturna RENTJOB nao seguir adiante.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "RENTALS-AUDIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIARIO-MULTAS
           ASSIGN TO "RENTALS-MULTAS-MOV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESERVAS ASSIGN TO "RENTALS-RESERVAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PAR
           RECORD KEY IS PAR-CHAVE.

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

       FD RESERVAS.
           COPY RENTRES.

       FD PARAMETROS.
           COPY RENTPAR.

       FD CALENDARIO.
           COPY RENTCAL.

       FD EXEMPLARES.
           COPY RENTEXE.

       WORKING-STORAGE SECTION.
       77 FS                         PIC 9(02).
           88 FS-OK                  VALUES 0, 2.
       77 FS-PAR                     PIC 9(02).
           88 FS-PAR-OK              VALUES 0.
           88 FS-PAR-NAO-EXISTE      VALUES 35.
       77 FS-CAL                     PIC 9(02).
           88 FS-CAL-OK              VALUES 0.
           88 FS-CAL-NAO-EXISTE      VALUES 05, 35.
       77 FS-EXE                     PIC 9(02).
           88 FS-EXE-OK              VALUES 0, 2.
      * DATA DE HOJE, NO FORMATO AAAAMMDD
       77 WS-HOJE                    PIC 9(08).
       77 WS-LINHA                   PIC X(150) VALUES SPACES.
       77 WS-RESERVA-DIAS            PIC 9(03) VALUE 7.
       77 WS-DIAS-ESPERA             PIC S9(07) VALUE 0.
       77 WS-TOTAL-EXPIRADAS         PIC 9(07) VALUES 0.
      * CARTOES A CADUCAR: JANELA DE AVISO, LIMITE DA JANELA, DATA A
      * PARTIR DA QUAL JA HOUVE CARTA PARA A VALIDADE ATUAL E TOTAIS
       77 WS-DIAS-RENOVACAO          PIC 9(03) VALUE 30.
       77 WS-VALIDADE-LIMITE         PIC 9(08) VALUE 0.
       77 WS-CARTA-DESDE             PIC 9(08) VALUE 0.
       77 WS-TOTAL-A-CADUCAR         PIC 9(07) VALUES 0.
       77 WS-TOTAL-RENOVACAO         PIC 9(07) VALUES 0.
      * CLIENTES EM ATRASO COM AVISO POR E-MAIL/SMS, SEM CARTA
       77 WS-TOTAL-ELETRONICOS       PIC 9(07) VALUES 0.
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
      * ESCALADA DOS AVISOS DE ATRASO: DIAS DE ATRASO A PARTIR DOS
      * QUAIS SOBE PARA SEGUNDO AVISO E PARA AVISO FINAL
       77 WS-DIAS-2AVISO             PIC 9(03) VALUE 7.
           88 WS-RECUSADO            VALUE "S".
       77 WS-COD-RECOMECO            PIC 9(09) VALUE 0.
       77 WS-PAGO-ANTERIOR           PIC 9(05)V99 VALUE 0.
       77 WS-VALOR-ANTERIOR          PIC 9(05)V99 VALUE 0.
      * AVISO UNICO QUANDO A TABELA DE CARTAS TRANSBORDA
       77 WS-AVISO-CHEIO-SW          PIC X VALUE "N".
           88 WS-AVISO-CHEIO         VALUE "S".
           PERFORM LE-PARAMETROS.
           PERFORM LE-CONTROLO THRU FIM-LE-CONTROLO.
           IF (WS-RECUSADO) THEN
               MOVE 8 TO RETURN-CODE
               GO FIM
           END-IF.
           OPEN I-O FIC.
           END-IF.
           OPEN OUTPUT RELATORIO.
           OPEN I-O LIVROS.
           OPEN I-O CLIENTES.
           OPEN I-O MULTAS.
           OPEN I-O EXEMPLARES.
           MOVE SPACES TO WS-LINHA.
           STRING "RELATORIO FIM DE DIA - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
           PERFORM CICLO-BATCH THRU FIM-CICLO-BATCH.
           PERFORM EMITE-AVISOS.
           PERFORM CICLO-RESERVAS THRU FIM-CICLO-RESERVAS.
           PERFORM CICLO-VALIDADES THRU FIM-CICLO-VALIDADES.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "REGISTOS LIDOS    : " DELIMITED BY SIZE
                  WS-AVISOS-NIVEL-3 DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "AVISOS ELETRONICOS: " DELIMITED BY SIZE
                  WS-TOTAL-ELETRONICOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "CARTOES A CADUCAR : " DELIMITED BY SIZE
                  WS-TOTAL-A-CADUCAR DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "CARTAS RENOVACAO  : " DELIMITED BY SIZE
                  WS-TOTAL-RENOVACAO DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           IF (WS-AVISO-CHEIO) THEN
               MOVE "TABELA DE CARTAS CHEIA. HA AVISOS SEM CARTA."
                 TO WS-LINHA
           CLOSE LIVROS.
           CLOSE CLIENTES.
           CLOSE MULTAS.
           CLOSE EXEMPLARES.
           CLOSE FIC.
           PERFORM FECHA-CONTROLO.
       FIM.
      * PASSOU E FAZ SUBIR O NIVEL DE AVISO DOS QUE CONTINUAM POR
      * DEVOLVER: PRIMEIRO AVISO AO ENTRAR EM ATRASO, SEGUNDO AVISO
      * PASSADOS WS-DIAS-2AVISO DIAS E AVISO FINAL PASSADOS
      * WS-DIAS-3AVISO DIAS (DIAS EM QUE A FILIAL ESTEVE ABERTA,
      * SEGUNDO O CALENDARIO), ALTURA EM QUE O RENTAL PASSA A PERDIDO
      * E O CUSTO DE REPOSICAO E LANCADO NA MULTA E NO FICHEIRO DE
      * MULTAS. CADA SUBIDA DE NIVEL JUNTA O LIVRO A CARTA DO CLIENTE
      * E FICA NA AUDITORIA, TAL COMO O ALTERAR INTERATIVO.
           IF (FUNCTION TEST-DATE-YYYYMMDD(FS-ENTREGA) NOT = 0) THEN
               GO FIM-VERIFICA-ATRASO
           END-IF.
      * SO CONTAM OS DIAS EM QUE A FILIAL DO EMPRESTIMO ESTEVE
      * ABERTA; SEM NENHUM AINDA NAO HA ATRASO
           MOVE FS-FILIAL TO WS-CAL-FILIAL.
           MOVE FS-ENTREGA TO WS-CAL-DE.
           MOVE WS-HOJE TO WS-CAL-ATE.
           PERFORM CONTA-DIAS-ABERTOS.
           MOVE WS-CAL-DIAS TO WS-DIAS-ATRASO.
           IF (WS-DIAS-ATRASO = 0) THEN
               GO FIM-VERIFICA-ATRASO
           END-IF.
           MOVE 0 TO WS-NIVEL-NOVO.
           IF (FS-NIVEL-AVISO = 0) THEN
               MOVE 1 TO WS-NIVEL-NOVO
           MOVE FS-NIVEL-AVISO TO WS-RA-NIVEL-AVISO.
           MOVE FS-GUIA TO WS-RA-GUIA.
           MOVE FS-FILIAL TO WS-RA-FILIAL.
           MOVE FS-EXEMPLAR TO WS-RA-EXEMPLAR.
           MOVE WS-NIVEL-NOVO TO FS-NIVEL-AVISO.
           IF (WS-NIVEL-NOVO = 3) THEN
               MOVE "PERDIDO" TO FS-SITUACAO
             INVALID KEY
             DISPLAY "ERRO A ATUALIZAR REGISTO " FS-COD
             NOT INVALID KEY
             MOVE SPACES TO WS-LINHA
             STRING FS-COD    DELIMITED BY SIZE " "
                    DELIMITED BY SIZE
             PERFORM JUNTA-AVISO
             IF (WS-NIVEL-NOVO = 3) THEN
                 PERFORM GRAVA-MULTA-REPOSICAO
                 PERFORM PERDE-EXEMPLAR
             END-IF
             PERFORM GRAVA-AUDITORIA
           END-REWRITE.
       FIM-VERIFICA-ATRASO.

      *----------------------------------------------------------------
      * PERDE-EXEMPLAR
      * QUANDO O AVISO FINAL FECHA O RENTAL COMO PERDIDO, O EXEMPLAR
      * QUE ELE LEVOU FICA ABATIDO NO REGISTO DE EXEMPLARES, TAL COMO
      * FAZ O ALTERAR INTERATIVO NA MESMA TRANSICAO, E OS CONTADORES
      * DO LIVRO SAO REFEITOS A PARTIR DO REGISTO.
      *----------------------------------------------------------------
       PERDE-EXEMPLAR.
           MOVE WS-RA-EXEMPLAR TO EXE-COD.
           READ EXEMPLARES
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             IF (EXE-RENTAL = WS-RA-COD) THEN
                 MOVE "ABATIDO" TO EXE-SITUACAO
                 MOVE WS-HOJE TO EXE-DATA-SITUACAO
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
      * REGISTO DE EXEMPLARES, COM AS MESMAS REGRAS DO INTERATIVO:
      * POR FILIAL, EXEMPLARES = PRATELEIRA + EMPRESTADOS, DISPONIVEIS
      * = PRATELEIRA, TRANSITO NA FILIAL DE DESTINO; ABATIDOS FORA.
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
      * JUNTA-AVISO
      * ACRESCENTA O LIVRO EM ATRASO A CARTA DO SEU CLIENTE NA TABELA
      *----------------------------------------------------------------
       GRAVA-MULTA-REPOSICAO.
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
               MOVE "REPOSICAO" TO MOV-TIPO
               MOVE MUL-COD TO MOV-COD
               MOVE MUL-CLIENTE TO MOV-CLIENTE
               COMPUTE MOV-VALOR = MUL-VALOR - WS-VALOR-ANTERIOR
               MOVE "RENTBAT" TO MOV-PROGRAMA
               OPEN EXTEND DIARIO-MULTAS
               WRITE REGISTO-MOVIMENTO
               CLOSE DIARIO-MULTAS
           END-IF.

      *----------------------------------------------------------------
      * EMITE-AVISOS
      * ESCREVE O FICHEIRO DE CARTAS DA CORRIDA: UMA CARTA POR CLIENTE
      * COM A MORADA DO MESTRE DE CLIENTES E UMA LINHA POR LIVRO EM
      * ATRASO COM OS DIAS E O NIVEL DO AVISO. OS CLIENTES QUE PEDIRAM
      * OS AVISOS POR E-MAIL OU SMS, E TEM ESSE CONTACTO, NAO LEVAM
      * CARTA: O AVISO SAI PELO RENTNOT, QUE SO VOLTA A ESCREVER
      * CARTA AQUI QUANDO A CENTRAL NAO O CONSEGUE ENTREGAR.
      *----------------------------------------------------------------
       EMITE-AVISOS.
           OPEN OUTPUT AVISOS.
             MOVE SPACES TO CLI-TELEFONE
             MOVE WS-AVT-CLIENTE(WS-IX) TO CLI-COD
           END-READ.
           IF (CLI-CONTACTO-EMAIL AND CLI-EMAIL NOT = SPACES) OR
              (CLI-CONTACTO-SMS AND CLI-TELEFONE NOT = SPACES) THEN
               ADD 1 TO WS-TOTAL-ELETRONICOS
           ELSE
               PERFORM ESCREVE-CARTA-ATRASO
           END-IF.

       ESCREVE-CARTA-ATRASO.
           MOVE ALL "-" TO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
                  (RES-DISPONIVEL NOT = ZEROS) AND
                  (FUNCTION TEST-DATE-YYYYMMDD(RES-DISPONIVEL) = 0)
                  THEN
                   MOVE RES-FILIAL TO WS-CAL-FILIAL
                   MOVE RES-DISPONIVEL TO WS-CAL-DE
                   MOVE WS-HOJE TO WS-CAL-ATE
                   PERFORM CONTA-DIAS-ABERTOS
                   MOVE WS-CAL-DIAS TO WS-DIAS-ESPERA
                   IF (WS-DIAS-ESPERA > WS-RESERVA-DIAS) THEN
                       MOVE "EXPIRADA" TO RES-SITUACAO
                       REWRITE REGISTO-RESERVA
           CLOSE RESERVAS.
       FIM-CICLO-RESERVAS.

      *----------------------------------------------------------------
      * CICLO-VALIDADES
      * VARRE O MESTRE DE CLIENTES E LISTA NO RELATORIO OS CARTOES QUE
      * CADUCAM ENTRE HOJE E DAQUI A 30 DIAS. CADA UM RECEBE NO
      * FICHEIRO DE AVISOS UMA CARTA DE RENOVACAO, SALVO SE JA TEVE
      * CARTA DENTRO DA JANELA DESTA VALIDADE; A DATA DA CARTA FICA
      * NO CLIENTE. UMA CORRIDA REPETIDA NO MESMO DIA VOLTA A ESCREVER
      * AS CARTAS DO DIA, PORQUE O FICHEIRO DE AVISOS E REFEITO.
      *----------------------------------------------------------------
       CICLO-VALIDADES.
           COMPUTE WS-VALIDADE-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   + WS-DIAS-RENOVACAO).
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE "CARTOES A CADUCAR NOS PROXIMOS 30 DIAS" TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE "CLIENTE              VALIDADE CARTA    NOME"
             TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           OPEN EXTEND AVISOS.
           MOVE SPACES TO WS-LINHA.
           STRING "CARTAS DE RENOVACAO DE CARTAO - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE 0 TO CLI-COD.
           START CLIENTES KEY > CLI-COD
             INVALID KEY
             MOVE 10 TO FS-CLI
             NOT INVALID KEY
             MOVE 0 TO FS-CLI
           END-START.
           PERFORM UNTIL NOT FS-CLI-OK
               READ CLIENTES NEXT RECORD
               AT END
               MOVE 10 TO FS-CLI
               NOT AT END
               IF (CLI-VALIDADE >= WS-HOJE) AND
                  (CLI-VALIDADE <= WS-VALIDADE-LIMITE) AND
                  (FUNCTION TEST-DATE-YYYYMMDD(CLI-VALIDADE) = 0)
                  THEN
                   PERFORM TRATA-VALIDADE
               END-IF
               END-READ
           END-PERFORM.
           CLOSE AVISOS.
       FIM-CICLO-VALIDADES.

       TRATA-VALIDADE.
           ADD 1 TO WS-TOTAL-A-CADUCAR.
           COMPUTE WS-CARTA-DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CLI-VALIDADE)
                   - WS-DIAS-RENOVACAO).
           IF (CLI-CARTA-RENOVACAO < WS-CARTA-DESDE) OR
              (CLI-CARTA-RENOVACAO = WS-HOJE) THEN
               MOVE WS-HOJE TO CLI-CARTA-RENOVACAO
               REWRITE REGISTO-CLIENTE
                INVALID KEY
                DISPLAY "ERRO A ATUALIZAR CLIENTE " CLI-COD
                NOT INVALID KEY
                PERFORM ESCREVE-CARTA-RENOVACAO
               END-REWRITE
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING CLI-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-VALIDADE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-CARTA-RENOVACAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

       ESCREVE-CARTA-RENOVACAO.
           ADD 1 TO WS-TOTAL-RENOVACAO.
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
           MOVE SPACES TO WS-LINHA.
           STRING "O SEU CARTAO DE LEITOR N. " DELIMITED BY SIZE
                  CLI-COD DELIMITED BY SIZE
                  " CADUCA EM " DELIMITED BY SIZE
                  CLI-VALIDADE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE "DEPOIS DESSA DATA NAO PODERA REQUISITAR NEM RESERVAR."
             TO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE "QUEIRA RENOVAR O CARTAO NO BALCAO DA BIBLIOTECA."
             TO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-AVISO FROM WS-LINHA.

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
      * GRAVA-AUDITORIA
      * REGISTA EM RENTALS-AUDIT.TXT A IMAGEM DO REGISTO ANTES DE O
      * BATCH O MARCAR COMO ATRASADO, PARA RECONSTITUIR O HISTORICO,
      * E A IMAGEM DEPOIS (O RENTAL MARCADO E O EXEMPLAR COMO FICOU)
      * PARA A RECUPERACAO POR AVANCO.
      *----------------------------------------------------------------
       GRAVA-AUDITORIA.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
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
           OPEN EXTEND AUDITORIA.
           WRITE REGISTO-AUDIT.
           CLOSE AUDITORIA.
