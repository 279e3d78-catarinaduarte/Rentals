      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recomendacao de aquisicoes para a compra de livros.
      *          Ordena os titulos pela pressao da procura e propoe
      *          exemplares a mais por filial, em vez de se comprar a
      *          olho. Chamada:
      *            RENTAQU [MESES]
      *              analisa os ultimos MESES (12 se nao vier), desde
      *              o dia 1 do mes que ficou MESES meses para tras
      *            RENTAQU APROVA <operador>
      *              aprova a proposta; o operador tem de ser
      *              supervisor no mestre
      *          Por livro e por filial conta as reservas em ESPERA
      *          ainda sem livro guardado (RES-DISPONIVEL = 0), os
      *          emprestimos do periodo em RENTALS.TXT e em
      *          RENTALS-HISTORICO.TXT, as perdas (PERDIDO com entrega
      *          prevista no periodo), os exemplares DANIFICADOS ainda
      *          em uso e os INUTILIZADOS abatidos no periodo:
      *            PRESSAO = (10 x ESPERA + EMPRESTIMOS) / EXEMPLARES
      *                      + 2 x (PERDAS + DANOS)
      *          Proposta por filial: um exemplar por cada dois
      *          leitores em espera, a reposicao dos perdidos e
      *          inutilizados, e mais um se a filial nao tem nenhum na
      *          prateleira e emprestou pelo menos um por exemplar e
      *          por mes, ate 5 por filial. O relatorio
      *          RENTALS-AQUISICAO-REL.TXT lista os titulos por ordem
      *          de pressao e, a parte, os nunca emprestados com
      *          exemplares anteriores ao periodo e sem reservas, como
      *          candidatos a desbaste. A proposta vai para
      *          RENTALS-AQUISICAO-PROP.TXT ja no formato da carga de
      *          livros (COD;TITULO;AUTOR;ISBN;CATEGORIA;EXEMPLARES;
      *          FILIAL), para ser revista a mao: apagar linhas ou
      *          mudar quantidades (0 retira a linha). Com APROVA as
      *          linhas validas passam para RENTALS-AQUISICAO-
      *          <AAAAMMDD>.TXT, com os dados do livro tirados do
      *          mestre, e quando a encomenda chega carregam-se com
      *          RENTIMP LIVROS <ficheiro>. Recusa arrancar com o
      *          batch de fim-de-dia EM CURSO e termina com RETURN-CODE
      *          8 quando a chamada e recusada ou ha linhas recusadas
      *          na aprovacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAQU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FIC ASSIGN TO "RENTALS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS
           RECORD KEY IS FS-CHAVE
           ALTERNATE RECORD KEY IS FS-CLIENTE WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-LIVRO WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-GUIA WITH DUPLICATES.

           SELECT OPTIONAL HISTORICO ASSIGN TO "RENTALS-HISTORICO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-HIS
           RECORD KEY IS HS-CHAVE
           ALTERNATE RECORD KEY IS HS-CLIENTE WITH DUPLICATES
           ALTERNATE RECORD KEY IS HS-LIVRO WITH DUPLICATES.

           SELECT OPTIONAL RESERVAS ASSIGN TO "RENTALS-RESERVAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-RES
           RECORD KEY IS RES-CHAVE
           ALTERNATE RECORD KEY IS RES-LIVRO WITH DUPLICATES
           ALTERNATE RECORD KEY IS RES-CLIENTE WITH DUPLICATES.

           SELECT OPTIONAL EXEMPLARES ASSIGN TO "EXEMPLARES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EXE
           RECORD KEY IS EXE-CHAVE
           ALTERNATE RECORD KEY IS EXE-LIVRO WITH DUPLICATES.

           SELECT OPTIONAL LIVROS ASSIGN TO "LIVROS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LIV
           RECORD KEY IS LIV-COD.

           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERADORES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-OPE
           RECORD KEY IS OPE-COD.

           SELECT OPTIONAL CONTROLO ASSIGN TO "RENTALS-CONTROLO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CTL
           RECORD KEY IS CTL-CHAVE.

      * FICHEIRO DE TRABALHO DA CORRIDA, REFEITO A CADA CHAMADA: OS
      * TITULOS COM PRESSAO, DO MAIOR PARA O MENOR, E OS CANDIDATOS A
      * DESBASTE, DO EXEMPLAR MAIS ANTIGO PARA O MAIS RECENTE
           SELECT OPTIONAL TRABALHO
           ASSIGN TO "RENTALS-AQUISICAO-TRAB.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-TRB
           RECORD KEY IS TRB-CHAVE.

           SELECT OPTIONAL PROPOSTA
           ASSIGN TO "RENTALS-AQUISICAO-PROP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRO.

      * AS LINHAS APROVADAS, DE NOME DATADO, PARA A CARGA DE LIVROS
           SELECT OPTIONAL APROVADAS ASSIGN TO WS-NOME-APROVADAS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELATORIO
           ASSIGN TO "RENTALS-AQUISICAO-REL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FIC.
           COPY RENTREG.

       FD HISTORICO.
           COPY RENTREG REPLACING ==REGISTO== BY ==REGISTO-HIST==
                                  LEADING ==FS== BY ==HS==
                                  LEADING ==SITUACAO== BY ==HSIT==.

       FD RESERVAS.
           COPY RENTRES.

       FD EXEMPLARES.
           COPY RENTEXE.

       FD LIVROS.
           COPY LIVREG.

       FD OPERADORES.
           COPY RENTOPE.

       FD CONTROLO.
           COPY RENTCTL.

       FD TRABALHO.
       01 REGISTO-TRABALHO.
           05 TRB-CHAVE.
      * A = AQUISICAO (ORDEM = PRESSAO INVERTIDA), D = DESBASTE
      * (ORDEM = AQUISICAO DO EXEMPLAR MAIS ANTIGO)
               10 TRB-LISTA          PIC X(01).
               10 TRB-ORDEM          PIC 9(08).
               10 TRB-LIVRO          PIC 9(20).
           05 TRB-PRESSAO            PIC 9(05)V99.
           05 TRB-PERDAS             PIC 9(05).
           05 TRB-DANOS              PIC 9(05).
           05 TRB-FILIAL OCCURS 2 TIMES.
               10 TRB-FIL-EXEMPLARES  PIC 9(03).
               10 TRB-FIL-DISPONIVEIS PIC 9(03).
               10 TRB-FIL-ESPERA      PIC 9(05).
               10 TRB-FIL-EMPRESTIMOS PIC 9(05).
               10 TRB-FIL-PROPOSTA    PIC 9(03).

       FD PROPOSTA.
       01 REGISTO-PROPOSTA.
           05 LINHA-PROPOSTA         PIC X(150).

       FD APROVADAS.
       01 REGISTO-APROVADA.
           05 LINHA-APROVADA         PIC X(150).

       FD RELATORIO.
       01 REGISTO-REL.
           05 LINHAS-REL              PIC X(150).

       WORKING-STORAGE SECTION.
       77 FS                         PIC 9(02).
           88 FS-OK                  VALUES 0, 2.
       77 FS-HIS                     PIC 9(02).
           88 FS-HIS-OK              VALUES 0, 2.
       77 FS-RES                     PIC 9(02).
           88 FS-RES-OK              VALUES 0, 2.
       77 FS-EXE                     PIC 9(02).
           88 FS-EXE-OK              VALUES 0, 2.
       77 FS-LIV                     PIC 9(02).
           88 FS-LIV-OK              VALUES 0.
       77 FS-OPE                     PIC 9(02).
           88 FS-OPE-OK              VALUES 0.
       77 FS-CTL                     PIC 9(02).
           88 FS-CTL-OK              VALUES 0.
       77 FS-TRB                     PIC 9(02).
           88 FS-TRB-OK              VALUES 0, 2.
       77 FS-PRO                     PIC 9(02).
           88 FS-PRO-OK              VALUES 0.
           88 FS-PRO-NAO-EXISTE      VALUES 05, 35.
      * DATA DE HOJE, NO FORMATO AAAAMMDD
       01 WS-HOJE                    PIC 9(08).
       01 WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HJ-ANO              PIC 9(04).
           05 WS-HJ-MES              PIC 9(02).
           05 WS-HJ-DIA              PIC 9(02).
       77 WS-LINHA                   PIC X(150) VALUES SPACES.
      * LINHA DE COMANDO: MESES, OU APROVA <OPERADOR>
       77 WS-PARAMETRO               PIC X(80) VALUES SPACES.
       77 WS-PARAM-MESES             PIC X(10) VALUES SPACES.
       77 WS-PARAM-OPERADOR          PIC X(08) VALUES SPACES.
       77 WS-OPERADOR                PIC X(08) VALUES SPACES.
       77 WS-MODO-SW                 PIC X VALUE "A".
           88 MODO-ANALISE           VALUE "A".
           88 MODO-APROVACAO         VALUE "P".
       77 WS-RECUSA-SW               PIC X VALUE "N".
           88 WS-RECUSADO            VALUE "S".
      * PERIODO ANALISADO: DESDE O DIA 1 DO MES WS-MESES MESES ATRAS
       77 WS-MESES                   PIC 9(02) VALUE 12.
       77 WS-NUM-MESES               PIC 9(06) VALUE 0.
       01 WS-INICIO                  PIC 9(08) VALUE 0.
       01 WS-INICIO-R REDEFINES WS-INICIO.
           05 WS-IN-ANO              PIC 9(04).
           05 WS-IN-MES              PIC 9(02).
           05 WS-IN-DIA              PIC 9(02).
      * REGRAS DA PROPOSTA
       77 WS-LEITORES-POR-EXEMPLAR   PIC 9(02) VALUE 2.
       77 WS-MAXIMO-PROPOSTA         PIC 9(03) VALUE 5.
      * CONTAGENS DO LIVRO EM CURSO, POR FILIAL (1 = SEDE)
       01 WS-TABELA-FILIAIS.
           05 WS-FILIAIS OCCURS 2 TIMES.
               10 WS-F-EXEMPLARES    PIC 9(05).
               10 WS-F-DISPONIVEIS   PIC 9(05).
               10 WS-F-ESPERA        PIC 9(05).
               10 WS-F-EMPRESTIMOS   PIC 9(05).
               10 WS-F-PERDAS        PIC 9(05).
               10 WS-F-DANIFICADOS   PIC 9(05).
               10 WS-F-INUTILIZADOS  PIC 9(05).
               10 WS-F-PROPOSTA      PIC 9(05).
       77 WS-FIL-IX                  PIC 9(02) VALUE 0.
       77 WS-FX                      PIC 9(02) VALUE 0.
      * TOTAIS DO LIVRO EM CURSO
       77 WS-EXEMPLARES              PIC 9(05) VALUE 0.
       77 WS-ESPERA                  PIC 9(05) VALUE 0.
       77 WS-EMPRESTIMOS             PIC 9(05) VALUE 0.
       77 WS-PERDAS                  PIC 9(05) VALUE 0.
       77 WS-DANOS                   PIC 9(05) VALUE 0.
       77 WS-PROPOSTA                PIC 9(05) VALUE 0.
       77 WS-PRESSAO                 PIC 9(05)V99 VALUE 0.
      * EMPRESTIMOS DE SEMPRE, PARA OS NUNCA EMPRESTADOS
       77 WS-EMPRESTIMOS-SEMPRE      PIC 9(07) VALUE 0.
       77 WS-AQUISICAO-ANTIGA        PIC 9(08) VALUE 0.
      * TOTAIS DA CORRIDA
       77 WS-TOTAL-LIVROS            PIC 9(07) VALUE 0.
       77 WS-TOTAL-PRESSAO           PIC 9(07) VALUE 0.
       77 WS-TOTAL-DESBASTE          PIC 9(07) VALUE 0.
       77 WS-TOTAL-LINHAS            PIC 9(07) VALUE 0.
       77 WS-TOTAL-FILIAL-1          PIC 9(07) VALUE 0.
       77 WS-TOTAL-FILIAL-2          PIC 9(07) VALUE 0.
       77 WS-ORDEM                   PIC 9(05) VALUE 0.
      * APROVACAO: CAMPOS DE CADA LINHA DA PROPOSTA
       77 WS-CMP-COD                 PIC X(20) VALUES SPACES.
       77 WS-CMP-TITULO              PIC X(40) VALUES SPACES.
       77 WS-CMP-AUTOR               PIC X(40) VALUES SPACES.
       77 WS-CMP-ISBN                PIC X(13) VALUES SPACES.
       77 WS-CMP-CATEGORIA           PIC X(02) VALUES SPACES.
       77 WS-CMP-EXEMPLARES          PIC X(03) VALUES SPACES.
       77 WS-CMP-FILIAL              PIC X(02) VALUES SPACES.
       77 WS-QTD-NUM                 PIC 9(03) VALUE 0.
       77 WS-FIL-NUM                 PIC 9(02) VALUE 0.
       77 WS-MOTIVO                  PIC X(40) VALUES SPACES.
       77 WS-NOME-APROVADAS          PIC X(60) VALUES SPACES.
       77 WS-TOTAL-LIDAS             PIC 9(07) VALUE 0.
       77 WS-TOTAL-APROVADAS         PIC 9(07) VALUE 0.
       77 WS-TOTAL-RETIRADAS         PIC 9(07) VALUE 0.
       77 WS-TOTAL-RECUSADAS         PIC 9(07) VALUE 0.
       77 WS-TOTAL-EXEMPLARES        PIC 9(07) VALUE 0.
      * EDICAO DAS LINHAS DO RELATORIO
       77 WS-ORDEM-ED                PIC ZZZZ9.
       77 WS-PRESSAO-ED              PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
               INTO WS-PARAM-MESES WS-PARAM-OPERADOR.
           PERFORM VALIDA-CHAMADA.
           IF (WS-RECUSADO) THEN
               MOVE 8 TO RETURN-CODE
               GO FIM
           END-IF.
           IF (MODO-APROVACAO) THEN
               PERFORM APROVA-PROPOSTA THRU FIM-APROVA-PROPOSTA
               IF (WS-RECUSADO) OR (WS-TOTAL-RECUSADAS > 0) THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO FIM
           END-IF.
           OPEN OUTPUT TRABALHO.
           CLOSE TRABALHO.
           OPEN I-O TRABALHO.
           PERFORM ANALISA-LIVROS.
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT PROPOSTA.
           OPEN INPUT LIVROS.
           PERFORM ESCREVE-CABECALHO.
           PERFORM ESCREVE-PRESSAO.
           PERFORM ESCREVE-DESBASTE.
           PERFORM ESCREVE-TOTAIS.
           CLOSE LIVROS.
           CLOSE PROPOSTA.
           CLOSE RELATORIO.
           CLOSE TRABALHO.
           DISPLAY "TITULOS COM PRESSAO: " WS-TOTAL-PRESSAO
                   "  EXEMPLARES PROPOSTOS: " WS-TOTAL-FILIAL-1
                   " + " WS-TOTAL-FILIAL-2
                   "  DESBASTE: " WS-TOTAL-DESBASTE.
       FIM.
           STOP RUN.

      *----------------------------------------------------------------
      * VALIDA-CHAMADA
      * MESES DE 1 A 99, OU APROVA COM UM SUPERVISOR DO MESTRE DE
      * OPERADORES. NADA CORRE COM O BATCH DE FIM-DE-DIA A MEIO, PARA
      * NAO CONTAR EMPRESTIMOS E EXEMPLARES A MEIO DA ATUALIZACAO.
      *----------------------------------------------------------------
       VALIDA-CHAMADA.
           IF (WS-PARAM-MESES = "APROVA") THEN
               MOVE "P" TO WS-MODO-SW
               OPEN INPUT OPERADORES
               MOVE WS-PARAM-OPERADOR TO OPE-COD
               READ OPERADORES
                 INVALID KEY
                 MOVE 35 TO FS-OPE
                 NOT INVALID KEY
                 MOVE 0 TO FS-OPE
               END-READ
               CLOSE OPERADORES
               IF (WS-PARAM-OPERADOR = SPACES) OR
                  (NOT FS-OPE-OK) OR (NOT OPE-NIVEL-SUPERVISOR) THEN
                   DISPLAY "APROVA EXIGE SUPERVISOR: RENTAQU "
                           "APROVA <OPERADOR>"
                   MOVE "S" TO WS-RECUSA-SW
               ELSE
                   MOVE OPE-COD TO WS-OPERADOR
               END-IF
           ELSE
               IF (WS-PARAM-MESES NOT = SPACES) THEN
                   MOVE 0 TO WS-MESES
                   IF (FUNCTION TEST-NUMVAL(WS-PARAM-MESES) = 0) THEN
                       IF (FUNCTION NUMVAL(WS-PARAM-MESES) > 0) AND
                          (FUNCTION NUMVAL(WS-PARAM-MESES) < 100) THEN
                           COMPUTE WS-MESES =
                               FUNCTION NUMVAL(WS-PARAM-MESES)
                       END-IF
                   END-IF
               END-IF
               IF (WS-MESES = 0) OR
                  (WS-PARAM-OPERADOR NOT = SPACES) THEN
                   DISPLAY "USO: RENTAQU [MESES] | "
                           "RENTAQU APROVA <OPERADOR>"
                   MOVE "S" TO WS-RECUSA-SW
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
                           "RECOMENDACAO DE AQUISICOES ADIADA."
                   MOVE "S" TO WS-RECUSA-SW
               END-IF
           END-IF.
           IF (MODO-ANALISE) AND (NOT WS-RECUSADO) THEN
               COMPUTE WS-NUM-MESES = WS-HJ-ANO * 12 + WS-HJ-MES - 1
                                      - WS-MESES
               COMPUTE WS-IN-ANO = WS-NUM-MESES / 12
               COMPUTE WS-IN-MES =
                   FUNCTION MOD(WS-NUM-MESES, 12) + 1
               MOVE 1 TO WS-IN-DIA
           END-IF.

      *----------------------------------------------------------------
      * ANALISA-LIVROS
      * PERCORRE O MESTRE DE LIVROS E JUNTA AS CONTAGENS DE CADA UM.
      * OS TITULOS COM PRESSAO E OS CANDIDATOS A DESBASTE VAO PARA O
      * FICHEIRO DE TRABALHO, ONDE FICAM JA PELA ORDEM DO RELATORIO.
      *----------------------------------------------------------------
       ANALISA-LIVROS.
           OPEN INPUT LIVROS.
           OPEN INPUT FIC.
           OPEN INPUT HISTORICO.
           OPEN INPUT RESERVAS.
           OPEN INPUT EXEMPLARES.
           MOVE 0 TO LIV-COD.
           START LIVROS KEY > LIV-COD
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-LIV-OK
               READ LIVROS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               PERFORM ANALISA-LIVRO
               END-READ
           END-PERFORM.
           CLOSE LIVROS.
           CLOSE FIC.
           CLOSE HISTORICO.
           CLOSE RESERVAS.
           CLOSE EXEMPLARES.

       ANALISA-LIVRO.
           ADD 1 TO WS-TOTAL-LIVROS.
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1 UNTIL WS-FIL-IX > 2
               COMPUTE WS-F-EXEMPLARES(WS-FIL-IX) =
                   LIV-FIL-EXEMPLARES(WS-FIL-IX) +
                   LIV-FIL-TRANSITO(WS-FIL-IX)
               MOVE LIV-FIL-DISPONIVEIS(WS-FIL-IX)
                 TO WS-F-DISPONIVEIS(WS-FIL-IX)
               MOVE 0 TO WS-F-ESPERA(WS-FIL-IX)
               MOVE 0 TO WS-F-EMPRESTIMOS(WS-FIL-IX)
               MOVE 0 TO WS-F-PERDAS(WS-FIL-IX)
               MOVE 0 TO WS-F-DANIFICADOS(WS-FIL-IX)
               MOVE 0 TO WS-F-INUTILIZADOS(WS-FIL-IX)
               MOVE 0 TO WS-F-PROPOSTA(WS-FIL-IX)
           END-PERFORM.
           MOVE 0 TO WS-EMPRESTIMOS-SEMPRE.
           MOVE 0 TO WS-AQUISICAO-ANTIGA.
           PERFORM CONTA-RESERVAS.
           PERFORM CONTA-EMPRESTIMOS.
           PERFORM CONTA-HISTORICO.
           PERFORM CONTA-EXEMPLARES.
           PERFORM CALCULA-PRESSAO.
           IF (WS-PRESSAO > 0) THEN
               PERFORM GUARDA-PRESSAO
           END-IF.
           IF (WS-EMPRESTIMOS-SEMPRE = 0) AND (WS-ESPERA = 0) AND
              (LIV-EXEMPLARES > 0) AND (WS-AQUISICAO-ANTIGA > 0) AND
              (WS-AQUISICAO-ANTIGA < WS-INICIO) THEN
               PERFORM GUARDA-DESBASTE
           END-IF.

      *----------------------------------------------------------------
      * CONTA-RESERVAS
      * RESERVAS EM ESPERA DO LIVRO QUE AINDA NAO TEM EXEMPLAR GUARDADO,
      * NA FILIAL ONDE FORAM PEDIDAS. AS JA ANUNCIADAS ESTAO SERVIDAS.
      *----------------------------------------------------------------
       CONTA-RESERVAS.
           MOVE LIV-COD TO RES-LIVRO.
           START RESERVAS KEY = RES-LIVRO
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-RES-OK
               READ RESERVAS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (RES-LIVRO NOT = LIV-COD) THEN
                   MOVE 10 TO FS-RES
               ELSE
                   IF (RESERVA-ESPERA) AND (RES-DISPONIVEL = 0) THEN
                       IF (RES-FILIAL = 2) THEN
                           MOVE 2 TO WS-FX
                       ELSE
                           MOVE 1 TO WS-FX
                       END-IF
                       ADD 1 TO WS-F-ESPERA(WS-FX)
                   END-IF
               END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * CONTA-EMPRESTIMOS / CONTA-HISTORICO
      * OS RENTALS DO LIVRO, VIVOS E ARQUIVADOS. TODOS CONTAM PARA OS
      * EMPRESTIMOS DE SEMPRE; OS FEITOS NO PERIODO SAO A ROTACAO DA
      * FILIAL DO EMPRESTIMO, E OS PERDIDOS COM ENTREGA PREVISTA NO
      * PERIODO SAO AS PERDAS.
      *----------------------------------------------------------------
       CONTA-EMPRESTIMOS.
           MOVE LIV-COD TO FS-LIVRO.
           START FIC KEY = FS-LIVRO
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-OK
               READ FIC NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (FS-LIVRO NOT = LIV-COD) THEN
                   MOVE 10 TO FS
               ELSE
                   ADD 1 TO WS-EMPRESTIMOS-SEMPRE
                   IF (FS-FILIAL = 2) THEN
                       MOVE 2 TO WS-FX
                   ELSE
                       MOVE 1 TO WS-FX
                   END-IF
                   IF (FS-RENTAL >= WS-INICIO) THEN
                       ADD 1 TO WS-F-EMPRESTIMOS(WS-FX)
                   END-IF
                   IF (SITUACAO-PERDIDO) AND
                      (FS-ENTREGA >= WS-INICIO) THEN
                       ADD 1 TO WS-F-PERDAS(WS-FX)
                   END-IF
               END-IF
               END-READ
           END-PERFORM.

       CONTA-HISTORICO.
           MOVE LIV-COD TO HS-LIVRO.
           START HISTORICO KEY = HS-LIVRO
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-HIS-OK
               READ HISTORICO NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (HS-LIVRO NOT = LIV-COD) THEN
                   MOVE 10 TO FS-HIS
               ELSE
                   ADD 1 TO WS-EMPRESTIMOS-SEMPRE
                   IF (HS-FILIAL = 2) THEN
                       MOVE 2 TO WS-FX
                   ELSE
                       MOVE 1 TO WS-FX
                   END-IF
                   IF (HS-RENTAL >= WS-INICIO) THEN
                       ADD 1 TO WS-F-EMPRESTIMOS(WS-FX)
                   END-IF
                   IF (HSIT-PERDIDO) AND
                      (HS-ENTREGA >= WS-INICIO) THEN
                       ADD 1 TO WS-F-PERDAS(WS-FX)
                   END-IF
               END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * CONTA-EXEMPLARES
      * NA FILIAL A QUE O EXEMPLAR PERTENCE: DANIFICADOS AINDA EM USO E
      * INUTILIZADOS ABATIDOS NO PERIODO. GUARDA TAMBEM A AQUISICAO
      * MAIS ANTIGA DOS QUE NAO ESTAO ABATIDOS.
      *----------------------------------------------------------------
       CONTA-EXEMPLARES.
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
                   PERFORM CONTA-EXEMPLAR
               END-IF
               END-READ
           END-PERFORM.

       CONTA-EXEMPLAR.
           IF (EXE-FILIAL-CASA = 2) THEN
               MOVE 2 TO WS-FX
           ELSE
               MOVE 1 TO WS-FX
           END-IF.
           IF (EXEMPLAR-ABATIDO) THEN
               IF (EXEMPLAR-INUTILIZADO) AND
                  (EXE-DATA-SITUACAO >= WS-INICIO) THEN
                   ADD 1 TO WS-F-INUTILIZADOS(WS-FX)
               END-IF
           ELSE
               IF (EXEMPLAR-DANIFICADO) THEN
                   ADD 1 TO WS-F-DANIFICADOS(WS-FX)
               END-IF
               IF (WS-AQUISICAO-ANTIGA = 0) OR
                  (EXE-AQUISICAO < WS-AQUISICAO-ANTIGA) THEN
                   MOVE EXE-AQUISICAO TO WS-AQUISICAO-ANTIGA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CALCULA-PRESSAO
      * TOTAIS DO LIVRO, PRESSAO DA PROCURA E PROPOSTA POR FILIAL:
      * UM EXEMPLAR POR CADA WS-LEITORES-POR-EXEMPLAR EM ESPERA, A
      * REPOSICAO DOS PERDIDOS E INUTILIZADOS, E MAIS UM NA FILIAL SEM
      * NENHUM NA PRATELEIRA QUE EMPRESTOU PELO MENOS UM POR EXEMPLAR E
      * POR MES DO PERIODO. NUNCA MAIS DE WS-MAXIMO-PROPOSTA.
      *----------------------------------------------------------------
       CALCULA-PRESSAO.
           MOVE 0 TO WS-EXEMPLARES.
           MOVE 0 TO WS-ESPERA.
           MOVE 0 TO WS-EMPRESTIMOS.
           MOVE 0 TO WS-PERDAS.
           MOVE 0 TO WS-DANOS.
           MOVE 0 TO WS-PROPOSTA.
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1 UNTIL WS-FIL-IX > 2
               ADD WS-F-EXEMPLARES(WS-FIL-IX) TO WS-EXEMPLARES
               ADD WS-F-ESPERA(WS-FIL-IX) TO WS-ESPERA
               ADD WS-F-EMPRESTIMOS(WS-FIL-IX) TO WS-EMPRESTIMOS
               ADD WS-F-PERDAS(WS-FIL-IX) TO WS-PERDAS
               ADD WS-F-DANIFICADOS(WS-FIL-IX) TO WS-DANOS
               ADD WS-F-INUTILIZADOS(WS-FIL-IX) TO WS-DANOS
               COMPUTE WS-F-PROPOSTA(WS-FIL-IX) =
                   (WS-F-ESPERA(WS-FIL-IX) + WS-LEITORES-POR-EXEMPLAR
                    - 1) / WS-LEITORES-POR-EXEMPLAR
                   + WS-F-PERDAS(WS-FIL-IX)
                   + WS-F-INUTILIZADOS(WS-FIL-IX)
               IF (WS-F-EXEMPLARES(WS-FIL-IX) > 0) AND
                  (WS-F-DISPONIVEIS(WS-FIL-IX) = 0) AND
                  (WS-F-EMPRESTIMOS(WS-FIL-IX) >=
                   WS-F-EXEMPLARES(WS-FIL-IX) * WS-MESES) THEN
                   ADD 1 TO WS-F-PROPOSTA(WS-FIL-IX)
               END-IF
               IF (WS-F-PROPOSTA(WS-FIL-IX) > WS-MAXIMO-PROPOSTA) THEN
                   MOVE WS-MAXIMO-PROPOSTA TO WS-F-PROPOSTA(WS-FIL-IX)
               END-IF
               ADD WS-F-PROPOSTA(WS-FIL-IX) TO WS-PROPOSTA
           END-PERFORM.
           IF (WS-EXEMPLARES = 0) THEN
               COMPUTE WS-PRESSAO ROUNDED =
                   WS-ESPERA * 10 + WS-EMPRESTIMOS
                   + (WS-PERDAS + WS-DANOS) * 2
                 ON SIZE ERROR
                 MOVE 99999.99 TO WS-PRESSAO
               END-COMPUTE
           ELSE
               COMPUTE WS-PRESSAO ROUNDED =
                   (WS-ESPERA * 10 + WS-EMPRESTIMOS) / WS-EXEMPLARES
                   + (WS-PERDAS + WS-DANOS) * 2
                 ON SIZE ERROR
                 MOVE 99999.99 TO WS-PRESSAO
               END-COMPUTE
           END-IF.

      *----------------------------------------------------------------
      * GUARDA-PRESSAO / GUARDA-DESBASTE
      * O LIVRO NO FICHEIRO DE TRABALHO. A PRESSAO ENTRA INVERTIDA NA
      * CHAVE PARA A LEITURA SEGUIDA DAR A MAIOR PRIMEIRO; NO DESBASTE
      * VEM PRIMEIRO O EXEMPLAR MAIS ANTIGO.
      *----------------------------------------------------------------
       GUARDA-PRESSAO.
           ADD 1 TO WS-TOTAL-PRESSAO.
           MOVE "A" TO TRB-LISTA.
           COMPUTE TRB-ORDEM = 9999999 - WS-PRESSAO * 100.
           PERFORM MONTA-TRABALHO.
           WRITE REGISTO-TRABALHO
             INVALID KEY
             DISPLAY "ERRO NO FICHEIRO DE TRABALHO, LIVRO " LIV-COD
           END-WRITE.

       GUARDA-DESBASTE.
           ADD 1 TO WS-TOTAL-DESBASTE.
           MOVE "D" TO TRB-LISTA.
           MOVE WS-AQUISICAO-ANTIGA TO TRB-ORDEM.
           PERFORM MONTA-TRABALHO.
           WRITE REGISTO-TRABALHO
             INVALID KEY
             DISPLAY "ERRO NO FICHEIRO DE TRABALHO, LIVRO " LIV-COD
           END-WRITE.

       MONTA-TRABALHO.
           MOVE LIV-COD TO TRB-LIVRO.
           MOVE WS-PRESSAO TO TRB-PRESSAO.
           MOVE WS-PERDAS TO TRB-PERDAS.
           MOVE WS-DANOS TO TRB-DANOS.
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1 UNTIL WS-FIL-IX > 2
               MOVE WS-F-EXEMPLARES(WS-FIL-IX)
                 TO TRB-FIL-EXEMPLARES(WS-FIL-IX)
               MOVE WS-F-DISPONIVEIS(WS-FIL-IX)
                 TO TRB-FIL-DISPONIVEIS(WS-FIL-IX)
               MOVE WS-F-ESPERA(WS-FIL-IX)
                 TO TRB-FIL-ESPERA(WS-FIL-IX)
               MOVE WS-F-EMPRESTIMOS(WS-FIL-IX)
                 TO TRB-FIL-EMPRESTIMOS(WS-FIL-IX)
               MOVE WS-F-PROPOSTA(WS-FIL-IX)
                 TO TRB-FIL-PROPOSTA(WS-FIL-IX)
           END-PERFORM.

      *----------------------------------------------------------------
      * ESCREVE-CABECALHO
      *----------------------------------------------------------------
       ESCREVE-CABECALHO.
           MOVE SPACES TO WS-LINHA.
           STRING "RECOMENDACAO DE AQUISICOES - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PERIODO ANALISADO: DESDE " DELIMITED BY SIZE
                  WS-INICIO DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-MESES DELIMITED BY SIZE
                  " MESES)" DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PRESSAO = (10 X ESPERA + EMPRESTIMOS) / EXEMPLARES"
                    DELIMITED BY SIZE
                  " + 2 X (PERDAS + DANOS)" DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

      *----------------------------------------------------------------
      * ESCREVE-PRESSAO
      * OS TITULOS PELA ORDEM DA PRESSAO, COM AS CONTAGENS DE CADA
      * FILIAL. CADA FILIAL COM PROPOSTA DA UMA LINHA NA PROPOSTA, NO
      * FORMATO DA CARGA DE LIVROS.
      *----------------------------------------------------------------
       ESCREVE-PRESSAO.
           MOVE "TITULOS POR ORDEM DE PRESSAO DA PROCURA" TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "       FIL  EXEMP DISP ESPERA EMPREST PROPOSTA"
                    DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE 0 TO WS-ORDEM.
           MOVE "A" TO TRB-LISTA.
           MOVE 0 TO TRB-ORDEM.
           MOVE 0 TO TRB-LIVRO.
           START TRABALHO KEY >= TRB-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-TRB-OK
               READ TRABALHO NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (TRB-LISTA NOT = "A") THEN
                   MOVE 10 TO FS-TRB
               ELSE
                   PERFORM ESCREVE-TITULO
               END-IF
               END-READ
           END-PERFORM.
           IF (WS-ORDEM = 0) THEN
               MOVE "  NENHUM TITULO COM PRESSAO NO PERIODO" TO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
           END-IF.

       ESCREVE-TITULO.
           ADD 1 TO WS-ORDEM.
           MOVE TRB-LIVRO TO LIV-COD.
           READ LIVROS
             INVALID KEY
             MOVE SPACES TO LIV-TITULO
           END-READ.
           MOVE WS-ORDEM TO WS-ORDEM-ED.
           MOVE TRB-PRESSAO TO WS-PRESSAO-ED.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING WS-ORDEM-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRB-LIVRO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LIV-TITULO DELIMITED BY SIZE
                  "  PRESSAO " DELIMITED BY SIZE
                  WS-PRESSAO-ED DELIMITED BY SIZE
                  "  PERDAS " DELIMITED BY SIZE
                  TRB-PERDAS DELIMITED BY SIZE
                  "  DANOS " DELIMITED BY SIZE
                  TRB-DANOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1 UNTIL WS-FIL-IX > 2
               MOVE SPACES TO WS-LINHA
               STRING "        " DELIMITED BY SIZE
                      WS-FIL-IX DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      TRB-FIL-EXEMPLARES(WS-FIL-IX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TRB-FIL-DISPONIVEIS(WS-FIL-IX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TRB-FIL-ESPERA(WS-FIL-IX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      TRB-FIL-EMPRESTIMOS(WS-FIL-IX) DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      TRB-FIL-PROPOSTA(WS-FIL-IX) DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
               IF (TRB-FIL-PROPOSTA(WS-FIL-IX) > 0) THEN
                   PERFORM ESCREVE-PROPOSTA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * ESCREVE-PROPOSTA
      * UMA LINHA COD;TITULO;AUTOR;ISBN;CATEGORIA;EXEMPLARES;FILIAL,
      * COMO A CARGA DE LIVROS A LE. O LIVRO JA EXISTE, PELO QUE A
      * CARGA SO LHE JUNTA OS EXEMPLARES NA FILIAL.
      *----------------------------------------------------------------
       ESCREVE-PROPOSTA.
           ADD 1 TO WS-TOTAL-LINHAS.
           IF (WS-FIL-IX = 1) THEN
               ADD TRB-FIL-PROPOSTA(WS-FIL-IX) TO WS-TOTAL-FILIAL-1
           ELSE
               ADD TRB-FIL-PROPOSTA(WS-FIL-IX) TO WS-TOTAL-FILIAL-2
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING TRB-LIVRO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  LIV-TITULO DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  LIV-AUTOR DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  LIV-ISBN DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  LIV-CATEGORIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TRB-FIL-PROPOSTA(WS-FIL-IX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FIL-IX DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-PROPOSTA FROM WS-LINHA.

      *----------------------------------------------------------------
      * ESCREVE-DESBASTE
      * OS TITULOS NUNCA EMPRESTADOS (NEM EM RENTALS.TXT NEM NO
      * HISTORICO), SEM RESERVAS E COM EXEMPLARES DE ANTES DO PERIODO.
      *----------------------------------------------------------------
       ESCREVE-DESBASTE.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE "CANDIDATOS A DESBASTE (NUNCA EMPRESTADOS)" TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CODIGO                TITULO" DELIMITED BY SIZE
                  "                                    EXEMP AQUISICAO"
                    DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE "D" TO TRB-LISTA.
           MOVE 0 TO TRB-ORDEM.
           MOVE 0 TO TRB-LIVRO.
           START TRABALHO KEY >= TRB-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-TRB-OK
               READ TRABALHO NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (TRB-LISTA NOT = "D") THEN
                   MOVE 10 TO FS-TRB
               ELSE
                   MOVE TRB-LIVRO TO LIV-COD
                   READ LIVROS
                     INVALID KEY
                     MOVE SPACES TO LIV-TITULO
                     MOVE 0 TO LIV-EXEMPLARES
                   END-READ
                   MOVE SPACES TO WS-LINHA
                   STRING TRB-LIVRO DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          LIV-TITULO DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          LIV-EXEMPLARES DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          TRB-ORDEM DELIMITED BY SIZE
                     INTO WS-LINHA
                   WRITE REGISTO-REL FROM WS-LINHA
               END-IF
               END-READ
           END-PERFORM.
           IF (WS-TOTAL-DESBASTE = 0) THEN
               MOVE "  NENHUM CANDIDATO A DESBASTE" TO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
           END-IF.

       ESCREVE-TOTAIS.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "LIVROS ANALISADOS       : " DELIMITED BY SIZE
                  WS-TOTAL-LIVROS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TITULOS COM PRESSAO     : " DELIMITED BY SIZE
                  WS-TOTAL-PRESSAO DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "EXEMPLARES PROPOSTOS F1 : " DELIMITED BY SIZE
                  WS-TOTAL-FILIAL-1 DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "EXEMPLARES PROPOSTOS F2 : " DELIMITED BY SIZE
                  WS-TOTAL-FILIAL-2 DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CANDIDATOS A DESBASTE   : " DELIMITED BY SIZE
                  WS-TOTAL-DESBASTE DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "LINHAS NA PROPOSTA      : " DELIMITED BY SIZE
                  WS-TOTAL-LINHAS DELIMITED BY SIZE
                  " EM RENTALS-AQUISICAO-PROP.TXT" DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "REVER A PROPOSTA E APROVAR COM: " DELIMITED BY SIZE
                  "RENTAQU APROVA <OPERADOR>" DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

      *----------------------------------------------------------------
      * APROVA-PROPOSTA
      * LE A PROPOSTA, TAL COMO FICOU DEPOIS DE REVISTA, E PASSA AS
      * LINHAS VALIDAS PARA O FICHEIRO DATADO DA CARGA DE LIVROS. OS
      * DADOS DO LIVRO VEM DO MESTRE, PARA A CARGA NAO OS MUDAR; DA
      * PROPOSTA SO CONTAM O CODIGO, A QUANTIDADE E A FILIAL.
      *----------------------------------------------------------------
       APROVA-PROPOSTA.
           OPEN INPUT PROPOSTA.
           IF (FS-PRO-NAO-EXISTE) THEN
               DISPLAY "SEM PROPOSTA PARA APROVAR: CORRER PRIMEIRO "
                       "RENTAQU [MESES]"
               CLOSE PROPOSTA
               MOVE "S" TO WS-RECUSA-SW
               GO FIM-APROVA-PROPOSTA
           END-IF.
           STRING "RENTALS-AQUISICAO-" DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-NOME-APROVADAS.
           OPEN OUTPUT APROVADAS.
           OPEN INPUT LIVROS.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "APROVACAO DA PROPOSTA DE AQUISICOES - "
                    DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - APROVADA POR " DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SPACES
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           PERFORM UNTIL NOT FS-PRO-OK
               READ PROPOSTA
               AT END
               CONTINUE
               NOT AT END
               IF (LINHA-PROPOSTA NOT = SPACES) THEN
                   PERFORM APROVA-LINHA THRU FIM-APROVA-LINHA
               END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           STRING "LINHAS LIDAS            : " DELIMITED BY SIZE
                  WS-TOTAL-LIDAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "LINHAS APROVADAS        : " DELIMITED BY SIZE
                  WS-TOTAL-APROVADAS DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-TOTAL-EXEMPLARES DELIMITED BY SIZE
                  " EXEMPLARES)" DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "LINHAS RETIRADAS (0)    : " DELIMITED BY SIZE
                  WS-TOTAL-RETIRADAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "LINHAS RECUSADAS        : " DELIMITED BY SIZE
                  WS-TOTAL-RECUSADAS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "QUANDO A ENCOMENDA CHEGAR: RENTIMP LIVROS "
                    DELIMITED BY SIZE
                  WS-NOME-APROVADAS DELIMITED BY SPACES
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           CLOSE RELATORIO.
           CLOSE LIVROS.
           CLOSE APROVADAS.
           CLOSE PROPOSTA.
           DISPLAY "APROVADAS: " WS-TOTAL-APROVADAS
                   "  RETIRADAS: " WS-TOTAL-RETIRADAS
                   "  RECUSADAS: " WS-TOTAL-RECUSADAS
                   "  FICHEIRO: " WS-NOME-APROVADAS.
       FIM-APROVA-PROPOSTA.

       APROVA-LINHA.
           ADD 1 TO WS-TOTAL-LIDAS.
           MOVE SPACES TO WS-CMP-COD.
           MOVE SPACES TO WS-CMP-TITULO.
           MOVE SPACES TO WS-CMP-AUTOR.
           MOVE SPACES TO WS-CMP-ISBN.
           MOVE SPACES TO WS-CMP-CATEGORIA.
           MOVE SPACES TO WS-CMP-EXEMPLARES.
           MOVE SPACES TO WS-CMP-FILIAL.
           UNSTRING LINHA-PROPOSTA DELIMITED BY ";"
               INTO WS-CMP-COD WS-CMP-TITULO WS-CMP-AUTOR
                    WS-CMP-ISBN WS-CMP-CATEGORIA WS-CMP-EXEMPLARES
                    WS-CMP-FILIAL.
           IF (WS-CMP-COD = SPACES) OR
              (FUNCTION TEST-NUMVAL(WS-CMP-COD) NOT = 0) THEN
               MOVE "CODIGO DO LIVRO INVALIDO" TO WS-MOTIVO
               PERFORM RECUSA-LINHA
               GO FIM-APROVA-LINHA
           END-IF.
           COMPUTE LIV-COD = FUNCTION NUMVAL(WS-CMP-COD).
           READ LIVROS
             INVALID KEY
             MOVE 23 TO FS-LIV
           END-READ.
           IF (NOT FS-LIV-OK) THEN
               MOVE "LIVRO INEXISTENTE" TO WS-MOTIVO
               PERFORM RECUSA-LINHA
               GO FIM-APROVA-LINHA
           END-IF.
           MOVE 0 TO WS-QTD-NUM.
           IF (WS-CMP-EXEMPLARES NOT = SPACES) THEN
               IF (FUNCTION TEST-NUMVAL(WS-CMP-EXEMPLARES) NOT = 0) THEN
                   MOVE "EXEMPLARES NAO NUMERICOS" TO WS-MOTIVO
                   PERFORM RECUSA-LINHA
                   GO FIM-APROVA-LINHA
               END-IF
               COMPUTE WS-QTD-NUM = FUNCTION NUMVAL(WS-CMP-EXEMPLARES)
           END-IF.
           IF (WS-QTD-NUM = 0) THEN
               ADD 1 TO WS-TOTAL-RETIRADAS
               GO FIM-APROVA-LINHA
           END-IF.
           MOVE 0 TO WS-FIL-NUM.
           IF (WS-CMP-FILIAL NOT = SPACES) AND
              (FUNCTION TEST-NUMVAL(WS-CMP-FILIAL) = 0) THEN
               COMPUTE WS-FIL-NUM = FUNCTION NUMVAL(WS-CMP-FILIAL)
           END-IF.
           IF (WS-FIL-NUM < 1) OR (WS-FIL-NUM > 2) THEN
               MOVE "FILIAL FORA DE 1-2" TO WS-MOTIVO
               PERFORM RECUSA-LINHA
               GO FIM-APROVA-LINHA
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING LIV-COD DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  LIV-TITULO DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  LIV-AUTOR DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  LIV-ISBN DELIMITED BY SPACES
                  ";" DELIMITED BY SIZE
                  LIV-CATEGORIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-QTD-NUM DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FIL-NUM DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-APROVADA FROM WS-LINHA.
           ADD 1 TO WS-TOTAL-APROVADAS.
           ADD WS-QTD-NUM TO WS-TOTAL-EXEMPLARES.
           MOVE SPACES TO WS-LINHA.
           STRING "APROVADA  " DELIMITED BY SIZE
                  LIV-COD DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LIV-TITULO DELIMITED BY SIZE
                  "  FILIAL " DELIMITED BY SIZE
                  WS-FIL-NUM DELIMITED BY SIZE
                  "  EXEMPLARES " DELIMITED BY SIZE
                  WS-QTD-NUM DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
       FIM-APROVA-LINHA.

       RECUSA-LINHA.
           ADD 1 TO WS-TOTAL-RECUSADAS.
           MOVE SPACES TO WS-LINHA.
           STRING "RECUSADA  " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  LINHA-PROPOSTA DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

       END PROGRAM RENTAQU.
