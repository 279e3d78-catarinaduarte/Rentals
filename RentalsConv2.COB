      ******************************************************************
      * Author:
      * Date:
      * Purpose: Segunda conversao unica, para os ficheiros cujo
      *          registo cresceu depois do RENTCNV. Antes de correr, o
      *          operador renomeia os ficheiros atuais para *.ANT:
      *            CLIENTES.TXT           -> CLIENTES.ANT
      *            RENTALS-PARAMETROS.TXT -> RENTALS-PARAMETROS.ANT
      *            RENTALS.TXT            -> RENTALS.ANT
      *            RENTALS-HISTORICO.TXT  -> RENTALS-HISTORICO.ANT
      *          (o cliente ganha categoria de socio, data de adesao,
      *          validade do cartao e data da ultima carta de
      *          renovacao - os clientes antigos ficam socios adultos,
      *          aderentes no dia da conversao e com cartao valido por
      *          um ano, com aviso por carta em papel e sem e-mail;
      *          o registo global dos parametros ganha a tabela de
      *          categorias de socio com os valores de origem do
      *          PARMNT, o valor da multa por dano, os dias do
      *          lembrete por e-mail/SMS, as contas da contabilidade
      *          (em branco) e o calendario do arquivo noturno; o
      *          rental e o historico
      *          ganham o codigo de barras do exemplar, a zeros nos
      *          registos antigos)
      *          Depois, se EXEMPLARES.TXT ainda estiver vazio, gera
      *          o registo de exemplares a partir dos contadores de
      *          LIVROS.TXT: um exemplar na prateleira por disponivel,
      *          um em transito por cada exemplar a caminho de uma
      *          filial e um emprestado por cada rental em aberto, que
      *          fica ligado ao exemplar. Os contadores de cada livro
      *          sao refeitos a partir do registo e a sequencia de
      *          codigos de barras do controlo fica no ultimo gerado.
      *          O programa recria cada ficheiro novo a partir do
      *          .ANT correspondente e escreve um relatorio de
      *          contagens em RENTALS-CONVERSAO.TXT. Termina com
      *          RETURN-CODE 8 se alguma contagem nao bater certo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTCNV2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLI-ANT ASSIGN TO "CLIENTES.ANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CAN
           RECORD KEY IS CAN-COD.

           SELECT OPTIONAL CLIENTES ASSIGN TO "CLIENTES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CLI
           RECORD KEY IS CLI-COD.

           SELECT OPTIONAL PAR-ANT ASSIGN TO "RENTALS-PARAMETROS.ANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PAN
           RECORD KEY IS PAN-CHAVE.

           SELECT OPTIONAL PARAMETROS
           ASSIGN TO "RENTALS-PARAMETROS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PAR
           RECORD KEY IS PAR-CHAVE.

           SELECT OPTIONAL FIC-ANT ASSIGN TO "RENTALS.ANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-RAN
           RECORD KEY IS RAN-COD.

           SELECT OPTIONAL FIC ASSIGN TO "RENTALS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-IND
           RECORD KEY IS FS-CHAVE
           ALTERNATE RECORD KEY IS FS-CLIENTE WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-LIVRO WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-GUIA WITH DUPLICATES.

           SELECT OPTIONAL HIS-ANT ASSIGN TO "RENTALS-HISTORICO.ANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-HAN
           RECORD KEY IS HAN-COD.

           SELECT OPTIONAL HISTORICO ASSIGN TO "RENTALS-HISTORICO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-HIS
           RECORD KEY IS HS-CHAVE
           ALTERNATE RECORD KEY IS HS-CLIENTE WITH DUPLICATES
           ALTERNATE RECORD KEY IS HS-LIVRO WITH DUPLICATES.

           SELECT OPTIONAL LIVROS ASSIGN TO "LIVROS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LIV
           RECORD KEY IS LIV-COD.

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

           SELECT OPTIONAL RELATORIO ASSIGN TO "RENTALS-CONVERSAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * DESENHO ANTIGO DO CLIENTE, SEM OS DADOS DE SOCIO
       FD CLI-ANT.
       01 REGISTO-CLIENTE-ANT.
           05 CAN-COD                PIC 9(20).
           05 CAN-NOME               PIC X(40).
           05 CAN-TELEFONE           PIC X(15).
           05 CAN-MORADA             PIC X(50).

       FD CLIENTES.
           COPY CLIREG.

      * DESENHO ANTIGO DOS PARAMETROS, SEM AS CATEGORIAS DE SOCIO
       FD PAR-ANT.
       01 REGISTO-PARAMETRO-ANT.
           05 PAN-CHAVE.
               10 PAN-CATEGORIA      PIC 9(02).
           05 PAN-DESCRICAO          PIC X(20).
           05 PAN-TAXA-MULTA         PIC 9(03)V99.
           05 PAN-PRAZO-RENTAL       PIC 9(03).
           05 PAN-MAX-RENOVACOES     PIC 9(02).
           05 PAN-LIMITE-MULTAS      PIC 9(05)V99.
           05 PAN-RESERVA-DIAS       PIC 9(03).
           05 PAN-DIAS-2AVISO        PIC 9(03).
           05 PAN-DIAS-3AVISO        PIC 9(03).
           05 PAN-VALOR-REPOSICAO    PIC 9(05)V99.
           05 PAN-GERACOES           PIC 9(02).

       FD PARAMETROS.
           COPY RENTPAR.

      * DESENHO ANTIGO DO RENTAL E DO HISTORICO, SEM O EXEMPLAR
       FD FIC-ANT.
       01 REGISTO-ANT.
           05 RAN-COD                PIC 9(09).
           05 RAN-RENTAL             PIC 9(08).
           05 RAN-ENTREGA            PIC 9(08).
           05 RAN-LIVRO              PIC 9(20).
           05 RAN-CLIENTE            PIC 9(20).
           05 RAN-SITUACAO           PIC X(20).
           05 RAN-MULTA              PIC 9(05)V99.
           05 RAN-RENOVACOES         PIC 9(02).
           05 RAN-NIVEL-AVISO        PIC 9(01).
           05 RAN-GUIA               PIC 9(09).
           05 RAN-FILIAL             PIC 9(02).

       FD FIC.
           COPY RENTREG.

       FD HIS-ANT.
       01 REGISTO-HIST-ANT.
           05 HAN-COD                PIC 9(09).
           05 HAN-RENTAL             PIC 9(08).
           05 HAN-ENTREGA            PIC 9(08).
           05 HAN-LIVRO              PIC 9(20).
           05 HAN-CLIENTE            PIC 9(20).
           05 HAN-SITUACAO           PIC X(20).
           05 HAN-MULTA              PIC 9(05)V99.
           05 HAN-RENOVACOES         PIC 9(02).
           05 HAN-NIVEL-AVISO        PIC 9(01).
           05 HAN-GUIA               PIC 9(09).
           05 HAN-FILIAL             PIC 9(02).

       FD HISTORICO.
           COPY RENTREG REPLACING ==REGISTO== BY ==REGISTO-HIST==
                                  LEADING ==FS== BY ==HS==
                                  LEADING ==SITUACAO== BY ==HSIT==.

       FD LIVROS.
           COPY LIVREG.

       FD EXEMPLARES.
           COPY RENTEXE.

       FD CONTROLO.
           COPY RENTCTL.

       FD RELATORIO.
       01 REGISTO-REL.
           05 LINHAS-REL              PIC X(150).

       WORKING-STORAGE SECTION.
       77 FS-CLI                     PIC 9(02).
           88 FS-CLI-OK              VALUES 0.
       77 FS-CAN                     PIC 9(02).
           88 FS-CAN-OK              VALUES 0.
           88 FS-CAN-NAO-EXISTE      VALUES 05, 35.
       77 FS-PAR                     PIC 9(02).
           88 FS-PAR-OK              VALUES 0.
       77 FS-PAN                     PIC 9(02).
           88 FS-PAN-OK              VALUES 0.
           88 FS-PAN-NAO-EXISTE      VALUES 05, 35.
       77 FS-IND                     PIC 9(02).
           88 FS-IND-OK              VALUES 0, 2.
       77 FS-RAN                     PIC 9(02).
           88 FS-RAN-OK              VALUES 0.
           88 FS-RAN-NAO-EXISTE      VALUES 05, 35.
       77 FS-HIS                     PIC 9(02).
           88 FS-HIS-OK              VALUES 0, 2.
       77 FS-HAN                     PIC 9(02).
           88 FS-HAN-OK              VALUES 0.
           88 FS-HAN-NAO-EXISTE      VALUES 05, 35.
       77 FS-LIV                     PIC 9(02).
           88 FS-LIV-OK              VALUES 0.
       77 FS-EXE                     PIC 9(02).
           88 FS-EXE-OK              VALUES 0, 2.
       77 FS-CTL                     PIC 9(02).
           88 FS-CTL-OK              VALUES 0.
      * DATA DE HOJE, NO FORMATO AAAAMMDD
       77 WS-HOJE                    PIC 9(08).
      * VALIDADE DO CARTAO DOS CLIENTES CONVERTIDOS: UM ANO DEPOIS
       01 WS-VALIDADE.
           05 WS-VAL-ANO             PIC 9(04).
           05 WS-VAL-MMDD            PIC 9(04).
       01 WS-VALIDADE-NUM REDEFINES WS-VALIDADE PIC 9(08).
       77 WS-SX                      PIC 9(02) VALUE 0.
       77 WS-LINHA                   PIC X(150) VALUES SPACES.
       77 WS-LIDOS                   PIC 9(07) VALUES 0.
       77 WS-GRAVADOS                PIC 9(07) VALUES 0.
       77 WS-NOME-FICHEIRO           PIC X(30) VALUES SPACES.
      * GERACAO DO REGISTO DE EXEMPLARES
       77 WS-FX                      PIC 9(02) VALUE 0.
       77 WS-QX                      PIC 9(03) VALUE 0.
       77 WS-ULT-EXEMPLAR            PIC 9(14) VALUE 0.
       77 WS-LIVROS-LIDOS            PIC 9(07) VALUES 0.
       77 WS-EXE-GERADOS             PIC 9(07) VALUES 0.
       77 WS-EXE-LIGADOS             PIC 9(07) VALUES 0.
       77 WS-EXE-ACERTADOS           PIC 9(07) VALUES 0.
       77 WS-STOCK-ANTES             PIC X(27) VALUES SPACES.
       77 WS-EXE-NOVO-SIT            PIC X(12) VALUES SPACES.
       77 WS-EXE-NOVO-FILIAL         PIC 9(02) VALUE 0.
       77 WS-EXE-NOVO-CASA           PIC 9(02) VALUE 0.
       77 WS-EXE-NOVO-DATA           PIC 9(08) VALUE 0.
       77 WS-EXE-NOVO-RENTAL         PIC 9(09) VALUE 0.
       77 WS-ERROS-SW                PIC X VALUE "N".
           88 WS-COM-ERROS           VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE TO WS-VALIDADE-NUM.
           ADD 1 TO WS-VAL-ANO.
           IF (WS-VAL-MMDD = 0229) THEN
               MOVE 0228 TO WS-VAL-MMDD
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "CONVERSAO DE FICHEIROS - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           PERFORM CONVERTE-CLIENTES THRU FIM-CONVERTE-CLIENTES.
           PERFORM CONVERTE-PARAMETROS THRU FIM-CONVERTE-PARAMETROS.
           PERFORM CONVERTE-RENTALS THRU FIM-CONVERTE-RENTALS.
           PERFORM CONVERTE-HISTORICO THRU FIM-CONVERTE-HISTORICO.
           PERFORM GERA-EXEMPLARES THRU FIM-GERA-EXEMPLARES.
           CLOSE RELATORIO.
           IF (WS-COM-ERROS) THEN
               DISPLAY "CONVERSAO COM DIFERENCAS. VER RELATORIO."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERSAO CONCLUIDA."
           END-IF.
       FIM.
           STOP RUN.

      *----------------------------------------------------------------
      * CONVERTE-CLIENTES
      * COPIA CLIENTES.ANT PARA O MESTRE NOVO. CADA CLIENTE ANTIGO
      * FICA SOCIO ADULTO (CATEGORIA 1), ADERENTE NO DIA DA CONVERSAO
      * E COM O CARTAO VALIDO POR UM ANO, SEM CARTA DE RENOVACAO.
      *----------------------------------------------------------------
       CONVERTE-CLIENTES.
           MOVE "CLIENTES" TO WS-NOME-FICHEIRO.
           MOVE 0 TO WS-LIDOS.
           MOVE 0 TO WS-GRAVADOS.
           OPEN INPUT CLI-ANT.
           IF (FS-CAN-NAO-EXISTE) THEN
               CLOSE CLI-ANT
               PERFORM ESCREVE-SEM-FICHEIRO
               GO FIM-CONVERTE-CLIENTES
           END-IF.
           OPEN OUTPUT CLIENTES.
           MOVE 0 TO CAN-COD.
           START CLI-ANT KEY > CAN-COD
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-CAN-OK
               READ CLI-ANT NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               ADD 1 TO WS-LIDOS
               MOVE SPACES TO REGISTO-CLIENTE
               MOVE CAN-COD TO CLI-COD
               MOVE CAN-NOME TO CLI-NOME
               MOVE CAN-TELEFONE TO CLI-TELEFONE
               MOVE CAN-MORADA TO CLI-MORADA
               MOVE 1 TO CLI-TIPO
               MOVE WS-HOJE TO CLI-ADESAO
               MOVE WS-VALIDADE-NUM TO CLI-VALIDADE
               MOVE 0 TO CLI-CARTA-RENOVACAO
               MOVE "C" TO CLI-CONTACTO
               MOVE 0 TO CLI-MSG-DATA
               MOVE 0 TO CLI-MSG-FALHAS
               WRITE REGISTO-CLIENTE
                INVALID KEY
                DISPLAY "ERRO A GRAVAR CLIENTE " CLI-COD
                NOT INVALID KEY
                ADD 1 TO WS-GRAVADOS
               END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CLIENTES.
           CLOSE CLI-ANT.
           PERFORM ESCREVE-CONTAGEM.
       FIM-CONVERTE-CLIENTES.

      *----------------------------------------------------------------
      * CONVERTE-PARAMETROS
      * COPIA RENTALS-PARAMETROS.ANT PARA O FICHEIRO NOVO. O REGISTO
      * GLOBAL RECEBE AS CATEGORIAS DE SOCIO DE ORIGEM (AS MESMAS DO
      * GARANTE-GLOBAL DO PARMNT); NOS REGISTOS DE CATEGORIA DE LIVRO
      * A TABELA FICA VAZIA, PORQUE NAO E CONSULTADA. A MULTA POR
      * DANO SEGUE A MESMA REGRA (5.00 NO GLOBAL, ZERO NOS OUTROS), E
      * TAMBEM OS DIAS DO LEMBRETE POR E-MAIL/SMS (2 NO GLOBAL) E O
      * ARQUIVO DA CORRIDA NOTURNA (DIA 1, 12 MESES NO VIVO). AS
      * CONTAS DA CONTABILIDADE FICAM EM BRANCO, A PREENCHER NO PARMNT.
      *----------------------------------------------------------------
       CONVERTE-PARAMETROS.
           MOVE "PARAMETROS" TO WS-NOME-FICHEIRO.
           MOVE 0 TO WS-LIDOS.
           MOVE 0 TO WS-GRAVADOS.
           OPEN INPUT PAR-ANT.
           IF (FS-PAN-NAO-EXISTE) THEN
               CLOSE PAR-ANT
               PERFORM ESCREVE-SEM-FICHEIRO
               GO FIM-CONVERTE-PARAMETROS
           END-IF.
           OPEN OUTPUT PARAMETROS.
           MOVE 0 TO PAN-CATEGORIA.
           START PAR-ANT KEY >= PAN-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-PAN-OK
               READ PAR-ANT NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               ADD 1 TO WS-LIDOS
               MOVE SPACES TO REGISTO-PARAMETRO
               MOVE PAN-CATEGORIA TO PAR-CATEGORIA
               MOVE PAN-DESCRICAO TO PAR-DESCRICAO
               MOVE PAN-TAXA-MULTA TO PAR-TAXA-MULTA
               MOVE PAN-PRAZO-RENTAL TO PAR-PRAZO-RENTAL
               MOVE PAN-MAX-RENOVACOES TO PAR-MAX-RENOVACOES
               MOVE PAN-LIMITE-MULTAS TO PAR-LIMITE-MULTAS
               MOVE PAN-RESERVA-DIAS TO PAR-RESERVA-DIAS
               MOVE PAN-DIAS-2AVISO TO PAR-DIAS-2AVISO
               MOVE PAN-DIAS-3AVISO TO PAR-DIAS-3AVISO
               MOVE PAN-VALOR-REPOSICAO TO PAR-VALOR-REPOSICAO
               MOVE PAN-GERACOES TO PAR-GERACOES
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
                   MOVE SPACES TO PAR-SOC-DESCRICAO(WS-SX)
                   MOVE 0 TO PAR-SOC-MAX-ABERTOS(WS-SX)
                   MOVE 0 TO PAR-SOC-MESES(WS-SX)
               END-PERFORM
               MOVE 0 TO PAR-VALOR-DANO
               MOVE 0 TO PAR-DIAS-LEMBRETE
               MOVE 0 TO PAR-DIA-ARQUIVO
               MOVE 0 TO PAR-MESES-ARQUIVO
               IF (PAR-CATEGORIA = 0) THEN
                   PERFORM SOCIOS-DE-ORIGEM
                   MOVE 5.00 TO PAR-VALOR-DANO
                   MOVE 2 TO PAR-DIAS-LEMBRETE
                   MOVE 1 TO PAR-DIA-ARQUIVO
                   MOVE 12 TO PAR-MESES-ARQUIVO
               END-IF
               WRITE REGISTO-PARAMETRO
                INVALID KEY
                DISPLAY "ERRO A GRAVAR PARAMETRO " PAR-CATEGORIA
                NOT INVALID KEY
                ADD 1 TO WS-GRAVADOS
               END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PARAMETROS.
           CLOSE PAR-ANT.
           PERFORM ESCREVE-CONTAGEM.
       FIM-CONVERTE-PARAMETROS.

       SOCIOS-DE-ORIGEM.
           MOVE "ADULTO" TO PAR-SOC-DESCRICAO(1).
           MOVE 6 TO PAR-SOC-MAX-ABERTOS(1).
           MOVE 12 TO PAR-SOC-MESES(1).
           MOVE "INFANTIL" TO PAR-SOC-DESCRICAO(2).
           MOVE 3 TO PAR-SOC-MAX-ABERTOS(2).
           MOVE 12 TO PAR-SOC-MESES(2).
           MOVE "FUNCIONARIO" TO PAR-SOC-DESCRICAO(3).
           MOVE 10 TO PAR-SOC-MAX-ABERTOS(3).
           MOVE 12 TO PAR-SOC-MESES(3).
           MOVE "INSTITUICAO" TO PAR-SOC-DESCRICAO(4).
           MOVE 20 TO PAR-SOC-MAX-ABERTOS(4).
           MOVE 12 TO PAR-SOC-MESES(4).

      *----------------------------------------------------------------
      * CONVERTE-RENTALS / CONVERTE-HISTORICO
      * COPIAM RENTALS.ANT E RENTALS-HISTORICO.ANT PARA OS FICHEIROS
      * NOVOS, COM O CODIGO DE BARRAS DO EXEMPLAR A ZEROS. OS RENTALS
      * EM ABERTO SAO LIGADOS A UM EXEMPLAR NA GERACAO DO REGISTO.
      *----------------------------------------------------------------
       CONVERTE-RENTALS.
           MOVE "RENTALS" TO WS-NOME-FICHEIRO.
           MOVE 0 TO WS-LIDOS.
           MOVE 0 TO WS-GRAVADOS.
           OPEN INPUT FIC-ANT.
           IF (FS-RAN-NAO-EXISTE) THEN
               CLOSE FIC-ANT
               PERFORM ESCREVE-SEM-FICHEIRO
               GO FIM-CONVERTE-RENTALS
           END-IF.
           OPEN OUTPUT FIC.
           MOVE 0 TO RAN-COD.
           START FIC-ANT KEY > RAN-COD
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-RAN-OK
               READ FIC-ANT NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               ADD 1 TO WS-LIDOS
               MOVE SPACES TO REGISTO
               MOVE RAN-COD TO FS-COD
               MOVE RAN-RENTAL TO FS-RENTAL
               MOVE RAN-ENTREGA TO FS-ENTREGA
               MOVE RAN-LIVRO TO FS-LIVRO
               MOVE RAN-CLIENTE TO FS-CLIENTE
               MOVE RAN-SITUACAO TO FS-SITUACAO
               MOVE RAN-MULTA TO FS-MULTA
               MOVE RAN-RENOVACOES TO FS-RENOVACOES
               MOVE RAN-NIVEL-AVISO TO FS-NIVEL-AVISO
               MOVE RAN-GUIA TO FS-GUIA
               MOVE RAN-FILIAL TO FS-FILIAL
               MOVE 0 TO FS-EXEMPLAR
               WRITE REGISTO
                INVALID KEY
                DISPLAY "ERRO A GRAVAR RENTAL " FS-COD
                NOT INVALID KEY
                ADD 1 TO WS-GRAVADOS
               END-WRITE
               END-READ
           END-PERFORM.
           CLOSE FIC.
           CLOSE FIC-ANT.
           PERFORM ESCREVE-CONTAGEM.
       FIM-CONVERTE-RENTALS.

       CONVERTE-HISTORICO.
           MOVE "HISTORICO" TO WS-NOME-FICHEIRO.
           MOVE 0 TO WS-LIDOS.
           MOVE 0 TO WS-GRAVADOS.
           OPEN INPUT HIS-ANT.
           IF (FS-HAN-NAO-EXISTE) THEN
               CLOSE HIS-ANT
               PERFORM ESCREVE-SEM-FICHEIRO
               GO FIM-CONVERTE-HISTORICO
           END-IF.
           OPEN OUTPUT HISTORICO.
           MOVE 0 TO HAN-COD.
           START HIS-ANT KEY > HAN-COD
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-HAN-OK
               READ HIS-ANT NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               ADD 1 TO WS-LIDOS
               MOVE SPACES TO REGISTO-HIST
               MOVE HAN-COD TO HS-COD
               MOVE HAN-RENTAL TO HS-RENTAL
               MOVE HAN-ENTREGA TO HS-ENTREGA
               MOVE HAN-LIVRO TO HS-LIVRO
               MOVE HAN-CLIENTE TO HS-CLIENTE
               MOVE HAN-SITUACAO TO HS-SITUACAO
               MOVE HAN-MULTA TO HS-MULTA
               MOVE HAN-RENOVACOES TO HS-RENOVACOES
               MOVE HAN-NIVEL-AVISO TO HS-NIVEL-AVISO
               MOVE HAN-GUIA TO HS-GUIA
               MOVE HAN-FILIAL TO HS-FILIAL
               MOVE 0 TO HS-EXEMPLAR
               WRITE REGISTO-HIST
                INVALID KEY
                DISPLAY "ERRO A GRAVAR HISTORICO " HS-COD
                NOT INVALID KEY
                ADD 1 TO WS-GRAVADOS
               END-WRITE
               END-READ
           END-PERFORM.
           CLOSE HISTORICO.
           CLOSE HIS-ANT.
           PERFORM ESCREVE-CONTAGEM.
       FIM-CONVERTE-HISTORICO.

      *----------------------------------------------------------------
      * GERA-EXEMPLARES
      * GERA O REGISTO DE EXEMPLARES A PARTIR DOS CONTADORES DE CADA
      * LIVRO, SO SE EXEMPLARES.TXT AINDA ESTIVER VAZIO (UMA SEGUNDA
      * CORRIDA NAO DUPLICA NADA). POR FILIAL: UM EXEMPLAR NA
      * PRATELEIRA POR DISPONIVEL, UM EM TRANSITO POR CADA UM A
      * CAMINHO DA FILIAL (DA CASA DA OUTRA) E UM EMPRESTADO POR
      * CADA RENTAL EM ABERTO, QUE FICA COM O CODIGO DE BARRAS. OS
      * CODIGOS SAO NUMERADOS DE 1 EM DIANTE, NO ESTADO BOM E COM A
      * AQUISICAO NO DIA DA CONVERSAO. NO FIM OS CONTADORES DO LIVRO
      * SAO REFEITOS PELO REGISTO; OS QUE MUDAM SAO LISTADOS.
      *----------------------------------------------------------------
       GERA-EXEMPLARES.
           MOVE "EXEMPLARES" TO WS-NOME-FICHEIRO.
           MOVE 0 TO WS-LIVROS-LIDOS.
           MOVE 0 TO WS-EXE-GERADOS.
           MOVE 0 TO WS-EXE-LIGADOS.
           MOVE 0 TO WS-EXE-ACERTADOS.
           MOVE 0 TO WS-ULT-EXEMPLAR.
           OPEN INPUT EXEMPLARES.
           IF (FS-EXE-OK) THEN
               READ EXEMPLARES NEXT RECORD
               AT END
               MOVE 10 TO FS-EXE
               END-READ
           END-IF.
           IF (FS-EXE-OK) THEN
               CLOSE EXEMPLARES
               MOVE SPACES TO WS-LINHA
               STRING WS-NOME-FICHEIRO DELIMITED BY SPACES
                      " : REGISTO JA EXISTE, NADA A GERAR"
                      DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
               GO FIM-GERA-EXEMPLARES
           END-IF.
           CLOSE EXEMPLARES.
           OPEN OUTPUT EXEMPLARES.
           CLOSE EXEMPLARES.
           OPEN I-O EXEMPLARES.
           OPEN I-O LIVROS.
           OPEN I-O FIC.
           MOVE 0 TO LIV-COD.
           START LIVROS KEY > LIV-COD
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-LIV-OK
               READ LIVROS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               ADD 1 TO WS-LIVROS-LIDOS
               PERFORM GERA-EXEMPLARES-LIVRO
               END-READ
           END-PERFORM.
           CLOSE FIC.
           CLOSE LIVROS.
           CLOSE EXEMPLARES.
           PERFORM GRAVA-SEQUENCIA-EXEMPLAR.
           MOVE SPACES TO WS-LINHA.
           STRING WS-NOME-FICHEIRO DELIMITED BY SPACES
                  " : LIVROS " DELIMITED BY SIZE
                  WS-LIVROS-LIDOS DELIMITED BY SIZE
                  " GERADOS " DELIMITED BY SIZE
                  WS-EXE-GERADOS DELIMITED BY SIZE
                  " EMPRESTADOS " DELIMITED BY SIZE
                  WS-EXE-LIGADOS DELIMITED BY SIZE
                  " STOCK ACERTADO " DELIMITED BY SIZE
                  WS-EXE-ACERTADOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
       FIM-GERA-EXEMPLARES.

       GERA-EXEMPLARES-LIVRO.
           MOVE LIV-STOCK-FILIAL(1) TO WS-STOCK-ANTES(1:9).
           MOVE LIV-STOCK-FILIAL(2) TO WS-STOCK-ANTES(10:9).
           MOVE LIV-EXEMPLARES TO WS-STOCK-ANTES(19:3).
           MOVE LIV-DISPONIVEIS TO WS-STOCK-ANTES(22:3).
           MOVE 0 TO WS-EXE-NOVO-RENTAL.
           MOVE WS-HOJE TO WS-EXE-NOVO-DATA.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 2
               MOVE "PRATELEIRA" TO WS-EXE-NOVO-SIT
               MOVE WS-FX TO WS-EXE-NOVO-FILIAL
               MOVE WS-FX TO WS-EXE-NOVO-CASA
               PERFORM GRAVA-EXEMPLAR-GERADO
                   LIV-FIL-DISPONIVEIS(WS-FX) TIMES
               MOVE "TRANSITO" TO WS-EXE-NOVO-SIT
               COMPUTE WS-EXE-NOVO-CASA = 3 - WS-FX
               PERFORM GRAVA-EXEMPLAR-GERADO
                   LIV-FIL-TRANSITO(WS-FX) TIMES
           END-PERFORM.
           PERFORM LIGA-EMPRESTIMOS.
           PERFORM CALCULA-STOCK.
           IF (LIV-STOCK-FILIAL(1) NOT = WS-STOCK-ANTES(1:9)) OR
              (LIV-STOCK-FILIAL(2) NOT = WS-STOCK-ANTES(10:9)) OR
              (LIV-EXEMPLARES NOT = WS-STOCK-ANTES(19:3)) OR
              (LIV-DISPONIVEIS NOT = WS-STOCK-ANTES(22:3)) THEN
               ADD 1 TO WS-EXE-ACERTADOS
               MOVE SPACES TO WS-LINHA
               STRING "  LIVRO " DELIMITED BY SIZE
                      LIV-COD DELIMITED BY SIZE
                      " : STOCK ACERTADO PELO REGISTO, EXEMPLARES "
                      DELIMITED BY SIZE
                      WS-STOCK-ANTES(19:3) DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      LIV-EXEMPLARES DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
           END-IF.
           REWRITE REGISTO-LIVRO
            INVALID KEY
            DISPLAY "ERRO A ATUALIZAR LIVRO " LIV-COD
           END-REWRITE.

      *----------------------------------------------------------------
      * LIGA-EMPRESTIMOS
      * CRIA UM EXEMPLAR EMPRESTADO POR CADA RENTAL EM ABERTO DO
      * LIVRO E GRAVA-LHE O CODIGO DE BARRAS NO RENTAL.
      *----------------------------------------------------------------
       LIGA-EMPRESTIMOS.
           MOVE LIV-COD TO FS-LIVRO.
           START FIC KEY = FS-LIVRO
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-IND-OK
               READ FIC NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (FS-LIVRO NOT = LIV-COD) THEN
                   MOVE 10 TO FS-IND
               ELSE
                   IF (SITUACAO-ATIVO OR SITUACAO-ATRASADO) AND
                      (FS-EXEMPLAR = 0) THEN
                       MOVE "EMPRESTADO" TO WS-EXE-NOVO-SIT
                       MOVE FS-FILIAL TO WS-EXE-NOVO-FILIAL
                       IF (WS-EXE-NOVO-FILIAL < 1) OR
                          (WS-EXE-NOVO-FILIAL > 2) THEN
                           MOVE 1 TO WS-EXE-NOVO-FILIAL
                       END-IF
                       MOVE WS-EXE-NOVO-FILIAL TO WS-EXE-NOVO-CASA
                       MOVE FS-RENTAL TO WS-EXE-NOVO-DATA
                       MOVE FS-COD TO WS-EXE-NOVO-RENTAL
                       PERFORM GRAVA-EXEMPLAR-GERADO
                       MOVE WS-ULT-EXEMPLAR TO FS-EXEMPLAR
                       REWRITE REGISTO
                        INVALID KEY
                        DISPLAY "ERRO A ATUALIZAR RENTAL " FS-COD
                        NOT INVALID KEY
                        ADD 1 TO WS-EXE-LIGADOS
                       END-REWRITE
                   END-IF
               END-IF
               END-READ
           END-PERFORM.

       GRAVA-EXEMPLAR-GERADO.
           ADD 1 TO WS-ULT-EXEMPLAR.
           MOVE SPACES TO REGISTO-EXEMPLAR.
           MOVE WS-ULT-EXEMPLAR TO EXE-COD.
           MOVE LIV-COD TO EXE-LIVRO.
           MOVE WS-EXE-NOVO-CASA TO EXE-FILIAL-CASA.
           MOVE WS-EXE-NOVO-FILIAL TO EXE-FILIAL.
           MOVE WS-HOJE TO EXE-AQUISICAO.
           MOVE "BOM" TO EXE-CONDICAO.
           MOVE WS-EXE-NOVO-SIT TO EXE-SITUACAO.
           MOVE WS-EXE-NOVO-DATA TO EXE-DATA-SITUACAO.
           MOVE WS-EXE-NOVO-RENTAL TO EXE-RENTAL.
           WRITE REGISTO-EXEMPLAR
            INVALID KEY
            DISPLAY "ERRO A GRAVAR EXEMPLAR " EXE-COD
            NOT INVALID KEY
            ADD 1 TO WS-EXE-GERADOS
           END-WRITE.

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
      * GRAVA-SEQUENCIA-EXEMPLAR
      * DEIXA A SEQUENCIA DE CODIGOS DE BARRAS (CHAVE 5 DO CONTROLO)
      * NO ULTIMO CODIGO GERADO.
      *----------------------------------------------------------------
       GRAVA-SEQUENCIA-EXEMPLAR.
           OPEN I-O CONTROLO.
           MOVE 5 TO CTL-CHAVE.
           READ CONTROLO
             INVALID KEY
             MOVE 5 TO CTL-CHAVE
             MOVE 0 TO CTL-DATA-ULT-RUN
             MOVE WS-ULT-EXEMPLAR TO CTL-ULT-COD
             MOVE SPACES TO CTL-ESTADO
             WRITE REGISTO-CONTROLO
              INVALID KEY
              DISPLAY "ERRO A GRAVAR CONTROLO"
             END-WRITE
             NOT INVALID KEY
             MOVE WS-ULT-EXEMPLAR TO CTL-ULT-COD
             REWRITE REGISTO-CONTROLO
              INVALID KEY
              DISPLAY "ERRO A ATUALIZAR CONTROLO"
             END-REWRITE
           END-READ.
           CLOSE CONTROLO.


       ESCREVE-SEM-FICHEIRO.
           MOVE SPACES TO WS-LINHA.
           STRING WS-NOME-FICHEIRO DELIMITED BY SPACES
                  " : SEM FICHEIRO .ANT, NADA A CONVERTER"
                  DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.

       ESCREVE-CONTAGEM.
           MOVE SPACES TO WS-LINHA.
           STRING WS-NOME-FICHEIRO DELIMITED BY SPACES
                  " : LIDOS " DELIMITED BY SIZE
                  WS-LIDOS DELIMITED BY SIZE
                  " GRAVADOS " DELIMITED BY SIZE
                  WS-GRAVADOS DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           IF (WS-LIDOS NOT = WS-GRAVADOS) THEN
               MOVE "S" TO WS-ERROS-SW
               MOVE "  ATENCAO: CONTAGENS DIFERENTES" TO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
           END-IF.

       END PROGRAM RENTCNV2.
