      *          (cron/JCL), percorre RENTALS.TXT e aponta num
      *          relatorio de excecoes os registos podres: livros e
      *          clientes orfaos, datas invalidas, situacoes fora do
      *          conjunto valido, emprestimos em aberto cujo exemplar
      *          nao esta emprestado a esse rental no registo de
      *          exemplares e imagens que contradizem a ultima
      *          linha da auditoria. Termina com RETURN-CODE 8 quando
      *          ha excecoes, para o escalonamento noturno parar antes
      *          de correr o RENTBAT sobre dados estragados.
           FILE STATUS IS FS-CLI
           RECORD KEY IS CLI-COD.

           SELECT OPTIONAL EXEMPLARES ASSIGN TO "EXEMPLARES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EXE
           RECORD KEY IS EXE-CHAVE
           ALTERNATE RECORD KEY IS EXE-LIVRO WITH DUPLICATES.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "RENTALS-AUDIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUD.
       FD CLIENTES.
           COPY CLIREG.

       FD EXEMPLARES.
           COPY RENTEXE.

       FD AUDITORIA.
           COPY RENTAUD.

       77 FS-CLI                     PIC 9(02).
           88 FS-CLI-OK              VALUES 0.
           88 FS-CLI-NAO-EXISTE      VALUES 35.
       77 FS-EXE                     PIC 9(02).
           88 FS-EXE-OK              VALUES 0, 2.
       77 FS-AUD                     PIC 9(02).
           88 FS-AUD-OK              VALUES 0.
           88 FS-AUD-FIM             VALUES 10.
           END-IF.
           OPEN INPUT LIVROS.
           OPEN INPUT CLIENTES.
           OPEN INPUT EXEMPLARES.
           OPEN OUTPUT EXCECOES.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-LINHA.
             INTO WS-LINHA.
           WRITE REGISTO-EXC FROM WS-LINHA.
           CLOSE EXCECOES.
           CLOSE EXEMPLARES.
           CLOSE CLIENTES.
           CLOSE LIVROS.
           CLOSE FIC.
      * AS MESMAS REGRAS QUE O PROGRAMA INTERATIVO APLICA NA ENTRADA:
      * LIVRO E CLIENTE TEM DE EXISTIR NOS MESTRES, AS DATAS TEM DE
      * PASSAR NO TEST-DATE-YYYYMMDD E A ENTREGA NAO PODE SER ANTES
      * DO RENTAL, A SITUACAO TEM DE SER UMA DAS VALIDAS, O EXEMPLAR
      * DE UM EMPRESTIMO EM ABERTO TEM DE CONSTAR DO REGISTO COMO
      * EMPRESTADO A ESTE RENTAL, E O REGISTO NAO PODE CONTRADIZER A
      * ULTIMA LINHA DA AUDITORIA.
      *----------------------------------------------------------------
       VERIFICA-REGISTO.
           MOVE FS-LIVRO TO LIV-COD.
               MOVE "SITUACAO FORA DO CONJUNTO VALIDO" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO
           END-IF.
           IF (SITUACAO-ATIVO OR SITUACAO-ATRASADO) AND
              (FS-EXEMPLAR NOT = 0) THEN
               MOVE FS-EXEMPLAR TO EXE-COD
               READ EXEMPLARES
                 INVALID KEY
                 MOVE "EXEMPLAR INEXISTENTE NO REGISTO" TO WS-MOTIVO
                 PERFORM GRAVA-EXCECAO
                 NOT INVALID KEY
                 IF (NOT EXEMPLAR-EMPRESTADO) OR
                    (EXE-RENTAL NOT = FS-COD) OR
                    (EXE-LIVRO NOT = FS-LIVRO) THEN
                     MOVE "EXEMPLAR NAO ESTA EMPRESTADO A ESTE RENTAL"
                       TO WS-MOTIVO
                     PERFORM GRAVA-EXCECAO
                 END-IF
               END-READ
           END-IF.
           PERFORM CONFRONTA-AUDITORIA.
       FIM-VERIFICA-REGISTO.

