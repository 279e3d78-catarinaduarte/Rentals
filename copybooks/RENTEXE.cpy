      * RENTEXE.cpy - LAYOUT DO REGISTO DO EXEMPLAR (FD EXEMPLARES,
      * FICHEIRO EXEMPLARES.TXT). CADA EXEMPLAR FISICO DE UM LIVRO
      * TEM O SEU CODIGO DE BARRAS. OS CONTADORES DE EXEMPLARES,
      * DISPONIVEIS E EM TRANSITO DO MESTRE DE LIVROS SAO CALCULADOS A
      * PARTIR DESTE REGISTO E NAO SE MEXEM A MAO.
       01 REGISTO-EXEMPLAR.
           05 EXE-CHAVE.
               10 EXE-COD            PIC 9(14).
           05 EXE-LIVRO              PIC 9(20).
      * FILIAL A QUE O EXEMPLAR PERTENCE (1 = SEDE)
           05 EXE-FILIAL-CASA        PIC 9(02).
      * FILIAL ONDE ESTA: NA PRATELEIRA, A DO EMPRESTIMO OU, EM
      * TRANSITO, A FILIAL DE DESTINO
           05 EXE-FILIAL             PIC 9(02).
           05 EXE-AQUISICAO          PIC 9(08).
      * ESTADO FISICO, AVALIADO NA DEVOLUCAO
           05 EXE-CONDICAO           PIC X(12).
               88 EXEMPLAR-BOM          VALUE "BOM".
               88 EXEMPLAR-GASTO        VALUE "GASTO".
               88 EXEMPLAR-DANIFICADO   VALUE "DANIFICADO".
               88 EXEMPLAR-INUTILIZADO  VALUE "INUTILIZADO".
               88 CONDICAO-VALIDA       VALUES "BOM", "GASTO",
                                               "DANIFICADO",
                                               "INUTILIZADO".
           05 EXE-SITUACAO           PIC X(12).
               88 EXEMPLAR-PRATELEIRA   VALUE "PRATELEIRA".
               88 EXEMPLAR-EMPRESTADO   VALUE "EMPRESTADO".
               88 EXEMPLAR-TRANSITO     VALUE "TRANSITO".
               88 EXEMPLAR-ABATIDO      VALUE "ABATIDO".
           05 EXE-DATA-SITUACAO      PIC 9(08).
      * RENTAL QUE O TEM EMPRESTADO (0 FORA DE EMPRESTIMO)
           05 EXE-RENTAL             PIC 9(09).
