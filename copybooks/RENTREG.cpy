           05 FS-GUIA               PIC 9(09).
      * FILIAL ONDE O EMPRESTIMO FOI FEITO (1 = SEDE)
           05 FS-FILIAL             PIC 9(02).
      * CODIGO DE BARRAS DO EXEMPLAR EMPRESTADO (VER RENTEXE)
           05 FS-EXEMPLAR           PIC 9(14).
