           05 AUD-GUIA               PIC 9(09).
           05 AUD-OPERADOR           PIC X(08).
           05 AUD-FILIAL             PIC 9(02).
           05 AUD-EXEMPLAR           PIC 9(14).
      * IMAGEM DEPOIS DA OPERACAO, PARA A RECUPERACAO POR AVANCO
      * (RENTREC): O RENTAL COMO FICOU (A ZEROS NO ELIMINAR E NAS
      * TRANSFERENCIAS) E O EXEMPLAR QUE A OPERACAO MEXEU, COMO FICOU
      * NO REGISTO DE EXEMPLARES. AS LINHAS GRAVADAS ANTES DESTES
      * CAMPOS SAO MAIS CURTAS E LEEM-SE COM ELES A ESPACOS.
      * NAS LINHAS DE EXEMPLAR (INVENTARIO, EXEMPLAR) AUD-SITUACAO
      * LEVA A PASSAGEM "ANTES>DEPOIS" (DA SITUACAO, OU DA CONDICAO
      * QUANDO A SITUACAO NAO MUDA; "NOVO>" NUM EXEMPLAR REGISTADO).
      * NAS LINHAS EXEMPLAR, AUD-FILIAL E A FILIAL DA CASA E
      * AUD-RENTAL A DATA DE AQUISICAO DO EXEMPLAR.
           05 AUD-DEPOIS.
               10 AUD-DEP-RENTAL     PIC 9(08).
               10 AUD-DEP-ENTREGA    PIC 9(08).
               10 AUD-DEP-LIVRO      PIC 9(20).
               10 AUD-DEP-CLIENTE    PIC 9(20).
               10 AUD-DEP-SITUACAO   PIC X(20).
               10 AUD-DEP-MULTA      PIC 9(05)V99.
               10 AUD-DEP-RENOVACOES PIC 9(02).
               10 AUD-DEP-NIVEL-AVISO
                                     PIC 9(01).
               10 AUD-DEP-GUIA       PIC 9(09).
               10 AUD-DEP-FILIAL     PIC 9(02).
               10 AUD-DEP-EXEMPLAR   PIC 9(14).
           05 AUD-EXE-DEPOIS.
               10 AUD-EXE-COD        PIC 9(14).
               10 AUD-EXE-FILIAL     PIC 9(02).
               10 AUD-EXE-CONDICAO   PIC X(12).
               10 AUD-EXE-SITUACAO   PIC X(12).
               10 AUD-EXE-DATA       PIC 9(08).
               10 AUD-EXE-RENTAL     PIC 9(09).
