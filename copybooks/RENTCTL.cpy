      *   CHAVE 2 - ULTIMO COD DE RENTAL ATRIBUIDO
      *   CHAVE 3 - ULTIMA GUIA DE EMPRESTIMO ATRIBUIDA
      *   CHAVE 4 - ULTIMO RECIBO DE PAGAMENTO ATRIBUIDO
      *   CHAVE 5 - ULTIMO CODIGO DE BARRAS DE EXEMPLAR ATRIBUIDO
      *   CHAVE 6 - ULTIMA MENSAGEM DE E-MAIL/SMS ATRIBUIDA (RENTNOT)
       01 REGISTO-CONTROLO.
           05 CTL-CHAVE              PIC 9(01).
           05 CTL-DATA-ULT-RUN       PIC 9(08).
