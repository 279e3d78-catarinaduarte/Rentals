      * RENTLAN.cpy - LAYOUT DO REGISTO DE MOVIMENTO OFFLINE JA
      * LANCADO (FD LANCADOS, FICHEIRO RENTALS-OFFLINE-LANC.TXT). CADA
      * EMPRESTIMO OU DEVOLUCAO TIRADO EM PAPEL E CARREGADO PELO
      * RENTOFF FICA AQUI PELA SUA IDENTIFICACAO (DIA, HORA, BALCAO,
      * CLIENTE, LIVRO, EXEMPLAR E TIPO), PARA QUE UM FICHEIRO DE
      * CAPTURA CARREGADO DE NOVO NAO LANCE O MESMO MOVIMENTO DUAS
      * VEZES.
       01 REGISTO-LANCADO.
           05 LAN-CHAVE.
               10 LAN-DATA           PIC 9(08).
               10 LAN-HORA           PIC 9(04).
               10 LAN-OPERADOR       PIC X(08).
               10 LAN-FILIAL         PIC 9(02).
               10 LAN-CLIENTE        PIC 9(20).
               10 LAN-LIVRO          PIC 9(20).
               10 LAN-EXEMPLAR       PIC 9(14).
      * E = EMPRESTIMO, D = DEVOLUCAO
               10 LAN-TIPO           PIC X(01).
      * DIA EM QUE FOI CARREGADO E RENTAL CRIADO OU FECHADO
           05 LAN-CARREGADO          PIC 9(08).
           05 LAN-COD                PIC 9(09).
