      * RENTMOV.cpy - LAYOUT DO MOVIMENTO DE MULTA (FD MOVIMENTOS,
      * FICHEIRO RENTALS-MULTAS-MOV.TXT, SEQUENCIAL E SO ACRESCENTADO).
      * CADA VEZ QUE UM ITEM DE RENTALS-MULTAS.TXT NASCE OU MUDA DE
      * VALOR FICA AQUI UMA LINHA COM A DIFERENCA, PARA QUE O
      * LANCAMENTO CONTABILISTICO DIARIO (RENTCTB) SAIBA O QUE FOI
      * COBRADO EM CADA DIA. OS PAGAMENTOS NAO PASSAM POR AQUI: TEM O
      * SEU PROPRIO DIARIO (RENTALS-PAGAMENTOS.TXT).
       01 REGISTO-MOVIMENTO.
           05 MOV-DATA               PIC 9(08).
           05 MOV-HORA               PIC 9(08).
      * MULTA = MULTA DE ATRASO (OU DANO) APURADA NA ENTREGA;
      * REPOSICAO = CUSTO DO LIVRO DADO COMO PERDIDO PELO BATCH
           05 MOV-TIPO               PIC X(10).
               88 MOV-TIPO-MULTA     VALUE "MULTA".
               88 MOV-TIPO-REPOSICAO VALUE "REPOSICAO".
      * ITEM DE MULTA (MUL-COD, O COD DO RENTAL) E CLIENTE
           05 MOV-COD                PIC 9(09).
           05 MOV-CLIENTE            PIC 9(20).
      * VALOR NOVO MENOS VALOR ANTERIOR DO ITEM (NEGATIVO QUANDO O
      * VALOR E REFRESCADO PARA BAIXO)
           05 MOV-VALOR              PIC S9(05)V99
                                     SIGN IS LEADING SEPARATE.
           05 MOV-PROGRAMA           PIC X(08).
