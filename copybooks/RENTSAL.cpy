      * RENTSAL.cpy - LAYOUT DO FICHEIRO DE GERACOES (FD SALVCTL,
      * FICHEIRO RENTALS-SALVAGEN.TXT): UMA LINHA POR GERACAO GRAVADA
      * PELO RENTSAV, COM A CONTAGEM DE REGISTOS PARA A VERIFICACAO DA
      * REPOSICAO. LIDO TAMBEM PELO RENTREC PARA SABER QUE GERACAO FOI
      * REPOSTA.
       01 REGISTO-SALVAGEN.
           05 SAL-CHAVE.
               10 SAL-FICHEIRO       PIC X(10).
               10 SAL-DATA           PIC 9(08).
           05 SAL-REGISTOS           PIC 9(07).
           05 SAL-ESTADO             PIC X(10).
               88 SAL-BOA               VALUE "BOA".
