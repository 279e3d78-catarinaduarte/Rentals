      * RENTCTB.cpy - REGISTO DOS DIAS LANCADOS NA CONTABILIDADE (FD
      * CONTABIL, FICHEIRO RENTALS-CONTABIL.TXT). UM REGISTO POR DIA
      * LANCADO PELO RENTCTB, COM AS CONTAGENS E TOTAIS DO FICHEIRO
      * ENTREGUE A CONTABILIDADE E OS SALDOS EM ABERTO DE MULTAS NO
      * INICIO E NO FIM DO DIA. UM DIA SO E LANCADO UMA VEZ; AS
      * REPETICOES SO REFAZEM O FICHEIRO E CONFEREM-NO CONTRA ESTE
      * REGISTO.
       01 REGISTO-CONTABIL.
           05 CTB-CHAVE.
               10 CTB-DIA            PIC 9(08).
      * DIA EM QUE O LANCAMENTO FOI FEITO
           05 CTB-LANCADO            PIC 9(08).
           05 CTB-LINHAS             PIC 9(07).
           05 CTB-DEBITOS            PIC 9(09)V99.
           05 CTB-CREDITOS           PIC 9(09)V99.
           05 CTB-ABERTURA           PIC S9(09)V99
                                     SIGN IS LEADING SEPARATE.
           05 CTB-FECHO              PIC S9(09)V99
                                     SIGN IS LEADING SEPARATE.
           05 CTB-ESTADO             PIC X(10).
               88 CTB-CONFERE        VALUE "CONFERE".
