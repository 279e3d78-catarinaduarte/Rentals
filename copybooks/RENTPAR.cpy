           05 PAR-VALOR-REPOSICAO    PIC 9(05)V99.
      * GERACOES DE SALVAGUARDA NOTURNA A CONSERVAR
           05 PAR-GERACOES           PIC 9(02).
      * CATEGORIAS DE SOCIO (SO NO REGISTO GLOBAL), INDEXADAS POR
      * CLI-TIPO: DESCRICAO (EM BRANCO = TIPO NAO USADO), MAXIMO DE
      * RENTALS EM ABERTO AO MESMO TEMPO (0 = SEM LIMITE) E MESES DE
      * VALIDADE DO CARTAO NA ADESAO E EM CADA RENOVACAO
           05 PAR-SOCIO OCCURS 6 TIMES.
               10 PAR-SOC-DESCRICAO  PIC X(12).
               10 PAR-SOC-MAX-ABERTOS PIC 9(02).
               10 PAR-SOC-MESES      PIC 9(02).
      * VALOR COBRADO QUANDO UM EXEMPLAR VOLTA DANIFICADO (SE VOLTAR
      * INUTILIZADO COBRA-SE O CUSTO DE REPOSICAO)
           05 PAR-VALOR-DANO         PIC 9(05)V99.
      * DIAS ANTES DA DATA DE ENTREGA EM QUE SAI O LEMBRETE POR E-MAIL
      * OU SMS (0 = SEM LEMBRETES)
           05 PAR-DIAS-LEMBRETE      PIC 9(03).
      * CONTAS DO PLANO DE CONTAS DA CAMARA PARA O LANCAMENTO DIARIO
      * (RENTCTB): CAIXA DOS PAGAMENTOS, CLIENTES (MULTAS A RECEBER) E
      * RECEITAS DE MULTAS E DE REPOSICAO DE LIVROS. EM BRANCO O
      * LANCAMENTO NAO CORRE.
           05 PAR-CONTA-CAIXA        PIC X(10).
           05 PAR-CONTA-CLIENTES     PIC X(10).
           05 PAR-CONTA-MULTAS       PIC X(10).
           05 PAR-CONTA-REPOSICAO    PIC X(10).
      * ARQUIVO NA CORRIDA NOTURNA (RENTJOB): DIA DO MES EM QUE O
      * RENTARC CORRE (0 = NUNCA PELA CORRIDA) E MESES DE RENTALS
      * DEVOLVIDOS QUE FICAM NO FICHEIRO VIVO ANTES DO CORTE
           05 PAR-DIA-ARQUIVO        PIC 9(02).
           05 PAR-MESES-ARQUIVO      PIC 9(02).
