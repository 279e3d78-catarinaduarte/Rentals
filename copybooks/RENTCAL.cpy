      * RENTCAL.cpy - LAYOUT DO REGISTO DO CALENDARIO DE DIAS DE
      * FECHO (FD CALENDARIO, FICHEIRO RENTALS-CALENDARIO.TXT). CADA
      * REGISTO E UM DIA EM QUE UMA FILIAL ESTA FECHADA AO PUBLICO.
      * A FILIAL 0 VALE PARA TODAS (FERIADOS). NO LUGAR DA DATA, UM
      * VALOR DE 1 A 7 FECHA ESSE DIA DA SEMANA TODAS AS SEMANAS
      * (1 = SEGUNDA ... 7 = DOMINGO), PARA NAO TER DE CARREGAR OS
      * DOMINGOS UM A UM. OS PRAZOS DE ENTREGA, OS DIAS DE ATRASO E
      * OS PRAZOS DE RESERVA CONTAM SO OS DIAS ABERTOS.
       01 REGISTO-CALENDARIO.
           05 CAL-CHAVE.
               10 CAL-FILIAL         PIC 9(02).
               10 CAL-DATA           PIC 9(08).
           05 CAL-DESCRICAO          PIC X(30).
