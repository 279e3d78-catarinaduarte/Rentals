           05 CLI-NOME               PIC X(40).
           05 CLI-TELEFONE           PIC X(15).
           05 CLI-MORADA             PIC X(50).
      * CATEGORIA DE SOCIO (1 A 6): A DESCRICAO, O MAXIMO DE RENTALS
      * EM ABERTO E A VALIDADE DO CARTAO DE CADA TIPO ESTAO NO
      * REGISTO GLOBAL DOS PARAMETROS (PAR-SOCIO)
           05 CLI-TIPO               PIC 9(02).
               88 CLI-TIPO-VALIDO    VALUES 1 THRU 6.
      * DATA DE ADESAO E DATA DE FIM DE VALIDADE DO CARTAO
           05 CLI-ADESAO             PIC 9(08).
           05 CLI-VALIDADE           PIC 9(08).
      * DIA EM QUE SAIU A ULTIMA CARTA DE RENOVACAO DO CARTAO (BATCH)
           05 CLI-CARTA-RENOVACAO    PIC 9(08).
      * CORREIO ELETRONICO E CANAL PREFERIDO PARA OS AVISOS: C = CARTA
      * EM PAPEL (A DOS CLIENTES ANTIGOS), E = E-MAIL PARA CLI-EMAIL,
      * S = SMS PARA CLI-TELEFONE. SEM O CONTACTO DO CANAL ESCOLHIDO
      * O CLIENTE CONTINUA A RECEBER CARTA.
           05 CLI-EMAIL              PIC X(50).
           05 CLI-CONTACTO           PIC X(01).
               88 CLI-CONTACTO-CARTA VALUE "C".
               88 CLI-CONTACTO-EMAIL VALUE "E".
               88 CLI-CONTACTO-SMS   VALUE "S".
               88 CLI-CONTACTO-VALIDO VALUES "C", "E", "S".
      * RESULTADO DA ULTIMA MENSAGEM DEVOLVIDO PELA CENTRAL DE ENVIO
      * (RENTNOT ESTADO): DIA, ESTADO E FALHAS SEGUIDAS DE ENTREGA
           05 CLI-MSG-DATA           PIC 9(08).
           05 CLI-MSG-ESTADO         PIC X(10).
           05 CLI-MSG-FALHAS         PIC 9(02).
