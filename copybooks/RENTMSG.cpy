      * RENTMSG.cpy - LAYOUT DO REGISTO DE MENSAGENS (FD MENSAGENS,
      * FICHEIRO RENTALS-MENSAGENS.TXT). UMA LINHA POR E-MAIL OU SMS
      * ENTREGUE A CENTRAL DE ENVIO PELO RENTNOT, COM O ESTADO DE
      * ENTREGA QUE A CENTRAL DEVOLVE. A REFERENCIA (TIPO, RENTAL OU
      * RESERVA DE ORIGEM E DATA) E UNICA: O MESMO AVISO NUNCA E
      * GERADO DUAS VEZES, MESMO QUE O RENTNOT CORRA DE NOVO.
       01 REGISTO-MENSAGEM.
           05 MSG-CHAVE.
               10 MSG-ID             PIC 9(09).
           05 MSG-REFERENCIA.
               10 MSG-TIPO           PIC X(08).
                   88 MSG-LEMBRETE   VALUE "LEMBRETE".
                   88 MSG-RESERVA    VALUE "RESERVA".
                   88 MSG-ATRASO-1   VALUE "ATRASO-1".
                   88 MSG-ATRASO-2   VALUE "ATRASO-2".
                   88 MSG-ATRASO-3   VALUE "ATRASO-3".
      * COD DO RENTAL (LEMBRETE E ATRASO) OU DA RESERVA (RESERVA)
               10 MSG-ORIGEM         PIC 9(09).
      * DATA DE ENTREGA DO RENTAL OU DIA EM QUE A RESERVA FICOU
      * DISPONIVEL (RES-DISPONIVEL)
               10 MSG-DATA-REF       PIC 9(08).
      * DIA EM QUE A MENSAGEM FOI GERADA
           05 MSG-DATA               PIC 9(08).
           05 MSG-CLIENTE            PIC 9(20).
           05 MSG-LIVRO              PIC 9(20).
      * E = E-MAIL, S = SMS, COMO CLI-CONTACTO
           05 MSG-CANAL              PIC X(01).
           05 MSG-DESTINO            PIC X(50).
           05 MSG-ESTADO             PIC X(10).
               88 MSG-ENVIADA        VALUE "ENVIADO".
               88 MSG-ENTREGUE       VALUE "ENTREGUE".
               88 MSG-CARTA          VALUE "CARTA".
           05 MSG-DATA-ESTADO        PIC 9(08).
      * DETALHE DEVOLVIDO PELA CENTRAL (MOTIVO DA FALHA)
           05 MSG-DETALHE            PIC X(30).
