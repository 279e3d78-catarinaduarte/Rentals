      *          as listagens e exportacoes do dia-a-dia nao arrastem
      *          anos de registos fechados. O CONSULTAR interativo
      *          sabe prolongar uma pesquisa ao historico.
      *          Chamado como RENTARC AAAAMMDD (pela corrida noturna
      *          RENTJOB) toma a data de corte da linha de comando e
      *          nao pergunta nada. Termina com RETURN-CODE 8 quando a
      *          data de corte e invalida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 FS-HIS-NAO-EXISTE      VALUES 35.
      * DATA DE HOJE, NO FORMATO AAAAMMDD
       77 WS-HOJE                    PIC 9(08).
      * DATA DE CORTE PEDIDA AO OPERADOR OU DADA NA LINHA DE COMANDO,
      * NO FORMATO AAAAMMDD
       77 WS-DATA-CORTE              PIC 9(08) VALUE 0.
       77 WS-PARAMETRO               PIC X(80) VALUES SPACES.
       77 WS-CORTE-TXT               PIC X(08) VALUES SPACES.
       77 WS-LINHA                   PIC X(150) VALUES SPACES.
       77 WS-TOTAL-LIDOS             PIC 9(07) VALUES 0.
       77 WS-TOTAL-ARQUIVADOS        PIC 9(07) VALUES 0.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ARQUIVO DE RENTALS DEVOLVIDOS".
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
               INTO WS-CORTE-TXT.
           IF (WS-CORTE-TXT = SPACES) THEN
               DISPLAY "DATA DE CORTE (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WS-DATA-CORTE
           ELSE
               IF (WS-CORTE-TXT IS NUMERIC) THEN
                   MOVE WS-CORTE-TXT TO WS-DATA-CORTE
               END-IF
           END-IF.
           IF (FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-CORTE) NOT = 0) THEN
               DISPLAY "DATA DE CORTE INVALIDA. FIM DO ARQUIVO."
               MOVE 8 TO RETURN-CODE
               GO FIM
           END-IF.
           OPEN I-O FIC.
