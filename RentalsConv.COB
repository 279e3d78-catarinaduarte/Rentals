               MOVE ANT-NIVEL-AVISO TO FS-NIVEL-AVISO
               MOVE 0 TO FS-GUIA
               MOVE 1 TO FS-FILIAL
               MOVE 0 TO FS-EXEMPLAR
               WRITE REGISTO
                INVALID KEY
                DISPLAY "ERRO A GRAVAR RENTAL " FS-COD
               MOVE HAN-NIVEL-AVISO TO HS-NIVEL-AVISO
               MOVE 0 TO HS-GUIA
               MOVE 1 TO HS-FILIAL
               MOVE 0 TO HS-EXEMPLAR
               WRITE REGISTO-HIST
                INVALID KEY
                DISPLAY "ERRO A GRAVAR HISTORICO " HS-COD
