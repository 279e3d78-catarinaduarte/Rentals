           05 WS-RA-NIVEL-AVISO       PIC 9(01).
           05 WS-RA-GUIA              PIC 9(09).
           05 WS-RA-FILIAL            PIC 9(02).
           05 WS-RA-EXEMPLAR          PIC 9(14).
