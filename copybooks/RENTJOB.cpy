      * RENTJOB.cpy - LAYOUT DO REGISTO DA CORRIDA NOTURNA (FD
      * CORRIDAS, FICHEIRO RENTALS-CORRIDAS.TXT). UM REGISTO POR
      * TENTATIVA DE CADA PASSO DA CORRIDA, COM INICIO, FIM E
      * RETURN-CODE DO PROGRAMA. A ULTIMA TENTATIVA DE CADA PASSO DIZ
      * AO RENTJOB RETOMA ONDE A CORRIDA PAROU.
       01 REGISTO-CORRIDA.
           05 COR-CHAVE.
      * DIA DA CORRIDA (DIA EM QUE FOI LANCADA), PASSO E TENTATIVA
               10 COR-DATA           PIC 9(08).
               10 COR-PASSO          PIC 9(02).
               10 COR-TENTATIVA      PIC 9(02).
           05 COR-PROGRAMA           PIC X(08).
           05 COR-COMANDO            PIC X(40).
           05 COR-INICIO-DATA        PIC 9(08).
           05 COR-INICIO-HORA        PIC 9(08).
           05 COR-FIM-DATA           PIC 9(08).
           05 COR-FIM-HORA           PIC 9(08).
           05 COR-RC                 PIC 9(03).
           05 COR-ESTADO             PIC X(10).
               88 COR-EM-CURSO       VALUE "EM CURSO".
               88 COR-OK             VALUE "OK".
               88 COR-FALHOU         VALUE "FALHOU".
               88 COR-SALTADO        VALUE "SALTADO".
               88 COR-NAO-DEVIDO     VALUE "NAO DEVIDO".
      * PASSO QUE NAO SE REPETE NUMA RETOMA
               88 COR-FEITO          VALUES "OK", "NAO DEVIDO".
