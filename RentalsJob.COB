      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corrida noturna. Corre pela ordem certa os programas
      *          da noite, cada um como um passo, e regista em
      *          RENTALS-CORRIDAS.TXT o inicio, o fim e o RETURN-CODE
      *          de cada tentativa de cada passo:
      *            1 RENTCHK              reconciliacao
      *            2 RENTBAT              fim-de-dia
      *            3 RENTSAV SALVA        salvaguarda
      *            4 RENTARC <corte>      arquivo, so no dia do mes
      *                                   PAR-DIA-ARQUIVO, com o corte
      *                                   PAR-MESES-ARQUIVO meses atras
      *            5 RENTNOT GERA         mensagens e-mail/SMS
      *            6 RENTCTB <dia>        lancamento contabilistico
      *          Um passo que termina com RETURN-CODE acima de 4
      *          falha a corrida: os passos seguintes ficam SALTADOS.
      *          Chamada:
      *            RENTJOB          lanca a corrida do dia
      *            RENTJOB RETOMA   retoma a ultima corrida a partir
      *                             do passo que falhou, sem repetir
      *                             os que ja correram bem
      *            RENTJOB RESUMO   so reimprime o resumo
      *          No fim escreve o resumo de uma pagina para o
      *          supervisor em RENTALS-CORRIDA-REL.TXT. Os programas
      *          sao chamados pelo nome (PROGRAM-ID), na pasta dos
      *          ficheiros, e tem de estar no PATH. Termina com
      *          RETURN-CODE 8 quando a chamada e recusada ou a
      *          corrida fica parada num passo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTJOB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "RENTALS-CORRIDAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-COR
           RECORD KEY IS COR-CHAVE.

           SELECT OPTIONAL PARAMETROS
           ASSIGN TO "RENTALS-PARAMETROS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PAR
           RECORD KEY IS PAR-CHAVE.

           SELECT OPTIONAL RELATORIO
           ASSIGN TO "RENTALS-CORRIDA-REL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CORRIDAS.
           COPY RENTJOB.

       FD PARAMETROS.
           COPY RENTPAR.

       FD RELATORIO.
       01 REGISTO-REL.
           05 LINHAS-REL              PIC X(150).

       WORKING-STORAGE SECTION.
       77 FS-COR                     PIC 9(02).
           88 FS-COR-OK              VALUES 0, 2.
       77 FS-PAR                     PIC 9(02).
           88 FS-PAR-OK              VALUES 0.
      * DATA E HORA DE AGORA
       77 WS-HOJE                    PIC 9(08).
       77 WS-HORA                    PIC 9(08).
       77 WS-LINHA                   PIC X(150) VALUES SPACES.
      * LINHA DE COMANDO: MODO
       77 WS-PARAMETRO               PIC X(80) VALUES SPACES.
       77 WS-MODO                    PIC X(10) VALUES SPACES.
           88 WS-CORRE               VALUE "CORRE".
           88 WS-RETOMA              VALUE "RETOMA".
           88 WS-RESUMO              VALUE "RESUMO".
       77 WS-RECUSA-SW               PIC X VALUE "N".
           88 WS-RECUSADO            VALUE "S".
       77 WS-FALHA-SW                PIC X VALUE "N".
           88 WS-FALHA               VALUE "S".
      * DIA DA CORRIDA EM CURSO E PASSO POR ONDE COMECA
       01 WS-DATA-CORRIDA            PIC 9(08) VALUE 0.
       01 WS-DATA-CORRIDA-R REDEFINES WS-DATA-CORRIDA.
           05 WS-DC-ANO              PIC 9(04).
           05 WS-DC-MES              PIC 9(02).
           05 WS-DC-DIA              PIC 9(02).
       77 WS-PASSO-INICIAL           PIC 9(02) VALUE 0.
      * OS PASSOS DA CORRIDA, PELA ORDEM EM QUE CORREM, E O
      * RELATORIO QUE CADA UM DEIXA
       01 WS-TABELA-PASSOS.
           05 FILLER PIC X(08) VALUE "RENTCHK".
           05 FILLER PIC X(30) VALUE "RENTALS-EXCECOES.TXT".
           05 FILLER PIC X(08) VALUE "RENTBAT".
           05 FILLER PIC X(30) VALUE "RENTALS-FIMDIA.TXT".
           05 FILLER PIC X(08) VALUE "RENTSAV".
           05 FILLER PIC X(30) VALUE "RENTALS-SALVA-REL.TXT".
           05 FILLER PIC X(08) VALUE "RENTARC".
           05 FILLER PIC X(30) VALUE "RENTALS-ARQUIVO.TXT".
           05 FILLER PIC X(08) VALUE "RENTNOT".
           05 FILLER PIC X(30) VALUE "RENTALS-MENSAGENS-REL.TXT".
           05 FILLER PIC X(08) VALUE "RENTCTB".
           05 FILLER PIC X(30) VALUE "RENTALS-CONTABIL-REL.TXT".
       01 WS-PASSOS REDEFINES WS-TABELA-PASSOS.
           05 WS-PASSO OCCURS 6 TIMES.
               10 WS-PASSO-PROGRAMA  PIC X(08).
               10 WS-PASSO-RELATORIO PIC X(30).
       77 WS-TOTAL-PASSOS            PIC 9(02) VALUE 6.
       77 WS-PX                      PIC 9(02) VALUE 0.
      * ULTIMA TENTATIVA DO PASSO WS-PX NA CORRIDA
       77 WS-ULT-TENTATIVA           PIC 9(02) VALUE 0.
       77 WS-ULT-ESTADO              PIC X(10) VALUES SPACES.
           88 WS-ULT-FEITO           VALUES "OK", "NAO DEVIDO".
       77 WS-ULT-REGISTO             PIC X(120) VALUES SPACES.
      * COMANDO DO PASSO E O SEU RETURN-CODE
       77 WS-COMANDO                 PIC X(40) VALUES SPACES.
       77 WS-ESTADO-SISTEMA          PIC S9(09) VALUE 0.
       77 WS-RC                      PIC 9(03) VALUE 0.
       77 WS-RC-LIMITE               PIC 9(03) VALUE 4.
      * CALENDARIO DO ARQUIVO (VALORES DE RECURSO SEM PARAMETROS)
       77 WS-DIA-ARQUIVO             PIC 9(02) VALUE 1.
       77 WS-MESES-ARQUIVO           PIC 9(02) VALUE 12.
       77 WS-MESES                   PIC 9(06) VALUE 0.
       01 WS-DATA-CORTE              PIC 9(08) VALUE 0.
       01 WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05 WS-CO-ANO              PIC 9(04).
           05 WS-CO-MES              PIC 9(02).
           05 WS-CO-DIA              PIC 9(02).
      * HORA HHMMSSCC EDITADA PARA O RESUMO
       01 WS-HORA-ANL                PIC 9(08) VALUE 0.
       01 WS-HORA-ANL-R REDEFINES WS-HORA-ANL.
           05 WS-HA-HH               PIC 9(02).
           05 WS-HA-MM               PIC 9(02).
           05 WS-HA-SS               PIC 9(02).
           05 WS-HA-CC               PIC 9(02).
       01 WS-HORA-ED.
           05 WS-HE-HH               PIC 9(02).
           05 FILLER                 PIC X(01) VALUE ":".
           05 WS-HE-MM               PIC 9(02).
           05 FILLER                 PIC X(01) VALUE ":".
           05 WS-HE-SS               PIC 9(02).
       77 WS-INICIO-ED               PIC X(08) VALUES SPACES.
       77 WS-FIM-ED                  PIC X(08) VALUES SPACES.
       77 WS-PASSO-FALHADO           PIC 9(02) VALUE 0.
       77 WS-RC-FALHADO              PIC 9(03) VALUE 0.
       77 WS-TOTAL-OK                PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
               INTO WS-MODO.
           IF (WS-MODO = SPACES) THEN
               MOVE "CORRE" TO WS-MODO
           END-IF.
           IF (NOT WS-CORRE) AND (NOT WS-RETOMA) AND
              (NOT WS-RESUMO) THEN
               DISPLAY "USO: RENTJOB [RETOMA | RESUMO]"
               MOVE 8 TO RETURN-CODE
               GO FIM
           END-IF.
           OPEN I-O CORRIDAS.
           IF (WS-CORRE) THEN
               PERFORM PREPARA-CORRIDA THRU FIM-PREPARA-CORRIDA
           ELSE
               PERFORM PREPARA-RETOMA THRU FIM-PREPARA-RETOMA
           END-IF.
           IF (WS-RECUSADO) THEN
               CLOSE CORRIDAS
               MOVE 8 TO RETURN-CODE
               GO FIM
           END-IF.
           IF (NOT WS-RESUMO) AND (WS-PASSO-INICIAL > 0) THEN
               PERFORM LE-PARAMETROS
               PERFORM VARYING WS-PX FROM WS-PASSO-INICIAL BY 1
                       UNTIL WS-PX > WS-TOTAL-PASSOS
                   PERFORM TRATA-PASSO THRU FIM-TRATA-PASSO
               END-PERFORM
           END-IF.
           PERFORM ESCREVE-RESUMO.
           CLOSE CORRIDAS.
           IF (WS-PASSO-FALHADO > 0) THEN
               DISPLAY "CORRIDA " WS-DATA-CORRIDA " PARADA NO PASSO "
                       WS-PASSO-FALHADO ". RETOMAR COM RENTJOB RETOMA."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CORRIDA " WS-DATA-CORRIDA " CONCLUIDA."
               MOVE 0 TO RETURN-CODE
           END-IF.
       FIM.
           STOP RUN.

      *----------------------------------------------------------------
      * PREPARA-CORRIDA
      * A CORRIDA DO DIA SO SE LANCA UMA VEZ: SE JA HOUVER REGISTOS
      * DE HOJE, O OPERADOR USA RETOMA (OU RESUMO).
      *----------------------------------------------------------------
       PREPARA-CORRIDA.
           MOVE WS-HOJE TO WS-DATA-CORRIDA.
           MOVE WS-HOJE TO COR-DATA.
           MOVE 0 TO COR-PASSO.
           MOVE 0 TO COR-TENTATIVA.
           START CORRIDAS KEY >= COR-CHAVE
             INVALID KEY
             MOVE 23 TO FS-COR
           END-START.
           IF (FS-COR-OK) THEN
               READ CORRIDAS NEXT RECORD
                 AT END
                 MOVE 10 TO FS-COR
               END-READ
           END-IF.
           IF (FS-COR-OK) AND (COR-DATA = WS-HOJE) THEN
               DISPLAY "A CORRIDA DE HOJE JA FOI LANCADA. "
                       "USE RENTJOB RETOMA."
               MOVE "S" TO WS-RECUSA-SW
               GO FIM-PREPARA-CORRIDA
           END-IF.
           MOVE 1 TO WS-PASSO-INICIAL.
       FIM-PREPARA-CORRIDA.

      *----------------------------------------------------------------
      * PREPARA-RETOMA
      * A CORRIDA A RETOMAR (OU A RESUMIR) E A MAIS RECENTE. A RETOMA
      * COMECA NO PRIMEIRO PASSO QUE NAO FICOU FEITO (FALHOU, FICOU
      * SALTADO, EM CURSO OU POR CORRER); SE TODOS FICARAM FEITOS NAO
      * HA NADA A RETOMAR E SO SAI O RESUMO.
      *----------------------------------------------------------------
       PREPARA-RETOMA.
           MOVE 0 TO WS-DATA-CORRIDA.
           MOVE 0 TO COR-DATA.
           MOVE 0 TO COR-PASSO.
           MOVE 0 TO COR-TENTATIVA.
           START CORRIDAS KEY > COR-CHAVE
             INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL NOT FS-COR-OK
               READ CORRIDAS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               MOVE COR-DATA TO WS-DATA-CORRIDA
               END-READ
           END-PERFORM.
           IF (WS-DATA-CORRIDA = 0) THEN
               DISPLAY "NAO HA CORRIDAS REGISTADAS."
               MOVE "S" TO WS-RECUSA-SW
               GO FIM-PREPARA-RETOMA
           END-IF.
           IF (WS-RESUMO) THEN
               GO FIM-PREPARA-RETOMA
           END-IF.
           MOVE 0 TO WS-PASSO-INICIAL.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-TOTAL-PASSOS
                      OR WS-PASSO-INICIAL > 0
               PERFORM LE-ESTADO-PASSO
               IF (NOT WS-ULT-FEITO) THEN
                   MOVE WS-PX TO WS-PASSO-INICIAL
               END-IF
           END-PERFORM.
           IF (WS-PASSO-INICIAL = 0) THEN
               DISPLAY "CORRIDA " WS-DATA-CORRIDA
                       " JA CONCLUIDA. NADA A RETOMAR."
           ELSE
               DISPLAY "RETOMA DA CORRIDA " WS-DATA-CORRIDA
                       " NO PASSO " WS-PASSO-INICIAL " "
                       WS-PASSO-PROGRAMA(WS-PASSO-INICIAL)
           END-IF.
       FIM-PREPARA-RETOMA.

      *----------------------------------------------------------------
      * LE-ESTADO-PASSO
      * A ULTIMA TENTATIVA DO PASSO WS-PX NA CORRIDA WS-DATA-CORRIDA:
      * NUMERO, ESTADO E O REGISTO INTEIRO PARA O RESUMO. SEM
      * TENTATIVAS O PASSO ESTA POR CORRER (NUMERO 0, ESTADO EM BRANCO).
      *----------------------------------------------------------------
       LE-ESTADO-PASSO.
           MOVE 0 TO WS-ULT-TENTATIVA.
           MOVE SPACES TO WS-ULT-ESTADO.
           MOVE SPACES TO WS-ULT-REGISTO.
           MOVE WS-DATA-CORRIDA TO COR-DATA.
           MOVE WS-PX TO COR-PASSO.
           MOVE 0 TO COR-TENTATIVA.
           START CORRIDAS KEY >= COR-CHAVE
             INVALID KEY
             MOVE 23 TO FS-COR
           END-START.
           PERFORM UNTIL NOT FS-COR-OK
               READ CORRIDAS NEXT RECORD
               AT END
               CONTINUE
               NOT AT END
               IF (COR-DATA = WS-DATA-CORRIDA) AND
                  (COR-PASSO = WS-PX) THEN
                   MOVE COR-TENTATIVA TO WS-ULT-TENTATIVA
                   MOVE COR-ESTADO TO WS-ULT-ESTADO
                   MOVE REGISTO-CORRIDA TO WS-ULT-REGISTO
               ELSE
                   MOVE 10 TO FS-COR
               END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * TRATA-PASSO
      * UM PASSO JA FEITO NAO SE REPETE. DEPOIS DE UMA FALHA OS PASSOS
      * FICAM SALTADOS. O ARQUIVO FORA DO SEU DIA FICA NAO DEVIDO. OS
      * RESTANTES CORREM: A TENTATIVA FICA EM CURSO ANTES DE CHAMAR O
      * PROGRAMA, PARA UMA QUEDA DA PROPRIA CORRIDA SE VER NO REGISTO.
      *----------------------------------------------------------------
       TRATA-PASSO.
           PERFORM LE-ESTADO-PASSO.
           IF (WS-ULT-FEITO) THEN
               GO FIM-TRATA-PASSO
           END-IF.
           MOVE SPACES TO REGISTO-CORRIDA.
           MOVE WS-DATA-CORRIDA TO COR-DATA.
           MOVE WS-PX TO COR-PASSO.
           COMPUTE COR-TENTATIVA = WS-ULT-TENTATIVA + 1.
           MOVE WS-PASSO-PROGRAMA(WS-PX) TO COR-PROGRAMA.
           PERFORM MONTA-COMANDO.
           MOVE WS-COMANDO TO COR-COMANDO.
           ACCEPT COR-INICIO-DATA FROM DATE YYYYMMDD.
           ACCEPT COR-INICIO-HORA FROM TIME.
           MOVE 0 TO COR-FIM-DATA.
           MOVE 0 TO COR-FIM-HORA.
           MOVE 0 TO COR-RC.
           IF (WS-FALHA) THEN
               MOVE "SALTADO" TO COR-ESTADO
               PERFORM GRAVA-TENTATIVA
               GO FIM-TRATA-PASSO
           END-IF.
           IF (WS-PASSO-PROGRAMA(WS-PX) = "RENTARC") AND
              ((WS-DIA-ARQUIVO = 0) OR
               (WS-DC-DIA NOT = WS-DIA-ARQUIVO)) THEN
               MOVE "NAO DEVIDO" TO COR-ESTADO
               PERFORM GRAVA-TENTATIVA
               GO FIM-TRATA-PASSO
           END-IF.
           MOVE "EM CURSO" TO COR-ESTADO.
           PERFORM GRAVA-TENTATIVA.
           DISPLAY "PASSO " WS-PX ": " WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-ESTADO-SISTEMA.
      * O SISTEMA DEVOLVE O ESTADO DE SAIDA NO BYTE ALTO; SEM
      * CONSEGUIR CORRER O PROGRAMA VEM NEGATIVO
           EVALUATE TRUE
               WHEN WS-ESTADO-SISTEMA < 0
                   MOVE 999 TO WS-RC
               WHEN WS-ESTADO-SISTEMA > 255
                   COMPUTE WS-RC = WS-ESTADO-SISTEMA / 256
               WHEN OTHER
                   MOVE WS-ESTADO-SISTEMA TO WS-RC
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT COR-FIM-DATA FROM DATE YYYYMMDD.
           ACCEPT COR-FIM-HORA FROM TIME.
           MOVE WS-RC TO COR-RC.
           IF (WS-RC > WS-RC-LIMITE) THEN
               MOVE "FALHOU" TO COR-ESTADO
               MOVE "S" TO WS-FALHA-SW
           ELSE
               MOVE "OK" TO COR-ESTADO
           END-IF.
           REWRITE REGISTO-CORRIDA
            INVALID KEY
            DISPLAY "ERRO A REGISTAR O PASSO " WS-PX
           END-REWRITE.
       FIM-TRATA-PASSO.

       GRAVA-TENTATIVA.
           WRITE REGISTO-CORRIDA
            INVALID KEY
            DISPLAY "ERRO A REGISTAR O PASSO " WS-PX
           END-WRITE.

      *----------------------------------------------------------------
      * MONTA-COMANDO
      * A LINHA DE COMANDO DO PASSO WS-PX. O ARQUIVO LEVA O CORTE NO
      * PRIMEIRO DIA DO MES QUE FICOU PAR-MESES-ARQUIVO MESES PARA
      * TRAS; O LANCAMENTO LEVA O DIA DA CORRIDA.
      *----------------------------------------------------------------
       MONTA-COMANDO.
           MOVE SPACES TO WS-COMANDO.
           EVALUATE WS-PASSO-PROGRAMA(WS-PX)
               WHEN "RENTSAV"
                   MOVE "RENTSAV SALVA" TO WS-COMANDO
               WHEN "RENTARC"
                   COMPUTE WS-MESES = WS-DC-ANO * 12 + WS-DC-MES - 1
                                      - WS-MESES-ARQUIVO
                   COMPUTE WS-CO-ANO = WS-MESES / 12
                   COMPUTE WS-CO-MES =
                       FUNCTION MOD(WS-MESES, 12) + 1
                   MOVE 1 TO WS-CO-DIA
                   STRING "RENTARC " DELIMITED BY SIZE
                          WS-DATA-CORTE DELIMITED BY SIZE
                     INTO WS-COMANDO
               WHEN "RENTNOT"
                   MOVE "RENTNOT GERA" TO WS-COMANDO
               WHEN "RENTCTB"
                   STRING "RENTCTB " DELIMITED BY SIZE
                          WS-DATA-CORRIDA DELIMITED BY SIZE
                     INTO WS-COMANDO
               WHEN OTHER
                   MOVE WS-PASSO-PROGRAMA(WS-PX) TO WS-COMANDO
           END-EVALUATE.

      *----------------------------------------------------------------
      * ESCREVE-RESUMO
      * UMA PAGINA PARA O SUPERVISOR: A ULTIMA TENTATIVA DE CADA PASSO
      * COM INICIO, FIM, RETURN-CODE, ESTADO E O RELATORIO A VER, E
      * O RESULTADO DA CORRIDA COM O QUE HA A FAZER.
      *----------------------------------------------------------------
       ESCREVE-RESUMO.
           OPEN OUTPUT RELATORIO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO WS-HORA-ANL.
           PERFORM EDITA-HORA.
           MOVE SPACES TO WS-LINHA.
           STRING "RESUMO DA CORRIDA NOTURNA DE " DELIMITED BY SIZE
                  WS-DATA-CORRIDA DELIMITED BY SIZE
                  " - EMITIDO EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-ED DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PASSO PROGRAMA TENT INICIO            "
                    DELIMITED BY SIZE
                  "FIM               RC  ESTADO     RELATORIO"
                    DELIMITED BY SIZE
             INTO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           MOVE 0 TO WS-PASSO-FALHADO.
           MOVE 0 TO WS-TOTAL-OK.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-TOTAL-PASSOS
               PERFORM LE-ESTADO-PASSO
               PERFORM ESCREVE-LINHA-PASSO
                  THRU FIM-ESCREVE-LINHA-PASSO
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           WRITE REGISTO-REL FROM WS-LINHA.
           IF (WS-PASSO-FALHADO > 0) THEN
               STRING "RESULTADO: PARADA NO PASSO " DELIMITED BY SIZE
                      WS-PASSO-FALHADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PASSO-PROGRAMA(WS-PASSO-FALHADO)
                        DELIMITED BY SPACES
                      " COM RETURN-CODE " DELIMITED BY SIZE
                      WS-RC-FALHADO DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "VER O RELATORIO " DELIMITED BY SIZE
                      WS-PASSO-RELATORIO(WS-PASSO-FALHADO)
                        DELIMITED BY SPACES
                      ", CORRIGIR E RETOMAR COM RENTJOB RETOMA"
                        DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
           ELSE
               IF (WS-TOTAL-OK = WS-TOTAL-PASSOS) THEN
                   MOVE "RESULTADO: CORRIDA CONCLUIDA SEM ERROS"
                     TO WS-LINHA
               ELSE
                   MOVE "RESULTADO: CORRIDA INCOMPLETA, USAR RETOMA"
                     TO WS-LINHA
               END-IF
               WRITE REGISTO-REL FROM WS-LINHA
           END-IF.
           CLOSE RELATORIO.

       ESCREVE-LINHA-PASSO.
           MOVE SPACES TO WS-LINHA.
           IF (WS-ULT-TENTATIVA = 0) THEN
               STRING WS-PX DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-PASSO-PROGRAMA(WS-PX) DELIMITED BY SIZE
                      " -    POR CORRER" DELIMITED BY SIZE
                 INTO WS-LINHA
               WRITE REGISTO-REL FROM WS-LINHA
               GO FIM-ESCREVE-LINHA-PASSO
           END-IF.
           MOVE WS-ULT-REGISTO TO REGISTO-CORRIDA.
           IF (COR-FEITO) THEN
               ADD 1 TO WS-TOTAL-OK
           END-IF.
           IF (COR-FALHOU) AND (WS-PASSO-FALHADO = 0) THEN
               MOVE WS-PX TO WS-PASSO-FALHADO
               MOVE COR-RC TO WS-RC-FALHADO
           END-IF.
           MOVE COR-INICIO-HORA TO WS-HORA-ANL.
           PERFORM EDITA-HORA.
           MOVE WS-HORA-ED TO WS-INICIO-ED.
           MOVE SPACES TO WS-FIM-ED.
           IF (COR-FIM-DATA NOT = 0) THEN
               MOVE COR-FIM-HORA TO WS-HORA-ANL
               PERFORM EDITA-HORA
               MOVE WS-HORA-ED TO WS-FIM-ED
           END-IF.
           MOVE WS-PX TO WS-LINHA(1:2).
           MOVE COR-PROGRAMA TO WS-LINHA(7:8).
           MOVE COR-TENTATIVA TO WS-LINHA(16:2).
           MOVE COR-INICIO-DATA TO WS-LINHA(21:8).
           MOVE WS-INICIO-ED TO WS-LINHA(30:8).
           IF (COR-FIM-DATA NOT = 0) THEN
               MOVE COR-FIM-DATA TO WS-LINHA(39:8)
               MOVE WS-FIM-ED TO WS-LINHA(48:8)
           END-IF.
           MOVE COR-RC TO WS-LINHA(57:3).
           MOVE COR-ESTADO TO WS-LINHA(61:10).
           MOVE WS-PASSO-RELATORIO(WS-PX) TO WS-LINHA(72:30).
           WRITE REGISTO-REL FROM WS-LINHA.
       FIM-ESCREVE-LINHA-PASSO.

       EDITA-HORA.
           MOVE WS-HA-HH TO WS-HE-HH.
           MOVE WS-HA-MM TO WS-HE-MM.
           MOVE WS-HA-SS TO WS-HE-SS.

      *----------------------------------------------------------------
      * LE-PARAMETROS
      * O CALENDARIO DO ARQUIVO DO REGISTO GLOBAL DE PARAMETROS. SEM
      * FICHEIRO OU SEM REGISTO GLOBAL FICAM OS VALORES DE RECURSO.
      *----------------------------------------------------------------
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE 0 TO PAR-CATEGORIA.
           READ PARAMETROS
             INVALID KEY
             CONTINUE
             NOT INVALID KEY
             MOVE PAR-DIA-ARQUIVO TO WS-DIA-ARQUIVO
             MOVE PAR-MESES-ARQUIVO TO WS-MESES-ARQUIVO
           END-READ.
           CLOSE PARAMETROS.

       END PROGRAM RENTJOB.
