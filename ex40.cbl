      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - dependencias: a nota do aluno na
      *disciplina de dependencia aberta (CADDEP.DAT), lancada na turma
      *de origem, fecha a disciplina no CADAPRD.DAT para a baixa no
      *EX34, sem corte de frequencia e fora da consolidacao do ano; o
      *boletim marca a linha como DEPENDENCIA

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADHISTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL

       01 REG-HISTD PIC X(70).

      *CADDEP.DAT = dependencias abertas e cumpridas, mantidas pelo
      *fechamento do ano (EX34).
       FD CADDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEP.DAT".

       01 REG-DEP.
           02 MATR-DEP PIC 9(05).
           02 ANO-DEP PIC 9(04).
           02 TURMA-DEP PIC X(03).
           02 DISC-DEP PIC 9(02).
           02 NOMED-DEP PIC X(15).
           02 SITU-DEP PIC X(01).
           02 ANOBX-DEP PIC 9(04).
           02 MEDIA-DEP PIC 9(2)V99.

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           77 PERC-BANDA PIC 9(03)V9 VALUE 0.
           77 NOME-DISC-ATUAL PIC X(15) VALUE SPACE.
           77 REPROVA-FALTA PIC X(03) VALUE "NAO".
           77 IX-DP PIC 9(04) VALUE 0.
           77 E-DEPENDENCIA PIC X(03) VALUE "NAO".
           77 CONT-DEP PIC 9(07) VALUE 0.

      *TAB-DEPA = as dependencias abertas; a nota de dependencia vem
      *na turma e disciplina de origem, fecha so a disciplina e fica
      *fora da consolidacao e do corte de frequencia do ano.
           01 TAB-DEPA.
               02 QTD-DEPA PIC 9(04) VALUE 0.
               02 DEPA-LINHA OCCURS 5000 TIMES.
                   03 MATR-TDA PIC 9(05).
                   03 TURMA-TDA PIC X(03).
                   03 DISC-TDA PIC 9(02).

      *TAB-DISC = a tabela de disciplinas, com o acumulador do
      *histograma (seis faixas do EX24) por disciplina.
               02 LB-MEDIA PIC ZZ,99.
               02 FILLER PIC X(02) VALUE SPACE.
               02 LB-SITU PIC X(10).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LB-DEP PIC X(11).

           01 LINHA-BOLD-SUB.
               02 FILLER PIC X(21) VALUE "  ALUNOS NA SECAO... ".
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-FALTAS.
           PERFORM CARREGA-CALENDARIO.
           PERFORM CARREGA-DEPENDENCIAS.
           OPEN INPUT CADNOTAD.
           IF WS-FS-NOT NOT EQUAL "00"
               DISPLAY "EX40 - CADNOTAD.DAT NAO ENCONTRADO, CARREGAR "
           PERFORM DECIDE-SITUACAO.
           PERFORM GRAVA-SITUACAO.
           PERFORM ACUMULA-HISTOGRAMA.
           IF E-DEPENDENCIA EQUAL "NAO"
               PERFORM ACUMULA-CONSOLIDACAO
           END-IF.
           ADD 1 TO CONT-GRUPO.
           PERFORM LEITURA.

       DECIDE-SITUACAO.
           PERFORM PROCURA-FALTAS.
           PERFORM ACHA-LIMITE-TURMA.
           PERFORM PROCURA-DEPENDENCIA.
           IF TOTAL-FALTAS > LIMITE-FALTAS
                  AND E-DEPENDENCIA EQUAL "NAO"
               MOVE "REP.FALTA" TO SITU-DISC
               MOVE "SIM" TO REPROVA-FALTA
           ELSE
               ADD 1 TO IX-F
           END-IF.

       PROCURA-DEPENDENCIA.
           MOVE "NAO" TO E-DEPENDENCIA.
           MOVE 1 TO IX-DP.
           PERFORM TESTA-DEPENDENCIA
               UNTIL IX-DP > QTD-DEPA
                  OR E-DEPENDENCIA EQUAL "SIM".
           IF E-DEPENDENCIA EQUAL "SIM"
               ADD 1 TO CONT-DEP
           END-IF.

       TESTA-DEPENDENCIA.
           IF MATR-TDA (IX-DP) EQUAL MATR-NOT
                  AND TURMA-TDA (IX-DP) EQUAL TURMA-NOT
                  AND DISC-TDA (IX-DP) EQUAL DISC-NOT
               MOVE "SIM" TO E-DEPENDENCIA
           ELSE
               ADD 1 TO IX-DP
           END-IF.

       CARREGA-DEPENDENCIAS.
           OPEN INPUT CADDEP.
           PERFORM LE-DEPENDENCIA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDEP.
           MOVE "NAO" TO FIM-ARQ.

       LE-DEPENDENCIA.
           READ CADDEP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND SITU-DEP EQUAL "A"
               IF QTD-DEPA EQUAL 5000
                   DISPLAY "EX40 - TABELA DE DEPENDENCIAS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DEPA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DEPA
               MOVE MATR-DEP TO MATR-TDA (QTD-DEPA)
               MOVE TURMA-DEP TO TURMA-TDA (QTD-DEPA)
               MOVE DISC-DEP TO DISC-TDA (QTD-DEPA)
           END-IF.

       ACHA-LIMITE-TURMA.
           MOVE 0 TO LIMITE-FALTAS.
           MOVE 1 TO IX-DI.
           MOVE MATR-NOT TO LB-MATR.
           MOVE MEDIA TO LB-MEDIA.
           MOVE SITU-DISC TO LB-SITU.
           IF E-DEPENDENCIA EQUAL "SIM"
               MOVE "DEPENDENCIA" TO LB-DEP
           ELSE
               MOVE SPACES TO LB-DEP
           END-IF.
           MOVE LINHA-BOLD-ALUNO TO REG-BOLD.
           WRITE REG-BOLD.

           DISPLAY "EX40 - RECUPERACOES........: " CONT-REC.
           DISPLAY "EX40 - REPROVACOES.........: " CONT-REP.
           DISPLAY "EX40 - ALUNOS CONSOLIDADOS.: " QTD-CONS.
           DISPLAY "EX40 - NOTAS DE DEPENDENCIA: " CONT-DEP.

      *USA-DATA-MOVIMENTO troca a data do sistema pela data do
      *movimento do lote (CADDATA.DAT, gravada pelo EXCTL) quando
