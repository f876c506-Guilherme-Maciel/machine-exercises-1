      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - professor na pauta: a transacao ganha
      *no final o codigo do professor (COD-ENT da folha). Havendo
      *atribuicao de aulas em CADATRI.DAT, a nota so e aceita do
      *professor que tem a disciplina da turma atribuida (a disciplina
      *00 de qualquer professor da turma); sem o arquivo nada muda.
      *MODIFICACAO 15/10/2026 - calendario de provas: havendo
      *CADPROVA.DAT, nota de prova marcada para depois da data do
      *movimento e recusada (motivo 36); prova fora do calendario segue
      *como antes.
      *MODIFICACAO 15/10/2026 - log unificado gravado para todo motivo
      *de rejeicao da pauta, nao so para os ultimos da lista
      *MODIFICACAO 15/10/2026 - dependencias: nota de disciplina na
      *turma de origem de dependencia aberta (CADDEP.DAT) e aceita do
      *aluno que hoje esta em outra turma e vai para CADNOTAD.DAT como
      *linha propria; o registro de CADNOTAD passa a ser achado por
      *aluno, turma e disciplina

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CADDISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIS.
           SELECT OPTIONAL CADATRI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADPROVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADNOTAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTAD-TMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           02 PROVA-PAU PIC 9(01).
           02 NOTA-PAU PIC 9(2)V99.
           02 DISC-PAU PIC 9(02).
           02 PROF-PAU PIC X(05).

       FD CADALU
           LABEL RECORD ARE STANDARD
           02 COD-DIS PIC 9(02).
           02 NOME-DIS PIC X(15).

      *CADATRI.DAT = atribuicao de aulas: turma, disciplina,
      *professor (COD-ENT da folha) e aulas por semana.
       FD CADATRI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADATRI.DAT".

       01 REG-ATR.
           02 TURMA-ATR PIC X(03).
           02 DISC-ATR PIC 9(02).
           02 PROF-ATR PIC 9(05).
           02 HORAS-ATR PIC 9(02).

      *CADPROVA.DAT = calendario de provas: turma, disciplina,
      *numero da prova e data.
       FD CADPROVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROVA.DAT".

       01 REG-PRV.
           02 TURMA-PRV PIC X(03).
           02 DISC-PRV PIC X(02).
           02 PROVA-PRV PIC X(01).
           02 DATA-PRV PIC X(08).

      *CADNOTAD.DAT = notas por disciplina, um registro por aluno e
      *disciplina com as quatro provas.
       FD CADNOTAD

       01 REG-NOT-TMP PIC X(26).

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
           77 FIM-DIS PIC X(03) VALUE "NAO".
           77 IX-DI PIC 9(03) VALUE 0.
           77 ACHOU-DISC PIC X(03) VALUE "NAO".
           77 FIM-ATR PIC X(03) VALUE "NAO".
           77 IX-AT PIC 9(03) VALUE 0.
           77 ACHOU-PROF PIC X(03) VALUE "NAO".
           77 FIM-PRV PIC X(03) VALUE "NAO".
           77 IX-PV PIC 9(04) VALUE 0.
           77 ACHOU-PRV PIC X(03) VALUE "NAO".
           77 FIM-DEP PIC X(03) VALUE "NAO".
           77 IX-DE PIC 9(04) VALUE 0.
           77 ACHOU-DEP PIC X(03) VALUE "NAO".

      *TAB-DISC = a tabela de disciplinas por turma em memoria.
           01 TAB-DISC.
                   03 TURMA-TD PIC X(03).
                   03 COD-TDI PIC 9(02).

      *TAB-ATRIB = a atribuicao de aulas em memoria; vazia quando
      *nao ha CADATRI.DAT e a pauta nao confere o professor.
           01 TAB-ATRIB.
               02 QTD-ATRIB PIC 9(03) VALUE 0.
               02 ATRIB-LINHA OCCURS 500 TIMES.
                   03 TURMA-TA PIC X(03).
                   03 DISC-TA PIC 9(02).
                   03 PROF-TA PIC 9(05).

      *TAB-PROVA = as datas do calendario de provas; vazia quando
      *nao ha CADPROVA.DAT e a pauta nao confere a data.
           01 TAB-PROVA.
               02 QTD-PROVA PIC 9(04) VALUE 0.
               02 PROVA-LINHA OCCURS 2000 TIMES.
                   03 TURMA-TV PIC X(03).
                   03 DISC-TV PIC 9(02).
                   03 PROVA-TV PIC 9(01).
                   03 DATA-TV PIC 9(08).

      *TAB-DEPEND = as dependencias abertas: nota de disciplina na
      *turma de origem da dependencia e aceita de aluno que hoje
      *esta em outra turma.
           01 TAB-DEPEND.
               02 QTD-DEPEND PIC 9(04) VALUE 0.
               02 DEPEND-LINHA OCCURS 5000 TIMES.
                   03 MATR-TDE PIC X(05).
                   03 TURMA-TDE PIC X(03).
                   03 DISC-TDE PIC 9(02).

      *TAB-PAUTA = o lote em memoria, com a situacao por transacao
      *(P pendente, A aplicada, R rejeitada) e o motivo da rejeicao.
           01 TAB-PAUTA.
                   03 MOTREJ-TP PIC 9(02).
                   03 DISC-TP PIC 9(02).
                   03 EXISTE-TP PIC X(01).
                   03 PROF-TP PIC X(05).

      *TAB-COMBO = as combinacoes turma+prova presentes no lote,
      *para a varredura final de alunos sem nota.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-ATRIBUICOES.
           PERFORM CARREGA-PROVAS.
           PERFORM CARREGA-DEPENDENCIAS.
           OPEN INPUT CADPAUTA.
           IF WS-FS-PAU NOT EQUAL "00"
               DISPLAY "EX33 - PAUTA CADPAUTA.DAT NAO ENCONTRADA"
               ADD 1 TO IX-DI
           END-IF.

       CARREGA-ATRIBUICOES.
           OPEN INPUT CADATRI.
           PERFORM LE-ATRIBUICAO
               UNTIL FIM-ATR EQUAL "SIM".
           CLOSE CADATRI.

       LE-ATRIBUICAO.
           READ CADATRI
               AT END
               MOVE "SIM" TO FIM-ATR.
           IF FIM-ATR NOT EQUAL "SIM"
               IF QTD-ATRIB EQUAL 500
                   DISPLAY "EX33 - TABELA DE ATRIBUICOES CHEIA, "
                           "AUMENTAR OCCURS DE TAB-ATRIB"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-ATRIB
               MOVE TURMA-ATR TO TURMA-TA (QTD-ATRIB)
               MOVE DISC-ATR TO DISC-TA (QTD-ATRIB)
               MOVE PROF-ATR TO PROF-TA (QTD-ATRIB)
           END-IF.

      *VALIDA-PROFESSOR confere se o professor da transacao tem a
      *disciplina da turma atribuida; a disciplina 00 (resultado
      *geral) e aceita de qualquer professor da turma. Sem
      *atribuicao carregada nao ha conferencia.
       VALIDA-PROFESSOR.
           IF QTD-ATRIB EQUAL 0
               MOVE "SIM" TO ACHOU-PROF
           ELSE
               MOVE "NAO" TO ACHOU-PROF
               MOVE 1 TO IX-AT
               PERFORM TESTA-PROFESSOR
                   UNTIL IX-AT > QTD-ATRIB
                      OR ACHOU-PROF EQUAL "SIM"
           END-IF.

       TESTA-PROFESSOR.
           IF PROF-PAU IS NUMERIC
                  AND TURMA-TA (IX-AT) EQUAL TURMA-PAU
                  AND PROF-TA (IX-AT) EQUAL PROF-PAU
                  AND (DISC-TA (IX-AT) EQUAL DISC-TP (QTD-PAUTA)
                       OR DISC-TP (QTD-PAUTA) EQUAL 0)
               MOVE "SIM" TO ACHOU-PROF
           ELSE
               ADD 1 TO IX-AT
           END-IF.

       CARREGA-PROVAS.
           OPEN INPUT CADPROVA.
           PERFORM LE-PROVA
               UNTIL FIM-PRV EQUAL "SIM".
           CLOSE CADPROVA.

       LE-PROVA.
           READ CADPROVA
               AT END
               MOVE "SIM" TO FIM-PRV.
           IF FIM-PRV NOT EQUAL "SIM"
                  AND DISC-PRV IS NUMERIC
                  AND PROVA-PRV IS NUMERIC
                  AND DATA-PRV IS NUMERIC
               IF QTD-PROVA EQUAL 2000
                   DISPLAY "EX33 - TABELA DE PROVAS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-PROVA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-PROVA
               MOVE TURMA-PRV TO TURMA-TV (QTD-PROVA)
               MOVE DISC-PRV TO DISC-TV (QTD-PROVA)
               MOVE PROVA-PRV TO PROVA-TV (QTD-PROVA)
               MOVE DATA-PRV TO DATA-TV (QTD-PROVA)
           END-IF.

      *VALIDA-DATA-PROVA recusa a nota de prova que o calendario
      *marca para depois de hoje; prova fora do calendario passa.
       VALIDA-DATA-PROVA.
           MOVE "NAO" TO ACHOU-PRV.
           MOVE 1 TO IX-PV.
           PERFORM TESTA-DATA-PROVA
               UNTIL IX-PV > QTD-PROVA
                  OR ACHOU-PRV EQUAL "SIM".
           IF ACHOU-PRV EQUAL "SIM"
               IF DATA-TV (IX-PV) > WS-DATA-HOJE
                   MOVE "R" TO SITU-TP (QTD-PAUTA)
                   MOVE 36 TO MOTREJ-TP (QTD-PAUTA)
               END-IF
           END-IF.

       TESTA-DATA-PROVA.
           IF TURMA-TV (IX-PV) EQUAL TURMA-PAU
                  AND DISC-TV (IX-PV) EQUAL DISC-TP (QTD-PAUTA)
                  AND PROVA-TV (IX-PV) EQUAL PROVA-PAU
               MOVE "SIM" TO ACHOU-PRV
           ELSE
               ADD 1 TO IX-PV
           END-IF.

       CARREGA-DEPENDENCIAS.
           OPEN INPUT CADDEP.
           PERFORM LE-DEPENDENCIA
               UNTIL FIM-DEP EQUAL "SIM".
           CLOSE CADDEP.

       LE-DEPENDENCIA.
           READ CADDEP
               AT END
               MOVE "SIM" TO FIM-DEP.
           IF FIM-DEP NOT EQUAL "SIM" AND SITU-DEP EQUAL "A"
               IF QTD-DEPEND EQUAL 5000
                   DISPLAY "EX33 - TABELA DE DEPENDENCIAS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DEPEND"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DEPEND
               MOVE MATR-DEP TO MATR-TDE (QTD-DEPEND)
               MOVE TURMA-DEP TO TURMA-TDE (QTD-DEPEND)
               MOVE DISC-DEP TO DISC-TDE (QTD-DEPEND)
           END-IF.

      *PROCURA-DEPENDENCIA confere se a transacao IX-P e nota de
      *dependencia aberta do aluno (turma e disciplina de origem).
       PROCURA-DEPENDENCIA.
           MOVE "NAO" TO ACHOU-DEP.
           MOVE 1 TO IX-DE.
           PERFORM TESTA-DEPENDENCIA
               UNTIL IX-DE > QTD-DEPEND
                  OR ACHOU-DEP EQUAL "SIM".

       TESTA-DEPENDENCIA.
           IF DISC-TP (IX-P) > 0
                  AND MATR-TDE (IX-DE) EQUAL MATR-TP (IX-P)
                  AND TURMA-TDE (IX-DE) EQUAL TURMA-TP (IX-P)
                  AND DISC-TDE (IX-DE) EQUAL DISC-TP (IX-P)
               MOVE "SIM" TO ACHOU-DEP
           ELSE
               ADD 1 TO IX-DE
           END-IF.

       LEITURA-PAUTA.
           READ CADPAUTA
               AT END
               MOVE 0 TO DISC-TP (QTD-PAUTA)
           END-IF.
           MOVE "N" TO EXISTE-TP (QTD-PAUTA).
           MOVE PROF-PAU TO PROF-TP (QTD-PAUTA).
           IF MATR-PAU IS NOT NUMERIC
               MOVE "R" TO SITU-TP (QTD-PAUTA)
               MOVE 1 TO MOTREJ-TP (QTD-PAUTA)
               IF ACHOU-DISC EQUAL "NAO"
                   MOVE "R" TO SITU-TP (QTD-PAUTA)
                   MOVE 29 TO MOTREJ-TP (QTD-PAUTA)
               ELSE
                   PERFORM VALIDA-PROFESSOR
                   IF ACHOU-PROF EQUAL "NAO"
                       MOVE "R" TO SITU-TP (QTD-PAUTA)
                       MOVE 35 TO MOTREJ-TP (QTD-PAUTA)
                   ELSE
                       PERFORM VALIDA-DATA-PROVA
                   END-IF
               END-IF
           ELSE
               PERFORM VALIDA-PROFESSOR
               IF ACHOU-PROF EQUAL "NAO"
                   MOVE "R" TO SITU-TP (QTD-PAUTA)
                   MOVE 35 TO MOTREJ-TP (QTD-PAUTA)
               ELSE
                   PERFORM VALIDA-DATA-PROVA
                   IF SITU-TP (QTD-PAUTA) NOT EQUAL "R"
                       PERFORM GUARDA-COMBO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEITURA-PAUTA.


      *TESTA-TRANSACAO: disciplina 00 aplica direto no registro N;
      *disciplina maior que zero so confere aqui a turma e marca que
      *o aluno existe - a nota dela entra na FASE-NOTAD. Turma
      *diferente da do aluno so passa como nota de dependencia.
       TESTA-TRANSACAO.
           IF SITU-TP (IX-P) EQUAL "P"
                  AND MATR-TP (IX-P) EQUAL COD-ALU (1:5)
               IF TURMA-TP (IX-P) NOT EQUAL TURMA-ALU
                   PERFORM PROCURA-DEPENDENCIA
                   IF ACHOU-DEP EQUAL "SIM"
                       MOVE "S" TO EXISTE-TP (IX-P)
                   ELSE
                       MOVE "R" TO SITU-TP (IX-P)
                       MOVE 28 TO MOTREJ-TP (IX-P)
                   END-IF
               ELSE IF DISC-TP (IX-P) > 0
                   MOVE "S" TO EXISTE-TP (IX-P)
               ELSE IF NOTA-ALU (PROVA-TP (IX-P)) NOT EQUAL 0
           IF SITU-TP (IX-P) EQUAL "P"
                  AND DISC-TP (IX-P) > 0
                  AND MATR-TP (IX-P) EQUAL MATR-NOT (1:5)
                  AND TURMA-TP (IX-P) EQUAL TURMA-NOT
                  AND DISC-TP (IX-P) EQUAL DISC-NOT
               IF NOTA-NOT (PROVA-TP (IX-P)) NOT EQUAL 0
                   MOVE "R" TO SITU-TP (IX-P)
           IF SITU-TP (IX-P2) EQUAL "P"
                  AND DISC-TP (IX-P2) > 0
                  AND MATR-TP (IX-P2) EQUAL MATR-NOT (1:5)
                  AND TURMA-TP (IX-P2) EQUAL TURMA-NOT
                  AND DISC-TP (IX-P2) EQUAL DISC-NOT
               IF NOTA-NOT (PROVA-TP (IX-P2)) NOT EQUAL 0
                   MOVE "R" TO SITU-TP (IX-P2)
           ELSE
               MOVE "REJEITADA" TO PL-RESULT
               ADD 1 TO CONT-REJEITADAS
               PERFORM DESCREVE-MOTIVO-PAUTA
               PERFORM GRAVA-RLOG-PAUTA
           END-IF.
           MOVE LINHA-PAUTL TO REG-PAUTL.
           WRITE REG-PAUTL.
           ADD 1 TO IX-P.

      *DESCREVE-MOTIVO-PAUTA fica em paragrafo proprio para que o
      *log unificado seja gravado qualquer que seja o motivo.
       DESCREVE-MOTIVO-PAUTA.
           IF SITU-TP (IX-P) EQUAL "P"
               MOVE 12 TO MOTREJ-TP (IX-P)
               MOVE "ALUNO NAO ENCONTRADO" TO PL-MOTIVO
           ELSE IF MOTREJ-TP (IX-P) EQUAL 1
               MOVE "MATRICULA NAO NUMERICA" TO PL-MOTIVO
           ELSE IF MOTREJ-TP (IX-P) EQUAL 17
               MOVE "NUMERO DE PROVA INVALIDO" TO PL-MOTIVO
           ELSE IF MOTREJ-TP (IX-P) EQUAL 5
               MOVE "NOTA FORA DA FAIXA" TO PL-MOTIVO
           ELSE IF MOTREJ-TP (IX-P) EQUAL 27
               MOVE "PROVA JA LANCADA" TO PL-MOTIVO
           ELSE IF MOTREJ-TP (IX-P) EQUAL 29
               MOVE "DISCIPLINA INVALIDA" TO PL-MOTIVO
           ELSE IF MOTREJ-TP (IX-P) EQUAL 35
               MOVE "PROFESSOR NAO ATRIBUIDO" TO PL-MOTIVO
           ELSE IF MOTREJ-TP (IX-P) EQUAL 36
               MOVE "PROVA AINDA NAO REALIZADA" TO PL-MOTIVO
           ELSE
               MOVE "TURMA DIVERGE DO ALUNO" TO PL-MOTIVO
           END-IF.

       GRAVA-RLOG-PAUTA.
           MOVE "EX33" TO PGM-RLOG.
           MOVE WS-DATA-HOJE TO DATA-RLOG.
