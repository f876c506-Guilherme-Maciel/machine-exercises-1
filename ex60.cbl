       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX60.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX60 e a carga horaria dos professores. O PROF-TUR do
      *CADTUR.DAT e um nome solto e o CADDISC.DAT nao tem professor,
      *entao ninguem sabia quem da qual disciplina em qual turma. O
      *professor passa a ter cadastro proprio em CADPROF.DAT, com a
      *chave do funcionario na folha (COD-ENT do CADFUN.DAT), a carga
      *semanal de aulas contratada e a situacao (A ativo, I inativo),
      *e a coordenacao atribui as aulas em CADATRI.DAT: turma,
      *disciplina, professor e aulas por semana. E essa atribuicao
      *que o EX33 usa para recusar a nota lancada por professor que
      *nao da a disciplina. O EX60 confere os dois cadastros e
      *imprime o relatorio CADCHPR.DAT:
      *  - consistencia: professor fora da folha ou desligado,
      *    atribuicao de disciplina fora do CADDISC.DAT, de professor
      *    fora do cadastro ou inativo, e disciplina da turma
      *    atribuida a mais de um professor;
      *  - carga por professor: as aulas atribuidas uma a uma, o total
      *    semanal contra o contratado e a diferenca, marcando quem
      *    passa do contrato e quem fica abaixo dele;
      *  - as disciplinas do CADDISC.DAT sem professor atribuido.
      *Retorno 4 quando ha inconsistencia ou disciplina sem
      *professor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROF.
           SELECT OPTIONAL CADATRI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADDISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIS.
           SELECT CADFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-ENT
           FILE STATUS IS WS-FS-FUN.
           SELECT CADCHPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADPROF.DAT = cadastro de professores, pela chave da folha.
       FD CADPROF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF.DAT".

       01 REG-PROF.
           02 COD-PROF PIC 9(05).
           02 HORAS-PROF PIC 9(02).
           02 SITU-PROF PIC X(01).

      *CADATRI.DAT = atribuicao de aulas: turma, disciplina,
      *professor e aulas por semana.
       FD CADATRI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADATRI.DAT".

       01 REG-ATR.
           02 TURMA-ATR PIC X(03).
           02 DISC-ATR PIC 9(02).
           02 PROF-ATR PIC 9(05).
           02 HORAS-ATR PIC 9(02).

      *CADDISC.DAT = tabela de disciplinas por turma, mantida pela
      *coordenacao.
       FD CADDISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDISC.DAT".

       01 REG-DISC.
           02 TURMA-DIS PIC X(03).
           02 COD-DIS PIC 9(02).
           02 NOME-DIS PIC X(15).

       FD CADFUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFUN.DAT".

       01 REG-ENT.
           02 COD-ENT PIC 9(05).
           02 NOME-ENT PIC X(20).
           02 BRUTO-ENT PIC 9(5)V99.
           02 DATA-ADM-ENT PIC 9(08).
           02 DATA-DEM-ENT PIC 9(08).
           02 DEPTO-ENT PIC 9(03).
           02 PERC-ADI-ENT PIC 9(3)V99.
           02 CARGO-ENT PIC 9(03).

      *CADCHPR.DAT = relatorio de carga horaria dos professores.
       FD CADCHPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCHPR.DAT".

       01 REG-CHPR PIC X(80).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-PROF PIC X(02) VALUE SPACE.
           77 WS-FS-DIS PIC X(02) VALUE SPACE.
           77 WS-FS-FUN PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 IX-PR PIC 9(03) VALUE 0.
           77 IX-AT PIC 9(04) VALUE 0.
           77 IX-A2 PIC 9(04) VALUE 0.
           77 IX-DI PIC 9(03) VALUE 0.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 TOT-HORAS PIC 9(03) VALUE 0.
           77 SALDO-HORAS PIC S9(03) VALUE 0.
           77 CONT-PROFESSORES PIC 9(03) VALUE 0.
           77 CONT-INCONSIST PIC 9(05) VALUE 0.
           77 CONT-SEM-PROF PIC 9(05) VALUE 0.
           77 CONT-ACIMA PIC 9(03) VALUE 0.

      *TAB-PROF = o cadastro de professores com o nome da folha e a
      *marca de professor em condicao de receber aulas.
           01 TAB-PROF.
               02 QTD-PROF PIC 9(03) VALUE 0.
               02 PROF-LINHA OCCURS 300 TIMES.
                   03 COD-TP PIC 9(05).
                   03 NOME-TP PIC X(20).
                   03 HORAS-TP PIC 9(02).
                   03 SITU-TP PIC X(01).
                   03 VALIDO-TP PIC X(01).

           01 TAB-ATRIB.
               02 QTD-ATRIB PIC 9(04) VALUE 0.
               02 ATRIB-LINHA OCCURS 2000 TIMES.
                   03 TURMA-TA PIC X(03).
                   03 DISC-TA PIC 9(02).
                   03 PROF-TA PIC 9(05).
                   03 HORAS-TA PIC 9(02).
                   03 VALIDA-TA PIC X(01).

           01 TAB-DISC.
               02 QTD-DISC PIC 9(03) VALUE 0.
               02 DISC-LINHA OCCURS 500 TIMES.
                   03 TURMA-TD PIC X(03).
                   03 COD-TDI PIC 9(02).
                   03 NOME-TDI PIC X(15).

           01 LINHA-TITULO PIC X(80).

           01 LINHA-INCONS.
               02 LI-CHAVE PIC X(20).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LI-TEXTO PIC X(50).

           01 LINHA-PROF.
               02 FILLER PIC X(10) VALUE "PROFESSOR ".
               02 LP-COD PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LP-NOME PIC X(20).
               02 FILLER PIC X(13) VALUE "  CONTRATADO ".
               02 LP-CONTR PIC Z9.

           01 LINHA-AULA.
               02 FILLER PIC X(10) VALUE "    TURMA ".
               02 LA-TURMA PIC X(03).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LA-DISC PIC 9(02).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LA-NOME PIC X(15).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LA-HORAS PIC Z9.
               02 FILLER PIC X(06) VALUE " AULAS".

           01 LINHA-TOTAL.
               02 FILLER PIC X(21) VALUE "    TOTAL ATRIBUIDO  ".
               02 LT-TOTAL PIC ZZ9.
               02 FILLER PIC X(09) VALUE "  SALDO  ".
               02 LT-SALDO PIC ---9.
               02 FILLER PIC X(02) VALUE SPACE.
               02 LT-AVISO PIC X(25).

           01 LINHA-SEM-PROF.
               02 FILLER PIC X(06) VALUE "TURMA ".
               02 LS-TURMA PIC X(03).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LS-DISC PIC 9(02).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LS-NOME PIC X(15).
               02 FILLER PIC X(21) VALUE "  SEM PROFESSOR".

       PROCEDURE DIVISION.

       PGM-EX60.
           PERFORM INICIO.
           OPEN OUTPUT CADCHPR.
           MOVE "CONSISTENCIA DO CADASTRO E DA ATRIBUICAO"
               TO LINHA-TITULO.
           PERFORM GRAVA-TITULO.
           PERFORM CONFERE-FOLHA.
           MOVE 1 TO IX-AT.
           PERFORM CONFERE-ATRIBUICAO
               UNTIL IX-AT > QTD-ATRIB.
           IF CONT-INCONSIST EQUAL 0
               MOVE "  NENHUMA INCONSISTENCIA" TO REG-CHPR
               WRITE REG-CHPR
           END-IF.
           PERFORM BRANCO.
           MOVE "CARGA HORARIA SEMANAL POR PROFESSOR" TO LINHA-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE 1 TO IX-PR.
           PERFORM CARGA-PROFESSOR
               UNTIL IX-PR > QTD-PROF.
           PERFORM BRANCO.
           MOVE "DISCIPLINAS SEM PROFESSOR ATRIBUIDO" TO LINHA-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE 1 TO IX-DI.
           PERFORM PROCURA-SEM-PROFESSOR
               UNTIL IX-DI > QTD-DISC.
           IF CONT-SEM-PROF EQUAL 0
               MOVE "  TODAS AS DISCIPLINAS TEM PROFESSOR" TO REG-CHPR
               WRITE REG-CHPR
           END-IF.
           CLOSE CADCHPR.
           DISPLAY "EX60 - PROFESSORES.........: " CONT-PROFESSORES.
           DISPLAY "EX60 - ACIMA DO CONTRATO...: " CONT-ACIMA.
           DISPLAY "EX60 - INCONSISTENCIAS.....: " CONT-INCONSIST.
           DISPLAY "EX60 - DISCIPLINAS SEM PROF: " CONT-SEM-PROF.
           IF CONT-INCONSIST > 0 OR CONT-SEM-PROF > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           PERFORM CARREGA-PROFESSORES.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-ATRIBUICOES.

       CARREGA-PROFESSORES.
           OPEN INPUT CADPROF.
           IF WS-FS-PROF NOT EQUAL "00"
               DISPLAY "EX60 - CADASTRO CADPROF.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-PROFESSOR
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADPROF.
           MOVE "NAO" TO FIM-ARQ.

       LE-PROFESSOR.
           READ CADPROF
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-PROF EQUAL 300
                   DISPLAY "EX60 - TABELA DE PROFESSORES CHEIA, "
                           "AUMENTAR OCCURS DE TAB-PROF"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-PROF
               MOVE COD-PROF TO COD-TP (QTD-PROF)
               MOVE SPACES TO NOME-TP (QTD-PROF)
               MOVE HORAS-PROF TO HORAS-TP (QTD-PROF)
               MOVE SITU-PROF TO SITU-TP (QTD-PROF)
               MOVE "S" TO VALIDO-TP (QTD-PROF)
           END-IF.

       CARREGA-DISCIPLINAS.
           OPEN INPUT CADDISC.
           IF WS-FS-DIS NOT EQUAL "00"
               DISPLAY "EX60 - TABELA CADDISC.DAT NAO ENCONTRADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-DISCIPLINA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDISC.
           MOVE "NAO" TO FIM-ARQ.

       LE-DISCIPLINA.
           READ CADDISC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-DISC EQUAL 500
                   DISPLAY "EX60 - TABELA DE DISCIPLINAS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DISC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DISC
               MOVE TURMA-DIS TO TURMA-TD (QTD-DISC)
               MOVE COD-DIS TO COD-TDI (QTD-DISC)
               MOVE NOME-DIS TO NOME-TDI (QTD-DISC)
           END-IF.

       CARREGA-ATRIBUICOES.
           OPEN INPUT CADATRI.
           PERFORM LE-ATRIBUICAO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADATRI.
           MOVE "NAO" TO FIM-ARQ.

       LE-ATRIBUICAO.
           READ CADATRI
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-ATRIB EQUAL 2000
                   DISPLAY "EX60 - TABELA DE ATRIBUICOES CHEIA, "
                           "AUMENTAR OCCURS DE TAB-ATRIB"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-ATRIB
               MOVE TURMA-ATR TO TURMA-TA (QTD-ATRIB)
               MOVE DISC-ATR TO DISC-TA (QTD-ATRIB)
               MOVE PROF-ATR TO PROF-TA (QTD-ATRIB)
               MOVE HORAS-ATR TO HORAS-TA (QTD-ATRIB)
               MOVE "S" TO VALIDA-TA (QTD-ATRIB)
           END-IF.

      *---------------------------------------------------------
      *Consistencia.
      *---------------------------------------------------------
      *CONFERE-FOLHA le na folha cada professor do cadastro: fora
      *do CADFUN.DAT ou com desligamento ja ocorrido, ele nao pode
      *receber aulas e as atribuicoes dele sao apontadas.
       CONFERE-FOLHA.
           OPEN INPUT CADFUN.
           IF WS-FS-FUN NOT EQUAL "00"
               DISPLAY "EX60 - CADASTRO CADFUN.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO IX-PR.
           PERFORM CONFERE-PROFESSOR
               UNTIL IX-PR > QTD-PROF.
           CLOSE CADFUN.

       CONFERE-PROFESSOR.
           MOVE COD-TP (IX-PR) TO COD-ENT.
           READ CADFUN
               INVALID KEY CONTINUE
           END-READ.
           MOVE SPACES TO LINHA-INCONS.
           MOVE "PROFESSOR " TO LI-CHAVE.
           MOVE COD-TP (IX-PR) TO LI-CHAVE (11:5).
           IF WS-FS-FUN NOT EQUAL "00"
               MOVE "N" TO VALIDO-TP (IX-PR)
               MOVE "FORA DO CADASTRO DE FUNCIONARIOS" TO LI-TEXTO
               PERFORM GRAVA-INCONSISTENCIA
           ELSE
               MOVE NOME-ENT TO NOME-TP (IX-PR)
               IF DATA-DEM-ENT IS NUMERIC
                      AND DATA-DEM-ENT NOT EQUAL 0
                      AND DATA-DEM-ENT NOT > WS-DATA-HOJE
                   MOVE "N" TO VALIDO-TP (IX-PR)
                   MOVE "FUNCIONARIO DESLIGADO" TO LI-TEXTO
                   PERFORM GRAVA-INCONSISTENCIA
               ELSE IF SITU-TP (IX-PR) NOT EQUAL "A"
                   MOVE "N" TO VALIDO-TP (IX-PR)
               END-IF
           END-IF.
           ADD 1 TO IX-PR.

      *CONFERE-ATRIBUICAO: a atribuicao vale quando a disciplina e
      *da turma no CADDISC.DAT e o professor esta ativo e na folha;
      *a mesma disciplina da turma com dois professores e apontada
      *na segunda ocorrencia.
       CONFERE-ATRIBUICAO.
           MOVE SPACES TO LINHA-INCONS.
           MOVE "TURMA " TO LI-CHAVE.
           MOVE TURMA-TA (IX-AT) TO LI-CHAVE (7:3).
           MOVE " DISC " TO LI-CHAVE (10:6).
           MOVE DISC-TA (IX-AT) TO LI-CHAVE (16:2).
           PERFORM BUSCA-DISCIPLINA.
           IF ACHOU EQUAL "NAO"
               MOVE "N" TO VALIDA-TA (IX-AT)
               MOVE "DISCIPLINA FORA DO CADDISC" TO LI-TEXTO
               PERFORM GRAVA-INCONSISTENCIA
           ELSE
               PERFORM BUSCA-PROFESSOR
               IF ACHOU EQUAL "NAO"
                   MOVE "N" TO VALIDA-TA (IX-AT)
                   MOVE "PROFESSOR FORA DO CADASTRO: " TO LI-TEXTO
                   MOVE PROF-TA (IX-AT) TO LI-TEXTO (29:5)
                   PERFORM GRAVA-INCONSISTENCIA
               ELSE IF VALIDO-TP (IX-PR) NOT EQUAL "S"
                   MOVE "N" TO VALIDA-TA (IX-AT)
                   MOVE "PROFESSOR INATIVO OU FORA DA FOLHA: "
                       TO LI-TEXTO
                   MOVE PROF-TA (IX-AT) TO LI-TEXTO (37:5)
                   PERFORM GRAVA-INCONSISTENCIA
               ELSE
                   PERFORM PROCURA-REPETIDA
               END-IF
           END-IF.
           ADD 1 TO IX-AT.

       PROCURA-REPETIDA.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-A2.
           PERFORM TESTA-REPETIDA
               UNTIL IX-A2 NOT < IX-AT
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "SIM"
               MOVE "DISCIPLINA COM MAIS DE UM PROFESSOR" TO LI-TEXTO
               PERFORM GRAVA-INCONSISTENCIA
           END-IF.

       TESTA-REPETIDA.
           IF TURMA-TA (IX-A2) EQUAL TURMA-TA (IX-AT)
                  AND DISC-TA (IX-A2) EQUAL DISC-TA (IX-AT)
                  AND VALIDA-TA (IX-A2) EQUAL "S"
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-A2
           END-IF.

       BUSCA-DISCIPLINA.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-DI.
           PERFORM TESTA-DISCIPLINA
               UNTIL IX-DI > QTD-DISC
                  OR ACHOU EQUAL "SIM".

       TESTA-DISCIPLINA.
           IF TURMA-TD (IX-DI) EQUAL TURMA-TA (IX-AT)
                  AND COD-TDI (IX-DI) EQUAL DISC-TA (IX-AT)
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-DI
           END-IF.

       BUSCA-PROFESSOR.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-PR.
           PERFORM TESTA-PROFESSOR
               UNTIL IX-PR > QTD-PROF
                  OR ACHOU EQUAL "SIM".

       TESTA-PROFESSOR.
           IF COD-TP (IX-PR) EQUAL PROF-TA (IX-AT)
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-PR
           END-IF.

       GRAVA-INCONSISTENCIA.
           MOVE LINHA-INCONS TO REG-CHPR.
           WRITE REG-CHPR.
           ADD 1 TO CONT-INCONSIST.

      *---------------------------------------------------------
      *Carga por professor.
      *---------------------------------------------------------
      *CARGA-PROFESSOR lista as aulas validas do professor e fecha
      *o total semanal contra o contratado.
       CARGA-PROFESSOR.
           ADD 1 TO CONT-PROFESSORES.
           MOVE COD-TP (IX-PR) TO LP-COD.
           MOVE NOME-TP (IX-PR) TO LP-NOME.
           MOVE HORAS-TP (IX-PR) TO LP-CONTR.
           MOVE LINHA-PROF TO REG-CHPR.
           WRITE REG-CHPR.
           MOVE 0 TO TOT-HORAS.
           MOVE 1 TO IX-AT.
           PERFORM LISTA-AULA
               UNTIL IX-AT > QTD-ATRIB.
           COMPUTE SALDO-HORAS = HORAS-TP (IX-PR) - TOT-HORAS.
           MOVE TOT-HORAS TO LT-TOTAL.
           MOVE SALDO-HORAS TO LT-SALDO.
           IF VALIDO-TP (IX-PR) NOT EQUAL "S"
               MOVE "INATIVO OU FORA DA FOLHA" TO LT-AVISO
           ELSE IF TOT-HORAS > HORAS-TP (IX-PR)
               MOVE "ACIMA DO CONTRATADO" TO LT-AVISO
               ADD 1 TO CONT-ACIMA
           ELSE IF TOT-HORAS < HORAS-TP (IX-PR)
               MOVE "ABAIXO DO CONTRATADO" TO LT-AVISO
           ELSE
               MOVE SPACES TO LT-AVISO
           END-IF.
           MOVE LINHA-TOTAL TO REG-CHPR.
           WRITE REG-CHPR.
           ADD 1 TO IX-PR.

       LISTA-AULA.
           IF PROF-TA (IX-AT) EQUAL COD-TP (IX-PR)
                  AND VALIDA-TA (IX-AT) EQUAL "S"
               ADD HORAS-TA (IX-AT) TO TOT-HORAS
               MOVE TURMA-TA (IX-AT) TO LA-TURMA
               MOVE DISC-TA (IX-AT) TO LA-DISC
               PERFORM BUSCA-DISCIPLINA
               MOVE NOME-TDI (IX-DI) TO LA-NOME
               MOVE HORAS-TA (IX-AT) TO LA-HORAS
               MOVE LINHA-AULA TO REG-CHPR
               WRITE REG-CHPR
           END-IF.
           ADD 1 TO IX-AT.

      *---------------------------------------------------------
      *Disciplinas sem professor.
      *---------------------------------------------------------
       PROCURA-SEM-PROFESSOR.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-AT.
           PERFORM TESTA-COBERTURA
               UNTIL IX-AT > QTD-ATRIB
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "NAO"
               MOVE TURMA-TD (IX-DI) TO LS-TURMA
               MOVE COD-TDI (IX-DI) TO LS-DISC
               MOVE NOME-TDI (IX-DI) TO LS-NOME
               MOVE LINHA-SEM-PROF TO REG-CHPR
               WRITE REG-CHPR
               ADD 1 TO CONT-SEM-PROF
           END-IF.
           ADD 1 TO IX-DI.

       TESTA-COBERTURA.
           IF TURMA-TA (IX-AT) EQUAL TURMA-TD (IX-DI)
                  AND DISC-TA (IX-AT) EQUAL COD-TDI (IX-DI)
                  AND VALIDA-TA (IX-AT) EQUAL "S"
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-AT
           END-IF.

       GRAVA-TITULO.
           MOVE LINHA-TITULO TO REG-CHPR.
           WRITE REG-CHPR.

       BRANCO.
           MOVE SPACES TO REG-CHPR.
           WRITE REG-CHPR.

      *USA-DATA-MOVIMENTO troca a data do sistema pela data do
      *movimento do lote (CADDATA.DAT, gravada pelo EXCTL) quando
      *ela existe: rodada que vira a meia-noite, ou reprocessamento
      *de um dia passado, carimba a data do lote e nao a do relogio.
       USA-DATA-MOVIMENTO.
           OPEN INPUT CADDATA.
           IF WS-FS-DATAMV EQUAL "00"
               READ CADDATA
                   AT END CONTINUE
               END-READ
               IF WS-FS-DATAMV EQUAL "00"
                      AND DATA-MOVTO IS NUMERIC
                      AND DATA-MOVTO NOT EQUAL 0
                   MOVE DATA-MOVTO TO WS-DATA-HOJE
               END-IF
           END-IF.
           CLOSE CADDATA.
