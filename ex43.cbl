      *dizendo SEM REGISTRO arquivo por arquivo. O EX22 passa a
      *responder com uma leitura por chave - e aguenta o volume que
      *a projecao de matriculas indica.
      *MODIFICACAO 15/10/2026 - o resultado por matricula leva tambem
      *as dependencias do aluno (CADDEP.DAT, do EX34), ate quatro por
      *aluno

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CADFALT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FAL.
           SELECT CADDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEP.
           SELECT CADR360 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           02 COD-FALT PIC 9(05).
           02 TOTAL-FALT PIC 9(03).

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

      *CADR360.DAT = o resultado por matricula, uma visao pronta da
      *consulta 360 com a marca de presenca de cada secao.
       FD CADR360
           02 MEDIA2-360 PIC 9(2)V99.
           02 SITFIM-360 PIC X(10).
           02 TEMCONS-360 PIC X(01).
           02 QTDDEP-360 PIC 9(02).
           02 DEPS-360.
               03 DEP-360 OCCURS 4 TIMES.
                   04 DEPANO-360 PIC 9(04).
                   04 DEPTUR-360 PIC X(03).
                   04 DEPDISC-360 PIC X(15).
                   04 DEPSIT-360 PIC X(01).
                   04 DEPBX-360 PIC 9(04).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-FS-CON PIC X(02) VALUE SPACE.
           77 WS-FS-FAL PIC X(02) VALUE SPACE.
           77 WS-FS-360 PIC X(02) VALUE SPACE.
           77 WS-FS-DEP PIC X(02) VALUE SPACE.
           77 IX-SL PIC 9(02) VALUE 0.
           77 IX-A PIC 9(05) VALUE 0.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 MATR-ATUAL PIC 9(05) VALUE 0.
                   03 T-MEDIA2 PIC 9(2)V99.
                   03 T-SITFIM PIC X(10).
                   03 T-TEMCONS PIC X(01).
                   03 T-QTDDEP PIC 9(02).
                   03 T-DEPS.
                       04 T-DEP OCCURS 4 TIMES.
                           05 T-DEPANO PIC 9(04).
                           05 T-DEPTUR PIC X(03).
                           05 T-DEPDISC PIC X(15).
                           05 T-DEPSIT PIC X(01).
                           05 T-DEPBX PIC 9(04).

       PROCEDURE DIVISION.

           PERFORM CARREGA-REPROVADOS.
           PERFORM CARREGA-HISTORICO.
           PERFORM CARREGA-CONSOLIDADO.
           PERFORM CARREGA-DEPENDENCIAS.
           PERFORM GRAVA-RESULTADO.
           PERFORM TERMINO.
           STOP RUN.
               MOVE "N" TO T-TEM05 (IX-A)
               MOVE "N" TO T-TEM07 (IX-A)
               MOVE "N" TO T-TEMCONS (IX-A)
               MOVE 0 TO T-QTDDEP (IX-A)
           END-IF.

       TESTA-MATR.
               MOVE "S" TO T-TEMCONS (IX-A)
           END-IF.

      *CARREGA-DEPENDENCIAS guarda ate quatro dependencias do aluno;
      *passando disso, a aberta toma o lugar de uma ja cumprida.
       CARREGA-DEPENDENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADDEP.
           IF WS-FS-DEP NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM LE-DEPENDENCIA
               UNTIL FIM-ARQ EQUAL "SIM".
           IF WS-FS-DEP NOT EQUAL "35"
               CLOSE CADDEP.

       LE-DEPENDENCIA.
           READ CADDEP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE MATR-DEP TO MATR-ATUAL
               PERFORM ACHA-OU-CRIA
               ADD 1 TO T-QTDDEP (IX-A)
               IF T-QTDDEP (IX-A) NOT > 4
                   MOVE T-QTDDEP (IX-A) TO IX-SL
                   PERFORM GUARDA-DEPENDENCIA
               ELSE IF SITU-DEP EQUAL "A"
                   MOVE 1 TO IX-SL
                   PERFORM PROCURA-SLOT-CUMPRIDA
                       UNTIL IX-SL > 4
                          OR T-DEPSIT (IX-A IX-SL) EQUAL "C"
                   IF IX-SL NOT > 4
                       PERFORM GUARDA-DEPENDENCIA
                   END-IF
               END-IF
           END-IF.

       PROCURA-SLOT-CUMPRIDA.
           ADD 1 TO IX-SL.

       GUARDA-DEPENDENCIA.
           MOVE ANO-DEP TO T-DEPANO (IX-A IX-SL).
           MOVE TURMA-DEP TO T-DEPTUR (IX-A IX-SL).
           MOVE NOMED-DEP TO T-DEPDISC (IX-A IX-SL).
           MOVE SITU-DEP TO T-DEPSIT (IX-A IX-SL).
           MOVE ANOBX-DEP TO T-DEPBX (IX-A IX-SL).

      *GRAVA-RESULTADO regrava o CADR360.DAT inteiro a partir da
      *visao em memoria, uma gravacao por matricula.
       GRAVA-RESULTADO.
           MOVE T-MEDIA2 (IX-A) TO MEDIA2-360.
           MOVE T-SITFIM (IX-A) TO SITFIM-360.
           MOVE T-TEMCONS (IX-A) TO TEMCONS-360.
           MOVE T-QTDDEP (IX-A) TO QTDDEP-360.
           MOVE T-DEPS (IX-A) TO DEPS-360.
           WRITE REG-360
               INVALID KEY
                   DISPLAY "EX43 - CHAVE REPETIDA: " MATR-360
