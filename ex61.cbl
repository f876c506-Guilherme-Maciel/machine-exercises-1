       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX61.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX61 e o calendario de provas. A coordenacao marca em
      *CADPROVA.DAT a data de cada prova (1 a 4) por turma e
      *disciplina - a disciplina 00 e a prova do resultado geral,
      *lancada em NOTA1..NOTA4 do registro N do mestre. O EX33 ja
      *recusa nota de prova com data ainda por vir; o EX61 cuida do
      *resto, em dois modos:
      *  EX61 QUADRO [TURMA] - confere o calendario (disciplina da
      *    turma no CADDISC.DAT, prova de 1 a 4, data que seja dia de
      *    aula da turma no calendario letivo CADCALD.DAT, prova
      *    marcada duas vezes) e imprime em CADPRVQ.DAT o quadro de
      *    provas de cada turma, em ordem de data, uma folha por
      *    turma para afixar na sala;
      *  EX61 PENDENCIAS [DIAS] - passada a prova e mais DIAS dias de
      *    aula da turma (5 se nao informado), lista em CADPRVP.DAT
      *    cada turma/disciplina/prova com aluno ativo ainda sem nota,
      *    com o professor responsavel pela atribuicao CADATRI.DAT e
      *    o nome dele na folha (CADFUN.DAT). Nota zerada conta como
      *    nao lancada, como no EX33. Roda todo dia no lote.
      *Retorno 4 quando ha erro no calendario ou prova com nota
      *pendente.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRV.
           SELECT CADCALD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAL.
           SELECT CADDISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIS.
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADNOTAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADATRI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-ENT
           FILE STATUS IS WS-FS-FUN.
           SELECT CADPRVQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADPRVP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADPROVA.DAT = calendario de provas, mantido pela
      *coordenacao: turma, disciplina, numero da prova e data.
       FD CADPROVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROVA.DAT".

       01 REG-PRV.
           02 TURMA-PRV PIC X(03).
           02 DISC-PRV PIC X(02).
           02 PROVA-PRV PIC X(01).
           02 DATA-PRV PIC X(08).

      *CADCALD.DAT = calendario letivo oficial, um registro por
      *turma por dia de aula.
       FD CADCALD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCALD.DAT".

       01 REG-CALD.
           02 TURMA-CALD PIC X(03).
           02 DATA-CALD PIC 9(08).

      *CADDISC.DAT = tabela de disciplinas por turma, mantida pela
      *coordenacao.
       FD CADDISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDISC.DAT".

       01 REG-DISC.
           02 TURMA-DIS PIC X(03).
           02 COD-DIS PIC 9(02).
           02 NOME-DIS PIC X(15).

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TIPO-ALU PIC X(01).
           02 NUMERO-ALU PIC 9(05).
           02 NOME-ALU PIC X(20).
           02 SEXO-ALU PIC X(01).
           02 DATA-NASC-ALU PIC X(08).
           02 SITU-ALU PIC X(01).
           02 FILLER PIC X(12).

       01 REG-ALU-N REDEFINES REG-ALU.
           02 TIPO-N PIC X(01).
           02 COD-N PIC 9(05).
           02 NOME-N PIC X(20).
           02 NOTA-N OCCURS 4 TIMES PIC 9(2)V99.
           02 SEXO-N PIC X(01).
           02 FALTAS-N PIC 9(02).
           02 TURMA-N PIC X(03).

      *CADNOTAD.DAT = notas por disciplina, um registro por aluno e
      *disciplina com as quatro provas.
       FD CADNOTAD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNOTAD.DAT".

       01 REG-NOT.
           02 MATR-NOT PIC 9(05).
           02 TURMA-NOT PIC X(03).
           02 DISC-NOT PIC 9(02).
           02 NOTA-NOT OCCURS 4 TIMES PIC 9(2)V99.

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

      *CADPRVQ.DAT = conferencia do calendario e quadro de provas
      *por turma.
       FD CADPRVQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRVQ.DAT".

       01 REG-PRVQ PIC X(80).

      *CADPRVP.DAT = provas ja vencidas com nota pendente.
       FD CADPRVP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRVP.DAT".

       01 REG-PRVP PIC X(80).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-PRV PIC X(02) VALUE SPACE.
           77 WS-FS-CAL PIC X(02) VALUE SPACE.
           77 WS-FS-DIS PIC X(02) VALUE SPACE.
           77 WS-FS-FUN PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-PARM-LINHA PIC X(30) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(10) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-TURMA-SEL PIC X(03) VALUE SPACE.
           77 WS-DIAS-CAR PIC 9(04) VALUE 5.
           77 FOLHA-ABERTA PIC X(03) VALUE "NAO".
           77 ACHOU PIC X(03) VALUE "NAO".
           77 IX-PV PIC 9(04) VALUE 0.
           77 IX-P2 PIC 9(04) VALUE 0.
           77 IX-MENOR PIC 9(04) VALUE 0.
           77 IX-CA PIC 9(05) VALUE 0.
           77 IX-DI PIC 9(03) VALUE 0.
           77 IX-AT PIC 9(04) VALUE 0.
           77 IX-AL PIC 9(04) VALUE 0.
           77 MATR-ULT-D PIC 9(05) VALUE 0.
           77 SITU-ULT-D PIC X(01) VALUE SPACE.
           77 DIAS-DEPOIS PIC 9(04) VALUE 0.
           77 WS-TURMA-QD PIC X(03) VALUE SPACE.
           77 WS-PROF PIC 9(05) VALUE 0.
           77 CONT-PROVAS PIC 9(04) VALUE 0.
           77 CONT-ERROS PIC 9(04) VALUE 0.
           77 CONT-VENCIDAS PIC 9(04) VALUE 0.
           77 CONT-PENDENTES PIC 9(04) VALUE 0.
           77 CONT-TURMAS PIC 9(03) VALUE 0.

      *TAB-PROVA = o calendario de provas em memoria, com a marca de
      *prova valida, de prova ja impressa no quadro e, nas
      *pendencias, de prova vencida com os alunos e as notas que
      *faltam.
           01 TAB-PROVA.
               02 QTD-PROVA PIC 9(04) VALUE 0.
               02 PROVA-LINHA OCCURS 2000 TIMES.
                   03 TURMA-TP PIC X(03).
                   03 DISC-TP PIC X(02).
                   03 DISC-TP-N REDEFINES DISC-TP PIC 9(02).
                   03 PROVA-TP PIC X(01).
                   03 PROVA-TP-N REDEFINES PROVA-TP PIC 9(01).
                   03 DATA-TP PIC X(08).
                   03 DATA-TP-N REDEFINES DATA-TP PIC 9(08).
                   03 VALIDA-TP PIC X(01).
                   03 IMPRESSA-TP PIC X(01).
                   03 VENCIDA-TP PIC X(01).
                   03 ALUNOS-TP PIC 9(05).
                   03 FALTAM-TP PIC 9(05).

           01 TAB-CALD.
               02 QTD-CALD PIC 9(05) VALUE 0.
               02 CALD-LINHA OCCURS 10000 TIMES.
                   03 TURMA-TC PIC X(03).
                   03 DATA-TC PIC 9(08).

           01 TAB-DISC.
               02 QTD-DISC PIC 9(03) VALUE 0.
               02 DISC-LINHA OCCURS 500 TIMES.
                   03 TURMA-TD PIC X(03).
                   03 COD-TDI PIC 9(02).
                   03 NOME-TDI PIC X(15).

           01 TAB-ATRIB.
               02 QTD-ATRIB PIC 9(04) VALUE 0.
               02 ATRIB-LINHA OCCURS 2000 TIMES.
                   03 TURMA-TA PIC X(03).
                   03 DISC-TA PIC 9(02).
                   03 PROF-TA PIC 9(05).

      *TAB-ALU = os alunos ativos com turma e as quatro notas do
      *resultado geral.
           01 TAB-ALU.
               02 QTD-ALU PIC 9(04) VALUE 0.
               02 ALU-LINHA OCCURS 5000 TIMES.
                   03 MATR-TL PIC 9(05).
                   03 TURMA-TL PIC X(03).
                   03 NOTA-TL OCCURS 4 TIMES PIC 9(2)V99.

           01 WS-DATA-ED.
               02 WS-DATA-ED-DD PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DATA-ED-MM PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DATA-ED-AA PIC X(04).

           01 LINHA-TITULO PIC X(80).

           01 LINHA-CORTE PIC X(80) VALUE ALL "-".

           01 LINHA-ERRO.
               02 FILLER PIC X(06) VALUE "TURMA ".
               02 ER-TURMA PIC X(03).
               02 FILLER PIC X(06) VALUE " DISC ".
               02 ER-DISC PIC X(02).
               02 FILLER PIC X(07) VALUE " PROVA ".
               02 ER-PROVA PIC X(01).
               02 FILLER PIC X(01) VALUE SPACE.
               02 ER-DATA PIC X(08).
               02 FILLER PIC X(02) VALUE SPACE.
               02 ER-TEXTO PIC X(44).

           01 LINHA-QUADRO.
               02 FILLER PIC X(04) VALUE SPACE.
               02 LQ-DATA PIC X(10).
               02 FILLER PIC X(04) VALUE SPACE.
               02 LQ-NOME PIC X(15).
               02 FILLER PIC X(10) VALUE "    PROVA ".
               02 LQ-PROVA PIC X(01).

           01 LINHA-PEND.
               02 FILLER PIC X(06) VALUE "TURMA ".
               02 LP-TURMA PIC X(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LP-DISC PIC X(02).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LP-NOME PIC X(15).
               02 FILLER PIC X(07) VALUE " PROVA ".
               02 LP-PROVA PIC X(01).
               02 FILLER PIC X(04) VALUE " EM ".
               02 LP-DATA PIC X(10).
               02 FILLER PIC X(08) VALUE "  FALTA ".
               02 LP-FALTAM PIC ZZZZ9.
               02 FILLER PIC X(04) VALUE " DE ".
               02 LP-ALUNOS PIC ZZZZ9.

           01 LINHA-PEND-PROF.
               02 FILLER PIC X(16) VALUE "      PROFESSOR ".
               02 LPP-COD PIC X(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LPP-NOME PIC X(25).

       PROCEDURE DIVISION.

       PGM-EX61.
           PERFORM INICIO.
           IF WS-MODO EQUAL "QUADRO"
               PERFORM PROCESSA-QUADRO
           ELSE IF WS-MODO EQUAL "PENDENCIAS"
               PERFORM PROCESSA-PENDENCIAS
           ELSE
               DISPLAY "EX61 - USO: EX61 QUADRO [TURMA] OU "
                       "EX61 PENDENCIAS [DIAS]"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2
           END-IF.
           IF WS-MODO EQUAL "QUADRO"
               MOVE WS-P2 TO WS-TURMA-SEL
           END-IF.
           IF WS-MODO EQUAL "PENDENCIAS" AND WS-P2 NOT EQUAL SPACES
               IF WS-P2 (1:4) IS NUMERIC
                      AND WS-P2 (5:4) EQUAL SPACES
                   MOVE WS-P2 (1:4) TO WS-DIAS-CAR
               ELSE
                   DISPLAY "EX61 - DIAS INVALIDOS: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *---------------------------------------------------------
      *Cargas.
      *---------------------------------------------------------
       CARREGA-PROVAS.
           OPEN INPUT CADPROVA.
           IF WS-FS-PRV NOT EQUAL "00"
               DISPLAY "EX61 - CALENDARIO CADPROVA.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-PROVA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADPROVA.
           MOVE "NAO" TO FIM-ARQ.

       LE-PROVA.
           READ CADPROVA
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-PROVA EQUAL 2000
                   DISPLAY "EX61 - TABELA DE PROVAS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-PROVA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-PROVA
               MOVE TURMA-PRV TO TURMA-TP (QTD-PROVA)
               MOVE DISC-PRV TO DISC-TP (QTD-PROVA)
               MOVE PROVA-PRV TO PROVA-TP (QTD-PROVA)
               MOVE DATA-PRV TO DATA-TP (QTD-PROVA)
               MOVE "S" TO VALIDA-TP (QTD-PROVA)
               MOVE "N" TO IMPRESSA-TP (QTD-PROVA)
               MOVE "N" TO VENCIDA-TP (QTD-PROVA)
               MOVE 0 TO ALUNOS-TP (QTD-PROVA)
               MOVE 0 TO FALTAM-TP (QTD-PROVA)
           END-IF.

       CARREGA-CALENDARIO.
           OPEN INPUT CADCALD.
           IF WS-FS-CAL NOT EQUAL "00"
               DISPLAY "EX61 - CALENDARIO CADCALD.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-CALENDARIO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCALD.
           MOVE "NAO" TO FIM-ARQ.

       LE-CALENDARIO.
           READ CADCALD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-CALD EQUAL 10000
                   DISPLAY "EX61 - TABELA DO CALENDARIO CHEIA, "
                           "AUMENTAR OCCURS DE TAB-CALD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CALD
               MOVE TURMA-CALD TO TURMA-TC (QTD-CALD)
               MOVE DATA-CALD TO DATA-TC (QTD-CALD)
           END-IF.

       CARREGA-DISCIPLINAS.
           OPEN INPUT CADDISC.
           IF WS-FS-DIS NOT EQUAL "00"
               DISPLAY "EX61 - TABELA CADDISC.DAT NAO ENCONTRADA"
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
                   DISPLAY "EX61 - TABELA DE DISCIPLINAS CHEIA, "
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
                   DISPLAY "EX61 - TABELA DE ATRIBUICOES CHEIA, "
                           "AUMENTAR OCCURS DE TAB-ATRIB"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-ATRIB
               MOVE TURMA-ATR TO TURMA-TA (QTD-ATRIB)
               MOVE DISC-ATR TO DISC-TA (QTD-ATRIB)
               MOVE PROF-ATR TO PROF-TA (QTD-ATRIB)
           END-IF.

      *CARREGA-ALUNOS guarda os registros N dos alunos ativos; o
      *registro D do aluno vem antes do N e traz a situacao.
       CARREGA-ALUNOS.
           OPEN INPUT CADALU.
           PERFORM LE-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADALU.
           MOVE "NAO" TO FIM-ARQ.

       LE-ALUNO.
           READ CADALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF TIPO-ALU EQUAL "D"
                   MOVE NUMERO-ALU TO MATR-ULT-D
                   MOVE SITU-ALU TO SITU-ULT-D
               ELSE IF TIPO-N EQUAL "N"
                      AND (COD-N NOT EQUAL MATR-ULT-D
                           OR SITU-ULT-D NOT EQUAL "I")
                   IF QTD-ALU EQUAL 5000
                       DISPLAY "EX61 - TABELA DE ALUNOS CHEIA, "
                               "AUMENTAR OCCURS DE TAB-ALU"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-ALU
                   MOVE COD-N TO MATR-TL (QTD-ALU)
                   MOVE TURMA-N TO TURMA-TL (QTD-ALU)
                   MOVE NOTA-N (1) TO NOTA-TL (QTD-ALU, 1)
                   MOVE NOTA-N (2) TO NOTA-TL (QTD-ALU, 2)
                   MOVE NOTA-N (3) TO NOTA-TL (QTD-ALU, 3)
                   MOVE NOTA-N (4) TO NOTA-TL (QTD-ALU, 4)
               END-IF
           END-IF.

      *---------------------------------------------------------
      *Conferencia do calendario de provas.
      *---------------------------------------------------------
      *CONFERE-PROVA marca como invalida a prova com disciplina
      *fora da turma, numero fora de 1-4, data que nao e dia de
      *aula da turma ou repetida; a linha de erro so sai no quadro.
       CONFERE-PROVA.
           MOVE SPACES TO ER-TEXTO.
           IF DISC-TP (IX-PV) IS NOT NUMERIC
               MOVE "DISCIPLINA NAO NUMERICA" TO ER-TEXTO
           ELSE IF PROVA-TP (IX-PV) IS NOT NUMERIC
                  OR PROVA-TP-N (IX-PV) < 1
                  OR PROVA-TP-N (IX-PV) > 4
               MOVE "NUMERO DE PROVA INVALIDO" TO ER-TEXTO
           ELSE IF DATA-TP (IX-PV) IS NOT NUMERIC
               MOVE "DATA INVALIDA" TO ER-TEXTO
           ELSE
               IF DISC-TP-N (IX-PV) > 0
                   PERFORM BUSCA-DISCIPLINA
                   IF ACHOU EQUAL "NAO"
                       MOVE "DISCIPLINA FORA DO CADDISC DA TURMA"
                           TO ER-TEXTO
                   END-IF
               END-IF
               IF ER-TEXTO EQUAL SPACES
                   PERFORM BUSCA-DIA-LETIVO
                   IF ACHOU EQUAL "NAO"
                       MOVE "DATA NAO E DIA DE AULA DA TURMA"
                           TO ER-TEXTO
                   END-IF
               END-IF
               IF ER-TEXTO EQUAL SPACES
                   PERFORM PROCURA-REPETIDA
                   IF ACHOU EQUAL "SIM"
                       MOVE "PROVA JA MARCADA NO CALENDARIO"
                           TO ER-TEXTO
                   END-IF
               END-IF
           END-IF.
           IF ER-TEXTO NOT EQUAL SPACES
               MOVE "N" TO VALIDA-TP (IX-PV)
               ADD 1 TO CONT-ERROS
           END-IF.

       BUSCA-DISCIPLINA.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-DI.
           PERFORM TESTA-DISCIPLINA
               UNTIL IX-DI > QTD-DISC
                  OR ACHOU EQUAL "SIM".

       TESTA-DISCIPLINA.
           IF TURMA-TD (IX-DI) EQUAL TURMA-TP (IX-PV)
                  AND COD-TDI (IX-DI) EQUAL DISC-TP-N (IX-PV)
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-DI
           END-IF.

       BUSCA-DIA-LETIVO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-CA.
           PERFORM TESTA-DIA-LETIVO
               UNTIL IX-CA > QTD-CALD
                  OR ACHOU EQUAL "SIM".

       TESTA-DIA-LETIVO.
           IF TURMA-TC (IX-CA) EQUAL TURMA-TP (IX-PV)
                  AND DATA-TC (IX-CA) EQUAL DATA-TP-N (IX-PV)
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-CA
           END-IF.

       PROCURA-REPETIDA.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-P2.
           PERFORM TESTA-REPETIDA
               UNTIL IX-P2 NOT < IX-PV
                  OR ACHOU EQUAL "SIM".

       TESTA-REPETIDA.
           IF TURMA-TP (IX-P2) EQUAL TURMA-TP (IX-PV)
                  AND DISC-TP (IX-P2) EQUAL DISC-TP (IX-PV)
                  AND PROVA-TP (IX-P2) EQUAL PROVA-TP (IX-PV)
                  AND VALIDA-TP (IX-P2) EQUAL "S"
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-P2
           END-IF.

      *---------------------------------------------------------
      *Modo QUADRO.
      *---------------------------------------------------------
       PROCESSA-QUADRO.
           PERFORM CARREGA-PROVAS.
           PERFORM CARREGA-CALENDARIO.
           PERFORM CARREGA-DISCIPLINAS.
           OPEN OUTPUT CADPRVQ.
           MOVE "CONFERENCIA DO CALENDARIO DE PROVAS" TO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-PRVQ.
           WRITE REG-PRVQ.
           MOVE 1 TO IX-PV.
           PERFORM CONFERE-E-LISTA
               UNTIL IX-PV > QTD-PROVA.
           IF CONT-ERROS EQUAL 0
               MOVE "  NENHUM ERRO NO CALENDARIO" TO REG-PRVQ
               WRITE REG-PRVQ
           END-IF.
           MOVE 1 TO IX-PV.
           PERFORM IMPRIME-TURMA
               UNTIL IX-PV > QTD-PROVA.
           MOVE LINHA-CORTE TO REG-PRVQ.
           WRITE REG-PRVQ.
           CLOSE CADPRVQ.
           DISPLAY "EX61 - PROVAS NO CALENDARIO: " QTD-PROVA.
           DISPLAY "EX61 - PROVAS COM ERRO.....: " CONT-ERROS.
           DISPLAY "EX61 - TURMAS NO QUADRO....: " CONT-TURMAS.
           IF CONT-ERROS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       CONFERE-E-LISTA.
           PERFORM CONFERE-PROVA.
           IF VALIDA-TP (IX-PV) EQUAL "N"
               MOVE TURMA-TP (IX-PV) TO ER-TURMA
               MOVE DISC-TP (IX-PV) TO ER-DISC
               MOVE PROVA-TP (IX-PV) TO ER-PROVA
               MOVE DATA-TP (IX-PV) TO ER-DATA
               MOVE LINHA-ERRO TO REG-PRVQ
               WRITE REG-PRVQ
           END-IF.
           ADD 1 TO IX-PV.

      *IMPRIME-TURMA: cada turma ainda nao impressa (a primeira
      *prova valida dela na tabela) ganha uma folha com as provas
      *em ordem de data, separada da anterior pela linha de corte.
       IMPRIME-TURMA.
           IF VALIDA-TP (IX-PV) EQUAL "S"
                  AND IMPRESSA-TP (IX-PV) EQUAL "N"
                  AND (WS-TURMA-SEL EQUAL SPACES
                       OR WS-TURMA-SEL EQUAL TURMA-TP (IX-PV))
               MOVE TURMA-TP (IX-PV) TO WS-TURMA-QD
               ADD 1 TO CONT-TURMAS
               MOVE LINHA-CORTE TO REG-PRVQ
               WRITE REG-PRVQ
               MOVE SPACES TO LINHA-TITULO
               STRING "CALENDARIO DE PROVAS - TURMA " DELIMITED BY SIZE
                      WS-TURMA-QD DELIMITED BY SIZE
                   INTO LINHA-TITULO
               MOVE LINHA-TITULO TO REG-PRVQ
               WRITE REG-PRVQ
               MOVE SPACES TO REG-PRVQ
               WRITE REG-PRVQ
               MOVE 1 TO IX-MENOR
               PERFORM IMPRIME-PROXIMA
                   UNTIL IX-MENOR EQUAL 0
           END-IF.
           ADD 1 TO IX-PV.

      *IMPRIME-PROXIMA acha a prova da turma de menor data ainda
      *nao impressa e imprime; zero em IX-MENOR encerra a folha.
       IMPRIME-PROXIMA.
           MOVE 0 TO IX-MENOR.
           MOVE 1 TO IX-P2.
           PERFORM TESTA-MENOR
               UNTIL IX-P2 > QTD-PROVA.
           IF IX-MENOR > 0
               MOVE "S" TO IMPRESSA-TP (IX-MENOR)
               MOVE DATA-TP (IX-MENOR) TO ER-DATA
               PERFORM EDITA-DATA
               MOVE WS-DATA-ED TO LQ-DATA
               IF DISC-TP-N (IX-MENOR) EQUAL 0
                   MOVE "RESULTADO GERAL" TO LQ-NOME
               ELSE
                   PERFORM BUSCA-NOME-DISC
               END-IF
               MOVE PROVA-TP (IX-MENOR) TO LQ-PROVA
               MOVE LINHA-QUADRO TO REG-PRVQ
               WRITE REG-PRVQ
           END-IF.

       TESTA-MENOR.
           IF TURMA-TP (IX-P2) EQUAL WS-TURMA-QD
                  AND VALIDA-TP (IX-P2) EQUAL "S"
                  AND IMPRESSA-TP (IX-P2) EQUAL "N"
               IF IX-MENOR EQUAL 0
                   MOVE IX-P2 TO IX-MENOR
               ELSE IF DATA-TP-N (IX-P2) < DATA-TP-N (IX-MENOR)
                   MOVE IX-P2 TO IX-MENOR
               END-IF
           END-IF.
           ADD 1 TO IX-P2.

       BUSCA-NOME-DISC.
           MOVE SPACES TO LQ-NOME.
           MOVE 1 TO IX-DI.
           PERFORM TESTA-NOME-DISC
               UNTIL IX-DI > QTD-DISC
                  OR LQ-NOME NOT EQUAL SPACES.

       TESTA-NOME-DISC.
           IF TURMA-TD (IX-DI) EQUAL TURMA-TP (IX-MENOR)
                  AND COD-TDI (IX-DI) EQUAL DISC-TP-N (IX-MENOR)
               MOVE NOME-TDI (IX-DI) TO LQ-NOME
           ELSE
               ADD 1 TO IX-DI
           END-IF.

      *EDITA-DATA passa a data AAAAMMDD de ER-DATA para DD/MM/AAAA.
       EDITA-DATA.
           MOVE ER-DATA (7:2) TO WS-DATA-ED-DD.
           MOVE ER-DATA (5:2) TO WS-DATA-ED-MM.
           MOVE ER-DATA (1:4) TO WS-DATA-ED-AA.

      *---------------------------------------------------------
      *Modo PENDENCIAS.
      *---------------------------------------------------------
       PROCESSA-PENDENCIAS.
           PERFORM CARREGA-PROVAS.
           PERFORM CARREGA-CALENDARIO.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-ATRIBUICOES.
           PERFORM CARREGA-ALUNOS.
           MOVE 1 TO IX-PV.
           PERFORM APURA-VENCIDA
               UNTIL IX-PV > QTD-PROVA.
           PERFORM CONFERE-NOTAD.
           OPEN INPUT CADFUN.
           IF WS-FS-FUN EQUAL "00"
               MOVE "SIM" TO FOLHA-ABERTA
           END-IF.
           OPEN OUTPUT CADPRVP.
           MOVE SPACES TO LINHA-TITULO.
           STRING "PROVAS COM NOTA PENDENTE APOS " DELIMITED BY SIZE
                  WS-DIAS-CAR DELIMITED BY SIZE
                  " DIAS DE AULA" DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-PRVP.
           WRITE REG-PRVP.
           MOVE 1 TO IX-PV.
           PERFORM LISTA-PENDENTE
               UNTIL IX-PV > QTD-PROVA.
           IF CONT-PENDENTES EQUAL 0
               MOVE "  NENHUMA PROVA VENCIDA COM NOTA PENDENTE"
                   TO REG-PRVP
               WRITE REG-PRVP
           END-IF.
           IF CONT-ERROS > 0
               MOVE SPACES TO REG-PRVP
               WRITE REG-PRVP
               MOVE SPACES TO LINHA-TITULO
               STRING CONT-ERROS DELIMITED BY SIZE
                      " PROVA(S) DO CALENDARIO COM ERRO FICARAM DE "
                      DELIMITED BY SIZE
                      "FORA - VER EX61 QUADRO" DELIMITED BY SIZE
                   INTO LINHA-TITULO
               MOVE LINHA-TITULO TO REG-PRVP
               WRITE REG-PRVP
           END-IF.
           CLOSE CADPRVP.
           IF FOLHA-ABERTA EQUAL "SIM"
               CLOSE CADFUN
           END-IF.
           DISPLAY "EX61 - PROVAS NO CALENDARIO: " QTD-PROVA.
           DISPLAY "EX61 - PROVAS COM ERRO.....: " CONT-ERROS.
           DISPLAY "EX61 - PROVAS VENCIDAS.....: " CONT-VENCIDAS.
           DISPLAY "EX61 - COM NOTA PENDENTE...: " CONT-PENDENTES.
           IF CONT-ERROS > 0 OR CONT-PENDENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *APURA-VENCIDA: a prova valida ja passada vence quando a
      *turma teve depois dela pelo menos WS-DIAS-CAR dias de aula
      *ate hoje; conta entao os alunos ativos da turma e, na
      *disciplina 00, os que estao com a nota da prova zerada. Nas
      *outras disciplinas todos comecam em falta e o CADNOTAD.DAT
      *desconta quem ja tem nota.
       APURA-VENCIDA.
           PERFORM CONFERE-PROVA.
           IF VALIDA-TP (IX-PV) EQUAL "S"
                  AND DATA-TP-N (IX-PV) < WS-DATA-HOJE
               MOVE 0 TO DIAS-DEPOIS
               MOVE 1 TO IX-CA
               PERFORM CONTA-DIA-DEPOIS
                   UNTIL IX-CA > QTD-CALD
               IF DIAS-DEPOIS NOT < WS-DIAS-CAR
                   MOVE "S" TO VENCIDA-TP (IX-PV)
                   ADD 1 TO CONT-VENCIDAS
                   MOVE 1 TO IX-AL
                   PERFORM CONTA-ALUNO
                       UNTIL IX-AL > QTD-ALU
               END-IF
           END-IF.
           ADD 1 TO IX-PV.

       CONTA-DIA-DEPOIS.
           IF TURMA-TC (IX-CA) EQUAL TURMA-TP (IX-PV)
                  AND DATA-TC (IX-CA) > DATA-TP-N (IX-PV)
                  AND DATA-TC (IX-CA) NOT > WS-DATA-HOJE
               ADD 1 TO DIAS-DEPOIS
           END-IF.
           ADD 1 TO IX-CA.

       CONTA-ALUNO.
           IF TURMA-TL (IX-AL) EQUAL TURMA-TP (IX-PV)
               ADD 1 TO ALUNOS-TP (IX-PV)
               IF DISC-TP-N (IX-PV) > 0
                   ADD 1 TO FALTAM-TP (IX-PV)
               ELSE IF NOTA-TL (IX-AL, PROVA-TP-N (IX-PV)) EQUAL 0
                   ADD 1 TO FALTAM-TP (IX-PV)
               END-IF
           END-IF.
           ADD 1 TO IX-AL.

      *CONFERE-NOTAD passa o arquivo de notas por disciplina: nota
      *lancada de aluno ativo na mesma turma baixa a falta da prova
      *vencida correspondente.
       CONFERE-NOTAD.
           OPEN INPUT CADNOTAD.
           PERFORM LE-NOTAD
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADNOTAD.
           MOVE "NAO" TO FIM-ARQ.

       LE-NOTAD.
           READ CADNOTAD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM BUSCA-ALUNO-ATIVO
               IF ACHOU EQUAL "SIM"
                   MOVE 1 TO IX-PV
                   PERFORM BAIXA-FALTA
                       UNTIL IX-PV > QTD-PROVA
               END-IF
           END-IF.

       BUSCA-ALUNO-ATIVO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-AL.
           PERFORM TESTA-ALUNO-ATIVO
               UNTIL IX-AL > QTD-ALU
                  OR ACHOU EQUAL "SIM".

       TESTA-ALUNO-ATIVO.
           IF MATR-TL (IX-AL) EQUAL MATR-NOT
                  AND TURMA-TL (IX-AL) EQUAL TURMA-NOT
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-AL
           END-IF.

       BAIXA-FALTA.
           IF VENCIDA-TP (IX-PV) EQUAL "S"
                  AND TURMA-TP (IX-PV) EQUAL TURMA-NOT
                  AND DISC-TP-N (IX-PV) EQUAL DISC-NOT
                  AND DISC-NOT > 0
                  AND NOTA-NOT (PROVA-TP-N (IX-PV)) > 0
                  AND FALTAM-TP (IX-PV) > 0
               SUBTRACT 1 FROM FALTAM-TP (IX-PV)
           END-IF.
           ADD 1 TO IX-PV.

      *LISTA-PENDENTE imprime a prova vencida que ainda tem aluno
      *sem nota e o professor da atribuicao; disciplina sem
      *atribuicao sai como tal.
       LISTA-PENDENTE.
           IF VENCIDA-TP (IX-PV) EQUAL "S"
                  AND FALTAM-TP (IX-PV) > 0
               ADD 1 TO CONT-PENDENTES
               MOVE IX-PV TO IX-MENOR
               MOVE TURMA-TP (IX-PV) TO LP-TURMA
               MOVE DISC-TP (IX-PV) TO LP-DISC
               IF DISC-TP-N (IX-PV) EQUAL 0
                   MOVE "RESULTADO GERAL" TO LQ-NOME
               ELSE
                   PERFORM BUSCA-NOME-DISC
               END-IF
               MOVE LQ-NOME TO LP-NOME
               MOVE PROVA-TP (IX-PV) TO LP-PROVA
               MOVE DATA-TP (IX-PV) TO ER-DATA
               PERFORM EDITA-DATA
               MOVE WS-DATA-ED TO LP-DATA
               MOVE FALTAM-TP (IX-PV) TO LP-FALTAM
               MOVE ALUNOS-TP (IX-PV) TO LP-ALUNOS
               MOVE LINHA-PEND TO REG-PRVP
               WRITE REG-PRVP
               MOVE 0 TO WS-PROF
               MOVE 1 TO IX-AT
               PERFORM LISTA-PROFESSOR
                   UNTIL IX-AT > QTD-ATRIB
               IF WS-PROF EQUAL 0
                   MOVE SPACES TO LPP-COD
                   MOVE "SEM PROFESSOR ATRIBUIDO" TO LPP-NOME
                   MOVE LINHA-PEND-PROF TO REG-PRVP
                   WRITE REG-PRVP
               END-IF
           END-IF.
           ADD 1 TO IX-PV.

      *LISTA-PROFESSOR: na disciplina 00 respondem todos os
      *professores da turma; nas outras, o da disciplina.
       LISTA-PROFESSOR.
           IF TURMA-TA (IX-AT) EQUAL TURMA-TP (IX-PV)
                  AND (DISC-TA (IX-AT) EQUAL DISC-TP-N (IX-PV)
                       OR DISC-TP-N (IX-PV) EQUAL 0)
               MOVE PROF-TA (IX-AT) TO WS-PROF
               MOVE WS-PROF TO LPP-COD
               MOVE SPACES TO LPP-NOME
               IF FOLHA-ABERTA EQUAL "SIM"
                   MOVE WS-PROF TO COD-ENT
                   READ CADFUN
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-FS-FUN EQUAL "00"
                       MOVE NOME-ENT TO LPP-NOME
                   ELSE
                       MOVE "FORA DO CADASTRO DE FUNC." TO LPP-NOME
                   END-IF
               END-IF
               MOVE LINHA-PEND-PROF TO REG-PRVP
               WRITE REG-PRVP
           END-IF.
           ADD 1 TO IX-AT.

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
