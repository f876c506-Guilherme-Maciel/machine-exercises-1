       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX59.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX59 e a campanha de rematricula do ano novo. O EX34 promove
      *todo mundo para o CADALUNV.DAT como se todos voltassem, mas a
      *familia tem de confirmar e assinar o contrato novo, e quem nao
      *volta so aparecia em fevereiro, com a cobranca do GERA do
      *EX27 sem pagamento. A campanha roda depois do EX34, sobre o
      *CADALUNV.DAT, e registra cada aluno em CADRMTA.DAT (ano,
      *matricula, nome, turma nova, mensalidade, responsavel e a
      *situacao P pendente, B bloqueada por debito, C confirmada ou
      *L liberada no corte). Modos pela linha de comando:
      *  CARTAS AAAAMMDD [AAAA] - uma carta de rematricula por aluno
      *    ativo do mestre novo ainda fora do cadastro, com a turma
      *    sucessora e o preco dela em CADPRECO.DAT e a data de corte
      *    informada; familia com cobranca vencida em CADCOBR.DAT
      *    (de qualquer filho, pelo vinculo CADRALU.DAT) e sem acordo
      *    ativo do EX56 em CADACOR.DAT recebe a carta de bloqueio
      *    (modelo CADMODB.DAT) em vez da normal (CADMODR.DAT);
      *  CONFIRMA [AAAA] - aplica as confirmacoes do balcao em
      *    CADRMTR.DAT (matricula e data); a familia ainda devedora e
      *    sem acordo continua bloqueada e a confirmacao e recusada;
      *  CORTE AAAAMMDD [AAAA] - na data de corte o aluno nao
      *    confirmado e liberado: sai do CADALUNV.DAT (registros D e
      *    N) e a vaga fica para a fila de espera do EX58.
      *O ano da campanha e o do movimento mais um quando nao vem na
      *linha de comando. Cada modo lista o que fez em CADRMTL.DAT,
      *com o quadro da campanha por situacao no final. O GERA do
      *EX27 so cobra, no ano da campanha, o aluno confirmado.
      *Campos de substituicao dos modelos (todos de 5 posicoes):
      *  &RESP - responsavel            &NOME - nome do aluno
      *  &TURM - turma nova             &DESC - descricao da turma
      *  &VALR - mensalidade nova       &ANOL - ano letivo
      *  &CORT - data de corte          &DATA - data da carta

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALUNV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALU.
           SELECT ALU-TMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADTUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TUR.
           SELECT CADPRECO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRE.
           SELECT CADCOBR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COB.
           SELECT OPTIONAL CADACOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRMTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRMTR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADMODR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOD.
           SELECT CADMODB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOD.
           SELECT CADRMTC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADRMTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADALUNV.DAT = mestre de alunos do ano novo gravado pelo EX34
      *(D demografico / N notas zeradas na turma nova).
       FD CADALUNV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALUNV.DAT".

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

      *EX59ALU.TMP = o mestre novo sem os liberados no corte, antes
      *de voltar por cima do CADALUNV.DAT.
       FD ALU-TMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX59ALU.TMP".

       01 REG-ALU-TMP PIC X(48).

      *CADTUR.DAT = cadastro de turmas, daqui sai a descricao da
      *turma nova para a carta.
       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".

       01 REG-TUR.
           02 CODIGO-TUR PIC X(03).
           02 DESCR-TUR PIC X(20).
           02 ANO-TUR PIC 9(04).
           02 TURNO-TUR PIC X(01).
           02 PROF-TUR PIC X(20).
           02 CAPAC-TUR PIC 9(03).
           02 PROX-TUR PIC X(03).

      *CADPRECO.DAT = preco da mensalidade por turma, ja com a
      *tabela do ano novo.
       FD CADPRECO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRECO.DAT".

       01 REG-PRECO.
           02 TURMA-PRE PIC X(03).
           02 VALOR-PRE PIC 9(5)V99.

      *CADCOBR.DAT = cobrancas de mensalidade do EX27.
       FD CADCOBR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCOBR.DAT".

       01 REG-COB.
           02 COD-COB PIC 9(05).
           02 COMPET-COB PIC 9(06).
           02 TURMA-COB PIC X(03).
           02 VALOR-COB PIC 9(5)V99.
           02 VENCTO-COB PIC 9(08).
           02 SITU-COB PIC X(01).
           02 FILLER PIC X(36).

      *CADACOR.DAT = acordos de pagamento do EX56 (A ativo).
       FD CADACOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADACOR.DAT".

       01 REG-ACR.
           02 MATR-ACR PIC 9(05).
           02 NUM-ACR PIC 9(02).
           02 FILLER PIC X(46).
           02 SITU-ACR PIC X(01).
           02 FILLER PIC X(89).

      *CADRALU.DAT = vinculo aluno x responsavel.
       FD CADRALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRALU.DAT".

       01 REG-RALU.
           02 MATR-RALU PIC 9(05).
           02 RESP-RALU PIC 9(05).

      *CADRESP.DAT = cadastro de responsaveis financeiros.
       FD CADRESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRESP.DAT".

       01 REG-RESP.
           02 COD-RESP PIC 9(05).
           02 NOME-RESP PIC X(30).
           02 ENDER-RESP PIC X(40).
           02 CONTATO-RESP PIC X(20).

      *CADRMTA.DAT = cadastro da campanha, um registro por aluno por
      *ano letivo.
       FD CADRMTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRMTA.DAT".

       01 REG-RMA PIC X(53).

      *CADRMTR.DAT = confirmacoes registradas no balcao.
       FD CADRMTR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRMTR.DAT".

       01 REG-RMR.
           02 MATR-RMR PIC X(05).
           02 DATA-RMR PIC X(08).

      *CADMODR.DAT = modelo da carta de rematricula.
       FD CADMODR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMODR.DAT".

       01 REG-MODR PIC X(60).

      *CADMODB.DAT = modelo da carta de rematricula bloqueada por
      *debito em aberto.
       FD CADMODB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMODB.DAT".

       01 REG-MODB PIC X(60).

      *CADRMTC.DAT = cartas de rematricula, numeradas e separadas
      *por linha de corte.
       FD CADRMTC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRMTC.DAT".

       01 REG-RMTC PIC X(60).

      *CADRMTL.DAT = listagem da rodada e quadro da campanha.
       FD CADRMTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRMTL.DAT".

       01 REG-RMTL PIC X(80).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-ALU PIC X(02) VALUE SPACE.
           77 WS-FS-TUR PIC X(02) VALUE SPACE.
           77 WS-FS-PRE PIC X(02) VALUE SPACE.
           77 WS-FS-COB PIC X(02) VALUE SPACE.
           77 WS-FS-MOD PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-PARM-LINHA PIC X(30) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-P3 PIC X(08) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-DATA-CORTE PIC 9(08) VALUE 0.
           77 WS-ANO PIC 9(04) VALUE 0.
           77 MATR-ULT-D PIC 9(05) VALUE 0.
           77 SITU-ULT-D PIC X(01) VALUE SPACE.
           77 MATR-PROC PIC 9(05) VALUE 0.
           77 RESP-PROC PIC 9(05) VALUE 0.
           77 FAM-PROC PIC X(06) VALUE SPACE.
           77 TURMA-PROC PIC X(03) VALUE SPACE.
           77 IX-TU PIC 9(03) VALUE 0.
           77 IX-P PIC 9(03) VALUE 0.
           77 IX-R PIC 9(05) VALUE 0.
           77 IX-V PIC 9(05) VALUE 0.
           77 IX-RS PIC 9(05) VALUE 0.
           77 IX-FD PIC 9(04) VALUE 0.
           77 IX-FA PIC 9(04) VALUE 0.
           77 IX-M PIC 9(02) VALUE 0.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 ACHOU-TURMA PIC X(03) VALUE "NAO".
           77 ACHOU-PRECO PIC X(03) VALUE "NAO".
           77 ACHOU-RESP PIC X(03) VALUE "NAO".
           77 ACHOU-FAM PIC X(03) VALUE "NAO".
           77 BLOQUEADA PIC X(03) VALUE "NAO".
           77 FICA-NO-MESTRE PIC X(03) VALUE "SIM".
           77 FAMILIA-DEVE PIC X(03) VALUE "NAO".
           77 FAMILIA-ACORDO PIC X(03) VALUE "NAO".
           77 CONT-CARTAS PIC 9(05) VALUE 0.
           77 CONT-BLOQUEADAS PIC 9(05) VALUE 0.
           77 CONT-JA-CAD PIC 9(05) VALUE 0.
           77 CONT-SEM-PRECO PIC 9(05) VALUE 0.
           77 CONT-CONFIRMADAS PIC 9(05) VALUE 0.
           77 CONT-RECUSADAS PIC 9(05) VALUE 0.
           77 CONT-LIBERADAS PIC 9(05) VALUE 0.
           77 CONT-REG-FORA PIC 9(05) VALUE 0.
           77 QTD-P PIC 9(05) VALUE 0.
           77 QTD-B PIC 9(05) VALUE 0.
           77 QTD-C PIC 9(05) VALUE 0.
           77 QTD-L PIC 9(05) VALUE 0.
           77 VALOR-ALUNO PIC 9(5)V99 VALUE 0.
           77 DESCR-ALUNO PIC X(20) VALUE SPACE.
           77 NOME-RESP-ALUNO PIC X(30) VALUE SPACE.
           77 ENDER-RESP-ALUNO PIC X(40) VALUE SPACE.
           77 POS-MARCA PIC 9(03) VALUE 0.
           77 POS-RESTO PIC 9(03) VALUE 0.
           77 TAM-RESTO PIC 9(03) VALUE 0.
           77 FIM-TEXTO PIC 9(03) VALUE 0.
           77 TAM-CAMPO PIC 9(02) VALUE 0.
           77 VALOR-CAMPO PIC X(30) VALUE SPACE.
           77 LINHA-MONTADA PIC X(60) VALUE SPACE.
           77 LINHA-ORIGEM PIC X(60) VALUE SPACE.
           77 TEM-MARCA PIC X(03) VALUE "NAO".
           77 MOSTRA-VALOR PIC ZZ.ZZ9,99.
           77 MOSTRA-ANO PIC 9(04).

           01 WS-DATA-CARTA.
               02 WS-DC-DIA PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DC-MES PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DC-ANO PIC X(04).

           01 WS-DATA-CORTE-ED.
               02 WS-CT-DIA PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-CT-MES PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-CT-ANO PIC X(04).

      *TAB-REMAT = CADRMTA.DAT em memoria; cada linha e o registro
      *do cadastro.
           01 TAB-REMAT.
               02 QTD-REMAT PIC 9(05) VALUE 0.
               02 REMAT-LINHA OCCURS 20000 TIMES.
                   03 ANO-RM PIC 9(04).
                   03 MATR-RM PIC 9(05).
                   03 NOME-RM PIC X(20).
                   03 TURMA-RM PIC X(03).
                   03 VALOR-RM PIC 9(5)V99.
                   03 RESP-RM PIC 9(05).
                   03 SITU-RM PIC X(01).
                   03 DTSITU-RM PIC 9(08).

           01 TAB-TUR.
               02 QTD-TUR PIC 9(03) VALUE 0.
               02 TUR-LINHA OCCURS 100 TIMES.
                   03 TURMA-TT PIC X(03).
                   03 DESCR-TT PIC X(20).

           01 TAB-PRECOS.
               02 QTD-PRECOS PIC 9(03) VALUE 0.
               02 PRECO-LINHA OCCURS 100 TIMES.
                   03 TURMA-TP PIC X(03).
                   03 VALOR-TP PIC 9(5)V99.

           01 TAB-VINCULOS.
               02 QTD-VINC PIC 9(05) VALUE 0.
               02 VINC-LINHA OCCURS 20000 TIMES.
                   03 MATR-TV PIC 9(05).
                   03 RESP-TV PIC 9(05).

           01 TAB-RESPONSAVEIS.
               02 QTD-RESP PIC 9(05) VALUE 0.
               02 RESP-LINHA OCCURS 10000 TIMES.
                   03 COD-TR PIC 9(05).
                   03 NOME-TR PIC X(30).
                   03 ENDER-TR PIC X(40).

      *TAB-DEVEDORAS / TAB-ACORDOS = familias (R + responsavel, ou
      *M + matricula do aluno sem vinculo) com cobranca vencida e
      *com acordo ativo.
           01 TAB-DEVEDORAS.
               02 QTD-DEVEDORAS PIC 9(04) VALUE 0.
               02 FAM-DEV OCCURS 5000 TIMES PIC X(06).

           01 TAB-ACORDOS.
               02 QTD-ACORDOS PIC 9(04) VALUE 0.
               02 FAM-ACO OCCURS 5000 TIMES PIC X(06).

           01 TAB-MODELO.
               02 QTD-LINHAS-MOD PIC 9(02) VALUE 0.
               02 LINHA-MOD OCCURS 50 TIMES PIC X(60).

           01 TAB-MODELO-B.
               02 QTD-LINHAS-MODB PIC 9(02) VALUE 0.
               02 LINHA-MODB OCCURS 50 TIMES PIC X(60).

           01 LINHA-RMTL.
               02 FILLER PIC X(05) VALUE "MATR ".
               02 LL-MATR PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LL-NOME PIC X(20).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LL-TURMA PIC X(03).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LL-TEXTO PIC X(41).

           01 LINHA-RMTL-TIT PIC X(80).

           01 LINHA-QUADRO.
               02 LQ-ROTULO PIC X(30).
               02 LQ-QTD PIC ZZZZ9.

           01 LINHA-NUMERO.
               02 FILLER PIC X(09) VALUE "CARTA NR ".
               02 LN-SEQ PIC 9(05).

           01 LINHA-CORTE PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.

       PGM-EX59.
           PERFORM INICIO.
           IF WS-MODO EQUAL "CARTAS"
               PERFORM EMITE-CARTAS
           ELSE IF WS-MODO EQUAL "CONFIRMA"
               PERFORM APLICA-CONFIRMACOES
           ELSE IF WS-MODO EQUAL "CORTE"
               PERFORM CORTE-CAMPANHA
           ELSE
               DISPLAY "EX59 - USO: EX59 CARTAS AAAAMMDD [AAAA]"
               DISPLAY "            EX59 CONFIRMA [AAAA]"
               DISPLAY "            EX59 CORTE AAAAMMDD [AAAA]"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE (7:2) TO WS-DC-DIA.
           MOVE WS-DATA-HOJE (5:2) TO WS-DC-MES.
           MOVE WS-DATA-HOJE (1:4) TO WS-DC-ANO.
           MOVE WS-DATA-HOJE (1:4) TO WS-ANO.
           ADD 1 TO WS-ANO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2 WS-P3.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2 WS-P3
           END-IF.
           IF WS-MODO EQUAL "CARTAS" OR WS-MODO EQUAL "CORTE"
               IF WS-P2 IS NUMERIC
                   MOVE WS-P2 TO WS-DATA-CORTE
               ELSE
                   DISPLAY "EX59 - DATA DE CORTE INVALIDA: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-P3 TO WS-P2
           END-IF.
           IF WS-P2 NOT EQUAL SPACES
               IF WS-P2 (1:4) IS NUMERIC
                      AND WS-P2 (5:4) EQUAL SPACES
                   MOVE WS-P2 (1:4) TO WS-ANO
               ELSE
                   DISPLAY "EX59 - ANO LETIVO INVALIDO: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-DATA-CORTE (7:2) TO WS-CT-DIA.
           MOVE WS-DATA-CORTE (5:2) TO WS-CT-MES.
           MOVE WS-DATA-CORTE (1:4) TO WS-CT-ANO.

      *---------------------------------------------------------
      *CARTAS - registra e escreve a cada aluno do mestre novo.
      *---------------------------------------------------------
       EMITE-CARTAS.
           PERFORM CARREGA-CADTUR.
           PERFORM CARREGA-PRECOS.
           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-SITUACAO-FAMILIAS.
           PERFORM CARREGA-CAMPANHA.
           PERFORM CARREGA-MODELOS.
           OPEN INPUT CADALUNV.
           IF WS-FS-ALU NOT EQUAL "00"
               DISPLAY "EX59 - MESTRE NOVO CADALUNV.DAT NAO "
                       "ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CADRMTC
                       CADRMTL.
           MOVE SPACES TO LINHA-RMTL-TIT.
           MOVE WS-ANO TO MOSTRA-ANO.
           STRING "CARTAS DE REMATRICULA - ANO LETIVO " MOSTRA-ANO
               DELIMITED BY SIZE
               INTO LINHA-RMTL-TIT.
           PERFORM GRAVA-TITULO.
           PERFORM LE-ALUNO-CARTA
               UNTIL FIM-ARQ EQUAL "SIM".
           MOVE "NAO" TO FIM-ARQ.
           CLOSE CADALUNV
                 CADRMTC.
           PERFORM GRAVA-QUADRO.
           CLOSE CADRMTL.
           PERFORM REGRAVA-CAMPANHA.
           DISPLAY "EX59 - CARTAS EMITIDAS.....: " CONT-CARTAS.
           DISPLAY "EX59 - DAS QUAIS BLOQUEADAS: " CONT-BLOQUEADAS.
           DISPLAY "EX59 - JA NA CAMPANHA......: " CONT-JA-CAD.
           DISPLAY "EX59 - TURMA SEM PRECO.....: " CONT-SEM-PRECO.
           IF CONT-SEM-PRECO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *LE-ALUNO-CARTA: o registro D vem antes do N da mesma
      *matricula e diz se o aluno esta ativo; a carta sai no N, que
      *traz a turma nova.
       LE-ALUNO-CARTA.
           READ CADALUNV
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF TIPO-ALU EQUAL "D"
                   MOVE NUMERO-ALU TO MATR-ULT-D
                   MOVE SITU-ALU TO SITU-ULT-D
               ELSE IF TIPO-ALU EQUAL "N"
                      AND (COD-N NOT EQUAL MATR-ULT-D
                           OR SITU-ULT-D NOT EQUAL "I")
                   PERFORM CARTA-ALUNO
               END-IF
           END-IF.

       CARTA-ALUNO.
           MOVE COD-N TO MATR-PROC.
           PERFORM BUSCA-CAMPANHA.
           MOVE TURMA-N TO TURMA-PROC.
           IF ACHOU EQUAL "SIM"
               ADD 1 TO CONT-JA-CAD
           ELSE
               PERFORM BUSCA-PRECO
               IF ACHOU-PRECO EQUAL "NAO"
                   MOVE COD-N TO LL-MATR
                   MOVE NOME-N TO LL-NOME
                   MOVE TURMA-N TO LL-TURMA
                   MOVE "TURMA SEM PRECO - SEM CARTA" TO LL-TEXTO
                   PERFORM GRAVA-LINHA
                   ADD 1 TO CONT-SEM-PRECO
               ELSE
                   PERFORM REGISTRA-ALUNO
                   PERFORM ESCREVE-CARTA
               END-IF
           END-IF.

       REGISTRA-ALUNO.
           IF QTD-REMAT EQUAL 20000
               DISPLAY "EX59 - TABELA DA CAMPANHA CHEIA, AUMENTAR "
                       "OCCURS DE TAB-REMAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-REMAT.
           MOVE QTD-REMAT TO IX-R.
           MOVE WS-ANO TO ANO-RM (IX-R).
           MOVE COD-N TO MATR-RM (IX-R).
           MOVE NOME-N TO NOME-RM (IX-R).
           MOVE TURMA-N TO TURMA-RM (IX-R).
           MOVE VALOR-ALUNO TO VALOR-RM (IX-R).
           PERFORM VERIFICA-FAMILIA.
           MOVE RESP-PROC TO RESP-RM (IX-R).
           MOVE WS-DATA-HOJE TO DTSITU-RM (IX-R).
           IF BLOQUEADA EQUAL "SIM"
               MOVE "B" TO SITU-RM (IX-R)
           ELSE
               MOVE "P" TO SITU-RM (IX-R)
           END-IF.

      *ESCREVE-CARTA imprime a carta do aluno IX-R, normal ou de
      *bloqueio, enderecada ao responsavel do vinculo.
       ESCREVE-CARTA.
           ADD 1 TO CONT-CARTAS.
           MOVE TURMA-RM (IX-R) TO TURMA-PROC.
           PERFORM BUSCA-TURMA.
           MOVE SPACES TO DESCR-ALUNO.
           IF ACHOU-TURMA EQUAL "SIM"
               MOVE DESCR-TT (IX-TU) TO DESCR-ALUNO
           END-IF.
           PERFORM BUSCA-RESPONSAVEL.
           MOVE CONT-CARTAS TO LN-SEQ.
           MOVE LINHA-NUMERO TO REG-RMTC.
           WRITE REG-RMTC.
           MOVE NOME-RESP-ALUNO TO REG-RMTC.
           WRITE REG-RMTC.
           MOVE ENDER-RESP-ALUNO TO REG-RMTC.
           WRITE REG-RMTC.
           MOVE SPACES TO REG-RMTC.
           WRITE REG-RMTC.
           MOVE 1 TO IX-M.
           IF SITU-RM (IX-R) EQUAL "B"
               ADD 1 TO CONT-BLOQUEADAS
               PERFORM GERA-LINHA-CARTA-B
                   UNTIL IX-M > QTD-LINHAS-MODB
               MOVE "CARTA DE BLOQUEIO - DEBITO SEM ACORDO"
                   TO LL-TEXTO
           ELSE
               PERFORM GERA-LINHA-CARTA
                   UNTIL IX-M > QTD-LINHAS-MOD
               MOVE "CARTA DE REMATRICULA EMITIDA" TO LL-TEXTO
           END-IF.
           MOVE LINHA-CORTE TO REG-RMTC.
           WRITE REG-RMTC.
           PERFORM GRAVA-LINHA-CAMPANHA.

       GERA-LINHA-CARTA.
           MOVE LINHA-MOD (IX-M) TO LINHA-MONTADA.
           PERFORM MONTA-LINHA-CARTA.

       GERA-LINHA-CARTA-B.
           MOVE LINHA-MODB (IX-M) TO LINHA-MONTADA.
           PERFORM MONTA-LINHA-CARTA.

       MONTA-LINHA-CARTA.
           MOVE "SIM" TO TEM-MARCA.
           PERFORM SUBSTITUI-PROXIMO
               UNTIL TEM-MARCA EQUAL "NAO".
           MOVE LINHA-MONTADA TO REG-RMTC.
           WRITE REG-RMTC.
           ADD 1 TO IX-M.

      *BUSCA-RESPONSAVEL deixa nome e endereco de quem recebe a
      *carta do aluno IX-R; sem vinculo a carta vai a familia do
      *proprio aluno, pelo nome dele.
       BUSCA-RESPONSAVEL.
           MOVE "NAO" TO ACHOU-RESP.
           MOVE 1 TO IX-RS.
           IF RESP-RM (IX-R) NOT EQUAL 0
               PERFORM TESTA-RESPONSAVEL
                   UNTIL IX-RS > QTD-RESP
                      OR ACHOU-RESP EQUAL "SIM"
           END-IF.
           IF ACHOU-RESP EQUAL "SIM"
               MOVE NOME-TR (IX-RS) TO NOME-RESP-ALUNO
               MOVE ENDER-TR (IX-RS) TO ENDER-RESP-ALUNO
           ELSE
               MOVE NOME-RM (IX-R) TO NOME-RESP-ALUNO
               MOVE SPACES TO ENDER-RESP-ALUNO
           END-IF.

       TESTA-RESPONSAVEL.
           IF COD-TR (IX-RS) EQUAL RESP-RM (IX-R)
               MOVE "SIM" TO ACHOU-RESP
           ELSE
               ADD 1 TO IX-RS
           END-IF.

      *SUBSTITUI-PROXIMO procura o proximo "&" da linha montada e
      *troca o campo pelo valor, como nas cartas do EX36; marcador
      *desconhecido fica na carta para a secretaria enxergar o erro
      *de digitacao do modelo.
       SUBSTITUI-PROXIMO.
           MOVE 0 TO POS-MARCA.
           INSPECT LINHA-MONTADA
               TALLYING POS-MARCA
               FOR CHARACTERS BEFORE INITIAL "&".
           IF POS-MARCA NOT< 55
               MOVE "NAO" TO TEM-MARCA
           ELSE
               MOVE LINHA-MONTADA TO LINHA-ORIGEM
               PERFORM SUBSTITUI-CAMPO
           END-IF.

       SUBSTITUI-CAMPO.
           MOVE SPACES TO VALOR-CAMPO.
           IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&RESP"
               MOVE NOME-RESP-ALUNO TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&NOME"
               MOVE NOME-RM (IX-R) TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&TURM"
               MOVE TURMA-RM (IX-R) TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&DESC"
               MOVE DESCR-ALUNO TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&VALR"
               MOVE VALOR-RM (IX-R) TO MOSTRA-VALOR
               MOVE MOSTRA-VALOR TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&ANOL"
               MOVE ANO-RM (IX-R) TO MOSTRA-ANO
               MOVE MOSTRA-ANO TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&CORT"
               MOVE WS-DATA-CORTE-ED TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&DATA"
               MOVE WS-DATA-CARTA TO VALOR-CAMPO
           ELSE
               MOVE "NAO" TO TEM-MARCA.
           IF TEM-MARCA EQUAL "SIM"
               PERFORM EMENDA-CAMPO
           END-IF.

      *EMENDA-CAMPO troca o marcador de 5 posicoes pelo valor sem os
      *brancos das pontas, como no EX57.
       EMENDA-CAMPO.
           PERFORM APARA-CAMPO.
           PERFORM CALCULA-RESTO-5.
           MOVE SPACES TO LINHA-MONTADA.
           IF POS-MARCA > 0
               STRING LINHA-ORIGEM (1:POS-MARCA)
                          DELIMITED BY SIZE
                      VALOR-CAMPO (1:TAM-CAMPO) DELIMITED BY SIZE
                      LINHA-ORIGEM (POS-RESTO:TAM-RESTO)
                          DELIMITED BY SIZE
                   INTO LINHA-MONTADA
                   ON OVERFLOW
                       PERFORM AVISA-ESTOURO
               END-STRING
           ELSE
               STRING VALOR-CAMPO (1:TAM-CAMPO) DELIMITED BY SIZE
                      LINHA-ORIGEM (POS-RESTO:TAM-RESTO)
                          DELIMITED BY SIZE
                   INTO LINHA-MONTADA
                   ON OVERFLOW
                       PERFORM AVISA-ESTOURO
               END-STRING
           END-IF.

       APARA-CAMPO.
           PERFORM TIRA-BRANCO-ESQUERDA
               UNTIL VALOR-CAMPO (1:1) NOT EQUAL SPACE
                  OR VALOR-CAMPO EQUAL SPACES.
           MOVE 30 TO TAM-CAMPO.
           PERFORM RECUA-CAMPO
               UNTIL TAM-CAMPO EQUAL 1
                  OR VALOR-CAMPO (TAM-CAMPO:1) NOT EQUAL SPACE.

       TIRA-BRANCO-ESQUERDA.
           MOVE VALOR-CAMPO (2:29) TO VALOR-CAMPO.

       RECUA-CAMPO.
           SUBTRACT 1 FROM TAM-CAMPO.

       AVISA-ESTOURO.
           DISPLAY "EX59 - LINHA " IX-M " DO MODELO ESTOUROU AS 60 "
                   "COLUNAS NA CARTA " CONT-CARTAS ", TEXTO CORTADO".
           MOVE 8 TO RETURN-CODE.

       ACHA-FIM-TEXTO.
           MOVE 60 TO FIM-TEXTO.
           PERFORM RECUA-FIM-TEXTO
               UNTIL FIM-TEXTO EQUAL 0
                  OR LINHA-ORIGEM (FIM-TEXTO:1) NOT EQUAL SPACE.

       RECUA-FIM-TEXTO.
           SUBTRACT 1 FROM FIM-TEXTO.

       CALCULA-RESTO-5.
           COMPUTE POS-RESTO = POS-MARCA + 6.
           PERFORM ACHA-FIM-TEXTO.
           IF POS-RESTO > FIM-TEXTO
               MOVE 60 TO POS-RESTO
               MOVE 1 TO TAM-RESTO
           ELSE
               COMPUTE TAM-RESTO = FIM-TEXTO - POS-RESTO + 1
           END-IF.

      *---------------------------------------------------------
      *CONFIRMA - aplica as confirmacoes do balcao.
      *---------------------------------------------------------
       APLICA-CONFIRMACOES.
           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-SITUACAO-FAMILIAS.
           PERFORM CARREGA-CAMPANHA.
           OPEN INPUT CADRMTR.
           OPEN OUTPUT CADRMTL.
           MOVE SPACES TO LINHA-RMTL-TIT.
           MOVE WS-ANO TO MOSTRA-ANO.
           STRING "CONFIRMACOES DE REMATRICULA - ANO LETIVO "
                  MOSTRA-ANO
               DELIMITED BY SIZE
               INTO LINHA-RMTL-TIT.
           PERFORM GRAVA-TITULO.
           PERFORM LE-CONFIRMACAO
               UNTIL FIM-ARQ EQUAL "SIM".
           MOVE "NAO" TO FIM-ARQ.
           CLOSE CADRMTR.
           PERFORM GRAVA-QUADRO.
           CLOSE CADRMTL.
           PERFORM REGRAVA-CAMPANHA.
           DISPLAY "EX59 - CONFIRMADAS.........: " CONT-CONFIRMADAS.
           DISPLAY "EX59 - RECUSADAS...........: " CONT-RECUSADAS.
           IF CONT-RECUSADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *LE-CONFIRMACAO: confirmacao repetida (o CADRMTR.DAT pode ser
      *reprocessado) so e listada; a familia devedora sem acordo
      *continua bloqueada ate pagar ou fazer o acordo no EX56.
       LE-CONFIRMACAO.
           READ CADRMTR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE "NAO" TO ACHOU
               IF MATR-RMR IS NUMERIC
                   MOVE MATR-RMR TO MATR-PROC
                   PERFORM BUSCA-CAMPANHA
               END-IF
               IF ACHOU EQUAL "NAO"
                   MOVE SPACES TO LINHA-RMTL-TIT
                   STRING "CONFIRMACAO SEM CARTA DE REMATRICULA: "
                          MATR-RMR DELIMITED BY SIZE
                       INTO LINHA-RMTL-TIT
                   PERFORM GRAVA-TITULO
                   ADD 1 TO CONT-RECUSADAS
               ELSE IF SITU-RM (IX-R) EQUAL "C"
                   MOVE "JA CONFIRMADA" TO LL-TEXTO
                   PERFORM GRAVA-LINHA-CAMPANHA
               ELSE IF SITU-RM (IX-R) EQUAL "L"
                   MOVE "RECUSADA - LIBERADA NO CORTE" TO LL-TEXTO
                   PERFORM GRAVA-LINHA-CAMPANHA
                   ADD 1 TO CONT-RECUSADAS
               ELSE
                   MOVE MATR-RM (IX-R) TO MATR-PROC
                   PERFORM VERIFICA-FAMILIA
                   IF BLOQUEADA EQUAL "SIM"
                       MOVE "B" TO SITU-RM (IX-R)
                       MOVE "RECUSADA - DEBITO EM ABERTO SEM ACORDO"
                           TO LL-TEXTO
                       PERFORM GRAVA-LINHA-CAMPANHA
                       ADD 1 TO CONT-RECUSADAS
                   ELSE
                       MOVE "C" TO SITU-RM (IX-R)
                       IF DATA-RMR IS NUMERIC
                           MOVE DATA-RMR TO DTSITU-RM (IX-R)
                       ELSE
                           MOVE WS-DATA-HOJE TO DTSITU-RM (IX-R)
                       END-IF
                       MOVE "REMATRICULA CONFIRMADA" TO LL-TEXTO
                       PERFORM GRAVA-LINHA-CAMPANHA
                       ADD 1 TO CONT-CONFIRMADAS
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------
      *CORTE - libera o aluno nao confirmado ate a data de corte.
      *---------------------------------------------------------
       CORTE-CAMPANHA.
           IF WS-DATA-HOJE < WS-DATA-CORTE
               DISPLAY "EX59 - CORTE RECUSADO: MOVIMENTO " WS-DATA-HOJE
                       " ANTERIOR A DATA DE CORTE " WS-DATA-CORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGA-CAMPANHA.
           OPEN OUTPUT CADRMTL.
           MOVE SPACES TO LINHA-RMTL-TIT.
           MOVE WS-ANO TO MOSTRA-ANO.
           STRING "CORTE DA REMATRICULA - ANO LETIVO " MOSTRA-ANO
                  " - DATA " WS-DATA-CORTE-ED
               DELIMITED BY SIZE
               INTO LINHA-RMTL-TIT.
           PERFORM GRAVA-TITULO.
           MOVE 1 TO IX-R.
           PERFORM LIBERA-NAO-CONFIRMADO
               UNTIL IX-R > QTD-REMAT.
           OPEN INPUT CADALUNV.
           IF WS-FS-ALU NOT EQUAL "00"
               DISPLAY "EX59 - MESTRE NOVO CADALUNV.DAT NAO "
                       "ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ALU-TMP.
           PERFORM PASSA-MESTRE-NOVO
               UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM DEVOLVE-MESTRE.
           PERFORM GRAVA-QUADRO.
           CLOSE CADRMTL.
           PERFORM REGRAVA-CAMPANHA.
           DISPLAY "EX59 - LIBERADOS NO CORTE..: " CONT-LIBERADAS.
           DISPLAY "EX59 - REGISTROS RETIRADOS.: " CONT-REG-FORA.

       LIBERA-NAO-CONFIRMADO.
           IF ANO-RM (IX-R) EQUAL WS-ANO
                  AND (SITU-RM (IX-R) EQUAL "P"
                       OR SITU-RM (IX-R) EQUAL "B")
               MOVE "L" TO SITU-RM (IX-R)
               MOVE WS-DATA-CORTE TO DTSITU-RM (IX-R)
               MOVE "LIBERADO - VAGA PARA A FILA DE ESPERA"
                   TO LL-TEXTO
               PERFORM GRAVA-LINHA-CAMPANHA
               ADD 1 TO CONT-LIBERADAS
           END-IF.
           ADD 1 TO IX-R.

      *PASSA-MESTRE-NOVO copia o mestre novo para o temporario sem
      *os registros D e N dos liberados do ano.
       PASSA-MESTRE-NOVO.
           READ CADALUNV
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE "SIM" TO FICA-NO-MESTRE
               MOVE NUMERO-ALU TO MATR-PROC
               PERFORM BUSCA-CAMPANHA
               IF ACHOU EQUAL "SIM"
                      AND SITU-RM (IX-R) EQUAL "L"
                   MOVE "NAO" TO FICA-NO-MESTRE
               END-IF
               IF FICA-NO-MESTRE EQUAL "SIM"
                   MOVE REG-ALU TO REG-ALU-TMP
                   WRITE REG-ALU-TMP
               ELSE
                   ADD 1 TO CONT-REG-FORA
               END-IF
           END-IF.

      *DEVOLVE-MESTRE regrava CADALUNV.DAT a partir do temporario,
      *no mesmo esquema do EX32.
       DEVOLVE-MESTRE.
           CLOSE CADALUNV
                 ALU-TMP.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ALU-TMP.
           OPEN OUTPUT CADALUNV.
           PERFORM COPIA-DE-VOLTA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ALU-TMP
                 CADALUNV.
           MOVE "NAO" TO FIM-ARQ.

       COPIA-DE-VOLTA.
           READ ALU-TMP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE REG-ALU-TMP TO REG-ALU
               WRITE REG-ALU
           END-IF.

      *---------------------------------------------------------
      *Cadastro da campanha.
      *---------------------------------------------------------
       CARREGA-CAMPANHA.
           OPEN INPUT CADRMTA.
           PERFORM LE-CAMPANHA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRMTA.
           MOVE "NAO" TO FIM-ARQ.

       LE-CAMPANHA.
           READ CADRMTA
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-REMAT EQUAL 20000
                   DISPLAY "EX59 - TABELA DA CAMPANHA CHEIA, AUMENTAR "
                           "OCCURS DE TAB-REMAT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-REMAT
               MOVE REG-RMA TO REMAT-LINHA (QTD-REMAT)
           END-IF.

      *BUSCA-CAMPANHA deixa IX-R no registro do ano da campanha da
      *matricula MATR-PROC.
       BUSCA-CAMPANHA.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-R.
           PERFORM TESTA-CAMPANHA
               UNTIL IX-R > QTD-REMAT
                  OR ACHOU EQUAL "SIM".

       TESTA-CAMPANHA.
           IF MATR-RM (IX-R) EQUAL MATR-PROC
                  AND ANO-RM (IX-R) EQUAL WS-ANO
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-R
           END-IF.

       REGRAVA-CAMPANHA.
           OPEN OUTPUT CADRMTA.
           MOVE 1 TO IX-R.
           PERFORM GRAVA-CAMPANHA
               UNTIL IX-R > QTD-REMAT.
           CLOSE CADRMTA.

       GRAVA-CAMPANHA.
           MOVE REMAT-LINHA (IX-R) TO REG-RMA.
           WRITE REG-RMA.
           ADD 1 TO IX-R.

      *---------------------------------------------------------
      *Situacao financeira da familia.
      *---------------------------------------------------------
      *CARREGA-SITUACAO-FAMILIAS anota as familias com cobranca
      *vencida (V, I, ou aberta com vencimento passado) e as com
      *acordo ativo no EX56.
       CARREGA-SITUACAO-FAMILIAS.
           OPEN INPUT CADCOBR.
           IF WS-FS-COB NOT EQUAL "00"
               DISPLAY "EX59 - CADCOBR.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-COBRANCA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCOBR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADACOR.
           PERFORM LE-ACORDO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADACOR.
           MOVE "NAO" TO FIM-ARQ.

       LE-COBRANCA.
           READ CADCOBR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF SITU-COB EQUAL "V" OR SITU-COB EQUAL "I"
                      OR (SITU-COB EQUAL "A"
                          AND VENCTO-COB < WS-DATA-HOJE)
                   MOVE COD-COB TO MATR-PROC
                   PERFORM MONTA-CHAVE-FAMILIA
                   PERFORM BUSCA-DEVEDORA
                   IF ACHOU-FAM EQUAL "NAO"
                       IF QTD-DEVEDORAS EQUAL 5000
                           DISPLAY "EX59 - TABELA DE DEVEDORAS CHEIA, "
                                   "AUMENTAR OCCURS DE TAB-DEVEDORAS"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-DEVEDORAS
                       MOVE FAM-PROC TO FAM-DEV (QTD-DEVEDORAS)
                   END-IF
               END-IF
           END-IF.

       LE-ACORDO.
           READ CADACOR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND SITU-ACR EQUAL "A"
               MOVE MATR-ACR TO MATR-PROC
               PERFORM MONTA-CHAVE-FAMILIA
               PERFORM BUSCA-FAM-ACORDO
               IF ACHOU-FAM EQUAL "NAO"
                   IF QTD-ACORDOS EQUAL 5000
                       DISPLAY "EX59 - TABELA DE ACORDOS CHEIA, "
                               "AUMENTAR OCCURS DE TAB-ACORDOS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-ACORDOS
                   MOVE FAM-PROC TO FAM-ACO (QTD-ACORDOS)
               END-IF
           END-IF.

      *MONTA-CHAVE-FAMILIA: a familia e o responsavel do vinculo;
      *aluno sem vinculo e uma familia sozinho.
       MONTA-CHAVE-FAMILIA.
           MOVE 0 TO RESP-PROC.
           MOVE "NAO" TO ACHOU-FAM.
           MOVE 1 TO IX-V.
           PERFORM TESTA-VINCULO
               UNTIL IX-V > QTD-VINC
                  OR ACHOU-FAM EQUAL "SIM".
           MOVE SPACES TO FAM-PROC.
           IF ACHOU-FAM EQUAL "SIM"
               MOVE RESP-TV (IX-V) TO RESP-PROC
               MOVE "R" TO FAM-PROC (1:1)
               MOVE RESP-PROC TO FAM-PROC (2:5)
           ELSE
               MOVE "M" TO FAM-PROC (1:1)
               MOVE MATR-PROC TO FAM-PROC (2:5)
           END-IF.

       TESTA-VINCULO.
           IF MATR-TV (IX-V) EQUAL MATR-PROC
               MOVE "SIM" TO ACHOU-FAM
           ELSE
               ADD 1 TO IX-V
           END-IF.

       BUSCA-DEVEDORA.
           MOVE "NAO" TO ACHOU-FAM.
           MOVE 1 TO IX-FD.
           PERFORM TESTA-DEVEDORA
               UNTIL IX-FD > QTD-DEVEDORAS
                  OR ACHOU-FAM EQUAL "SIM".

       TESTA-DEVEDORA.
           IF FAM-DEV (IX-FD) EQUAL FAM-PROC
               MOVE "SIM" TO ACHOU-FAM
           ELSE
               ADD 1 TO IX-FD
           END-IF.

       BUSCA-FAM-ACORDO.
           MOVE "NAO" TO ACHOU-FAM.
           MOVE 1 TO IX-FA.
           PERFORM TESTA-FAM-ACORDO
               UNTIL IX-FA > QTD-ACORDOS
                  OR ACHOU-FAM EQUAL "SIM".

       TESTA-FAM-ACORDO.
           IF FAM-ACO (IX-FA) EQUAL FAM-PROC
               MOVE "SIM" TO ACHOU-FAM
           ELSE
               ADD 1 TO IX-FA
           END-IF.

      *VERIFICA-FAMILIA: BLOQUEADA = "SIM" quando a familia do aluno
      *MATR-PROC deve e nao tem acordo ativo; deixa o responsavel em
      *RESP-PROC.
       VERIFICA-FAMILIA.
           PERFORM MONTA-CHAVE-FAMILIA.
           PERFORM BUSCA-DEVEDORA.
           MOVE ACHOU-FAM TO FAMILIA-DEVE.
           PERFORM BUSCA-FAM-ACORDO.
           MOVE ACHOU-FAM TO FAMILIA-ACORDO.
           MOVE "NAO" TO BLOQUEADA.
           IF FAMILIA-DEVE EQUAL "SIM"
                  AND FAMILIA-ACORDO EQUAL "NAO"
               MOVE "SIM" TO BLOQUEADA
           END-IF.

       CARREGA-VINCULOS.
           OPEN INPUT CADRALU.
           PERFORM LE-VINCULO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRALU.
           MOVE "NAO" TO FIM-ARQ.

       LE-VINCULO.
           READ CADRALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-VINC EQUAL 20000
                   DISPLAY "EX59 - TABELA DE VINCULOS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-VINCULOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-VINC
               MOVE MATR-RALU TO MATR-TV (QTD-VINC)
               MOVE RESP-RALU TO RESP-TV (QTD-VINC)
           END-IF.

       CARREGA-RESPONSAVEIS.
           OPEN INPUT CADRESP.
           PERFORM LE-RESPONSAVEL
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRESP.
           MOVE "NAO" TO FIM-ARQ.

       LE-RESPONSAVEL.
           READ CADRESP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-RESP EQUAL 10000
                   DISPLAY "EX59 - TABELA DE RESPONSAVEIS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-RESPONSAVEIS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-RESP
               MOVE COD-RESP TO COD-TR (QTD-RESP)
               MOVE NOME-RESP TO NOME-TR (QTD-RESP)
               MOVE ENDER-RESP TO ENDER-TR (QTD-RESP)
           END-IF.

      *---------------------------------------------------------
      *Turmas, precos e modelos.
      *---------------------------------------------------------
       CARREGA-CADTUR.
           OPEN INPUT CADTUR.
           IF WS-FS-TUR NOT EQUAL "00"
               DISPLAY "EX59 - CADASTRO CADTUR.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-CADTUR
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADTUR.
           MOVE "NAO" TO FIM-ARQ.

       LE-CADTUR.
           READ CADTUR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-TUR EQUAL 100
                   DISPLAY "EX59 - TABELA DE TURMAS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-TUR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-TUR
               MOVE CODIGO-TUR TO TURMA-TT (QTD-TUR)
               MOVE DESCR-TUR TO DESCR-TT (QTD-TUR)
           END-IF.

       BUSCA-TURMA.
           MOVE "NAO" TO ACHOU-TURMA.
           MOVE 1 TO IX-TU.
           PERFORM TESTA-TURMA
               UNTIL IX-TU > QTD-TUR
                  OR ACHOU-TURMA EQUAL "SIM".

       TESTA-TURMA.
           IF TURMA-TT (IX-TU) EQUAL TURMA-PROC
               MOVE "SIM" TO ACHOU-TURMA
           ELSE
               ADD 1 TO IX-TU
           END-IF.

       CARREGA-PRECOS.
           OPEN INPUT CADPRECO.
           IF WS-FS-PRE NOT EQUAL "00"
               DISPLAY "EX59 - TABELA CADPRECO.DAT NAO ENCONTRADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-PRECO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADPRECO.
           MOVE "NAO" TO FIM-ARQ.

       LE-PRECO.
           READ CADPRECO
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-PRECOS EQUAL 100
                   DISPLAY "EX59 - TABELA DE PRECOS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-PRECOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-PRECOS
               MOVE TURMA-PRE TO TURMA-TP (QTD-PRECOS)
               MOVE VALOR-PRE TO VALOR-TP (QTD-PRECOS)
           END-IF.

      *BUSCA-PRECO deixa em VALOR-ALUNO o preco da turma
      *TURMA-PROC.
       BUSCA-PRECO.
           MOVE "NAO" TO ACHOU-PRECO.
           MOVE 0 TO VALOR-ALUNO.
           MOVE 1 TO IX-P.
           PERFORM TESTA-PRECO
               UNTIL IX-P > QTD-PRECOS
                  OR ACHOU-PRECO EQUAL "SIM".

       TESTA-PRECO.
           IF TURMA-TP (IX-P) EQUAL TURMA-PROC
               MOVE "SIM" TO ACHOU-PRECO
               MOVE VALOR-TP (IX-P) TO VALOR-ALUNO
           ELSE
               ADD 1 TO IX-P
           END-IF.

      *CARREGA-MODELOS sobe as duas cartas; modelo ausente ou vazio
      *para a rodada, senao sairia carta em branco.
       CARREGA-MODELOS.
           OPEN INPUT CADMODR.
           IF WS-FS-MOD NOT EQUAL "00"
               DISPLAY "EX59 - MODELO CADMODR.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-LINHA-MODELO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADMODR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADMODB.
           IF WS-FS-MOD NOT EQUAL "00"
               DISPLAY "EX59 - MODELO CADMODB.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-LINHA-MODELO-B
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADMODB.
           MOVE "NAO" TO FIM-ARQ.
           IF QTD-LINHAS-MOD EQUAL 0 OR QTD-LINHAS-MODB EQUAL 0
               DISPLAY "EX59 - MODELO CADMODR.DAT OU CADMODB.DAT "
                       "VAZIO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LE-LINHA-MODELO.
           READ CADMODR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-LINHAS-MOD EQUAL 50
                   DISPLAY "EX59 - MODELO MAIOR QUE TAB-MODELO, "
                           "AUMENTAR OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-LINHAS-MOD
               MOVE REG-MODR TO LINHA-MOD (QTD-LINHAS-MOD)
           END-IF.

       LE-LINHA-MODELO-B.
           READ CADMODB
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-LINHAS-MODB EQUAL 50
                   DISPLAY "EX59 - MODELO MAIOR QUE TAB-MODELO-B, "
                           "AUMENTAR OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-LINHAS-MODB
               MOVE REG-MODB TO LINHA-MODB (QTD-LINHAS-MODB)
           END-IF.

      *---------------------------------------------------------
      *Listagem.
      *---------------------------------------------------------
       GRAVA-TITULO.
           MOVE LINHA-RMTL-TIT TO REG-RMTL.
           WRITE REG-RMTL.

       GRAVA-LINHA.
           MOVE LINHA-RMTL TO REG-RMTL.
           WRITE REG-RMTL.

       GRAVA-LINHA-CAMPANHA.
           MOVE MATR-RM (IX-R) TO LL-MATR.
           MOVE NOME-RM (IX-R) TO LL-NOME.
           MOVE TURMA-RM (IX-R) TO LL-TURMA.
           PERFORM GRAVA-LINHA.

      *GRAVA-QUADRO fecha a listagem com a posicao da campanha do
      *ano por situacao.
       GRAVA-QUADRO.
           MOVE 1 TO IX-R.
           PERFORM CONTA-SITUACAO
               UNTIL IX-R > QTD-REMAT.
           MOVE SPACES TO REG-RMTL.
           WRITE REG-RMTL.
           MOVE "QUADRO DA CAMPANHA" TO LINHA-RMTL-TIT.
           PERFORM GRAVA-TITULO.
           MOVE "PENDENTES" TO LQ-ROTULO.
           MOVE QTD-P TO LQ-QTD.
           PERFORM GRAVA-LINHA-QUADRO.
           MOVE "BLOQUEADAS POR DEBITO" TO LQ-ROTULO.
           MOVE QTD-B TO LQ-QTD.
           PERFORM GRAVA-LINHA-QUADRO.
           MOVE "CONFIRMADAS" TO LQ-ROTULO.
           MOVE QTD-C TO LQ-QTD.
           PERFORM GRAVA-LINHA-QUADRO.
           MOVE "LIBERADAS NO CORTE" TO LQ-ROTULO.
           MOVE QTD-L TO LQ-QTD.
           PERFORM GRAVA-LINHA-QUADRO.

       CONTA-SITUACAO.
           IF ANO-RM (IX-R) EQUAL WS-ANO
               IF SITU-RM (IX-R) EQUAL "P"
                   ADD 1 TO QTD-P
               ELSE IF SITU-RM (IX-R) EQUAL "B"
                   ADD 1 TO QTD-B
               ELSE IF SITU-RM (IX-R) EQUAL "C"
                   ADD 1 TO QTD-C
               ELSE IF SITU-RM (IX-R) EQUAL "L"
                   ADD 1 TO QTD-L
               END-IF
           END-IF.
           ADD 1 TO IX-R.

       GRAVA-LINHA-QUADRO.
           MOVE LINHA-QUADRO TO REG-RMTL.
           WRITE REG-RMTL.

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
