       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX56.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX56 e o acordo de pagamento (renegociacao) das mensalidades
      *em atraso. A tesouraria negocia com a familia e registra o
      *pedido em CADACOP.DAT: matricula, quantidade de parcelas,
      *primeiro vencimento, percentual de desconto sobre a multa e
      *ate doze competencias em aberto ou vencidas do aluno. O
      *acordo soma o principal e a multa ainda devidos dessas
      *cobrancas, abate o desconto da multa e divide o total em
      *parcelas mensais; as cobrancas originais fecham em
      *CADCOBR.DAT com a situacao nova R (renegociada) e as parcelas
      *entram como cobrancas novas, com competencia 99NNPP (acordo
      *NN do aluno, parcela PP) para nao chocar com mes nenhum, e
      *seguem pelo CARNE, BAIXA, ATRASO e AGING do EX27 e pelo
      *debito automatico do EX38 como qualquer cobranca. O cadastro
      *dos acordos fica em CADACOR.DAT, situacao A ativo, Q quitado
      *ou X rompido. Modos:
      *  ACORDO - processa os pedidos de CADACOP.DAT, com a
      *    listagem CADACOL.DAT dos acordos feitos (e das parcelas)
      *    e dos pedidos recusados com o motivo;
      *  VERIFICA [AAAAMMDD] [DIAS] - parcela de acordo ativo em
      *    aberto ha mais de DIAS (padrao 30) rompe o acordo: as
      *    parcelas que ainda iam vencer vencem na data e o saldo
      *    volta para a cobranca normal (atraso, carta, perda);
      *    acordo sem parcela em aberto fica quitado. Sai o
      *    relatorio de acordos CADACRL.DAT com o pago, o saldo e
      *    a situacao de cada um.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOBR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COB.
           SELECT COBR-TMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADACOP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACP.
           SELECT OPTIONAL CADACOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADACOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADACRL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
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
           02 PAGO-COB PIC 9(5)V99.
           02 DTPG-COB PIC 9(08).
           02 MULTA-COB PIC 9(5)V99.
           02 BRUTO-COB PIC 9(5)V99.
           02 DESC-COB PIC 9(5)V99.

       FD COBR-TMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX56COB.TMP".

       01 REG-COB-TMP PIC X(66).

      *CADACOP.DAT = pedidos de acordo da tesouraria; competencia
      *zero e posicao livre.
       FD CADACOP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADACOP.DAT".

       01 REG-ACP.
           02 MATR-ACP PIC 9(05).
           02 PARC-ACP PIC 9(02).
           02 VENCTO-ACP PIC 9(08).
           02 DESCM-ACP PIC 9(3)V99.
           02 COMPET-ACP PIC 9(06) OCCURS 12 TIMES.

      *CADACOR.DAT = cadastro dos acordos, um registro por acordo.
       FD CADACOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADACOR.DAT".

       01 REG-ACR PIC X(143).

      *CADACOL.DAT = listagem dos pedidos de acordo processados.
       FD CADACOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADACOL.DAT".

       01 REG-ACOL PIC X(80).

      *CADACRL.DAT = relatorio de acordos.
       FD CADACRL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADACRL.DAT".

       01 REG-ACRL PIC X(80).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-FS-COB PIC X(02) VALUE SPACE.
           77 WS-FS-ACP PIC X(02) VALUE SPACE.
           77 WS-PARM-LINHA PIC X(30) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-P3 PIC X(08) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-DATA-REF PIC 9(08) VALUE 0.
           77 WS-DIAS-ROMPE PIC 9(04) VALUE 30.
           77 WS-DATA-CONV PIC 9(08) VALUE 0.
           77 WS-AA PIC 9(04) VALUE 0.
           77 WS-MM PIC 9(02) VALUE 0.
           77 WS-DD PIC 9(02) VALUE 0.
           77 DIAS-CONV PIC 9(07) VALUE 0.
           77 DIAS-HOJE PIC 9(07) VALUE 0.
           77 IX-A PIC 9(04) VALUE 0.
           77 IX-P PIC 9(04) VALUE 0.
           77 IX-C PIC 9(02) VALUE 0.
           77 IX-Q PIC 9(02) VALUE 0.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 ACHOU-ACO PIC X(03) VALUE "NAO".
           77 NUM-BUSCA PIC 9(02) VALUE 0.
           77 NUM-MAIOR PIC 9(03) VALUE 0.
           77 MOTIVO-PED PIC X(30) VALUE SPACE.
           77 VALOR-ABERTO PIC 9(6)V99 VALUE 0.
           77 VALOR-PARC PIC 9(7)V99 VALUE 0.
           77 VALOR-ULTIMA PIC 9(7)V99 VALUE 0.
           77 CONT-ACORDOS PIC 9(05) VALUE 0.
           77 CONT-RECUSADOS PIC 9(05) VALUE 0.
           77 CONT-REPETIDOS PIC 9(05) VALUE 0.
           77 CONT-RENEGOC PIC 9(06) VALUE 0.
           77 CONT-PARCELAS PIC 9(06) VALUE 0.
           77 CONT-ROMPIDOS PIC 9(05) VALUE 0.
           77 CONT-QUITADOS PIC 9(05) VALUE 0.
           77 CONT-ANTECIP PIC 9(06) VALUE 0.
           77 TOT-ACORDADO PIC 9(9)V99 VALUE 0.
           77 TOT-DESCONTO PIC 9(9)V99 VALUE 0.
           77 QTD-ATIVOS PIC 9(05) VALUE 0.
           77 QTD-QUITADOS PIC 9(05) VALUE 0.
           77 QTD-ROMPIDOS PIC 9(05) VALUE 0.
           77 TOT-ATIVOS PIC 9(9)V99 VALUE 0.
           77 TOT-ROMPIDOS PIC 9(9)V99 VALUE 0.

      *WS-VENCTO-PARC = vencimento da parcela, mes a mes a partir
      *do primeiro.
           01 WS-VENCTO-PARC.
               02 VP-AAAA PIC 9(04).
               02 VP-MM PIC 9(02).
               02 VP-DD PIC 9(02).
           01 WS-VENCTO-NUM REDEFINES WS-VENCTO-PARC PIC 9(08).

      *WS-ACORDO = layout do registro de CADACOR.DAT.
           01 WS-ACORDO.
               02 MATR-ACR PIC 9(05).
               02 NUM-ACR PIC 9(02).
               02 DATA-ACR PIC 9(08).
               02 PARC-ACR PIC 9(02).
               02 PRINC-ACR PIC 9(7)V99.
               02 MULTA-ACR PIC 9(7)V99.
               02 DESC-ACR PIC 9(7)V99.
               02 TOTAL-ACR PIC 9(7)V99.
               02 SITU-ACR PIC X(01).
               02 DTSITU-ACR PIC 9(08).
               02 SALDO-ACR PIC 9(7)V99.
               02 COMPET-ACR PIC 9(06) OCCURS 12 TIMES.

      *TAB-ACORDOS = CADACOR.DAT em memoria, com o pago e o aberto
      *das parcelas apurados na leitura das cobrancas.
           01 TAB-ACORDOS.
               02 QTD-ACORDOS PIC 9(04) VALUE 0.
               02 ACORDO-LINHA OCCURS 5000 TIMES.
                   03 DADOS-TA.
                       04 MATR-TA PIC 9(05).
                       04 NUM-TA PIC 9(02).
                       04 DATA-TA PIC 9(08).
                       04 PARC-TA PIC 9(02).
                       04 PRINC-TA PIC 9(7)V99.
                       04 MULTA-TA PIC 9(7)V99.
                       04 DESC-TA PIC 9(7)V99.
                       04 TOTAL-TA PIC 9(7)V99.
                       04 SITU-TA PIC X(01).
                       04 DTSITU-TA PIC 9(08).
                       04 SALDO-TA PIC 9(7)V99.
                       04 COMPET-TA PIC 9(06) OCCURS 12 TIMES.
                   03 PAGO-TA PIC 9(7)V99.
                   03 ABERTO-TA PIC 9(7)V99.
                   03 QABERTAS-TA PIC 9(02).
                   03 ROMPE-TA PIC X(01).

      *TAB-PEDIDOS = pedidos de CADACOP.DAT; ACHOU-TP de cada
      *competencia fica S quando a cobranca esta aberta ou vencida,
      *F quando existe mas nao pode entrar em acordo.
           01 TAB-PEDIDOS.
               02 QTD-PEDIDOS PIC 9(04) VALUE 0.
               02 PEDIDO-LINHA OCCURS 500 TIMES.
                   03 MATR-TP PIC 9(05).
                   03 PARC-TP PIC 9(02).
                   03 VENCTO-TP PIC 9(08).
                   03 DESCM-TP PIC 9(3)V99.
                   03 ITEM-TP OCCURS 12 TIMES.
                       04 COMPET-TP PIC 9(06).
                       04 ACHOU-TP PIC X(01).
                       04 PRINCI-TP PIC 9(5)V99.
                       04 MULTAI-TP PIC 9(5)V99.
                   03 TURMA-TP PIC X(03).
                   03 PRINC-TP PIC 9(7)V99.
                   03 MULTA-TP PIC 9(7)V99.
                   03 DESC-TP PIC 9(7)V99.
                   03 TOTAL-TP PIC 9(7)V99.
                   03 NUM-TP PIC 9(02).
                   03 OK-TP PIC X(01).

           01 LINHA-ACOL.
               02 AL-MATR PIC 9(05).
               02 FILLER PIC X(09) VALUE "  ACORDO ".
               02 AL-NUM PIC 9(02).
               02 FILLER PIC X(08) VALUE "  PARC. ".
               02 AL-PARC PIC Z9.
               02 FILLER PIC X(09) VALUE "  TOTAL: ".
               02 AL-TOTAL PIC ZZZZZZ9,99.
               02 FILLER PIC X(02) VALUE SPACE.
               02 AL-TEXTO PIC X(30).

           01 LINHA-ACOL-ORIG.
               02 FILLER PIC X(10) VALUE SPACE.
               02 FILLER PIC X(14) VALUE "RENEGOCIADA   ".
               02 AO-COMPET PIC 9(06).
               02 FILLER PIC X(13) VALUE "  PRINCIPAL: ".
               02 AO-PRINC PIC ZZZZ9,99.
               02 FILLER PIC X(09) VALUE "  MULTA: ".
               02 AO-MULTA PIC ZZZZ9,99.

           01 LINHA-ACOL-PARC.
               02 FILLER PIC X(10) VALUE SPACE.
               02 FILLER PIC X(08) VALUE "PARCELA ".
               02 AP-PARC PIC 99.
               02 FILLER PIC X(08) VALUE "  COMP. ".
               02 AP-COMPET PIC 9(06).
               02 FILLER PIC X(10) VALUE "  VENCTO: ".
               02 AP-VENCTO PIC 9(08).
               02 FILLER PIC X(09) VALUE "  VALOR: ".
               02 AP-VALOR PIC ZZZZ9,99.

           01 LINHA-ACOL-DESC.
               02 FILLER PIC X(10) VALUE SPACE.
               02 FILLER PIC X(21) VALUE "DESCONTO NA MULTA..: ".
               02 AD-DESC PIC ZZZZZZ9,99.

           01 LINHA-ACRL-CAB1.
               02 FILLER PIC X(24) VALUE "RELATORIO DE ACORDOS EM ".
               02 CB-DATA PIC 9(08).
               02 FILLER PIC X(14) VALUE "  ROMPE COM + ".
               02 CB-DIAS PIC ZZZ9.
               02 FILLER PIC X(15) VALUE " DIAS DE ATRASO".

           01 LINHA-ACRL-CAB2.
               02 FILLER PIC X(40)
                  VALUE "MATR. AC DATA     PC      TOTAL       PA".
               02 FILLER PIC X(40)
                  VALUE "GO     ABERTO SITUACAO                  ".

           01 LINHA-ACRL.
               02 RL-MATR PIC 9(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 RL-NUM PIC 9(02).
               02 FILLER PIC X(01) VALUE SPACE.
               02 RL-DATA PIC 9(08).
               02 FILLER PIC X(01) VALUE SPACE.
               02 RL-PARC PIC Z9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 RL-TOTAL PIC ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 RL-PAGO PIC ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 RL-ABERTO PIC ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 RL-SITU PIC X(08).
               02 FILLER PIC X(01) VALUE SPACE.
               02 RL-DTSITU PIC 9(08).
               02 FILLER PIC X(01) VALUE SPACE.
               02 RL-TEXTO PIC X(08).

           01 LINHA-ACRL-TOT.
               02 RT-TITULO PIC X(30).
               02 RT-QTD PIC ZZZZ9.
               02 FILLER PIC X(02) VALUE SPACE.
               02 RT-VALOR PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.

       PGM-EX56.
           PERFORM INICIO.
           IF WS-MODO EQUAL "ACORDO" OR WS-MODO EQUAL SPACES
               PERFORM PROCESSA-PEDIDOS
           ELSE IF WS-MODO EQUAL "VERIFICA"
               PERFORM VERIFICA-ACORDOS
           ELSE
               DISPLAY "EX56 - USO: EX56 [ACORDO]"
               DISPLAY "            EX56 VERIFICA [AAAAMMDD] [DIAS]"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE TO WS-DATA-REF.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2 WS-P3.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2 WS-P3
           END-IF.
           IF WS-MODO EQUAL "VERIFICA"
                  AND WS-P2 NOT EQUAL SPACES
               IF WS-P2 IS NUMERIC
                   MOVE WS-P2 TO WS-DATA-REF
               ELSE
                   DISPLAY "EX56 - DATA INVALIDA: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-MODO EQUAL "VERIFICA"
                  AND WS-P3 NOT EQUAL SPACES
               IF WS-P3 (1:4) IS NUMERIC
                      AND WS-P3 (5:4) EQUAL SPACES
                   MOVE WS-P3 (1:4) TO WS-DIAS-ROMPE
               ELSE
                   DISPLAY "EX56 - DIAS INVALIDOS: " WS-P3
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM CARREGA-ACORDOS.

      *CONVERTE-DIAS transforma a data em WS-DATA-CONV num total de
      *dias em calendario comercial de 30 dias, o mesmo do ATRASO
      *do EX27.
       CONVERTE-DIAS.
           MOVE WS-DATA-CONV (1:4) TO WS-AA.
           MOVE WS-DATA-CONV (5:2) TO WS-MM.
           MOVE WS-DATA-CONV (7:2) TO WS-DD.
           COMPUTE DIAS-CONV = WS-AA * 360 + WS-MM * 30 + WS-DD.

       CARREGA-ACORDOS.
           OPEN INPUT CADACOR.
           PERFORM LE-ACORDO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADACOR.
           MOVE "NAO" TO FIM-ARQ.

       LE-ACORDO.
           READ CADACOR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM NOVO-ACORDO
               MOVE REG-ACR TO WS-ACORDO
               MOVE WS-ACORDO TO DADOS-TA (QTD-ACORDOS)
           END-IF.

       NOVO-ACORDO.
           IF QTD-ACORDOS EQUAL 5000
               DISPLAY "EX56 - TABELA DE ACORDOS CHEIA, "
                       "AUMENTAR OCCURS DE TAB-ACORDOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-ACORDOS.
           MOVE 0 TO PAGO-TA (QTD-ACORDOS).
           MOVE 0 TO ABERTO-TA (QTD-ACORDOS).
           MOVE 0 TO QABERTAS-TA (QTD-ACORDOS).
           MOVE "N" TO ROMPE-TA (QTD-ACORDOS).

      *BUSCA-ACORDO deixa IX-A no acordo NUM-BUSCA da matricula da
      *cobranca lida.
       BUSCA-ACORDO.
           MOVE "NAO" TO ACHOU-ACO.
           MOVE 1 TO IX-A.
           PERFORM TESTA-ACORDO
               UNTIL IX-A > QTD-ACORDOS
                  OR ACHOU-ACO EQUAL "SIM".

       TESTA-ACORDO.
           IF MATR-TA (IX-A) EQUAL COD-COB
                  AND NUM-TA (IX-A) EQUAL NUM-BUSCA
               MOVE "SIM" TO ACHOU-ACO
           ELSE
               ADD 1 TO IX-A
           END-IF.

       GRAVA-ACORDOS.
           OPEN OUTPUT CADACOR.
           MOVE 1 TO IX-A.
           PERFORM GRAVA-ACORDO
               UNTIL IX-A > QTD-ACORDOS.
           CLOSE CADACOR.

       GRAVA-ACORDO.
           MOVE DADOS-TA (IX-A) TO WS-ACORDO.
           MOVE WS-ACORDO TO REG-ACR.
           WRITE REG-ACR.
           ADD 1 TO IX-A.

      *---------------------------------------------------------
      *ACORDO - pedidos da tesouraria viram acordo e parcelas.
      *---------------------------------------------------------
       PROCESSA-PEDIDOS.
           PERFORM CARREGA-PEDIDOS.
           OPEN INPUT CADCOBR.
           IF WS-FS-COB NOT EQUAL "00"
               DISPLAY "EX56 - CADCOBR.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-COBR-PEDIDO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCOBR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN OUTPUT CADACOL.
           MOVE 1 TO IX-P.
           PERFORM AVALIA-PEDIDO
               UNTIL IX-P > QTD-PEDIDOS.
           IF CONT-ACORDOS > 0
               PERFORM REGRAVA-COM-ACORDOS
               PERFORM GRAVA-ACORDOS
           END-IF.
           MOVE SPACES TO REG-ACOL.
           WRITE REG-ACOL.
           MOVE "ACORDOS FEITOS..............:" TO RT-TITULO.
           MOVE CONT-ACORDOS TO RT-QTD.
           MOVE TOT-ACORDADO TO RT-VALOR.
           MOVE LINHA-ACRL-TOT TO REG-ACOL.
           WRITE REG-ACOL.
           MOVE "DESCONTO CONCEDIDO NA MULTA.:" TO RT-TITULO.
           MOVE CONT-ACORDOS TO RT-QTD.
           MOVE TOT-DESCONTO TO RT-VALOR.
           MOVE LINHA-ACRL-TOT TO REG-ACOL.
           WRITE REG-ACOL.
           MOVE "PEDIDOS RECUSADOS...........:" TO RT-TITULO.
           MOVE CONT-RECUSADOS TO RT-QTD.
           MOVE 0 TO RT-VALOR.
           MOVE LINHA-ACRL-TOT TO REG-ACOL.
           WRITE REG-ACOL.
           CLOSE CADACOL.
           DISPLAY "EX56 - ACORDOS FEITOS......: " CONT-ACORDOS.
           DISPLAY "EX56 - COBRANCAS RENEGOC...: " CONT-RENEGOC.
           DISPLAY "EX56 - PARCELAS GERADAS....: " CONT-PARCELAS.
           DISPLAY "EX56 - PEDIDOS RECUSADOS...: " CONT-RECUSADOS.
           DISPLAY "EX56 - PEDIDOS JA FEITOS...: " CONT-REPETIDOS.
           IF CONT-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       CARREGA-PEDIDOS.
           OPEN INPUT CADACOP.
           IF WS-FS-ACP NOT EQUAL "00"
               DISPLAY "EX56 - CADACOP.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-PEDIDO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADACOP.
           MOVE "NAO" TO FIM-ARQ.

       LE-PEDIDO.
           READ CADACOP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-PEDIDOS EQUAL 500
                   DISPLAY "EX56 - TABELA DE PEDIDOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-PEDIDOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-PEDIDOS
               MOVE MATR-ACP TO MATR-TP (QTD-PEDIDOS)
               MOVE PARC-ACP TO PARC-TP (QTD-PEDIDOS)
               MOVE VENCTO-ACP TO VENCTO-TP (QTD-PEDIDOS)
               MOVE DESCM-ACP TO DESCM-TP (QTD-PEDIDOS)
               MOVE SPACES TO TURMA-TP (QTD-PEDIDOS)
               MOVE 0 TO PRINC-TP (QTD-PEDIDOS)
               MOVE 0 TO MULTA-TP (QTD-PEDIDOS)
               MOVE 0 TO DESC-TP (QTD-PEDIDOS)
               MOVE 0 TO TOTAL-TP (QTD-PEDIDOS)
               MOVE 0 TO NUM-TP (QTD-PEDIDOS)
               MOVE "N" TO OK-TP (QTD-PEDIDOS)
               MOVE 1 TO IX-C
               PERFORM CARREGA-ITEM-PEDIDO
                   UNTIL IX-C > 12
           END-IF.

      *Competencia zero e posicao livre: ja nasce resolvida.
       CARREGA-ITEM-PEDIDO.
           MOVE COMPET-ACP (IX-C) TO COMPET-TP (QTD-PEDIDOS, IX-C).
           MOVE 0 TO PRINCI-TP (QTD-PEDIDOS, IX-C).
           MOVE 0 TO MULTAI-TP (QTD-PEDIDOS, IX-C).
           IF COMPET-ACP (IX-C) EQUAL 0
               MOVE "S" TO ACHOU-TP (QTD-PEDIDOS, IX-C)
           ELSE
               MOVE "N" TO ACHOU-TP (QTD-PEDIDOS, IX-C)
           END-IF.
           ADD 1 TO IX-C.

      *LE-COBR-PEDIDO casa a cobranca com a competencia pedida e
      *soma o que ainda e devido dela: o pago abate primeiro o
      *principal, depois a multa.
       LE-COBR-PEDIDO.
           READ CADCOBR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM BUSCA-ITEM-PEDIDO
               IF ACHOU EQUAL "SIM"
                   IF SITU-COB EQUAL "A" OR SITU-COB EQUAL "V"
                       MOVE "S" TO ACHOU-TP (IX-P, IX-C)
                       PERFORM SOMA-COBR-PEDIDO
                   ELSE
                       MOVE "F" TO ACHOU-TP (IX-P, IX-C)
                   END-IF
               END-IF
           END-IF.

       SOMA-COBR-PEDIDO.
           IF PAGO-COB NOT > VALOR-COB
               COMPUTE PRINCI-TP (IX-P, IX-C) = VALOR-COB - PAGO-COB
               MOVE MULTA-COB TO MULTAI-TP (IX-P, IX-C)
           ELSE
               COMPUTE MULTAI-TP (IX-P, IX-C) = VALOR-COB + MULTA-COB
                   - PAGO-COB
           END-IF.
           ADD PRINCI-TP (IX-P, IX-C) TO PRINC-TP (IX-P).
           ADD MULTAI-TP (IX-P, IX-C) TO MULTA-TP (IX-P).
           IF TURMA-TP (IX-P) EQUAL SPACES
               MOVE TURMA-COB TO TURMA-TP (IX-P)
           END-IF.

      *BUSCA-ITEM-PEDIDO deixa IX-P/IX-C na competencia ainda nao
      *casada de um pedido da matricula da cobranca lida; a mesma
      *competencia em dois pedidos so casa no primeiro.
       BUSCA-ITEM-PEDIDO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-P.
           MOVE 1 TO IX-C.
           PERFORM TESTA-ITEM-PEDIDO
               UNTIL IX-P > QTD-PEDIDOS
                  OR ACHOU EQUAL "SIM".

       TESTA-ITEM-PEDIDO.
           IF MATR-TP (IX-P) EQUAL COD-COB
                  AND COMPET-TP (IX-P, IX-C) EQUAL COMPET-COB
                  AND ACHOU-TP (IX-P, IX-C) EQUAL "N"
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-C
               IF IX-C > 12
                   MOVE 1 TO IX-C
                   ADD 1 TO IX-P
               END-IF
           END-IF.

      *AVALIA-PEDIDO confere o pedido e, estando tudo certo, fecha
      *o acordo: numero seguinte do aluno, total com o desconto da
      *multa e a parcela, com o resto dos centavos na ultima.
       AVALIA-PEDIDO.
           MOVE SPACES TO MOTIVO-PED.
           PERFORM BUSCA-JA-ACORDADO.
           IF ACHOU-ACO EQUAL "SIM"
               ADD 1 TO CONT-REPETIDOS
               MOVE NUM-TA (IX-A) TO NUM-TP (IX-P)
               MOVE "ACORDO JA REGISTRADO" TO MOTIVO-PED
           ELSE
               PERFORM CONFERE-PEDIDO
               IF MOTIVO-PED EQUAL SPACES
                   PERFORM FECHA-ACORDO
               ELSE
                   ADD 1 TO CONT-RECUSADOS
               END-IF
           END-IF.
           IF OK-TP (IX-P) NOT EQUAL "S"
               MOVE MATR-TP (IX-P) TO AL-MATR
               MOVE NUM-TP (IX-P) TO AL-NUM
               MOVE PARC-TP (IX-P) TO AL-PARC
               MOVE 0 TO AL-TOTAL
               MOVE MOTIVO-PED TO AL-TEXTO
               MOVE LINHA-ACOL TO REG-ACOL
               WRITE REG-ACOL
           END-IF.
           ADD 1 TO IX-P.

      *BUSCA-JA-ACORDADO reconhece o pedido que ja virou acordo em
      *rodada anterior (mesma matricula e primeira competencia),
      *para a reexecucao nao sair como recusa.
       BUSCA-JA-ACORDADO.
           MOVE "NAO" TO ACHOU-ACO.
           MOVE 1 TO IX-A.
           PERFORM TESTA-JA-ACORDADO
               UNTIL IX-A > QTD-ACORDOS
                  OR ACHOU-ACO EQUAL "SIM".

       TESTA-JA-ACORDADO.
           IF MATR-TA (IX-A) EQUAL MATR-TP (IX-P)
                  AND COMPET-TA (IX-A, 1) EQUAL COMPET-TP (IX-P, 1)
               MOVE "SIM" TO ACHOU-ACO
           ELSE
               ADD 1 TO IX-A
           END-IF.

       CONFERE-PEDIDO.
           IF PARC-TP (IX-P) IS NOT NUMERIC
                  OR PARC-TP (IX-P) EQUAL 0
                  OR PARC-TP (IX-P) > 24
               MOVE "QTDE DE PARCELAS INVALIDA" TO MOTIVO-PED
           END-IF.
           MOVE VENCTO-TP (IX-P) TO WS-VENCTO-NUM.
           IF MOTIVO-PED EQUAL SPACES
               IF VENCTO-TP (IX-P) IS NOT NUMERIC
                      OR VP-MM < 1 OR VP-MM > 12
                      OR VP-DD < 1 OR VP-DD > 28
                      OR VENCTO-TP (IX-P) < WS-DATA-HOJE
                   MOVE "PRIMEIRO VENCIMENTO INVALIDO" TO MOTIVO-PED
               END-IF
           END-IF.
           IF MOTIVO-PED EQUAL SPACES
               IF DESCM-TP (IX-P) IS NOT NUMERIC
                      OR DESCM-TP (IX-P) > 100
                   MOVE "DESCONTO DA MULTA INVALIDO" TO MOTIVO-PED
               END-IF
           END-IF.
           IF MOTIVO-PED EQUAL SPACES
                  AND COMPET-TP (IX-P, 1) EQUAL 0
               MOVE "PEDIDO SEM COMPETENCIA" TO MOTIVO-PED
           END-IF.
           IF MOTIVO-PED EQUAL SPACES
               MOVE 1 TO IX-C
               PERFORM CONFERE-ITEM-PEDIDO
                   UNTIL IX-C > 12
                      OR MOTIVO-PED NOT EQUAL SPACES
           END-IF.
           IF MOTIVO-PED EQUAL SPACES
               PERFORM PROXIMO-NUMERO
               IF NUM-MAIOR > 99
                   MOVE "ALUNO SEM NUMERO DE ACORDO" TO MOTIVO-PED
               END-IF
           END-IF.
           IF MOTIVO-PED EQUAL SPACES
               COMPUTE DESC-TP (IX-P) ROUNDED = MULTA-TP (IX-P)
                   * DESCM-TP (IX-P) / 100
               COMPUTE TOTAL-TP (IX-P) = PRINC-TP (IX-P)
                   + MULTA-TP (IX-P) - DESC-TP (IX-P)
               PERFORM PREPARA-PARCELAS
               IF TOTAL-TP (IX-P) EQUAL 0
                   MOVE "NADA A RENEGOCIAR" TO MOTIVO-PED
               END-IF
               IF VALOR-ULTIMA > 99999,99
                   MOVE "PARCELA ACIMA DO LIMITE" TO MOTIVO-PED
               END-IF
           END-IF.

       CONFERE-ITEM-PEDIDO.
           IF ACHOU-TP (IX-P, IX-C) EQUAL "N"
               STRING "COMP. " DELIMITED BY SIZE
                      COMPET-TP (IX-P, IX-C) DELIMITED BY SIZE
                      " SEM COBRANCA" DELIMITED BY SIZE
                   INTO MOTIVO-PED
           END-IF.
           IF ACHOU-TP (IX-P, IX-C) EQUAL "F"
               STRING "COMP. " DELIMITED BY SIZE
                      COMPET-TP (IX-P, IX-C) DELIMITED BY SIZE
                      " NAO ESTA ABERTA" DELIMITED BY SIZE
                   INTO MOTIVO-PED
           END-IF.
           ADD 1 TO IX-C.

      *PROXIMO-NUMERO deixa em NUM-MAIOR o numero do proximo acordo
      *da matricula do pedido.
       PROXIMO-NUMERO.
           MOVE 0 TO NUM-MAIOR.
           MOVE 1 TO IX-A.
           PERFORM TESTA-NUMERO
               UNTIL IX-A > QTD-ACORDOS.
           ADD 1 TO NUM-MAIOR.

       TESTA-NUMERO.
           IF MATR-TA (IX-A) EQUAL MATR-TP (IX-P)
                  AND NUM-TA (IX-A) > NUM-MAIOR
               MOVE NUM-TA (IX-A) TO NUM-MAIOR
           END-IF.
           ADD 1 TO IX-A.

       FECHA-ACORDO.
           MOVE "S" TO OK-TP (IX-P).
           MOVE NUM-MAIOR TO NUM-TP (IX-P).
           PERFORM NOVO-ACORDO.
           MOVE QTD-ACORDOS TO IX-A.
           MOVE MATR-TP (IX-P) TO MATR-TA (IX-A).
           MOVE NUM-TP (IX-P) TO NUM-TA (IX-A).
           MOVE WS-DATA-HOJE TO DATA-TA (IX-A).
           MOVE PARC-TP (IX-P) TO PARC-TA (IX-A).
           MOVE PRINC-TP (IX-P) TO PRINC-TA (IX-A).
           MOVE MULTA-TP (IX-P) TO MULTA-TA (IX-A).
           MOVE DESC-TP (IX-P) TO DESC-TA (IX-A).
           MOVE TOTAL-TP (IX-P) TO TOTAL-TA (IX-A).
           MOVE "A" TO SITU-TA (IX-A).
           MOVE WS-DATA-HOJE TO DTSITU-TA (IX-A).
           MOVE 0 TO SALDO-TA (IX-A).
           MOVE 1 TO IX-C.
           PERFORM COPIA-COMPET-ACORDO
               UNTIL IX-C > 12.
           ADD 1 TO CONT-ACORDOS.
           ADD TOTAL-TP (IX-P) TO TOT-ACORDADO.
           ADD DESC-TP (IX-P) TO TOT-DESCONTO.
           MOVE MATR-TP (IX-P) TO AL-MATR.
           MOVE NUM-TP (IX-P) TO AL-NUM.
           MOVE PARC-TP (IX-P) TO AL-PARC.
           MOVE TOTAL-TP (IX-P) TO AL-TOTAL.
           MOVE "ACORDO FEITO" TO AL-TEXTO.
           MOVE LINHA-ACOL TO REG-ACOL.
           WRITE REG-ACOL.
           MOVE 1 TO IX-C.
           PERFORM LISTA-RENEGOCIADA
               UNTIL IX-C > 12.
           IF DESC-TP (IX-P) > 0
               MOVE DESC-TP (IX-P) TO AD-DESC
               MOVE LINHA-ACOL-DESC TO REG-ACOL
               WRITE REG-ACOL
           END-IF.
           PERFORM PREPARA-PARCELAS.
           PERFORM LISTA-PARCELA
               UNTIL IX-Q > PARC-TP (IX-P).

       COPIA-COMPET-ACORDO.
           MOVE COMPET-TP (IX-P, IX-C) TO COMPET-TA (IX-A, IX-C).
           ADD 1 TO IX-C.

       LISTA-RENEGOCIADA.
           IF COMPET-TP (IX-P, IX-C) NOT EQUAL 0
               MOVE COMPET-TP (IX-P, IX-C) TO AO-COMPET
               MOVE PRINCI-TP (IX-P, IX-C) TO AO-PRINC
               MOVE MULTAI-TP (IX-P, IX-C) TO AO-MULTA
               MOVE LINHA-ACOL-ORIG TO REG-ACOL
               WRITE REG-ACOL
           END-IF.
           ADD 1 TO IX-C.

      *PREPARA-PARCELAS acha o valor da parcela (o resto dos
      *centavos vai na ultima) e o primeiro vencimento.
       PREPARA-PARCELAS.
           MOVE VENCTO-TP (IX-P) TO WS-VENCTO-NUM.
           DIVIDE TOTAL-TP (IX-P) BY PARC-TP (IX-P)
               GIVING VALOR-PARC.
           COMPUTE VALOR-ULTIMA = TOTAL-TP (IX-P)
               - VALOR-PARC * (PARC-TP (IX-P) - 1).
           MOVE 1 TO IX-Q.

       LISTA-PARCELA.
           PERFORM MONTA-PARCELA.
           MOVE IX-Q TO AP-PARC.
           MOVE COMPET-COB TO AP-COMPET.
           MOVE VENCTO-COB TO AP-VENCTO.
           MOVE VALOR-COB TO AP-VALOR.
           MOVE LINHA-ACOL-PARC TO REG-ACOL.
           WRITE REG-ACOL.
           PERFORM AVANCA-PARCELA.

      *MONTA-PARCELA monta em REG-COB a parcela IX-Q do pedido IX-P
      *como uma cobranca nova.
       MONTA-PARCELA.
           MOVE MATR-TP (IX-P) TO COD-COB.
           COMPUTE COMPET-COB = 990000 + NUM-TP (IX-P) * 100 + IX-Q.
           MOVE TURMA-TP (IX-P) TO TURMA-COB.
           IF IX-Q EQUAL PARC-TP (IX-P)
               MOVE VALOR-ULTIMA TO VALOR-COB
           ELSE
               MOVE VALOR-PARC TO VALOR-COB
           END-IF.
           MOVE WS-VENCTO-NUM TO VENCTO-COB.
           MOVE "A" TO SITU-COB.
           MOVE 0 TO PAGO-COB.
           MOVE 0 TO DTPG-COB.
           MOVE 0 TO MULTA-COB.
           MOVE VALOR-COB TO BRUTO-COB.
           MOVE 0 TO DESC-COB.

       AVANCA-PARCELA.
           ADD 1 TO VP-MM.
           IF VP-MM > 12
               MOVE 1 TO VP-MM
               ADD 1 TO VP-AAAA
           END-IF.
           ADD 1 TO IX-Q.

      *REGRAVA-COM-ACORDOS fecha como R as cobrancas que entraram
      *em acordo e acrescenta as parcelas dos acordos feitos.
       REGRAVA-COM-ACORDOS.
           OPEN INPUT CADCOBR.
           OPEN OUTPUT COBR-TMP.
           PERFORM PASSA-RENEGOCIADA
               UNTIL FIM-ARQ EQUAL "SIM".
           MOVE "NAO" TO FIM-ARQ.
           MOVE 1 TO IX-P.
           PERFORM GERA-PARCELAS-PEDIDO
               UNTIL IX-P > QTD-PEDIDOS.
           CLOSE CADCOBR
                 COBR-TMP.
           OPEN INPUT COBR-TMP.
           OPEN OUTPUT CADCOBR.
           PERFORM DEVOLVE-COBRANCA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE COBR-TMP
                 CADCOBR.
           MOVE "NAO" TO FIM-ARQ.

       PASSA-RENEGOCIADA.
           READ CADCOBR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF SITU-COB EQUAL "A" OR SITU-COB EQUAL "V"
                   PERFORM BUSCA-ITEM-ACORDO
                   IF ACHOU EQUAL "SIM"
                       MOVE "R" TO SITU-COB
                       ADD 1 TO CONT-RENEGOC
                   END-IF
               END-IF
               MOVE REG-COB TO REG-COB-TMP
               WRITE REG-COB-TMP
           END-IF.

       BUSCA-ITEM-ACORDO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-P.
           MOVE 1 TO IX-C.
           PERFORM TESTA-ITEM-ACORDO
               UNTIL IX-P > QTD-PEDIDOS
                  OR ACHOU EQUAL "SIM".

       TESTA-ITEM-ACORDO.
           IF MATR-TP (IX-P) EQUAL COD-COB
                  AND COMPET-TP (IX-P, IX-C) EQUAL COMPET-COB
                  AND OK-TP (IX-P) EQUAL "S"
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-C
               IF IX-C > 12
                   MOVE 1 TO IX-C
                   ADD 1 TO IX-P
               END-IF
           END-IF.

      *GERA-PARCELAS-PEDIDO cria as parcelas do acordo como
      *cobrancas novas, uma por mes a partir do primeiro vencimento.
       GERA-PARCELAS-PEDIDO.
           IF OK-TP (IX-P) EQUAL "S"
               PERFORM PREPARA-PARCELAS
               PERFORM GRAVA-PARCELA
                   UNTIL IX-Q > PARC-TP (IX-P)
           END-IF.
           ADD 1 TO IX-P.

       GRAVA-PARCELA.
           PERFORM MONTA-PARCELA.
           MOVE REG-COB TO REG-COB-TMP.
           WRITE REG-COB-TMP.
           ADD 1 TO CONT-PARCELAS.
           PERFORM AVANCA-PARCELA.

       DEVOLVE-COBRANCA.
           READ COBR-TMP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE REG-COB-TMP TO REG-COB
               WRITE REG-COB
           END-IF.

      *---------------------------------------------------------
      *VERIFICA - rompimento, quitacao e relatorio de acordos.
      *---------------------------------------------------------
       VERIFICA-ACORDOS.
           MOVE WS-DATA-REF TO WS-DATA-CONV.
           PERFORM CONVERTE-DIAS.
           MOVE DIAS-CONV TO DIAS-HOJE.
           OPEN INPUT CADCOBR.
           IF WS-FS-COB NOT EQUAL "00"
               DISPLAY "EX56 - CADCOBR.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-COBR-PARCELA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCOBR.
           MOVE "NAO" TO FIM-ARQ.
           MOVE 1 TO IX-A.
           PERFORM DECIDE-ACORDO
               UNTIL IX-A > QTD-ACORDOS.
           IF CONT-ROMPIDOS > 0
               PERFORM REGRAVA-ANTECIPADAS
           END-IF.
           IF CONT-ROMPIDOS > 0 OR CONT-QUITADOS > 0
               PERFORM GRAVA-ACORDOS
           END-IF.
           PERFORM RELATORIO-ACORDOS.
           DISPLAY "EX56 - ACORDOS ROMPIDOS....: " CONT-ROMPIDOS.
           DISPLAY "EX56 - PARCELAS ANTECIPADAS: " CONT-ANTECIP.
           DISPLAY "EX56 - ACORDOS QUITADOS....: " CONT-QUITADOS.
           IF CONT-ROMPIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *LE-COBR-PARCELA apura, por acordo, o pago, o aberto e se ha
      *parcela vencida alem do limite.
       LE-COBR-PARCELA.
           READ CADCOBR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COMPET-COB (1:2) EQUAL "99"
               MOVE COMPET-COB (3:2) TO NUM-BUSCA
               PERFORM BUSCA-ACORDO
               IF ACHOU-ACO EQUAL "SIM"
                   PERFORM APURA-PARCELA
               END-IF
           END-IF.

       APURA-PARCELA.
           ADD PAGO-COB TO PAGO-TA (IX-A).
           IF SITU-COB EQUAL "A" OR SITU-COB EQUAL "V"
               COMPUTE VALOR-ABERTO = VALOR-COB + MULTA-COB
                   - PAGO-COB
               ADD VALOR-ABERTO TO ABERTO-TA (IX-A)
               ADD 1 TO QABERTAS-TA (IX-A)
               MOVE VENCTO-COB TO WS-DATA-CONV
               PERFORM CONVERTE-DIAS
               IF DIAS-CONV < DIAS-HOJE
                      AND DIAS-HOJE - DIAS-CONV > WS-DIAS-ROMPE
                      AND SITU-TA (IX-A) EQUAL "A"
                   MOVE "S" TO ROMPE-TA (IX-A)
               END-IF
           END-IF.

       DECIDE-ACORDO.
           IF SITU-TA (IX-A) EQUAL "A"
               IF ROMPE-TA (IX-A) EQUAL "S"
                   MOVE "X" TO SITU-TA (IX-A)
                   MOVE WS-DATA-REF TO DTSITU-TA (IX-A)
                   MOVE ABERTO-TA (IX-A) TO SALDO-TA (IX-A)
                   ADD 1 TO CONT-ROMPIDOS
               ELSE
                   IF QABERTAS-TA (IX-A) EQUAL 0
                       MOVE "Q" TO SITU-TA (IX-A)
                       MOVE WS-DATA-REF TO DTSITU-TA (IX-A)
                       ADD 1 TO CONT-QUITADOS
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO IX-A.

      *REGRAVA-ANTECIPADAS: no acordo rompido nesta rodada a
      *parcela que ainda ia vencer vence na data, e o saldo inteiro
      *volta para a cobranca normal.
       REGRAVA-ANTECIPADAS.
           OPEN INPUT CADCOBR.
           OPEN OUTPUT COBR-TMP.
           PERFORM PASSA-ANTECIPADA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCOBR
                 COBR-TMP.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT COBR-TMP.
           OPEN OUTPUT CADCOBR.
           PERFORM DEVOLVE-COBRANCA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE COBR-TMP
                 CADCOBR.
           MOVE "NAO" TO FIM-ARQ.

       PASSA-ANTECIPADA.
           READ CADCOBR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF COMPET-COB (1:2) EQUAL "99"
                      AND SITU-COB EQUAL "A"
                      AND VENCTO-COB > WS-DATA-REF
                   MOVE COMPET-COB (3:2) TO NUM-BUSCA
                   PERFORM BUSCA-ACORDO
                   IF ACHOU-ACO EQUAL "SIM"
                          AND ROMPE-TA (IX-A) EQUAL "S"
                       MOVE WS-DATA-REF TO VENCTO-COB
                       ADD 1 TO CONT-ANTECIP
                   END-IF
               END-IF
               MOVE REG-COB TO REG-COB-TMP
               WRITE REG-COB-TMP
           END-IF.

       RELATORIO-ACORDOS.
           OPEN OUTPUT CADACRL.
           MOVE WS-DATA-REF TO CB-DATA.
           MOVE WS-DIAS-ROMPE TO CB-DIAS.
           MOVE LINHA-ACRL-CAB1 TO REG-ACRL.
           WRITE REG-ACRL.
           MOVE SPACES TO REG-ACRL.
           WRITE REG-ACRL.
           MOVE LINHA-ACRL-CAB2 TO REG-ACRL.
           WRITE REG-ACRL.
           MOVE 1 TO IX-A.
           PERFORM LISTA-ACORDO
               UNTIL IX-A > QTD-ACORDOS.
           MOVE SPACES TO REG-ACRL.
           WRITE REG-ACRL.
           MOVE "ACORDOS ATIVOS / EM ABERTO..:" TO RT-TITULO.
           MOVE QTD-ATIVOS TO RT-QTD.
           MOVE TOT-ATIVOS TO RT-VALOR.
           MOVE LINHA-ACRL-TOT TO REG-ACRL.
           WRITE REG-ACRL.
           MOVE "ACORDOS QUITADOS............:" TO RT-TITULO.
           MOVE QTD-QUITADOS TO RT-QTD.
           MOVE 0 TO RT-VALOR.
           MOVE LINHA-ACRL-TOT TO REG-ACRL.
           WRITE REG-ACRL.
           MOVE "ROMPIDOS / SALDO DEVOLVIDO..:" TO RT-TITULO.
           MOVE QTD-ROMPIDOS TO RT-QTD.
           MOVE TOT-ROMPIDOS TO RT-VALOR.
           MOVE LINHA-ACRL-TOT TO REG-ACRL.
           WRITE REG-ACRL.
           MOVE "ROMPIDOS NESTA DATA.........:" TO RT-TITULO.
           MOVE CONT-ROMPIDOS TO RT-QTD.
           MOVE 0 TO RT-VALOR.
           MOVE LINHA-ACRL-TOT TO REG-ACRL.
           WRITE REG-ACRL.
           CLOSE CADACRL.

       LISTA-ACORDO.
           MOVE MATR-TA (IX-A) TO RL-MATR.
           MOVE NUM-TA (IX-A) TO RL-NUM.
           MOVE DATA-TA (IX-A) TO RL-DATA.
           MOVE PARC-TA (IX-A) TO RL-PARC.
           MOVE TOTAL-TA (IX-A) TO RL-TOTAL.
           MOVE PAGO-TA (IX-A) TO RL-PAGO.
           MOVE ABERTO-TA (IX-A) TO RL-ABERTO.
           MOVE DTSITU-TA (IX-A) TO RL-DTSITU.
           MOVE SPACES TO RL-TEXTO.
           IF SITU-TA (IX-A) EQUAL "A"
               MOVE "ATIVO" TO RL-SITU
               ADD 1 TO QTD-ATIVOS
               ADD ABERTO-TA (IX-A) TO TOT-ATIVOS
           END-IF.
           IF SITU-TA (IX-A) EQUAL "Q"
               MOVE "QUITADO" TO RL-SITU
               ADD 1 TO QTD-QUITADOS
           END-IF.
           IF SITU-TA (IX-A) EQUAL "X"
               MOVE "ROMPIDO" TO RL-SITU
               ADD 1 TO QTD-ROMPIDOS
               ADD SALDO-TA (IX-A) TO TOT-ROMPIDOS
               IF ROMPE-TA (IX-A) EQUAL "S"
                   MOVE "NOVO" TO RL-TEXTO
               END-IF
           END-IF.
           MOVE LINHA-ACRL TO REG-ACRL.
           WRITE REG-ACRL.
           ADD 1 TO IX-A.

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
