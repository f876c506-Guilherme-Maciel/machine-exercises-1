       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX58.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX58 e a fila de espera das vagas de matricula. Ate aqui a
      *inclusao do EX32 em turma lotada era rejeitada e se perdia, e
      *a familia tinha de voltar e pedir de novo. O balcao registra
      *o pedido de vaga em CADVAGP.DAT (data do pedido, dados do
      *aluno para a inclusao, turma e turno desejados, responsavel e
      *endereco para a carta) e a resposta da familia a uma oferta
      *em CADVAGR.DAT (numero do pedido, A aceita / D desiste). A
      *fila fica em CADVAGA.DAT, um registro por pedido com a
      *situacao F na fila, O vaga oferecida, M matriculado, D
      *desistiu ou V oferta vencida sem resposta. A cada rodada:
      *  - a lotacao de cada turma e contada dos alunos ativos do
      *    mestre CADALU.DAT (o mesmo criterio do EX32) contra o
      *    CAPAC-TUR do CADTUR.DAT; vaga ja oferecida fica presa
      *    ate a resposta ou o vencimento da oferta;
      *  - a resposta aceita gera a inclusao, a desistencia e a
      *    oferta sem resposta ha mais de DIAS (padrao 10, no mesmo
      *    calendario comercial de 30 dias do EX27) liberam a vaga;
      *  - os pedidos novos sao criticados como o EX32 critica a
      *    inclusao e entram na fila por ordem de chegada (data do
      *    pedido e numero); pedido ja registrado nao duplica;
      *  - cada vaga livre vai para o primeiro da fila da turma: o
      *    pedido que chegou nesta rodada (a familia ainda esta no
      *    balcao) e matriculado direto; quem ja esperava recebe a
      *    carta de oferta CADVAGC.DAT, do modelo CADMODV.DAT da
      *    secretaria - e assim que a vaga aberta pela saida de um
      *    aluno pelo "E" do EX32 chega ao proximo da fila.
      *A matricula sai como movimento "I" acrescentado ao lote do
      *EX32 (CADMOVA.DAT), com numero novo acima do maior do mestre
      *e do lote. O relatorio CADVAGL.DAT traz o que aconteceu com
      *cada pedido e resposta, a fila de cada turma com a posicao
      *e o quadro de vagas e tamanho da fila por turma.
      *Campos de substituicao do modelo (todos de 5 posicoes):
      *  &RESP - responsavel            &NOME - nome do aluno
      *  &TURM - turma                  &NUMR - numero do pedido
      *  &DIAS - prazo de resposta      &DATA - data da carta
      *Linha de comando: EX58 [FILA] [DIAS].

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TUR.
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALU.
           SELECT OPTIONAL CADVAGP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADVAGR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADVAGA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADMOVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADMODV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOD.
           SELECT CADVAGC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADVAGL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADTUR.DAT = cadastro de turmas mantido pela secretaria.
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

      *CADALU.DAT = mestre de alunos (D demografico / N notas).
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

      *CADVAGP.DAT = pedidos de vaga registrados no balcao.
       FD CADVAGP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVAGP.DAT".

       01 REG-VGP.
           02 DATA-VGP PIC X(08).
           02 NOME-VGP PIC X(20).
           02 SEXO-VGP PIC X(01).
           02 DTNASC-VGP PIC X(08).
           02 TURMA-VGP PIC X(03).
           02 TURNO-VGP PIC X(01).
           02 RESP-VGP PIC X(30).
           02 ENDER-VGP PIC X(40).

      *CADVAGR.DAT = respostas das familias as ofertas de vaga.
       FD CADVAGR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVAGR.DAT".

       01 REG-VGR.
           02 NUM-VGR PIC X(05).
           02 RESPOSTA-VGR PIC X(01).

      *CADVAGA.DAT = a fila de espera, um registro por pedido.
       FD CADVAGA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVAGA.DAT".

       01 REG-VGA PIC X(130).

      *CADMOVA.DAT = lote de movimentos de matricula do EX32; aqui
      *so se acrescenta a inclusao de quem ganhou a vaga.
       FD CADMOVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMOVA.DAT".

       01 REG-MOV.
           02 OPER-MOV PIC X(01).
           02 MATR-MOV PIC X(05).
           02 NOME-MOV PIC X(20).
           02 SEXO-MOV PIC X(01).
           02 DTNASC-MOV PIC X(08).
           02 TURMA-MOV PIC X(03).

      *CADMODV.DAT = modelo da carta de oferta de vaga.
       FD CADMODV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMODV.DAT".

       01 REG-MODV PIC X(60).

      *CADVAGC.DAT = cartas de oferta, numeradas e separadas por
      *linha de corte.
       FD CADVAGC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVAGC.DAT".

       01 REG-VAGC PIC X(60).

      *CADVAGL.DAT = relatorio da rodada: pedidos e respostas, fila
      *por turma com a posicao e o quadro de vagas.
       FD CADVAGL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVAGL.DAT".

       01 REG-VAGL PIC X(80).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-TUR PIC X(02) VALUE SPACE.
           77 WS-FS-ALU PIC X(02) VALUE SPACE.
           77 WS-FS-MOD PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-PARM-LINHA PIC X(30) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 ANO-HOJE PIC 9(04) VALUE 0.
           77 WS-DIAS-PRAZO PIC 9(04) VALUE 10.
           77 WS-DATA-CONV PIC 9(08) VALUE 0.
           77 WS-AA PIC 9(04) VALUE 0.
           77 WS-MM PIC 9(02) VALUE 0.
           77 WS-DD PIC 9(02) VALUE 0.
           77 DIAS-CONV PIC 9(07) VALUE 0.
           77 DIAS-HOJE PIC 9(07) VALUE 0.
           77 MATR-ULT-D PIC 9(05) VALUE 0.
           77 SITU-ULT-D PIC X(01) VALUE SPACE.
           77 MAIOR-MATR PIC 9(05) VALUE 0.
           77 MAIOR-NUM PIC 9(05) VALUE 0.
           77 NUM-PROC PIC 9(05) VALUE 0.
           77 TURMA-PROC PIC X(03) VALUE SPACE.
           77 VAGAS-TURMA PIC S9(04) VALUE 0.
           77 POSICAO-FILA PIC 9(04) VALUE 0.
           77 IX-TU PIC 9(03) VALUE 0.
           77 IX-F PIC 9(04) VALUE 0.
           77 IX-PRI PIC 9(04) VALUE 0.
           77 IX-MT PIC 9(05) VALUE 0.
           77 IX-M PIC 9(02) VALUE 0.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 ACHOU-TURMA PIC X(03) VALUE "NAO".
           77 CRITICA-OK PIC X(03) VALUE "SIM".
           77 MOTIVO-REJ PIC X(30) VALUE SPACE.
           77 CONT-PEDIDOS PIC 9(05) VALUE 0.
           77 CONT-REJEITADOS PIC 9(05) VALUE 0.
           77 CONT-NA-FILA PIC 9(05) VALUE 0.
           77 CONT-MATRICULAS PIC 9(05) VALUE 0.
           77 CONT-OFERTAS PIC 9(05) VALUE 0.
           77 CONT-RESPOSTAS PIC 9(05) VALUE 0.
           77 CONT-VENCIDAS PIC 9(05) VALUE 0.
           77 POS-MARCA PIC 9(03) VALUE 0.
           77 POS-RESTO PIC 9(03) VALUE 0.
           77 TAM-RESTO PIC 9(03) VALUE 0.
           77 FIM-TEXTO PIC 9(03) VALUE 0.
           77 TAM-CAMPO PIC 9(02) VALUE 0.
           77 VALOR-CAMPO PIC X(30) VALUE SPACE.
           77 LINHA-MONTADA PIC X(60) VALUE SPACE.
           77 LINHA-ORIGEM PIC X(60) VALUE SPACE.
           77 TEM-MARCA PIC X(03) VALUE "NAO".
           77 MOSTRA-NUMR PIC 9(05).
           77 MOSTRA-DIAS PIC ZZZ9.

           01 WS-DATA-CARTA.
               02 WS-DC-DIA PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DC-MES PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DC-ANO PIC X(04).

      *TAB-TUR = turmas do cadastro com a lotacao de alunos ativos,
      *as ofertas em aberto e o tamanho da fila.
           01 TAB-TUR.
               02 QTD-TUR PIC 9(03) VALUE 0.
               02 TUR-LINHA OCCURS 100 TIMES.
                   03 TURMA-TT PIC X(03).
                   03 TURNO-TT PIC X(01).
                   03 CAPAC-TT PIC 9(03).
                   03 OCUP-TT PIC 9(03).
                   03 OFERT-TT PIC 9(03).
                   03 FILA-TT PIC 9(04).

      *TAB-MATR = matriculas com registro N no mestre, para saber se
      *a inclusao gerada numa rodada anterior ja entrou pelo EX32.
           01 TAB-MATR.
               02 QTD-MATR PIC 9(05) VALUE 0.
               02 MATR-TM OCCURS 20000 TIMES PIC 9(05).

      *TAB-FILA = CADVAGA.DAT em memoria (os 130 primeiros bytes de
      *cada linha sao o registro), mais a marca do pedido que entrou
      *nesta rodada e a de ja listado na fila do relatorio.
           01 TAB-FILA.
               02 QTD-FILA PIC 9(04) VALUE 0.
               02 FILA-LINHA OCCURS 5000 TIMES.
                   03 NUM-FL PIC 9(05).
                   03 DATA-FL PIC 9(08).
                   03 NOME-FL PIC X(20).
                   03 SEXO-FL PIC X(01).
                   03 DTNASC-FL PIC X(08).
                   03 TURMA-FL PIC X(03).
                   03 TURNO-FL PIC X(01).
                   03 RESP-FL PIC X(30).
                   03 ENDER-FL PIC X(40).
                   03 SITU-FL PIC X(01).
                   03 DTSITU-FL PIC 9(08).
                   03 MATR-FL PIC 9(05).
                   03 NOVO-FL PIC X(01).
                   03 LISTADO-FL PIC X(01).

      *TAB-MODELO = o modelo da carta de oferta em memoria.
           01 TAB-MODELO.
               02 QTD-LINHAS-MOD PIC 9(02) VALUE 0.
               02 LINHA-MOD OCCURS 50 TIMES PIC X(60).

           01 LINHA-VAGL.
               02 FILLER PIC X(07) VALUE "PEDIDO ".
               02 LV-NUM PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LV-NOME PIC X(20).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LV-TURMA PIC X(03).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LV-TEXTO PIC X(39).

           01 LINHA-VAGL-REJ.
               02 FILLER PIC X(09) VALUE "REJEITADO".
               02 FILLER PIC X(05) VALUE SPACE.
               02 LR-NOME PIC X(20).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LR-TURMA PIC X(03).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LR-MOTIVO PIC X(30).

           01 LINHA-VAGL-TIT PIC X(80).

           01 LINHA-FILA.
               02 FILLER PIC X(06) VALUE "  POS ".
               02 LF-POS PIC ZZZ9.
               02 FILLER PIC X(09) VALUE "  PEDIDO ".
               02 LF-NUM PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LF-DATA PIC 9(08).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LF-NOME PIC X(20).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LF-SITU PIC X(15).

           01 LINHA-QUADRO-CAB.
               02 FILLER PIC X(40) VALUE
                   "TURMA TURNO CAPAC ATIVOS OFERTAS  VAGAS ".
               02 FILLER PIC X(05) VALUE " FILA".

           01 LINHA-QUADRO.
               02 LQ-TURMA PIC X(03).
               02 FILLER PIC X(05) VALUE SPACE.
               02 LQ-TURNO PIC X(01).
               02 FILLER PIC X(03) VALUE SPACE.
               02 LQ-CAPAC PIC ZZ9.
               02 FILLER PIC X(04) VALUE SPACE.
               02 LQ-OCUP PIC ZZ9.
               02 FILLER PIC X(05) VALUE SPACE.
               02 LQ-OFERT PIC ZZ9.
               02 FILLER PIC X(03) VALUE SPACE.
               02 LQ-VAGAS PIC -ZZZ9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LQ-FILA PIC ZZZ9.

           01 LINHA-NUMERO.
               02 FILLER PIC X(09) VALUE "CARTA NR ".
               02 LN-SEQ PIC 9(05).

           01 LINHA-CORTE PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.

       PGM-EX58.
           PERFORM INICIO.
           IF WS-MODO EQUAL "FILA" OR WS-MODO EQUAL SPACES
               PERFORM PROCESSA-FILA
           ELSE
               DISPLAY "EX58 - USO: EX58 [FILA] [DIAS]"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE (1:4) TO ANO-HOJE.
           MOVE WS-DATA-HOJE (7:2) TO WS-DC-DIA.
           MOVE WS-DATA-HOJE (5:2) TO WS-DC-MES.
           MOVE WS-DATA-HOJE (1:4) TO WS-DC-ANO.
           MOVE WS-DATA-HOJE TO WS-DATA-CONV.
           PERFORM CONVERTE-DIAS.
           MOVE DIAS-CONV TO DIAS-HOJE.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2
           END-IF.
           IF WS-P2 NOT EQUAL SPACES
               IF WS-P2 (1:4) IS NUMERIC
                      AND WS-P2 (5:4) EQUAL SPACES
                   MOVE WS-P2 (1:4) TO WS-DIAS-PRAZO
               ELSE
                   DISPLAY "EX58 - DIAS INVALIDOS: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *CONVERTE-DIAS transforma a data em WS-DATA-CONV num total de
      *dias em calendario comercial de 30 dias, o mesmo do ATRASO
      *do EX27.
       CONVERTE-DIAS.
           MOVE WS-DATA-CONV (1:4) TO WS-AA.
           MOVE WS-DATA-CONV (5:2) TO WS-MM.
           MOVE WS-DATA-CONV (7:2) TO WS-DD.
           COMPUTE DIAS-CONV = WS-AA * 360 + WS-MM * 30 + WS-DD.

      *PROCESSA-FILA e a rodada inteira: lotacao, fila, respostas,
      *ofertas vencidas, pedidos novos, distribuicao das vagas e o
      *relatorio; a fila e regravada no fim.
       PROCESSA-FILA.
           PERFORM CARREGA-CADTUR.
           PERFORM CARREGA-MODELO.
           PERFORM CONTA-LOTACAO.
           PERFORM ACHA-MAIOR-LOTE.
           PERFORM CARREGA-FILA.
           OPEN EXTEND CADMOVA.
           OPEN OUTPUT CADVAGC
                       CADVAGL.
           MOVE "PEDIDOS E RESPOSTAS DA RODADA" TO LINHA-VAGL-TIT.
           PERFORM GRAVA-TITULO.
           PERFORM APLICA-RESPOSTAS.
           MOVE 1 TO IX-F.
           PERFORM VENCE-OFERTA
               UNTIL IX-F > QTD-FILA.
           PERFORM RECEBE-PEDIDOS.
           MOVE 1 TO IX-TU.
           PERFORM DISTRIBUI-TURMA
               UNTIL IX-TU > QTD-TUR.
           MOVE 1 TO IX-TU.
           PERFORM LISTA-FILA-TURMA
               UNTIL IX-TU > QTD-TUR.
           PERFORM GRAVA-QUADRO.
           CLOSE CADMOVA
                 CADVAGC
                 CADVAGL.
           PERFORM REGRAVA-FILA.
           DISPLAY "EX58 - PEDIDOS NOVOS.......: " CONT-PEDIDOS.
           DISPLAY "EX58 - PEDIDOS REJEITADOS..: " CONT-REJEITADOS.
           DISPLAY "EX58 - RESPOSTAS APLICADAS.: " CONT-RESPOSTAS.
           DISPLAY "EX58 - OFERTAS VENCIDAS....: " CONT-VENCIDAS.
           DISPLAY "EX58 - MATRICULAS GERADAS..: " CONT-MATRICULAS.
           DISPLAY "EX58 - CARTAS DE OFERTA....: " CONT-OFERTAS.
           DISPLAY "EX58 - NA FILA DE ESPERA...: " CONT-NA-FILA.
           IF CONT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       CARREGA-CADTUR.
           OPEN INPUT CADTUR.
           IF WS-FS-TUR NOT EQUAL "00"
               DISPLAY "EX58 - CADASTRO CADTUR.DAT NAO ENCONTRADO"
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
                   DISPLAY "EX58 - TABELA DE TURMAS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-TUR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-TUR
               MOVE CODIGO-TUR TO TURMA-TT (QTD-TUR)
               MOVE TURNO-TUR TO TURNO-TT (QTD-TUR)
               MOVE CAPAC-TUR TO CAPAC-TT (QTD-TUR)
               MOVE 0 TO OCUP-TT (QTD-TUR)
               MOVE 0 TO OFERT-TT (QTD-TUR)
               MOVE 0 TO FILA-TT (QTD-TUR)
           END-IF.

      *BUSCA-TURMA procura TURMA-PROC na tabela, deixando IX-TU
      *posicionado quando acha.
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

      *CONTA-LOTACAO passa o mestre somando na turma cada registro
      *N de aluno ativo (o D da mesma matricula vem antes e diz se
      *foi inativado) e guardando o maior numero de matricula.
       CONTA-LOTACAO.
           OPEN INPUT CADALU.
           IF WS-FS-ALU NOT EQUAL "00"
               DISPLAY "EX58 - MESTRE CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADALU.
           MOVE "NAO" TO FIM-ARQ.

       LE-ALUNO.
           READ CADALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF NUMERO-ALU IS NUMERIC
                      AND NUMERO-ALU > MAIOR-MATR
                   MOVE NUMERO-ALU TO MAIOR-MATR
               END-IF
               IF TIPO-ALU EQUAL "D"
                   MOVE NUMERO-ALU TO MATR-ULT-D
                   MOVE SITU-ALU TO SITU-ULT-D
               ELSE IF TIPO-ALU EQUAL "N"
                   PERFORM GUARDA-MATR-N
                   IF COD-N NOT EQUAL MATR-ULT-D
                          OR SITU-ULT-D NOT EQUAL "I"
                       MOVE TURMA-N TO TURMA-PROC
                       PERFORM BUSCA-TURMA
                       IF ACHOU-TURMA EQUAL "SIM"
                           ADD 1 TO OCUP-TT (IX-TU)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GUARDA-MATR-N.
           IF QTD-MATR EQUAL 20000
               DISPLAY "EX58 - TABELA DE MATRICULAS CHEIA, AUMENTAR "
                       "OCCURS DE TAB-MATR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-MATR.
           MOVE COD-N TO MATR-TM (QTD-MATR).

      *ACHA-MAIOR-LOTE olha o lote do EX32 ainda nao aplicado: a
      *matricula nova nao pode repetir uma inclusao que o balcao ja
      *lancou.
       ACHA-MAIOR-LOTE.
           OPEN INPUT CADMOVA.
           PERFORM LE-MOVIMENTO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADMOVA.
           MOVE "NAO" TO FIM-ARQ.

       LE-MOVIMENTO.
           READ CADMOVA
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND MATR-MOV IS NUMERIC
               IF MATR-MOV > MAIOR-MATR
                   MOVE MATR-MOV TO MAIOR-MATR
               END-IF
           END-IF.

      *CARREGA-FILA sobe a fila; oferta em aberto prende a vaga da
      *turma, e a matricula gerada que o EX32 ainda nao aplicou
      *conta como aluno da turma.
       CARREGA-FILA.
           OPEN INPUT CADVAGA.
           PERFORM LE-FILA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVAGA.
           MOVE "NAO" TO FIM-ARQ.

       LE-FILA.
           READ CADVAGA
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM ABRE-LINHA-FILA
               MOVE REG-VGA TO FILA-LINHA (QTD-FILA)
               MOVE "N" TO NOVO-FL (QTD-FILA)
               MOVE "N" TO LISTADO-FL (QTD-FILA)
               IF NUM-FL (QTD-FILA) > MAIOR-NUM
                   MOVE NUM-FL (QTD-FILA) TO MAIOR-NUM
               END-IF
               IF MATR-FL (QTD-FILA) > MAIOR-MATR
                   MOVE MATR-FL (QTD-FILA) TO MAIOR-MATR
               END-IF
               MOVE TURMA-FL (QTD-FILA) TO TURMA-PROC
               PERFORM BUSCA-TURMA
               IF ACHOU-TURMA EQUAL "SIM"
                   IF SITU-FL (QTD-FILA) EQUAL "O"
                       ADD 1 TO OFERT-TT (IX-TU)
                   END-IF
                   IF SITU-FL (QTD-FILA) EQUAL "M"
                       PERFORM CONFERE-INCLUSAO
                   END-IF
               END-IF
           END-IF.

       CONFERE-INCLUSAO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-MT.
           PERFORM TESTA-MATR
               UNTIL IX-MT > QTD-MATR
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "NAO"
               ADD 1 TO OCUP-TT (IX-TU)
           END-IF.

       TESTA-MATR.
           IF MATR-TM (IX-MT) EQUAL MATR-FL (QTD-FILA)
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-MT
           END-IF.

       ABRE-LINHA-FILA.
           IF QTD-FILA EQUAL 5000
               DISPLAY "EX58 - TABELA DA FILA CHEIA, AUMENTAR "
                       "OCCURS DE TAB-FILA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-FILA.

      *---------------------------------------------------------
      *Respostas as ofertas e ofertas vencidas.
      *---------------------------------------------------------
      *APLICA-RESPOSTAS: aceite vira inclusao no lote do EX32,
      *desistencia libera a vaga; resposta para pedido sem oferta
      *em aberto so sai no relatorio.
       APLICA-RESPOSTAS.
           OPEN INPUT CADVAGR.
           PERFORM LE-RESPOSTA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVAGR.
           MOVE "NAO" TO FIM-ARQ.

       LE-RESPOSTA.
           READ CADVAGR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF NUM-VGR IS NUMERIC
                   MOVE NUM-VGR TO NUM-PROC
                   PERFORM BUSCA-PEDIDO
               ELSE
                   MOVE "NAO" TO ACHOU
               END-IF
               IF ACHOU EQUAL "NAO"
                   MOVE SPACES TO LINHA-VAGL-TIT
                   STRING "RESPOSTA PARA PEDIDO INEXISTENTE: "
                          NUM-VGR DELIMITED BY SIZE
                       INTO LINHA-VAGL-TIT
                   PERFORM GRAVA-TITULO
               ELSE IF SITU-FL (IX-F) NOT EQUAL "O"
                   MOVE "RESPOSTA SEM OFERTA EM ABERTO" TO LV-TEXTO
                   PERFORM GRAVA-LINHA-PEDIDO
               ELSE IF RESPOSTA-VGR EQUAL "A"
                   PERFORM LIBERA-OFERTA
                   PERFORM GERA-INCLUSAO
                   MOVE "OFERTA ACEITA - MATRICULA " TO LV-TEXTO
                   MOVE MATR-FL (IX-F) TO LV-TEXTO (27:5)
                   PERFORM GRAVA-LINHA-PEDIDO
                   ADD 1 TO CONT-RESPOSTAS
               ELSE IF RESPOSTA-VGR EQUAL "D"
                   PERFORM LIBERA-OFERTA
                   MOVE "D" TO SITU-FL (IX-F)
                   MOVE WS-DATA-HOJE TO DTSITU-FL (IX-F)
                   MOVE "DESISTIU DA VAGA" TO LV-TEXTO
                   PERFORM GRAVA-LINHA-PEDIDO
                   ADD 1 TO CONT-RESPOSTAS
               ELSE
                   MOVE "RESPOSTA INVALIDA (A OU D)" TO LV-TEXTO
                   PERFORM GRAVA-LINHA-PEDIDO
               END-IF
           END-IF.

      *BUSCA-PEDIDO deixa IX-F no pedido NUM-PROC da fila.
       BUSCA-PEDIDO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-F.
           PERFORM TESTA-PEDIDO
               UNTIL IX-F > QTD-FILA
                  OR ACHOU EQUAL "SIM".

       TESTA-PEDIDO.
           IF NUM-FL (IX-F) EQUAL NUM-PROC
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-F
           END-IF.

       LIBERA-OFERTA.
           MOVE TURMA-FL (IX-F) TO TURMA-PROC.
           PERFORM BUSCA-TURMA.
           IF ACHOU-TURMA EQUAL "SIM"
                  AND OFERT-TT (IX-TU) > 0
               SUBTRACT 1 FROM OFERT-TT (IX-TU)
           END-IF.

      *VENCE-OFERTA: oferta sem resposta ha mais de DIAS vence e a
      *vaga volta para a distribuicao desta rodada.
       VENCE-OFERTA.
           IF SITU-FL (IX-F) EQUAL "O"
               MOVE DTSITU-FL (IX-F) TO WS-DATA-CONV
               PERFORM CONVERTE-DIAS
               IF DIAS-HOJE - DIAS-CONV > WS-DIAS-PRAZO
                   PERFORM LIBERA-OFERTA
                   MOVE "V" TO SITU-FL (IX-F)
                   MOVE WS-DATA-HOJE TO DTSITU-FL (IX-F)
                   MOVE "OFERTA VENCIDA SEM RESPOSTA" TO LV-TEXTO
                   PERFORM GRAVA-LINHA-PEDIDO
                   ADD 1 TO CONT-VENCIDAS
               END-IF
           END-IF.
           ADD 1 TO IX-F.

      *---------------------------------------------------------
      *Pedidos novos do balcao.
      *---------------------------------------------------------
       RECEBE-PEDIDOS.
           OPEN INPUT CADVAGP.
           PERFORM LE-PEDIDO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVAGP.
           MOVE "NAO" TO FIM-ARQ.

       LE-PEDIDO.
           READ CADVAGP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM CRITICA-PEDIDO
               IF CRITICA-OK EQUAL "SIM"
                   PERFORM PROCURA-REPETIDO
               END-IF
               IF CRITICA-OK EQUAL "SIM"
                   PERFORM GUARDA-PEDIDO
               END-IF
           END-IF.

      *CRITICA-PEDIDO aplica a critica da inclusao do EX32 (sexo
      *M/F, data de nascimento valida) mais data do pedido, nome e a
      *turma desejada existente no cadastro e no turno pedido.
       CRITICA-PEDIDO.
           MOVE "SIM" TO CRITICA-OK.
           MOVE TURMA-VGP TO TURMA-PROC.
           PERFORM BUSCA-TURMA.
           IF DATA-VGP IS NOT NUMERIC
               MOVE "DATA DO PEDIDO INVALIDA" TO MOTIVO-REJ
               PERFORM REJEITA-PEDIDO
           ELSE IF NOME-VGP EQUAL SPACES
               MOVE "NOME EM BRANCO" TO MOTIVO-REJ
               PERFORM REJEITA-PEDIDO
           ELSE IF SEXO-VGP NOT EQUAL "M" AND SEXO-VGP NOT EQUAL "F"
               MOVE "SEXO INVALIDO" TO MOTIVO-REJ
               PERFORM REJEITA-PEDIDO
           ELSE IF ACHOU-TURMA EQUAL "NAO"
               MOVE "TURMA NAO CADASTRADA" TO MOTIVO-REJ
               PERFORM REJEITA-PEDIDO
           ELSE IF TURNO-VGP NOT EQUAL TURNO-TT (IX-TU)
               MOVE "TURNO NAO E O DA TURMA" TO MOTIVO-REJ
               PERFORM REJEITA-PEDIDO
           ELSE
               PERFORM CRITICA-DATA-NASC
           END-IF.

       CRITICA-DATA-NASC.
           IF DTNASC-VGP IS NOT NUMERIC
               MOVE "DATA NASC NAO NUMERICA" TO MOTIVO-REJ
               PERFORM REJEITA-PEDIDO
           ELSE
               MOVE DTNASC-VGP (1:2) TO WS-DD
               MOVE DTNASC-VGP (3:2) TO WS-MM
               MOVE DTNASC-VGP (5:4) TO WS-AA
               IF WS-DD < 1 OR WS-DD > 31
                      OR WS-MM < 1 OR WS-MM > 12
                      OR WS-AA < 1900 OR WS-AA > ANO-HOJE
                   MOVE "DATA NASC INVALIDA" TO MOTIVO-REJ
                   PERFORM REJEITA-PEDIDO
               END-IF
           END-IF.

       REJEITA-PEDIDO.
           MOVE "NAO" TO CRITICA-OK.
           MOVE NOME-VGP TO LR-NOME.
           MOVE TURMA-VGP TO LR-TURMA.
           MOVE MOTIVO-REJ TO LR-MOTIVO.
           MOVE LINHA-VAGL-REJ TO REG-VAGL.
           WRITE REG-VAGL.
           ADD 1 TO CONT-REJEITADOS.

      *PROCURA-REPETIDO: o mesmo aluno (nome e nascimento) ja com
      *pedido na fila ou com oferta em aberto nao entra de novo -
      *e o que deixa o CADVAGP.DAT ser reprocessado sem duplicar.
       PROCURA-REPETIDO.
           MOVE 1 TO IX-F.
           PERFORM TESTA-REPETIDO
               UNTIL IX-F > QTD-FILA
                  OR CRITICA-OK EQUAL "NAO".

       TESTA-REPETIDO.
           IF NOME-FL (IX-F) EQUAL NOME-VGP
                  AND DTNASC-FL (IX-F) EQUAL DTNASC-VGP
                  AND (SITU-FL (IX-F) EQUAL "F"
                   OR SITU-FL (IX-F) EQUAL "O"
                   OR SITU-FL (IX-F) EQUAL "M")
               MOVE "NAO" TO CRITICA-OK
               MOVE "PEDIDO JA REGISTRADO" TO LV-TEXTO
               PERFORM GRAVA-LINHA-PEDIDO
           ELSE
               ADD 1 TO IX-F
           END-IF.

       GUARDA-PEDIDO.
           PERFORM ABRE-LINHA-FILA.
           ADD 1 TO MAIOR-NUM.
           ADD 1 TO CONT-PEDIDOS.
           MOVE QTD-FILA TO IX-F.
           MOVE MAIOR-NUM TO NUM-FL (IX-F).
           MOVE DATA-VGP TO DATA-FL (IX-F).
           MOVE NOME-VGP TO NOME-FL (IX-F).
           MOVE SEXO-VGP TO SEXO-FL (IX-F).
           MOVE DTNASC-VGP TO DTNASC-FL (IX-F).
           MOVE TURMA-VGP TO TURMA-FL (IX-F).
           MOVE TURNO-VGP TO TURNO-FL (IX-F).
           MOVE RESP-VGP TO RESP-FL (IX-F).
           MOVE ENDER-VGP TO ENDER-FL (IX-F).
           MOVE "F" TO SITU-FL (IX-F).
           MOVE WS-DATA-HOJE TO DTSITU-FL (IX-F).
           MOVE 0 TO MATR-FL (IX-F).
           MOVE "S" TO NOVO-FL (IX-F).
           MOVE "N" TO LISTADO-FL (IX-F).
           MOVE "PEDIDO REGISTRADO" TO LV-TEXTO.
           PERFORM GRAVA-LINHA-PEDIDO.

      *---------------------------------------------------------
      *Distribuicao das vagas.
      *---------------------------------------------------------
      *DISTRIBUI-TURMA da cada vaga livre da turma ao primeiro da
      *fila: matricula direta para o pedido desta rodada, carta de
      *oferta para quem ja esperava.
       DISTRIBUI-TURMA.
           MOVE TURMA-TT (IX-TU) TO TURMA-PROC.
           PERFORM CALCULA-VAGAS.
           PERFORM ACHA-PRIMEIRO-FILA.
           PERFORM OCUPA-VAGA
               UNTIL VAGAS-TURMA NOT > 0
                  OR IX-PRI EQUAL 0.
           ADD 1 TO IX-TU.

       CALCULA-VAGAS.
           COMPUTE VAGAS-TURMA = CAPAC-TT (IX-TU) - OCUP-TT (IX-TU)
               - OFERT-TT (IX-TU).

      *ACHA-PRIMEIRO-FILA deixa IX-PRI no pedido na fila da turma
      *TURMA-PROC com a menor data e, na mesma data, o menor numero;
      *zero quando a fila da turma esta vazia.
       ACHA-PRIMEIRO-FILA.
           MOVE 0 TO IX-PRI.
           MOVE 1 TO IX-F.
           PERFORM TESTA-PRIMEIRO
               UNTIL IX-F > QTD-FILA.

       TESTA-PRIMEIRO.
           IF SITU-FL (IX-F) EQUAL "F"
                  AND TURMA-FL (IX-F) EQUAL TURMA-PROC
               IF IX-PRI EQUAL 0
                   MOVE IX-F TO IX-PRI
               ELSE IF DATA-FL (IX-F) < DATA-FL (IX-PRI)
                   MOVE IX-F TO IX-PRI
               ELSE IF DATA-FL (IX-F) EQUAL DATA-FL (IX-PRI)
                      AND NUM-FL (IX-F) < NUM-FL (IX-PRI)
                   MOVE IX-F TO IX-PRI
               END-IF
           END-IF.
           ADD 1 TO IX-F.

       OCUPA-VAGA.
           MOVE IX-PRI TO IX-F.
           IF NOVO-FL (IX-F) EQUAL "S"
               PERFORM GERA-INCLUSAO
               MOVE "MATRICULADO - MATRICULA " TO LV-TEXTO
               MOVE MATR-FL (IX-F) TO LV-TEXTO (25:5)
               PERFORM GRAVA-LINHA-PEDIDO
           ELSE
               PERFORM OFERECE-VAGA
           END-IF.
           PERFORM CALCULA-VAGAS.
           PERFORM ACHA-PRIMEIRO-FILA.

      *GERA-INCLUSAO da a matricula nova ao pedido IX-F e acrescenta
      *o movimento "I" ao lote do EX32; a vaga passa a contar como
      *ocupada.
       GERA-INCLUSAO.
           ADD 1 TO MAIOR-MATR.
           MOVE MAIOR-MATR TO MATR-FL (IX-F).
           MOVE "M" TO SITU-FL (IX-F).
           MOVE WS-DATA-HOJE TO DTSITU-FL (IX-F).
           MOVE "I" TO OPER-MOV.
           MOVE MATR-FL (IX-F) TO MATR-MOV.
           MOVE NOME-FL (IX-F) TO NOME-MOV.
           MOVE SEXO-FL (IX-F) TO SEXO-MOV.
           MOVE DTNASC-FL (IX-F) TO DTNASC-MOV.
           MOVE TURMA-FL (IX-F) TO TURMA-MOV.
           WRITE REG-MOV.
           ADD 1 TO CONT-MATRICULAS.
           MOVE TURMA-FL (IX-F) TO TURMA-PROC.
           PERFORM BUSCA-TURMA.
           IF ACHOU-TURMA EQUAL "SIM"
               ADD 1 TO OCUP-TT (IX-TU)
           END-IF.

      *OFERECE-VAGA prende a vaga para o pedido IX-F e imprime a
      *carta de oferta com o prazo de resposta.
       OFERECE-VAGA.
           MOVE "O" TO SITU-FL (IX-F).
           MOVE WS-DATA-HOJE TO DTSITU-FL (IX-F).
           ADD 1 TO OFERT-TT (IX-TU).
           ADD 1 TO CONT-OFERTAS.
           MOVE CONT-OFERTAS TO LN-SEQ.
           MOVE LINHA-NUMERO TO REG-VAGC.
           WRITE REG-VAGC.
           MOVE RESP-FL (IX-F) TO REG-VAGC.
           WRITE REG-VAGC.
           MOVE ENDER-FL (IX-F) TO REG-VAGC.
           WRITE REG-VAGC.
           MOVE SPACES TO REG-VAGC.
           WRITE REG-VAGC.
           MOVE 1 TO IX-M.
           PERFORM GERA-LINHA-CARTA
               UNTIL IX-M > QTD-LINHAS-MOD.
           MOVE LINHA-CORTE TO REG-VAGC.
           WRITE REG-VAGC.
           MOVE "VAGA OFERECIDA - CARTA ENVIADA" TO LV-TEXTO.
           PERFORM GRAVA-LINHA-PEDIDO.

       GERA-LINHA-CARTA.
           MOVE LINHA-MOD (IX-M) TO LINHA-MONTADA.
           MOVE "SIM" TO TEM-MARCA.
           PERFORM SUBSTITUI-PROXIMO
               UNTIL TEM-MARCA EQUAL "NAO".
           MOVE LINHA-MONTADA TO REG-VAGC.
           WRITE REG-VAGC.
           ADD 1 TO IX-M.

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
               MOVE RESP-FL (IX-F) TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&NOME"
               MOVE NOME-FL (IX-F) TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&TURM"
               MOVE TURMA-FL (IX-F) TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&NUMR"
               MOVE NUM-FL (IX-F) TO MOSTRA-NUMR
               MOVE MOSTRA-NUMR TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&DIAS"
               MOVE WS-DIAS-PRAZO TO MOSTRA-DIAS
               MOVE MOSTRA-DIAS TO VALOR-CAMPO
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
           DISPLAY "EX58 - LINHA " IX-M " DO MODELO ESTOUROU AS 60 "
                   "COLUNAS NA CARTA " CONT-OFERTAS ", TEXTO CORTADO".
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
      *Relatorio: fila por turma e quadro de vagas.
      *---------------------------------------------------------
      *LISTA-FILA-TURMA lista a fila da turma na ordem de chegada,
      *com a posicao de cada pedido, e guarda o tamanho da fila
      *para o quadro.
       LISTA-FILA-TURMA.
           MOVE TURMA-TT (IX-TU) TO TURMA-PROC.
           MOVE 0 TO POSICAO-FILA.
           MOVE SPACES TO REG-VAGL.
           WRITE REG-VAGL.
           MOVE SPACES TO LINHA-VAGL-TIT.
           STRING "FILA DE ESPERA - TURMA " TURMA-PROC
               DELIMITED BY SIZE
               INTO LINHA-VAGL-TIT.
           PERFORM GRAVA-TITULO.
           PERFORM ACHA-PRIMEIRO-NAO-LISTADO.
           PERFORM LISTA-POSICAO
               UNTIL IX-PRI EQUAL 0.
           MOVE POSICAO-FILA TO FILA-TT (IX-TU).
           IF POSICAO-FILA EQUAL 0
               MOVE "  FILA VAZIA" TO REG-VAGL
               WRITE REG-VAGL
           END-IF.
           ADD 1 TO IX-TU.

       LISTA-POSICAO.
           ADD 1 TO POSICAO-FILA.
           ADD 1 TO CONT-NA-FILA.
           MOVE "S" TO LISTADO-FL (IX-PRI).
           MOVE POSICAO-FILA TO LF-POS.
           MOVE NUM-FL (IX-PRI) TO LF-NUM.
           MOVE DATA-FL (IX-PRI) TO LF-DATA.
           MOVE NOME-FL (IX-PRI) TO LF-NOME.
           IF NOVO-FL (IX-PRI) EQUAL "S"
               MOVE "PEDIDO NOVO" TO LF-SITU
           ELSE
               MOVE SPACES TO LF-SITU
           END-IF.
           MOVE LINHA-FILA TO REG-VAGL.
           WRITE REG-VAGL.
           PERFORM ACHA-PRIMEIRO-NAO-LISTADO.

       ACHA-PRIMEIRO-NAO-LISTADO.
           MOVE 0 TO IX-PRI.
           MOVE 1 TO IX-F.
           PERFORM TESTA-NAO-LISTADO
               UNTIL IX-F > QTD-FILA.

       TESTA-NAO-LISTADO.
           IF SITU-FL (IX-F) EQUAL "F"
                  AND LISTADO-FL (IX-F) EQUAL "N"
                  AND TURMA-FL (IX-F) EQUAL TURMA-PROC
               IF IX-PRI EQUAL 0
                   MOVE IX-F TO IX-PRI
               ELSE IF DATA-FL (IX-F) < DATA-FL (IX-PRI)
                   MOVE IX-F TO IX-PRI
               ELSE IF DATA-FL (IX-F) EQUAL DATA-FL (IX-PRI)
                      AND NUM-FL (IX-F) < NUM-FL (IX-PRI)
                   MOVE IX-F TO IX-PRI
               END-IF
           END-IF.
           ADD 1 TO IX-F.

       GRAVA-QUADRO.
           MOVE SPACES TO REG-VAGL.
           WRITE REG-VAGL.
           MOVE "QUADRO DE VAGAS POR TURMA" TO LINHA-VAGL-TIT.
           PERFORM GRAVA-TITULO.
           MOVE LINHA-QUADRO-CAB TO REG-VAGL.
           WRITE REG-VAGL.
           MOVE 1 TO IX-TU.
           PERFORM GRAVA-LINHA-QUADRO
               UNTIL IX-TU > QTD-TUR.

       GRAVA-LINHA-QUADRO.
           MOVE TURMA-TT (IX-TU) TO LQ-TURMA.
           MOVE TURNO-TT (IX-TU) TO LQ-TURNO.
           MOVE CAPAC-TT (IX-TU) TO LQ-CAPAC.
           MOVE OCUP-TT (IX-TU) TO LQ-OCUP.
           MOVE OFERT-TT (IX-TU) TO LQ-OFERT.
           PERFORM CALCULA-VAGAS.
           MOVE VAGAS-TURMA TO LQ-VAGAS.
           MOVE FILA-TT (IX-TU) TO LQ-FILA.
           MOVE LINHA-QUADRO TO REG-VAGL.
           WRITE REG-VAGL.
           ADD 1 TO IX-TU.

       GRAVA-TITULO.
           MOVE LINHA-VAGL-TIT TO REG-VAGL.
           WRITE REG-VAGL.

       GRAVA-LINHA-PEDIDO.
           MOVE NUM-FL (IX-F) TO LV-NUM.
           MOVE NOME-FL (IX-F) TO LV-NOME.
           MOVE TURMA-FL (IX-F) TO LV-TURMA.
           MOVE LINHA-VAGL TO REG-VAGL.
           WRITE REG-VAGL.

      *REGRAVA-FILA devolve a fila inteira a CADVAGA.DAT; os
      *pedidos encerrados (M, D, V) ficam como historico.
       REGRAVA-FILA.
           OPEN OUTPUT CADVAGA.
           MOVE 1 TO IX-F.
           PERFORM GRAVA-FILA
               UNTIL IX-F > QTD-FILA.
           CLOSE CADVAGA.

       GRAVA-FILA.
           MOVE FILA-LINHA (IX-F) TO REG-VGA.
           WRITE REG-VGA.
           ADD 1 TO IX-F.

      *CARREGA-MODELO sobe o modelo da carta de oferta; modelo
      *ausente ou vazio para a rodada, senao a oferta sairia com
      *carta em branco.
       CARREGA-MODELO.
           OPEN INPUT CADMODV.
           IF WS-FS-MOD NOT EQUAL "00"
               DISPLAY "EX58 - MODELO CADMODV.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-LINHA-MODELO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADMODV.
           MOVE "NAO" TO FIM-ARQ.
           IF QTD-LINHAS-MOD EQUAL 0
               DISPLAY "EX58 - MODELO CADMODV.DAT VAZIO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LE-LINHA-MODELO.
           READ CADMODV
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-LINHAS-MOD EQUAL 50
                   DISPLAY "EX58 - MODELO MAIOR QUE TAB-MODELO, "
                           "AUMENTAR OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-LINHAS-MOD
               MOVE REG-MODV TO LINHA-MOD (QTD-LINHAS-MOD)
           END-IF.

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
