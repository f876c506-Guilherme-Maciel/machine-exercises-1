      *procurar ninguem; aluno sem vinculo sai com "PREZADA FAMILIA"
      *como antes. O modelo tambem ganha o campo &RESP (nome do
      *responsavel) para usar no corpo do texto.
      *MODIFICACAO 15/10/2026 - toda carta emitida passa a ficar
      *registrada no arquivo cumulativo CADCARTH.DAT (matricula, data
      *do movimento, tipo R recuperacao ou P reprovacao, numero da
      *carta e motivo), para o extrato do portal dos pais mostrar as
      *cartas que a familia recebeu.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCARTH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
           02 MATR-RALU PIC 9(05).
           02 RESP-RALU PIC 9(05).

      *CADCARTH.DAT = registro cumulativo das cartas emitidas, uma
      *linha por carta (matricula, data, tipo R recuperacao / P
      *reprovacao / C cobranca do EX36, numero e referencia).
       FD CADCARTH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCARTH.DAT".

       01 REG-CARTH.
           02 MATR-CARTH PIC 9(05).
           02 DATA-CARTH PIC 9(08).
           02 TIPO-CARTH PIC X(01).
           02 NUM-CARTH PIC 9(05).
           02 REF-CARTH PIC X(20).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 TIPO-CARTA PIC X(01) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-FS-MOD PIC X(02) VALUE SPACE.
           77 WS-FS-ENT PIC X(02) VALUE SPACE.
      *INICIO carrega o modelo da carta e formata a data do exame
      *recebida na linha de comando (AAAAMMDD -> DD/MM/AAAA).
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM IS NUMERIC
               MOVE SPACES TO WS-DATA-EXAME
           PERFORM CARREGA-VINCULOS.
           OPEN OUTPUT CADCARTA
                       CADCARTL.
           OPEN EXTEND CADCARTH.

       CARREGA-RESPONSAVEIS.
           OPEN INPUT CADRESP.
           MOVE COD-REC TO MATR-ALUNO.
           MOVE MEDIA-REC TO MEDIA-ALUNO.
           MOVE "EXAME DE RECUPERACAO" TO MOTIVO-ALUNO.
           MOVE "R" TO TIPO-CARTA.
           MOVE TURMA-REC TO TURMA-ALUNO.
           PERFORM GERA-CARTA.
           PERFORM LE-REC.
               MOVE "MEDIA INSUFICIENTE" TO MOTIVO-ALUNO
           END-IF.
           MOVE TURMA-REP TO TURMA-ALUNO.
           MOVE "P" TO TIPO-CARTA.
           PERFORM GERA-CARTA.
           PERFORM LE-REP.

      *GERA-CARTA imprime a carta do aluno atual: numero de
      *sequencia, as linhas do modelo com os campos substituidos e a
      *linha de corte; tambem soma a carta na turma para o controle
      *e registra a carta em CADCARTH.DAT.
       GERA-CARTA.
           ADD 1 TO CONT-CARTAS.
           MOVE CONT-CARTAS TO LN-SEQ.
           MOVE LINHA-CORTE TO REG-CARTA.
           WRITE REG-CARTA.
           PERFORM CONTA-TURMA.
           PERFORM REGISTRA-CARTA.

       REGISTRA-CARTA.
           MOVE MATR-ALUNO TO MATR-CARTH.
           MOVE WS-DATA-HOJE TO DATA-CARTH.
           MOVE TIPO-CARTA TO TIPO-CARTH.
           MOVE CONT-CARTAS TO NUM-CARTH.
           MOVE MOTIVO-ALUNO TO REF-CARTH.
           WRITE REG-CARTH.

      *GERA-LINHA-CARTA substitui um a um os campos da linha do
      *modelo (da esquerda para a direita) e grava a linha pronta.
           MOVE LINHA-CARTL-TOT TO REG-CARTL.
           WRITE REG-CARTL.
           CLOSE CADCARTA
                 CADCARTL
                 CADCARTH.
           DISPLAY "EX21 - CARTAS GERADAS......: " CONT-CARTAS.

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
