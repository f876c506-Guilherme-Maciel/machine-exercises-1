      *CADCARTC.DAT, numerada e separada por linha de corte para
      *envelopar, e a listagem de controle CADCARTD.DAT com a
      *quantidade de cartas por turma e faixa.
      *MODIFICACAO 15/10/2026 - toda carta de cobranca emitida passa a
      *ficar registrada no arquivo cumulativo CADCARTH.DAT (matricula,
      *data de referencia, tipo C, numero da carta, competencia e
      *faixa), o mesmo registro do EX21, para o extrato do portal dos
      *pais mostrar as cartas que a familia recebeu.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCARTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCARTH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01 REG-CARTD PIC X(45).

      *CADCARTH.DAT = registro cumulativo das cartas emitidas, uma
      *linha por carta (matricula, data, tipo R recuperacao / P
      *reprovacao do EX21 / C cobranca, numero e referencia).
       FD CADCARTH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCARTH.DAT".

       01 REG-CARTH.
           02 MATR-CARTH PIC 9(05).
           02 DATA-CARTH PIC 9(08).
           02 TIPO-CARTH PIC X(01).
           02 NUM-CARTH PIC 9(05).
           02 REF-CARTH PIC X(20).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-FS-MOD PIC X(02) VALUE SPACE.
           END-IF.
           OPEN OUTPUT CADCARTC
                       CADCARTD.
           OPEN EXTEND CADCARTH.
           PERFORM LEITURA.

      *CARREGA-MODELO sobe o modelo da faixa corrente; modelo

      *GERA-CARTA imprime a carta da cobranca atual: numero, linhas
      *do modelo da faixa com os campos substituidos e a linha de
      *corte; soma a carta na turma e faixa para o controle e
      *registra a carta em CADCARTH.DAT com a data de referencia.
       GERA-CARTA.
           MOVE COD-COB TO MATR-ALUNO.
           PERFORM BUSCA-NOME.
           MOVE LINHA-CORTE TO REG-CARTC.
           WRITE REG-CARTC.
           PERFORM CONTA-CONTROLE.
           PERFORM REGISTRA-CARTA.

       REGISTRA-CARTA.
           MOVE MATR-ALUNO TO MATR-CARTH.
           MOVE WS-DATA-REF TO DATA-CARTH.
           MOVE "C" TO TIPO-CARTH.
           MOVE CONT-CARTAS TO NUM-CARTH.
           MOVE SPACES TO REF-CARTH.
           STRING "COMP " DELIMITED BY SIZE
                  COMPET-COB DELIMITED BY SIZE
                  " FAIXA " DELIMITED BY SIZE
                  FAIXA-ATUAL DELIMITED BY SIZE
               INTO REF-CARTH.
           WRITE REG-CARTH.

       BUSCA-NOME.
           MOVE SPACES TO NOME-ALUNO.
           WRITE REG-CARTD.
           CLOSE CADCOBR
                 CADCARTC
                 CADCARTD
                 CADCARTH.
           DISPLAY "EX36 - CARTAS GERADAS......: " CONT-CARTAS.
           DISPLAY "EX36 - ALUNO SEM NOME......: " CONT-SEM-NOME.
