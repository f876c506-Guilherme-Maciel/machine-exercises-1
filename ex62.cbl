       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX62.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX62 e o conselho de classe do fim do ano. O conselho as vezes
      *aprova o aluno que os numeros reprovam - meio ponto abaixo, uma
      *falta por atestado - e ate aqui alguem corrigia SITFIM-BOL no
      *CADCONS.DAT na mao antes do EX34, sem registro de quem decidiu
      *nem por que. O programa tem tres modos:
      *  EX62 PAUTA TURMA [AAAA] - ficha de trabalho da reuniao em
      *    CADCCT.DAT: cada aluno da turma reprovado, recuperado no
      *    exame, com disciplina fora de aprovado no fechamento por
      *    disciplina (CADCONSD.DAT, do EX40) ou com faltas passando
      *    de 20 por cento dos dias letivos havidos (o corte e 25),
      *    com as medias, as disciplinas, as faltas de CADFALT.DAT e
      *    o espaco para a decisao;
      *  EX62 DECIDE [AAAA] - aplica as decisoes do conselho de
      *    CADCCD.DAT (matricula, turma, situacao original, situacao
      *    decidida, data da ata e justificativa) no consolidado. A
      *    situacao original tem de bater com a do consolidado, a
      *    decidida e APROVADO ou REPROVADO, a justificativa e
      *    obrigatoria e o aluno so tem uma decisao por ano. Cada
      *    decisao aceita vai para o registro permanente CADCCH.DAT,
      *    so acrescentado e nunca regravado - e ele que a inspecao
      *    escolar pede. Rejeicao vai para o log unificado e tudo
      *    sai listado em CADCCL.DAT. Como o EX20 regrava o
      *    consolidado, as decisoes ja registradas no ano sao
      *    reaplicadas a cada DECIDE;
      *  EX62 ATA TURMA [AAAA] - ata do conselho da turma em
      *    CADCCA.DAT, com as decisoes do ano e as linhas de
      *    assinatura.
      *O ano letivo e o do movimento se nao for informado. O EX35
      *le o mesmo CADCCH.DAT para apontar no historico o aluno
      *aprovado pelo conselho. Retorno 4 quando ha rejeicao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONS.
           SELECT CONS-TMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCONSD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADFALT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCALD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCCD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCCH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCCT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCCL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCCA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
       FD CADCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONS.DAT".

       01 REG-BOL.
           02 COD-BOL PIC 9(05).
           02 NOME-BOL PIC X(20).
           02 MEDIA1-BOL PIC 9(02)V99.
           02 MEDIA2-BOL PIC 9(02)V99.
           02 STATUS-BOL PIC X(10).
           02 TURMA-BOL PIC X(03).
           02 SITFIM-BOL PIC X(10).

       FD CONS-TMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX62CON.TMP".

       01 REG-CONS-TMP PIC X(56).

      *CADCONSD.DAT = consolidacao por aluno atraves das
      *disciplinas, gravada pelo EX40.
       FD CADCONSD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONSD.DAT".

       01 REG-CONSD.
           02 MATR-CSD PIC 9(05).
           02 TURMA-CSD PIC X(03).
           02 QTDDISC-CSD PIC 9(02).
           02 APROV-CSD PIC 9(02).
           02 RECUP-CSD PIC 9(02).
           02 REPROV-CSD PIC 9(02).
           02 SITU-CSD PIC X(10).

       FD CADFALT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFALT.DAT".

       01 REG-FALT.
           02 COD-FALT PIC 9(05).
           02 TOTAL-FALT PIC 9(03).

       FD CADCALD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCALD.DAT".

       01 REG-CALD.
           02 TURMA-CALD PIC X(03).
           02 DATA-CALD PIC 9(08).

      *CADCCD.DAT = decisoes do conselho a aplicar no consolidado.
       FD CADCCD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCCD.DAT".

       01 REG-CCD.
           02 MATR-CCD PIC X(05).
           02 TURMA-CCD PIC X(03).
           02 SITORI-CCD PIC X(10).
           02 SITDEC-CCD PIC X(10).
           02 DATA-CCD PIC X(08).
           02 JUSTIF-CCD PIC X(40).

      *CADCCH.DAT = registro permanente das decisoes do conselho,
      *uma linha por aluno por ano, so acrescentado.
       FD CADCCH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCCH.DAT".

       01 REG-CCH.
           02 ANO-CCH PIC 9(04).
           02 MATR-CCH PIC 9(05).
           02 TURMA-CCH PIC X(03).
           02 NOME-CCH PIC X(20).
           02 SITORI-CCH PIC X(10).
           02 SITDEC-CCH PIC X(10).
           02 DATA-CCH PIC 9(08).
           02 JUSTIF-CCH PIC X(40).
           02 DTREG-CCH PIC 9(08).

      *CADCCT.DAT = ficha de trabalho da reuniao do conselho.
       FD CADCCT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCCT.DAT".

       01 REG-CCT PIC X(80).

      *CADCCL.DAT = listagem das decisoes aplicadas e rejeitadas.
       FD CADCCL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCCL.DAT".

       01 REG-CCL PIC X(80).

      *CADCCA.DAT = ata do conselho de classe da turma.
       FD CADCCA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCCA.DAT".

       01 REG-CCA PIC X(80).

       FD CADRLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRLOG.DAT".

       01 REG-RLOG.
           02 PGM-RLOG PIC X(08).
           02 DATA-RLOG PIC 9(08).
           02 MOTIVO-RLOG PIC 9(02).
           02 IMAGEM-RLOG PIC X(80).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-CONS PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-PARM-LINHA PIC X(30) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-P3 PIC X(08) VALUE SPACE.
           77 WS-TURMA PIC X(03) VALUE SPACE.
           77 WS-ANO PIC 9(04) VALUE 0.
           77 WS-ANO-X PIC X(08) VALUE SPACE.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 WS-MATR-BUSCA PIC 9(05) VALUE 0.
           77 DECIDIDO PIC X(03) VALUE "NAO".
           77 IX-TH PIC 9(04) VALUE 0.
           77 IX-TT PIC 9(03) VALUE 0.
           77 IX-T2 PIC 9(03) VALUE 0.
           77 IX-CD PIC 9(04) VALUE 0.
           77 IX-FA PIC 9(04) VALUE 0.
           77 DIAS-HAVIDOS PIC 9(04) VALUE 0.
           77 LIMITE-FALTAS PIC 9(04) VALUE 0.
           77 ALERTA-FALTAS PIC 9(04) VALUE 0.
           77 TOTAL-FALTAS PIC 9(04) VALUE 0.
           77 WS-MOTIVO-LISTA PIC X(10) VALUE SPACE.
           77 CONT-FICHA PIC 9(05) VALUE 0.
           77 CONT-APLICADAS PIC 9(05) VALUE 0.
           77 CONT-REJEITADAS PIC 9(05) VALUE 0.
           77 CONT-REAPLICADAS PIC 9(05) VALUE 0.
           77 CONT-ATA PIC 9(05) VALUE 0.

      *TAB-DECIDIDAS = as decisoes do ano ja no registro permanente.
           01 TAB-DECIDIDAS.
               02 QTD-DECIDIDAS PIC 9(04) VALUE 0.
               02 DECIDIDA-LINHA OCCURS 3000 TIMES.
                   03 MATR-TH PIC 9(05).
                   03 SITORI-TH PIC X(10).
                   03 SITDEC-TH PIC X(10).
                   03 DATA-TH PIC 9(08).

      *TAB-TRANS = as decisoes do lote, com a situacao (P pendente,
      *A aplicada, R rejeitada), o motivo e o nome do consolidado.
           01 TAB-TRANS.
               02 QTD-TRANS PIC 9(03) VALUE 0.
               02 TRANS-LINHA OCCURS 500 TIMES.
                   03 IMAGEM-TT.
                       04 MATR-TT PIC X(05).
                       04 MATR-TT-N REDEFINES MATR-TT PIC 9(05).
                       04 TURMA-TT PIC X(03).
                       04 SITORI-TT PIC X(10).
                       04 SITDEC-TT PIC X(10).
                       04 DATA-TT PIC X(08).
                       04 DATA-TT-N REDEFINES DATA-TT PIC 9(08).
                       04 JUSTIF-TT PIC X(40).
                   03 SITU-TT PIC X(01).
                   03 MOTREJ-TT PIC 9(02).
                   03 NOME-TT PIC X(20).

           01 TAB-CONSD.
               02 QTD-CONSD PIC 9(04) VALUE 0.
               02 CONSD-LINHA OCCURS 5000 TIMES.
                   03 MATR-TC PIC 9(05).
                   03 APROV-TC PIC 9(02).
                   03 RECUP-TC PIC 9(02).
                   03 REPROV-TC PIC 9(02).
                   03 SITU-TC PIC X(10).

           01 TAB-FALT.
               02 QTD-FALT PIC 9(04) VALUE 0.
               02 FALT-LINHA OCCURS 5000 TIMES.
                   03 COD-TF PIC 9(05).
                   03 TOTAL-TF PIC 9(03).

           01 WS-DATA-ED.
               02 WS-DATA-ED-DD PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DATA-ED-MM PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DATA-ED-AA PIC X(04).

           01 WS-DATA-EDITAR PIC 9(08) VALUE 0.

           01 LINHA-TITULO PIC X(80).

           01 LINHA-SALTO PIC X(80) VALUE ALL "=".

           01 LINHA-FICHA.
               02 LF-MATR PIC 9(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LF-NOME PIC X(20).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LF-MEDIA1 PIC Z9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LF-MEDIA2 PIC Z9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LF-SITFIM PIC X(10).
               02 FILLER PIC X(08) VALUE " FALTAS ".
               02 LF-FALTAS PIC ZZ9.
               02 FILLER PIC X(04) VALUE " LIM".
               02 LF-LIMITE PIC ZZZ9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LF-MOTIVO PIC X(10).

           01 LINHA-FICHA-DISC.
               02 FILLER PIC X(19) VALUE "      DISCIPLINAS: ".
               02 LFD-APROV PIC Z9.
               02 FILLER PIC X(11) VALUE " APROVADAS ".
               02 LFD-RECUP PIC Z9.
               02 FILLER PIC X(14) VALUE " RECUPERACAO  ".
               02 LFD-REPROV PIC Z9.
               02 FILLER PIC X(12) VALUE " REPROVADAS ".

           01 LINHA-FICHA-DEC.
               02 FILLER PIC X(16) VALUE "      DECISAO:  ".
               02 LFC-TEXTO PIC X(60).

           01 LINHA-CCL.
               02 LL-MATR PIC X(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LL-TURMA PIC X(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LL-SITORI PIC X(10).
               02 FILLER PIC X(04) VALUE " -> ".
               02 LL-SITDEC PIC X(10).
               02 FILLER PIC X(03) VALUE " - ".
               02 LL-RESULT PIC X(09).
               02 FILLER PIC X(03) VALUE " - ".
               02 LL-MOTIVO PIC X(26).

           01 LINHA-ATA.
               02 LA-MATR PIC 9(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LA-NOME PIC X(20).
               02 FILLER PIC X(04) VALUE " DE ".
               02 LA-SITORI PIC X(10).
               02 FILLER PIC X(06) VALUE " PARA ".
               02 LA-SITDEC PIC X(10).
               02 FILLER PIC X(09) VALUE " ATA DE  ".
               02 LA-DATA PIC X(10).

           01 LINHA-ATA-JUST.
               02 FILLER PIC X(22) VALUE "      JUSTIFICATIVA:  ".
               02 LAJ-TEXTO PIC X(40).

       PROCEDURE DIVISION.

       PGM-EX62.
           PERFORM INICIO.
           IF WS-MODO EQUAL "PAUTA" AND WS-TURMA NOT EQUAL SPACES
               PERFORM PROCESSA-PAUTA
           ELSE IF WS-MODO EQUAL "DECIDE"
               PERFORM PROCESSA-DECISOES
           ELSE IF WS-MODO EQUAL "ATA" AND WS-TURMA NOT EQUAL SPACES
               PERFORM PROCESSA-ATA
           ELSE
               DISPLAY "EX62 - USO: EX62 PAUTA TURMA [AAAA], "
                       "EX62 DECIDE [AAAA] OU EX62 ATA TURMA [AAAA]"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE (1:4) TO WS-ANO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2 WS-P3.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2 WS-P3
           END-IF.
           IF WS-MODO EQUAL "DECIDE"
               MOVE WS-P2 TO WS-ANO-X
           ELSE
               MOVE WS-P2 TO WS-TURMA
               MOVE WS-P3 TO WS-ANO-X
           END-IF.
           IF WS-ANO-X NOT EQUAL SPACES
               IF WS-ANO-X (1:4) IS NUMERIC
                      AND WS-ANO-X (5:4) EQUAL SPACES
                   MOVE WS-ANO-X (1:4) TO WS-ANO
               ELSE
                   DISPLAY "EX62 - ANO INVALIDO: " WS-ANO-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *CARREGA-DECIDIDAS le do registro permanente as decisoes do
      *ano letivo.
       CARREGA-DECIDIDAS.
           OPEN INPUT CADCCH.
           PERFORM LE-DECIDIDA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCCH.
           MOVE "NAO" TO FIM-ARQ.

       LE-DECIDIDA.
           READ CADCCH
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND ANO-CCH EQUAL WS-ANO
               IF QTD-DECIDIDAS EQUAL 3000
                   DISPLAY "EX62 - TABELA DE DECISOES CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DECIDIDAS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DECIDIDAS
               MOVE MATR-CCH TO MATR-TH (QTD-DECIDIDAS)
               MOVE SITORI-CCH TO SITORI-TH (QTD-DECIDIDAS)
               MOVE SITDEC-CCH TO SITDEC-TH (QTD-DECIDIDAS)
               MOVE DATA-CCH TO DATA-TH (QTD-DECIDIDAS)
           END-IF.

       BUSCA-DECIDIDA.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-TH.
           PERFORM TESTA-DECIDIDA
               UNTIL IX-TH > QTD-DECIDIDAS
                  OR ACHOU EQUAL "SIM".

       TESTA-DECIDIDA.
           IF MATR-TH (IX-TH) EQUAL WS-MATR-BUSCA
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-TH
           END-IF.

      *---------------------------------------------------------
      *Modo PAUTA - ficha de trabalho da reuniao.
      *---------------------------------------------------------
       PROCESSA-PAUTA.
           PERFORM CARREGA-DECIDIDAS.
           PERFORM CARREGA-CONSD.
           PERFORM CARREGA-FALTAS.
           PERFORM CONTA-DIAS-HAVIDOS.
           COMPUTE LIMITE-FALTAS = DIAS-HAVIDOS * 25 / 100.
           COMPUTE ALERTA-FALTAS = DIAS-HAVIDOS * 20 / 100.
           OPEN INPUT CADCONS.
           IF WS-FS-CONS NOT EQUAL "00"
               DISPLAY "EX62 - CONSOLIDADO CADCONS.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CADCCT.
           MOVE LINHA-SALTO TO REG-CCT.
           WRITE REG-CCT.
           MOVE SPACES TO LINHA-TITULO.
           STRING "CONSELHO DE CLASSE - TURMA " DELIMITED BY SIZE
                  WS-TURMA DELIMITED BY SIZE
                  " - ANO " DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  " - FICHA DE TRABALHO" DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-CCT.
           WRITE REG-CCT.
           MOVE "MATR  NOME                 MEDIA1 MEDIA2 SITUACAO"
               TO REG-CCT.
           WRITE REG-CCT.
           MOVE LINHA-SALTO TO REG-CCT.
           WRITE REG-CCT.
           PERFORM LE-CONS-FICHA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCONS.
           MOVE "NAO" TO FIM-ARQ.
           MOVE SPACES TO LINHA-TITULO.
           STRING "ALUNOS PARA O CONSELHO: " DELIMITED BY SIZE
                  CONT-FICHA DELIMITED BY SIZE
                  "   DIAS LETIVOS HAVIDOS: " DELIMITED BY SIZE
                  DIAS-HAVIDOS DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-CCT.
           WRITE REG-CCT.
           CLOSE CADCCT.
           DISPLAY "EX62 - ALUNOS NA FICHA.....: " CONT-FICHA.

       CARREGA-CONSD.
           OPEN INPUT CADCONSD.
           PERFORM LE-CONSD
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCONSD.
           MOVE "NAO" TO FIM-ARQ.

       LE-CONSD.
           READ CADCONSD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND TURMA-CSD EQUAL WS-TURMA
               IF QTD-CONSD EQUAL 5000
                   DISPLAY "EX62 - TABELA CADCONSD CHEIA, "
                           "AUMENTAR OCCURS DE TAB-CONSD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CONSD
               MOVE MATR-CSD TO MATR-TC (QTD-CONSD)
               MOVE APROV-CSD TO APROV-TC (QTD-CONSD)
               MOVE RECUP-CSD TO RECUP-TC (QTD-CONSD)
               MOVE REPROV-CSD TO REPROV-TC (QTD-CONSD)
               MOVE SITU-CSD TO SITU-TC (QTD-CONSD)
           END-IF.

       CARREGA-FALTAS.
           OPEN INPUT CADFALT.
           PERFORM LE-FALTA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFALT.
           MOVE "NAO" TO FIM-ARQ.

       LE-FALTA.
           READ CADFALT
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-FALT EQUAL 5000
                   DISPLAY "EX62 - TABELA DE FALTAS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-FALT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-FALT
               MOVE COD-FALT TO COD-TF (QTD-FALT)
               MOVE TOTAL-FALT TO TOTAL-TF (QTD-FALT)
           END-IF.

      *CONTA-DIAS-HAVIDOS conta os dias de aula da turma ate hoje;
      *o limite de faltas e 25 por cento deles, como no EX40.
       CONTA-DIAS-HAVIDOS.
           OPEN INPUT CADCALD.
           PERFORM LE-DIA-LETIVO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCALD.
           MOVE "NAO" TO FIM-ARQ.

       LE-DIA-LETIVO.
           READ CADCALD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND TURMA-CALD EQUAL WS-TURMA
                  AND DATA-CALD NOT > WS-DATA-HOJE
               ADD 1 TO DIAS-HAVIDOS
           END-IF.

      *LE-CONS-FICHA poe na ficha o aluno da turma que precisa
      *passar pelo conselho, com o primeiro motivo que o traz; o
      *aluno ja decidido no ano continua na ficha com a decisao.
       LE-CONS-FICHA.
           READ CADCONS
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND TURMA-BOL EQUAL WS-TURMA
               MOVE COD-BOL TO WS-MATR-BUSCA
               PERFORM BUSCA-DECIDIDA
               MOVE ACHOU TO DECIDIDO
               PERFORM PROCURA-FALTAS
               PERFORM PROCURA-CONSD
               PERFORM CLASSIFICA-FICHA
               IF WS-MOTIVO-LISTA NOT EQUAL SPACES
                      AND SITFIM-BOL NOT EQUAL SPACES
                   PERFORM GRAVA-FICHA
               END-IF
           END-IF.

       CLASSIFICA-FICHA.
           MOVE SPACES TO WS-MOTIVO-LISTA.
           IF SITFIM-BOL EQUAL "REPROVADO"
               MOVE "REPROVADO" TO WS-MOTIVO-LISTA
           ELSE IF SITFIM-BOL EQUAL "RECUPERADO"
               MOVE "EXAME" TO WS-MOTIVO-LISTA
           ELSE IF ACHOU EQUAL "SIM"
                  AND SITU-TC (IX-CD) NOT EQUAL "APROVADO"
               MOVE "DISCIPLINA" TO WS-MOTIVO-LISTA
           ELSE IF DIAS-HAVIDOS > 0
                  AND TOTAL-FALTAS > ALERTA-FALTAS
               MOVE "FALTAS" TO WS-MOTIVO-LISTA
           ELSE IF DECIDIDO EQUAL "SIM"
               MOVE "CONSELHO" TO WS-MOTIVO-LISTA
           END-IF.

       PROCURA-FALTAS.
           MOVE 0 TO TOTAL-FALTAS.
           MOVE 1 TO IX-FA.
           PERFORM TESTA-FALTA
               UNTIL IX-FA > QTD-FALT.

       TESTA-FALTA.
           IF COD-TF (IX-FA) EQUAL COD-BOL
               MOVE TOTAL-TF (IX-FA) TO TOTAL-FALTAS
               MOVE QTD-FALT TO IX-FA
           END-IF.
           ADD 1 TO IX-FA.

       PROCURA-CONSD.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-CD.
           PERFORM TESTA-CONSD
               UNTIL IX-CD > QTD-CONSD
                  OR ACHOU EQUAL "SIM".

       TESTA-CONSD.
           IF MATR-TC (IX-CD) EQUAL COD-BOL
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-CD
           END-IF.

       GRAVA-FICHA.
           ADD 1 TO CONT-FICHA.
           MOVE COD-BOL TO LF-MATR.
           MOVE NOME-BOL TO LF-NOME.
           MOVE MEDIA1-BOL TO LF-MEDIA1.
           MOVE MEDIA2-BOL TO LF-MEDIA2.
           MOVE SITFIM-BOL TO LF-SITFIM.
           MOVE TOTAL-FALTAS TO LF-FALTAS.
           MOVE LIMITE-FALTAS TO LF-LIMITE.
           MOVE WS-MOTIVO-LISTA TO LF-MOTIVO.
           MOVE LINHA-FICHA TO REG-CCT.
           WRITE REG-CCT.
           IF ACHOU EQUAL "SIM"
               MOVE APROV-TC (IX-CD) TO LFD-APROV
               MOVE RECUP-TC (IX-CD) TO LFD-RECUP
               MOVE REPROV-TC (IX-CD) TO LFD-REPROV
               MOVE LINHA-FICHA-DISC TO REG-CCT
           ELSE
               MOVE "      SEM FECHAMENTO POR DISCIPLINA" TO REG-CCT
           END-IF.
           WRITE REG-CCT.
           IF DECIDIDO EQUAL "SIM"
               MOVE SPACES TO LFC-TEXTO
               MOVE DATA-TH (IX-TH) TO WS-DATA-EDITAR
               PERFORM EDITA-DATA
               STRING "JA DECIDIDO: " DELIMITED BY SIZE
                      SITDEC-TH (IX-TH) DELIMITED BY SPACE
                      " NA ATA DE " DELIMITED BY SIZE
                      WS-DATA-ED DELIMITED BY SIZE
                   INTO LFC-TEXTO
           ELSE
               MOVE "( ) MANTIDO  ( ) APROVADO  ( ) REPROVADO   "
                   TO LFC-TEXTO
               MOVE "JUST.:" TO LFC-TEXTO (45:6)
           END-IF.
           MOVE LINHA-FICHA-DEC TO REG-CCT.
           WRITE REG-CCT.
           MOVE SPACES TO REG-CCT.
           WRITE REG-CCT.

      *---------------------------------------------------------
      *Modo DECIDE - aplica as decisoes no consolidado.
      *---------------------------------------------------------
       PROCESSA-DECISOES.
           PERFORM CARREGA-DECIDIDAS.
           PERFORM CARREGA-TRANSACOES.
           OPEN INPUT CADCONS.
           IF WS-FS-CONS NOT EQUAL "00"
               DISPLAY "EX62 - CONSOLIDADO CADCONS.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONS-TMP.
           PERFORM PASSA-LINHA-CONS
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCONS
                 CONS-TMP.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CONS-TMP.
           OPEN OUTPUT CADCONS.
           PERFORM DEVOLVE-LINHA-CONS
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CONS-TMP
                 CADCONS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN OUTPUT CADCCL.
           OPEN EXTEND CADCCH
                       CADRLOG.
           MOVE SPACES TO LINHA-TITULO.
           STRING "DECISOES DO CONSELHO DE CLASSE - ANO " DELIMITED
                  BY SIZE
                  WS-ANO DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-CCL.
           WRITE REG-CCL.
           MOVE 1 TO IX-TT.
           PERFORM LISTA-TRANSACAO
               UNTIL IX-TT > QTD-TRANS.
           CLOSE CADCCL
                 CADCCH
                 CADRLOG.
           DISPLAY "EX62 - DECISOES LIDAS......: " QTD-TRANS.
           DISPLAY "EX62 - APLICADAS...........: " CONT-APLICADAS.
           DISPLAY "EX62 - REJEITADAS..........: " CONT-REJEITADAS.
           DISPLAY "EX62 - REAPLICADAS DO ANO..: " CONT-REAPLICADAS.
           IF CONT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *CARREGA-TRANSACOES critica desde logo o que nao depende do
      *consolidado: matricula numerica, situacao decidida, data da
      *ata, justificativa e decisao ja registrada no ano.
       CARREGA-TRANSACOES.
           OPEN INPUT CADCCD.
           PERFORM LE-TRANSACAO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCCD.
           MOVE "NAO" TO FIM-ARQ.

       LE-TRANSACAO.
           READ CADCCD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-TRANS EQUAL 500
                   DISPLAY "EX62 - TABELA DE DECISOES DO LOTE CHEIA, "
                           "AUMENTAR OCCURS DE TAB-TRANS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-TRANS
               MOVE REG-CCD TO IMAGEM-TT (QTD-TRANS)
               MOVE "P" TO SITU-TT (QTD-TRANS)
               MOVE 0 TO MOTREJ-TT (QTD-TRANS)
               MOVE SPACES TO NOME-TT (QTD-TRANS)
               PERFORM CRITICA-TRANSACAO
           END-IF.

       CRITICA-TRANSACAO.
           IF MATR-CCD IS NOT NUMERIC
               MOVE 20 TO MOTREJ-TT (QTD-TRANS)
           ELSE IF SITDEC-CCD NOT EQUAL "APROVADO"
                  AND SITDEC-CCD NOT EQUAL "REPROVADO"
               MOVE 38 TO MOTREJ-TT (QTD-TRANS)
           ELSE IF SITDEC-CCD EQUAL SITORI-CCD
               MOVE 38 TO MOTREJ-TT (QTD-TRANS)
           ELSE IF DATA-CCD IS NOT NUMERIC
                  OR DATA-CCD (5:2) < "01" OR DATA-CCD (5:2) > "12"
                  OR DATA-CCD (7:2) < "01" OR DATA-CCD (7:2) > "31"
                  OR DATA-TT-N (QTD-TRANS) > WS-DATA-HOJE
               MOVE 15 TO MOTREJ-TT (QTD-TRANS)
           ELSE IF JUSTIF-CCD EQUAL SPACES
               MOVE 37 TO MOTREJ-TT (QTD-TRANS)
           ELSE
               MOVE MATR-TT-N (QTD-TRANS) TO WS-MATR-BUSCA
               PERFORM BUSCA-DECIDIDA
               IF ACHOU EQUAL "SIM"
                   MOVE 39 TO MOTREJ-TT (QTD-TRANS)
               ELSE
                   PERFORM PROCURA-REPETIDA
               END-IF
           END-IF.
           IF MOTREJ-TT (QTD-TRANS) > 0
               MOVE "R" TO SITU-TT (QTD-TRANS)
           END-IF.

       PROCURA-REPETIDA.
           MOVE 1 TO IX-T2.
           PERFORM TESTA-REPETIDA
               UNTIL IX-T2 NOT < QTD-TRANS.

       TESTA-REPETIDA.
           IF MATR-TT (IX-T2) EQUAL MATR-CCD
                  AND SITU-TT (IX-T2) NOT EQUAL "R"
               MOVE 39 TO MOTREJ-TT (QTD-TRANS)
               MOVE QTD-TRANS TO IX-T2
           ELSE
               ADD 1 TO IX-T2
           END-IF.

      *PASSA-LINHA-CONS copia o consolidado para o temporario,
      *reaplicando a decisao ja registrada no ano (o EX20 pode ter
      *regravado a linha depois dela) e aplicando a do lote.
       PASSA-LINHA-CONS.
           READ CADCONS
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-BOL TO WS-MATR-BUSCA
               PERFORM BUSCA-DECIDIDA
               IF ACHOU EQUAL "SIM"
                      AND SITFIM-BOL EQUAL SITORI-TH (IX-TH)
                   MOVE SITDEC-TH (IX-TH) TO SITFIM-BOL
                   ADD 1 TO CONT-REAPLICADAS
               END-IF
               MOVE 1 TO IX-TT
               PERFORM APLICA-TRANSACAO
                   UNTIL IX-TT > QTD-TRANS
               MOVE REG-BOL TO REG-CONS-TMP
               WRITE REG-CONS-TMP
           END-IF.

       APLICA-TRANSACAO.
           IF SITU-TT (IX-TT) EQUAL "P"
                  AND MATR-TT-N (IX-TT) EQUAL COD-BOL
               IF TURMA-TT (IX-TT) NOT EQUAL TURMA-BOL
                   MOVE "R" TO SITU-TT (IX-TT)
                   MOVE 28 TO MOTREJ-TT (IX-TT)
               ELSE IF SITORI-TT (IX-TT) NOT EQUAL SITFIM-BOL
                   MOVE "R" TO SITU-TT (IX-TT)
                   MOVE 16 TO MOTREJ-TT (IX-TT)
               ELSE
                   MOVE SITDEC-TT (IX-TT) TO SITFIM-BOL
                   MOVE NOME-BOL TO NOME-TT (IX-TT)
                   MOVE "A" TO SITU-TT (IX-TT)
               END-IF
           END-IF.
           ADD 1 TO IX-TT.

       DEVOLVE-LINHA-CONS.
           READ CONS-TMP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE REG-CONS-TMP TO REG-BOL
               WRITE REG-BOL
           END-IF.

      *LISTA-TRANSACAO lista a decisao; a aplicada entra no registro
      *permanente, a rejeitada no log unificado.
       LISTA-TRANSACAO.
           MOVE MATR-TT (IX-TT) TO LL-MATR.
           MOVE TURMA-TT (IX-TT) TO LL-TURMA.
           MOVE SITORI-TT (IX-TT) TO LL-SITORI.
           MOVE SITDEC-TT (IX-TT) TO LL-SITDEC.
           IF SITU-TT (IX-TT) EQUAL "A"
               MOVE "APLICADA" TO LL-RESULT
               MOVE SPACES TO LL-MOTIVO
               ADD 1 TO CONT-APLICADAS
               PERFORM GRAVA-DECIDIDA
           ELSE
               MOVE "REJEITADA" TO LL-RESULT
               ADD 1 TO CONT-REJEITADAS
               PERFORM DESCREVE-MOTIVO
               PERFORM GRAVA-RLOG-DECISAO
           END-IF.
           MOVE LINHA-CCL TO REG-CCL.
           WRITE REG-CCL.
           ADD 1 TO IX-TT.

       DESCREVE-MOTIVO.
           IF SITU-TT (IX-TT) EQUAL "P"
               MOVE 12 TO MOTREJ-TT (IX-TT)
               MOVE "ALUNO FORA DO CONSOLIDADO" TO LL-MOTIVO
           ELSE IF MOTREJ-TT (IX-TT) EQUAL 20
               MOVE "MATRICULA NAO NUMERICA" TO LL-MOTIVO
           ELSE IF MOTREJ-TT (IX-TT) EQUAL 38
               MOVE "SITUACAO DECIDIDA INVALIDA" TO LL-MOTIVO
           ELSE IF MOTREJ-TT (IX-TT) EQUAL 15
               MOVE "DATA DA ATA INVALIDA" TO LL-MOTIVO
           ELSE IF MOTREJ-TT (IX-TT) EQUAL 37
               MOVE "JUSTIFICATIVA EM BRANCO" TO LL-MOTIVO
           ELSE IF MOTREJ-TT (IX-TT) EQUAL 39
               MOVE "DECISAO JA REGISTRADA" TO LL-MOTIVO
           ELSE IF MOTREJ-TT (IX-TT) EQUAL 28
               MOVE "TURMA DIVERGE DO ALUNO" TO LL-MOTIVO
           ELSE
               MOVE "SITUACAO ORIGINAL DIVERGE" TO LL-MOTIVO
           END-IF.

       GRAVA-DECIDIDA.
           MOVE WS-ANO TO ANO-CCH.
           MOVE MATR-TT-N (IX-TT) TO MATR-CCH.
           MOVE TURMA-TT (IX-TT) TO TURMA-CCH.
           MOVE NOME-TT (IX-TT) TO NOME-CCH.
           MOVE SITORI-TT (IX-TT) TO SITORI-CCH.
           MOVE SITDEC-TT (IX-TT) TO SITDEC-CCH.
           MOVE DATA-TT-N (IX-TT) TO DATA-CCH.
           MOVE JUSTIF-TT (IX-TT) TO JUSTIF-CCH.
           MOVE WS-DATA-HOJE TO DTREG-CCH.
           WRITE REG-CCH.

       GRAVA-RLOG-DECISAO.
           MOVE "EX62" TO PGM-RLOG.
           MOVE WS-DATA-HOJE TO DATA-RLOG.
           MOVE MOTREJ-TT (IX-TT) TO MOTIVO-RLOG.
           MOVE IMAGEM-TT (IX-TT) TO IMAGEM-RLOG.
           WRITE REG-RLOG.

      *---------------------------------------------------------
      *Modo ATA - ata do conselho da turma.
      *---------------------------------------------------------
       PROCESSA-ATA.
           OPEN INPUT CADCCH.
           OPEN OUTPUT CADCCA.
           MOVE LINHA-SALTO TO REG-CCA.
           WRITE REG-CCA.
           MOVE SPACES TO LINHA-TITULO.
           STRING "ATA DO CONSELHO DE CLASSE - TURMA " DELIMITED
                  BY SIZE
                  WS-TURMA DELIMITED BY SIZE
                  " - ANO LETIVO " DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-CCA.
           WRITE REG-CCA.
           MOVE LINHA-SALTO TO REG-CCA.
           WRITE REG-CCA.
           MOVE "REUNIDO O CONSELHO DE CLASSE DA TURMA, FORAM TOMADAS"
               TO REG-CCA.
           WRITE REG-CCA.
           MOVE "AS SEGUINTES DECISOES SOBRE A SITUACAO FINAL DOS"
               TO REG-CCA.
           WRITE REG-CCA.
           MOVE "ALUNOS:" TO REG-CCA.
           WRITE REG-CCA.
           MOVE SPACES TO REG-CCA.
           WRITE REG-CCA.
           PERFORM LE-ATA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCCH.
           MOVE "NAO" TO FIM-ARQ.
           IF CONT-ATA EQUAL 0
               MOVE "  NENHUMA DECISAO REGISTRADA PARA A TURMA NO ANO"
                   TO REG-CCA
               WRITE REG-CCA
           END-IF.
           MOVE SPACES TO REG-CCA.
           WRITE REG-CCA.
           MOVE SPACES TO LINHA-TITULO.
           STRING "TOTAL DE DECISOES: " DELIMITED BY SIZE
                  CONT-ATA DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-CCA.
           WRITE REG-CCA.
           MOVE SPACES TO REG-CCA.
           WRITE REG-CCA.
           MOVE SPACES TO REG-CCA.
           WRITE REG-CCA.
           MOVE "______________________________  DIRETOR(A)"
               TO REG-CCA.
           WRITE REG-CCA.
           MOVE SPACES TO REG-CCA.
           WRITE REG-CCA.
           MOVE "______________________________  COORDENADOR(A)"
               TO REG-CCA.
           WRITE REG-CCA.
           MOVE SPACES TO REG-CCA.
           WRITE REG-CCA.
           MOVE "______________________________  SECRETARIO(A)"
               TO REG-CCA.
           WRITE REG-CCA.
           MOVE SPACES TO REG-CCA.
           WRITE REG-CCA.
           MOVE "PROFESSORES DO CONSELHO:" TO REG-CCA.
           WRITE REG-CCA.
           MOVE 1 TO IX-T2.
           PERFORM GRAVA-LINHA-ASSINATURA
               UNTIL IX-T2 > 6.
           MOVE LINHA-SALTO TO REG-CCA.
           WRITE REG-CCA.
           CLOSE CADCCA.
           DISPLAY "EX62 - DECISOES NA ATA.....: " CONT-ATA.

       LE-ATA.
           READ CADCCH
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND ANO-CCH EQUAL WS-ANO
                  AND TURMA-CCH EQUAL WS-TURMA
               ADD 1 TO CONT-ATA
               MOVE MATR-CCH TO LA-MATR
               MOVE NOME-CCH TO LA-NOME
               MOVE SITORI-CCH TO LA-SITORI
               MOVE SITDEC-CCH TO LA-SITDEC
               MOVE DATA-CCH TO WS-DATA-EDITAR
               PERFORM EDITA-DATA
               MOVE WS-DATA-ED TO LA-DATA
               MOVE LINHA-ATA TO REG-CCA
               WRITE REG-CCA
               MOVE JUSTIF-CCH TO LAJ-TEXTO
               MOVE LINHA-ATA-JUST TO REG-CCA
               WRITE REG-CCA
           END-IF.

       GRAVA-LINHA-ASSINATURA.
           MOVE SPACES TO REG-CCA.
           WRITE REG-CCA.
           MOVE "______________________________" TO REG-CCA.
           WRITE REG-CCA.
           ADD 1 TO IX-T2.

      *EDITA-DATA passa a data AAAAMMDD de WS-DATA-EDITAR para
      *DD/MM/AAAA.
       EDITA-DATA.
           MOVE WS-DATA-EDITAR (7:2) TO WS-DATA-ED-DD.
           MOVE WS-DATA-EDITAR (5:2) TO WS-DATA-ED-MM.
           MOVE WS-DATA-EDITAR (1:4) TO WS-DATA-ED-AA.

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
