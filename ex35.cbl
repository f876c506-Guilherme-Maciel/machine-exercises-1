      *(turma, as duas medias, faltas e situacao final) e o rodape
      *com a quantidade de anos. Matricula sem registro no historico
      *sai com aviso no console e codigo de retorno 8.
      *MODIFICACAO 15/10/2026 - anota no historico a decisao do
      *conselho de classe (CADCCH.DAT, do EX62) sob a linha do ano
      *MODIFICACAO 15/10/2026 - imprime antes do rodape as dependencias
      *da matricula (CADDEP.DAT, do EX34), abertas e cumpridas

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS WS-FS-HE.
           SELECT CADHISTI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCCH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01 REG-HISTI PIC X(70).

      *CADCCH.DAT = registro permanente das decisoes do conselho de
      *classe, gravado pelo EX62.
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

       WORKING-STORAGE SECTION.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-FS-HE PIC X(02) VALUE SPACE.
           77 MATR-PEDIDA PIC 9(05) VALUE 0.
           77 CONT-ANOS PIC 9(03) VALUE 0.
           77 PRIMEIRO PIC X(03) VALUE "SIM".
           77 IX-CON PIC 9(02) VALUE 0.
           77 FIM-DEP PIC X(03) VALUE "NAO".
           77 CONT-DEP PIC 9(03) VALUE 0.

      *TAB-CONSELHO = as decisoes do conselho para a matricula.
           01 TAB-CONSELHO.
               02 QTD-CONSELHO PIC 9(02) VALUE 0.
               02 CONSELHO-LINHA OCCURS 30 TIMES.
                   03 ANO-TCO PIC 9(04).
                   03 SITDEC-TCO PIC X(10).
                   03 DATA-TCO PIC 9(08).

           01 LINHA-CAB1 PIC X(62)
              VALUE "HISTORICO ESCOLAR".
               02 FILLER PIC X(04) VALUE SPACE.
               02 LA-SITFIM PIC X(10).

           01 LINHA-CONSELHO.
               02 FILLER PIC X(06) VALUE SPACE.
               02 LCO-TEXTO PIC X(36).
               02 LCO-DD PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 LCO-MM PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 LCO-AA PIC X(04).

           01 LINHA-CAB-DEP1 PIC X(62)
              VALUE "DEPENDENCIAS".

           01 LINHA-CAB-DEP2 PIC X(62)
              VALUE "ANO   TURMA  DISCIPLINA       SITUACAO".

           01 LINHA-DEP.
               02 LD-ANO PIC 9(04).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LD-TURMA PIC X(03).
               02 FILLER PIC X(04) VALUE SPACE.
               02 LD-DISC PIC X(15).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LD-SITU PIC X(12).
               02 LD-ANOBX PIC X(04).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LD-MEDIA PIC ZZ,99 BLANK WHEN ZERO.

           01 LINHA-RODAPE.
               02 FILLER PIC X(18) VALUE "ANOS CURSADOS.... ".
               02 LR-ANOS PIC ZZ9.
               STOP RUN
           END-IF.
           MOVE WS-PARM TO MATR-PEDIDA.
           PERFORM CARREGA-CONSELHO.
           OPEN INPUT CADHISTE.
           IF WS-FS-HE NOT EQUAL "00"
               DISPLAY "EX35 - HISTORICO CADHISTE.DAT NAO "
           OPEN OUTPUT CADHISTI.
           PERFORM LEITURA.

      *CARREGA-CONSELHO guarda as decisoes do conselho de classe da
      *matricula, para anotar o ano em que o conselho mudou a
      *situacao final.
       CARREGA-CONSELHO.
           OPEN INPUT CADCCH.
           PERFORM LE-CONSELHO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCCH.
           MOVE "NAO" TO FIM-ARQ.

       LE-CONSELHO.
           READ CADCCH
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND MATR-CCH EQUAL MATR-PEDIDA
               IF QTD-CONSELHO EQUAL 30
                   DISPLAY "EX35 - TABELA DO CONSELHO CHEIA, "
                           "AUMENTAR OCCURS DE TAB-CONSELHO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CONSELHO
               MOVE ANO-CCH TO ANO-TCO (QTD-CONSELHO)
               MOVE SITDEC-CCH TO SITDEC-TCO (QTD-CONSELHO)
               MOVE DATA-CCH TO DATA-TCO (QTD-CONSELHO)
           END-IF.

       LEITURA.
           READ CADHISTE
               AT END
               MOVE SITFIM-HE TO LA-SITFIM
               MOVE LINHA-ANO TO REG-HISTI
               WRITE REG-HISTI
               MOVE 1 TO IX-CON
               PERFORM TESTA-CONSELHO
                   UNTIL IX-CON > QTD-CONSELHO
               ADD 1 TO CONT-ANOS
           END-IF.
           PERFORM LEITURA.

      *TESTA-CONSELHO anota sob a linha do ano a decisao do conselho
      *de classe daquele ano, se houve.
       TESTA-CONSELHO.
           IF ANO-TCO (IX-CON) EQUAL ANO-HE
               IF SITDEC-TCO (IX-CON) EQUAL "APROVADO"
                   MOVE "APROVADO PELO CONSELHO DE CLASSE EM"
                       TO LCO-TEXTO
               ELSE
                   MOVE "RETIDO PELO CONSELHO DE CLASSE EM"
                       TO LCO-TEXTO
               END-IF
               MOVE DATA-TCO (IX-CON) (7:2) TO LCO-DD
               MOVE DATA-TCO (IX-CON) (5:2) TO LCO-MM
               MOVE DATA-TCO (IX-CON) (1:4) TO LCO-AA
               MOVE LINHA-CONSELHO TO REG-HISTI
               WRITE REG-HISTI
           END-IF.
           ADD 1 TO IX-CON.

       GRAVA-CABECALHO.
           MOVE LINHA-SALTO TO REG-HISTI.
           WRITE REG-HISTI.
                       " SEM REGISTRO NO HISTORICO"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM IMPRIME-DEPENDENCIAS
               MOVE CONT-ANOS TO LR-ANOS
               MOVE LINHA-RODAPE TO REG-HISTI
               WRITE REG-HISTI
           CLOSE CADHISTE
                 CADHISTI.
           DISPLAY "EX35 - ANOS NO HISTORICO...: " CONT-ANOS.
           DISPLAY "EX35 - DEPENDENCIAS........: " CONT-DEP.

      *IMPRIME-DEPENDENCIAS lista antes do rodape as dependencias da
      *matricula, abertas e cumpridas, com o ano e a turma de origem.
       IMPRIME-DEPENDENCIAS.
           OPEN INPUT CADDEP.
           PERFORM LE-DEPENDENCIA
               UNTIL FIM-DEP EQUAL "SIM".
           CLOSE CADDEP.

       LE-DEPENDENCIA.
           READ CADDEP
               AT END
               MOVE "SIM" TO FIM-DEP.
           IF FIM-DEP NOT EQUAL "SIM" AND MATR-DEP EQUAL MATR-PEDIDA
               IF CONT-DEP EQUAL 0
                   MOVE LINHA-CAB-DEP1 TO REG-HISTI
                   WRITE REG-HISTI
                   MOVE LINHA-CAB-DEP2 TO REG-HISTI
                   WRITE REG-HISTI
               END-IF
               MOVE ANO-DEP TO LD-ANO
               MOVE TURMA-DEP TO LD-TURMA
               MOVE NOMED-DEP TO LD-DISC
               IF SITU-DEP EQUAL "C"
                   MOVE "CUMPRIDA EM" TO LD-SITU
                   MOVE ANOBX-DEP TO LD-ANOBX
                   MOVE MEDIA-DEP TO LD-MEDIA
               ELSE
                   MOVE "ABERTA" TO LD-SITU
                   MOVE SPACE TO LD-ANOBX
                   MOVE ZERO TO LD-MEDIA
               END-IF
               MOVE LINHA-DEP TO REG-HISTI
               WRITE REG-HISTI
               ADD 1 TO CONT-DEP
           END-IF.
