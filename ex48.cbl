       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX48.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX48 fecha o mes do emprestimo consignado, depois do EX08. O
      *EX08 desconta do liquido as parcelas devidas dos contratos de
      *CADEMPR.DAT, dentro da margem de 35 por cento, e grava o que
      *fez com cada uma em CADCOND.DAT (P paga inteira, C cortada,
      *R recusada). Aqui:
      *  CADCONP.DAT  - o razao das parcelas: recebe as linhas da
      *    competencia; rodar de novo no mesmo mes substitui as
      *    linhas dela em vez de duplicar;
      *  CADCONSL.DAT - o saldo de cada contrato (parcelas, pagas,
      *    valor pago, pendente e saldo devedor), lido pelo EX30 na
      *    rescisao;
      *  CADCONR.DAT  - o mesmo saldo impresso para o RH;
      *  CADCONX.DAT  - a listagem das parcelas cortadas ou
      *    recusadas pela margem no mes;
      *  REPnnn.DAT   - o arquivo de repasse de cada banco (nnn =
      *    codigo do banco): header, uma linha por contrato com o
      *    valor descontado e trailer com quantidade e total.
      *Pendente e o que ja venceu (da primeira competencia ate a do
      *mes) e nao foi pago; saldo devedor e o valor do contrato
      *inteiro menos o pago. A competencia e a da data do movimento.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CADEMPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCOND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCONP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONP-TMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COND-ORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCONSL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCONR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCONX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADREP ASSIGN TO WS-ARQ-REP
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK1 ASSIGN TO DISK.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADEMPR.DAT = contratos de emprestimo consignado mantidos
      *pelo RH.
       FD CADEMPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADEMPR.DAT".

       01 REG-CONS.
           02 COD-CONS PIC 9(05).
           02 BANCO-CONS PIC 9(03).
           02 CONTRATO-CONS PIC X(12).
           02 PARCELA-CONS PIC 9(5)V99.
           02 COMPET-INI-CONS PIC 9(06).
           02 COMPET-FIM-CONS PIC 9(06).

      *CADCOND.DAT = as parcelas do mes gravadas pelo EX08.
       FD CADCOND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCOND.DAT".

       01 REG-COND.
           02 COD-COND PIC 9(05).
           02 BANCO-COND PIC 9(03).
           02 CONTRATO-COND PIC X(12).
           02 COMPET-COND PIC 9(06).
           02 PARCELA-COND PIC 9(5)V99.
           02 DESCONTO-COND PIC 9(5)V99.
           02 SITU-COND PIC X(01).

      *CADCONP.DAT = razao das parcelas, no layout do CADCOND.DAT,
      *com todas as competencias ja fechadas.
       FD CADCONP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONP.DAT".

       01 REG-CONP.
           02 COD-CONP PIC 9(05).
           02 BANCO-CONP PIC 9(03).
           02 CONTRATO-CONP PIC X(12).
           02 COMPET-CONP PIC 9(06).
           02 PARCELA-CONP PIC 9(5)V99.
           02 DESCONTO-CONP PIC 9(5)V99.
           02 SITU-CONP PIC X(01).

       FD CONP-TMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX48CON.TMP".

       01 REG-CONP-TMP PIC X(41).

       FD COND-ORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX48ORD.TMP".

       01 REG-COND-O.
           02 COD-COND-O PIC 9(05).
           02 BANCO-COND-O PIC 9(03).
           02 CONTRATO-COND-O PIC X(12).
           02 COMPET-COND-O PIC 9(06).
           02 PARCELA-COND-O PIC 9(5)V99.
           02 DESCONTO-COND-O PIC 9(5)V99.
           02 SITU-COND-O PIC X(01).

      *CADCONSL.DAT = saldo de cada contrato depois do mes.
       FD CADCONSL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONSL.DAT".

       01 REG-CSL.
           02 COD-CSL PIC 9(05).
           02 BANCO-CSL PIC 9(03).
           02 CONTRATO-CSL PIC X(12).
           02 PARCELA-CSL PIC 9(5)V99.
           02 QTD-PARC-CSL PIC 9(03).
           02 QTD-PAGAS-CSL PIC 9(03).
           02 PAGO-CSL PIC 9(7)V99.
           02 PENDENTE-CSL PIC 9(7)V99.
           02 SALDO-CSL PIC 9(7)V99.

      *CADCONR.DAT = razao dos contratos impresso.
       FD CADCONR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONR.DAT".

       01 REG-CONR PIC X(80).

      *CADCONX.DAT = parcelas cortadas ou recusadas pela margem.
       FD CADCONX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONX.DAT".

       01 REG-CONX PIC X(70).

      *REPnnn.DAT = repasse ao banco nnn, o nome e montado em
      *WS-ARQ-REP a cada quebra de banco.
       FD CADREP
           LABEL RECORD ARE STANDARD.

       01 REG-REP PIC X(60).

       SD SORTWK1.
       01 REG-SORT-COND.
           02 SRT-COD-COND PIC 9(05).
           02 SRT-BANCO-COND PIC 9(03).
           02 SRT-CONTRATO-COND PIC X(12).
           02 SRT-RESTO-COND PIC X(21).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-ARQ-REP PIC X(12) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-COMPET PIC 9(06) VALUE 0.
           77 WS-ANO PIC 9(04) VALUE 0.
           77 WS-MES PIC 9(02) VALUE 0.
           77 WS-MES-HOJE PIC 9(06) VALUE 0.
           77 WS-MES-INI PIC 9(06) VALUE 0.
           77 WS-MES-FIM PIC 9(06) VALUE 0.
           77 WS-VENCIDAS PIC 9(03) VALUE 0.
           77 WS-VALOR-DEVIDO PIC 9(7)V99 VALUE 0.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 ACHOU-CON PIC X(03) VALUE "NAO".
           77 REP-ABERTO PIC X(03) VALUE "NAO".
           77 BANCO-ATUAL PIC 9(03) VALUE 0.
           77 IX-CS PIC 9(04) VALUE 0.
           77 CONT-CONTRATOS PIC 9(07) VALUE 0.
           77 CONT-MES PIC 9(07) VALUE 0.
           77 CONT-HIST-ANT PIC 9(07) VALUE 0.
           77 CONT-FORA-CAD PIC 9(07) VALUE 0.
           77 CONT-EXCECAO PIC 9(07) VALUE 0.
           77 CONT-BANCOS PIC 9(07) VALUE 0.
           77 CONT-REP PIC 9(07) VALUE 0.
           77 TOT-REP PIC 9(9)V99 VALUE 0.
           77 TOT-DESCONTADO PIC 9(9)V99 VALUE 0.
           77 TOT-SALDO PIC 9(9)V99 VALUE 0.

      *TAB-CONS = todos os contratos do cadastro, com o acumulado do
      *razao de cada um.
           01 TAB-CONS.
               02 QTD-CONS PIC 9(04) VALUE 0.
               02 CONS-LINHA OCCURS 2000 TIMES.
                   03 COD-CTAB PIC 9(05).
                   03 BANCO-CTAB PIC 9(03).
                   03 CONTRATO-CTAB PIC X(12).
                   03 PARCELA-CTAB PIC 9(5)V99.
                   03 INI-CTAB PIC 9(06).
                   03 FIM-CTAB PIC 9(06).
                   03 PAGAS-CTAB PIC 9(03).
                   03 PAGO-CTAB PIC 9(7)V99.

           01 LINHA-CONR-CAB.
               02 FILLER PIC X(40)
                  VALUE "RAZAO DOS EMPRESTIMOS CONSIGNADOS - COMP".
               02 FILLER PIC X(08) VALUE "ETENCIA ".
               02 CR-COMPET PIC 9(06).

           01 LINHA-CONR-TIT.
               02 FILLER PIC X(40)
                  VALUE "FUNC  BCO CONTRATO      PARCELA QTD  PAG".
               02 FILLER PIC X(40)
                  VALUE "       PAGO   PENDENTE      SALDO".

           01 LINHA-CONR-DET.
               02 CR-COD PIC 9(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 CR-BANCO PIC 9(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 CR-CONTRATO PIC X(12).
               02 FILLER PIC X(01) VALUE SPACE.
               02 CR-PARCELA PIC ZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 CR-QTD-PARC PIC ZZ9.
               02 FILLER PIC X(02) VALUE SPACE.
               02 CR-QTD-PAGAS PIC ZZ9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 CR-PAGO PIC ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 CR-PENDENTE PIC ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 CR-SALDO PIC ZZZZZZ9,99.

           01 LINHA-CONR-TOT.
               02 FILLER PIC X(40)
                  VALUE "TOTAL DESCONTADO NO MES................:".
               02 CT-VALOR PIC ZZZZZZZZ9,99.

           01 LINHA-CONX-CAB.
               02 FILLER PIC X(40)
                  VALUE "PARCELAS DE CONSIGNADO ACIMA DA MARGEM -".
               02 FILLER PIC X(13) VALUE " COMPETENCIA ".
               02 CX-COMPET PIC 9(06).

           01 LINHA-CONX-DET.
               02 CX-COD PIC 9(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 CX-BANCO PIC 9(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 CX-CONTRATO PIC X(12).
               02 FILLER PIC X(01) VALUE SPACE.
               02 CX-PARCELA PIC ZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 CX-DESCONTO PIC ZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 CX-FALTA PIC ZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 CX-SITU PIC X(09).

           01 LINHA-REP-HEADER.
               02 FILLER PIC X(01) VALUE "0".
               02 FILLER PIC X(30) VALUE "FATEC-SP REPASSE CONSIGNADO".
               02 RH-BANCO PIC 9(03).
               02 RH-COMPET PIC 9(06).
               02 RH-DATA PIC 9(08).
               02 FILLER PIC X(12) VALUE SPACE.

           01 LINHA-REP-DETALHE.
               02 FILLER PIC X(01) VALUE "1".
               02 RD-COD PIC 9(05).
               02 RD-CONTRATO PIC X(12).
               02 RD-PARCELA PIC 9(5)V99.
               02 RD-DESCONTO PIC 9(5)V99.
               02 RD-SITU PIC X(01).
               02 FILLER PIC X(27) VALUE SPACE.

           01 LINHA-REP-TRAILER.
               02 FILLER PIC X(01) VALUE "9".
               02 RT-QTD PIC 9(07).
               02 RT-TOTAL PIC 9(9)V99.
               02 FILLER PIC X(41) VALUE SPACE.

       PROCEDURE DIVISION.

       PGM-EX48.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *INICIO carrega os contratos, leva as parcelas do mes ao
      *razao, acumula o razao inteiro por contrato e ordena as
      *parcelas do mes por banco para o repasse.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET.
           PERFORM CARREGA-CONTRATOS.
           PERFORM GUARDA-HISTORICO.
           PERFORM ACUMULA-RAZAO.
           SORT SORTWK1 ON ASCENDING KEY SRT-BANCO-COND
                                         SRT-CONTRATO-COND
               USING CADCOND
               GIVING COND-ORD.
           OPEN INPUT COND-ORD
                OUTPUT CADCONX.
           MOVE WS-COMPET TO CX-COMPET.
           MOVE LINHA-CONX-CAB TO REG-CONX.
           WRITE REG-CONX.
           PERFORM LEITURA.

       CARREGA-CONTRATOS.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADEMPR.
           PERFORM LE-CONTRATO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADEMPR.

       LE-CONTRATO.
           READ CADEMPR
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF QTD-CONS EQUAL 2000
                   DISPLAY "EX48 - TABELA DE CONSIGNADOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-CONS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CONS
               MOVE COD-CONS TO COD-CTAB (QTD-CONS)
               MOVE BANCO-CONS TO BANCO-CTAB (QTD-CONS)
               MOVE CONTRATO-CONS TO CONTRATO-CTAB (QTD-CONS)
               MOVE PARCELA-CONS TO PARCELA-CTAB (QTD-CONS)
               MOVE COMPET-INI-CONS TO INI-CTAB (QTD-CONS)
               MOVE COMPET-FIM-CONS TO FIM-CTAB (QTD-CONS)
               MOVE 0 TO PAGAS-CTAB (QTD-CONS)
               MOVE 0 TO PAGO-CTAB (QTD-CONS)
           END-IF.

      *GUARDA-HISTORICO copia o razao para o temporario sem as
      *linhas da competencia da rodada, reabre o razao so com elas
      *e acrescenta as parcelas do mes vindas do EX08. Uma segunda
      *rodada no mesmo mes substitui a primeira.
       GUARDA-HISTORICO.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADCONP.
           OPEN OUTPUT CONP-TMP.
           PERFORM COPIA-HISTORICO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADCONP
                 CONP-TMP.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CONP-TMP.
           OPEN OUTPUT CADCONP.
           PERFORM DEVOLVE-HISTORICO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CONP-TMP.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADCOND.
           PERFORM ACRESCENTA-MES
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADCOND
                 CADCONP.

       COPIA-HISTORICO.
           READ CADCONP
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF COMPET-CONP EQUAL WS-COMPET
                   ADD 1 TO CONT-HIST-ANT
               ELSE
                   MOVE REG-CONP TO REG-CONP-TMP
                   WRITE REG-CONP-TMP
               END-IF
           END-IF.

       DEVOLVE-HISTORICO.
           READ CONP-TMP
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               MOVE REG-CONP-TMP TO REG-CONP
               WRITE REG-CONP
           END-IF.

       ACRESCENTA-MES.
           READ CADCOND
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               MOVE REG-COND TO REG-CONP
               MOVE WS-COMPET TO COMPET-CONP
               WRITE REG-CONP
               ADD 1 TO CONT-MES
           END-IF.

      *ACUMULA-RAZAO soma, por contrato, o valor pago e as parcelas
      *pagas inteiras em todo o razao; linha de contrato que saiu
      *do cadastro so e contada.
       ACUMULA-RAZAO.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADCONP.
           PERFORM SOMA-RAZAO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADCONP.

       SOMA-RAZAO.
           READ CADCONP
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               PERFORM BUSCA-CONTRATO
               IF ACHOU-CON EQUAL "SIM"
                   ADD DESCONTO-CONP TO PAGO-CTAB (IX-CS)
                   IF SITU-CONP EQUAL "P"
                       ADD 1 TO PAGAS-CTAB (IX-CS)
                   END-IF
               ELSE
                   ADD 1 TO CONT-FORA-CAD
               END-IF
           END-IF.

       BUSCA-CONTRATO.
           MOVE "NAO" TO ACHOU-CON.
           MOVE 1 TO IX-CS.
           PERFORM AVANCA-CONTRATO
               UNTIL IX-CS > QTD-CONS
                  OR (COD-CTAB (IX-CS) EQUAL COD-CONP
                  AND BANCO-CTAB (IX-CS) EQUAL BANCO-CONP
                  AND CONTRATO-CTAB (IX-CS) EQUAL CONTRATO-CONP).
           IF IX-CS NOT> QTD-CONS
               MOVE "SIM" TO ACHOU-CON.

       AVANCA-CONTRATO.
           ADD 1 TO IX-CS.

       LEITURA.
           READ COND-ORD
               AT END
               MOVE "SIM" TO FIM-ARQ.

      *PRINCIPAL trata cada parcela do mes, ja em ordem de banco:
      *a quebra de banco fecha o repasse anterior e abre o do banco
      *novo; parcela cortada ou recusada vai tambem a listagem de
      *excecao.
       PRINCIPAL.
           IF REP-ABERTO EQUAL "NAO"
                  OR BANCO-COND-O NOT EQUAL BANCO-ATUAL
               PERFORM FECHA-REPASSE
               PERFORM ABRE-REPASSE
           END-IF.
           IF DESCONTO-COND-O > 0
               MOVE COD-COND-O TO RD-COD
               MOVE CONTRATO-COND-O TO RD-CONTRATO
               MOVE PARCELA-COND-O TO RD-PARCELA
               MOVE DESCONTO-COND-O TO RD-DESCONTO
               MOVE SITU-COND-O TO RD-SITU
               MOVE LINHA-REP-DETALHE TO REG-REP
               WRITE REG-REP
               ADD 1 TO CONT-REP
               ADD DESCONTO-COND-O TO TOT-REP
               ADD DESCONTO-COND-O TO TOT-DESCONTADO
           END-IF.
           IF SITU-COND-O EQUAL "C" OR SITU-COND-O EQUAL "R"
               PERFORM GRAVA-EXCECAO
           END-IF.
           PERFORM LEITURA.

       ABRE-REPASSE.
           MOVE BANCO-COND-O TO BANCO-ATUAL.
           MOVE SPACES TO WS-ARQ-REP.
           STRING "REP" BANCO-ATUAL ".DAT" DELIMITED BY SIZE
               INTO WS-ARQ-REP.
           OPEN OUTPUT CADREP.
           MOVE "SIM" TO REP-ABERTO.
           ADD 1 TO CONT-BANCOS.
           MOVE 0 TO CONT-REP.
           MOVE 0 TO TOT-REP.
           MOVE BANCO-ATUAL TO RH-BANCO.
           MOVE WS-COMPET TO RH-COMPET.
           MOVE WS-DATA-HOJE TO RH-DATA.
           MOVE LINHA-REP-HEADER TO REG-REP.
           WRITE REG-REP.

       FECHA-REPASSE.
           IF REP-ABERTO EQUAL "SIM"
               MOVE CONT-REP TO RT-QTD
               MOVE TOT-REP TO RT-TOTAL
               MOVE LINHA-REP-TRAILER TO REG-REP
               WRITE REG-REP
               CLOSE CADREP
               DISPLAY "EX48 - REPASSE " WS-ARQ-REP ": " CONT-REP
                   " CONTRATOS, TOTAL " TOT-REP
               MOVE "NAO" TO REP-ABERTO
           END-IF.

       GRAVA-EXCECAO.
           MOVE COD-COND-O TO CX-COD.
           MOVE BANCO-COND-O TO CX-BANCO.
           MOVE CONTRATO-COND-O TO CX-CONTRATO.
           MOVE PARCELA-COND-O TO CX-PARCELA.
           MOVE DESCONTO-COND-O TO CX-DESCONTO.
           COMPUTE CX-FALTA = PARCELA-COND-O - DESCONTO-COND-O.
           IF SITU-COND-O EQUAL "C"
               MOVE "CORTADA" TO CX-SITU
           ELSE
               MOVE "RECUSADA" TO CX-SITU
           END-IF.
           MOVE LINHA-CONX-DET TO REG-CONX.
           WRITE REG-CONX.
           ADD 1 TO CONT-EXCECAO.

      *GRAVA-SALDOS grava o saldo de cada contrato do cadastro em
      *CADCONSL.DAT e no razao impresso CADCONR.DAT.
       GRAVA-SALDOS.
           OPEN OUTPUT CADCONSL
                       CADCONR.
           MOVE WS-COMPET TO CR-COMPET.
           MOVE LINHA-CONR-CAB TO REG-CONR.
           WRITE REG-CONR.
           MOVE LINHA-CONR-TIT TO REG-CONR.
           WRITE REG-CONR.
           DIVIDE WS-COMPET BY 100 GIVING WS-ANO
               REMAINDER WS-MES.
           COMPUTE WS-MES-HOJE = WS-ANO * 12 + WS-MES.
           MOVE 1 TO IX-CS.
           PERFORM GRAVA-SALDO
               UNTIL IX-CS > QTD-CONS.
           MOVE TOT-DESCONTADO TO CT-VALOR.
           MOVE LINHA-CONR-TOT TO REG-CONR.
           WRITE REG-CONR.
           CLOSE CADCONSL
                 CADCONR.

      *GRAVA-SALDO conta os meses do contrato como AAAA * 12 + MM:
      *parcelas = fim - inicio + 1; vencidas = ate a competencia da
      *rodada (ou o fim, o que vier antes).
       GRAVA-SALDO.
           DIVIDE INI-CTAB (IX-CS) BY 100 GIVING WS-ANO
               REMAINDER WS-MES.
           COMPUTE WS-MES-INI = WS-ANO * 12 + WS-MES.
           DIVIDE FIM-CTAB (IX-CS) BY 100 GIVING WS-ANO
               REMAINDER WS-MES.
           COMPUTE WS-MES-FIM = WS-ANO * 12 + WS-MES.
           MOVE COD-CTAB (IX-CS) TO COD-CSL.
           MOVE BANCO-CTAB (IX-CS) TO BANCO-CSL.
           MOVE CONTRATO-CTAB (IX-CS) TO CONTRATO-CSL.
           MOVE PARCELA-CTAB (IX-CS) TO PARCELA-CSL.
           MOVE 0 TO QTD-PARC-CSL.
           IF WS-MES-FIM NOT< WS-MES-INI
               COMPUTE QTD-PARC-CSL = WS-MES-FIM - WS-MES-INI + 1
           END-IF.
           MOVE PAGAS-CTAB (IX-CS) TO QTD-PAGAS-CSL.
           MOVE PAGO-CTAB (IX-CS) TO PAGO-CSL.
           IF WS-MES-HOJE < WS-MES-INI
               MOVE 0 TO WS-VENCIDAS
           ELSE IF WS-MES-HOJE > WS-MES-FIM
               MOVE QTD-PARC-CSL TO WS-VENCIDAS
           ELSE
               COMPUTE WS-VENCIDAS = WS-MES-HOJE - WS-MES-INI + 1
           END-IF.
           COMPUTE WS-VALOR-DEVIDO = WS-VENCIDAS * PARCELA-CTAB (IX-CS).
           MOVE 0 TO PENDENTE-CSL.
           IF WS-VALOR-DEVIDO > PAGO-CTAB (IX-CS)
               COMPUTE PENDENTE-CSL =
                   WS-VALOR-DEVIDO - PAGO-CTAB (IX-CS)
           END-IF.
           COMPUTE WS-VALOR-DEVIDO =
               QTD-PARC-CSL * PARCELA-CTAB (IX-CS).
           MOVE 0 TO SALDO-CSL.
           IF WS-VALOR-DEVIDO > PAGO-CTAB (IX-CS)
               COMPUTE SALDO-CSL =
                   WS-VALOR-DEVIDO - PAGO-CTAB (IX-CS)
           END-IF.
           WRITE REG-CSL.
           ADD SALDO-CSL TO TOT-SALDO.
           ADD 1 TO CONT-CONTRATOS.
           MOVE COD-CSL TO CR-COD.
           MOVE BANCO-CSL TO CR-BANCO.
           MOVE CONTRATO-CSL TO CR-CONTRATO.
           MOVE PARCELA-CSL TO CR-PARCELA.
           MOVE QTD-PARC-CSL TO CR-QTD-PARC.
           MOVE QTD-PAGAS-CSL TO CR-QTD-PAGAS.
           MOVE PAGO-CSL TO CR-PAGO.
           MOVE PENDENTE-CSL TO CR-PENDENTE.
           MOVE SALDO-CSL TO CR-SALDO.
           MOVE LINHA-CONR-DET TO REG-CONR.
           WRITE REG-CONR.
           ADD 1 TO IX-CS.

       TERMINO.
           PERFORM FECHA-REPASSE.
           CLOSE COND-ORD
                 CADCONX.
           PERFORM GRAVA-SALDOS.
           DISPLAY "EX48 - COMPETENCIA...........: " WS-COMPET.
           DISPLAY "EX48 - CONTRATOS NO CADASTRO.: " CONT-CONTRATOS.
           DISPLAY "EX48 - PARCELAS DO MES.......: " CONT-MES.
           DISPLAY "EX48 - CORTADAS/RECUSADAS....: " CONT-EXCECAO.
           DISPLAY "EX48 - BANCOS COM REPASSE....: " CONT-BANCOS.
           DISPLAY "EX48 - TOTAL DESCONTADO......: " TOT-DESCONTADO.
           DISPLAY "EX48 - SALDO DEVEDOR TOTAL...: " TOT-SALDO.
           IF CONT-FORA-CAD > 0
               DISPLAY "EX48 - LINHAS DO RAZAO SEM CONTRATO NO "
                   "CADASTRO: " CONT-FORA-CAD
           END-IF.
           IF CONT-HIST-ANT > 0
               DISPLAY "EX48 - LINHAS ANTERIORES DA COMPETENCIA "
                   WS-COMPET " SUBSTITUIDAS: " CONT-HIST-ANT
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
