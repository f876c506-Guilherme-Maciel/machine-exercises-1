       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX45.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX45 guarda o acumulado permanente dos rendimentos da folha,
      *que ate hoje sumia do CADLIQ.DAT depois que o EX15 pagava o
      *mes (so sobrava a geracao que o EX26 tivesse guardado), e
      *emite com ele o comprovante de rendimentos anual. Modos pela
      *linha de comando:
      *  MENSAL [AAAAMM] - passo de fim de mes, depois do EX29 e do
      *    EX30: soma por funcionario todas as linhas da folha
      *    liquida CADLIQ.DAT da rodada (salario, ferias e rescisao,
      *    separados pelo TIPO-LIQ), o decimo terceiro acumulado do
      *    CAD13.DAT e a quantidade de dependentes do CADDEPEN.DAT, e
      *    grava uma linha por funcionario e competencia no acumulado
      *    CADACUM.DAT. Sem competencia vale o mes da data do
      *    movimento. Rodar de novo a mesma competencia substitui as
      *    linhas dela, nao soma em dobro;
      *  ANUAL AAAA - le o CADACUM.DAT do ano-calendario e imprime o
      *    comprovante de rendimentos por COD-ENT em CADCOMP.DAT e a
      *    folha de totais da empresa, mes a mes, em CADCOMT.DAT para
      *    a declaracao anual do contador.
      *O decimo terceiro do CAD13.DAT e o valor acumulado no ano ate
      *a rodada; o comprovante usa o da ultima competencia do ano
      *em que o funcionario aparece (dezembro, ou o mes da saida).
      *Quando chamado como passo do plano do EXCTL, o primeiro
      *parametro e a contagem de pulo que o controlador poe em todo
      *comando; um primeiro token numerico e descartado por isso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLIQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LIQ.
           SELECT OPTIONAL CAD13 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDEPEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADACUM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACUM-TMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACUM-ORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCOMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCOMT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK1 ASSIGN TO DISK.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADLIQ.DAT = folha liquida da rodada: salarios do EX08,
      *ferias do EX29 e rescisoes do EX30.
       FD CADLIQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLIQ.DAT".

       01 REG-LIQ.
           02 COD-LIQ PIC 9(05).
           02 NOME-LIQ PIC X(20).
           02 BRUTO-LIQ PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 INSS-LIQ PIC 9(5)V99.
           02 IRRF-LIQ PIC 9(5)V99.
           02 LIQUIDO-LIQ PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 TIPO-LIQ PIC X(01).

      *CAD13.DAT = decimo terceiro acumulado no ano, do EX08.
       FD CAD13
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD13.DAT".

       01 REG-13.
           02 COD-13 PIC 9(05).
           02 NOME-13 PIC X(20).
           02 DECIMO-13 PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.

       FD CADDEPEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEPEN.DAT".

       01 REG-DEPEN.
           02 COD-DEPEN PIC 9(05).
           02 NOME-DEPEN PIC X(20).
           02 NASC-DEPEN PIC 9(08).
           02 TIPO-DEPEN PIC X(01).

      *CADACUM.DAT = acumulado permanente dos rendimentos, uma linha
      *por funcionario e competencia (AAAAMM).
       FD CADACUM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADACUM.DAT".

       01 REG-ACU.
           02 COD-ACU PIC 9(05).
           02 COMPET-ACU PIC 9(06).
           02 NOME-ACU PIC X(20).
           02 SALARIO-ACU PIC S9(7)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 FERIAS-ACU PIC 9(7)V99.
           02 RESCISAO-ACU PIC 9(7)V99.
           02 DECIMO-ACU PIC 9(7)V99.
           02 INSS-ACU PIC 9(7)V99.
           02 IRRF-ACU PIC 9(7)V99.
           02 LIQUIDO-ACU PIC S9(7)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 DEPEN-ACU PIC 9(02).

       FD ACUM-TMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX45ACU.TMP".

       01 REG-ACU-TMP PIC X(98).

       FD ACUM-ORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX45ORD.TMP".

       01 REG-ACU-ORD.
           02 COD-ORD PIC 9(05).
           02 COMPET-ORD PIC 9(06).
           02 NOME-ORD PIC X(20).
           02 SALARIO-ORD PIC S9(7)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 FERIAS-ORD PIC 9(7)V99.
           02 RESCISAO-ORD PIC 9(7)V99.
           02 DECIMO-ORD PIC 9(7)V99.
           02 INSS-ORD PIC 9(7)V99.
           02 IRRF-ORD PIC 9(7)V99.
           02 LIQUIDO-ORD PIC S9(7)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 DEPEN-ORD PIC 9(02).

      *CADCOMP.DAT = comprovante de rendimentos, um bloco formatado
      *por funcionario com rendimento no ano-calendario.
       FD CADCOMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCOMP.DAT".

       01 REG-COMP PIC X(70).

      *CADCOMT.DAT = totais da empresa no ano, mes a mes, para a
      *declaracao anual.
       FD CADCOMT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCOMT.DAT".

       01 REG-COMT PIC X(80).

       SD SORTWK1.
       01 REG-SORT.
           02 SRT-COD PIC 9(05).
           02 SRT-COMPET PIC 9(06).
           02 SRT-RESTO PIC X(87).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-LIQ PIC X(02) VALUE SPACE.
           77 WS-PARM-LINHA PIC X(40) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-COMPET PIC 9(06) VALUE 0.
           77 WS-ANO PIC 9(04) VALUE 0.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 ACHOU PIC X(03) VALUE "NAO".
           77 PRIMEIRO PIC X(03) VALUE "SIM".
           77 IX-TA PIC 9(04) VALUE 0.
           77 IX-MES PIC 9(02) VALUE 0.
           77 CONT-LIQ PIC 9(07) VALUE 0.
           77 CONT-MANTIDOS PIC 9(07) VALUE 0.
           77 CONT-SUBST PIC 9(07) VALUE 0.
           77 CONT-GRAVADOS PIC 9(07) VALUE 0.
           77 CONT-COMPROV PIC 9(07) VALUE 0.
           77 FUNC-ATUAL PIC 9(05) VALUE 0.
           77 NOME-ATUAL PIC X(20) VALUE SPACE.
           77 ULT-COMPET PIC 9(06) VALUE 0.
           77 ANO-SALARIO PIC S9(9)V99 VALUE 0.
           77 ANO-FERIAS PIC 9(9)V99 VALUE 0.
           77 ANO-RESCISAO PIC 9(9)V99 VALUE 0.
           77 ANO-DECIMO PIC 9(9)V99 VALUE 0.
           77 ANO-INSS PIC 9(9)V99 VALUE 0.
           77 ANO-IRRF PIC 9(9)V99 VALUE 0.
           77 ANO-LIQUIDO PIC S9(9)V99 VALUE 0.
           77 ANO-DEPEN PIC 9(02) VALUE 0.
           77 ANO-MESES PIC 9(02) VALUE 0.
           77 GER-TRIBUT PIC S9(9)V99 VALUE 0.
           77 GER-DECIMO PIC 9(9)V99 VALUE 0.
           77 GER-INSS PIC 9(9)V99 VALUE 0.
           77 GER-IRRF PIC 9(9)V99 VALUE 0.
           77 GER-LIQUIDO PIC S9(9)V99 VALUE 0.

      *TAB-ACU = acumulado do mes em montagem, um item por
      *funcionario presente na folha liquida da rodada.
           01 TAB-ACU.
               02 QTD-TA PIC 9(04) VALUE 0.
               02 ACU-LINHA OCCURS 2000 TIMES.
                   03 COD-TA PIC 9(05).
                   03 NOME-TA PIC X(20).
                   03 SALARIO-TA PIC S9(7)V99.
                   03 FERIAS-TA PIC 9(7)V99.
                   03 RESCISAO-TA PIC 9(7)V99.
                   03 DECIMO-TA PIC 9(7)V99.
                   03 INSS-TA PIC 9(7)V99.
                   03 IRRF-TA PIC 9(7)V99.
                   03 LIQUIDO-TA PIC S9(7)V99.
                   03 DEPEN-TA PIC 9(02).

      *TAB-MESES = totais da empresa por mes do ano-calendario.
           01 TAB-MESES.
               02 MES-LINHA OCCURS 12 TIMES.
                   03 FUNC-TM PIC 9(05).
                   03 TRIBUT-TM PIC S9(9)V99.
                   03 INSS-TM PIC 9(9)V99.
                   03 IRRF-TM PIC 9(9)V99.
                   03 LIQUIDO-TM PIC S9(9)V99.

           01 LINHA-COMP-TRACO PIC X(68) VALUE ALL "-".

           01 LINHA-COMP-CAB1.
               02 FILLER PIC X(45)
                  VALUE "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO".
               02 FILLER PIC X(23)
                  VALUE " SOBRE A RENDA RETIDO".

           01 LINHA-COMP-CAB2.
               02 FILLER PIC X(28)
                  VALUE "NA FONTE - ANO-CALENDARIO: ".
               02 CC-ANO PIC 9(04).

           01 LINHA-COMP-FONTE.
               02 FILLER PIC X(16) VALUE "FONTE PAGADORA: ".
               02 FILLER PIC X(30) VALUE "FATEC-SP".
               02 FILLER PIC X(06) VALUE "CNPJ: ".
               02 FILLER PIC 9(14) VALUE 62823257000109.

           01 LINHA-COMP-BENEF.
               02 FILLER PIC X(16) VALUE "BENEFICIARIO..: ".
               02 CB-COD PIC 9(05).
               02 FILLER PIC X(03) VALUE " - ".
               02 CB-NOME PIC X(20).

           01 LINHA-COMP-SECAO.
               02 CS-TEXTO PIC X(60).

           01 LINHA-COMP-VALOR.
               02 FILLER PIC X(03) VALUE SPACE.
               02 CV-TEXTO PIC X(40).
               02 CV-VALOR PIC -ZZZZZZZZ9,99.

           01 LINHA-COMP-DEPEN.
               02 FILLER PIC X(03) VALUE SPACE.
               02 FILLER PIC X(40)
                  VALUE "DEPENDENTES INFORMADOS.................:".
               02 FILLER PIC X(10) VALUE SPACE.
               02 CD-QTD PIC Z9.

           01 LINHA-COMP-MESES.
               02 FILLER PIC X(03) VALUE SPACE.
               02 FILLER PIC X(40)
                  VALUE "MESES COM PAGAMENTO NO ANO.............:".
               02 FILLER PIC X(10) VALUE SPACE.
               02 CM-QTD PIC Z9.

           01 LINHA-COMT-CAB.
               02 FILLER PIC X(34)
                  VALUE "TOTAIS DA FOLHA NO ANO-CALENDARIO ".
               02 TC-ANO PIC 9(04).

           01 LINHA-COMT-TIT.
               02 FILLER PIC X(40)
                  VALUE "COMPET  FUNC    TRIBUTAVEL        INSS  ".
               02 FILLER PIC X(40)
                  VALUE "      IRRF       LIQUIDO PAGO".

           01 LINHA-COMT-MES.
               02 TM-COMPET PIC 9(06).
               02 FILLER PIC X(02) VALUE SPACE.
               02 TM-FUNC PIC ZZZZ9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 TM-TRIBUT PIC -ZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 TM-INSS PIC ZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 TM-IRRF PIC ZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 TM-LIQUIDO PIC -ZZZZZZZZ9,99.

           01 LINHA-COMT-TOT.
               02 FILLER PIC X(08) VALUE "TOTAL   ".
               02 TT-FUNC PIC ZZZZ9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 TT-TRIBUT PIC -ZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 TT-INSS PIC ZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 TT-IRRF PIC ZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 TT-LIQUIDO PIC -ZZZZZZZZ9,99.

           01 LINHA-COMT-13.
               02 FILLER PIC X(40)
                  VALUE "DECIMO TERCEIRO (TRIBUTACAO EXCLUSIVA): ".
               02 T13-VALOR PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.

       PGM-EX45.
           PERFORM INICIO.
           IF WS-MODO EQUAL "MENSAL" OR WS-MODO EQUAL SPACES
               PERFORM ACUMULA-MES
           ELSE IF WS-MODO EQUAL "ANUAL"
               PERFORM COMPROVANTE-ANUAL
           ELSE
               DISPLAY "EX45 - USO: EX45 MENSAL [AAAAMM]"
               DISPLAY "            EX45 ANUAL AAAA"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INICIO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET.
           IF WS-MODO EQUAL "MENSAL" AND WS-P2 NOT EQUAL SPACES
               IF WS-P2 (1:6) IS NUMERIC
                   MOVE WS-P2 (1:6) TO WS-COMPET
               ELSE
                   DISPLAY "EX45 - COMPETENCIA INVALIDA: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-MODO EQUAL "ANUAL"
               IF WS-P2 (1:4) IS NUMERIC
                   MOVE WS-P2 (1:4) TO WS-ANO
               ELSE
                   DISPLAY "EX45 - ANO INVALIDO: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *---------------------------------------------------------
      *MENSAL - soma a folha liquida da rodada no acumulado.
      *---------------------------------------------------------
       ACUMULA-MES.
           PERFORM CARREGA-FOLHA.
           PERFORM CARREGA-DECIMO.
           PERFORM CONTA-DEPENDENTES.
           PERFORM REGRAVA-ACUMULADO.
           DISPLAY "EX45 - COMPETENCIA.........: " WS-COMPET.
           DISPLAY "EX45 - LINHAS DA FOLHA.....: " CONT-LIQ.
           DISPLAY "EX45 - FUNCIONARIOS NO MES.: " CONT-GRAVADOS.
           DISPLAY "EX45 - LINHAS SUBSTITUIDAS.: " CONT-SUBST.
           DISPLAY "EX45 - LINHAS MANTIDAS.....: " CONT-MANTIDOS.

       CARREGA-FOLHA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADLIQ.
           IF WS-FS-LIQ NOT EQUAL "00"
               DISPLAY "EX45 - CADLIQ.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-FOLHA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADLIQ.
           MOVE "NAO" TO FIM-ARQ.

      *LE-FOLHA separa o bruto pelo tipo da linha; linha sem tipo
      *(folha gravada antes do TIPO-LIQ) conta como salario.
       LE-FOLHA.
           READ CADLIQ
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CONT-LIQ
               MOVE COD-LIQ TO FUNC-ATUAL
               MOVE NOME-LIQ TO NOME-ATUAL
               PERFORM BUSCA-FUNCIONARIO
               IF TIPO-LIQ EQUAL "F"
                   ADD BRUTO-LIQ TO FERIAS-TA (IX-TA)
               ELSE
                   IF TIPO-LIQ EQUAL "R"
                       ADD BRUTO-LIQ TO RESCISAO-TA (IX-TA)
                   ELSE
                       ADD BRUTO-LIQ TO SALARIO-TA (IX-TA)
                   END-IF
               END-IF
               ADD INSS-LIQ TO INSS-TA (IX-TA)
               ADD IRRF-LIQ TO IRRF-TA (IX-TA)
               ADD LIQUIDO-LIQ TO LIQUIDO-TA (IX-TA)
           END-IF.

      *BUSCA-FUNCIONARIO deixa IX-TA no item de FUNC-ATUAL, abrindo
      *um item zerado quando o funcionario ainda nao esta na tabela.
       BUSCA-FUNCIONARIO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-TA.
           PERFORM TESTA-FUNCIONARIO
               UNTIL IX-TA > QTD-TA
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "NAO"
               IF QTD-TA EQUAL 2000
                   DISPLAY "EX45 - TABELA DE FUNCIONARIOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-ACU"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-TA
               MOVE QTD-TA TO IX-TA
               MOVE FUNC-ATUAL TO COD-TA (IX-TA)
               MOVE NOME-ATUAL TO NOME-TA (IX-TA)
               MOVE 0 TO SALARIO-TA (IX-TA)
               MOVE 0 TO FERIAS-TA (IX-TA)
               MOVE 0 TO RESCISAO-TA (IX-TA)
               MOVE 0 TO DECIMO-TA (IX-TA)
               MOVE 0 TO INSS-TA (IX-TA)
               MOVE 0 TO IRRF-TA (IX-TA)
               MOVE 0 TO LIQUIDO-TA (IX-TA)
               MOVE 0 TO DEPEN-TA (IX-TA)
           END-IF.

       TESTA-FUNCIONARIO.
           IF COD-TA (IX-TA) EQUAL FUNC-ATUAL
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-TA
           END-IF.

      *CARREGA-DECIMO guarda o decimo terceiro acumulado de quem
      *recebeu alguma coisa na folha do mes.
       CARREGA-DECIMO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CAD13.
           PERFORM LE-DECIMO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CAD13.
           MOVE "NAO" TO FIM-ARQ.

       LE-DECIMO.
           READ CAD13
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-13 TO FUNC-ATUAL
               MOVE "NAO" TO ACHOU
               MOVE 1 TO IX-TA
               PERFORM TESTA-FUNCIONARIO
                   UNTIL IX-TA > QTD-TA
                      OR ACHOU EQUAL "SIM"
               IF ACHOU EQUAL "SIM" AND DECIMO-13 > 0
                   MOVE DECIMO-13 TO DECIMO-TA (IX-TA)
               END-IF
           END-IF.

       CONTA-DEPENDENTES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADDEPEN.
           PERFORM LE-DEPENDENTE
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDEPEN.
           MOVE "NAO" TO FIM-ARQ.

       LE-DEPENDENTE.
           READ CADDEPEN
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-DEPEN TO FUNC-ATUAL
               MOVE "NAO" TO ACHOU
               MOVE 1 TO IX-TA
               PERFORM TESTA-FUNCIONARIO
                   UNTIL IX-TA > QTD-TA
                      OR ACHOU EQUAL "SIM"
               IF ACHOU EQUAL "SIM" AND DEPEN-TA (IX-TA) < 99
                   ADD 1 TO DEPEN-TA (IX-TA)
               END-IF
           END-IF.

      *REGRAVA-ACUMULADO passa o acumulado para o TMP sem as linhas
      *da competencia da rodada (reprocessamento do mes), acrescenta
      *as linhas novas e devolve tudo ao CADACUM.DAT.
       REGRAVA-ACUMULADO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADACUM.
           OPEN OUTPUT ACUM-TMP.
           PERFORM PASSA-ACUMULADO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADACUM.
           MOVE 1 TO IX-TA.
           PERFORM GRAVA-ACUMULADO
               UNTIL IX-TA > QTD-TA.
           CLOSE ACUM-TMP.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ACUM-TMP.
           OPEN OUTPUT CADACUM.
           PERFORM DEVOLVE-ACUMULADO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ACUM-TMP
                 CADACUM.
           MOVE "NAO" TO FIM-ARQ.

       PASSA-ACUMULADO.
           READ CADACUM
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF COMPET-ACU EQUAL WS-COMPET
                   ADD 1 TO CONT-SUBST
               ELSE
                   MOVE REG-ACU TO REG-ACU-TMP
                   WRITE REG-ACU-TMP
                   ADD 1 TO CONT-MANTIDOS
               END-IF
           END-IF.

       GRAVA-ACUMULADO.
           MOVE COD-TA (IX-TA) TO COD-ACU.
           MOVE WS-COMPET TO COMPET-ACU.
           MOVE NOME-TA (IX-TA) TO NOME-ACU.
           MOVE SALARIO-TA (IX-TA) TO SALARIO-ACU.
           MOVE FERIAS-TA (IX-TA) TO FERIAS-ACU.
           MOVE RESCISAO-TA (IX-TA) TO RESCISAO-ACU.
           MOVE DECIMO-TA (IX-TA) TO DECIMO-ACU.
           MOVE INSS-TA (IX-TA) TO INSS-ACU.
           MOVE IRRF-TA (IX-TA) TO IRRF-ACU.
           MOVE LIQUIDO-TA (IX-TA) TO LIQUIDO-ACU.
           MOVE DEPEN-TA (IX-TA) TO DEPEN-ACU.
           MOVE REG-ACU TO REG-ACU-TMP.
           WRITE REG-ACU-TMP.
           ADD 1 TO CONT-GRAVADOS.
           ADD 1 TO IX-TA.

       DEVOLVE-ACUMULADO.
           READ ACUM-TMP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE REG-ACU-TMP TO REG-ACU
               WRITE REG-ACU
           END-IF.

      *---------------------------------------------------------
      *ANUAL - comprovante por funcionario e totais da empresa.
      *---------------------------------------------------------
       COMPROVANTE-ANUAL.
           MOVE 1 TO IX-MES.
           PERFORM ZERA-MES
               UNTIL IX-MES > 12.
           SORT SORTWK1 ON ASCENDING KEY SRT-COD
                        ON ASCENDING KEY SRT-COMPET
               USING CADACUM
               GIVING ACUM-ORD.
           OPEN INPUT ACUM-ORD
           OUTPUT CADCOMP
                  CADCOMT.
           MOVE "SIM" TO PRIMEIRO.
           PERFORM LE-ACUM-ORD.
           PERFORM ACUMULA-ANO
               UNTIL FIM-ARQ EQUAL "SIM".
           IF PRIMEIRO NOT EQUAL "SIM"
               PERFORM FECHA-FUNCIONARIO.
           PERFORM GRAVA-TOTAIS-EMPRESA.
           CLOSE ACUM-ORD
                 CADCOMP
                 CADCOMT.
           DISPLAY "EX45 - ANO-CALENDARIO......: " WS-ANO.
           DISPLAY "EX45 - COMPROVANTES........: " CONT-COMPROV.
           DISPLAY "EX45 - TOTAL TRIBUTAVEL....: " GER-TRIBUT.
           DISPLAY "EX45 - TOTAL IRRF RETIDO...: " GER-IRRF.

       ZERA-MES.
           MOVE 0 TO FUNC-TM (IX-MES).
           MOVE 0 TO TRIBUT-TM (IX-MES).
           MOVE 0 TO INSS-TM (IX-MES).
           MOVE 0 TO IRRF-TM (IX-MES).
           MOVE 0 TO LIQUIDO-TM (IX-MES).
           ADD 1 TO IX-MES.

       LE-ACUM-ORD.
           READ ACUM-ORD
               AT END
               MOVE "SIM" TO FIM-ARQ.

      *ACUMULA-ANO soma a competencia do ano no funcionario, com
      *quebra por COD-ENT; o decimo terceiro e os dependentes ficam
      *com o da ultima competencia lida (a ordem e por competencia).
       ACUMULA-ANO.
           IF COMPET-ORD (1:4) EQUAL WS-ANO
               IF PRIMEIRO EQUAL "SIM"
                   PERFORM ABRE-FUNCIONARIO
                   MOVE "NAO" TO PRIMEIRO
               ELSE
                   IF COD-ORD NOT EQUAL FUNC-ATUAL
                       PERFORM FECHA-FUNCIONARIO
                       PERFORM ABRE-FUNCIONARIO
                   END-IF
               END-IF
               ADD SALARIO-ORD TO ANO-SALARIO
               ADD FERIAS-ORD TO ANO-FERIAS
               ADD RESCISAO-ORD TO ANO-RESCISAO
               ADD INSS-ORD TO ANO-INSS
               ADD IRRF-ORD TO ANO-IRRF
               ADD LIQUIDO-ORD TO ANO-LIQUIDO
               ADD 1 TO ANO-MESES
               IF COMPET-ORD > ULT-COMPET
                   MOVE COMPET-ORD TO ULT-COMPET
                   MOVE DECIMO-ORD TO ANO-DECIMO
                   MOVE DEPEN-ORD TO ANO-DEPEN
                   MOVE NOME-ORD TO NOME-ATUAL
               END-IF
               PERFORM SOMA-MES-EMPRESA
           END-IF.
           PERFORM LE-ACUM-ORD.

       ABRE-FUNCIONARIO.
           MOVE COD-ORD TO FUNC-ATUAL.
           MOVE NOME-ORD TO NOME-ATUAL.
           MOVE 0 TO ULT-COMPET.
           MOVE 0 TO ANO-SALARIO.
           MOVE 0 TO ANO-FERIAS.
           MOVE 0 TO ANO-RESCISAO.
           MOVE 0 TO ANO-DECIMO.
           MOVE 0 TO ANO-INSS.
           MOVE 0 TO ANO-IRRF.
           MOVE 0 TO ANO-LIQUIDO.
           MOVE 0 TO ANO-DEPEN.
           MOVE 0 TO ANO-MESES.

       SOMA-MES-EMPRESA.
           MOVE COMPET-ORD (5:2) TO IX-MES.
           IF IX-MES > 0 AND IX-MES < 13
               ADD 1 TO FUNC-TM (IX-MES)
               ADD SALARIO-ORD TO TRIBUT-TM (IX-MES)
               ADD FERIAS-ORD TO TRIBUT-TM (IX-MES)
               ADD RESCISAO-ORD TO TRIBUT-TM (IX-MES)
               ADD INSS-ORD TO INSS-TM (IX-MES)
               ADD IRRF-ORD TO IRRF-TM (IX-MES)
               ADD LIQUIDO-ORD TO LIQUIDO-TM (IX-MES)
           END-IF.

      *FECHA-FUNCIONARIO imprime o comprovante no modelo oficial:
      *rendimentos tributaveis com as deducoes de INSS e o imposto
      *retido, o decimo terceiro na tributacao exclusiva e os
      *dependentes informados.
       FECHA-FUNCIONARIO.
           MOVE LINHA-COMP-TRACO TO REG-COMP.
           WRITE REG-COMP.
           MOVE LINHA-COMP-CAB1 TO REG-COMP.
           WRITE REG-COMP.
           MOVE WS-ANO TO CC-ANO.
           MOVE LINHA-COMP-CAB2 TO REG-COMP.
           WRITE REG-COMP.
           MOVE LINHA-COMP-FONTE TO REG-COMP.
           WRITE REG-COMP.
           MOVE FUNC-ATUAL TO CB-COD.
           MOVE NOME-ATUAL TO CB-NOME.
           MOVE LINHA-COMP-BENEF TO REG-COMP.
           WRITE REG-COMP.
           MOVE "1. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO"
               TO CS-TEXTO.
           MOVE LINHA-COMP-SECAO TO REG-COMP.
           WRITE REG-COMP.
           MOVE "SALARIOS.......................:" TO CV-TEXTO.
           MOVE ANO-SALARIO TO CV-VALOR.
           PERFORM GRAVA-VALOR-COMP.
           MOVE "FERIAS.........................:" TO CV-TEXTO.
           MOVE ANO-FERIAS TO CV-VALOR.
           PERFORM GRAVA-VALOR-COMP.
           MOVE "VERBAS RESCISORIAS.............:" TO CV-TEXTO.
           MOVE ANO-RESCISAO TO CV-VALOR.
           PERFORM GRAVA-VALOR-COMP.
           COMPUTE CV-VALOR = ANO-SALARIO + ANO-FERIAS + ANO-RESCISAO.
           MOVE "TOTAL DOS RENDIMENTOS..........:" TO CV-TEXTO.
           PERFORM GRAVA-VALOR-COMP.
           MOVE "CONTRIBUICAO PREVIDENCIARIA....:" TO CV-TEXTO.
           MOVE ANO-INSS TO CV-VALOR.
           PERFORM GRAVA-VALOR-COMP.
           MOVE "IMPOSTO RETIDO NA FONTE........:" TO CV-TEXTO.
           MOVE ANO-IRRF TO CV-VALOR.
           PERFORM GRAVA-VALOR-COMP.
           MOVE "2. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
               TO CS-TEXTO.
           MOVE LINHA-COMP-SECAO TO REG-COMP.
           WRITE REG-COMP.
           MOVE "DECIMO TERCEIRO SALARIO........:" TO CV-TEXTO.
           MOVE ANO-DECIMO TO CV-VALOR.
           PERFORM GRAVA-VALOR-COMP.
           MOVE "3. INFORMACOES COMPLEMENTARES" TO CS-TEXTO.
           MOVE LINHA-COMP-SECAO TO REG-COMP.
           WRITE REG-COMP.
           MOVE ANO-DEPEN TO CD-QTD.
           MOVE LINHA-COMP-DEPEN TO REG-COMP.
           WRITE REG-COMP.
           MOVE ANO-MESES TO CM-QTD.
           MOVE LINHA-COMP-MESES TO REG-COMP.
           WRITE REG-COMP.
           MOVE "LIQUIDO PAGO NO ANO............:" TO CV-TEXTO.
           MOVE ANO-LIQUIDO TO CV-VALOR.
           PERFORM GRAVA-VALOR-COMP.
           ADD 1 TO CONT-COMPROV.
           ADD ANO-SALARIO TO GER-TRIBUT.
           ADD ANO-FERIAS TO GER-TRIBUT.
           ADD ANO-RESCISAO TO GER-TRIBUT.
           ADD ANO-DECIMO TO GER-DECIMO.
           ADD ANO-INSS TO GER-INSS.
           ADD ANO-IRRF TO GER-IRRF.
           ADD ANO-LIQUIDO TO GER-LIQUIDO.

       GRAVA-VALOR-COMP.
           MOVE LINHA-COMP-VALOR TO REG-COMP.
           WRITE REG-COMP.

      *GRAVA-TOTAIS-EMPRESA escreve a folha de totais do ano: uma
      *linha por mes com movimento, o total do ano e o decimo
      *terceiro somado dos comprovantes.
       GRAVA-TOTAIS-EMPRESA.
           MOVE WS-ANO TO TC-ANO.
           MOVE LINHA-COMT-CAB TO REG-COMT.
           WRITE REG-COMT.
           MOVE LINHA-COMT-TIT TO REG-COMT.
           WRITE REG-COMT.
           MOVE 1 TO IX-MES.
           PERFORM GRAVA-MES-EMPRESA
               UNTIL IX-MES > 12.
           MOVE CONT-COMPROV TO TT-FUNC.
           MOVE GER-TRIBUT TO TT-TRIBUT.
           MOVE GER-INSS TO TT-INSS.
           MOVE GER-IRRF TO TT-IRRF.
           MOVE GER-LIQUIDO TO TT-LIQUIDO.
           MOVE LINHA-COMT-TOT TO REG-COMT.
           WRITE REG-COMT.
           MOVE GER-DECIMO TO T13-VALOR.
           MOVE LINHA-COMT-13 TO REG-COMT.
           WRITE REG-COMT.

       GRAVA-MES-EMPRESA.
           IF FUNC-TM (IX-MES) > 0
               COMPUTE TM-COMPET = WS-ANO * 100 + IX-MES
               MOVE FUNC-TM (IX-MES) TO TM-FUNC
               MOVE TRIBUT-TM (IX-MES) TO TM-TRIBUT
               MOVE INSS-TM (IX-MES) TO TM-INSS
               MOVE IRRF-TM (IX-MES) TO TM-IRRF
               MOVE LIQUIDO-TM (IX-MES) TO TM-LIQUIDO
               MOVE LINHA-COMT-MES TO REG-COMT
               WRITE REG-COMT
           END-IF.
           ADD 1 TO IX-MES.

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
