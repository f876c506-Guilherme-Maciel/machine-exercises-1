       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX51.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX51 e o quadro de pessoal e a rotatividade do mes por
      *departamento, no lugar da planilha filtrada a mao sobre o
      *CADFUN.DAT. Para a competencia pedida conta, por DEPTO-ENT:
      *  INICIAL - ativos no primeiro dia do mes;
      *  ADMITIDOS - admissao dentro do mes;
      *  DESLIGADOS - desligamento dentro do mes;
      *  FINAL - ativos no ultimo dia do mes;
      *  ROTATIVIDADE - ((admitidos + desligados) / 2) sobre a media
      *    entre inicial e final, em percentual;
      *  TEMPO MEDIO - de casa dos ativos no fim do mes, em meses.
      *Os numeros de cada departamento vao para o historico
      *CADTURH.DAT (rodar de novo na mesma competencia substitui as
      *linhas dela, como no EX48), e a tendencia dos doze meses ate
      *a competencia sai do historico, somada para a empresa.
      *Saidas:
      *  CADTURN.DAT  - o relatorio (departamentos e tendencia);
      *  CADCAGED.DAT - a movimentacao do mes para o governo (header
      *    0 com CNPJ e competencia, um detalhe 1 por admissao ou
      *    desligamento com data, departamento, CBO do cargo e
      *    salario, trailer 9 com as quantidades).
      *Linha de comando: EX51 [AAAAMM]; sem competencia vale a da
      *data do movimento. Chamado pelo EXCTL, o primeiro token e a
      *contagem de pulo de sete digitos e e descartado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-ENT
           FILE STATUS IS WS-FS-FUN.
           SELECT CADDEPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEP.
           SELECT OPTIONAL CADCARGO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADTURH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TURH-TMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADTURN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCAGED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
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

       FD CADDEPT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEPT.DAT".

       01 REG-DEPT.
           02 COD-DEPT PIC 9(03).
           02 NOME-DEPT PIC X(20).

      *CADCARGO.DAT = a tabela de cargos, aqui so pelo CBO que vai
      *na movimentacao para o governo.
       FD CADCARGO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCARGO.DAT".

       01 REG-CARGO.
           02 COD-CARGO PIC 9(03).
           02 TITULO-CARGO PIC X(25).
           02 CBO-CARGO PIC 9(06).
           02 SAL-MIN-CARGO PIC 9(5)V99.
           02 SAL-MAX-CARGO PIC 9(5)V99.

      *CADTURH.DAT = historico mensal do quadro por departamento.
       FD CADTURH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTURH.DAT".

       01 REG-TURH.
           02 COMPET-TURH PIC 9(06).
           02 DEPTO-TURH PIC 9(03).
           02 INICIAL-TURH PIC 9(05).
           02 ADMIT-TURH PIC 9(05).
           02 DESLIG-TURH PIC 9(05).
           02 FINAL-TURH PIC 9(05).

       FD TURH-TMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX51TUR.TMP".

       01 REG-TURH-TMP PIC X(29).

      *CADTURN.DAT = o relatorio do mes.
       FD CADTURN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTURN.DAT".

       01 REG-TURN PIC X(80).

      *CADCAGED.DAT = a movimentacao do mes para o governo.
       FD CADCAGED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCAGED.DAT".

       01 REG-CAGED PIC X(60).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-FUN PIC X(02) VALUE SPACE.
           77 WS-FS-DEP PIC X(02) VALUE SPACE.
           77 WS-PARM-LINHA PIC X(20) VALUE SPACE.
           77 WS-P1 PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-COMPET PIC 9(06) VALUE 0.
           77 WS-DIA-UM PIC 9(08) VALUE 0.
           77 WS-DIA-FIM PIC 9(08) VALUE 0.
           77 WS-ANO PIC 9(04) VALUE 0.
           77 WS-MES PIC 9(02) VALUE 0.
           77 WS-MES-COMPET PIC 9(06) VALUE 0.
           77 WS-MES-ADM PIC 9(06) VALUE 0.
           77 WS-MES-BASE PIC 9(06) VALUE 0.
           77 WS-MES-LINHA PIC 9(06) VALUE 0.
           77 WS-MEDIA-QUADRO PIC 9(05)V99 VALUE 0.
           77 WS-MOVIMENTO PIC 9(05)V99 VALUE 0.
           77 WS-ROTATIVIDADE PIC 9(03)V99 VALUE 0.
           77 WS-TEMPO-MEDIO PIC 9(03)V9 VALUE 0.
           77 WS-DEPTO-BUSCA PIC 9(03) VALUE 0.
           77 WS-INICIAL PIC 9(05) VALUE 0.
           77 WS-ADMIT PIC 9(05) VALUE 0.
           77 WS-DESLIG PIC 9(05) VALUE 0.
           77 WS-FINAL PIC 9(05) VALUE 0.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 ACHOU-DEPTO PIC X(03) VALUE "NAO".
           77 IX-D PIC 9(03) VALUE 0.
           77 IX-C PIC 9(03) VALUE 0.
           77 IX-T PIC 9(02) VALUE 0.
           77 CONT-HIST-ANT PIC 9(05) VALUE 0.
           77 CONT-CAGED-ADM PIC 9(05) VALUE 0.
           77 CONT-CAGED-DEM PIC 9(05) VALUE 0.
           77 TOT-INICIAL PIC 9(05) VALUE 0.
           77 TOT-ADMIT PIC 9(05) VALUE 0.
           77 TOT-DESLIG PIC 9(05) VALUE 0.
           77 TOT-FINAL PIC 9(05) VALUE 0.
           77 TOT-MESES-CASA PIC 9(09) VALUE 0.

      *TAB-DEPTOS = os departamentos de CADDEPT.DAT com os numeros
      *do mes; departamento do cadastro que nao esta na tabela entra
      *no fim como NAO CADASTRADO.
           01 TAB-DEPTOS.
               02 QTD-DEPTOS PIC 9(03) VALUE 0.
               02 DEPTO-LINHA OCCURS 60 TIMES.
                   03 COD-DEP PIC 9(03).
                   03 NOME-DEP PIC X(20).
                   03 INICIAL-DEP PIC 9(05).
                   03 ADMIT-DEP PIC 9(05).
                   03 DESLIG-DEP PIC 9(05).
                   03 FINAL-DEP PIC 9(05).
                   03 MESES-CASA-DEP PIC 9(09).

      *TAB-CARGOS = codigo e CBO dos cargos.
           01 TAB-CARGOS.
               02 QTD-CARGOS PIC 9(03) VALUE 0.
               02 CARGO-LINHA OCCURS 200 TIMES.
                   03 COD-CAR PIC 9(03).
                   03 CBO-CAR PIC 9(06).

      *TAB-TEND = os doze meses da tendencia, do mais antigo para a
      *competencia, somados para a empresa a partir do historico.
           01 TAB-TEND.
               02 TEND-LINHA OCCURS 12 TIMES.
                   03 COMPET-TEND PIC 9(06).
                   03 INICIAL-TEND PIC 9(05).
                   03 ADMIT-TEND PIC 9(05).
                   03 DESLIG-TEND PIC 9(05).
                   03 FINAL-TEND PIC 9(05).
                   03 TEM-TEND PIC X(01).

           01 LINHA-TURN-CAB.
               02 FILLER PIC X(40)
                  VALUE "QUADRO DE PESSOAL E ROTATIVIDADE - COMPE".
               02 FILLER PIC X(07) VALUE "TENCIA ".
               02 LC-COMPET PIC 9(06).

           01 LINHA-TURN-TIT.
               02 FILLER PIC X(40)
                  VALUE "DEP NOME                 INICIAL ADMIT D".
               02 FILLER PIC X(40)
                  VALUE "ESLIG   FINAL ROTAT.% T.MEDIO(MESES)    ".

           01 LINHA-TURN-DET.
               02 LD-DEPTO PIC 9(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-NOME PIC X(20).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-INICIAL PIC ZZZZ9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-ADMIT PIC ZZZZ9.
               02 FILLER PIC X(02) VALUE SPACE.
               02 LD-DESLIG PIC ZZZZ9.
               02 FILLER PIC X(03) VALUE SPACE.
               02 LD-FINAL PIC ZZZZ9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-ROTAT PIC ZZ9,99.
               02 FILLER PIC X(03) VALUE SPACE.
               02 LD-TEMPO PIC ZZ9,9.

           01 LINHA-TEND-CAB.
               02 FILLER PIC X(40)
                  VALUE "TENDENCIA DOS ULTIMOS DOZE MESES (EMPRES".
               02 FILLER PIC X(02) VALUE "A)".

           01 LINHA-TEND-TIT.
               02 FILLER PIC X(40)
                  VALUE "COMPET  INICIAL ADMIT DESLIG   FINAL ROT".
               02 FILLER PIC X(03) VALUE "AT%".

           01 LINHA-TEND-DET.
               02 LT-COMPET PIC 9(06).
               02 FILLER PIC X(03) VALUE SPACE.
               02 LT-INICIAL PIC ZZZZ9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LT-ADMIT PIC ZZZZ9.
               02 FILLER PIC X(02) VALUE SPACE.
               02 LT-DESLIG PIC ZZZZ9.
               02 FILLER PIC X(03) VALUE SPACE.
               02 LT-FINAL PIC ZZZZ9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LT-ROTAT PIC ZZ9,99.

           01 LINHA-TEND-VAZIA.
               02 LTV-COMPET PIC 9(06).
               02 FILLER PIC X(30)
                  VALUE "   SEM NUMEROS NO HISTORICO".

           01 LINHA-CAGED-HEADER.
               02 FILLER PIC X(01) VALUE "0".
               02 CH-CNPJ PIC 9(14) VALUE 62823257000109.
               02 CH-COMPET PIC 9(06).
               02 CH-DATA PIC 9(08).

           01 LINHA-CAGED-DETALHE.
               02 FILLER PIC X(01) VALUE "1".
               02 CD-TIPO PIC X(01).
               02 CD-COD PIC 9(05).
               02 CD-NOME PIC X(20).
               02 CD-DATA PIC 9(08).
               02 CD-DEPTO PIC 9(03).
               02 CD-CBO PIC 9(06).
               02 CD-SALARIO PIC 9(5)V99.

           01 LINHA-CAGED-TRAILER.
               02 FILLER PIC X(01) VALUE "9".
               02 CT-ADMIT PIC 9(05).
               02 CT-DESLIG PIC 9(05).

       PROCEDURE DIVISION.

       PGM-EX51.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *INICIO acerta a competencia e os limites do mes, carrega as
      *tabelas e abre o cadastro e a movimentacao.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET.
           PERFORM TRATA-PARAMETRO.
           COMPUTE WS-DIA-UM = WS-COMPET * 100 + 1.
           COMPUTE WS-DIA-FIM = WS-COMPET * 100 + 31.
           DIVIDE WS-COMPET BY 100 GIVING WS-ANO
               REMAINDER WS-MES.
           COMPUTE WS-MES-COMPET = WS-ANO * 12 + WS-MES.
           PERFORM CARREGA-DEPTOS.
           PERFORM CARREGA-CARGOS.
           OPEN INPUT CADFUN.
           IF WS-FS-FUN NOT EQUAL "00"
               DISPLAY "EX51 - ERRO AO ABRIR CADFUN.DAT: " WS-FS-FUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CADCAGED.
           MOVE WS-COMPET TO CH-COMPET.
           MOVE WS-DATA-HOJE TO CH-DATA.
           MOVE LINHA-CAGED-HEADER TO REG-CAGED.
           WRITE REG-CAGED.
           PERFORM LEITURA.

      *TRATA-PARAMETRO descarta a contagem de pulo do EXCTL (token
      *de sete digitos) e aceita a competencia AAAAMM.
       TRATA-PARAMETRO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-P1 WS-P2.
           IF WS-P1 (1:1) IS NUMERIC
                  AND WS-P1 (7:1) NOT EQUAL SPACE
               MOVE WS-P2 TO WS-P1
           END-IF.
           IF WS-P1 NOT EQUAL SPACES
               IF WS-P1 (1:6) IS NUMERIC
                      AND WS-P1 (7:2) EQUAL SPACES
                      AND WS-P1 (5:2) > "00"
                      AND WS-P1 (5:2) < "13"
                   MOVE WS-P1 (1:6) TO WS-COMPET
               ELSE
                   DISPLAY "EX51 - COMPETENCIA INVALIDA: " WS-P1
                   DISPLAY "EX51 - USO: EX51 [AAAAMM]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CARREGA-DEPTOS.
           OPEN INPUT CADDEPT.
           IF WS-FS-DEP NOT EQUAL "00"
               DISPLAY "EX51 - TABELA CADDEPT.DAT NAO ENCONTRADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-TAB.
           PERFORM LE-DEPTO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADDEPT.

       LE-DEPTO.
           READ CADDEPT
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               MOVE COD-DEPT TO WS-DEPTO-BUSCA
               PERFORM ABRE-DEPTO
               MOVE NOME-DEPT TO NOME-DEP (IX-D)
           END-IF.

      *ABRE-DEPTO acrescenta a linha zerada de WS-DEPTO-BUSCA.
       ABRE-DEPTO.
           IF QTD-DEPTOS EQUAL 60
               DISPLAY "EX51 - TABELA DE DEPARTAMENTOS CHEIA, "
                       "AUMENTAR OCCURS DE TAB-DEPTOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-DEPTOS.
           MOVE QTD-DEPTOS TO IX-D.
           MOVE WS-DEPTO-BUSCA TO COD-DEP (IX-D).
           MOVE "NAO CADASTRADO" TO NOME-DEP (IX-D).
           MOVE 0 TO INICIAL-DEP (IX-D).
           MOVE 0 TO ADMIT-DEP (IX-D).
           MOVE 0 TO DESLIG-DEP (IX-D).
           MOVE 0 TO FINAL-DEP (IX-D).
           MOVE 0 TO MESES-CASA-DEP (IX-D).

       CARREGA-CARGOS.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADCARGO.
           PERFORM LE-CARGO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADCARGO.

       LE-CARGO.
           READ CADCARGO
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF QTD-CARGOS EQUAL 200
                   DISPLAY "EX51 - TABELA DE CARGOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-CARGOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CARGOS
               MOVE COD-CARGO TO COD-CAR (QTD-CARGOS)
               MOVE CBO-CARGO TO CBO-CAR (QTD-CARGOS)
           END-IF.

       LEITURA.
           READ CADFUN
               AT END
               MOVE "SIM" TO FIM-ARQ.

      *PRINCIPAL situa cada funcionario no mes: ativo no primeiro
      *dia, admitido, desligado e ativo no ultimo dia. Desligamento
      *no proprio mes conta como desligado e sai do quadro final;
      *admissao depois do mes fica de fora.
       PRINCIPAL.
           IF DATA-ADM-ENT IS NUMERIC
                  AND DATA-ADM-ENT NOT EQUAL 0
                  AND DATA-ADM-ENT NOT> WS-DIA-FIM
               IF DATA-DEM-ENT IS NOT NUMERIC
                   MOVE 0 TO DATA-DEM-ENT
               END-IF
               IF DEPTO-ENT IS NOT NUMERIC
                   MOVE 0 TO DEPTO-ENT
               END-IF
               MOVE DEPTO-ENT TO WS-DEPTO-BUSCA
               PERFORM BUSCA-DEPTO
               IF ACHOU-DEPTO EQUAL "NAO"
                   PERFORM ABRE-DEPTO
               END-IF
               PERFORM CONTA-FUNCIONARIO
           END-IF.
           PERFORM LEITURA.

       CONTA-FUNCIONARIO.
           IF DATA-ADM-ENT < WS-DIA-UM
                  AND (DATA-DEM-ENT EQUAL 0
                   OR DATA-DEM-ENT NOT< WS-DIA-UM)
               ADD 1 TO INICIAL-DEP (IX-D)
           END-IF.
           IF DATA-ADM-ENT NOT< WS-DIA-UM
               ADD 1 TO ADMIT-DEP (IX-D)
               MOVE "A" TO CD-TIPO
               MOVE DATA-ADM-ENT TO CD-DATA
               PERFORM GRAVA-MOVIMENTO
               ADD 1 TO CONT-CAGED-ADM
           END-IF.
           IF DATA-DEM-ENT NOT EQUAL 0
                  AND DATA-DEM-ENT NOT< WS-DIA-UM
                  AND DATA-DEM-ENT NOT> WS-DIA-FIM
               ADD 1 TO DESLIG-DEP (IX-D)
               MOVE "D" TO CD-TIPO
               MOVE DATA-DEM-ENT TO CD-DATA
               PERFORM GRAVA-MOVIMENTO
               ADD 1 TO CONT-CAGED-DEM
           END-IF.
           IF DATA-DEM-ENT EQUAL 0
                  OR DATA-DEM-ENT > WS-DIA-FIM
               ADD 1 TO FINAL-DEP (IX-D)
               DIVIDE DATA-ADM-ENT BY 100 GIVING WS-MES-ADM
               DIVIDE WS-MES-ADM BY 100 GIVING WS-ANO
                   REMAINDER WS-MES
               COMPUTE WS-MES-ADM = WS-ANO * 12 + WS-MES
               COMPUTE MESES-CASA-DEP (IX-D) =
                   MESES-CASA-DEP (IX-D) + WS-MES-COMPET - WS-MES-ADM
           END-IF.

      *GRAVA-MOVIMENTO grava a linha da admissao ou do desligamento
      *na movimentacao do governo, com o CBO do cargo.
       GRAVA-MOVIMENTO.
           MOVE COD-ENT TO CD-COD.
           MOVE NOME-ENT TO CD-NOME.
           MOVE DEPTO-ENT TO CD-DEPTO.
           MOVE BRUTO-ENT TO CD-SALARIO.
           MOVE 0 TO CD-CBO.
           MOVE 1 TO IX-C.
           PERFORM AVANCA-CARGO
               UNTIL IX-C > QTD-CARGOS
                  OR COD-CAR (IX-C) EQUAL CARGO-ENT.
           IF IX-C NOT> QTD-CARGOS
               MOVE CBO-CAR (IX-C) TO CD-CBO
           END-IF.
           MOVE LINHA-CAGED-DETALHE TO REG-CAGED.
           WRITE REG-CAGED.

       AVANCA-CARGO.
           ADD 1 TO IX-C.

       BUSCA-DEPTO.
           MOVE "NAO" TO ACHOU-DEPTO.
           MOVE 1 TO IX-D.
           PERFORM TESTA-DEPTO
               UNTIL IX-D > QTD-DEPTOS
                  OR ACHOU-DEPTO EQUAL "SIM".

       TESTA-DEPTO.
           IF COD-DEP (IX-D) EQUAL WS-DEPTO-BUSCA
               MOVE "SIM" TO ACHOU-DEPTO
           ELSE
               ADD 1 TO IX-D
           END-IF.

      *TERMINO fecha a movimentacao, grava o mes no historico,
      *imprime os departamentos e a tendencia.
       TERMINO.
           CLOSE CADFUN.
           MOVE CONT-CAGED-ADM TO CT-ADMIT.
           MOVE CONT-CAGED-DEM TO CT-DESLIG.
           MOVE LINHA-CAGED-TRAILER TO REG-CAGED.
           WRITE REG-CAGED.
           CLOSE CADCAGED.
           PERFORM GUARDA-HISTORICO.
           PERFORM MONTA-TENDENCIA.
           OPEN OUTPUT CADTURN.
           MOVE WS-COMPET TO LC-COMPET.
           MOVE LINHA-TURN-CAB TO REG-TURN.
           WRITE REG-TURN.
           MOVE LINHA-TURN-TIT TO REG-TURN.
           WRITE REG-TURN.
           MOVE 1 TO IX-D.
           PERFORM GRAVA-DEPTO
               UNTIL IX-D > QTD-DEPTOS.
           MOVE 999 TO LD-DEPTO.
           MOVE "TOTAL DA EMPRESA" TO LD-NOME.
           MOVE TOT-INICIAL TO WS-INICIAL.
           MOVE TOT-ADMIT TO WS-ADMIT.
           MOVE TOT-DESLIG TO WS-DESLIG.
           MOVE TOT-FINAL TO WS-FINAL.
           PERFORM CALCULA-ROTATIVIDADE.
           MOVE 0 TO WS-TEMPO-MEDIO.
           IF TOT-FINAL > 0
               COMPUTE WS-TEMPO-MEDIO ROUNDED =
                   TOT-MESES-CASA / TOT-FINAL
           END-IF.
           PERFORM GRAVA-LINHA-DEPTO.
           MOVE SPACES TO REG-TURN.
           WRITE REG-TURN.
           MOVE LINHA-TEND-CAB TO REG-TURN.
           WRITE REG-TURN.
           MOVE LINHA-TEND-TIT TO REG-TURN.
           WRITE REG-TURN.
           MOVE 1 TO IX-T.
           PERFORM GRAVA-TENDENCIA
               UNTIL IX-T > 12.
           CLOSE CADTURN.
           DISPLAY "EX51 - COMPETENCIA.........: " WS-COMPET.
           DISPLAY "EX51 - QUADRO INICIAL......: " TOT-INICIAL.
           DISPLAY "EX51 - ADMITIDOS...........: " TOT-ADMIT.
           DISPLAY "EX51 - DESLIGADOS..........: " TOT-DESLIG.
           DISPLAY "EX51 - QUADRO FINAL........: " TOT-FINAL.
           IF CONT-HIST-ANT > 0
               DISPLAY "EX51 - LINHAS ANTERIORES DA COMPETENCIA "
                   WS-COMPET " SUBSTITUIDAS: " CONT-HIST-ANT
           END-IF.

       GRAVA-DEPTO.
           MOVE COD-DEP (IX-D) TO LD-DEPTO.
           MOVE NOME-DEP (IX-D) TO LD-NOME.
           MOVE INICIAL-DEP (IX-D) TO WS-INICIAL.
           MOVE ADMIT-DEP (IX-D) TO WS-ADMIT.
           MOVE DESLIG-DEP (IX-D) TO WS-DESLIG.
           MOVE FINAL-DEP (IX-D) TO WS-FINAL.
           PERFORM CALCULA-ROTATIVIDADE.
           MOVE 0 TO WS-TEMPO-MEDIO.
           IF FINAL-DEP (IX-D) > 0
               COMPUTE WS-TEMPO-MEDIO ROUNDED =
                   MESES-CASA-DEP (IX-D) / FINAL-DEP (IX-D)
           END-IF.
           PERFORM GRAVA-LINHA-DEPTO.
           ADD INICIAL-DEP (IX-D) TO TOT-INICIAL.
           ADD ADMIT-DEP (IX-D) TO TOT-ADMIT.
           ADD DESLIG-DEP (IX-D) TO TOT-DESLIG.
           ADD FINAL-DEP (IX-D) TO TOT-FINAL.
           ADD MESES-CASA-DEP (IX-D) TO TOT-MESES-CASA.
           ADD 1 TO IX-D.

       GRAVA-LINHA-DEPTO.
           MOVE WS-INICIAL TO LD-INICIAL.
           MOVE WS-ADMIT TO LD-ADMIT.
           MOVE WS-DESLIG TO LD-DESLIG.
           MOVE WS-FINAL TO LD-FINAL.
           MOVE WS-ROTATIVIDADE TO LD-ROTAT.
           MOVE WS-TEMPO-MEDIO TO LD-TEMPO.
           MOVE LINHA-TURN-DET TO REG-TURN.
           WRITE REG-TURN.

      *CALCULA-ROTATIVIDADE = media de admitidos e desligados sobre
      *a media do quadro inicial e final, em percentual.
       CALCULA-ROTATIVIDADE.
           MOVE 0 TO WS-ROTATIVIDADE.
           COMPUTE WS-MEDIA-QUADRO = (WS-INICIAL + WS-FINAL) / 2.
           COMPUTE WS-MOVIMENTO = (WS-ADMIT + WS-DESLIG) / 2.
           IF WS-MEDIA-QUADRO > 0
               COMPUTE WS-ROTATIVIDADE ROUNDED =
                   WS-MOVIMENTO * 100 / WS-MEDIA-QUADRO
                   ON SIZE ERROR MOVE 999,99 TO WS-ROTATIVIDADE
               END-COMPUTE
           END-IF.

      *GUARDA-HISTORICO tira do historico as linhas da competencia
      *(rodada repetida) e acrescenta as do mes.
       GUARDA-HISTORICO.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADTURH.
           OPEN OUTPUT TURH-TMP.
           PERFORM COPIA-HISTORICO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADTURH
                 TURH-TMP.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT TURH-TMP.
           OPEN OUTPUT CADTURH.
           PERFORM DEVOLVE-HISTORICO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE TURH-TMP.
           MOVE 1 TO IX-D.
           PERFORM ACRESCENTA-DEPTO
               UNTIL IX-D > QTD-DEPTOS.
           CLOSE CADTURH.

       COPIA-HISTORICO.
           READ CADTURH
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF COMPET-TURH EQUAL WS-COMPET
                   ADD 1 TO CONT-HIST-ANT
               ELSE
                   MOVE REG-TURH TO REG-TURH-TMP
                   WRITE REG-TURH-TMP
               END-IF
           END-IF.

       DEVOLVE-HISTORICO.
           READ TURH-TMP
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               MOVE REG-TURH-TMP TO REG-TURH
               WRITE REG-TURH
           END-IF.

       ACRESCENTA-DEPTO.
           MOVE WS-COMPET TO COMPET-TURH.
           MOVE COD-DEP (IX-D) TO DEPTO-TURH.
           MOVE INICIAL-DEP (IX-D) TO INICIAL-TURH.
           MOVE ADMIT-DEP (IX-D) TO ADMIT-TURH.
           MOVE DESLIG-DEP (IX-D) TO DESLIG-TURH.
           MOVE FINAL-DEP (IX-D) TO FINAL-TURH.
           WRITE REG-TURH.
           ADD 1 TO IX-D.

      *MONTA-TENDENCIA soma o historico, por competencia, nos doze
      *meses que terminam na competencia da rodada. Os meses sao
      *contados como AAAA * 12 + MM, como no EX48.
       MONTA-TENDENCIA.
           COMPUTE WS-MES-BASE = WS-MES-COMPET - 11.
           MOVE 1 TO IX-T.
           PERFORM ZERA-TENDENCIA
               UNTIL IX-T > 12.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADTURH.
           PERFORM SOMA-TENDENCIA
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADTURH.

       ZERA-TENDENCIA.
           COMPUTE WS-MES-LINHA = WS-MES-BASE + IX-T - 2.
           DIVIDE WS-MES-LINHA BY 12 GIVING WS-ANO
               REMAINDER WS-MES.
           COMPUTE COMPET-TEND (IX-T) = WS-ANO * 100 + WS-MES + 1.
           MOVE 0 TO INICIAL-TEND (IX-T).
           MOVE 0 TO ADMIT-TEND (IX-T).
           MOVE 0 TO DESLIG-TEND (IX-T).
           MOVE 0 TO FINAL-TEND (IX-T).
           MOVE "N" TO TEM-TEND (IX-T).
           ADD 1 TO IX-T.

       SOMA-TENDENCIA.
           READ CADTURH
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               DIVIDE COMPET-TURH BY 100 GIVING WS-ANO
                   REMAINDER WS-MES
               COMPUTE WS-MES-LINHA = WS-ANO * 12 + WS-MES
               IF WS-MES-LINHA NOT< WS-MES-BASE
                      AND WS-MES-LINHA NOT> WS-MES-COMPET
                   COMPUTE IX-T = WS-MES-LINHA - WS-MES-BASE + 1
                   ADD INICIAL-TURH TO INICIAL-TEND (IX-T)
                   ADD ADMIT-TURH TO ADMIT-TEND (IX-T)
                   ADD DESLIG-TURH TO DESLIG-TEND (IX-T)
                   ADD FINAL-TURH TO FINAL-TEND (IX-T)
                   MOVE "S" TO TEM-TEND (IX-T)
               END-IF
           END-IF.

       GRAVA-TENDENCIA.
           IF TEM-TEND (IX-T) EQUAL "S"
               MOVE COMPET-TEND (IX-T) TO LT-COMPET
               MOVE INICIAL-TEND (IX-T) TO WS-INICIAL
               MOVE ADMIT-TEND (IX-T) TO WS-ADMIT
               MOVE DESLIG-TEND (IX-T) TO WS-DESLIG
               MOVE FINAL-TEND (IX-T) TO WS-FINAL
               PERFORM CALCULA-ROTATIVIDADE
               MOVE WS-INICIAL TO LT-INICIAL
               MOVE WS-ADMIT TO LT-ADMIT
               MOVE WS-DESLIG TO LT-DESLIG
               MOVE WS-FINAL TO LT-FINAL
               MOVE WS-ROTATIVIDADE TO LT-ROTAT
               MOVE LINHA-TEND-DET TO REG-TURN
           ELSE
               MOVE COMPET-TEND (IX-T) TO LTV-COMPET
               MOVE LINHA-TEND-VAZIA TO REG-TURN
           END-IF.
           WRITE REG-TURN.
           ADD 1 TO IX-T.

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
