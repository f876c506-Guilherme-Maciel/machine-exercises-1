       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX50.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX50 e o relatorio de cargos, rodado no fim do mes depois do
      *reajuste do EX08. Para cada funcionario ativo do CADFUN.DAT
      *pega o salario ja reajustado (CADSAI.DAT do EX08; quem nao
      *saiu la, o BRUTO-ENT do cadastro) e confere com a faixa do
      *cargo em CADCARGO.DAT. Quem ficou abaixo do minimo ou acima
      *do maximo, sem cargo (codigo zero) ou com cargo que nao
      *existe na tabela vai para a listagem CADCARGR.DAT, agrupada
      *por cargo, para o RH decidir entre promocao e correcao. No
      *fim da listagem sai o quadro de pessoal por cargo: ativos e
      *fora da faixa de cada um, com o CBO da ocupacao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAR.
           SELECT OPTIONAL CADSAI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-ENT
           FILE STATUS IS WS-FS-FUN.
           SELECT CADFORA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORA-ORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCARGR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK1 ASSIGN TO DISK.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADCARGO.DAT = a tabela de cargos mantida pelo RH: codigo,
      *titulo, codigo CBO da ocupacao e a faixa salarial do cargo.
       FD CADCARGO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCARGO.DAT".

       01 REG-CARGO.
           02 COD-CARGO PIC 9(03).
           02 TITULO-CARGO PIC X(25).
           02 CBO-CARGO PIC 9(06).
           02 SAL-MIN-CARGO PIC 9(5)V99.
           02 SAL-MAX-CARGO PIC 9(5)V99.

      *CADSAI.DAT = o salario reajustado de cada funcionario, gravado
      *pelo EX08.
       FD CADSAI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSAI.DAT".

       01 REG-SAI.
           02 COD-SAI PIC 9(05).
           02 NOME-SAI PIC X(20).
           02 REAJUS-SAI PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.

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

      *EX50FX.TMP = os funcionarios fora da faixa, na ordem do
      *cadastro; EX50ORD.TMP = os mesmos em ordem de cargo.
       FD CADFORA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX50FX.TMP".

       01 REG-FORA.
           02 CARGO-FORA PIC 9(03).
           02 COD-FORA PIC 9(05).
           02 NOME-FORA PIC X(20).
           02 SALARIO-FORA PIC 9(5)V99.
           02 SITU-FORA PIC X(17).

       FD FORA-ORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX50ORD.TMP".

       01 REG-FORA-O.
           02 CARGO-FORA-O PIC 9(03).
           02 COD-FORA-O PIC 9(05).
           02 NOME-FORA-O PIC X(20).
           02 SALARIO-FORA-O PIC 9(5)V99.
           02 SITU-FORA-O PIC X(17).

      *CADCARGR.DAT = a listagem por cargo para o RH.
       FD CADCARGR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCARGR.DAT".

       01 REG-CARGR PIC X(80).

       SD SORTWK1.
       01 REG-SORT-FORA.
           02 SRT-CARGO-FORA PIC 9(03).
           02 SRT-COD-FORA PIC 9(05).
           02 SRT-RESTO-FORA PIC X(44).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-CAR PIC X(02) VALUE SPACE.
           77 WS-FS-FUN PIC X(02) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-SALARIO PIC 9(5)V99 VALUE 0.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 ACHOU-CARGO PIC X(03) VALUE "NAO".
           77 CARGO-ATUAL PIC 9(03) VALUE 0.
           77 CARGO-BUSCA PIC 9(03) VALUE 0.
           77 PRIMEIRO PIC X(03) VALUE "SIM".
           77 IX-C PIC 9(03) VALUE 0.
           77 IX-S PIC 9(04) VALUE 0.
           77 CONT-ATIVOS PIC 9(07) VALUE 0.
           77 CONT-FORA PIC 9(07) VALUE 0.
           77 CONT-SEM-CARGO PIC 9(07) VALUE 0.
           77 CONT-FORA-CARGO PIC 9(05) VALUE 0.

      *TAB-CARGOS = a tabela de cargos, com o quadro de pessoal de
      *cada um acumulado na leitura do cadastro.
           01 TAB-CARGOS.
               02 QTD-CARGOS PIC 9(03) VALUE 0.
               02 CARGO-LINHA OCCURS 200 TIMES.
                   03 COD-CAR PIC 9(03).
                   03 TITULO-CAR PIC X(25).
                   03 CBO-CAR PIC 9(06).
                   03 SAL-MIN-CAR PIC 9(5)V99.
                   03 SAL-MAX-CAR PIC 9(5)V99.
                   03 ATIVOS-CAR PIC 9(05).
                   03 FORA-CAR PIC 9(05).

      *TAB-SAI = o salario reajustado do mes por funcionario.
           01 TAB-SAI.
               02 QTD-SAI PIC 9(04) VALUE 0.
               02 SAI-LINHA OCCURS 3000 TIMES.
                   03 COD-STAB PIC 9(05).
                   03 SAL-STAB PIC S9(5)V99.

           01 LINHA-CARGR-CAB.
               02 FILLER PIC X(40)
                  VALUE "FUNCIONARIOS FORA DA FAIXA DO CARGO - EM".
               02 FILLER PIC X(01) VALUE SPACE.
               02 LC-DATA PIC 9(08).

           01 LINHA-CARGR-QUEBRA.
               02 FILLER PIC X(06) VALUE "CARGO ".
               02 LQ-CARGO PIC 9(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LQ-TITULO PIC X(25).
               02 FILLER PIC X(05) VALUE " CBO ".
               02 LQ-CBO PIC 9(06).
               02 FILLER PIC X(07) VALUE " FAIXA ".
               02 LQ-MIN PIC ZZZZ9,99.
               02 FILLER PIC X(03) VALUE " A ".
               02 LQ-MAX PIC ZZZZ9,99.

           01 LINHA-CARGR-DET.
               02 FILLER PIC X(03) VALUE SPACE.
               02 LD-COD PIC 9(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-NOME PIC X(20).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-SALARIO PIC ZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-SITU PIC X(17).

           01 LINHA-CARGR-SUB.
               02 FILLER PIC X(03) VALUE SPACE.
               02 FILLER PIC X(20) VALUE "FORA DA FAIXA......:".
               02 LS-QTD PIC ZZZZ9.

           01 LINHA-CARGR-QUADRO.
               02 FILLER PIC X(40)
                  VALUE "QUADRO DE PESSOAL POR CARGO             ".
               02 FILLER PIC X(29)
                  VALUE "   CBO    ATIVOS  FORA FAIXA".

           01 LINHA-CARGR-QDET.
               02 LQD-CARGO PIC 9(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LQD-TITULO PIC X(25).
               02 FILLER PIC X(13) VALUE SPACE.
               02 LQD-CBO PIC 9(06).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LQD-ATIVOS PIC ZZZZ9.
               02 FILLER PIC X(06) VALUE SPACE.
               02 LQD-FORA PIC ZZZZ9.

           01 LINHA-CARGR-TOT.
               02 FILLER PIC X(20) VALUE "ATIVOS.............:".
               02 LT-ATIVOS PIC ZZZZZZ9.
               02 FILLER PIC X(17) VALUE "  FORA DA FAIXA: ".
               02 LT-FORA PIC ZZZZZZ9.
               02 FILLER PIC X(14) VALUE "  SEM CARGO: ".
               02 LT-SEM PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       PGM-EX50.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *INICIO carrega cargos e salarios reajustados, separa do
      *cadastro quem esta fora da faixa e ordena por cargo.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           PERFORM CARREGA-CARGOS.
           PERFORM CARREGA-SALARIOS.
           PERFORM SEPARA-FORA-FAIXA.
           SORT SORTWK1 ON ASCENDING KEY SRT-CARGO-FORA
                                         SRT-COD-FORA
               USING CADFORA
               GIVING FORA-ORD.
           OPEN INPUT FORA-ORD
                OUTPUT CADCARGR.
           MOVE WS-DATA-HOJE TO LC-DATA.
           MOVE LINHA-CARGR-CAB TO REG-CARGR.
           WRITE REG-CARGR.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LEITURA.

       CARREGA-CARGOS.
           OPEN INPUT CADCARGO.
           IF WS-FS-CAR NOT EQUAL "00"
               DISPLAY "EX50 - TABELA CADCARGO.DAT NAO ENCONTRADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-TAB.
           PERFORM LE-CARGO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADCARGO.

       LE-CARGO.
           READ CADCARGO
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF QTD-CARGOS EQUAL 200
                   DISPLAY "EX50 - TABELA DE CARGOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-CARGOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CARGOS
               MOVE COD-CARGO TO COD-CAR (QTD-CARGOS)
               MOVE TITULO-CARGO TO TITULO-CAR (QTD-CARGOS)
               MOVE CBO-CARGO TO CBO-CAR (QTD-CARGOS)
               MOVE SAL-MIN-CARGO TO SAL-MIN-CAR (QTD-CARGOS)
               MOVE SAL-MAX-CARGO TO SAL-MAX-CAR (QTD-CARGOS)
               MOVE 0 TO ATIVOS-CAR (QTD-CARGOS)
               MOVE 0 TO FORA-CAR (QTD-CARGOS)
           END-IF.

       CARREGA-SALARIOS.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADSAI.
           PERFORM LE-SALARIO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADSAI.

       LE-SALARIO.
           READ CADSAI
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF QTD-SAI EQUAL 3000
                   DISPLAY "EX50 - TABELA DE SALARIOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-SAI"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-SAI
               MOVE COD-SAI TO COD-STAB (QTD-SAI)
               MOVE REAJUS-SAI TO SAL-STAB (QTD-SAI)
           END-IF.

      *SEPARA-FORA-FAIXA le o cadastro inteiro: desligado fica de
      *fora; ativo conta no quadro do cargo e, fora da faixa (ou sem
      *cargo valido), vai ao arquivo de trabalho.
       SEPARA-FORA-FAIXA.
           OPEN INPUT CADFUN.
           IF WS-FS-FUN NOT EQUAL "00"
               DISPLAY "EX50 - ERRO AO ABRIR CADFUN.DAT: " WS-FS-FUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CADFORA.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM CONFERE-FUNCIONARIO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFUN
                 CADFORA.

       CONFERE-FUNCIONARIO.
           READ CADFUN
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND DATA-DEM-ENT IS NUMERIC
                  AND DATA-DEM-ENT EQUAL 0
               ADD 1 TO CONT-ATIVOS
               PERFORM BUSCA-SALARIO
               IF CARGO-ENT IS NOT NUMERIC
                   MOVE 0 TO CARGO-ENT
               END-IF
               MOVE CARGO-ENT TO CARGO-FORA
               MOVE COD-ENT TO COD-FORA
               MOVE NOME-ENT TO NOME-FORA
               MOVE WS-SALARIO TO SALARIO-FORA
               IF CARGO-ENT EQUAL 0
                   ADD 1 TO CONT-SEM-CARGO
                   MOVE "SEM CARGO" TO SITU-FORA
                   PERFORM GRAVA-FORA
               ELSE
                   MOVE CARGO-ENT TO CARGO-BUSCA
                   PERFORM BUSCA-CARGO
                   IF ACHOU-CARGO EQUAL "NAO"
                       MOVE "CARGO INEXISTENTE" TO SITU-FORA
                       PERFORM GRAVA-FORA
                   ELSE
                       ADD 1 TO ATIVOS-CAR (IX-C)
                       PERFORM CONFERE-FAIXA
                   END-IF
               END-IF
           END-IF.

      *CONFERE-FAIXA compara o salario com a faixa do cargo (IX-C).
       CONFERE-FAIXA.
           IF WS-SALARIO < SAL-MIN-CAR (IX-C)
               MOVE "ABAIXO DO MINIMO" TO SITU-FORA
               ADD 1 TO FORA-CAR (IX-C)
               PERFORM GRAVA-FORA
           ELSE IF WS-SALARIO > SAL-MAX-CAR (IX-C)
               MOVE "ACIMA DO MAXIMO" TO SITU-FORA
               ADD 1 TO FORA-CAR (IX-C)
               PERFORM GRAVA-FORA
           END-IF.

       GRAVA-FORA.
           WRITE REG-FORA.
           ADD 1 TO CONT-FORA.

      *BUSCA-SALARIO pega o salario reajustado do EX08; funcionario
      *que nao saiu em CADSAI fica com o salario do cadastro.
       BUSCA-SALARIO.
           MOVE 1 TO IX-S.
           PERFORM AVANCA-SALARIO
               UNTIL IX-S > QTD-SAI
                  OR COD-STAB (IX-S) EQUAL COD-ENT.
           IF IX-S NOT> QTD-SAI
                  AND SAL-STAB (IX-S) > 0
               MOVE SAL-STAB (IX-S) TO WS-SALARIO
           ELSE
               MOVE BRUTO-ENT TO WS-SALARIO
           END-IF.

       AVANCA-SALARIO.
           ADD 1 TO IX-S.

       BUSCA-CARGO.
           MOVE "NAO" TO ACHOU-CARGO.
           MOVE 1 TO IX-C.
           PERFORM TESTA-CARGO
               UNTIL IX-C > QTD-CARGOS
                  OR ACHOU-CARGO EQUAL "SIM".

       TESTA-CARGO.
           IF COD-CAR (IX-C) EQUAL CARGO-BUSCA
               MOVE "SIM" TO ACHOU-CARGO
           ELSE
               ADD 1 TO IX-C
           END-IF.

       LEITURA.
           READ FORA-ORD
               AT END
               MOVE "SIM" TO FIM-ARQ.

      *PRINCIPAL lista cada funcionario fora da faixa, ja em ordem
      *de cargo; a quebra de cargo fecha o subtotal do anterior e
      *abre o cabecalho do cargo novo com a faixa.
       PRINCIPAL.
           IF PRIMEIRO EQUAL "SIM"
                  OR CARGO-FORA-O NOT EQUAL CARGO-ATUAL
               PERFORM FECHA-CARGO
               PERFORM ABRE-CARGO
           END-IF.
           MOVE COD-FORA-O TO LD-COD.
           MOVE NOME-FORA-O TO LD-NOME.
           MOVE SALARIO-FORA-O TO LD-SALARIO.
           MOVE SITU-FORA-O TO LD-SITU.
           MOVE LINHA-CARGR-DET TO REG-CARGR.
           WRITE REG-CARGR.
           ADD 1 TO CONT-FORA-CARGO.
           PERFORM LEITURA.

       ABRE-CARGO.
           MOVE CARGO-FORA-O TO CARGO-ATUAL.
           MOVE "NAO" TO PRIMEIRO.
           MOVE 0 TO CONT-FORA-CARGO.
           MOVE CARGO-ATUAL TO CARGO-BUSCA.
           MOVE CARGO-ATUAL TO LQ-CARGO.
           MOVE 0 TO LQ-CBO.
           MOVE 0 TO LQ-MIN.
           MOVE 0 TO LQ-MAX.
           IF CARGO-ATUAL EQUAL 0
               MOVE "SEM CARGO" TO LQ-TITULO
           ELSE
               PERFORM BUSCA-CARGO
               IF ACHOU-CARGO EQUAL "SIM"
                   MOVE TITULO-CAR (IX-C) TO LQ-TITULO
                   MOVE CBO-CAR (IX-C) TO LQ-CBO
                   MOVE SAL-MIN-CAR (IX-C) TO LQ-MIN
                   MOVE SAL-MAX-CAR (IX-C) TO LQ-MAX
               ELSE
                   MOVE "CARGO INEXISTENTE" TO LQ-TITULO
               END-IF
           END-IF.
           MOVE SPACES TO REG-CARGR.
           WRITE REG-CARGR.
           MOVE LINHA-CARGR-QUEBRA TO REG-CARGR.
           WRITE REG-CARGR.

       FECHA-CARGO.
           IF PRIMEIRO EQUAL "NAO"
               MOVE CONT-FORA-CARGO TO LS-QTD
               MOVE LINHA-CARGR-SUB TO REG-CARGR
               WRITE REG-CARGR
           END-IF.

      *TERMINO fecha o ultimo cargo e imprime o quadro de pessoal de
      *todos os cargos da tabela, com os totais gerais.
       TERMINO.
           PERFORM FECHA-CARGO.
           MOVE SPACES TO REG-CARGR.
           WRITE REG-CARGR.
           MOVE LINHA-CARGR-QUADRO TO REG-CARGR.
           WRITE REG-CARGR.
           MOVE 1 TO IX-C.
           PERFORM GRAVA-QUADRO
               UNTIL IX-C > QTD-CARGOS.
           MOVE CONT-ATIVOS TO LT-ATIVOS.
           MOVE CONT-FORA TO LT-FORA.
           MOVE CONT-SEM-CARGO TO LT-SEM.
           MOVE SPACES TO REG-CARGR.
           WRITE REG-CARGR.
           MOVE LINHA-CARGR-TOT TO REG-CARGR.
           WRITE REG-CARGR.
           CLOSE FORA-ORD
                 CADCARGR.
           DISPLAY "EX50 - CARGOS NA TABELA.....: " QTD-CARGOS.
           DISPLAY "EX50 - FUNCIONARIOS ATIVOS..: " CONT-ATIVOS.
           DISPLAY "EX50 - FORA DA FAIXA........: " CONT-FORA.
           DISPLAY "EX50 - SEM CARGO............: " CONT-SEM-CARGO.

       GRAVA-QUADRO.
           MOVE COD-CAR (IX-C) TO LQD-CARGO.
           MOVE TITULO-CAR (IX-C) TO LQD-TITULO.
           MOVE CBO-CAR (IX-C) TO LQD-CBO.
           MOVE ATIVOS-CAR (IX-C) TO LQD-ATIVOS.
           MOVE FORA-CAR (IX-C) TO LQD-FORA.
           MOVE LINHA-CARGR-QDET TO REG-CARGR.
           WRITE REG-CARGR.
           ADD 1 TO IX-C.

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
