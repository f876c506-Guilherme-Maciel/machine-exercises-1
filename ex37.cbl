      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - CADFUN ganhou no final PERC-ADI-ENT, o
      *percentual do adiantamento quinzenal pago pelo EX47 (zero = sem
      *adiantamento), digitado e criticado na inclusao e na alteracao e
      *mostrado na consulta; a carga inicial entra com zero.
      *MODIFICACAO 15/10/2026 - CADFUN ganhou no final CARGO-ENT, o
      *codigo do cargo da tabela CADCARGO.DAT (titulo, CBO e faixa
      *salarial). O cargo e digitado e criticado na inclusao e na
      *alteracao; salario fora da faixa do cargo so avisa na tela. A
      *consulta mostra o cargo e a carga inicial entra com zero (sem
      *cargo).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CADDEPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEP.
           SELECT CADCARGO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAR.
           SELECT OPTIONAL CADTRAVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRAVA.
           02 DATA-ADM-ENT PIC 9(08).
           02 DATA-DEM-ENT PIC 9(08).
           02 DEPTO-ENT PIC 9(03).
           02 PERC-ADI-ENT PIC 9(3)V99.
           02 CARGO-ENT PIC 9(03).

      *CADFUN.SEQ = o cadastro antigo em LINE SEQUENTIAL, lido so
      *pela carga inicial da virada para INDEXED.
           02 COD-DEPT PIC 9(03).
           02 NOME-DEPT PIC X(20).

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

       FD CADTRAVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTRAVA.DAT".
           77 WS-FS-FUN PIC X(02) VALUE SPACE.
           77 WS-FS-SEQ PIC X(02) VALUE SPACE.
           77 WS-FS-DEP PIC X(02) VALUE SPACE.
           77 WS-FS-CAR PIC X(02) VALUE SPACE.
           77 WS-FS-TRAVA PIC X(02) VALUE SPACE.
           77 WS-PARM PIC X(05) VALUE SPACE.
           77 WS-COD-DIG PIC X(05) VALUE SPACE.
           77 WS-BRUTO-DIG PIC X(08) VALUE SPACE.
           77 WS-DATA-DIG PIC X(08) VALUE SPACE.
           77 WS-DEPTO-DIG PIC X(03) VALUE SPACE.
           77 WS-PERC-DIG PIC X(05) VALUE SPACE.
           77 WS-CARGO-DIG PIC X(03) VALUE SPACE.
           77 WS-VALOR-ED PIC ZZZZ9,99.
           77 WS-MIN-ED PIC ZZZZ9,99.
           77 WS-MAX-ED PIC ZZZZ9,99.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 CONFIRMA PIC X(01) VALUE SPACE.
           77 DADOS-OK PIC X(03) VALUE "SIM".
           77 ACHOU-DEPTO PIC X(03) VALUE "NAO".
           77 ACHOU-CARGO PIC X(03) VALUE "NAO".
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 IX-D PIC 9(03) VALUE 0.
           77 IX-C PIC 9(03) VALUE 0.
           77 CONT-INC PIC 9(05) VALUE 0.
           77 CONT-ALT PIC 9(05) VALUE 0.
           77 CONT-DEM PIC 9(05) VALUE 0.
                   03 COD-DEP PIC 9(03).
                   03 NOME-DEP PIC X(20).

      *TAB-CARGOS = a tabela de cargos em memoria, com a faixa
      *salarial de cada um.
           01 TAB-CARGOS.
               02 QTD-CARGOS PIC 9(03) VALUE 0.
               02 CARGO-LINHA OCCURS 200 TIMES.
                   03 COD-CAR PIC 9(03).
                   03 TITULO-CAR PIC X(25).
                   03 SAL-MIN-CAR PIC 9(5)V99.
                   03 SAL-MAX-CAR PIC 9(5)V99.

       PROCEDURE DIVISION.

       PGM-EX37.
           PERFORM USA-DATA-MOVIMENTO.
           PERFORM CONFERE-TRAVA.
           PERFORM CARREGA-DEPTOS.
           PERFORM CARREGA-CARGOS.
           OPEN I-O CADFUN.
           IF WS-FS-FUN EQUAL "35"
               OPEN OUTPUT CADFUN
               MOVE NOME-DEPT TO NOME-DEP (QTD-DEPTOS)
           END-IF.

       CARREGA-CARGOS.
           OPEN INPUT CADCARGO.
           IF WS-FS-CAR NOT EQUAL "00"
               DISPLAY "EX37 - TABELA CADCARGO.DAT NAO ENCONTRADA"
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
                   DISPLAY "EX37 - TABELA DE CARGOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-CARGOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CARGOS
               MOVE COD-CARGO TO COD-CAR (QTD-CARGOS)
               MOVE TITULO-CARGO TO TITULO-CAR (QTD-CARGOS)
               MOVE SAL-MIN-CARGO TO SAL-MIN-CAR (QTD-CARGOS)
               MOVE SAL-MAX-CARGO TO SAL-MAX-CAR (QTD-CARGOS)
           END-IF.

      *CARGA-INICIAL le o CADFUN antigo (CADFUN.SEQ) e grava cada
      *registro no INDEXED novo; codigo repetido so avisa e segue.
       CARGA-INICIAL.
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               MOVE REG-SEQ TO REG-ENT
               MOVE 0 TO PERC-ADI-ENT
               MOVE 0 TO CARGO-ENT
               WRITE REG-ENT
                   INVALID KEY CONTINUE
               END-WRITE
           END-READ.

      *PEDE-DADOS le e critica os campos do funcionario na propria
      *digitacao: salario, admissao, desligamento, departamento,
      *percentual do adiantamento quinzenal (ate 100, zero = sem) e
      *cargo; qualquer critica reprova a operacao inteira (DADOS-OK
      *"NAO") em vez de gravar o campo podre para o suspense do EX08
      *pescar no fim do mes. Salario fora da faixa do cargo so avisa:
      *a decisao (promocao ou correcao) e do RH.
       PEDE-DADOS.
           MOVE "SIM" TO DADOS-OK.
           DISPLAY "NOME................: " WITH NO ADVANCING.
               DISPLAY "EX37 - DEPARTAMENTO INVALIDO: " WS-DEPTO-DIG
               MOVE "NAO" TO DADOS-OK
           END-IF.
           DISPLAY "ADIANTAMENTO (%, 04000 = 40,00; 0 = SEM): "
               WITH NO ADVANCING.
           ACCEPT WS-PERC-DIG.
           IF WS-PERC-DIG EQUAL SPACES OR WS-PERC-DIG EQUAL "0"
               MOVE 0 TO PERC-ADI-ENT
           ELSE IF WS-PERC-DIG IS NUMERIC
                   AND WS-PERC-DIG NOT> "10000"
               MOVE WS-PERC-DIG TO PERC-ADI-ENT (1:5)
           ELSE
               DISPLAY "EX37 - ADIANTAMENTO INVALIDO: " WS-PERC-DIG
               MOVE "NAO" TO DADOS-OK
           END-IF.
           DISPLAY "CARGO (3 DIGITOS).: " WITH NO ADVANCING.
           ACCEPT WS-CARGO-DIG.
           IF WS-CARGO-DIG IS NUMERIC
               MOVE WS-CARGO-DIG TO CARGO-ENT
               PERFORM BUSCA-CARGO
               IF ACHOU-CARGO EQUAL "NAO"
                   DISPLAY "EX37 - CARGO NAO CADASTRADO: "
                       WS-CARGO-DIG
                   MOVE "NAO" TO DADOS-OK
               ELSE
                   PERFORM CONFERE-FAIXA-CARGO
               END-IF
           ELSE
               DISPLAY "EX37 - CARGO INVALIDO: " WS-CARGO-DIG
               MOVE "NAO" TO DADOS-OK
           END-IF.

      *CONFERE-FAIXA-CARGO avisa quando o salario digitado fica fora
      *da faixa do cargo (IX-C posicionado pelo BUSCA-CARGO).
       CONFERE-FAIXA-CARGO.
           IF BRUTO-ENT IS NUMERIC
               IF BRUTO-ENT < SAL-MIN-CAR (IX-C)
                      OR BRUTO-ENT > SAL-MAX-CAR (IX-C)
                   MOVE BRUTO-ENT TO WS-VALOR-ED
                   MOVE SAL-MIN-CAR (IX-C) TO WS-MIN-ED
                   MOVE SAL-MAX-CAR (IX-C) TO WS-MAX-ED
                   DISPLAY "EX37 - ATENCAO: SALARIO " WS-VALOR-ED
                       " FORA DA FAIXA DO CARGO "
                       TITULO-CAR (IX-C)
                   DISPLAY "       FAIXA DE " WS-MIN-ED " A "
                       WS-MAX-ED
               END-IF
           END-IF.

       BUSCA-DEPTO.
           MOVE "NAO" TO ACHOU-DEPTO.
               ADD 1 TO IX-D
           END-IF.

       BUSCA-CARGO.
           MOVE "NAO" TO ACHOU-CARGO.
           MOVE 1 TO IX-C.
           PERFORM TESTA-CARGO
               UNTIL IX-C > QTD-CARGOS
                  OR ACHOU-CARGO EQUAL "SIM".

       TESTA-CARGO.
           IF COD-CAR (IX-C) EQUAL CARGO-ENT
               MOVE "SIM" TO ACHOU-CARGO
           ELSE
               ADD 1 TO IX-C
           END-IF.

       INCLUSAO.
           PERFORM PEDE-CODIGO.
           IF WS-COD-DIG NOT EQUAL SPACES
           DISPLAY "ADMISSAO......: " DATA-ADM-ENT.
           DISPLAY "DESLIGAMENTO..: " DATA-DEM-ENT.
           DISPLAY "DEPARTAMENTO..: " DEPTO-ENT.
           DISPLAY "ADIANTAMENTO %: " PERC-ADI-ENT.
           IF CARGO-ENT IS NOT NUMERIC
               MOVE 0 TO CARGO-ENT
           END-IF.
           PERFORM BUSCA-CARGO.
           IF ACHOU-CARGO EQUAL "SIM"
               DISPLAY "CARGO.........: " CARGO-ENT " "
                   TITULO-CAR (IX-C)
           ELSE
               DISPLAY "CARGO.........: " CARGO-ENT
                   " (SEM CARGO CADASTRADO)"
           END-IF.

       TERMINO.
           CLOSE CADFUN.
