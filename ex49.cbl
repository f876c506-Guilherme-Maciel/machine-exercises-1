       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX49.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX49 e a conferencia de variacao da folha antes da remessa
      *bancaria. A conciliacao do EX14 prova que CADLIQ, CADREM e
      *CADLANC batem entre si, mas uma virgula fora do lugar no
      *BRUTO-ENT digitado no EX37 fecha a conciliacao e vai paga do
      *mesmo jeito. Aqui a folha liquida do mes (CADLIQ.DAT, todas
      *as linhas do funcionario somadas) e comparada com a geracao
      *do mes anterior catalogada pelo EX26 (a mais nova de
      *CADLIQ.DAT com data de competencia anterior), e o cadastro
      *atual com a imagem CADFUN.IMG do mes anterior. Sai bandeira
      *para:
      *  V - liquido que variou mais que o percentual do parametro;
      *  N - nome novo (sem liquido no mes anterior);
      *  A - nome ausente (tinha liquido no mes anterior, nao tem
      *      neste);
      *  D - troca de departamento.
      *Cada bandeira precisa de um visto do RH no arquivo de
      *liberacao CADVARL.DAT (competencia, funcionario, tipo da
      *bandeira e quem viu). Saidas:
      *  CADVAR.DAT  - a listagem das bandeiras com LIBERADO ou
      *    PENDENTE;
      *  CADVARS.DAT - a situacao da competencia (LIBERADO ou
      *    PENDENTE), que o EX15 confere antes de gerar CADREM.DAT.
      *Com bandeira pendente o programa devolve codigo de retorno
      *4: no plano do EXCTL a remessa depende deste passo e fica
      *RETIDA (aviso, o lote nao arma reinicio por isso); com os
      *vistos lancados a operacao roda EX49 e EX15 avulsos e a
      *remessa sai. A competencia conferida e a da geracao de
      *CADLIQ.DAT guardada pelo EX26 depois do EX30, nao a do dia,
      *entao a rodada no dia 1 ainda confere (e o EX15 ainda paga)
      *o mes que fechou. Sem geracao anterior no
      *catalogo (primeiro mes) nao ha com o que comparar e a
      *competencia sai liberada com aviso no console.
      *Linha de comando: EX49 [PERC] com o percentual de variacao
      *aceito (inteiro, padrao 20); chamado pelo EXCTL, o primeiro
      *token e a contagem de pulo de sete digitos e e descartado.
      *MODIFICACAO 15/10/2026 - layout de CADFUN ganhou no final
      *CARGO-ENT, o codigo do cargo da tabela CADCARGO.DAT; aqui so
      *acompanha a declaracao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLIQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
      *LIQ-ANT e IMG-ANT leem as geracoes do mes anterior, com o
      *nome fisico GENNNNNN.DAT montado a partir do catalogo.
           SELECT LIQ-ANT ASSIGN TO WS-ARQ-LIQ-ANT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.
           SELECT IMG-ANT ASSIGN TO WS-ARQ-IMG-ANT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.
           SELECT CADFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-ENT
           FILE STATUS IS WS-FS-FUN.
           SELECT OPTIONAL CADGCAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADVARL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADVAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADVARS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADLIQ.DAT = folha liquida do mes (EX08, EX29 e EX30).
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

       FD LIQ-ANT
           LABEL RECORD ARE STANDARD.

       01 REG-LIQ-A.
           02 COD-LIQ-A PIC 9(05).
           02 NOME-LIQ-A PIC X(20).
           02 BRUTO-LIQ-A PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 INSS-LIQ-A PIC 9(5)V99.
           02 IRRF-LIQ-A PIC 9(5)V99.
           02 LIQUIDO-LIQ-A PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 TIPO-LIQ-A PIC X(01).

      *IMG-ANT = imagem CADFUN.IMG do EX44: header 0, detalhe 1 com
      *o registro do cadastro, trailer 9.
       FD IMG-ANT
           LABEL RECORD ARE STANDARD.

       01 REG-IMG-A.
           02 TIPO-IMG-A PIC X(01).
           02 COD-IMG-A PIC 9(05).
           02 NOME-IMG-A PIC X(20).
           02 BRUTO-IMG-A PIC 9(5)V99.
           02 DATA-ADM-IMG-A PIC 9(08).
           02 DATA-DEM-IMG-A PIC 9(08).
           02 DEPTO-IMG-A PIC 9(03).
           02 PERC-ADI-IMG-A PIC 9(3)V99.
           02 CARGO-IMG-A PIC 9(03).

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

      *CADGCAT.DAT = o catalogo de geracoes do EX26.
       FD CADGCAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADGCAT.DAT".

       01 REG-CAT.
           02 NUM-CAT PIC 9(05).
           02 ARQ-CAT PIC X(12).
           02 DATA-CAT PIC 9(08).
           02 PASSO-CAT PIC X(08).
           02 QTDE-CAT PIC 9(07).
           02 SITU-CAT PIC X(01).

      *CADVARL.DAT = os vistos do RH nas bandeiras, mantido a mao:
      *competencia, funcionario, tipo da bandeira (V/N/A/D) e quem
      *conferiu.
       FD CADVARL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVARL.DAT".

       01 REG-VARL.
           02 COMPET-VARL PIC 9(06).
           02 COD-VARL PIC 9(05).
           02 TIPO-VARL PIC X(01).
           02 RESP-VARL PIC X(10).

      *CADVAR.DAT = a listagem das bandeiras da competencia.
       FD CADVAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVAR.DAT".

       01 REG-VAR PIC X(80).

      *CADVARS.DAT = a situacao da competencia para o EX15.
       FD CADVARS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVARS.DAT".

       01 REG-VARS.
           02 COMPET-VARS PIC 9(06).
           02 SITU-VARS PIC X(08).
           02 QTD-BAND-VARS PIC 9(05).
           02 QTD-PEND-VARS PIC 9(05).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-ANT PIC X(02) VALUE SPACE.
           77 WS-FS-FUN PIC X(02) VALUE SPACE.
           77 WS-ARQ-LIQ-ANT PIC X(12) VALUE SPACE.
           77 WS-ARQ-IMG-ANT PIC X(12) VALUE SPACE.
           77 WS-PARM-LINHA PIC X(20) VALUE SPACE.
           77 WS-P1 PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-COMPET PIC 9(06) VALUE 0.
           77 WS-PERC PIC 9(03) VALUE 20.
           77 WS-NUM-LIQ PIC 9(05) VALUE 0.
           77 WS-NUM-REL PIC 9(05) VALUE 0.
           77 WS-NUM-IMG PIC 9(05) VALUE 0.
           77 WS-DIFERENCA PIC S9(7)V99 VALUE 0.
           77 WS-LIMITE PIC S9(7)V99 VALUE 0.
           77 WS-TIPO-BAND PIC X(01) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 ACHOU-VAR PIC X(03) VALUE "NAO".
           77 ACHOU-VISTO PIC X(03) VALUE "NAO".
           77 TEM-BASE PIC X(03) VALUE "SIM".
           77 IX-D PIC 9(01) VALUE 0.
           77 DIGITO-D PIC 9(01) VALUE 0.
           77 FIM-NUM PIC X(03) VALUE "NAO".
           77 IX-VR PIC 9(04) VALUE 0.
           77 IX-VL PIC 9(04) VALUE 0.
           77 WS-COD-BUSCA PIC 9(05) VALUE 0.
           77 CONT-BANDEIRAS PIC 9(05) VALUE 0.
           77 CONT-PENDENTES PIC 9(05) VALUE 0.

      *TAB-VAR = um funcionario por linha, com o liquido e o
      *departamento do mes anterior e do atual.
           01 TAB-VAR.
               02 QTD-VAR PIC 9(04) VALUE 0.
               02 VAR-LINHA OCCURS 3000 TIMES.
                   03 COD-VTAB PIC 9(05).
                   03 NOME-VTAB PIC X(20).
                   03 TEM-ANT-VTAB PIC X(01).
                   03 TEM-ATU-VTAB PIC X(01).
                   03 LIQ-ANT-VTAB PIC S9(7)V99.
                   03 LIQ-ATU-VTAB PIC S9(7)V99.
                   03 DEPTO-ANT-VTAB PIC 9(03).
                   03 DEPTO-ATU-VTAB PIC 9(03).

      *TAB-VISTO = os vistos de CADVARL.DAT da competencia.
           01 TAB-VISTO.
               02 QTD-VISTO PIC 9(04) VALUE 0.
               02 VISTO-LINHA OCCURS 3000 TIMES.
                   03 COD-LTAB PIC 9(05).
                   03 TIPO-LTAB PIC X(01).
                   03 RESP-LTAB PIC X(10).

           01 LINHA-VAR-CAB.
               02 FILLER PIC X(40)
                  VALUE "CONFERENCIA DE VARIACAO DA FOLHA - COMPE".
               02 FILLER PIC X(07) VALUE "TENCIA ".
               02 LV-COMPET PIC 9(06).
               02 FILLER PIC X(09) VALUE "  LIMITE ".
               02 LV-PERC PIC ZZ9.
               02 FILLER PIC X(02) VALUE " %".

           01 LINHA-VAR-TIT.
               02 FILLER PIC X(40)
                  VALUE "T FUNC  NOME                 LIQ.ANTERIO".
               02 FILLER PIC X(40)
                  VALUE "R    LIQ.ATUAL DEP  DEP SITUACAO".

           01 LINHA-VAR-DET.
               02 LD-TIPO PIC X(01).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-COD PIC 9(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-NOME PIC X(20).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-LIQ-ANT PIC -ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-LIQ-ATU PIC -ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-DEP-ANT PIC 9(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-DEP-ATU PIC 9(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-SITU PIC X(08).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LD-RESP PIC X(10).

           01 LINHA-VAR-TOT.
               02 FILLER PIC X(12) VALUE "BANDEIRAS: ".
               02 LT-BAND PIC ZZZZ9.
               02 FILLER PIC X(14) VALUE "  PENDENTES: ".
               02 LT-PEND PIC ZZZZ9.
               02 FILLER PIC X(02) VALUE SPACE.
               02 LT-SITU PIC X(08).

           01 LINHA-VAR-SEMBASE.
               02 FILLER PIC X(40)
                  VALUE "SEM GERACAO DO MES ANTERIOR NO CATALOGO ".
               02 FILLER PIC X(20) VALUE "- NADA A COMPARAR".

       PROCEDURE DIVISION.

       PGM-EX49.
           PERFORM INICIO.
           IF TEM-BASE EQUAL "SIM"
               PERFORM CONFERE-FUNCIONARIO
                   UNTIL IX-VR > QTD-VAR
           ELSE
               MOVE LINHA-VAR-SEMBASE TO REG-VAR
               WRITE REG-VAR
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

      *INICIO le o parametro, acha no catalogo as geracoes do mes
      *anterior e monta a tabela de comparacao com as quatro
      *fontes: liquido e cadastro do mes anterior e do atual.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           PERFORM ACHA-COMPETENCIA.
           PERFORM TRATA-PARAMETRO.
           PERFORM PROCURA-GERACOES.
           PERFORM CARREGA-VISTOS.
           IF TEM-BASE EQUAL "SIM"
               PERFORM CARREGA-LIQ-ANTERIOR
               PERFORM CARREGA-LIQ-ATUAL
               PERFORM CARREGA-DEPTO-ANTERIOR
               PERFORM CARREGA-DEPTO-ATUAL
           END-IF.
           OPEN OUTPUT CADVAR.
           MOVE WS-COMPET TO LV-COMPET.
           MOVE WS-PERC TO LV-PERC.
           MOVE LINHA-VAR-CAB TO REG-VAR.
           WRITE REG-VAR.
           MOVE LINHA-VAR-TIT TO REG-VAR.
           WRITE REG-VAR.
           MOVE 1 TO IX-VR.

      *TRATA-PARAMETRO descarta a contagem de pulo do EXCTL (token
      *de sete digitos) e converte o percentual digitado sem zeros
      *a esquerda; sem percentual vale o padrao de 20.
       TRATA-PARAMETRO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-P1 WS-P2.
           IF WS-P1 (1:1) IS NUMERIC
                  AND WS-P1 (7:1) NOT EQUAL SPACE
               MOVE WS-P2 TO WS-P1
           END-IF.
           IF WS-P1 NOT EQUAL SPACES
               IF WS-P1 (1:1) IS NOT NUMERIC
                   DISPLAY "EX49 - PERCENTUAL INVALIDO: " WS-P1
                   DISPLAY "EX49 - USO: EX49 [PERCENTUAL]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-PERC
               MOVE "NAO" TO FIM-NUM
               MOVE 1 TO IX-D
               PERFORM MONTA-DIGITO
                   UNTIL IX-D > 3
                      OR FIM-NUM EQUAL "SIM"
           END-IF.

       MONTA-DIGITO.
           IF WS-P1 (IX-D:1) IS NUMERIC
               MOVE WS-P1 (IX-D:1) TO DIGITO-D
               COMPUTE WS-PERC = WS-PERC * 10 + DIGITO-D
           ELSE
               MOVE "SIM" TO FIM-NUM
           END-IF.
           ADD 1 TO IX-D.

      *PROCURA-GERACOES guarda o numero da geracao ativa mais nova
      *de CADLIQ.DAT e de CADFUN.IMG tirada antes da competencia da
      *rodada (as geracoes do proprio mes ficam de fora).
      *ACHA-COMPETENCIA toma a competencia da folha pela geracao de
      *CADLIQ.DAT guardada pelo EX26 depois do EX30 (a mais nova do
      *catalogo), e nao pela data do movimento: a conferencia
      *relancada no dia 1 (reinicio ou rodada avulsa depois dos
      *vistos) continua sendo a do mes que fechou. Sem essa geracao
      *no catalogo vale o mes do movimento.
       ACHA-COMPETENCIA.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET.
           MOVE 0 TO WS-NUM-REL.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADGCAT.
           PERFORM LE-CATALOGO-FOLHA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADGCAT.

       LE-CATALOGO-FOLHA.
           READ CADGCAT
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND SITU-CAT EQUAL "A"
                  AND ARQ-CAT EQUAL "CADLIQ.DAT"
                  AND PASSO-CAT EQUAL "EX30"
                  AND NUM-CAT > WS-NUM-REL
               MOVE NUM-CAT TO WS-NUM-REL
               MOVE DATA-CAT (1:6) TO WS-COMPET
           END-IF.

       PROCURA-GERACOES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADGCAT.
           PERFORM LE-CATALOGO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADGCAT.
           IF WS-NUM-LIQ EQUAL 0
               MOVE "NAO" TO TEM-BASE
           ELSE
               MOVE SPACES TO WS-ARQ-LIQ-ANT
               STRING "GEN" WS-NUM-LIQ ".DAT" DELIMITED BY SIZE
                   INTO WS-ARQ-LIQ-ANT
           END-IF.
           IF WS-NUM-IMG NOT EQUAL 0
               MOVE SPACES TO WS-ARQ-IMG-ANT
               STRING "GEN" WS-NUM-IMG ".DAT" DELIMITED BY SIZE
                   INTO WS-ARQ-IMG-ANT
           END-IF.

       LE-CATALOGO.
           READ CADGCAT
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND SITU-CAT EQUAL "A"
                  AND DATA-CAT (1:6) < WS-COMPET
               IF ARQ-CAT EQUAL "CADLIQ.DAT"
                      AND NUM-CAT > WS-NUM-LIQ
                   MOVE NUM-CAT TO WS-NUM-LIQ
               END-IF
               IF ARQ-CAT EQUAL "CADFUN.IMG"
                      AND NUM-CAT > WS-NUM-IMG
                   MOVE NUM-CAT TO WS-NUM-IMG
               END-IF
           END-IF.

      *CARREGA-VISTOS traz os vistos do RH da competencia.
       CARREGA-VISTOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADVARL.
           PERFORM LE-VISTO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVARL.

       LE-VISTO.
           READ CADVARL
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COMPET-VARL EQUAL WS-COMPET
               IF QTD-VISTO EQUAL 3000
                   DISPLAY "EX49 - TABELA DE VISTOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-VISTO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-VISTO
               MOVE COD-VARL TO COD-LTAB (QTD-VISTO)
               MOVE TIPO-VARL TO TIPO-LTAB (QTD-VISTO)
               MOVE RESP-VARL TO RESP-LTAB (QTD-VISTO)
           END-IF.

      *CARREGA-LIQ-ANTERIOR soma o liquido de cada funcionario na
      *geracao do mes anterior (salario, ferias e rescisao).
       CARREGA-LIQ-ANTERIOR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT LIQ-ANT.
           IF WS-FS-ANT NOT EQUAL "00"
               DISPLAY "EX49 - GERACAO NAO ENCONTRADA: "
                   WS-ARQ-LIQ-ANT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-LIQ-ANTERIOR
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE LIQ-ANT.

       LE-LIQ-ANTERIOR.
           READ LIQ-ANT
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-LIQ-A TO WS-COD-BUSCA
               PERFORM BUSCA-FUNCIONARIO
               MOVE NOME-LIQ-A TO NOME-VTAB (IX-VL)
               MOVE "S" TO TEM-ANT-VTAB (IX-VL)
               ADD LIQUIDO-LIQ-A TO LIQ-ANT-VTAB (IX-VL)
           END-IF.

      *CARREGA-LIQ-ATUAL faz o mesmo com a folha liquida do mes.
       CARREGA-LIQ-ATUAL.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADLIQ.
           PERFORM LE-LIQ-ATUAL
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADLIQ.

       LE-LIQ-ATUAL.
           READ CADLIQ
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-LIQ TO WS-COD-BUSCA
               PERFORM BUSCA-FUNCIONARIO
               MOVE NOME-LIQ TO NOME-VTAB (IX-VL)
               MOVE "S" TO TEM-ATU-VTAB (IX-VL)
               ADD LIQUIDO-LIQ TO LIQ-ATU-VTAB (IX-VL)
           END-IF.

      *CARREGA-DEPTO-ANTERIOR pega o departamento do mes anterior
      *na imagem CADFUN.IMG; so interessa a quem esta na folha de
      *algum dos dois meses.
       CARREGA-DEPTO-ANTERIOR.
           IF WS-NUM-IMG EQUAL 0
               DISPLAY "EX49 - SEM IMAGEM CADFUN.IMG DO MES ANTERIOR,"
                       " TROCA DE DEPARTAMENTO NAO CONFERIDA"
           ELSE
               MOVE "NAO" TO FIM-ARQ
               OPEN INPUT IMG-ANT
               IF WS-FS-ANT NOT EQUAL "00"
                   DISPLAY "EX49 - GERACAO NAO ENCONTRADA: "
                       WS-ARQ-IMG-ANT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LE-IMG-ANTERIOR
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE IMG-ANT
           END-IF.

       LE-IMG-ANTERIOR.
           READ IMG-ANT
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND TIPO-IMG-A EQUAL "1"
                  AND DEPTO-IMG-A IS NUMERIC
               MOVE COD-IMG-A TO WS-COD-BUSCA
               PERFORM PROCURA-FUNCIONARIO
               IF ACHOU-VAR EQUAL "SIM"
                   MOVE DEPTO-IMG-A TO DEPTO-ANT-VTAB (IX-VL)
               END-IF
           END-IF.

      *CARREGA-DEPTO-ATUAL pega o departamento atual no cadastro.
       CARREGA-DEPTO-ATUAL.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADFUN.
           IF WS-FS-FUN NOT EQUAL "00"
               DISPLAY "EX49 - ERRO AO ABRIR CADFUN.DAT: " WS-FS-FUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-FUNCIONARIO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFUN.

       LE-FUNCIONARIO.
           READ CADFUN
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND DEPTO-ENT IS NUMERIC
               MOVE COD-ENT TO WS-COD-BUSCA
               PERFORM PROCURA-FUNCIONARIO
               IF ACHOU-VAR EQUAL "SIM"
                   MOVE DEPTO-ENT TO DEPTO-ATU-VTAB (IX-VL)
               END-IF
           END-IF.

      *PROCURA-FUNCIONARIO posiciona IX-VL no funcionario de
      *WS-COD-BUSCA, se ele estiver na tabela.
       PROCURA-FUNCIONARIO.
           MOVE "NAO" TO ACHOU-VAR.
           MOVE 1 TO IX-VL.
           PERFORM AVANCA-FUNCIONARIO
               UNTIL IX-VL > QTD-VAR
                  OR COD-VTAB (IX-VL) EQUAL WS-COD-BUSCA.
           IF IX-VL NOT> QTD-VAR
               MOVE "SIM" TO ACHOU-VAR.

       AVANCA-FUNCIONARIO.
           ADD 1 TO IX-VL.

      *BUSCA-FUNCIONARIO posiciona IX-VL no funcionario de
      *WS-COD-BUSCA, abrindo a linha dele quando ainda nao existe.
       BUSCA-FUNCIONARIO.
           PERFORM PROCURA-FUNCIONARIO.
           IF ACHOU-VAR EQUAL "NAO"
               IF QTD-VAR EQUAL 3000
                   DISPLAY "EX49 - TABELA DE FUNCIONARIOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-VAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-VAR
               MOVE QTD-VAR TO IX-VL
               MOVE WS-COD-BUSCA TO COD-VTAB (IX-VL)
               MOVE "N" TO TEM-ANT-VTAB (IX-VL)
               MOVE "N" TO TEM-ATU-VTAB (IX-VL)
               MOVE 0 TO LIQ-ANT-VTAB (IX-VL)
               MOVE 0 TO LIQ-ATU-VTAB (IX-VL)
               MOVE 0 TO DEPTO-ANT-VTAB (IX-VL)
               MOVE 0 TO DEPTO-ATU-VTAB (IX-VL)
           END-IF.

      *CONFERE-FUNCIONARIO levanta as bandeiras de um funcionario:
      *novo, ausente ou variacao do liquido acima do percentual, e
      *a troca de departamento quando os dois meses tem o dado.
       CONFERE-FUNCIONARIO.
           IF TEM-ATU-VTAB (IX-VR) EQUAL "S"
                  AND TEM-ANT-VTAB (IX-VR) EQUAL "N"
               MOVE "N" TO WS-TIPO-BAND
               PERFORM GRAVA-BANDEIRA
           ELSE IF TEM-ATU-VTAB (IX-VR) EQUAL "N"
                  AND TEM-ANT-VTAB (IX-VR) EQUAL "S"
               MOVE "A" TO WS-TIPO-BAND
               PERFORM GRAVA-BANDEIRA
           ELSE
               COMPUTE WS-DIFERENCA = LIQ-ATU-VTAB (IX-VR)
                                    - LIQ-ANT-VTAB (IX-VR)
               IF WS-DIFERENCA < 0
                   COMPUTE WS-DIFERENCA = WS-DIFERENCA * -1
               END-IF
               COMPUTE WS-LIMITE = LIQ-ANT-VTAB (IX-VR) * WS-PERC
                                 / 100
               IF WS-LIMITE < 0
                   COMPUTE WS-LIMITE = WS-LIMITE * -1
               END-IF
               IF WS-DIFERENCA > WS-LIMITE
                   MOVE "V" TO WS-TIPO-BAND
                   PERFORM GRAVA-BANDEIRA
               END-IF
           END-IF.
           IF DEPTO-ANT-VTAB (IX-VR) NOT EQUAL 0
                  AND DEPTO-ATU-VTAB (IX-VR) NOT EQUAL 0
                  AND DEPTO-ANT-VTAB (IX-VR)
                      NOT EQUAL DEPTO-ATU-VTAB (IX-VR)
               MOVE "D" TO WS-TIPO-BAND
               PERFORM GRAVA-BANDEIRA
           END-IF.
           ADD 1 TO IX-VR.

      *GRAVA-BANDEIRA procura o visto da bandeira e lista a linha
      *como LIBERADO (com quem viu) ou PENDENTE.
       GRAVA-BANDEIRA.
           ADD 1 TO CONT-BANDEIRAS.
           MOVE "NAO" TO ACHOU-VISTO.
           MOVE 1 TO IX-VL.
           PERFORM AVANCA-VISTO
               UNTIL IX-VL > QTD-VISTO
                  OR (COD-LTAB (IX-VL) EQUAL COD-VTAB (IX-VR)
                  AND TIPO-LTAB (IX-VL) EQUAL WS-TIPO-BAND).
           MOVE WS-TIPO-BAND TO LD-TIPO.
           MOVE COD-VTAB (IX-VR) TO LD-COD.
           MOVE NOME-VTAB (IX-VR) TO LD-NOME.
           MOVE LIQ-ANT-VTAB (IX-VR) TO LD-LIQ-ANT.
           MOVE LIQ-ATU-VTAB (IX-VR) TO LD-LIQ-ATU.
           MOVE DEPTO-ANT-VTAB (IX-VR) TO LD-DEP-ANT.
           MOVE DEPTO-ATU-VTAB (IX-VR) TO LD-DEP-ATU.
           IF IX-VL NOT> QTD-VISTO
               MOVE "LIBERADO" TO LD-SITU
               MOVE RESP-LTAB (IX-VL) TO LD-RESP
           ELSE
               MOVE "PENDENTE" TO LD-SITU
               MOVE SPACES TO LD-RESP
               ADD 1 TO CONT-PENDENTES
           END-IF.
           MOVE LINHA-VAR-DET TO REG-VAR.
           WRITE REG-VAR.

       AVANCA-VISTO.
           ADD 1 TO IX-VL.

      *TERMINO fecha a listagem e grava a situacao da competencia;
      *com bandeira pendente devolve RC 4 para o EXCTL reter a
      *remessa.
       TERMINO.
           MOVE WS-COMPET TO COMPET-VARS.
           MOVE CONT-BANDEIRAS TO QTD-BAND-VARS.
           MOVE CONT-PENDENTES TO QTD-PEND-VARS.
           IF CONT-PENDENTES > 0
               MOVE "PENDENTE" TO SITU-VARS
           ELSE
               MOVE "LIBERADO" TO SITU-VARS
           END-IF.
           MOVE CONT-BANDEIRAS TO LT-BAND.
           MOVE CONT-PENDENTES TO LT-PEND.
           MOVE SITU-VARS TO LT-SITU.
           MOVE LINHA-VAR-TOT TO REG-VAR.
           WRITE REG-VAR.
           CLOSE CADVAR.
           OPEN OUTPUT CADVARS.
           WRITE REG-VARS.
           CLOSE CADVARS.
           IF TEM-BASE EQUAL "NAO"
               DISPLAY "EX49 - SEM GERACAO DE CADLIQ.DAT ANTERIOR A "
                   WS-COMPET " NO CATALOGO, NADA A COMPARAR"
           END-IF.
           DISPLAY "EX49 - COMPETENCIA.........: " WS-COMPET.
           DISPLAY "EX49 - FUNCIONARIOS........: " QTD-VAR.
           DISPLAY "EX49 - BANDEIRAS...........: " CONT-BANDEIRAS.
           DISPLAY "EX49 - PENDENTES DE VISTO..: " CONT-PENDENTES.
           DISPLAY "EX49 - SITUACAO............: " SITU-VARS.
           IF CONT-PENDENTES > 0
               MOVE 4 TO RETURN-CODE
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
