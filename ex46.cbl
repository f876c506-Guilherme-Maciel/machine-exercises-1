       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX46.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX46 calcula os encargos do empregador sobre a folha do mes,
      *que ate hoje eram feitos em planilha: o deposito do FGTS de
      *cada funcionario e o INSS patronal com o RAT e as contribuicoes
      *de terceiros. A base e o bruto de todas as linhas da folha
      *liquida CADLIQ.DAT da rodada (salario do EX08, ferias do EX29
      *e rescisao do EX30), somado por funcionario; o departamento
      *vem do cadastro CADFUN.DAT. As aliquotas ficam em CADENCG.DAT
      *(percentual mesmo, 08,00 = 8 por cento, como nas tabelas de
      *INSS/IRRF); sem o arquivo valem 8 de FGTS, 20 de INSS
      *patronal, 2 de RAT e 5,8 de terceiros. Saidas:
      *  CADFGTS.DAT - relacao do deposito do FGTS (os dados da
      *    guia): um detalhe por funcionario com base e valor, e o
      *    total da competencia;
      *  CADENCD.DAT - custo total da folha por departamento (bruto
      *    mais encargos), com o total da empresa;
      *  CADLANC.DAT - eventos FGTS e INSSPAT pelo mapeamento
      *    CADCTA.DAT, em EXTEND como os demais eventos da folha.
      *Passo de fim de mes do plano do EXCTL, depois do EX29/EX30.
      *MODIFICACAO 15/10/2026 - layout de CADFUN ganhou no final
      *PERC-ADI-ENT, o percentual do adiantamento quinzenal pago pelo
      *EX47; aqui so acompanha a declaracao.
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
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LIQ.
           SELECT CADFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-ENT
           FILE STATUS IS WS-FS-FUN.
           SELECT CADDEPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADENCG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENCG.
           SELECT CADFGTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADENCD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADLANC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

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

      *CADDEPT.DAT = tabela de departamentos mantida pelo RH.
       FD CADDEPT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEPT.DAT".

       01 REG-DEPT.
           02 COD-DEPT PIC 9(03).
           02 NOME-DEPT PIC X(20).

      *CADENCG.DAT = aliquotas dos encargos do empregador, um
      *registro so, em percentual.
       FD CADENCG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADENCG.DAT".

       01 REG-ENCG.
           02 PERC-FGTS-ENCG PIC 9(2)V99.
           02 PERC-PAT-ENCG PIC 9(2)V99.
           02 PERC-RAT-ENCG PIC 9(2)V99.
           02 PERC-TERC-ENCG PIC 9(2)V99.

      *CADFGTS.DAT = relacao do deposito do FGTS da competencia.
       FD CADFGTS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFGTS.DAT".

       01 REG-FGTS PIC X(60).

      *CADENCD.DAT = custo da folha com encargos por departamento.
       FD CADENCD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADENCD.DAT".

       01 REG-ENCD PIC X(100).

       FD CADLANC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLANC.DAT".

       01 REG-LANC.
           02 DATA-LANC PIC 9(08).
           02 TIPO-LANC PIC X(01).
           02 CONTA-LANC PIC 9(08).
           02 HISTORICO-LANC PIC X(20).
           02 VALOR-LANC PIC 9(9)V99.

       FD CADCTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCTA.DAT".

       01 REG-CTA.
           02 EVENTO-CTA PIC X(08).
           02 DEBITO-CTA PIC 9(08).
           02 CREDITO-CTA PIC 9(08).

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
           77 WS-FS-ENCG PIC X(02) VALUE SPACE.
           77 WS-FS-FUN PIC X(02) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 ACHOU PIC X(03) VALUE "NAO".
           77 ACHOU-CTA PIC X(03) VALUE "NAO".
           77 IX-TF PIC 9(04) VALUE 0.
           77 IX-DP PIC 9(04) VALUE 0.
           77 FUNC-ATUAL PIC 9(05) VALUE 0.
           77 DEPTO-ATUAL PIC 9(03) VALUE 0.
           77 CONT-LIQ PIC 9(07) VALUE 0.
           77 CONT-FUNC PIC 9(07) VALUE 0.
           77 CONT-SEM-CAD PIC 9(07) VALUE 0.
           77 PERC-FGTS PIC 9(2)V99 VALUE 8.
           77 PERC-PAT PIC 9(2)V99 VALUE 20.
           77 PERC-RAT PIC 9(2)V99 VALUE 2.
           77 PERC-TERC PIC 9(2)V99 VALUE 5,8.
           77 VALOR-FGTS PIC 9(7)V99 VALUE 0.
           77 VALOR-PAT PIC 9(7)V99 VALUE 0.
           77 VALOR-OUTROS PIC 9(7)V99 VALUE 0.
           77 TOT-BASE PIC S9(9)V99 VALUE 0.
           77 TOT-FGTS PIC 9(9)V99 VALUE 0.
           77 TOT-PAT PIC 9(9)V99 VALUE 0.
           77 TOT-OUTROS PIC 9(9)V99 VALUE 0.
           77 TOT-CUSTO PIC S9(9)V99 VALUE 0.
           77 EVENTO-ATUAL PIC X(08) VALUE SPACE.
           77 VALOR-EVENTO PIC S9(9)V99 VALUE 0.

      *TAB-FUNC = base do mes por funcionario, com o departamento
      *do cadastro (999 quando o codigo nao esta em CADFUN.DAT).
           01 TAB-FUNC.
               02 QTD-TF PIC 9(04) VALUE 0.
               02 FUNC-LINHA OCCURS 2000 TIMES.
                   03 COD-TF PIC 9(05).
                   03 NOME-TF PIC X(20).
                   03 DEPTO-TF PIC 9(03).
                   03 BASE-TF PIC S9(7)V99.

           01 TAB-DEPTOS.
               02 QTD-DP PIC 9(04) VALUE 0.
               02 DEPTO-LINHA OCCURS 100 TIMES.
                   03 COD-DP PIC 9(03).
                   03 NOME-DP PIC X(20).
                   03 QTD-FUNC-DP PIC 9(05).
                   03 BASE-DP PIC S9(9)V99.
                   03 FGTS-DP PIC 9(9)V99.
                   03 PAT-DP PIC 9(9)V99.
                   03 OUTROS-DP PIC 9(9)V99.

           01 TAB-CONTAS.
               02 QTD-CONTAS PIC 9(02) VALUE 0.
               02 CONTA-LINHA OCCURS 30 TIMES INDEXED BY IX-CTA.
                   03 EVENTO-TAB PIC X(08).
                   03 DEBITO-TAB PIC 9(08).
                   03 CREDITO-TAB PIC 9(08).

           01 LINHA-FGTS-CAB.
               02 FILLER PIC X(32)
                  VALUE "RELACAO DO FGTS - COMPETENCIA ".
               02 FC-COMPET PIC 9(06).
               02 FILLER PIC X(08) VALUE "  ALIQ. ".
               02 FC-PERC PIC Z9,99.

           01 LINHA-FGTS.
               02 FILLER PIC X(01) VALUE "1".
               02 FG-COD PIC 9(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 FG-NOME PIC X(20).
               02 FILLER PIC X(01) VALUE SPACE.
               02 FG-BASE PIC ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 FG-VALOR PIC ZZZZZZ9,99.

           01 LINHA-FGTS-TOT.
               02 FILLER PIC X(01) VALUE "9".
               02 FILLER PIC X(08) VALUE " TOTAL  ".
               02 FT-QTDE PIC ZZZZ9.
               02 FILLER PIC X(14) VALUE " FUNCIONARIOS ".
               02 FT-BASE PIC ZZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 FT-VALOR PIC ZZZZZZZ9,99.

           01 LINHA-ENCD-CAB.
               02 FILLER PIC X(50)
                  VALUE "CUSTO DA FOLHA POR DEPARTAMENTO - DATA ".
               02 EC-DATA PIC 9(08).

           01 LINHA-ENCD-TIT.
               02 FILLER PIC X(30)
                  VALUE "DEP NOME                  FUNC".
               02 FILLER PIC X(30)
                  VALUE "        BRUTO       FGTS  INSS".
               02 FILLER PIC X(30)
                  VALUE " PATR   RAT+TERC   CUSTO TOTAL".

           01 LINHA-ENCD.
               02 ED-COD PIC 9(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 ED-NOME PIC X(20).
               02 FILLER PIC X(01) VALUE SPACE.
               02 ED-QTD PIC ZZZZ9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 ED-BASE PIC -ZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 ED-FGTS PIC ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 ED-PAT PIC ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 ED-OUTROS PIC ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 ED-CUSTO PIC -ZZZZZZZZ9,99.

       PROCEDURE DIVISION.

       PGM-EX46.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           PERFORM CARREGA-ALIQUOTAS.
           PERFORM CARREGA-DEPTOS.
           PERFORM CARREGA-CONTAS.
           OPEN INPUT CADLIQ.
           IF WS-FS-LIQ NOT EQUAL "00"
               DISPLAY "EX46 - CADLIQ.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEITURA.

      *CARREGA-ALIQUOTAS troca as aliquotas de fabrica pelas de
      *CADENCG.DAT quando o arquivo existe.
       CARREGA-ALIQUOTAS.
           OPEN INPUT CADENCG.
           IF WS-FS-ENCG EQUAL "00"
               READ CADENCG
                   AT END CONTINUE
               END-READ
               IF WS-FS-ENCG EQUAL "00"
                   MOVE PERC-FGTS-ENCG TO PERC-FGTS
                   MOVE PERC-PAT-ENCG TO PERC-PAT
                   MOVE PERC-RAT-ENCG TO PERC-RAT
                   MOVE PERC-TERC-ENCG TO PERC-TERC
               END-IF
           END-IF.
           CLOSE CADENCG.

       CARREGA-DEPTOS.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADDEPT.
           PERFORM LE-DEPTO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADDEPT.

       LE-DEPTO.
           READ CADDEPT
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF QTD-DP EQUAL 100
                   DISPLAY "EX46 - TABELA DE DEPARTAMENTOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DEPTOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DP
               MOVE COD-DEPT TO COD-DP (QTD-DP)
               MOVE NOME-DEPT TO NOME-DP (QTD-DP)
               PERFORM ZERA-DEPTO
           END-IF.

       ZERA-DEPTO.
           MOVE 0 TO QTD-FUNC-DP (QTD-DP).
           MOVE 0 TO BASE-DP (QTD-DP).
           MOVE 0 TO FGTS-DP (QTD-DP).
           MOVE 0 TO PAT-DP (QTD-DP).
           MOVE 0 TO OUTROS-DP (QTD-DP).

       CARREGA-CONTAS.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADCTA.
           PERFORM LE-CTA
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADCTA.

       LE-CTA.
           READ CADCTA
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF QTD-CONTAS EQUAL 30
                   DISPLAY "EX46 - TABELA DE CONTAS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-CONTAS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CONTAS
               MOVE EVENTO-CTA TO EVENTO-TAB (QTD-CONTAS)
               MOVE DEBITO-CTA TO DEBITO-TAB (QTD-CONTAS)
               MOVE CREDITO-CTA TO CREDITO-TAB (QTD-CONTAS)
           END-IF.

       LEITURA.
           READ CADLIQ
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CONT-LIQ
           END-IF.

      *PRINCIPAL soma o bruto da linha na base do funcionario,
      *qualquer que seja o tipo (salario, ferias ou rescisao).
       PRINCIPAL.
           MOVE COD-LIQ TO FUNC-ATUAL.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-TF.
           PERFORM TESTA-FUNCIONARIO
               UNTIL IX-TF > QTD-TF
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "NAO"
               IF QTD-TF EQUAL 2000
                   DISPLAY "EX46 - TABELA DE FUNCIONARIOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-FUNC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-TF
               MOVE QTD-TF TO IX-TF
               MOVE COD-LIQ TO COD-TF (IX-TF)
               MOVE NOME-LIQ TO NOME-TF (IX-TF)
               MOVE 999 TO DEPTO-TF (IX-TF)
               MOVE 0 TO BASE-TF (IX-TF)
           END-IF.
           ADD BRUTO-LIQ TO BASE-TF (IX-TF).
           PERFORM LEITURA.

       TESTA-FUNCIONARIO.
           IF COD-TF (IX-TF) EQUAL FUNC-ATUAL
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-TF
           END-IF.

      *BUSCA-DEPARTAMENTOS passa o cadastro e anota o departamento
      *de cada funcionario que esta na folha do mes.
       BUSCA-DEPARTAMENTOS.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADFUN.
           IF WS-FS-FUN NOT EQUAL "00"
               DISPLAY "EX46 - CADFUN.DAT NAO ABRIU: " WS-FS-FUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-CADASTRO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADFUN.

       LE-CADASTRO.
           READ CADFUN
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               MOVE COD-ENT TO FUNC-ATUAL
               MOVE "NAO" TO ACHOU
               MOVE 1 TO IX-TF
               PERFORM TESTA-FUNCIONARIO
                   UNTIL IX-TF > QTD-TF
                      OR ACHOU EQUAL "SIM"
               IF ACHOU EQUAL "SIM"
                   MOVE DEPTO-ENT TO DEPTO-TF (IX-TF)
               END-IF
           END-IF.

      *CALCULA-ENCARGOS apura os encargos de cada funcionario, grava
      *o detalhe do FGTS e soma tudo no departamento.
       CALCULA-ENCARGOS.
           IF BASE-TF (IX-TF) > 0
               COMPUTE VALOR-FGTS ROUNDED =
                   BASE-TF (IX-TF) * PERC-FGTS / 100
               COMPUTE VALOR-PAT ROUNDED =
                   BASE-TF (IX-TF) * PERC-PAT / 100
               COMPUTE VALOR-OUTROS ROUNDED =
                   BASE-TF (IX-TF) * (PERC-RAT + PERC-TERC) / 100
           ELSE
               MOVE 0 TO VALOR-FGTS
               MOVE 0 TO VALOR-PAT
               MOVE 0 TO VALOR-OUTROS
           END-IF.
           MOVE COD-TF (IX-TF) TO FG-COD.
           MOVE NOME-TF (IX-TF) TO FG-NOME.
           MOVE BASE-TF (IX-TF) TO FG-BASE.
           MOVE VALOR-FGTS TO FG-VALOR.
           MOVE LINHA-FGTS TO REG-FGTS.
           WRITE REG-FGTS.
           ADD 1 TO CONT-FUNC.
           ADD BASE-TF (IX-TF) TO TOT-BASE.
           ADD VALOR-FGTS TO TOT-FGTS.
           ADD VALOR-PAT TO TOT-PAT.
           ADD VALOR-OUTROS TO TOT-OUTROS.
           PERFORM SOMA-DEPARTAMENTO.
           ADD 1 TO IX-TF.

      *SOMA-DEPARTAMENTO acha o departamento do funcionario;
      *codigo fora de CADDEPT.DAT (ou funcionario fora do cadastro)
      *abre uma linha propria para o custo nao sumir do total.
       SOMA-DEPARTAMENTO.
           MOVE DEPTO-TF (IX-TF) TO DEPTO-ATUAL.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-DP.
           PERFORM TESTA-DEPARTAMENTO
               UNTIL IX-DP > QTD-DP
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "NAO"
               IF QTD-DP EQUAL 100
                   DISPLAY "EX46 - TABELA DE DEPARTAMENTOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DEPTOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DP
               MOVE QTD-DP TO IX-DP
               MOVE DEPTO-ATUAL TO COD-DP (IX-DP)
               MOVE "SEM DEPARTAMENTO" TO NOME-DP (IX-DP)
               PERFORM ZERA-DEPTO
               ADD 1 TO CONT-SEM-CAD
           END-IF.
           ADD 1 TO QTD-FUNC-DP (IX-DP).
           ADD BASE-TF (IX-TF) TO BASE-DP (IX-DP).
           ADD VALOR-FGTS TO FGTS-DP (IX-DP).
           ADD VALOR-PAT TO PAT-DP (IX-DP).
           ADD VALOR-OUTROS TO OUTROS-DP (IX-DP).

       TESTA-DEPARTAMENTO.
           IF COD-DP (IX-DP) EQUAL DEPTO-ATUAL
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-DP
           END-IF.

       GRAVA-DEPARTAMENTO.
           IF QTD-FUNC-DP (IX-DP) > 0
               MOVE COD-DP (IX-DP) TO ED-COD
               MOVE NOME-DP (IX-DP) TO ED-NOME
               MOVE QTD-FUNC-DP (IX-DP) TO ED-QTD
               MOVE BASE-DP (IX-DP) TO ED-BASE
               MOVE FGTS-DP (IX-DP) TO ED-FGTS
               MOVE PAT-DP (IX-DP) TO ED-PAT
               MOVE OUTROS-DP (IX-DP) TO ED-OUTROS
               COMPUTE ED-CUSTO = BASE-DP (IX-DP) + FGTS-DP (IX-DP)
                   + PAT-DP (IX-DP) + OUTROS-DP (IX-DP)
               MOVE LINHA-ENCD TO REG-ENCD
               WRITE REG-ENCD
           END-IF.
           ADD 1 TO IX-DP.

       BUSCA-CONTA.
           MOVE "NAO" TO ACHOU-CTA.
           SET IX-CTA TO 1.
           PERFORM AVANCA-CONTA
               UNTIL IX-CTA > QTD-CONTAS
                  OR EVENTO-ATUAL EQUAL EVENTO-TAB (IX-CTA).
           IF IX-CTA NOT> QTD-CONTAS
               MOVE "SIM" TO ACHOU-CTA.

       AVANCA-CONTA.
           SET IX-CTA UP BY 1.

      *GRAVA-EVENTO escreve o par debito/credito do evento deixado
      *em EVENTO-ATUAL, como no EX08; evento sem conta mapeada so
      *avisa no console.
       GRAVA-EVENTO.
           IF VALOR-EVENTO EQUAL 0
               CONTINUE
           ELSE
               PERFORM BUSCA-CONTA
               IF ACHOU-CTA EQUAL "NAO"
                   DISPLAY "EX46 - EVENTO SEM CONTA EM CADCTA.DAT: "
                       EVENTO-ATUAL
               ELSE
                   MOVE WS-DATA-HOJE TO DATA-LANC
                   MOVE EVENTO-ATUAL TO HISTORICO-LANC
                   MOVE VALOR-EVENTO TO VALOR-LANC
                   MOVE "D" TO TIPO-LANC
                   MOVE DEBITO-TAB (IX-CTA) TO CONTA-LANC
                   WRITE REG-LANC
                   MOVE "C" TO TIPO-LANC
                   MOVE CREDITO-TAB (IX-CTA) TO CONTA-LANC
                   WRITE REG-LANC
               END-IF
           END-IF.

      *TERMINO anota os departamentos, calcula os encargos, grava as
      *duas listagens e exporta os eventos FGTS e INSSPAT (o INSS
      *patronal leva junto o RAT e os terceiros, que vao para a
      *mesma guia).
       TERMINO.
           CLOSE CADLIQ.
           PERFORM BUSCA-DEPARTAMENTOS.
           OPEN OUTPUT CADFGTS
                       CADENCD.
           MOVE WS-DATA-HOJE (1:6) TO FC-COMPET.
           MOVE PERC-FGTS TO FC-PERC.
           MOVE LINHA-FGTS-CAB TO REG-FGTS.
           WRITE REG-FGTS.
           MOVE 1 TO IX-TF.
           PERFORM CALCULA-ENCARGOS
               UNTIL IX-TF > QTD-TF.
           MOVE CONT-FUNC TO FT-QTDE.
           MOVE TOT-BASE TO FT-BASE.
           MOVE TOT-FGTS TO FT-VALOR.
           MOVE LINHA-FGTS-TOT TO REG-FGTS.
           WRITE REG-FGTS.
           MOVE WS-DATA-HOJE TO EC-DATA.
           MOVE LINHA-ENCD-CAB TO REG-ENCD.
           WRITE REG-ENCD.
           MOVE LINHA-ENCD-TIT TO REG-ENCD.
           WRITE REG-ENCD.
           MOVE 1 TO IX-DP.
           PERFORM GRAVA-DEPARTAMENTO
               UNTIL IX-DP > QTD-DP.
           MOVE 0 TO ED-COD.
           MOVE "TOTAL DA EMPRESA" TO ED-NOME.
           MOVE CONT-FUNC TO ED-QTD.
           MOVE TOT-BASE TO ED-BASE.
           MOVE TOT-FGTS TO ED-FGTS.
           MOVE TOT-PAT TO ED-PAT.
           MOVE TOT-OUTROS TO ED-OUTROS.
           COMPUTE TOT-CUSTO = TOT-BASE + TOT-FGTS + TOT-PAT
               + TOT-OUTROS.
           MOVE TOT-CUSTO TO ED-CUSTO.
           MOVE LINHA-ENCD TO REG-ENCD.
           WRITE REG-ENCD.
           CLOSE CADFGTS
                 CADENCD.
           OPEN EXTEND CADLANC.
           MOVE "FGTS" TO EVENTO-ATUAL.
           MOVE TOT-FGTS TO VALOR-EVENTO.
           PERFORM GRAVA-EVENTO.
           MOVE "INSSPAT" TO EVENTO-ATUAL.
           COMPUTE VALOR-EVENTO = TOT-PAT + TOT-OUTROS.
           PERFORM GRAVA-EVENTO.
           CLOSE CADLANC.
           DISPLAY "EX46 - LINHAS DA FOLHA.....: " CONT-LIQ.
           DISPLAY "EX46 - FUNCIONARIOS........: " CONT-FUNC.
           DISPLAY "EX46 - SEM DEPARTAMENTO....: " CONT-SEM-CAD.
           DISPLAY "EX46 - TOTAL FGTS..........: " TOT-FGTS.
           DISPLAY "EX46 - TOTAL INSS PATRONAL.: " TOT-PAT.
           DISPLAY "EX46 - TOTAL RAT+TERCEIROS.: " TOT-OUTROS.
           DISPLAY "EX46 - CUSTO TOTAL FOLHA...: " TOT-CUSTO.

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
