      *mostra a quantidade de dependentes e o valor do
      *salario-familia. Sem parametros, deducao e beneficio ficam
      *em zero e o liquido sai como antes.
      *MODIFICACAO 15/10/2026 - CADLIQ.DAT ganha no fim o TIPO-LIQ, que
      *diz de onde veio a linha (S = salario do mes, aqui; F = ferias
      *do EX29; R = rescisao do EX30), para o acumulado anual do EX45
      *separar os rendimentos.
      *MODIFICACAO 15/10/2026 - adiantamento quinzenal: CADFUN ganhou
      *no final PERC-ADI-ENT, o percentual pago no dia 20 pelo EX47. O
      *adiantamento ja pago na competencia (historico CADADIH.DAT do
      *EX47) e descontado do liquido em CALCULA-LIQUIDO, sai numa linha
      *propria no holerite e e compensado na contabilidade pelo evento
      *DESCADI. TAB-CONTAS vai de 10 para 30 posicoes, com o mapeamento
      *ja passando de dez eventos, e a carga ganha a guarda de tabela
      *cheia.
      *MODIFICACAO 15/10/2026 - emprestimo consignado: os contratos de
      *CADEMPR.DAT com parcela devida na competencia sao descontados do
      *liquido em CALCULA-CONSIGNADO, dentro da margem de 35 por cento
      *do liquido antes do adiantamento; a parcela que passa da margem
      *e cortada ao saldo ou recusada. Cada parcela sai no holerite e
      *em CADCOND.DAT (lido pelo EX48 para o razao e o repasse aos
      *bancos), e o total retido vai para a contabilidade pelo evento
      *CONSIG.
      *MODIFICACAO 15/10/2026 - beneficios: a adesao de CADBENF.DAT (VT
      *vale-transporte, VR vale-refeicao, PS plano de saude com custo
      *por dependente de CADDEPEN.DAT) e calculada em
      *CALCULA-BENEFICIOS; as faltas injustificadas do ponto reduzem os
      *dias de VT e VR, a parte do funcionario no VT fica limitada a 6
      *por cento do salario reajustado e sai do liquido junto com a de
      *VR e PS. Cada beneficio sai por nome no holerite e o pedido de
      *compra por fornecedor e beneficio vai para CADBPED.DAT.
      *MODIFICACAO 15/10/2026 - layout de CADFUN ganhou no final
      *CARGO-ENT, o codigo do cargo da tabela CADCARGO.DAT; aqui so
      *acompanha a declaracao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL CADPARMF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMF.
           SELECT OPTIONAL CADADIH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADEMPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCOND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADBENF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADBPED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           02 DATA-ADM-ENT PIC 9(08).
           02 DATA-DEM-ENT PIC 9(08).
           02 DEPTO-ENT PIC 9(03).
           02 PERC-ADI-ENT PIC 9(3)V99.
           02 CARGO-ENT PIC 9(03).

       FD CADSAI
           LABEL RECORD ARE STANDARD
           02 IRRF-LIQ PIC 9(5)V99.
           02 LIQUIDO-LIQ PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 TIPO-LIQ PIC X(01).

      *CADCTA.DAT = mapeamento contabil por evento, mantido pela
      *contabilidade: evento, conta de debito e conta de credito.
           02 LIMITE-SALFAM-PAR PIC 9(5)V99.
           02 VALOR-SALFAM-PAR PIC 9(5)V99.

      *CADADIH.DAT = historico dos adiantamentos quinzenais pagos
      *pelo EX47, por funcionario e competencia.
       FD CADADIH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADADIH.DAT".

       01 REG-ADIH.
           02 COD-ADIH PIC 9(05).
           02 COMPET-ADIH PIC 9(06).
           02 DATA-ADIH PIC 9(08).
           02 VALOR-ADIH PIC 9(5)V99.

      *CADEMPR.DAT = contratos de emprestimo consignado mantidos
      *pelo RH: banco, contrato, parcela e a primeira e a ultima
      *competencia de desconto.
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

      *CADCOND.DAT = as parcelas de consignado do mes, uma linha por
      *contrato devido, com o descontado e a situacao (P paga
      *inteira, C cortada pela margem, R recusada pela margem); o
      *EX48 leva ao razao das parcelas e ao repasse dos bancos.
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

      *CADBENF.DAT = adesao aos beneficios, uma linha por
      *funcionario e beneficio: VT vale-transporte (VALOR = tarifa
      *do dia, ida e volta), VR vale-refeicao (VALOR = valor do dia)
      *ou PS plano de saude (VALOR = custo do titular, VALOR-DEP =
      *custo por dependente de CADDEPEN.DAT). DIAS = dias uteis do
      *mes para VT/VR; PERC-FUNC = parte do funcionario em VR/PS.
       FD CADBENF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBENF.DAT".

       01 REG-BENF.
           02 COD-BENF PIC 9(05).
           02 TIPO-BENF PIC X(02).
           02 FORNEC-BENF PIC 9(04).
           02 VALOR-BENF PIC 9(5)V99.
           02 DIAS-BENF PIC 9(02).
           02 VALOR-DEP-BENF PIC 9(5)V99.
           02 PERC-FUNC-BENF PIC 9(3)V99.

      *CADBPED.DAT = pedido de compra do mes por fornecedor e
      *beneficio, com o valor total, a parte descontada dos
      *funcionarios e o custo da empresa.
       FD CADBPED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBPED.DAT".

       01 REG-BPED PIC X(70).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           77 QTD-FIL-FUNC PIC 9(02) VALUE 0.
           77 SALFAM-FUNC PIC 9(5)V99 VALUE 0.
           77 IX-DN PIC 9(04) VALUE 0.
           77 IX-AD PIC 9(04) VALUE 0.
           77 ADIANT-FUNC PIC 9(5)V99 VALUE 0.
           77 TOT-ADIANT-GERAL PIC 9(7)V99 VALUE 0.
           77 PERC-MARGEM PIC 9(2)V99 VALUE 35.
           77 MARGEM-CONS PIC S9(5)V99 VALUE 0.
           77 SALDO-MARGEM PIC S9(5)V99 VALUE 0.
           77 CONSIG-FUNC PIC 9(5)V99 VALUE 0.
           77 TOT-CONSIG-GERAL PIC 9(7)V99 VALUE 0.
           77 IX-CS PIC 9(04) VALUE 0.
           77 IX-CF PIC 9(02) VALUE 0.
           77 PERC-TETO-VT PIC 9(2)V99 VALUE 6.
           77 TETO-VT PIC 9(5)V99 VALUE 0.
           77 DIAS-BENEF PIC S9(03) VALUE 0.
           77 BENEF-FUNC PIC 9(5)V99 VALUE 0.
           77 TOT-BENEF-GERAL PIC 9(7)V99 VALUE 0.
           77 CONT-BENF-INV PIC 9(07) VALUE 0.
           77 IX-BN PIC 9(04) VALUE 0.
           77 IX-BF PIC 9(02) VALUE 0.
           77 IX-FB PIC 9(03) VALUE 0.
           77 TIPO-NOME PIC X(02) VALUE SPACE.

      *TAB-BENEF = as adesoes validas de CADBENF.DAT.
           01 TAB-BENEF.
               02 QTD-BENEF PIC 9(04) VALUE 0.
               02 BENEF-LINHA OCCURS 3000 TIMES.
                   03 COD-BTAB PIC 9(05).
                   03 TIPO-BTAB PIC X(02).
                   03 FORNEC-BTAB PIC 9(04).
                   03 VALOR-BTAB PIC 9(5)V99.
                   03 DIAS-BTAB PIC 9(02).
                   03 VALOR-DEP-BTAB PIC 9(5)V99.
                   03 PERC-FUNC-BTAB PIC 9(3)V99.

      *TAB-BENEF-FUNC = os beneficios do funcionario atual, com o
      *valor do mes e o desconto de cada um.
           01 TAB-BENEF-FUNC.
               02 QTD-BF PIC 9(02) VALUE 0.
               02 BF-LINHA OCCURS 10 TIMES.
                   03 TIPO-BF PIC X(02).
                   03 VALOR-BF PIC 9(5)V99.
                   03 DESCONTO-BF PIC 9(5)V99.

      *TAB-FORNEC-BEN = o acumulado do pedido de compra por
      *fornecedor e beneficio.
           01 TAB-FORNEC-BEN.
               02 QTD-FB PIC 9(03) VALUE 0.
               02 FB-LINHA OCCURS 100 TIMES.
                   03 TIPO-FB PIC X(02).
                   03 FORNEC-FB PIC 9(04).
                   03 QTD-FUNC-FB PIC 9(05).
                   03 VALOR-FB PIC 9(7)V99.
                   03 DESCONTO-FB PIC 9(7)V99.

      *TAB-CONS = os contratos de consignado com parcela devida na
      *competencia da rodada, carregados de CADEMPR.DAT.
           01 TAB-CONS.
               02 QTD-CONS PIC 9(04) VALUE 0.
               02 CONS-LINHA OCCURS 2000 TIMES.
                   03 COD-CTAB PIC 9(05).
                   03 BANCO-CTAB PIC 9(03).
                   03 CONTRATO-CTAB PIC X(12).
                   03 PARCELA-CTAB PIC 9(5)V99.

      *TAB-CONS-FUNC = as parcelas do funcionario atual, com o
      *descontado de cada uma depois da margem.
           01 TAB-CONS-FUNC.
               02 QTD-CF PIC 9(02) VALUE 0.
               02 CF-LINHA OCCURS 20 TIMES.
                   03 BANCO-CF PIC 9(03).
                   03 CONTRATO-CF PIC X(12).
                   03 PARCELA-CF PIC 9(5)V99.
                   03 DESCONTO-CF PIC 9(5)V99.
                   03 SITU-CF PIC X(01).

      *TAB-ADIANT = o adiantamento quinzenal ja pago na competencia
      *da rodada, por funcionario, carregado de CADADIH.DAT.
           01 TAB-ADIANT.
               02 QTD-ADIANT PIC 9(04) VALUE 0.
               02 ADIANT-LINHA OCCURS 1000 TIMES.
                   03 COD-ATAB PIC 9(05).
                   03 VALOR-ATAB PIC 9(5)V99.

      *TAB-DEPEND = a contagem de dependentes (total e so filhos)
      *por funcionario, carregada de CADDEPEN.DAT.
      *TAB-CONTAS = o mapeamento contabil em memoria.
           01 TAB-CONTAS.
               02 QTD-CONTAS PIC 9(02) VALUE 0.
               02 CONTA-LINHA OCCURS 30 TIMES INDEXED BY IX-CTA.
                   03 EVENTO-TAB PIC X(08).
                   03 DEBITO-TAB PIC 9(08).
                   03 CREDITO-TAB PIC 9(08).
               02 FILLER PIC X(14) VALUE "  SAL.FAMILIA ".
               02 LH-SALFAM PIC ZZZZ9,99.

           01 LINHA-HOL-ADI.
               02 FILLER PIC X(19) VALUE "ADIANTAMENTO.....: ".
               02 LH-ADI PIC -ZZZZ9,99.
               02 FILLER PIC X(25) VALUE "  (DESCONTADO DO LIQUIDO)".

           01 LINHA-HOL-BEN.
               02 LH-BNOME PIC X(19).
               02 LH-BDESC PIC ZZZZ9,99.
               02 FILLER PIC X(13) VALUE "  BENEFICIO: ".
               02 LH-BVALOR PIC ZZZZ9,99.

           01 LINHA-BPED-CAB.
               02 FILLER PIC X(40)
                  VALUE "PEDIDO DE COMPRA DE BENEFICIOS - COMPETE".
               02 FILLER PIC X(05) VALUE "NCIA ".
               02 LBP-COMPET PIC X(06).

           01 LINHA-BPED-TIT.
               02 FILLER PIC X(40)
                  VALUE "FORN BENEFICIO         FUNC      VALOR  ".
               02 FILLER PIC X(30)
                  VALUE "DESC.FUNC CUSTO EMPRESA".

           01 LINHA-BPED-DET.
               02 LBP-FORNEC PIC 9(04).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LBP-NOME PIC X(16).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LBP-QTD PIC ZZZZ9.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LBP-VALOR PIC ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LBP-DESC PIC ZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LBP-CUSTO PIC -ZZZZZZZ9,99.

           01 LINHA-HOL-CONS.
               02 FILLER PIC X(12) VALUE "CONSIG. BCO ".
               02 LH-CBANCO PIC 9(03).
               02 FILLER PIC X(05) VALUE " CTR ".
               02 LH-CCONTR PIC X(12).
               02 FILLER PIC X(02) VALUE ": ".
               02 LH-CVALOR PIC ZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LH-CSITU PIC X(09).

           01 LINHA-DEPTO.
               02 FILLER PIC X(06) VALUE "DEPTO ".
               02 LP-COD PIC 9(03).
           IF WS-PULA > 0
               OPEN EXTEND CADLIQ
               EXTEND CADHOL
               EXTEND CADCOND
           ELSE
               OPEN OUTPUT CADLIQ
               OUTPUT CADHOL
               OUTPUT CADCOND
           END-IF.
           IF CSV-FLAG EQUAL "SIM"
               IF WS-PULA > 0
           PERFORM CARREGA-OCOR.
           PERFORM CARREGA-DEPENDENTES.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-ADIANTAMENTOS.
           PERFORM CARREGA-CONSIGNADOS.
           PERFORM CARREGA-BENEFICIOS.
           PERFORM LEITURA.
           PERFORM PULA-REGISTROS
               UNTIL CONT-PULAR NOT< WS-PULA
               MOVE "SIM" TO FIM-FAIXA.

       MONTA-CONTA.
           IF QTD-CONTAS EQUAL 30
               DISPLAY "EX08 - TABELA DE CONTAS CHEIA, AUMENTAR "
                       "OCCURS DE TAB-CONTAS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-CONTAS.
           MOVE EVENTO-CTA TO EVENTO-TAB (QTD-CONTAS).
           MOVE DEBITO-CTA TO DEBITO-TAB (QTD-CONTAS).
           END-IF.
           CLOSE CADPARMF.

      *CARREGA-ADIANTAMENTOS monta em memoria o adiantamento ja pago
      *a cada funcionario na competencia da rodada (CADADIH.DAT do
      *EX47); sem o arquivo ninguem tem adiantamento a descontar.
       CARREGA-ADIANTAMENTOS.
           MOVE "NAO" TO FIM-FAIXA.
           OPEN INPUT CADADIH.
           PERFORM LEITURA-ADIH.
           PERFORM MONTA-ADIANTAMENTO
               UNTIL FIM-FAIXA EQUAL "SIM".
           CLOSE CADADIH.

       LEITURA-ADIH.
           READ CADADIH
               AT END
               MOVE "SIM" TO FIM-FAIXA.

       MONTA-ADIANTAMENTO.
           IF COMPET-ADIH EQUAL WS-DATA-HOJE (1:6)
               PERFORM BUSCA-ADIANT-TAB
               IF IX-AD > QTD-ADIANT
                   IF QTD-ADIANT EQUAL 1000
                       DISPLAY "EX08 - TABELA DE ADIANTAMENTOS CHEIA, "
                               "AUMENTAR OCCURS DE TAB-ADIANT"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-ADIANT
                   MOVE QTD-ADIANT TO IX-AD
                   MOVE COD-ADIH TO COD-ATAB (IX-AD)
                   MOVE 0 TO VALOR-ATAB (IX-AD)
               END-IF
               ADD VALOR-ADIH TO VALOR-ATAB (IX-AD)
           END-IF.
           PERFORM LEITURA-ADIH.

      *BUSCA-ADIANT-TAB posiciona IX-AD na linha do codigo de
      *COD-ADIH (ou uma alem da ultima, quando nao ha).
       BUSCA-ADIANT-TAB.
           MOVE 1 TO IX-AD.
           PERFORM AVANCA-ADIANT
               UNTIL IX-AD > QTD-ADIANT
                  OR COD-ATAB (IX-AD) EQUAL COD-ADIH.

       AVANCA-ADIANT.
           ADD 1 TO IX-AD.

      *BUSCA-ADIANTAMENTO deixa em ADIANT-FUNC o adiantamento ja
      *pago ao funcionario atual na competencia.
       BUSCA-ADIANTAMENTO.
           MOVE 0 TO ADIANT-FUNC.
           MOVE 1 TO IX-AD.
           PERFORM TESTA-ADIANT-FUNC
               UNTIL IX-AD > QTD-ADIANT.

       TESTA-ADIANT-FUNC.
           IF COD-ATAB (IX-AD) EQUAL COD-ENT
               MOVE VALOR-ATAB (IX-AD) TO ADIANT-FUNC.
           ADD 1 TO IX-AD.

      *CARREGA-CONSIGNADOS monta em memoria os contratos com parcela
      *devida na competencia da rodada (entre a primeira e a ultima
      *competencia do contrato); sem CADEMPR.DAT nao ha desconto.
       CARREGA-CONSIGNADOS.
           MOVE "NAO" TO FIM-FAIXA.
           OPEN INPUT CADEMPR.
           PERFORM LEITURA-CONS.
           PERFORM MONTA-CONSIGNADO
               UNTIL FIM-FAIXA EQUAL "SIM".
           CLOSE CADEMPR.

       LEITURA-CONS.
           READ CADEMPR
               AT END
               MOVE "SIM" TO FIM-FAIXA.

       MONTA-CONSIGNADO.
           IF COMPET-INI-CONS NOT> WS-DATA-HOJE (1:6)
                  AND COMPET-FIM-CONS NOT< WS-DATA-HOJE (1:6)
               IF QTD-CONS EQUAL 2000
                   DISPLAY "EX08 - TABELA DE CONSIGNADOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-CONS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CONS
               MOVE COD-CONS TO COD-CTAB (QTD-CONS)
               MOVE BANCO-CONS TO BANCO-CTAB (QTD-CONS)
               MOVE CONTRATO-CONS TO CONTRATO-CTAB (QTD-CONS)
               MOVE PARCELA-CONS TO PARCELA-CTAB (QTD-CONS)
           END-IF.
           PERFORM LEITURA-CONS.

      *CALCULA-CONSIGNADO aplica as parcelas devidas do funcionario
      *atual, na ordem do arquivo de contratos, dentro da margem
      *legal de PERC-MARGEM (35 por cento) do liquido do mes antes
      *do adiantamento: parcela que cabe no saldo da margem sai
      *inteira, a que passa e cortada ao saldo e, sem saldo, a
      *parcela e recusada (fica pendente no razao do EX48).
       CALCULA-CONSIGNADO.
           MOVE 0 TO QTD-CF.
           MOVE 0 TO CONSIG-FUNC.
           COMPUTE MARGEM-CONS = (BRUTO-MES - DESC-INSS - DESC-IRRF)
                               * PERC-MARGEM / 100.
           IF MARGEM-CONS < 0
               MOVE 0 TO MARGEM-CONS
           END-IF.
           MOVE MARGEM-CONS TO SALDO-MARGEM.
           MOVE 1 TO IX-CS.
           PERFORM APLICA-CONSIGNADO
               UNTIL IX-CS > QTD-CONS.
           ADD CONSIG-FUNC TO TOT-CONSIG-GERAL.

       APLICA-CONSIGNADO.
           IF COD-CTAB (IX-CS) EQUAL COD-ENT
               IF QTD-CF EQUAL 20
                   DISPLAY "EX08 - CONTRATOS DEMAIS PARA UM SO "
                           "FUNCIONARIO, AUMENTAR OCCURS DE "
                           "TAB-CONS-FUNC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CF
               MOVE BANCO-CTAB (IX-CS) TO BANCO-CF (QTD-CF)
               MOVE CONTRATO-CTAB (IX-CS) TO CONTRATO-CF (QTD-CF)
               MOVE PARCELA-CTAB (IX-CS) TO PARCELA-CF (QTD-CF)
               IF PARCELA-CTAB (IX-CS) NOT> SALDO-MARGEM
                   MOVE PARCELA-CTAB (IX-CS) TO DESCONTO-CF (QTD-CF)
                   MOVE "P" TO SITU-CF (QTD-CF)
               ELSE
                   IF SALDO-MARGEM > 0
                       MOVE SALDO-MARGEM TO DESCONTO-CF (QTD-CF)
                       MOVE "C" TO SITU-CF (QTD-CF)
                   ELSE
                       MOVE 0 TO DESCONTO-CF (QTD-CF)
                       MOVE "R" TO SITU-CF (QTD-CF)
                   END-IF
               END-IF
               SUBTRACT DESCONTO-CF (QTD-CF) FROM SALDO-MARGEM
               ADD DESCONTO-CF (QTD-CF) TO CONSIG-FUNC
           END-IF.
           ADD 1 TO IX-CS.

      *GRAVA-CONSIGNADOS grava em CADCOND.DAT as parcelas do
      *funcionario atual ja decididas por CALCULA-CONSIGNADO.
       GRAVA-CONSIGNADOS.
           MOVE 1 TO IX-CF.
           PERFORM GRAVA-UM-CONSIGNADO
               UNTIL IX-CF > QTD-CF.

       GRAVA-UM-CONSIGNADO.
           MOVE COD-ENT TO COD-COND.
           MOVE BANCO-CF (IX-CF) TO BANCO-COND.
           MOVE CONTRATO-CF (IX-CF) TO CONTRATO-COND.
           MOVE WS-DATA-HOJE (1:6) TO COMPET-COND.
           MOVE PARCELA-CF (IX-CF) TO PARCELA-COND.
           MOVE DESCONTO-CF (IX-CF) TO DESCONTO-COND.
           MOVE SITU-CF (IX-CF) TO SITU-COND.
           WRITE REG-COND.
           ADD 1 TO IX-CF.

      *CARREGA-BENEFICIOS monta em memoria as adesoes aos
      *beneficios; tipo que nao seja VT, VR ou PS, ou valor nao
      *numerico, fica de fora e so e contado.
       CARREGA-BENEFICIOS.
           MOVE "NAO" TO FIM-FAIXA.
           OPEN INPUT CADBENF.
           PERFORM LEITURA-BENF.
           PERFORM MONTA-BENEFICIO
               UNTIL FIM-FAIXA EQUAL "SIM".
           CLOSE CADBENF.

       LEITURA-BENF.
           READ CADBENF
               AT END
               MOVE "SIM" TO FIM-FAIXA.

       MONTA-BENEFICIO.
           IF (TIPO-BENF NOT EQUAL "VT" AND TIPO-BENF NOT EQUAL "VR"
                  AND TIPO-BENF NOT EQUAL "PS")
                  OR VALOR-BENF IS NOT NUMERIC
                  OR DIAS-BENF IS NOT NUMERIC
                  OR VALOR-DEP-BENF IS NOT NUMERIC
                  OR PERC-FUNC-BENF IS NOT NUMERIC
               ADD 1 TO CONT-BENF-INV
           ELSE
               IF QTD-BENEF EQUAL 3000
                   DISPLAY "EX08 - TABELA DE BENEFICIOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-BENEF"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-BENEF
               MOVE COD-BENF TO COD-BTAB (QTD-BENEF)
               MOVE TIPO-BENF TO TIPO-BTAB (QTD-BENEF)
               MOVE FORNEC-BENF TO FORNEC-BTAB (QTD-BENEF)
               MOVE VALOR-BENF TO VALOR-BTAB (QTD-BENEF)
               MOVE DIAS-BENF TO DIAS-BTAB (QTD-BENEF)
               MOVE VALOR-DEP-BENF TO VALOR-DEP-BTAB (QTD-BENEF)
               MOVE PERC-FUNC-BENF TO PERC-FUNC-BTAB (QTD-BENEF)
           END-IF.
           PERFORM LEITURA-BENF.

      *CALCULA-BENEFICIOS apura cada beneficio do funcionario atual
      *e a parte dele, que sai do liquido:
      *  VT - tarifa x (dias uteis - faltas injustificadas do ponto);
      *       o funcionario paga ate PERC-TETO-VT (6 por cento) do
      *       salario reajustado, a empresa o resto;
      *  VR - valor do dia x (dias uteis - faltas); o funcionario
      *       paga PERC-FUNC do valor;
      *  PS - titular + custo por dependente x dependentes de
      *       CADDEPEN.DAT; o funcionario paga PERC-FUNC do valor.
      *Roda depois de CALCULA-BRUTO-MES e BUSCA-DEPENDENTES, que
      *deixam FALTAS-FUNC e QTD-DEP-FUNC prontos.
       CALCULA-BENEFICIOS.
           MOVE 0 TO QTD-BF.
           MOVE 0 TO BENEF-FUNC.
           COMPUTE TETO-VT = REAJUSTE * PERC-TETO-VT / 100.
           MOVE 1 TO IX-BN.
           PERFORM APLICA-BENEFICIO
               UNTIL IX-BN > QTD-BENEF.
           ADD BENEF-FUNC TO TOT-BENEF-GERAL.

       APLICA-BENEFICIO.
           IF COD-BTAB (IX-BN) EQUAL COD-ENT
               IF QTD-BF EQUAL 10
                   DISPLAY "EX08 - BENEFICIOS DEMAIS PARA UM SO "
                           "FUNCIONARIO, AUMENTAR OCCURS DE "
                           "TAB-BENEF-FUNC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-BF
               MOVE TIPO-BTAB (IX-BN) TO TIPO-BF (QTD-BF)
               COMPUTE DIAS-BENEF = DIAS-BTAB (IX-BN) - FALTAS-FUNC
               IF DIAS-BENEF < 0
                   MOVE 0 TO DIAS-BENEF
               END-IF
               IF TIPO-BTAB (IX-BN) EQUAL "PS"
                   COMPUTE VALOR-BF (QTD-BF) = VALOR-BTAB (IX-BN)
                       + VALOR-DEP-BTAB (IX-BN) * QTD-DEP-FUNC
               ELSE
                   COMPUTE VALOR-BF (QTD-BF) =
                       VALOR-BTAB (IX-BN) * DIAS-BENEF
               END-IF
               IF TIPO-BTAB (IX-BN) EQUAL "VT"
                   IF VALOR-BF (QTD-BF) > TETO-VT
                       MOVE TETO-VT TO DESCONTO-BF (QTD-BF)
                   ELSE
                       MOVE VALOR-BF (QTD-BF) TO DESCONTO-BF (QTD-BF)
                   END-IF
               ELSE
                   COMPUTE DESCONTO-BF (QTD-BF) ROUNDED =
                       VALOR-BF (QTD-BF) * PERC-FUNC-BTAB (IX-BN)
                       / 100
               END-IF
               ADD DESCONTO-BF (QTD-BF) TO BENEF-FUNC
               PERFORM ACUMULA-FORNECEDOR
           END-IF.
           ADD 1 TO IX-BN.

      *ACUMULA-FORNECEDOR soma o beneficio atual no pedido de
      *compra do fornecedor.
       ACUMULA-FORNECEDOR.
           MOVE 1 TO IX-FB.
           PERFORM AVANCA-FORNECEDOR
               UNTIL IX-FB > QTD-FB
                  OR (TIPO-FB (IX-FB) EQUAL TIPO-BTAB (IX-BN)
                  AND FORNEC-FB (IX-FB) EQUAL FORNEC-BTAB (IX-BN)).
           IF IX-FB > QTD-FB
               IF QTD-FB EQUAL 100
                   DISPLAY "EX08 - TABELA DE FORNECEDORES CHEIA, "
                           "AUMENTAR OCCURS DE TAB-FORNEC-BEN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-FB
               MOVE QTD-FB TO IX-FB
               MOVE TIPO-BTAB (IX-BN) TO TIPO-FB (IX-FB)
               MOVE FORNEC-BTAB (IX-BN) TO FORNEC-FB (IX-FB)
               MOVE 0 TO QTD-FUNC-FB (IX-FB)
               MOVE 0 TO VALOR-FB (IX-FB)
               MOVE 0 TO DESCONTO-FB (IX-FB)
           END-IF.
           ADD 1 TO QTD-FUNC-FB (IX-FB).
           ADD VALOR-BF (QTD-BF) TO VALOR-FB (IX-FB).
           ADD DESCONTO-BF (QTD-BF) TO DESCONTO-FB (IX-FB).

       AVANCA-FORNECEDOR.
           ADD 1 TO IX-FB.

      *GRAVA-PEDIDO-BENEF grava o pedido de compra do mes, uma
      *linha por fornecedor e beneficio.
       GRAVA-PEDIDO-BENEF.
           OPEN OUTPUT CADBPED.
           MOVE WS-DATA-HOJE (1:6) TO LBP-COMPET.
           MOVE LINHA-BPED-CAB TO REG-BPED.
           WRITE REG-BPED.
           MOVE LINHA-BPED-TIT TO REG-BPED.
           WRITE REG-BPED.
           MOVE 1 TO IX-FB.
           PERFORM GRAVA-LINHA-PEDIDO
               UNTIL IX-FB > QTD-FB.
           CLOSE CADBPED.

       GRAVA-LINHA-PEDIDO.
           MOVE FORNEC-FB (IX-FB) TO LBP-FORNEC.
           MOVE TIPO-FB (IX-FB) TO TIPO-NOME.
           PERFORM NOME-BENEFICIO.
           MOVE QTD-FUNC-FB (IX-FB) TO LBP-QTD.
           MOVE VALOR-FB (IX-FB) TO LBP-VALOR.
           MOVE DESCONTO-FB (IX-FB) TO LBP-DESC.
           COMPUTE LBP-CUSTO = VALOR-FB (IX-FB) - DESCONTO-FB (IX-FB).
           MOVE LINHA-BPED-DET TO REG-BPED.
           WRITE REG-BPED.
           ADD 1 TO IX-FB.

      *NOME-BENEFICIO poe em LH-BNOME (holerite) e LBP-NOME (pedido)
      *o nome por extenso do tipo de beneficio deixado em TIPO-NOME.
       NOME-BENEFICIO.
           IF TIPO-NOME EQUAL "VT"
               MOVE "VALE-TRANSPORTE..: " TO LH-BNOME
               MOVE "VALE-TRANSPORTE" TO LBP-NOME
           ELSE IF TIPO-NOME EQUAL "VR"
               MOVE "VALE-REFEICAO....: " TO LH-BNOME
               MOVE "VALE-REFEICAO" TO LBP-NOME
           ELSE
               MOVE "PLANO DE SAUDE...: " TO LH-BNOME
               MOVE "PLANO DE SAUDE" TO LBP-NOME
           END-IF.

      *BUSCA-DEPENDENTES deixa em QTD-DEP-FUNC e QTD-FIL-FUNC os
      *dependentes do funcionario atual.
       BUSCA-DEPENDENTES.
      *liquido; bruto do mes zerado ou negativo (corte total) sai
      *sem desconto. O calculo parte do bruto do mes ja com o ponto
      *aplicado (CALCULA-BRUTO-MES), nao mais do reajustado puro.
      *Nao grava nada - quem chama decide se escreve. O adiantamento
      *quinzenal ja pago na competencia sai do liquido por ultimo,
      *sem mexer na base dos descontos, junto com as parcelas de
      *consignado que couberem na margem (CALCULA-CONSIGNADO) e a
      *parte do funcionario nos beneficios (CALCULA-BENEFICIOS).
       CALCULA-LIQUIDO.
           PERFORM CALCULA-BRUTO-MES.
           PERFORM BUSCA-DEPENDENTES.
           PERFORM BUSCA-ADIANTAMENTO.
           MOVE 0 TO DESC-INSS.
           MOVE 0 TO DESC-IRRF.
           MOVE 0 TO SALFAM-FUNC.
                  AND BRUTO-MES NOT> LIMITE-SALFAM
               COMPUTE SALFAM-FUNC = QTD-FIL-FUNC * VALOR-SALFAM
           END-IF.
           PERFORM CALCULA-CONSIGNADO.
           PERFORM CALCULA-BENEFICIOS.
           COMPUTE SALARIO-LIQ = BRUTO-MES - DESC-INSS - DESC-IRRF
                               + SALFAM-FUNC - ADIANT-FUNC
                               - CONSIG-FUNC - BENEF-FUNC.
           ADD ADIANT-FUNC TO TOT-ADIANT-GERAL.
           ADD DESC-INSS TO TOT-INSS-GERAL.
           ADD DESC-IRRF TO TOT-IRRF-GERAL.
           ADD SALARIO-LIQ TO TOT-LIQ-GERAL.

               PERFORM CALCULA-LIQUIDO
               PERFORM GRAVA-HOLERITE
               PERFORM GRAVA-CONSIGNADOS
               PERFORM ACUMULA-DEPTO
               MOVE COD-ENT TO COD-LIQ
               MOVE NOME-ENT TO NOME-LIQ
               MOVE DESC-INSS TO INSS-LIQ
               MOVE DESC-IRRF TO IRRF-LIQ
               MOVE SALARIO-LIQ TO LIQUIDO-LIQ
               MOVE "S" TO TIPO-LIQ
               WRITE REG-LIQ
           END-IF.

      *GRAVA-HOLERITE imprime o bloco do funcionario atual com a
      *faixa e o percentual aplicados (IX-FAIXA ainda posicionado
      *pela GRAVACAO), o valor do reajuste, o salario reajustado e o
      *decimo terceiro da propria rodada; o adiantamento quinzenal
      *descontado sai numa linha propria quando houver, e cada
      *parcela de consignado devida e cada beneficio tambem.
       GRAVA-HOLERITE.
           MOVE LINHA-HOL-TRACO TO REG-HOL.
           WRITE REG-HOL.
           MOVE SALFAM-FUNC TO LH-SALFAM.
           MOVE LINHA-HOL-DEP TO REG-HOL.
           WRITE REG-HOL.
           IF ADIANT-FUNC > 0
               MOVE ADIANT-FUNC TO LH-ADI
               MOVE LINHA-HOL-ADI TO REG-HOL
               WRITE REG-HOL
           END-IF.
           MOVE 1 TO IX-CF.
           PERFORM GRAVA-HOLERITE-CONS
               UNTIL IX-CF > QTD-CF.
           MOVE 1 TO IX-BF.
           PERFORM GRAVA-HOLERITE-BEN
               UNTIL IX-BF > QTD-BF.

      *GRAVA-HOLERITE-BEN imprime uma linha por beneficio, com o
      *nome, o desconto do funcionario e o valor do beneficio.
       GRAVA-HOLERITE-BEN.
           MOVE TIPO-BF (IX-BF) TO TIPO-NOME.
           PERFORM NOME-BENEFICIO.
           MOVE DESCONTO-BF (IX-BF) TO LH-BDESC.
           MOVE VALOR-BF (IX-BF) TO LH-BVALOR.
           MOVE LINHA-HOL-BEN TO REG-HOL.
           WRITE REG-HOL.
           ADD 1 TO IX-BF.

      *GRAVA-HOLERITE-CONS imprime uma linha por parcela de
      *consignado devida, com o descontado e a marca da margem.
       GRAVA-HOLERITE-CONS.
           MOVE BANCO-CF (IX-CF) TO LH-CBANCO.
           MOVE CONTRATO-CF (IX-CF) TO LH-CCONTR.
           MOVE DESCONTO-CF (IX-CF) TO LH-CVALOR.
           IF SITU-CF (IX-CF) EQUAL "C"
               MOVE "CORTADA" TO LH-CSITU
           ELSE IF SITU-CF (IX-CF) EQUAL "R"
               MOVE "RECUSADA" TO LH-CSITU
           ELSE
               MOVE SPACES TO LH-CSITU
           END-IF.
           MOVE LINHA-HOL-CONS TO REG-HOL.
           WRITE REG-HOL.
           ADD 1 TO IX-CF.

      *BUSCA-CONTA procura o evento deixado em EVENTO-ATUAL no
      *mapeamento contabil, sinalizando em ACHOU-CTA.
               END-IF
           END-IF.

      *GRAVA-LANCAMENTOS exporta os eventos contabeis da rodada:
      *folha bruta reajustada, reajuste pago, provisao do decimo
      *terceiro, a compensacao do adiantamento quinzenal descontado
      *(DESCADI, salarios a pagar contra o adiantamento do EX47) e
      *as parcelas de consignado retidas para repasse (CONSIG).
       GRAVA-LANCAMENTOS.
           OPEN OUTPUT CADLANC.
           MOVE "FOLHA" TO EVENTO-ATUAL.
           MOVE "DECIMO13" TO EVENTO-ATUAL.
           MOVE TOT-13-GERAL TO VALOR-EVENTO.
           PERFORM GRAVA-EVENTO.
           MOVE "DESCADI" TO EVENTO-ATUAL.
           MOVE TOT-ADIANT-GERAL TO VALOR-EVENTO.
           PERFORM GRAVA-EVENTO.
           MOVE "CONSIG" TO EVENTO-ATUAL.
           MOVE TOT-CONSIG-GERAL TO VALOR-EVENTO.
           PERFORM GRAVA-EVENTO.
           CLOSE CADLANC.

      *GRAVA-CSV escreve a mesma linha de CADSAI em formato CSV, com
           WRITE REG-RESU.
           CLOSE CADRESU.
           PERFORM GRAVA-LANCAMENTOS.
           PERFORM GRAVA-PEDIDO-BENEF.

           PERFORM GRAVA-CHECKPOINT.
           CLOSE CADFUN
                 CADSUS
                 CADLIQ
                 CADHOL
                 CADCOND
                 CADRLOG.
           IF CSV-FLAG EQUAL "SIM"
               CLOSE CADCSV.
           DISPLAY "EX08 - REGISTROS LIDOS.........: " CONT-LIDOS.
           DISPLAY "EX08 - FUNCIONARIOS PROCESSADOS: " CONT-SAI.
           DISPLAY "EX08 - FUNCIONARIOS EM SUSPENSO.: " CONT-SUS.
           DISPLAY "EX08 - ADIANTAMENTOS DESCONTADOS: "
               TOT-ADIANT-GERAL.
           DISPLAY "EX08 - CONSIGNADOS DESCONTADOS..: "
               TOT-CONSIG-GERAL.
           DISPLAY "EX08 - BENEFICIOS DESCONTADOS...: "
               TOT-BENEF-GERAL.
           IF CONT-BENF-INV > 0
               DISPLAY "EX08 - ADESOES A BENEFICIO INVALIDAS: "
                   CONT-BENF-INV
           END-IF.

      *USA-DATA-MOVIMENTO troca a data do sistema pela data do
      *movimento do lote (CADDATA.DAT, gravada pelo EXCTL) quando
