      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - TAB-CONTAS vai de 10 para 30 posicoes:
      *o mapeamento CADCTA.DAT ja passa de dez eventos com os da folha
      *(FGTS, INSSPAT, ADIANTAM, DESCADI).
      *MODIFICACAO 15/10/2026 - o CARNE imprime, para a cobranca com
      *boleto registrado no banco pelo EX54 (CADBOLR.DAT, situacao R),
      *o nosso numero e a linha digitavel do banco no lugar da linha
      *numerica do caixa; cobranca sem registro (debito automatico,
      *entrada ainda sem confirmacao) segue com a linha antiga. O
      *primeiro boleto do carne nao saia (o GRAVA-BOLETO estava preso
      *no ELSE da quebra de aluno).
      *MODIFICACAO 15/10/2026 - modo PERDA AAAAMMDD [DIAS]: a cobranca
      *aberta ou vencida ha mais de DIAS dias (360 se nao informado)
      *passa para a situacao I (incobravel), com o saldo no evento
      *contabil PERDACOB, a listagem CADPERDL.DAT e a inclusao do
      *responsavel no biro de credito (CADNEGI.DAT). A situacao I fica
      *fora do ATRASO, do AGING, do CARNE, da FAMILIA e do CANCELA, mas
      *continua recebendo pela BAIXA: o recebido vai para o evento
      *RECUPER (recuperacao, nao mensalidade) e a cobranca quitada gera
      *a exclusao do biro em CADNEGE.DAT.
      *MODIFICACAO 15/10/2026 - acordo de pagamento do EX56: a cobranca
      *renegociada (situacao R) fica fora da BAIXA, do ATRASO, do
      *AGING, do CARNE, da FAMILIA e do CANCELA; as parcelas do acordo
      *(competencia 99NNPP) seguem como qualquer cobranca, saem no
      *CARNE com o numero do acordo e da parcela, nao sao canceladas
      *pela saida do aluno e, enquanto o acordo esta ativo em
      *CADACOR.DAT, nao sao baixadas como perda.
      *MODIFICACAO 15/10/2026 - servicos extras (transporte,
      *alimentacao, material, atividades) cobrados junto com a
      *mensalidade: catalogo CADSERV.DAT com preco mensal e evento
      *contabil, adesoes do aluno em CADSERA.DAT; o GERA soma cada
      *servico vigente na cobranca do mes e grava o item em CADCOBI.DAT
      *(servico sem preco vai para CADCOBX.DAT). O CARNE e o documento
      *da FAMILIA detalham os itens; a BAIXA reparte o recebido entre
      *mensalidade e servicos no livro-caixa e nos lancamentos de
      *CADLANC.DAT, pelo evento de cada servico.
      *MODIFICACAO 15/10/2026 - rematricula do EX59: no ano letivo da
      *campanha (CADRMTA.DAT) o GERA so cobra o aluno com a rematricula
      *confirmada; o pendente, o bloqueado por debito e o liberado no
      *corte saem na excecao CADCOBX.DAT como SEM REMATRICULA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCANC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADBOLR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADPERDL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADNEGI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADNEGE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADACOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADSERV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADSERA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCOBI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRMTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-ORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK1 ASSIGN TO DISK.
           SELECT SORTWK2 ASSIGN TO DISK.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL

       01 REG-CANC PIC X(60).

      *CADBOLR.DAT = boletos registrados no banco pelo EX54, com o
      *nosso numero e a linha digitavel do banco.
       FD CADBOLR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBOLR.DAT".

       01 REG-BOLR.
           02 COD-BOLR PIC 9(05).
           02 COMPET-BOLR PIC 9(06).
           02 NOSSO-BOLR PIC 9(11).
           02 VALOR-BOLR PIC 9(5)V99.
           02 VENCTO-BOLR PIC 9(08).
           02 SITU-BOLR PIC X(01).
           02 DATA-BOLR PIC 9(08).
           02 LINHA-BOLR PIC X(47).

      *CADPERDL.DAT = listagem das cobrancas baixadas como perda.
       FD CADPERDL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPERDL.DAT".

       01 REG-PERDL PIC X(70).

      *CADNEGI.DAT = inclusao de devedores no biro de credito, um
      *detalhe por cobranca baixada como perda; CADNEGE.DAT =
      *exclusao, quando a cobranca baixada e quitada pela BAIXA.
      *Header tipo 0, detalhe tipo 1, trailer tipo 9.
       FD CADNEGI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNEGI.DAT".

       01 REG-NEGI PIC X(120).

       FD CADNEGE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNEGE.DAT".

       01 REG-NEGE PIC X(120).

      *CADACOR.DAT = acordos de pagamento do EX56; o PERDA so olha a
      *matricula, o numero e a situacao (A ativo).
       FD CADACOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADACOR.DAT".

       01 REG-ACR.
           02 MATR-ACR PIC 9(05).
           02 NUM-ACR PIC 9(02).
           02 FILLER PIC X(46).
           02 SITU-ACR PIC X(01).
           02 FILLER PIC X(89).

      *CADSERV.DAT = catalogo dos servicos vendidos junto com a
      *mensalidade (transporte, alimentacao, material, atividades),
      *com o preco mensal e o evento contabil da receita.
       FD CADSERV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSERV.DAT".

       01 REG-SRV.
           02 COD-SRV PIC X(04).
           02 NOME-SRV PIC X(20).
           02 VALOR-SRV PIC 9(5)V99.
           02 EVENTO-SRV PIC X(08).

      *CADSERA.DAT = adesao do aluno ao servico, da competencia
      *inicial ate a final (final zero = sem data para sair).
       FD CADSERA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSERA.DAT".

       01 REG-SRA.
           02 MATR-SRA PIC 9(05).
           02 COD-SRA PIC X(04).
           02 INI-SRA PIC 9(06).
           02 FIM-SRA PIC 9(06).

      *CADCOBI.DAT = itens de servico de cada cobranca, gravados
      *pelo GERA; o VALOR-COB da cobranca ja inclui os itens.
       FD CADCOBI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCOBI.DAT".

       01 REG-CBI.
           02 COD-CBI PIC 9(05).
           02 COMPET-CBI PIC 9(06).
           02 SERV-CBI PIC X(04).
           02 VALOR-CBI PIC 9(5)V99.

      *CADRMTA.DAT = campanha de rematricula do EX59, um registro
      *por aluno por ano letivo (situacao C = confirmada).
       FD CADRMTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRMTA.DAT".

       01 REG-RMA.
           02 ANO-RMA PIC 9(04).
           02 MATR-RMA PIC 9(05).
           02 FILLER PIC X(35).
           02 SITU-RMA PIC X(01).
           02 DTSITU-RMA PIC 9(08).

       FD ITEM-ORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX27ITE.TMP".

       01 REG-ITEM-ORD.
           02 CHAVE-ITO.
               03 COD-ITO PIC 9(05).
               03 COMPET-ITO PIC 9(06).
           02 SERV-ITO PIC X(04).
           02 VALOR-ITO PIC 9(5)V99.

       SD SORTWK2.
       01 REG-SORT-ITEM.
           02 SRT-CHAVE-IT PIC X(11).
           02 SRT-RESTO-IT PIC X(11).

       SD SORTWK1.
       01 REG-SORT-COB.
           02 SRT-COD PIC 9(05).
           77 WS-PARM-LINHA PIC X(30) VALUE SPACE.
           77 WS-MODO PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-P3 PIC X(08) VALUE SPACE.
           77 WS-DIAS-PERDA PIC 9(04) VALUE 360.
           77 WS-COMPET PIC 9(06) VALUE 0.
           77 WS-DATA-REF PIC 9(08) VALUE 0.
           77 DIAS-CONV PIC 9(07) VALUE 0.
           77 MULTA-CALC PIC 9(5)V99 VALUE 0.
           77 CONT-BOLETOS PIC 9(05) VALUE 0.
           77 IX-N PIC 9(05) VALUE 0.
           77 IX-BL PIC 9(05) VALUE 0.
           77 ACHOU-BOL PIC X(03) VALUE "NAO".
           77 IX-AC PIC 9(04) VALUE 0.
           77 ACHOU-ACO PIC X(03) VALUE "NAO".
           77 IX-D PIC 9(04) VALUE 0.
           77 IX-M PIC 9(02) VALUE 0.
           77 ACHOU-DESC PIC X(03) VALUE "NAO".
           77 ING-ALUNO PIC 9(08) VALUE 0.
           77 SAI-ALUNO PIC 9(08) VALUE 0.
           77 CONT-FORA-DATAS PIC 9(05) VALUE 0.
           77 CONT-SEM-REMAT PIC 9(05) VALUE 0.
           77 SEM-REMAT PIC X(03) VALUE "NAO".
           77 IX-RM PIC 9(05) VALUE 0.
           77 CONT-PRORATA PIC 9(05) VALUE 0.
           77 CONT-CANCELADAS PIC 9(05) VALUE 0.
           77 TOT-CANCELADO PIC 9(7)V99 VALUE 0.
           77 CONT-PERDAS PIC 9(05) VALUE 0.
           77 CONT-NEGATIV PIC 9(05) VALUE 0.
           77 CONT-EXCLUSOES PIC 9(05) VALUE 0.
           77 VALOR-PERDA PIC 9(6)V99 VALUE 0.
           77 TOT-PERDA PIC 9(9)V99 VALUE 0.
           77 TOT-NEGATIV PIC 9(9)V99 VALUE 0.
           77 TOT-EXCLUSOES PIC 9(9)V99 VALUE 0.
           77 TOT-RECUPER PIC 9(9)V99 VALUE 0.
           77 PAGO-ANTES PIC 9(5)V99 VALUE 0.
           77 IX-SV PIC 9(02) VALUE 0.
           77 IX-SA PIC 9(04) VALUE 0.
           77 IX-IT PIC 9(05) VALUE 0.
           77 IX-IC PIC 9(02) VALUE 0.
           77 ACHOU-SRV PIC X(03) VALUE "NAO".
           77 FIM-ITEM PIC X(03) VALUE "NAO".
           77 SERV-BUSCA PIC X(04) VALUE SPACE.
           77 CONT-ITENS PIC 9(05) VALUE 0.
           77 SOMA-ITENS PIC 9(6)V99 VALUE 0.
           77 VALOR-LIQ-COB PIC S9(6)V99 VALUE 0.
           77 BASE-SERV PIC 9(6)V99 VALUE 0.
           77 PARTE-SERV PIC 9(6)V99 VALUE 0.
           77 TOT-SERVICOS PIC 9(9)V99 VALUE 0.

      *TAB-MATD = as datas de ingresso/saida em memoria.
           01 TAB-MATD.
               02 FILLER PIC X(22)
                  VALUE "  CANCELADA POR SAIDA".

           01 LINHA-PERDA.
               02 PD-MATR PIC 9(05).
               02 FILLER PIC X(08) VALUE "  COMP. ".
               02 PD-COMPET PIC 9(06).
               02 FILLER PIC X(02) VALUE SPACE.
               02 PD-VENCTO PIC 9(08).
               02 FILLER PIC X(09) VALUE "  SALDO: ".
               02 PD-VALOR PIC ZZZZZ9,99.
               02 FILLER PIC X(02) VALUE SPACE.
               02 PD-TEXTO PIC X(20).

           01 LINHA-PERDA-TOT.
               02 PT-TITULO PIC X(30).
               02 PT-QTD PIC ZZZZ9.
               02 FILLER PIC X(02) VALUE SPACE.
               02 PT-VALOR PIC ZZZZZZZZ9,99.

           01 LINHA-NEG-HEADER.
               02 FILLER PIC X(01) VALUE "0".
               02 FILLER PIC X(30) VALUE "FATEC-SP MENSALIDADES".
               02 NH-CNPJ PIC 9(14) VALUE 62823257000109.
               02 NH-DATA PIC 9(08).
               02 NH-TIPO PIC X(01).

           01 LINHA-NEG-DETALHE.
               02 FILLER PIC X(01) VALUE "1".
               02 ND-TIPO PIC X(01).
               02 ND-RESP PIC 9(05).
               02 ND-NOME PIC X(30).
               02 ND-ENDER PIC X(40).
               02 ND-MATR PIC 9(05).
               02 ND-COMPET PIC 9(06).
               02 ND-VENCTO PIC 9(08).
               02 ND-VALOR PIC 9(7)V99.

           01 LINHA-NEG-TRAILER.
               02 FILLER PIC X(01) VALUE "9".
               02 NT-QTDE PIC 9(06).
               02 NT-TOTAL PIC 9(9)V99.

      *TAB-CRED = os creditos em carteira em memoria (A ativo, U
      *usado), mais os creditos novos gerados pela propria baixa.
           01 TAB-CRED.
                   03 DATA-RB PIC 9(08).
                   03 USADO-RB PIC X(03).
                   03 MULTA-RB PIC 9(5)V99.
                   03 RECUP-RB PIC X(01).

      *TAB-SERVICOS = catalogo CADSERV.DAT; TOT-SV acumula na BAIXA
      *a receita recebida de cada servico.
           01 TAB-SERVICOS.
               02 QTD-SERV PIC 9(02) VALUE 0.
               02 SERV-LINHA OCCURS 50 TIMES.
                   03 COD-SV PIC X(04).
                   03 NOME-SV PIC X(20).
                   03 VALOR-SV PIC 9(5)V99.
                   03 EVENTO-SV PIC X(08).
                   03 TOT-SV PIC 9(9)V99.

      *TAB-ADESOES = CADSERA.DAT, adesoes dos alunos aos servicos.
           01 TAB-ADESOES.
               02 QTD-ADESOES PIC 9(04) VALUE 0.
               02 ADESAO-LINHA OCCURS 5000 TIMES.
                   03 MATR-SA PIC 9(05).
                   03 COD-SA PIC X(04).
                   03 INI-SA PIC 9(06).
                   03 FIM-SA PIC 9(06).

      *TAB-ITENS = itens de CADCOBI.DAT que interessam ao modo: os
      *da competencia na FAMILIA, os das cobrancas com recibo na
      *BAIXA.
           01 TAB-ITENS.
               02 QTD-ITENS PIC 9(05) VALUE 0.
               02 ITEM-LINHA OCCURS 20000 TIMES.
                   03 COD-IT PIC 9(05).
                   03 COMPET-IT PIC 9(06).
                   03 SERV-IT PIC X(04).
                   03 VALOR-IT PIC 9(5)V99.

      *TAB-ITCOB = itens da cobranca que o CARNE esta imprimindo.
           01 TAB-ITCOB.
               02 QTD-ITCOB PIC 9(02) VALUE 0.
               02 ITCOB-LINHA OCCURS 10 TIMES.
                   03 SERV-IC PIC X(04).
                   03 VALOR-IC PIC 9(5)V99.

      *TAB-DIAS = subtotal do diario por data de recebimento.
           01 TAB-DIAS.
      *TAB-CONTAS = o mapeamento contabil em memoria, como no EX08.
           01 TAB-CONTAS.
               02 QTD-CONTAS PIC 9(02) VALUE 0.
               02 CONTA-LINHA OCCURS 30 TIMES.
                   03 EVENTO-TAB PIC X(08).
                   03 DEBITO-TAB PIC 9(08).
                   03 CREDITO-TAB PIC 9(08).
                   03 COD-TN PIC 9(05).
                   03 NOME-TN PIC X(20).

      *TAB-BOLREG = boletos com registro confirmado pelo banco, para
      *o carne imprimir a linha digitavel do banco.
           01 TAB-BOLREG.
               02 QTD-BOLREG PIC 9(05) VALUE 0.
               02 BOLREG-LINHA OCCURS 20000 TIMES.
                   03 COD-BL PIC 9(05).
                   03 COMPET-BL PIC 9(06).
                   03 NOSSO-BL PIC 9(11).
                   03 LINHA-BL PIC X(47).

      *TAB-ACORDOS = acordos ativos do EX56; parcela deles nao
      *e baixada como perda.
           01 TAB-ACORDOS.
               02 QTD-ACORDOS PIC 9(04) VALUE 0.
               02 ACORDO-LINHA OCCURS 5000 TIMES.
                   03 MATR-AC PIC 9(05).
                   03 NUM-AC PIC 9(02).

      *TAB-SEMREMAT = alunos da campanha de rematricula do ano da
      *competencia que nao confirmaram; o GERA nao cobra deles.
           01 TAB-SEMREMAT.
               02 QTD-SEMREMAT PIC 9(05) VALUE 0.
               02 MATR-SRM OCCURS 20000 TIMES PIC 9(05).

      *TAB-JACOBR = matriculas ja cobradas na competencia pedida,
      *para o GERA nao duplicar cobranca.
           01 TAB-JACOBR.
               02 FILLER PIC X(09) VALUE "  MULTA: ".
               02 CG-MULTA PIC ZZZZZZZZ9,99.

           01 LINHA-CAIXA-SRV.
               02 FILLER PIC X(08) VALUE "RECEITA ".
               02 CS-NOME PIC X(20).
               02 FILLER PIC X(02) VALUE ": ".
               02 CS-VALOR PIC ZZZZZZZZ9,99.

           01 LINHA-RECIB-TRACO PIC X(50) VALUE ALL "-".

           01 LINHA-RECIB-CAB.
               02 FILLER PIC X(09) VALUE "  VALOR: ".
               02 FM-VALOR PIC ZZZZ9,99.

           01 LINHA-FAMI-ITEM.
               02 FILLER PIC X(09) VALUE SPACE.
               02 FI-NOME PIC X(20).
               02 FILLER PIC X(02) VALUE SPACE.
               02 FI-VALOR PIC ZZZZ9,99.

           01 LINHA-FAMI-TOT.
               02 FILLER PIC X(20) VALUE "TOTAL DA FAMILIA... ".
               02 FM-TOTAL PIC ZZZZZZ9,99.
               02 FILLER PIC X(09) VALUE "  TURMA: ".
               02 CN-TURMA PIC X(03).

           01 LINHA-CARNE-ITEM.
               02 FILLER PIC X(02) VALUE SPACE.
               02 CI-NOME PIC X(20).
               02 FILLER PIC X(02) VALUE ": ".
               02 CI-VALOR PIC ZZZZ9,99.

           01 LINHA-CARNE-ACORDO.
               02 FILLER PIC X(08) VALUE "ACORDO: ".
               02 CA-NUM PIC X(02).
               02 FILLER PIC X(11) VALUE "  PARCELA: ".
               02 CA-PARC PIC X(02).
               02 FILLER PIC X(09) VALUE "  TURMA: ".
               02 CA-TURMA PIC X(03).

           01 LINHA-CARNE-VALOR.
               02 FILLER PIC X(07) VALUE "VALOR: ".
               02 CN-VALOR PIC ZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 CD-VENCTO PIC 9(08).

           01 LINHA-CARNE-NOSSO.
               02 FILLER PIC X(28)
                  VALUE "BOLETO REGISTRADO - NOSSO NR".
               02 FILLER PIC X(02) VALUE ": ".
               02 CR-NOSSO PIC 9(11).

           01 LINHA-CARNE-BANCO.
               02 CB-CAMPO1A PIC X(05).
               02 FILLER PIC X(01) VALUE ".".
               02 CB-CAMPO1B PIC X(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 CB-CAMPO2A PIC X(05).
               02 FILLER PIC X(01) VALUE ".".
               02 CB-CAMPO2B PIC X(06).
               02 FILLER PIC X(01) VALUE SPACE.
               02 CB-CAMPO3A PIC X(05).
               02 FILLER PIC X(01) VALUE ".".
               02 CB-CAMPO3B PIC X(06).
               02 FILLER PIC X(01) VALUE SPACE.
               02 CB-CAMPO4 PIC X(01).
               02 FILLER PIC X(01) VALUE SPACE.
               02 CB-CAMPO5 PIC X(14).

           01 LINHA-AGING-TOT.
               02 FILLER PIC X(05) VALUE "TOTAL".
               02 FILLER PIC X(11) VALUE "  A VENCER ".
               PERFORM RELATORIO-CREDITOS
           ELSE IF WS-MODO EQUAL "CANCELA"
               PERFORM CANCELA-SAIDAS
           ELSE IF WS-MODO EQUAL "PERDA"
               PERFORM BAIXA-PERDAS
           ELSE
               DISPLAY "EX27 - USO: EX27 GERA AAAAMM"
               DISPLAY "            EX27 BAIXA"
               DISPLAY "            EX27 FAMILIA AAAAMM"
               DISPLAY "            EX27 CREDITOS"
               DISPLAY "            EX27 CANCELA"
               DISPLAY "            EX27 PERDA AAAAMMDD [DIAS]"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
       INICIO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2 WS-P3.
           IF WS-MODO EQUAL "GERA" OR WS-MODO EQUAL "FAMILIA"
               IF WS-P2 (1:6) IS NUMERIC
                   MOVE WS-P2 (1:6) TO WS-COMPET
               END-IF
           END-IF.
           IF WS-MODO EQUAL "ATRASO" OR WS-MODO EQUAL "AGING"
                  OR WS-MODO EQUAL "PERDA"
               IF WS-P2 IS NUMERIC
                   MOVE WS-P2 TO WS-DATA-REF
               ELSE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-MODO EQUAL "PERDA"
                  AND WS-P3 NOT EQUAL SPACES
               IF WS-P3 (1:4) IS NUMERIC
                      AND WS-P3 (5:4) EQUAL SPACES
                   MOVE WS-P3 (1:4) TO WS-DIAS-PERDA
               ELSE
                   DISPLAY "EX27 - DIAS INVALIDOS: " WS-P3
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *CONVERTE-DIAS transforma a data em WS-DATA-CONV num total de
      *dias em calendario comercial de 30 dias, para a conta de
           PERFORM CARREGA-CREDITOS.
           PERFORM CARREGA-DATAS-MATR.
           PERFORM CARREGA-JA-COBRADAS.
           PERFORM CARREGA-SERVICOS.
           PERFORM CARREGA-ADESOES.
           PERFORM CARREGA-REMATRICULAS.
           OPEN INPUT CADATU.
           IF WS-FS-ATU NOT EQUAL "00"
               DISPLAY "EX27 - CADATU.DAT NAO ENCONTRADO"
               STOP RUN
           END-IF.
           OPEN EXTEND CADCOBR.
           OPEN EXTEND CADCOBI.
           OPEN OUTPUT CADCOBX.
           PERFORM LE-ATU.
           PERFORM GERA-COBRANCA-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADATU
                 CADCOBR
                 CADCOBI
                 CADCOBX.
           PERFORM GRAVA-RELAT-DESC.
           PERFORM REGRAVA-CREDITOS.
           DISPLAY "EX27 - COM DESCONTO........: " CONT-COM-DESC.
           DISPLAY "EX27 - CREDITOS APLICADOS..: " CONT-CRED-APL.
           DISPLAY "EX27 - PRO-RATA NO MES.....: " CONT-PRORATA.
           DISPLAY "EX27 - ITENS DE SERVICO....: " CONT-ITENS.
           DISPLAY "EX27 - FORA DAS DATAS......: " CONT-FORA-DATAS.
           DISPLAY "EX27 - SEM REMATRICULA.....: " CONT-SEM-REMAT.
           DISPLAY "EX27 - EXCECOES DA GERACAO.: " CONT-EXCECOES.

       LE-ATU.
           END-IF.

       GERA-COBRANCA-ALUNO.
           PERFORM PROCURA-SEM-REMAT.
           PERFORM PROCURA-JA-COBRADA.
           PERFORM CONFERE-DATAS-MATR.
           IF COBRAVEL EQUAL "NAO"
                  AND ACHOU EQUAL "NAO"
               ADD 1 TO CONT-FORA-DATAS
           ELSE IF SEM-REMAT EQUAL "SIM"
                  AND ACHOU EQUAL "NAO"
               MOVE NUMERO-TU TO CX-COD
               MOVE NOME-TU TO CX-NOME
               MOVE "SEM REMATRICULA" TO CX-MOTIVO
               MOVE LINHA-COBX TO REG-COBX
               WRITE REG-COBX
               ADD 1 TO CONT-SEM-REMAT
           ELSE IF ACHOU EQUAL "NAO"
               PERFORM PROCURA-TURMA
               IF ACHOU EQUAL "NAO"
           END-IF.
           PERFORM LE-ATU.

      *CARREGA-REMATRICULAS sobe da campanha do EX59 os alunos do
      *ano da competencia ainda nao confirmados (pendentes,
      *bloqueados ou liberados no corte); sem campanha para o ano,
      *todo mundo e cobrado como antes.
       CARREGA-REMATRICULAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADRMTA.
           PERFORM LE-REMATRICULA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRMTA.
           MOVE "NAO" TO FIM-ARQ.

       LE-REMATRICULA.
           READ CADRMTA
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND ANO-RMA EQUAL WS-COMPET (1:4)
                  AND SITU-RMA NOT EQUAL "C"
               IF QTD-SEMREMAT EQUAL 20000
                   DISPLAY "EX27 - TABELA DE REMATRICULAS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-SEMREMAT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-SEMREMAT
               MOVE MATR-RMA TO MATR-SRM (QTD-SEMREMAT)
           END-IF.

       PROCURA-SEM-REMAT.
           MOVE "NAO" TO SEM-REMAT.
           MOVE 1 TO IX-RM.
           PERFORM TESTA-SEM-REMAT
               UNTIL IX-RM > QTD-SEMREMAT
                  OR SEM-REMAT EQUAL "SIM".

       TESTA-SEM-REMAT.
           IF MATR-SRM (IX-RM) EQUAL NUMERO-TU
               MOVE "SIM" TO SEM-REMAT
           ELSE
               ADD 1 TO IX-RM
           END-IF.

       CARREGA-DATAS-MATR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADMATD.
               ADD 1 TO CONT-PRORATA
           END-IF.
           PERFORM APLICA-DESCONTO.
           PERFORM SOMA-SERVICOS-ALUNO.
           PERFORM APLICA-CREDITO.
           MOVE VALOR-BRUTO TO BRUTO-COB.
           MOVE VALOR-DESC TO DESC-COB.
               PERFORM ACUMULA-MOTIVO
           END-IF.

      *SOMA-SERVICOS-ALUNO acrescenta a cobranca os servicos que o
      *aluno tem na competencia, um item em CADCOBI.DAT por servico;
      *o servico entra cheio no bruto e no liquido (a bolsa e o
      *pro-rata sao so da mensalidade) e o credito do aluno abate o
      *total. Adesao a servico fora do catalogo sai na excecao.
       SOMA-SERVICOS-ALUNO.
           MOVE 1 TO IX-SA.
           PERFORM TESTA-ADESAO
               UNTIL IX-SA > QTD-ADESOES.

       TESTA-ADESAO.
           IF MATR-SA (IX-SA) EQUAL NUMERO-TU
                  AND INI-SA (IX-SA) NOT > WS-COMPET
                  AND (FIM-SA (IX-SA) EQUAL 0
                   OR FIM-SA (IX-SA) NOT < WS-COMPET)
               MOVE COD-SA (IX-SA) TO SERV-BUSCA
               PERFORM BUSCA-SERVICO
               IF ACHOU-SRV EQUAL "SIM"
                   MOVE NUMERO-TU TO COD-CBI
                   MOVE WS-COMPET TO COMPET-CBI
                   MOVE COD-SV (IX-SV) TO SERV-CBI
                   MOVE VALOR-SV (IX-SV) TO VALOR-CBI
                   WRITE REG-CBI
                   ADD VALOR-SV (IX-SV) TO VALOR-MENS
                   ADD VALOR-SV (IX-SV) TO VALOR-BRUTO
                   ADD 1 TO CONT-ITENS
               ELSE
                   MOVE NUMERO-TU TO CX-COD
                   MOVE NOME-TU TO CX-NOME
                   MOVE "SERVICO SEM PRECO" TO CX-MOTIVO
                   MOVE LINHA-COBX TO REG-COBX
                   WRITE REG-COBX
                   ADD 1 TO CONT-EXCECOES
               END-IF
           END-IF.
           ADD 1 TO IX-SA.

       CARREGA-SERVICOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADSERV.
           PERFORM LE-SERVICO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADSERV.
           MOVE "NAO" TO FIM-ARQ.

       LE-SERVICO.
           READ CADSERV
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-SERV EQUAL 50
                   DISPLAY "EX27 - TABELA DE SERVICOS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-SERVICOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-SERV
               MOVE COD-SRV TO COD-SV (QTD-SERV)
               MOVE NOME-SRV TO NOME-SV (QTD-SERV)
               MOVE VALOR-SRV TO VALOR-SV (QTD-SERV)
               MOVE EVENTO-SRV TO EVENTO-SV (QTD-SERV)
               MOVE 0 TO TOT-SV (QTD-SERV)
           END-IF.

      *BUSCA-SERVICO deixa IX-SV no servico SERV-BUSCA do catalogo.
       BUSCA-SERVICO.
           MOVE "NAO" TO ACHOU-SRV.
           MOVE 1 TO IX-SV.
           PERFORM TESTA-SERVICO
               UNTIL IX-SV > QTD-SERV
                  OR ACHOU-SRV EQUAL "SIM".

       TESTA-SERVICO.
           IF COD-SV (IX-SV) EQUAL SERV-BUSCA
               MOVE "SIM" TO ACHOU-SRV
           ELSE
               ADD 1 TO IX-SV
           END-IF.

       CARREGA-ADESOES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADSERA.
           PERFORM LE-ADESAO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADSERA.
           MOVE "NAO" TO FIM-ARQ.

       LE-ADESAO.
           READ CADSERA
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-ADESOES EQUAL 5000
                   DISPLAY "EX27 - TABELA DE ADESOES CHEIA, AUMENTAR "
                           "OCCURS DE TAB-ADESOES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-ADESOES
               MOVE MATR-SRA TO MATR-SA (QTD-ADESOES)
               MOVE COD-SRA TO COD-SA (QTD-ADESOES)
               MOVE INI-SRA TO INI-SA (QTD-ADESOES)
               MOVE FIM-SRA TO FIM-SA (QTD-ADESOES)
           END-IF.

      *CARREGA-ITENS sobe de CADCOBI.DAT so os itens que o modo vai
      *usar: na FAMILIA os da competencia pedida, na BAIXA os das
      *cobrancas que tem recibo nesta rodada.
       CARREGA-ITENS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCOBI.
           PERFORM LE-ITEM
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCOBI.
           MOVE "NAO" TO FIM-ARQ.

       LE-ITEM.
           READ CADCOBI
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-MODO EQUAL "FAMILIA"
                   IF COMPET-CBI EQUAL WS-COMPET
                       PERFORM GUARDA-ITEM
                   END-IF
               ELSE
                   PERFORM BUSCA-RECIBO-ITEM
                   IF ACHOU EQUAL "SIM"
                       PERFORM GUARDA-ITEM
                   END-IF
               END-IF
           END-IF.

       BUSCA-RECIBO-ITEM.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-J.
           PERFORM TESTA-RECIBO-ITEM
               UNTIL IX-J > QTD-RECIBOS
                  OR ACHOU EQUAL "SIM".

       TESTA-RECIBO-ITEM.
           IF COD-RB (IX-J) EQUAL COD-CBI
                  AND COMPET-RB (IX-J) EQUAL COMPET-CBI
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-J
           END-IF.

       GUARDA-ITEM.
           IF QTD-ITENS EQUAL 20000
               DISPLAY "EX27 - TABELA DE ITENS CHEIA, AUMENTAR "
                       "OCCURS DE TAB-ITENS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-ITENS.
           MOVE COD-CBI TO COD-IT (QTD-ITENS).
           MOVE COMPET-CBI TO COMPET-IT (QTD-ITENS).
           MOVE SERV-CBI TO SERV-IT (QTD-ITENS).
           MOVE VALOR-CBI TO VALOR-IT (QTD-ITENS).

      *APLICA-CREDITO abate do liquido a cobrar os creditos ativos
      *do aluno: credito menor que o valor e consumido inteiro
      *(situacao U), credito maior deixa o saldo regravado e a
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRCB.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM CARREGA-SERVICOS.
           PERFORM CARREGA-ITENS.
           PERFORM ABRE-EXCLUSAO-NEG.
           PERFORM REGRAVA-COM-BAIXA.
           PERFORM FECHA-EXCLUSAO-NEG.
           OPEN OUTPUT CADRCBX.
           MOVE 1 TO IX-J.
           PERFORM LISTA-RECIBO-ORFAO
           DISPLAY "EX27 - PAGAMENTOS PARCIAIS.: " CONT-PARCIAIS.
           DISPLAY "EX27 - CREDITOS GERADOS....: " CONT-CREDITOS.
           DISPLAY "EX27 - TOTAL RECEBIDO......: " TOT-RECEBIDO.
           DISPLAY "EX27 - RECUPERADO DE PERDAS: " TOT-RECUPER.
           DISPLAY "EX27 - EXCLUSOES NO BIRO...: " CONT-EXCLUSOES.

      *GRAVA-CREDITOS-NOVOS acrescenta em CADCRED.DAT os creditos
      *gerados pelos pagamentos a maior desta baixa.
           MOVE TOT-MULTA-RCB TO CG-MULTA.
           MOVE LINHA-CAIXA-GER TO REG-CAIXA.
           WRITE REG-CAIXA.
           IF TOT-SERVICOS > 0
               MOVE SPACES TO REG-CAIXA
               WRITE REG-CAIXA
               MOVE "MENSALIDADE" TO CS-NOME
               COMPUTE CS-VALOR = TOT-RECEBIDO - TOT-MULTA-RCB
                   - TOT-RECUPER - TOT-SERVICOS
               MOVE LINHA-CAIXA-SRV TO REG-CAIXA
               WRITE REG-CAIXA
               MOVE 1 TO IX-SV
               PERFORM GRAVA-SERVICO-CAIXA
                   UNTIL IX-SV > QTD-SERV
           END-IF.
           CLOSE CADCAIXA
                 CADRECIB.

       GRAVA-SERVICO-CAIXA.
           IF TOT-SV (IX-SV) > 0
               MOVE NOME-SV (IX-SV) TO CS-NOME
               MOVE TOT-SV (IX-SV) TO CS-VALOR
               MOVE LINHA-CAIXA-SRV TO REG-CAIXA
               WRITE REG-CAIXA
           END-IF.
           ADD 1 TO IX-SV.

       GRAVA-RECIBO-CAIXA.
           IF USADO-RB (IX-J) EQUAL "SIM"
               MOVE DATA-RB (IX-J) TO CA-DATA
               WRITE REG-CAIXA
               ADD VALOR-RB (IX-J) TO TOT-RECEBIDO
               ADD MULTA-RB (IX-J) TO TOT-MULTA-RCB
               IF RECUP-RB (IX-J) EQUAL "S"
                   ADD VALOR-RB (IX-J) TO TOT-RECUPER
               END-IF
               PERFORM SOMA-DIA-CAIXA
               PERFORM IMPRIME-RECIBO
           END-IF.
      *CADLANC.DAT (em EXTEND, a folha do EX08 tambem grava la):
      *RECEBTO = total recebido, MENSALID = receita de mensalidade
      *(recebido menos multa) e MULTACOB = multa; evento sem conta
      *em CADCTA.DAT so avisa no console, como no EX08. O recebido
      *de cobranca baixada como perda sai da mensalidade e vai para
      *RECUPER (recuperacao de perdas), e o de servico vai para o
      *evento do servico no catalogo CADSERV.DAT.
       GRAVA-CONTABIL-BAIXA.
           PERFORM CARREGA-CONTAS.
           OPEN EXTEND CADLANC.
           MOVE TOT-RECEBIDO TO VALOR-EVENTO.
           PERFORM GRAVA-EVENTO-BAIXA.
           MOVE "MENSALID" TO EVENTO-ATUAL.
           COMPUTE VALOR-EVENTO = TOT-RECEBIDO - TOT-MULTA-RCB
               - TOT-RECUPER - TOT-SERVICOS.
           PERFORM GRAVA-EVENTO-BAIXA.
           MOVE 1 TO IX-SV.
           PERFORM GRAVA-EVENTO-SERVICO
               UNTIL IX-SV > QTD-SERV.
           MOVE "MULTACOB" TO EVENTO-ATUAL.
           MOVE TOT-MULTA-RCB TO VALOR-EVENTO.
           PERFORM GRAVA-EVENTO-BAIXA.
           MOVE "RECUPER" TO EVENTO-ATUAL.
           MOVE TOT-RECUPER TO VALOR-EVENTO.
           PERFORM GRAVA-EVENTO-BAIXA.
           CLOSE CADLANC.

       GRAVA-EVENTO-SERVICO.
           MOVE EVENTO-SV (IX-SV) TO EVENTO-ATUAL.
           MOVE TOT-SV (IX-SV) TO VALOR-EVENTO.
           PERFORM GRAVA-EVENTO-BAIXA.
           ADD 1 TO IX-SV.

       CARREGA-CONTAS.
           MOVE "NAO" TO FIM-CTA.
           OPEN INPUT CADCTA.
               AT END
               MOVE "SIM" TO FIM-CTA.
           IF FIM-CTA NOT EQUAL "SIM"
               IF QTD-CONTAS EQUAL 30
                   DISPLAY "EX27 - TABELA DE CONTAS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-CONTAS"
                   MOVE 16 TO RETURN-CODE
           MOVE DATA-RCB TO DATA-RB (QTD-RECIBOS).
           MOVE "NAO" TO USADO-RB (QTD-RECIBOS).
           MOVE 0 TO MULTA-RB (QTD-RECIBOS).
           MOVE "N" TO RECUP-RB (QTD-RECIBOS).
           PERFORM LE-RECIBO.

       REGRAVA-COM-BAIXA.
           IF PRIMEIRO NOT EQUAL "FIM"
               IF SITU-COB NOT EQUAL "P"
                      AND SITU-COB NOT EQUAL "C"
                      AND SITU-COB NOT EQUAL "R"
                   MOVE "NAO" TO ACHOU-RCB
                   MOVE PAGO-COB TO PAGO-ANTES
                   PERFORM PROCURA-RECIBO
                   PERFORM APLICA-RECIBO
                       UNTIL ACHOU EQUAL "NAO"
                   IF ACHOU-RCB EQUAL "SIM"
                       PERFORM FECHA-OU-CARREGA
                       IF RECUP-RB (IX-ULT-RCB) NOT EQUAL "S"
                           PERFORM SEPARA-SERVICOS
                       END-IF
                   END-IF
               END-IF
               MOVE REG-COB TO REG-COB-TMP

       APLICA-RECIBO.
           ADD VALOR-RB (IX-J) TO PAGO-COB.
           IF SITU-COB EQUAL "I"
               MOVE "S" TO RECUP-RB (IX-J)
           END-IF.
           MOVE DATA-RB (IX-J) TO DTPG-COB.
           MOVE "SIM" TO USADO-RB (IX-J).
           MOVE IX-J TO IX-ULT-RCB.
           MOVE "SIM" TO ACHOU-RCB.
           PERFORM PROCURA-RECIBO.

      *SEPARA-SERVICOS reparte o que a cobranca recebeu nesta baixa
      *(sem a multa, que e atribuida na quitacao) entre a mensalidade
      *e os servicos dela, na proporcao de cada item sobre o liquido
      *da cobranca; o que nao e de servico continua mensalidade.
       SEPARA-SERVICOS.
           COMPUTE VALOR-LIQ-COB = PAGO-COB - PAGO-ANTES.
           IF SITU-COB EQUAL "P"
               SUBTRACT MULTA-COB FROM VALOR-LIQ-COB
           END-IF.
           COMPUTE BASE-SERV = BRUTO-COB - DESC-COB.
           IF VALOR-LIQ-COB > 0
                  AND BASE-SERV > 0
               MOVE 1 TO IX-IT
               PERFORM SEPARA-ITEM
                   UNTIL IX-IT > QTD-ITENS
           END-IF.

       SEPARA-ITEM.
           IF COD-IT (IX-IT) EQUAL COD-COB
                  AND COMPET-IT (IX-IT) EQUAL COMPET-COB
               MOVE SERV-IT (IX-IT) TO SERV-BUSCA
               PERFORM BUSCA-SERVICO
               IF ACHOU-SRV EQUAL "SIM"
                   COMPUTE PARTE-SERV ROUNDED = VALOR-LIQ-COB
                       * VALOR-IT (IX-IT) / BASE-SERV
                   ADD PARTE-SERV TO TOT-SV (IX-SV)
                   ADD PARTE-SERV TO TOT-SERVICOS
               END-IF
           END-IF.
           ADD 1 TO IX-IT.

      *FECHA-OU-CARREGA decide o destino da cobranca que recebeu
      *recibo nesta baixa: quitada (com o excesso virando credito)
      *ou ainda aberta com o saldo parcial carregado. A multa da
      *carimbada em cada recibo ela saia dobrada no livro-caixa e
      *nos eventos contabeis quando dois recibos fechavam a mesma
      *cobranca, e saia como recebida em pagamento parcial com a
      *cobranca ainda aberta. Cobranca baixada como perda (I) que
      *e quitada sai do biro de credito; o que se recebe dela e
      *recuperacao, sem multa separada.
       FECHA-OU-CARREGA.
           COMPUTE VALOR-DEVIDO = VALOR-COB + MULTA-COB.
           IF PAGO-COB NOT< VALOR-DEVIDO
               IF SITU-COB EQUAL "I"
                   PERFORM GRAVA-EXCLUSAO-NEG
               ELSE
                   MOVE MULTA-COB TO MULTA-RB (IX-ULT-RCB)
               END-IF
               MOVE "P" TO SITU-COB
               IF PAGO-COB > VALOR-DEVIDO
                   COMPUTE VALOR-EXCESSO = PAGO-COB - VALOR-DEVIDO
                   MOVE VALOR-DEVIDO TO PAGO-COB
           IF PRIMEIRO NOT EQUAL "FIM"
               IF SITU-COB NOT EQUAL "P"
                      AND SITU-COB NOT EQUAL "C"
                      AND SITU-COB NOT EQUAL "I"
                      AND SITU-COB NOT EQUAL "R"
                   MOVE VENCTO-COB TO WS-DATA-CONV
                   PERFORM CONVERTE-DIAS
                   IF DIAS-CONV < DIAS-HOJE
           END-IF.
           IF SITU-ORD NOT EQUAL "P"
                  AND SITU-ORD NOT EQUAL "C"
                  AND SITU-ORD NOT EQUAL "I"
                  AND SITU-ORD NOT EQUAL "R"
               MOVE VENCTO-ORD TO WS-DATA-CONV
               PERFORM CONVERTE-DIAS
               IF DIAS-CONV NOT< DIAS-HOJE
      *---------------------------------------------------------
       IMPRIME-CARNE.
           PERFORM CARREGA-NOMES.
           PERFORM CARREGA-BOLREG.
           PERFORM CARREGA-SERVICOS.
           SORT SORTWK2 ON ASCENDING KEY SRT-CHAVE-IT
               USING CADCOBI
               GIVING ITEM-ORD.
           OPEN INPUT ITEM-ORD.
           PERFORM LE-ITEM-ORD.
           SORT SORTWK1 ON ASCENDING KEY SRT-COD
                        ON ASCENDING KEY SRT-RESTO
               USING CADCOBR
           PERFORM CARNE-COBRANCA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE COBR-ORD
                 CADCARNE
                 ITEM-ORD.
           DISPLAY "EX27 - BOLETOS IMPRESSOS...: " CONT-BOLETOS.

      *CARREGA-NOMES sobe os nomes da matricula consolidada para o
               MOVE NOME-TU TO NOME-TN (QTD-NOMES)
           END-IF.

      *CARREGA-BOLREG sobe os boletos registrados (situacao R) do
      *controle do EX54.
       CARREGA-BOLREG.
           OPEN INPUT CADBOLR.
           PERFORM LE-BOLREG
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADBOLR.
           MOVE "NAO" TO FIM-ARQ.

       LE-BOLREG.
           READ CADBOLR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND SITU-BOLR EQUAL "R"
               IF QTD-BOLREG EQUAL 20000
                   DISPLAY "EX27 - TABELA DE BOLETOS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-BOLREG"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-BOLREG
               MOVE COD-BOLR TO COD-BL (QTD-BOLREG)
               MOVE COMPET-BOLR TO COMPET-BL (QTD-BOLREG)
               MOVE NOSSO-BOLR TO NOSSO-BL (QTD-BOLREG)
               MOVE LINHA-BOLR TO LINHA-BL (QTD-BOLREG)
           END-IF.

      *ABRE-ALUNO-CARNE imprime o cabecalho do carne do aluno, com o
      *nome vindo da matricula consolidada (sem nome cadastrado sai
      *em branco, o boleto continua valendo pela matricula).
      *CARNE-COBRANCA imprime o boleto da cobranca nao paga, com
      *quebra por aluno; a linha digitavel repete matricula,
      *competencia, valor em centavos e vencimento so em numeros,
      *para o caixa digitar e achar a cobranca. Cobranca com boleto
      *registrado no banco sai com o nosso numero e a linha
      *digitavel do banco, que paga em qualquer banco ou aplicativo.
      *Parcela de acordo do EX56 (competencia 99NNPP) sai com o
      *numero do acordo e da parcela no lugar da competencia.
       CARNE-COBRANCA.
           IF SITU-ORD NOT EQUAL "P"
                  AND SITU-ORD NOT EQUAL "C"
                  AND SITU-ORD NOT EQUAL "I"
                  AND SITU-ORD NOT EQUAL "R"
               IF PRIMEIRO EQUAL "SIM"
                      OR COD-ORD NOT EQUAL ALUNO-ATUAL
                   PERFORM ABRE-ALUNO-CARNE
                   MOVE "NAO" TO PRIMEIRO
               END-IF
               PERFORM GRAVA-BOLETO
           END-IF.
           MOVE TURMA-ORD TO CN-TURMA.
           MOVE VALOR-ORD TO CN-VALOR.
           MOVE VENCTO-ORD TO CN-VENCTO.
           IF COMPET-ORD (1:2) EQUAL "99"
               MOVE COMPET-ORD (3:2) TO CA-NUM
               MOVE COMPET-ORD (5:2) TO CA-PARC
               MOVE TURMA-ORD TO CA-TURMA
               MOVE LINHA-CARNE-ACORDO TO REG-CARNE
           ELSE
               MOVE LINHA-CARNE-COMP TO REG-CARNE
           END-IF.
           WRITE REG-CARNE.
           PERFORM JUNTA-ITENS-COB.
           IF QTD-ITCOB > 0
               PERFORM IMPRIME-ITENS-CARNE
           END-IF.
           MOVE LINHA-CARNE-VALOR TO REG-CARNE.
           WRITE REG-CARNE.
           PERFORM BUSCA-BOLREG.
           IF ACHOU-BOL EQUAL "SIM"
               MOVE NOSSO-BL (IX-BL) TO CR-NOSSO
               MOVE LINHA-CARNE-NOSSO TO REG-CARNE
               WRITE REG-CARNE
               MOVE LINHA-BL (IX-BL) (1:5) TO CB-CAMPO1A
               MOVE LINHA-BL (IX-BL) (6:5) TO CB-CAMPO1B
               MOVE LINHA-BL (IX-BL) (11:5) TO CB-CAMPO2A
               MOVE LINHA-BL (IX-BL) (16:6) TO CB-CAMPO2B
               MOVE LINHA-BL (IX-BL) (22:5) TO CB-CAMPO3A
               MOVE LINHA-BL (IX-BL) (27:6) TO CB-CAMPO3B
               MOVE LINHA-BL (IX-BL) (33:1) TO CB-CAMPO4
               MOVE LINHA-BL (IX-BL) (34:14) TO CB-CAMPO5
               MOVE LINHA-CARNE-BANCO TO REG-CARNE
               WRITE REG-CARNE
           ELSE
               MOVE COD-ORD TO CD-COD
               MOVE COMPET-ORD TO CD-COMPET
               COMPUTE CD-VALOR = VALOR-ORD * 100
               MOVE VENCTO-ORD TO CD-VENCTO
               MOVE LINHA-CARNE-DIGIT TO REG-CARNE
               WRITE REG-CARNE
           END-IF.
           MOVE LINHA-CARNE-TRACO TO REG-CARNE.
           WRITE REG-CARNE.
           ADD 1 TO CONT-BOLETOS.

      *JUNTA-ITENS-COB casa o arquivo de itens, ordenado pela mesma
      *chave matricula + competencia, com a cobranca do boleto: pula
      *os itens de cobranca que nao sai no carne e guarda os dela.
       JUNTA-ITENS-COB.
           MOVE 0 TO QTD-ITCOB.
           MOVE 0 TO SOMA-ITENS.
           PERFORM LE-ITEM-ORD
               UNTIL FIM-ITEM EQUAL "SIM"
                  OR CHAVE-ITO NOT < REG-COB-ORD (1:11).
           PERFORM GUARDA-ITEM-COB
               UNTIL FIM-ITEM EQUAL "SIM"
                  OR CHAVE-ITO NOT EQUAL REG-COB-ORD (1:11).

       LE-ITEM-ORD.
           READ ITEM-ORD
               AT END
               MOVE "SIM" TO FIM-ITEM.

       GUARDA-ITEM-COB.
           IF QTD-ITCOB < 10
               ADD 1 TO QTD-ITCOB
               MOVE SERV-ITO TO SERV-IC (QTD-ITCOB)
               MOVE VALOR-ITO TO VALOR-IC (QTD-ITCOB)
               ADD VALOR-ITO TO SOMA-ITENS
           END-IF.
           PERFORM LE-ITEM-ORD.

      *IMPRIME-ITENS-CARNE abre o valor do boleto: a mensalidade
      *(liquida da bolsa), cada servico e o credito abatido.
       IMPRIME-ITENS-CARNE.
           MOVE "MENSALIDADE" TO CI-NOME.
           COMPUTE CI-VALOR = BRUTO-ORD - DESC-ORD - SOMA-ITENS.
           MOVE LINHA-CARNE-ITEM TO REG-CARNE.
           WRITE REG-CARNE.
           MOVE 1 TO IX-IC.
           PERFORM IMPRIME-ITEM-CARNE
               UNTIL IX-IC > QTD-ITCOB.
           IF VALOR-ORD < BRUTO-ORD - DESC-ORD
               MOVE "CREDITO ABATIDO" TO CI-NOME
               COMPUTE CI-VALOR = BRUTO-ORD - DESC-ORD - VALOR-ORD
               MOVE LINHA-CARNE-ITEM TO REG-CARNE
               WRITE REG-CARNE
           END-IF.

       IMPRIME-ITEM-CARNE.
           MOVE SERV-IC (IX-IC) TO SERV-BUSCA.
           PERFORM BUSCA-SERVICO.
           IF ACHOU-SRV EQUAL "SIM"
               MOVE NOME-SV (IX-SV) TO CI-NOME
           ELSE
               MOVE SERV-IC (IX-IC) TO CI-NOME
           END-IF.
           MOVE VALOR-IC (IX-IC) TO CI-VALOR.
           MOVE LINHA-CARNE-ITEM TO REG-CARNE.
           WRITE REG-CARNE.
           ADD 1 TO IX-IC.

       BUSCA-BOLREG.
           MOVE "NAO" TO ACHOU-BOL.
           MOVE 1 TO IX-BL.
           PERFORM TESTA-BOLREG
               UNTIL IX-BL > QTD-BOLREG
                  OR ACHOU-BOL EQUAL "SIM".

       TESTA-BOLREG.
           IF COD-BL (IX-BL) EQUAL COD-ORD
                  AND COMPET-BL (IX-BL) EQUAL COMPET-ORD
               MOVE "SIM" TO ACHOU-BOL
           ELSE
               ADD 1 TO IX-BL
           END-IF.

      *---------------------------------------------------------
      *FAMILIA - documento de cobranca consolidado por
      *responsavel, com os filhos da competencia juntos.
       COBRANCA-FAMILIA.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-SERVICOS.
           PERFORM CARREGA-ITENS.
           OPEN INPUT CADCOBR.
           OPEN OUTPUT CADFAMX.
           PERFORM LE-COBR-FAMILIA
                  AND COMPET-COB EQUAL WS-COMPET
                  AND SITU-COB NOT EQUAL "P"
                  AND SITU-COB NOT EQUAL "C"
                  AND SITU-COB NOT EQUAL "I"
                  AND SITU-COB NOT EQUAL "R"
               PERFORM RESOLVE-RESPONSAVEL
               IF ACHOU-RESP EQUAL "SIM"
                   PERFORM GUARDA-COBR-FAMILIA
               MOVE LINHA-FAMI-FILHO TO REG-FAMI
               WRITE REG-FAMI
               ADD VALOR-TF (IX-F) TO TOT-FAMILIA
               MOVE 1 TO IX-IT
               PERFORM IMPRIME-ITEM-FILHO
                   UNTIL IX-IT > QTD-ITENS
           END-IF.
           ADD 1 TO IX-F.

      *IMPRIME-ITEM-FILHO mostra abaixo do filho os servicos que
      *estao na cobranca dele.
       IMPRIME-ITEM-FILHO.
           IF COD-IT (IX-IT) EQUAL MATR-TF (IX-F)
               MOVE SERV-IT (IX-IT) TO SERV-BUSCA
               PERFORM BUSCA-SERVICO
               IF ACHOU-SRV EQUAL "SIM"
                   MOVE NOME-SV (IX-SV) TO FI-NOME
               ELSE
                   MOVE SERV-IT (IX-IT) TO FI-NOME
               END-IF
               MOVE VALOR-IT (IX-IT) TO FI-VALOR
               MOVE LINHA-FAMI-ITEM TO REG-FAMI
               WRITE REG-FAMI
           END-IF.
           ADD 1 TO IX-IT.

      *---------------------------------------------------------
      *CREDITOS - relatorio dos creditos em carteira, para o
      *tesoureiro saber de quem e o dinheiro retido.
           IF PRIMEIRO NOT EQUAL "FIM"
               IF SITU-COB NOT EQUAL "P"
                      AND SITU-COB NOT EQUAL "C"
                      AND SITU-COB NOT EQUAL "I"
                      AND SITU-COB NOT EQUAL "R"
                      AND COMPET-COB (1:2) NOT EQUAL "99"
                   PERFORM BUSCA-DATAS-COBR
                   IF ACHOU-MATD EQUAL "SIM"
                          AND SAI-ALUNO NOT EQUAL 0
           ELSE
               ADD 1 TO IX-MD
           END-IF.

      *---------------------------------------------------------
      *PERDA - baixa como incobravel (situacao "I") a cobranca
      *aberta ou vencida ha mais de DIAS dias (360 se nao
      *informado) na data pedida: o saldo (valor mais multa menos
      *o ja pago) vai para o evento contabil PERDACOB, a cobranca
      *sai do atraso, do aging, do carne, da familia e das cartas
      *do EX36, e o responsavel do aluno entra no arquivo de
      *inclusao do biro de credito CADNEGI.DAT. Aluno sem
      *responsavel vinculado nao e negativado (pode ser menor) e
      *sai apontado na listagem CADPERDL.DAT. A cobranca baixada
      *continua recebendo pela BAIXA.
      *---------------------------------------------------------
       BAIXA-PERDAS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-REF TO WS-DATA-CONV.
           PERFORM CONVERTE-DIAS.
           MOVE DIAS-CONV TO DIAS-HOJE.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-ACORDOS.
           OPEN OUTPUT CADPERDL
                       CADNEGI.
           MOVE WS-DATA-HOJE TO NH-DATA.
           MOVE "I" TO NH-TIPO.
           MOVE LINHA-NEG-HEADER TO REG-NEGI.
           WRITE REG-NEGI.
           MOVE "NAO" TO PRIMEIRO.
           OPEN INPUT CADCOBR.
           OPEN OUTPUT COBR-TMP.
           PERFORM PASSA-PERDA
               UNTIL PRIMEIRO EQUAL "FIM".
           CLOSE CADCOBR
                 COBR-TMP.
           MOVE "NAO" TO PRIMEIRO.
           OPEN INPUT COBR-TMP.
           OPEN OUTPUT CADCOBR.
           PERFORM DEVOLVE-COBRANCA
               UNTIL PRIMEIRO EQUAL "FIM".
           CLOSE COBR-TMP
                 CADCOBR.
           MOVE CONT-NEGATIV TO NT-QTDE.
           MOVE TOT-NEGATIV TO NT-TOTAL.
           MOVE LINHA-NEG-TRAILER TO REG-NEGI.
           WRITE REG-NEGI.
           MOVE SPACES TO REG-PERDL.
           WRITE REG-PERDL.
           MOVE "BAIXADAS COMO PERDA.........:" TO PT-TITULO.
           MOVE CONT-PERDAS TO PT-QTD.
           MOVE TOT-PERDA TO PT-VALOR.
           MOVE LINHA-PERDA-TOT TO REG-PERDL.
           WRITE REG-PERDL.
           MOVE "ENVIADAS AO BIRO DE CREDITO.:" TO PT-TITULO.
           MOVE CONT-NEGATIV TO PT-QTD.
           MOVE TOT-NEGATIV TO PT-VALOR.
           MOVE LINHA-PERDA-TOT TO REG-PERDL.
           WRITE REG-PERDL.
           CLOSE CADPERDL
                 CADNEGI.
           PERFORM CARREGA-CONTAS.
           OPEN EXTEND CADLANC.
           MOVE "PERDACOB" TO EVENTO-ATUAL.
           MOVE TOT-PERDA TO VALOR-EVENTO.
           PERFORM GRAVA-EVENTO-BAIXA.
           CLOSE CADLANC.
           DISPLAY "EX27 - BAIXADAS COMO PERDA.: " CONT-PERDAS.
           DISPLAY "EX27 - VALOR DA PERDA......: " TOT-PERDA.
           DISPLAY "EX27 - ENVIADAS AO BIRO....: " CONT-NEGATIV.

       PASSA-PERDA.
           READ CADCOBR
               AT END
               MOVE "FIM" TO PRIMEIRO.
           IF PRIMEIRO NOT EQUAL "FIM"
               MOVE "NAO" TO ACHOU-ACO
               IF COMPET-COB (1:2) EQUAL "99"
                   PERFORM BUSCA-ACORDO
               END-IF
               IF (SITU-COB EQUAL "A"
                      OR SITU-COB EQUAL "V")
                      AND ACHOU-ACO EQUAL "NAO"
                   MOVE VENCTO-COB TO WS-DATA-CONV
                   PERFORM CONVERTE-DIAS
                   IF DIAS-CONV < DIAS-HOJE
                          AND DIAS-HOJE - DIAS-CONV > WS-DIAS-PERDA
                       PERFORM BAIXA-COMO-PERDA
                   END-IF
               END-IF
               MOVE REG-COB TO REG-COB-TMP
               WRITE REG-COB-TMP
           END-IF.

      *CARREGA-ACORDOS sobe os acordos ativos do EX56: enquanto o
      *acordo esta de pe a parcela dele e cobrada pelo proprio
      *acordo; rompido, o saldo volta a valer como qualquer atraso.
       CARREGA-ACORDOS.
           OPEN INPUT CADACOR.
           PERFORM LE-ACORDO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADACOR.
           MOVE "NAO" TO FIM-ARQ.

       LE-ACORDO.
           READ CADACOR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND SITU-ACR EQUAL "A"
               IF QTD-ACORDOS EQUAL 5000
                   DISPLAY "EX27 - TABELA DE ACORDOS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-ACORDOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-ACORDOS
               MOVE MATR-ACR TO MATR-AC (QTD-ACORDOS)
               MOVE NUM-ACR TO NUM-AC (QTD-ACORDOS)
           END-IF.

      *BUSCA-ACORDO: a parcela de acordo tem competencia 99NNPP.
       BUSCA-ACORDO.
           MOVE 1 TO IX-AC.
           PERFORM TESTA-ACORDO
               UNTIL IX-AC > QTD-ACORDOS
                  OR ACHOU-ACO EQUAL "SIM".

       TESTA-ACORDO.
           IF MATR-AC (IX-AC) EQUAL COD-COB
                  AND NUM-AC (IX-AC) EQUAL COMPET-COB (3:2)
               MOVE "SIM" TO ACHOU-ACO
           ELSE
               ADD 1 TO IX-AC
           END-IF.

       BAIXA-COMO-PERDA.
           COMPUTE VALOR-PERDA = VALOR-COB + MULTA-COB - PAGO-COB.
           MOVE "I" TO SITU-COB.
           ADD 1 TO CONT-PERDAS.
           ADD VALOR-PERDA TO TOT-PERDA.
           MOVE COD-COB TO PD-MATR.
           MOVE COMPET-COB TO PD-COMPET.
           MOVE VENCTO-COB TO PD-VENCTO.
           MOVE VALOR-PERDA TO PD-VALOR.
           PERFORM RESOLVE-RESPONSAVEL.
           PERFORM BUSCA-RESP-ATUAL.
           IF ACHOU-RESP EQUAL "SIM"
               MOVE "I" TO ND-TIPO
               PERFORM MONTA-DETALHE-NEG
               MOVE LINHA-NEG-DETALHE TO REG-NEGI
               WRITE REG-NEGI
               ADD 1 TO CONT-NEGATIV
               ADD VALOR-PERDA TO TOT-NEGATIV
               MOVE "NEGATIVADA" TO PD-TEXTO
           ELSE
               MOVE "SEM RESPONSAVEL" TO PD-TEXTO
           END-IF.
           MOVE LINHA-PERDA TO REG-PERDL.
           WRITE REG-PERDL.

      *BUSCA-RESP-ATUAL deixa IX-R no cadastro do responsavel
      *RESP-ATUAL; sem cadastro, ACHOU-RESP volta para NAO.
       BUSCA-RESP-ATUAL.
           IF ACHOU-RESP EQUAL "SIM"
               MOVE "NAO" TO ACHOU-RESP
               MOVE 1 TO IX-R
               PERFORM TESTA-RESP-ATUAL
                   UNTIL IX-R > QTD-RESP
                      OR ACHOU-RESP EQUAL "SIM"
           END-IF.

       TESTA-RESP-ATUAL.
           IF COD-TR (IX-R) EQUAL RESP-ATUAL
               MOVE "SIM" TO ACHOU-RESP
           ELSE
               ADD 1 TO IX-R
           END-IF.

       MONTA-DETALHE-NEG.
           MOVE RESP-ATUAL TO ND-RESP.
           MOVE NOME-TR (IX-R) TO ND-NOME.
           MOVE ENDER-TR (IX-R) TO ND-ENDER.
           MOVE COD-COB TO ND-MATR.
           MOVE COMPET-COB TO ND-COMPET.
           MOVE VENCTO-COB TO ND-VENCTO.
           MOVE VALOR-PERDA TO ND-VALOR.

      *ABRE-EXCLUSAO-NEG / FECHA-EXCLUSAO-NEG: o arquivo de exclusao
      *do biro sai em toda BAIXA, mesmo vazio, com header e trailer.
       ABRE-EXCLUSAO-NEG.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-VINCULOS.
           OPEN OUTPUT CADNEGE.
           MOVE WS-DATA-HOJE TO NH-DATA.
           MOVE "E" TO NH-TIPO.
           MOVE LINHA-NEG-HEADER TO REG-NEGE.
           WRITE REG-NEGE.

       FECHA-EXCLUSAO-NEG.
           MOVE CONT-EXCLUSOES TO NT-QTDE.
           MOVE TOT-EXCLUSOES TO NT-TOTAL.
           MOVE LINHA-NEG-TRAILER TO REG-NEGE.
           WRITE REG-NEGE.
           CLOSE CADNEGE.

      *GRAVA-EXCLUSAO-NEG: a cobranca baixada como perda foi
      *quitada; o responsavel sai do biro de credito pelo saldo que
      *estava em aberto antes desta baixa.
       GRAVA-EXCLUSAO-NEG.
           PERFORM RESOLVE-RESPONSAVEL.
           PERFORM BUSCA-RESP-ATUAL.
           IF ACHOU-RESP EQUAL "SIM"
               COMPUTE VALOR-PERDA = VALOR-COB + MULTA-COB
                   - PAGO-ANTES
               MOVE "E" TO ND-TIPO
               PERFORM MONTA-DETALHE-NEG
               MOVE LINHA-NEG-DETALHE TO REG-NEGE
               WRITE REG-NEGE
               ADD 1 TO CONT-EXCLUSOES
               ADD VALOR-PERDA TO TOT-EXCLUSOES
           END-IF.
