       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX53.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX53 e a conciliacao bancaria. A tesouraria ticava o extrato
      *do banco a mao contra o livro caixa da baixa (CADCAIXA.DAT,
      *EX27), os totais das remessas de salario (CADREM.DAT e
      *CADREMA.DAT do EX15, CADREM2.DAT do EX28), as devolucoes do
      *retorno da folha (CADRET.DAT) e o retorno do debito
      *automatico (CADRETD.DAT, EX38). Aqui o extrato do dia
      *(CADEXTR.DAT, entregue pelo banco) e casado sozinho:
      *  - cada linha vira um item E (extrato) e cada movimento das
      *    fontes acima vira um item S (sistema), todos com data,
      *    D/C do ponto de vista do banco, valor e documento
      *    (matricula no recebimento, codigo do funcionario na
      *    devolucao, FOLHA/ADIANT/REREMESSA no total de remessa);
      *  - primeira passada casa E com S de mesma data, tipo, valor
      *    e documento (documento em branco no extrato vale
      *    qualquer um); a segunda aceita o item S de data anterior
      *    a do extrato (o banco compensa depois);
      *  - o que sobra fica pendente em CADCNCP.DAT e volta na
      *    rodada seguinte: deposito nao identificado ou tarifa do
      *    lado E, e o que o banco ainda nao mostrou do lado S, ate
      *    casar ou ate a tesouraria resolver a mao em CADCONM.DAT
      *    (mesma chave do item e o motivo);
      *  - casados e resolvidos vao para o historico CADCONH.DAT e
      *    a listagem sai em CADCONL.DAT.
      *As fontes continuam no disco de uma rodada para outra (a
      *remessa fica o mes todo), por isso o item que ja esta
      *pendente ou ja esta no historico com a mesma chave (origem,
      *data, tipo, valor e documento) nao entra de novo. A mesma
      *regra tira o recebimento do debito automatico que a baixa do
      *EX27 tambem pos no livro caixa: e um deposito so.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CADEXTR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADREM ASSIGN TO WS-ARQ-REM
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRETD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCNCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCONH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCONM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCONL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADEXTR.DAT = extrato do dia entregue pelo banco: data, D
      *debito / C credito na conta, valor, documento e historico.
       FD CADEXTR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADEXTR.DAT".

       01 REG-EXTR.
           02 DATA-EXTR PIC 9(08).
           02 TIPO-EXTR PIC X(01).
           02 VALOR-EXTR PIC 9(9)V99.
           02 DOC-EXTR PIC X(10).
           02 HIST-EXTR PIC X(25).

      *CADCAIXA.DAT = diario de recebimentos da baixa do EX27, uma
      *linha por recibo aplicado e subtotal por dia.
       FD CADCAIXA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCAIXA.DAT".

       01 REG-CAIXA PIC X(70).

      *Visao da linha de recibo do livro caixa; subtotal e total
      *geral nao tem o rotulo MATR e ficam de fora.
       01 REG-CAIXA-D REDEFINES REG-CAIXA.
           02 CX-DATA PIC X(08).
           02 CX-ROTULO PIC X(07).
           02 CX-MATR PIC X(05).
           02 FILLER PIC X(08).
           02 CX-COMPET PIC X(06).
           02 FILLER PIC X(09).
           02 CX-VALOR PIC ZZZZ9,99.
           02 FILLER PIC X(09).
           02 CX-MULTA PIC ZZZZ9,99.
           02 FILLER PIC X(02).

      *CADREM.DAT, CADREMA.DAT e CADREM2.DAT = remessas de salario,
      *adiantamento e re-remessa, todas no layout do banco: header
      *tipo 0 com a data do pagamento e trailer tipo 9 com o total.
       FD CADREM
           LABEL RECORD ARE STANDARD.

       01 REG-REM.
           02 TIPO-REM PIC X(01).
           02 COD-REM PIC 9(05).
           02 FILLER PIC X(54).

       01 REG-REM-H REDEFINES REG-REM.
           02 TIPO-REM-H PIC X(01).
           02 EMPRESA-REM-H PIC X(30).
           02 CNPJ-REM-H PIC 9(14).
           02 DATA-REM-H PIC 9(08).
           02 FILLER PIC X(07).

       01 REG-REM-T REDEFINES REG-REM.
           02 TIPO-REM-T PIC X(01).
           02 QTDE-REM-T PIC 9(06).
           02 TOTAL-REM-T PIC 9(9)V99.
           02 FILLER PIC X(42).

      *CADRET.DAT = retorno do banco para a remessa de salarios: o
      *credito devolvido (D) volta para a conta da escola.
       FD CADRET
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRET.DAT".

       01 REG-RET.
           02 TIPO-RET PIC X(01).
           02 COD-RET PIC 9(05).
           02 VALOR-RET PIC 9(7)V99.
           02 SITU-RET PIC X(01).
           02 MOTIVO-RET PIC 9(02).

      *CADRETD.DAT = retorno do debito automatico do EX38: o debito
      *efetivado (E) entra na conta da escola.
       FD CADRETD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRETD.DAT".

       01 REG-RETD.
           02 TIPO-RETD PIC X(01).
           02 MATR-RETD PIC 9(05).
           02 COMPET-RETD PIC 9(06).
           02 VALOR-RETD PIC 9(7)V99.
           02 DATA-RETD PIC 9(08).
           02 SITU-RETD PIC X(01).
           02 MOTIVO-RETD PIC 9(02).

      *CADCNCP.DAT = itens pendentes da conciliacao, de uma rodada
      *para a outra, com a data em que apareceram.
       FD CADCNCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCNCP.DAT".

       01 REG-CONP PIC X(72).

      *CADCONH.DAT = historico da conciliacao: data em que o item
      *saiu das pendencias, como (A casado pelo programa, M resolvido
      *pela tesouraria), o item e o motivo da resolucao.
       FD CADCONH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONH.DAT".

       01 REG-CONH.
           02 DATA-CONH PIC 9(08).
           02 COMO-CONH PIC X(01).
           02 CHAVE-CONH PIC X(31).
           02 RESTO-CONH PIC X(41).
           02 MOTIVO-CONH PIC X(30).

      *CADCONM.DAT = resolucoes da tesouraria para item pendente:
      *a chave do item (origem, data, tipo, valor, documento) e o
      *motivo, por exemplo TARIFA BANCARIA ou DEPOSITO DO ALUNO X.
       FD CADCONM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONM.DAT".

       01 REG-CONM.
           02 CHAVE-CONM PIC X(31).
           02 MOTIVO-CONM PIC X(30).

      *CADCONL.DAT = listagem da conciliacao.
       FD CADCONL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONL.DAT".

       01 REG-CONL PIC X(100).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-ARQ-REM PIC X(12) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-DATA-MIN PIC 9(08) VALUE 99999999.
           77 WS-DATA-REM PIC 9(08) VALUE 0.
           77 WS-VALOR-CX PIC 9(5)V99 VALUE 0.
           77 WS-FONTE-REM PIC X(08) VALUE SPACE.
           77 WS-DOC-REM PIC X(10) VALUE SPACE.
           77 WS-HIST-REM PIC X(25) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 ACHOU PIC X(03) VALUE "NAO".
           77 PASSADA PIC 9(01) VALUE 0.
           77 IX-I PIC 9(04) VALUE 0.
           77 IX-S PIC 9(04) VALUE 0.
           77 IX-H PIC 9(04) VALUE 0.
           77 QTD-ANTIGOS PIC 9(04) VALUE 0.
           77 CONT-EXTRATO PIC 9(05) VALUE 0.
           77 CONT-SISTEMA PIC 9(05) VALUE 0.
           77 CONT-REPETIDO PIC 9(05) VALUE 0.
           77 CONT-CASADO PIC 9(05) VALUE 0.
           77 CONT-RESOLVIDO PIC 9(05) VALUE 0.
           77 CONT-PEND-E PIC 9(05) VALUE 0.
           77 CONT-PEND-S PIC 9(05) VALUE 0.
           77 TOT-CASADO PIC 9(9)V99 VALUE 0.
           77 TOT-PEND-E PIC 9(9)V99 VALUE 0.
           77 TOT-PEND-S PIC 9(9)V99 VALUE 0.

      *ITEM-NOVO = o item montado a partir de uma das fontes; os
      *cinco primeiros campos sao a chave de repeticao.
           01 ITEM-NOVO.
               02 CHAVE-NOVO.
                   03 ORIGEM-NOVO PIC X(01).
                   03 DATA-NOVO PIC 9(08).
                   03 TIPO-NOVO PIC X(01).
                   03 VALOR-NOVO PIC 9(9)V99.
                   03 DOC-NOVO PIC X(10).
               02 FONTE-NOVO PIC X(08).
               02 HIST-NOVO PIC X(25).
               02 DATA-INC-NOVO PIC 9(08).

      *TAB-ITENS = pendentes da rodada anterior seguidos dos itens
      *novos. SITU-IT: P pendente, A casado agora, M resolvido agora,
      *X repetido (ja pendente ou ja no historico).
           01 TAB-ITENS.
               02 QTD-ITENS PIC 9(04) VALUE 0.
               02 ITEM-LINHA OCCURS 3000 TIMES.
                   03 DADOS-IT.
                       04 CHAVE-IT.
                           05 ORIGEM-IT PIC X(01).
                           05 DATA-IT PIC 9(08).
                           05 TIPO-IT PIC X(01).
                           05 VALOR-IT PIC 9(9)V99.
                           05 DOC-IT PIC X(10).
                       04 FONTE-IT PIC X(08).
                       04 HIST-IT PIC X(25).
                       04 DATA-INC-IT PIC 9(08).
                   03 SITU-IT PIC X(01).
                   03 USADO-IT PIC X(01).
                   03 PAR-IT PIC 9(04).
                   03 MOTIVO-IT PIC X(30).

      *TAB-HIST = chaves do historico a partir da data mais antiga
      *entre os itens novos, para barrar a repeticao.
           01 TAB-HIST.
               02 QTD-HIST PIC 9(04) VALUE 0.
               02 HIST-LINHA OCCURS 5000 TIMES.
                   03 CHAVE-HI PIC X(31).
                   03 USADO-HI PIC X(01).

           01 LINHA-CAB.
               02 FILLER PIC X(31)
                  VALUE "CONCILIACAO BANCARIA - RODADA ".
               02 LC-DATA PIC 9(08).

           01 LINHA-SECAO.
               02 LS-TITULO PIC X(50).

           01 LINHA-ITEM.
               02 LI-FONTE PIC X(08).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LI-DATA PIC 9(08).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LI-TIPO PIC X(01).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LI-VALOR PIC ZZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LI-DOC PIC X(10).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LI-HIST PIC X(25).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LI-COMPL.
                   03 LI-COMPL-TXT PIC X(13).
                   03 LI-COMPL-FONTE PIC X(08).
                   03 FILLER PIC X(01).
                   03 LI-COMPL-DATA PIC X(08).

           01 LINHA-TOTAL.
               02 LT-TITULO PIC X(40).
               02 LT-QTD PIC ZZZZ9.
               02 FILLER PIC X(02) VALUE SPACE.
               02 LT-VALOR PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.

       PGM-EX53.
           PERFORM INICIO.
           PERFORM CARREGA-NOVOS.
           PERFORM CARREGA-HISTORICO.
           MOVE QTD-ANTIGOS TO IX-I.
           ADD 1 TO IX-I.
           PERFORM TIRA-REPETIDO
               UNTIL IX-I > QTD-ITENS.
           MOVE 1 TO PASSADA.
           MOVE 1 TO IX-I.
           PERFORM CONCILIA-ITEM
               UNTIL IX-I > QTD-ITENS.
           MOVE 2 TO PASSADA.
           MOVE 1 TO IX-I.
           PERFORM CONCILIA-ITEM
               UNTIL IX-I > QTD-ITENS.
           PERFORM APLICA-RESOLUCOES.
           PERFORM GRAVA-RELATORIO.
           PERFORM GRAVA-SAIDAS.
           PERFORM TERMINO.
           STOP RUN.

      *INICIO carrega as pendencias da rodada anterior, que ficam no
      *comeco da tabela.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCNCP.
           PERFORM LE-PENDENTE
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCNCP.
           MOVE QTD-ITENS TO QTD-ANTIGOS.

       LE-PENDENTE.
           READ CADCNCP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE REG-CONP TO ITEM-NOVO
               PERFORM INCLUI-ITEM
           END-IF.

      *INCLUI-ITEM poe ITEM-NOVO no fim da tabela como pendente.
       INCLUI-ITEM.
           IF QTD-ITENS EQUAL 3000
               DISPLAY "EX53 - TABELA DE ITENS CHEIA, "
                       "AUMENTAR OCCURS DE TAB-ITENS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-ITENS.
           MOVE ITEM-NOVO TO DADOS-IT (QTD-ITENS).
           MOVE "P" TO SITU-IT (QTD-ITENS).
           MOVE "N" TO USADO-IT (QTD-ITENS).
           MOVE 0 TO PAR-IT (QTD-ITENS).
           MOVE SPACES TO MOTIVO-IT (QTD-ITENS).

      *INCLUI-NOVO e o INCLUI-ITEM das fontes do dia: carimba a data
      *de entrada e acompanha a data mais antiga entre os novos.
       INCLUI-NOVO.
           MOVE WS-DATA-HOJE TO DATA-INC-NOVO.
           IF DATA-NOVO < WS-DATA-MIN
               MOVE DATA-NOVO TO WS-DATA-MIN
           END-IF.
           IF ORIGEM-NOVO EQUAL "E"
               ADD 1 TO CONT-EXTRATO
           ELSE
               ADD 1 TO CONT-SISTEMA
           END-IF.
           PERFORM INCLUI-ITEM.

      *---------------------------------------------------------
      *CARREGA-NOVOS le o extrato e as fontes do sistema e poe um
      *item por movimento no fim da tabela.
      *---------------------------------------------------------
       CARREGA-NOVOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADEXTR.
           PERFORM LE-EXTRATO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADEXTR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCAIXA.
           PERFORM LE-CAIXA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCAIXA.
           MOVE "CADREM.DAT" TO WS-ARQ-REM.
           MOVE "REMFOLHA" TO WS-FONTE-REM.
           MOVE "FOLHA" TO WS-DOC-REM.
           MOVE "REMESSA DE SALARIOS" TO WS-HIST-REM.
           PERFORM CARREGA-REMESSA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADRET.
           PERFORM LE-RETORNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRET.
           MOVE "CADREMA.DAT" TO WS-ARQ-REM.
           MOVE "REMADIAN" TO WS-FONTE-REM.
           MOVE "ADIANT" TO WS-DOC-REM.
           MOVE "REMESSA DE ADIANTAMENTO" TO WS-HIST-REM.
           PERFORM CARREGA-REMESSA.
           MOVE "CADREM2.DAT" TO WS-ARQ-REM.
           MOVE "REREMESS" TO WS-FONTE-REM.
           MOVE "REREMESSA" TO WS-DOC-REM.
           MOVE "RE-REMESSA DE DEVOLVIDOS" TO WS-HIST-REM.
           PERFORM CARREGA-REMESSA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADRETD.
           PERFORM LE-RETORNO-DEBITO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRETD.

       LE-EXTRATO.
           READ CADEXTR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE "E" TO ORIGEM-NOVO
               MOVE DATA-EXTR TO DATA-NOVO
               MOVE TIPO-EXTR TO TIPO-NOVO
               MOVE VALOR-EXTR TO VALOR-NOVO
               MOVE DOC-EXTR TO DOC-NOVO
               MOVE "EXTRATO" TO FONTE-NOVO
               MOVE HIST-EXTR TO HIST-NOVO
               PERFORM INCLUI-NOVO
           END-IF.

      *LE-CAIXA pega so as linhas de recibo do livro caixa: o valor
      *do recibo e o depositado (a multa ja vem dentro dele).
       LE-CAIXA.
           READ CADCAIXA
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND CX-DATA IS NUMERIC
                  AND CX-ROTULO EQUAL "  MATR "
               MOVE CX-VALOR TO WS-VALOR-CX
               MOVE "S" TO ORIGEM-NOVO
               MOVE CX-DATA TO DATA-NOVO
               MOVE "C" TO TIPO-NOVO
               MOVE WS-VALOR-CX TO VALOR-NOVO
               MOVE CX-MATR TO DOC-NOVO
               MOVE "CAIXA" TO FONTE-NOVO
               MOVE SPACES TO HIST-NOVO
               STRING "MENSALIDADE " DELIMITED BY SIZE
                      CX-COMPET DELIMITED BY SIZE
                   INTO HIST-NOVO
               PERFORM INCLUI-NOVO
           END-IF.

      *CARREGA-REMESSA le a remessa em WS-ARQ-REM e, quando ela
      *existe, poe o total do trailer como um debito na data do
      *header; a data fica em WS-DATA-REM para as devolucoes.
       CARREGA-REMESSA.
           MOVE 0 TO WS-DATA-REM.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADREM.
           PERFORM LE-REMESSA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADREM.

       LE-REMESSA.
           READ CADREM
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF TIPO-REM EQUAL "0"
                   MOVE DATA-REM-H TO WS-DATA-REM
               END-IF
               IF TIPO-REM EQUAL "9"
                      AND TOTAL-REM-T > 0
                   MOVE "S" TO ORIGEM-NOVO
                   MOVE WS-DATA-REM TO DATA-NOVO
                   MOVE "D" TO TIPO-NOVO
                   MOVE TOTAL-REM-T TO VALOR-NOVO
                   MOVE WS-DOC-REM TO DOC-NOVO
                   MOVE WS-FONTE-REM TO FONTE-NOVO
                   MOVE WS-HIST-REM TO HIST-NOVO
                   PERFORM INCLUI-NOVO
               END-IF
           END-IF.

      *LE-RETORNO: o credito devolvido pelo banco volta para a
      *conta na data da remessa de salarios.
       LE-RETORNO.
           READ CADRET
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND TIPO-RET EQUAL "1"
                  AND SITU-RET EQUAL "D"
               MOVE "S" TO ORIGEM-NOVO
               MOVE WS-DATA-REM TO DATA-NOVO
               MOVE "C" TO TIPO-NOVO
               MOVE VALOR-RET TO VALOR-NOVO
               MOVE COD-RET TO DOC-NOVO
               MOVE "DEVOLUC" TO FONTE-NOVO
               MOVE "SALARIO DEVOLVIDO" TO HIST-NOVO
               PERFORM INCLUI-NOVO
           END-IF.

       LE-RETORNO-DEBITO.
           READ CADRETD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND TIPO-RETD EQUAL "1"
                  AND SITU-RETD EQUAL "E"
               MOVE "S" TO ORIGEM-NOVO
               MOVE DATA-RETD TO DATA-NOVO
               MOVE "C" TO TIPO-NOVO
               MOVE VALOR-RETD TO VALOR-NOVO
               MOVE MATR-RETD TO DOC-NOVO
               MOVE "DEBAUTO" TO FONTE-NOVO
               MOVE SPACES TO HIST-NOVO
               STRING "DEBITO AUTOMATICO " DELIMITED BY SIZE
                      COMPET-RETD DELIMITED BY SIZE
                   INTO HIST-NOVO
               PERFORM INCLUI-NOVO
           END-IF.

      *CARREGA-HISTORICO traz as chaves do historico com data a
      *partir da mais antiga entre os itens novos.
       CARREGA-HISTORICO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCONH.
           PERFORM LE-HISTORICO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCONH.

       LE-HISTORICO.
           READ CADCONH
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND CHAVE-CONH (2:8) NOT< WS-DATA-MIN
               IF QTD-HIST EQUAL 5000
                   DISPLAY "EX53 - TABELA DO HISTORICO CHEIA, "
                           "AUMENTAR OCCURS DE TAB-HIST"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-HIST
               MOVE CHAVE-CONH TO CHAVE-HI (QTD-HIST)
               MOVE "N" TO USADO-HI (QTD-HIST)
           END-IF.

      *TIRA-REPETIDO marca X no item novo cuja chave ja esta numa
      *pendencia antiga, no historico ou num item novo de outra
      *fonte (debito automatico que tambem esta no livro caixa);
      *cada par so serve uma vez, para dois recebimentos iguais no
      *mesmo dia contarem dois.
       TIRA-REPETIDO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-S.
           PERFORM TESTA-REPETIDO-PEND
               UNTIL IX-S NOT< IX-I
                  OR ACHOU EQUAL "SIM".
           MOVE 1 TO IX-H.
           PERFORM TESTA-REPETIDO-HIST
               UNTIL IX-H > QTD-HIST
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "SIM"
               MOVE "X" TO SITU-IT (IX-I)
               ADD 1 TO CONT-REPETIDO
           END-IF.
           ADD 1 TO IX-I.

       TESTA-REPETIDO-PEND.
           IF USADO-IT (IX-S) EQUAL "N"
                  AND CHAVE-IT (IX-S) EQUAL CHAVE-IT (IX-I)
                  AND (IX-S NOT> QTD-ANTIGOS
                   OR FONTE-IT (IX-S) NOT EQUAL FONTE-IT (IX-I))
               MOVE "S" TO USADO-IT (IX-S)
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-S
           END-IF.

       TESTA-REPETIDO-HIST.
           IF USADO-HI (IX-H) EQUAL "N"
                  AND CHAVE-HI (IX-H) EQUAL CHAVE-IT (IX-I)
               MOVE "S" TO USADO-HI (IX-H)
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-H
           END-IF.

      *---------------------------------------------------------
      *CONCILIA-ITEM procura para o item E pendente um item S
      *pendente de mesmo tipo e valor, com documento igual (ou em
      *branco no extrato); na PASSADA 1 a data tem de ser a mesma,
      *na 2 basta a do sistema nao ser posterior a do extrato.
      *---------------------------------------------------------
       CONCILIA-ITEM.
           IF ORIGEM-IT (IX-I) EQUAL "E"
                  AND SITU-IT (IX-I) EQUAL "P"
               MOVE "NAO" TO ACHOU
               MOVE 1 TO IX-S
               PERFORM TESTA-PAR
                   UNTIL IX-S > QTD-ITENS
                      OR ACHOU EQUAL "SIM"
               IF ACHOU EQUAL "SIM"
                   MOVE "A" TO SITU-IT (IX-I)
                   MOVE "A" TO SITU-IT (IX-S)
                   MOVE IX-S TO PAR-IT (IX-I)
                   MOVE IX-I TO PAR-IT (IX-S)
                   ADD 1 TO CONT-CASADO
                   ADD VALOR-IT (IX-I) TO TOT-CASADO
               END-IF
           END-IF.
           ADD 1 TO IX-I.

       TESTA-PAR.
           IF ORIGEM-IT (IX-S) EQUAL "S"
                  AND SITU-IT (IX-S) EQUAL "P"
                  AND TIPO-IT (IX-S) EQUAL TIPO-IT (IX-I)
                  AND VALOR-IT (IX-S) EQUAL VALOR-IT (IX-I)
                  AND (DOC-IT (IX-I) EQUAL SPACES
                   OR DOC-IT (IX-S) EQUAL DOC-IT (IX-I))
                  AND ((PASSADA EQUAL 1
                    AND DATA-IT (IX-S) EQUAL DATA-IT (IX-I))
                   OR (PASSADA EQUAL 2
                    AND DATA-IT (IX-S) NOT> DATA-IT (IX-I)))
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-S
           END-IF.

      *APLICA-RESOLUCOES fecha o item pendente que a tesouraria
      *resolveu em CADCONM.DAT, guardando o motivo no historico.
       APLICA-RESOLUCOES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCONM.
           PERFORM LE-RESOLUCAO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCONM.

       LE-RESOLUCAO.
           READ CADCONM
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE 1 TO IX-I
               PERFORM AVANCA-RESOLUCAO
                   UNTIL IX-I > QTD-ITENS
                      OR (SITU-IT (IX-I) EQUAL "P"
                      AND CHAVE-IT (IX-I) EQUAL CHAVE-CONM)
               IF IX-I NOT> QTD-ITENS
                   MOVE "M" TO SITU-IT (IX-I)
                   MOVE MOTIVO-CONM TO MOTIVO-IT (IX-I)
                   ADD 1 TO CONT-RESOLVIDO
               END-IF
           END-IF.

       AVANCA-RESOLUCAO.
           ADD 1 TO IX-I.

      *---------------------------------------------------------
      *GRAVA-RELATORIO: os casados nesta rodada (linha do extrato
      *com a fonte e a data do par), o extrato sem contrapartida, o
      *sistema nao visto no extrato e os resolvidos a mao.
      *---------------------------------------------------------
       GRAVA-RELATORIO.
           OPEN OUTPUT CADCONL.
           MOVE WS-DATA-HOJE TO LC-DATA.
           MOVE LINHA-CAB TO REG-CONL.
           WRITE REG-CONL.
           MOVE "ITENS CONCILIADOS NESTA RODADA" TO LS-TITULO.
           PERFORM GRAVA-SECAO.
           MOVE 1 TO IX-I.
           PERFORM GRAVA-CASADO
               UNTIL IX-I > QTD-ITENS.
           MOVE "EXTRATO SEM CONTRAPARTIDA NO SISTEMA" TO LS-TITULO.
           PERFORM GRAVA-SECAO.
           MOVE "E" TO ORIGEM-NOVO.
           MOVE 1 TO IX-I.
           PERFORM GRAVA-PENDENTE
               UNTIL IX-I > QTD-ITENS.
           MOVE "SISTEMA NAO VISTO NO EXTRATO" TO LS-TITULO.
           PERFORM GRAVA-SECAO.
           MOVE "S" TO ORIGEM-NOVO.
           MOVE 1 TO IX-I.
           PERFORM GRAVA-PENDENTE
               UNTIL IX-I > QTD-ITENS.
           MOVE "RESOLVIDOS PELA TESOURARIA" TO LS-TITULO.
           PERFORM GRAVA-SECAO.
           MOVE 1 TO IX-I.
           PERFORM GRAVA-RESOLVIDO
               UNTIL IX-I > QTD-ITENS.
           MOVE SPACES TO REG-CONL.
           WRITE REG-CONL.
           MOVE "CONCILIADOS NESTA RODADA...............:" TO LT-TITULO.
           MOVE CONT-CASADO TO LT-QTD.
           MOVE TOT-CASADO TO LT-VALOR.
           MOVE LINHA-TOTAL TO REG-CONL.
           WRITE REG-CONL.
           MOVE "EXTRATO SEM CONTRAPARTIDA..............:" TO LT-TITULO.
           MOVE CONT-PEND-E TO LT-QTD.
           MOVE TOT-PEND-E TO LT-VALOR.
           MOVE LINHA-TOTAL TO REG-CONL.
           WRITE REG-CONL.
           MOVE "SISTEMA NAO VISTO NO EXTRATO...........:" TO LT-TITULO.
           MOVE CONT-PEND-S TO LT-QTD.
           MOVE TOT-PEND-S TO LT-VALOR.
           MOVE LINHA-TOTAL TO REG-CONL.
           WRITE REG-CONL.
           CLOSE CADCONL.

       GRAVA-SECAO.
           MOVE SPACES TO REG-CONL.
           WRITE REG-CONL.
           MOVE LINHA-SECAO TO REG-CONL.
           WRITE REG-CONL.

      *MONTA-LINHA-ITEM preenche a linha com o item IX-I.
       MONTA-LINHA-ITEM.
           MOVE FONTE-IT (IX-I) TO LI-FONTE.
           MOVE DATA-IT (IX-I) TO LI-DATA.
           MOVE TIPO-IT (IX-I) TO LI-TIPO.
           MOVE VALOR-IT (IX-I) TO LI-VALOR.
           MOVE DOC-IT (IX-I) TO LI-DOC.
           MOVE HIST-IT (IX-I) TO LI-HIST.
           MOVE SPACES TO LI-COMPL.

       GRAVA-CASADO.
           IF ORIGEM-IT (IX-I) EQUAL "E"
                  AND SITU-IT (IX-I) EQUAL "A"
               PERFORM MONTA-LINHA-ITEM
               MOVE PAR-IT (IX-I) TO IX-S
               MOVE "CASADO COM" TO LI-COMPL-TXT
               MOVE FONTE-IT (IX-S) TO LI-COMPL-FONTE
               MOVE DATA-IT (IX-S) TO LI-COMPL-DATA
               MOVE LINHA-ITEM TO REG-CONL
               WRITE REG-CONL
           END-IF.
           ADD 1 TO IX-I.

       GRAVA-PENDENTE.
           IF ORIGEM-IT (IX-I) EQUAL ORIGEM-NOVO
                  AND SITU-IT (IX-I) EQUAL "P"
               PERFORM MONTA-LINHA-ITEM
               MOVE "ABERTO DESDE" TO LI-COMPL-TXT
               MOVE DATA-INC-IT (IX-I) TO LI-COMPL-DATA
               MOVE LINHA-ITEM TO REG-CONL
               WRITE REG-CONL
               IF ORIGEM-NOVO EQUAL "E"
                   ADD 1 TO CONT-PEND-E
                   ADD VALOR-IT (IX-I) TO TOT-PEND-E
               ELSE
                   ADD 1 TO CONT-PEND-S
                   ADD VALOR-IT (IX-I) TO TOT-PEND-S
               END-IF
           END-IF.
           ADD 1 TO IX-I.

       GRAVA-RESOLVIDO.
           IF SITU-IT (IX-I) EQUAL "M"
               PERFORM MONTA-LINHA-ITEM
               MOVE MOTIVO-IT (IX-I) TO LI-COMPL
               MOVE LINHA-ITEM TO REG-CONL
               WRITE REG-CONL
           END-IF.
           ADD 1 TO IX-I.

      *GRAVA-SAIDAS acrescenta ao historico o que saiu das
      *pendencias nesta rodada e regrava as pendencias.
       GRAVA-SAIDAS.
           OPEN EXTEND CADCONH.
           OPEN OUTPUT CADCNCP.
           MOVE 1 TO IX-I.
           PERFORM GRAVA-SAIDA-ITEM
               UNTIL IX-I > QTD-ITENS.
           CLOSE CADCONH
                 CADCNCP.

       GRAVA-SAIDA-ITEM.
           IF SITU-IT (IX-I) EQUAL "P"
               MOVE DADOS-IT (IX-I) TO REG-CONP
               WRITE REG-CONP
           END-IF.
           IF SITU-IT (IX-I) EQUAL "A"
                  OR SITU-IT (IX-I) EQUAL "M"
               MOVE WS-DATA-HOJE TO DATA-CONH
               MOVE SITU-IT (IX-I) TO COMO-CONH
               MOVE DADOS-IT (IX-I) TO REG-CONH (10:72)
               MOVE MOTIVO-IT (IX-I) TO MOTIVO-CONH
               WRITE REG-CONH
           END-IF.
           ADD 1 TO IX-I.

       TERMINO.
           DISPLAY "EX53 - LINHAS DO EXTRATO...........: " CONT-EXTRATO.
           DISPLAY "EX53 - MOVIMENTOS DO SISTEMA.......: " CONT-SISTEMA.
           DISPLAY "EX53 - JA VISTOS EM RODADA ANTERIOR: "
               CONT-REPETIDO.
           DISPLAY "EX53 - CONCILIADOS.................: " CONT-CASADO.
           DISPLAY "EX53 - RESOLVIDOS PELA TESOURARIA..: "
               CONT-RESOLVIDO.
           DISPLAY "EX53 - EXTRATO SEM CONTRAPARTIDA...: " CONT-PEND-E.
           DISPLAY "EX53 - SISTEMA NAO VISTO NO EXTRATO: " CONT-PEND-S.

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
