       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX65.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX65 imprime etiquetas de enderecamento tres por linha,
      *ordenadas pelo CEP, para a postagem como mala direta. Dois
      *modos pela linha de comando:
      *  EX65 CLIENTES - os clientes ativos (situacao A) do
      *    CADCLI2.DAT montado pelo EX01, com o endereco estruturado
      *    do CADEND.DAT - lido da geracao que o EX26 guarda logo
      *    depois do EX01 (catalogo CADGCAT.DAT), porque o EX04
      *    regrava o CADCLI2.DAT em seguida no layout curto dele;
      *  EX65 RESPONSAVEIS [AAAAMMDD] - os responsaveis que recebem
      *    as cartas do dia (recuperacao e reprovacao do EX21,
      *    cobranca do EX36) registradas no CADCARTH.DAT; cada
      *    matricula vai para o seu primeiro responsavel no
      *    CADRALU.DAT (a mesma regra do EX21) e o responsavel com
      *    mais de um filho sai numa etiqueta so. Sem data vale a do
      *    movimento.
      *Todo endereco passa pela mesma critica de CEP da manutencao
      *(logradouro preenchido e CEP dentro de uma faixa da cidade/UF
      *no CADCEP.DAT); o que nao passa fica fora das etiquetas e sai
      *em CADETQX.DAT com o motivo, para ser corrigido no EX11 ou no
      *EX66. As etiquetas saem em CADETQ.DAT (nome, logradouro com
      *numero e complemento, bairro e CEP com cidade/UF) e o resumo
      *da postagem em CADETQR.DAT, com a quantidade de etiquetas por
      *faixa de CEP na ordem do CEP, que e o que o correio pede para
      *a tarifa de mala direta. Retorno 4 quando algum endereco foi
      *recusado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI2 ASSIGN TO WS-ARQ-CLI2
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CLI.
           SELECT OPTIONAL CADGCAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RESP.
           SELECT OPTIONAL CADRALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCARTH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ETQ-BRUTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ETQ-ORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK1 ASSIGN TO DISK.
           SELECT CADETQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADETQR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADETQX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADCLI2 = clientes validados pelo EX01, com o endereco
      *estruturado no fim do registro, na geracao GENNNNNN.DAT
      *guardada pelo EX26 depois do EX01.
       FD CADCLI2
           LABEL RECORD ARE STANDARD.

       01 REG-CLI2.
           02 NOME-CLI2 PIC X(20).
           02 COD-CLI2 PIC 9(05).
           02 LOGR-CLI2 PIC X(30).
           02 CONTATO-CLI2 PIC X(15).
           02 CPF-CLI2 PIC 9(11).
           02 STATUS-CLI2 PIC X(01).
           02 NUMERO-CLI2 PIC X(06).
           02 COMPL-CLI2 PIC X(15).
           02 BAIRRO-CLI2 PIC X(20).
           02 CIDADE-CLI2 PIC X(20).
           02 UF-CLI2 PIC X(02).
           02 CEP-CLI2 PIC X(08).

      *CADRESP.DAT = cadastro de responsaveis (EX66); CADRALU.DAT =
      *vinculo matricula -> responsavel.
       FD CADRESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRESP.DAT".

       01 REG-RESP.
           02 COD-RESP PIC 9(05).
           02 NOME-RESP PIC X(30).
           02 ENDER-RESP PIC X(40).
           02 CONTATO-RESP PIC X(20).
           02 NUMERO-RESP PIC X(06).
           02 COMPL-RESP PIC X(15).
           02 BAIRRO-RESP PIC X(20).
           02 CIDADE-RESP PIC X(20).
           02 UF-RESP PIC X(02).
           02 CEP-RESP PIC 9(08).

       FD CADRALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRALU.DAT".

       01 REG-RALU.
           02 MATR-RALU PIC 9(05).
           02 RESP-RALU PIC 9(05).

      *CADCARTH.DAT = registro cumulativo das cartas emitidas pelo
      *EX21 (R recuperacao, P reprovacao) e pelo EX36 (C cobranca).
       FD CADCARTH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCARTH.DAT".

       01 REG-CARTH.
           02 MATR-CARTH PIC 9(05).
           02 DATA-CARTH PIC 9(08).
           02 TIPO-CARTH PIC X(01).
           02 NUM-CARTH PIC 9(05).
           02 REF-CARTH PIC X(20).

      *CADCEP.DAT = tabela de faixas de CEP por UF e cidade, mantida
      *pela secretaria a partir da tabela dos Correios; uma cidade
      *pode ter mais de uma faixa.
       FD CADCEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCEP.DAT".

       01 REG-CEP.
           02 UF-CEP PIC X(02).
           02 CIDADE-CEP PIC X(20).
           02 INI-CEP PIC 9(08).
           02 FIM-CEP PIC 9(08).

      *EX65ETQ.TMP = etiquetas aceitas na ordem de leitura, com a
      *faixa de CEP em que cada uma caiu; EX65ORD.TMP = as mesmas
      *ordenadas por CEP e nome.
       FD ETQ-BRUTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX65ETQ.TMP".

       01 REG-ETQB.
           02 CEP-EB PIC X(08).
           02 NOME-EB PIC X(30).
           02 L2-EB PIC X(42).
           02 L3-EB PIC X(42).
           02 L4-EB PIC X(42).
           02 FAIXA-EB PIC 9(04).

       FD ETQ-ORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX65ORD.TMP".

       01 REG-ETQO.
           02 CEP-EO PIC X(08).
           02 NOME-EO PIC X(30).
           02 L2-EO PIC X(42).
           02 L3-EO PIC X(42).
           02 L4-EO PIC X(42).
           02 FAIXA-EO PIC 9(04).

       SD SORTWK1.
       01 REG-SORT.
           02 SRT-CEP PIC X(08).
           02 SRT-NOME PIC X(30).
           02 SRT-RESTO PIC X(130).

      *CADETQ.DAT = as etiquetas, tres por linha, quatro linhas de
      *texto e uma em branco entre as carreiras.
       FD CADETQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADETQ.DAT".

       01 REG-ETQ PIC X(132).

      *CADETQR.DAT = resumo da postagem por faixa de CEP.
       FD CADETQR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADETQR.DAT".

       01 REG-ETQR PIC X(80).

      *CADETQX.DAT = enderecos recusados na critica, com o motivo.
       FD CADETQX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADETQX.DAT".

       01 REG-ETQX PIC X(80).

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

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-CLI PIC X(02) VALUE SPACE.
           77 WS-ARQ-CLI2 PIC X(12) VALUE SPACE.
           77 WS-NUM-CLI2 PIC 9(05) VALUE 0.
           77 WS-FS-RESP PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-PARM-LINHA PIC X(30) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(12) VALUE SPACE.
           77 WS-P2 PIC X(10) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 DATA-CARTAS PIC 9(08) VALUE 0.
           77 MATR-ALUNO PIC 9(05) VALUE 0.
           77 RESP-ALUNO PIC 9(05) VALUE 0.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 CEP-OK PIC X(03) VALUE "NAO".
           77 CIDADE-ACHADA PIC X(03) VALUE "NAO".
           77 MOTIVO-CEP PIC 9(02) VALUE 0.
           77 DESC-CEP PIC X(25) VALUE SPACE.
           77 FAIXA-ATUAL PIC 9(04) VALUE 0.
           77 CONT-FAIXA PIC 9(05) VALUE 0.
           77 CONT-LIDOS PIC 9(05) VALUE 0.
           77 CONT-ETQ PIC 9(05) VALUE 0.
           77 CONT-RECUSA PIC 9(05) VALUE 0.
           77 CONT-CARTAS PIC 9(05) VALUE 0.
           77 IX-R PIC 9(05) VALUE 0.
           77 IX-V PIC 9(05) VALUE 0.
           77 IX-D PIC 9(05) VALUE 0.
           77 IX-CEP PIC 9(04) VALUE 0.
           77 IX-COL PIC 9(01) VALUE 0.
           77 IX-LIN PIC 9(01) VALUE 0.

      *DESTINATARIO = o cliente ou responsavel da vez, ja no formato
      *comum as duas origens.
           01 DESTINATARIO.
               02 COD-DS PIC 9(05).
               02 NOME-DS PIC X(30).
               02 LOGR-DS PIC X(40).
               02 NUMERO-DS PIC X(06).
               02 COMPL-DS PIC X(15).
               02 BAIRRO-DS PIC X(20).
               02 CIDADE-DS PIC X(20).
               02 UF-DS PIC X(02).
               02 CEP-DS PIC X(08).

      *TAB-RESP / TAB-VINC = o cadastro de responsaveis e o vinculo
      *matricula -> responsavel, para o modo RESPONSAVEIS.
           01 TAB-RESP.
               02 QTD-RESP PIC 9(05) VALUE 0.
               02 RESP-LINHA OCCURS 5000 TIMES.
                   03 COD-TR PIC 9(05).
                   03 NOME-TR PIC X(30).
                   03 ENDER-TR PIC X(40).
                   03 CONTATO-TR PIC X(20).
                   03 NUMERO-TR PIC X(06).
                   03 COMPL-TR PIC X(15).
                   03 BAIRRO-TR PIC X(20).
                   03 CIDADE-TR PIC X(20).
                   03 UF-TR PIC X(02).
                   03 CEP-TR PIC X(08).
                   03 ETIQUETA-TR PIC X(03).

           01 TAB-VINC.
               02 QTD-VINC PIC 9(05) VALUE 0.
               02 VINC-LINHA OCCURS 20000 TIMES.
                   03 MATR-TV PIC 9(05).
                   03 RESP-TV PIC 9(05).

      *TAB-CEP = faixas de CEP do CADCEP.DAT, para a critica do
      *endereco e o resumo da postagem.
           01 TAB-CEP.
               02 QTD-FAIXAS PIC 9(04) VALUE 0.
               02 FAIXA-LINHA OCCURS 2000 TIMES.
                   03 UF-TC PIC X(02).
                   03 CIDADE-TC PIC X(20).
                   03 INI-TC PIC 9(08).
                   03 FIM-TC PIC 9(08).

      *ENDERECO-VALIDAR = endereco entregue a VALIDA-ENDERECO.
           01 ENDERECO-VALIDAR.
               02 VE-LOGR PIC X(40).
               02 VE-CIDADE PIC X(20).
               02 VE-UF PIC X(02).
               02 VE-CEP PIC X(08).
               02 VE-CEP-N REDEFINES VE-CEP PIC 9(08).

      *TAB-TRIO = a carreira de ate tres etiquetas sendo montada.
           01 TAB-TRIO.
               02 QTD-TRIO PIC 9(01) VALUE 0.
               02 TRIO-LINHA OCCURS 3 TIMES.
                   03 TXT-TRIO OCCURS 4 TIMES PIC X(42).

           01 LINHA-ETQ.
               02 COL-ETQ OCCURS 3 TIMES.
                   03 TXT-ETQ PIC X(42).
                   03 FILLER PIC X(02).

           01 LINHA-TITULO PIC X(80) VALUE SPACE.

           01 LINHA-CAB-FAIXA.
               02 FILLER PIC X(03) VALUE "UF ".
               02 FILLER PIC X(21) VALUE "CIDADE".
               02 FILLER PIC X(22) VALUE "FAIXA DE CEP".
               02 FILLER PIC X(10) VALUE "ETIQUETAS".

           01 LINHA-FAIXA.
               02 LF-UF PIC X(02).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LF-CIDADE PIC X(20).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LF-INI-A PIC 9(05).
               02 FILLER PIC X(01) VALUE "-".
               02 LF-INI-B PIC 9(03).
               02 FILLER PIC X(03) VALUE " A ".
               02 LF-FIM-A PIC 9(05).
               02 FILLER PIC X(01) VALUE "-".
               02 LF-FIM-B PIC 9(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LF-QTD PIC ZZ.ZZ9.

           01 LINHA-TOTAL.
               02 LT-DESC PIC X(40).
               02 LT-QTD PIC ZZ.ZZ9.

           01 LINHA-RECUSA.
               02 LR-COD PIC 9(05).
               02 FILLER PIC X(03) VALUE " - ".
               02 LR-NOME PIC X(30).
               02 FILLER PIC X(03) VALUE " - ".
               02 LR-MOTIVO PIC X(25).

       PROCEDURE DIVISION.

       PGM-EX65.
           PERFORM INICIO.
           OPEN OUTPUT ETQ-BRUTO.
           OPEN OUTPUT CADETQX.
           PERFORM GRAVA-TITULO-RECUSA.
           IF WS-MODO EQUAL "CLIENTES"
               PERFORM SELECIONA-CLIENTES
           ELSE
               PERFORM SELECIONA-RESPONSAVEIS
           END-IF.
           CLOSE ETQ-BRUTO
                 CADETQX.
           SORT SORTWK1 ON ASCENDING KEY SRT-CEP SRT-NOME
               USING ETQ-BRUTO
               GIVING ETQ-ORD.
           PERFORM IMPRIME-ETIQUETAS.
           PERFORM TERMINO.
           STOP RUN.

      *INICIO pega a data do movimento, le o modo (o primeiro token
      *numerico e a contagem de pulo que o EXCTL poe no comando) e
      *sobe a tabela de faixas de CEP.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2
           END-IF.
           IF WS-MODO EQUAL "CLIENTES"
               IF WS-P2 NOT EQUAL SPACES
                   DISPLAY "EX65 - PARAMETRO INVALIDO: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE IF WS-MODO EQUAL "RESPONSAVEIS"
               MOVE WS-DATA-HOJE TO DATA-CARTAS
               IF WS-P2 NOT EQUAL SPACES
                   IF WS-P2 (1:8) IS NUMERIC
                          AND WS-P2 (9:2) EQUAL SPACES
                       MOVE WS-P2 (1:8) TO DATA-CARTAS
                   ELSE
                       DISPLAY "EX65 - DATA INVALIDA: " WS-P2
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               DISPLAY "EX65 - USO: EX65 CLIENTES"
               DISPLAY "            EX65 RESPONSAVEIS [AAAAMMDD]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGA-FAIXAS-CEP.

      *GRAVA-TITULO-RECUSA abre a lista de recusados com o titulo.
       GRAVA-TITULO-RECUSA.
           MOVE SPACES TO LINHA-TITULO.
           STRING "ETIQUETAS DE " DELIMITED BY SIZE
                  WS-MODO DELIMITED BY SPACE
                  " - ENDERECOS RECUSADOS (CORRIGIR NO EX11 OU NO "
                      DELIMITED BY SIZE
                  "EX66)" DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-ETQX.
           WRITE REG-ETQX.
           MOVE ALL "=" TO REG-ETQX.
           WRITE REG-ETQX.

      *---------------------------------------------------------
      *Selecao dos destinatarios.
      *---------------------------------------------------------
       SELECIONA-CLIENTES.
           PERFORM ACHA-GERACAO-CLI2.
           OPEN INPUT CADCLI2.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "EX65 - CADCLI2.DAT DO EX01 NAO ENCONTRADO: "
                   WS-ARQ-CLI2
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-CLIENTE
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCLI2.
           MOVE "NAO" TO FIM-ARQ.

      *ACHA-GERACAO-CLI2 monta o nome da geracao mais nova do
      *CADCLI2.DAT guardada depois do EX01; sem nenhuma no catalogo
      *nao ha de onde tirar as etiquetas.
       ACHA-GERACAO-CLI2.
           MOVE 0 TO WS-NUM-CLI2.
           OPEN INPUT CADGCAT.
           PERFORM LE-CATALOGO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADGCAT.
           MOVE "NAO" TO FIM-ARQ.
           IF WS-NUM-CLI2 EQUAL 0
               DISPLAY "EX65 - SEM GERACAO DE CADCLI2.DAT DO EX01 NO "
                       "CATALOGO CADGCAT.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-ARQ-CLI2.
           STRING "GEN" WS-NUM-CLI2 ".DAT" DELIMITED BY SIZE
               INTO WS-ARQ-CLI2.

       LE-CATALOGO.
           READ CADGCAT
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND SITU-CAT EQUAL "A"
                  AND ARQ-CAT EQUAL "CADCLI2.DAT"
                  AND PASSO-CAT EQUAL "EX01"
                  AND NUM-CAT > WS-NUM-CLI2
               MOVE NUM-CAT TO WS-NUM-CLI2
           END-IF.

      *LE-CLIENTE leva para a etiqueta so o cliente ativo.
       LE-CLIENTE.
           READ CADCLI2
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND STATUS-CLI2 EQUAL "A"
               ADD 1 TO CONT-LIDOS
               MOVE SPACES TO DESTINATARIO
               MOVE COD-CLI2 TO COD-DS
               MOVE NOME-CLI2 TO NOME-DS
               MOVE LOGR-CLI2 TO LOGR-DS
               MOVE NUMERO-CLI2 TO NUMERO-DS
               MOVE COMPL-CLI2 TO COMPL-DS
               MOVE BAIRRO-CLI2 TO BAIRRO-DS
               MOVE CIDADE-CLI2 TO CIDADE-DS
               MOVE UF-CLI2 TO UF-DS
               MOVE CEP-CLI2 TO CEP-DS
               PERFORM GRAVA-DESTINATARIO
           END-IF.

      *SELECIONA-RESPONSAVEIS passa pelas cartas do dia e marca o
      *responsavel de cada uma; no fim grava uma etiqueta por
      *responsavel marcado.
       SELECIONA-RESPONSAVEIS.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-VINCULOS.
           OPEN INPUT CADCARTH.
           PERFORM LE-CARTA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCARTH.
           MOVE "NAO" TO FIM-ARQ.
           MOVE 1 TO IX-R.
           PERFORM GRAVA-RESPONSAVEL
               UNTIL IX-R > QTD-RESP.

       CARREGA-RESPONSAVEIS.
           OPEN INPUT CADRESP.
           IF WS-FS-RESP NOT EQUAL "00"
               DISPLAY "EX65 - CADRESP.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-RESP
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRESP.
           MOVE "NAO" TO FIM-ARQ.

       LE-RESP.
           READ CADRESP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-RESP EQUAL 5000
                   DISPLAY "EX65 - TABELA DE RESPONSAVEIS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-RESP"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-RESP
               MOVE REG-RESP TO RESP-LINHA (QTD-RESP)
               MOVE "NAO" TO ETIQUETA-TR (QTD-RESP)
           END-IF.

       CARREGA-VINCULOS.
           OPEN INPUT CADRALU.
           PERFORM LE-VINCULO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRALU.
           MOVE "NAO" TO FIM-ARQ.

       LE-VINCULO.
           READ CADRALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-VINC EQUAL 20000
                   DISPLAY "EX65 - TABELA DE VINCULOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-VINC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-VINC
               MOVE MATR-RALU TO MATR-TV (QTD-VINC)
               MOVE RESP-RALU TO RESP-TV (QTD-VINC)
           END-IF.

      *LE-CARTA marca o responsavel da carta do dia; carta de aluno
      *sem responsavel cadastrado (saiu "PREZADA FAMILIA") nao tem
      *endereco e vai para a lista de recusados.
       LE-CARTA.
           READ CADCARTH
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND DATA-CARTH EQUAL DATA-CARTAS
               ADD 1 TO CONT-CARTAS
               MOVE MATR-CARTH TO MATR-ALUNO
               PERFORM BUSCA-RESPONSAVEL
               IF ACHOU EQUAL "SIM"
                   MOVE "SIM" TO ETIQUETA-TR (IX-R)
               ELSE
                   MOVE MATR-ALUNO TO LR-COD
                   MOVE "CARTA SEM RESPONSAVEL" TO LR-NOME
                   MOVE "SEM RESPONSAVEL VINCULADO" TO LR-MOTIVO
                   PERFORM GRAVA-RECUSA
               END-IF
           END-IF.

      *BUSCA-RESPONSAVEL acha o primeiro vinculo da matricula e o
      *responsavel dele na tabela (IX-R), como o EX21.
       BUSCA-RESPONSAVEL.
           MOVE "NAO" TO ACHOU.
           MOVE 0 TO RESP-ALUNO.
           MOVE 1 TO IX-V.
           PERFORM TESTA-VINCULO
               UNTIL IX-V > QTD-VINC
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "SIM"
               MOVE "NAO" TO ACHOU
               MOVE 1 TO IX-R
               PERFORM TESTA-RESP
                   UNTIL IX-R > QTD-RESP
                      OR ACHOU EQUAL "SIM"
           END-IF.

       TESTA-VINCULO.
           IF MATR-TV (IX-V) EQUAL MATR-ALUNO
               MOVE "SIM" TO ACHOU
               MOVE RESP-TV (IX-V) TO RESP-ALUNO
           ELSE
               ADD 1 TO IX-V
           END-IF.

       TESTA-RESP.
           IF COD-TR (IX-R) EQUAL RESP-ALUNO
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-R
           END-IF.

       GRAVA-RESPONSAVEL.
           IF ETIQUETA-TR (IX-R) EQUAL "SIM"
               ADD 1 TO CONT-LIDOS
               MOVE SPACES TO DESTINATARIO
               MOVE COD-TR (IX-R) TO COD-DS
               MOVE NOME-TR (IX-R) TO NOME-DS
               MOVE ENDER-TR (IX-R) TO LOGR-DS
               MOVE NUMERO-TR (IX-R) TO NUMERO-DS
               MOVE COMPL-TR (IX-R) TO COMPL-DS
               MOVE BAIRRO-TR (IX-R) TO BAIRRO-DS
               MOVE CIDADE-TR (IX-R) TO CIDADE-DS
               MOVE UF-TR (IX-R) TO UF-DS
               MOVE CEP-TR (IX-R) TO CEP-DS
               PERFORM GRAVA-DESTINATARIO
           END-IF.
           ADD 1 TO IX-R.

      *GRAVA-DESTINATARIO critica o endereco e grava a etiqueta (com
      *a faixa de CEP em que caiu) ou a recusa.
       GRAVA-DESTINATARIO.
           MOVE LOGR-DS TO VE-LOGR.
           MOVE CIDADE-DS TO VE-CIDADE.
           MOVE UF-DS TO VE-UF.
           MOVE CEP-DS TO VE-CEP.
           PERFORM VALIDA-ENDERECO.
           IF CEP-OK EQUAL "SIM"
               MOVE SPACES TO REG-ETQB
               MOVE CEP-DS TO CEP-EB
               MOVE NOME-DS TO NOME-EB
               IF NUMERO-DS EQUAL SPACES
                   MOVE "S/N" TO NUMERO-DS
               END-IF
               STRING LOGR-DS DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      NUMERO-DS DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      COMPL-DS DELIMITED BY "  "
                   INTO L2-EB
               MOVE BAIRRO-DS TO L3-EB
               STRING CEP-DS (1:5) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      CEP-DS (6:3) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CIDADE-DS DELIMITED BY "  "
                      "/" DELIMITED BY SIZE
                      UF-DS DELIMITED BY SIZE
                   INTO L4-EB
               MOVE IX-CEP TO FAIXA-EB
               WRITE REG-ETQB
           ELSE
               MOVE COD-DS TO LR-COD
               MOVE NOME-DS TO LR-NOME
               MOVE DESC-CEP TO LR-MOTIVO
               PERFORM GRAVA-RECUSA
           END-IF.

       GRAVA-RECUSA.
           MOVE LINHA-RECUSA TO REG-ETQX.
           WRITE REG-ETQX.
           ADD 1 TO CONT-RECUSA.

      *---------------------------------------------------------
      *Impressao das etiquetas e do resumo por faixa de CEP.
      *---------------------------------------------------------
      *IMPRIME-ETIQUETAS le as etiquetas ja na ordem do CEP, junta
      *tres por carreira e quebra o resumo a cada troca de faixa.
       IMPRIME-ETIQUETAS.
           OPEN INPUT ETQ-ORD.
           OPEN OUTPUT CADETQ.
           OPEN OUTPUT CADETQR.
           PERFORM GRAVA-TITULO-RESUMO.
           MOVE 0 TO QTD-TRIO.
           MOVE 0 TO FAIXA-ATUAL.
           MOVE 0 TO CONT-FAIXA.
           PERFORM LE-ETIQUETA
               UNTIL FIM-ARQ EQUAL "SIM".
           MOVE "NAO" TO FIM-ARQ.
           IF QTD-TRIO > 0
               PERFORM IMPRIME-TRIO
           END-IF.
           IF CONT-FAIXA > 0
               PERFORM GRAVA-LINHA-FAIXA
           END-IF.
           PERFORM GRAVA-TOTAIS-RESUMO.
           CLOSE ETQ-ORD
                 CADETQ
                 CADETQR.

       LE-ETIQUETA.
           READ ETQ-ORD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF FAIXA-EO NOT EQUAL FAIXA-ATUAL
                   IF CONT-FAIXA > 0
                       PERFORM GRAVA-LINHA-FAIXA
                   END-IF
                   MOVE FAIXA-EO TO FAIXA-ATUAL
                   MOVE 0 TO CONT-FAIXA
               END-IF
               ADD 1 TO CONT-FAIXA
               ADD 1 TO CONT-ETQ
               ADD 1 TO QTD-TRIO
               MOVE NOME-EO TO TXT-TRIO (QTD-TRIO, 1)
               MOVE L2-EO TO TXT-TRIO (QTD-TRIO, 2)
               MOVE L3-EO TO TXT-TRIO (QTD-TRIO, 3)
               MOVE L4-EO TO TXT-TRIO (QTD-TRIO, 4)
               IF QTD-TRIO EQUAL 3
                   PERFORM IMPRIME-TRIO
               END-IF
           END-IF.

      *IMPRIME-TRIO grava as quatro linhas da carreira e a linha em
      *branco que separa da proxima.
       IMPRIME-TRIO.
           MOVE 1 TO IX-LIN.
           PERFORM IMPRIME-LINHA-TRIO
               UNTIL IX-LIN > 4.
           MOVE SPACES TO REG-ETQ.
           WRITE REG-ETQ.
           MOVE 0 TO QTD-TRIO.

       IMPRIME-LINHA-TRIO.
           MOVE SPACES TO LINHA-ETQ.
           MOVE 1 TO IX-COL.
           PERFORM MONTA-COLUNA
               UNTIL IX-COL > QTD-TRIO.
           MOVE LINHA-ETQ TO REG-ETQ.
           WRITE REG-ETQ.
           ADD 1 TO IX-LIN.

       MONTA-COLUNA.
           MOVE TXT-TRIO (IX-COL, IX-LIN) TO TXT-ETQ (IX-COL).
           ADD 1 TO IX-COL.

       GRAVA-TITULO-RESUMO.
           MOVE SPACES TO LINHA-TITULO.
           STRING "ETIQUETAS DE " DELIMITED BY SIZE
                  WS-MODO DELIMITED BY SPACE
                  " - MALA DIRETA POR FAIXA DE CEP - MOVIMENTO "
                      DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-ETQR.
           WRITE REG-ETQR.
           IF WS-MODO EQUAL "RESPONSAVEIS"
               MOVE SPACES TO LINHA-TITULO
               STRING "CARTAS DE " DELIMITED BY SIZE
                      DATA-CARTAS DELIMITED BY SIZE
                   INTO LINHA-TITULO
               MOVE LINHA-TITULO TO REG-ETQR
               WRITE REG-ETQR
           END-IF.
           MOVE ALL "=" TO REG-ETQR.
           WRITE REG-ETQR.
           MOVE LINHA-CAB-FAIXA TO REG-ETQR.
           WRITE REG-ETQR.

       GRAVA-LINHA-FAIXA.
           MOVE UF-TC (FAIXA-ATUAL) TO LF-UF.
           MOVE CIDADE-TC (FAIXA-ATUAL) TO LF-CIDADE.
           MOVE INI-TC (FAIXA-ATUAL) (1:5) TO LF-INI-A.
           MOVE INI-TC (FAIXA-ATUAL) (6:3) TO LF-INI-B.
           MOVE FIM-TC (FAIXA-ATUAL) (1:5) TO LF-FIM-A.
           MOVE FIM-TC (FAIXA-ATUAL) (6:3) TO LF-FIM-B.
           MOVE CONT-FAIXA TO LF-QTD.
           MOVE LINHA-FAIXA TO REG-ETQR.
           WRITE REG-ETQR.

       GRAVA-TOTAIS-RESUMO.
           MOVE ALL "-" TO REG-ETQR.
           WRITE REG-ETQR.
           MOVE "TOTAL DE ETIQUETAS" TO LT-DESC.
           MOVE CONT-ETQ TO LT-QTD.
           MOVE LINHA-TOTAL TO REG-ETQR.
           WRITE REG-ETQR.
           MOVE "ENDERECOS RECUSADOS (CADETQX.DAT)" TO LT-DESC.
           MOVE CONT-RECUSA TO LT-QTD.
           MOVE LINHA-TOTAL TO REG-ETQR.
           WRITE REG-ETQR.

      *---------------------------------------------------------
      *Critica do endereco contra as faixas de CEP.
      *---------------------------------------------------------
      *CARREGA-FAIXAS-CEP sobe a tabela de faixas de CEP; sem a
      *tabela nenhum endereco passa na critica.
       CARREGA-FAIXAS-CEP.
           OPEN INPUT CADCEP.
           PERFORM LE-FAIXA-CEP
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCEP.
           MOVE "NAO" TO FIM-ARQ.
           IF QTD-FAIXAS EQUAL 0
               DISPLAY "EX65 - TABELA DE FAIXAS DE CEP (CADCEP.DAT) "
                       "VAZIA, NENHUM ENDERECO SERA ACEITO"
           END-IF.

       LE-FAIXA-CEP.
           READ CADCEP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-FAIXAS EQUAL 2000
                   DISPLAY "EX65 - TABELA DE FAIXAS DE CEP CHEIA, "
                           "AUMENTAR OCCURS DE TAB-CEP"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-FAIXAS
               MOVE REG-CEP TO FAIXA-LINHA (QTD-FAIXAS)
           END-IF.

      *VALIDA-ENDERECO critica o endereco de ENDERECO-VALIDAR:
      *logradouro preenchido, CEP de 8 digitos e CEP dentro de uma
      *das faixas da cidade/UF no CADCEP.DAT. Sai CEP-OK, IX-CEP na
      *faixa encontrada e, na rejeicao, o motivo em
      *MOTIVO-CEP/DESC-CEP.
       VALIDA-ENDERECO.
           MOVE "SIM" TO CEP-OK.
           MOVE 0 TO MOTIVO-CEP.
           MOVE SPACES TO DESC-CEP.
           IF VE-LOGR EQUAL SPACES
               MOVE "NAO" TO CEP-OK
               MOVE 46 TO MOTIVO-CEP
               MOVE "ENDERECO SEM LOGRADOURO" TO DESC-CEP
           ELSE IF VE-CEP IS NOT NUMERIC OR VE-CEP EQUAL "00000000"
               MOVE "NAO" TO CEP-OK
               MOVE 43 TO MOTIVO-CEP
               MOVE "CEP INVALIDO" TO DESC-CEP
           ELSE
               PERFORM CONFERE-FAIXA-CEP
           END-IF.

       CONFERE-FAIXA-CEP.
           MOVE "NAO" TO CEP-OK.
           MOVE "NAO" TO CIDADE-ACHADA.
           MOVE 1 TO IX-CEP.
           PERFORM TESTA-FAIXA-CEP
               UNTIL IX-CEP > QTD-FAIXAS
                  OR CEP-OK EQUAL "SIM".
           IF CEP-OK EQUAL "NAO"
               IF CIDADE-ACHADA EQUAL "SIM"
                   MOVE 45 TO MOTIVO-CEP
                   MOVE "CEP FORA DA FAIXA CIDADE" TO DESC-CEP
               ELSE
                   MOVE 44 TO MOTIVO-CEP
                   MOVE "CIDADE SEM FAIXA DE CEP" TO DESC-CEP
               END-IF
           END-IF.

       TESTA-FAIXA-CEP.
           IF UF-TC (IX-CEP) EQUAL VE-UF
                  AND CIDADE-TC (IX-CEP) EQUAL VE-CIDADE
               MOVE "SIM" TO CIDADE-ACHADA
               IF VE-CEP-N NOT < INI-TC (IX-CEP)
                      AND VE-CEP-N NOT > FIM-TC (IX-CEP)
                   MOVE "SIM" TO CEP-OK
               END-IF
           END-IF.
           IF CEP-OK EQUAL "NAO"
               ADD 1 TO IX-CEP
           END-IF.

       TERMINO.
           IF WS-MODO EQUAL "RESPONSAVEIS"
               DISPLAY "EX65 - CARTAS DE " DATA-CARTAS "....: "
                       CONT-CARTAS
           END-IF.
           DISPLAY "EX65 - DESTINATARIOS.........: " CONT-LIDOS.
           DISPLAY "EX65 - ETIQUETAS IMPRESSAS...: " CONT-ETQ.
           DISPLAY "EX65 - ENDERECOS RECUSADOS...: " CONT-RECUSA.
           IF CONT-RECUSA > 0
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
