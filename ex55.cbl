       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX55.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX55 e a nota fiscal de servico eletronica (NFS-e) das
      *mensalidades. A prefeitura exige nota de todo pagamento e a
      *secretaria digitava uma a uma no site, olhando os recibos
      *impressos. Aqui os recibos aplicados pela BAIXA do EX27 (as
      *linhas de recibo do livro caixa CADCAIXA.DAT) viram RPS
      *(recibo provisorio de servico) num lote para a prefeitura, e
      *o retorno da prefeitura grava o numero da nota de cada um.
      *O controle fica em CADRPS.DAT, um registro por RPS com o
      *recibo de origem (data, matricula, competencia, valor), o
      *tomador, o valor do servico, a aliquota e o ISS, e a
      *situacao: E enviado, A autorizado (com nota), J rejeitado,
      *X rejeitado e ja reemitido com outro numero. O numero do RPS
      *e sequencial e nunca volta: o proximo e o maior do controle
      *mais um, e o RPS rejeitado ganha numero novo. Modos:
      *  RPS - gera o lote CADRPSE.DAT (header 0 com a inscricao
      *    municipal, detalhe 1 por RPS, trailer 9 com os totais):
      *    primeiro reemite os rejeitados, depois emite o recibo do
      *    livro caixa que ainda nao tem RPS valido; listagem em
      *    CADNFSL.DAT;
      *  RETORNO - processa CADNFSR.DAT da prefeitura: autorizado
      *    grava nota, data e codigo de verificacao; rejeitado fica
      *    J com o motivo e sai listado em CADNFSRL.DAT;
      *  ISS [AAAAMM] - relatorio CADISSR.DAT do ISS do mes (o da
      *    data do movimento se nao informado) pela data de emissao
      *    do RPS: notas autorizadas e RPS ainda sem retorno.
      *O tomador e o responsavel do aluno (CADRALU.DAT ->
      *CADRESP.DAT) ou, sem responsavel, o proprio aluno
      *(CADATU.DAT). O servico e a mensalidade recebida, sem a
      *multa de atraso, que nao e preco de servico. Inscricao
      *municipal, serie, codigo do servico e aliquota do ISS vem de
      *CADNFSP.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CADCAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADNFSP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NFSP.
           SELECT OPTIONAL CADRPS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ATU.
           SELECT OPTIONAL CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADRPSE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADNFSL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADNFSR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RET.
           SELECT CADNFSRL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADISSR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
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

      *CADNFSP.DAT = parametros da nota de servico, um registro so:
      *inscricao municipal, serie do RPS, codigo do servico na lista
      *da prefeitura e aliquota do ISS em percentual.
       FD CADNFSP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNFSP.DAT".

       01 REG-NFSP.
           02 INSCR-NFSP PIC 9(08).
           02 SERIE-NFSP PIC X(05).
           02 SERVICO-NFSP PIC 9(04).
           02 ALIQ-NFSP PIC 9(2)V99.

      *CADRPS.DAT = controle dos RPS emitidos, um por RPS.
       FD CADRPS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRPS.DAT".

       01 REG-RPS.
           02 NUM-RPS PIC 9(09).
           02 EMIS-RPS PIC 9(08).
           02 DATA-RPS PIC 9(08).
           02 MATR-RPS PIC 9(05).
           02 COMPET-RPS PIC 9(06).
           02 RECIB-RPS PIC 9(5)V99.
           02 SERV-RPS PIC 9(5)V99.
           02 ALIQ-RPS PIC 9(2)V99.
           02 ISS-RPS PIC 9(5)V99.
           02 TTOM-RPS PIC X(01).
           02 CTOM-RPS PIC 9(05).
           02 SITU-RPS PIC X(01).
           02 NOTA-RPS PIC 9(09).
           02 DTNOTA-RPS PIC 9(08).
           02 CODV-RPS PIC X(08).
           02 MOTIVO-RPS PIC 9(03).

      *CADATU.DAT = matricula consolidada gravada pelo EX02; daqui
      *sai o nome do aluno tomador.
       FD CADATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADATU.DAT".

       01 REG-ATU.
           02 NUMERO-TU PIC 9(05).
           02 NOME-TU PIC X(20).
           02 DATA-NASCIMENTO-TU PIC 9(08).
           02 IDADE-TU PIC 9(03).
           02 FAZ18-TU PIC X(03).
           02 SEXO-TU PIC X(01).

      *CADRESP.DAT = cadastro de responsaveis mantido pela
      *secretaria; CADRALU.DAT = vinculo matricula -> responsavel.
       FD CADRESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRESP.DAT".

       01 REG-RESP.
           02 COD-RESP PIC 9(05).
           02 NOME-RESP PIC X(30).
           02 ENDER-RESP PIC X(40).
           02 CONTATO-RESP PIC X(20).

       FD CADRALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRALU.DAT".

       01 REG-RALU.
           02 MATR-RALU PIC 9(05).
           02 RESP-RALU PIC 9(05).

      *CADRPSE.DAT = lote de RPS para a prefeitura: header tipo 0,
      *detalhe tipo 1 por RPS, trailer tipo 9.
       FD CADRPSE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRPSE.DAT".

       01 REG-RPSE PIC X(200).

      *CADNFSL.DAT = listagem dos RPS emitidos no lote.
       FD CADNFSL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNFSL.DAT".

       01 REG-NFSL PIC X(80).

      *CADNFSR.DAT = retorno da prefeitura, um registro por RPS:
      *situacao A autorizado ou R rejeitado, nota, data, codigo de
      *verificacao e motivo da rejeicao.
       FD CADNFSR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNFSR.DAT".

       01 REG-NFSR.
           02 NUM-NFSR PIC 9(09).
           02 SITU-NFSR PIC X(01).
           02 NOTA-NFSR PIC 9(09).
           02 DATA-NFSR PIC 9(08).
           02 CODV-NFSR PIC X(08).
           02 MOTIVO-NFSR PIC 9(03).
           02 TEXTO-NFSR PIC X(40).

      *CADNFSRL.DAT = listagem do retorno: rejeitados e RPS que o
      *controle nao conhece.
       FD CADNFSRL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNFSRL.DAT".

       01 REG-NFSRL PIC X(100).

      *CADISSR.DAT = relatorio do ISS devido no mes.
       FD CADISSR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADISSR.DAT".

       01 REG-ISSR PIC X(80).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-FS-NFSP PIC X(02) VALUE SPACE.
           77 WS-FS-ATU PIC X(02) VALUE SPACE.
           77 WS-FS-RET PIC X(02) VALUE SPACE.
           77 WS-PARM-LINHA PIC X(30) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-COMPET PIC 9(06) VALUE 0.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-VALOR-CX PIC 9(5)V99 VALUE 0.
           77 WS-MULTA-CX PIC 9(5)V99 VALUE 0.
           77 WS-SERVICO PIC 9(5)V99 VALUE 0.
           77 WS-ULTIMO-RPS PIC 9(09) VALUE 0.
           77 IX-R PIC 9(05) VALUE 0.
           77 IX-Q PIC 9(05) VALUE 0.
           77 IX-V PIC 9(05) VALUE 0.
           77 IX-N PIC 9(05) VALUE 0.
           77 IX-P PIC 9(05) VALUE 0.
           77 QTD-ANTES PIC 9(05) VALUE 0.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 ACHOU-RPS PIC X(03) VALUE "NAO".
           77 ACHOU-RESP PIC X(03) VALUE "NAO".
           77 CONT-EMITIDOS PIC 9(06) VALUE 0.
           77 CONT-REEMITIDOS PIC 9(06) VALUE 0.
           77 CONT-JA-EMITIDOS PIC 9(06) VALUE 0.
           77 CONT-AUTORIZ PIC 9(06) VALUE 0.
           77 CONT-REJEIT PIC 9(06) VALUE 0.
           77 CONT-DESCONH PIC 9(06) VALUE 0.
           77 CONT-NOTAS PIC 9(06) VALUE 0.
           77 CONT-PENDENTES PIC 9(06) VALUE 0.
           77 TOT-SERVICO PIC 9(9)V99 VALUE 0.
           77 TOT-ISS PIC 9(9)V99 VALUE 0.
           77 TOT-SERV-NOTA PIC 9(9)V99 VALUE 0.
           77 TOT-ISS-NOTA PIC 9(9)V99 VALUE 0.
           77 TOT-SERV-PEND PIC 9(9)V99 VALUE 0.
           77 TOT-ISS-PEND PIC 9(9)V99 VALUE 0.

      *TAB-RPS = CADRPS.DAT em memoria; USADO-TQ marca o RPS que ja
      *casou com um recibo do livro caixa nesta rodada.
           01 TAB-RPS.
               02 QTD-RPS PIC 9(05) VALUE 0.
               02 RPS-LINHA OCCURS 20000 TIMES.
                   03 NUM-TQ PIC 9(09).
                   03 EMIS-TQ PIC 9(08).
                   03 DATA-TQ PIC 9(08).
                   03 MATR-TQ PIC 9(05).
                   03 COMPET-TQ PIC 9(06).
                   03 RECIB-TQ PIC 9(5)V99.
                   03 SERV-TQ PIC 9(5)V99.
                   03 ALIQ-TQ PIC 9(2)V99.
                   03 ISS-TQ PIC 9(5)V99.
                   03 TTOM-TQ PIC X(01).
                   03 CTOM-TQ PIC 9(05).
                   03 SITU-TQ PIC X(01).
                   03 NOTA-TQ PIC 9(09).
                   03 DTNOTA-TQ PIC 9(08).
                   03 CODV-TQ PIC X(08).
                   03 MOTIVO-TQ PIC 9(03).
                   03 USADO-TQ PIC X(01).

      *TAB-NOMES = nome do aluno por matricula.
           01 TAB-NOMES.
               02 QTD-NOMES PIC 9(05) VALUE 0.
               02 NOME-LINHA OCCURS 20000 TIMES.
                   03 COD-TN PIC 9(05).
                   03 NOME-TN PIC X(20).

      *TAB-RESP / TAB-VINC = responsaveis e vinculos em memoria.
           01 TAB-RESP.
               02 QTD-RESP PIC 9(04) VALUE 0.
               02 RESP-LINHA OCCURS 1000 TIMES.
                   03 COD-TR PIC 9(05).
                   03 NOME-TR PIC X(30).
                   03 ENDER-TR PIC X(40).

           01 TAB-VINC.
               02 QTD-VINC PIC 9(05) VALUE 0.
               02 VINC-LINHA OCCURS 5000 TIMES.
                   03 MATR-TV PIC 9(05).
                   03 RESP-TV PIC 9(05).

           01 LINHA-HEADER.
               02 FILLER PIC X(01) VALUE "0".
               02 HD-INSCR PIC 9(08).
               02 HD-CNPJ PIC 9(14) VALUE 62823257000109.
               02 HD-DATA-INI PIC 9(08).
               02 HD-DATA-FIM PIC 9(08).

           01 LINHA-DETALHE.
               02 FILLER PIC X(01) VALUE "1".
               02 DT-SERIE PIC X(05).
               02 DT-NUMERO PIC 9(09).
               02 DT-EMISSAO PIC 9(08).
               02 FILLER PIC X(01) VALUE "T".
               02 DT-SERVICO PIC 9(9)V99.
               02 DT-CODSERV PIC 9(04).
               02 DT-ALIQ PIC 9(2)V99.
               02 DT-ISS PIC 9(9)V99.
               02 DT-TTOM PIC X(01).
               02 DT-CTOM PIC 9(05).
               02 DT-NOME PIC X(30).
               02 DT-ENDER PIC X(40).
               02 DT-DISCRIM.
                   03 FILLER PIC X(25)
                      VALUE "MENSALIDADE ESCOLAR MATR ".
                   03 DT-MATR PIC 9(05).
                   03 FILLER PIC X(06) VALUE " COMP ".
                   03 DT-COMPET PIC 9(06).

           01 LINHA-TRAILER.
               02 FILLER PIC X(01) VALUE "9".
               02 TR-QTDE PIC 9(06).
               02 TR-SERVICO PIC 9(11)V99.
               02 TR-ISS PIC 9(11)V99.

           01 LINHA-NFSL.
               02 NL-NUMERO PIC 9(09).
               02 FILLER PIC X(02) VALUE SPACE.
               02 NL-MATR PIC 9(05).
               02 FILLER PIC X(08) VALUE "  COMP. ".
               02 NL-COMPET PIC 9(06).
               02 FILLER PIC X(02) VALUE SPACE.
               02 NL-TTOM PIC X(01).
               02 NL-CTOM PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 NL-SERVICO PIC ZZZZ9,99.
               02 FILLER PIC X(02) VALUE SPACE.
               02 NL-ISS PIC ZZZZ9,99.
               02 FILLER PIC X(02) VALUE SPACE.
               02 NL-TEXTO PIC X(12).

           01 LINHA-NFSRL.
               02 RL-NUMERO PIC 9(09).
               02 FILLER PIC X(02) VALUE SPACE.
               02 RL-MATR PIC 9(05).
               02 FILLER PIC X(08) VALUE "  COMP. ".
               02 RL-COMPET PIC 9(06).
               02 FILLER PIC X(02) VALUE SPACE.
               02 RL-TEXTO PIC X(20).
               02 RL-MOTIVO PIC 9(03).
               02 FILLER PIC X(01) VALUE SPACE.
               02 RL-DESCR PIC X(40).

           01 LINHA-ISSR-CAB.
               02 FILLER PIC X(30)
                  VALUE "ISS DAS MENSALIDADES - COMPET ".
               02 IC-COMPET PIC 9(06).
               02 FILLER PIC X(14) VALUE "  ALIQUOTA.:  ".
               02 IC-ALIQ PIC Z9,99.

           01 LINHA-ISSR.
               02 IR-NUMERO PIC 9(09).
               02 FILLER PIC X(02) VALUE SPACE.
               02 IR-NOTA PIC 9(09).
               02 FILLER PIC X(02) VALUE SPACE.
               02 IR-EMISSAO PIC 9(08).
               02 FILLER PIC X(02) VALUE SPACE.
               02 IR-MATR PIC 9(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 IR-SERVICO PIC ZZZZ9,99.
               02 FILLER PIC X(02) VALUE SPACE.
               02 IR-ISS PIC ZZZZ9,99.
               02 FILLER PIC X(02) VALUE SPACE.
               02 IR-TEXTO PIC X(12).

           01 LINHA-TOTAL.
               02 LT-TITULO PIC X(30).
               02 LT-QTD PIC ZZZZZ9.
               02 FILLER PIC X(02) VALUE SPACE.
               02 LT-SERVICO PIC ZZZZZZZZ9,99.
               02 FILLER PIC X(02) VALUE SPACE.
               02 LT-ISS PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.

       PGM-EX55.
           PERFORM INICIO.
           IF WS-MODO EQUAL "RPS"
               PERFORM GERA-LOTE-RPS
           ELSE IF WS-MODO EQUAL "RETORNO"
               PERFORM PROCESSA-RETORNO
           ELSE IF WS-MODO EQUAL "ISS"
               PERFORM RELATORIO-ISS
           ELSE
               DISPLAY "EX55 - USO: EX55 [RPS]"
               DISPLAY "            EX55 RETORNO"
               DISPLAY "            EX55 ISS [AAAAMM]"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

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
           IF WS-MODO EQUAL SPACES
               MOVE "RPS" TO WS-MODO
           END-IF.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET.
           IF WS-MODO EQUAL "ISS"
                  AND WS-P2 NOT EQUAL SPACES
               IF WS-P2 (1:6) IS NUMERIC
                      AND WS-P2 (7:2) EQUAL SPACES
                   MOVE WS-P2 (1:6) TO WS-COMPET
               ELSE
                   DISPLAY "EX55 - COMPETENCIA INVALIDA: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM CARREGA-PARAMETRO.
           PERFORM CARREGA-RPS.

       CARREGA-PARAMETRO.
           OPEN INPUT CADNFSP.
           IF WS-FS-NFSP NOT EQUAL "00"
               DISPLAY "EX55 - CADNFSP.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CADNFSP
               AT END
               DISPLAY "EX55 - CADNFSP.DAT VAZIO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE CADNFSP.

      *CARREGA-RPS traz o controle para a memoria e guarda o maior
      *numero ja usado, de onde sai o proximo RPS.
       CARREGA-RPS.
           OPEN INPUT CADRPS.
           PERFORM LE-RPS
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRPS.
           MOVE "NAO" TO FIM-ARQ.

       LE-RPS.
           READ CADRPS
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM NOVO-RPS
               MOVE REG-RPS TO RPS-LINHA (QTD-RPS)
               MOVE "N" TO USADO-TQ (QTD-RPS)
               IF NUM-RPS > WS-ULTIMO-RPS
                   MOVE NUM-RPS TO WS-ULTIMO-RPS
               END-IF
           END-IF.

       NOVO-RPS.
           IF QTD-RPS EQUAL 20000
               DISPLAY "EX55 - TABELA DE RPS CHEIA, "
                       "AUMENTAR OCCURS DE TAB-RPS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-RPS.

      *GRAVA-RPS regrava o controle inteiro.
       GRAVA-RPS.
           OPEN OUTPUT CADRPS.
           MOVE 1 TO IX-Q.
           PERFORM GRAVA-UM-RPS
               UNTIL IX-Q > QTD-RPS.
           CLOSE CADRPS.

       GRAVA-UM-RPS.
           MOVE NUM-TQ (IX-Q) TO NUM-RPS.
           MOVE EMIS-TQ (IX-Q) TO EMIS-RPS.
           MOVE DATA-TQ (IX-Q) TO DATA-RPS.
           MOVE MATR-TQ (IX-Q) TO MATR-RPS.
           MOVE COMPET-TQ (IX-Q) TO COMPET-RPS.
           MOVE RECIB-TQ (IX-Q) TO RECIB-RPS.
           MOVE SERV-TQ (IX-Q) TO SERV-RPS.
           MOVE ALIQ-TQ (IX-Q) TO ALIQ-RPS.
           MOVE ISS-TQ (IX-Q) TO ISS-RPS.
           MOVE TTOM-TQ (IX-Q) TO TTOM-RPS.
           MOVE CTOM-TQ (IX-Q) TO CTOM-RPS.
           MOVE SITU-TQ (IX-Q) TO SITU-RPS.
           MOVE NOTA-TQ (IX-Q) TO NOTA-RPS.
           MOVE DTNOTA-TQ (IX-Q) TO DTNOTA-RPS.
           MOVE CODV-TQ (IX-Q) TO CODV-RPS.
           MOVE MOTIVO-TQ (IX-Q) TO MOTIVO-RPS.
           WRITE REG-RPS.
           ADD 1 TO IX-Q.

       CARREGA-NOMES.
           OPEN INPUT CADATU.
           IF WS-FS-ATU NOT EQUAL "00"
               DISPLAY "EX55 - CADATU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-NOME-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADATU.
           MOVE "NAO" TO FIM-ARQ.

       LE-NOME-ALUNO.
           READ CADATU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-NOMES EQUAL 20000
                   DISPLAY "EX55 - TABELA DE NOMES CHEIA, AUMENTAR "
                           "OCCURS DE TAB-NOMES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-NOMES
               MOVE NUMERO-TU TO COD-TN (QTD-NOMES)
               MOVE NOME-TU TO NOME-TN (QTD-NOMES)
           END-IF.

       CARREGA-RESPONSAVEIS.
           OPEN INPUT CADRESP.
           PERFORM LE-RESPONSAVEL
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRESP.
           MOVE "NAO" TO FIM-ARQ.

       LE-RESPONSAVEL.
           READ CADRESP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-RESP EQUAL 1000
                   DISPLAY "EX55 - TABELA DE RESPONSAVEIS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-RESP"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-RESP
               MOVE COD-RESP TO COD-TR (QTD-RESP)
               MOVE NOME-RESP TO NOME-TR (QTD-RESP)
               MOVE ENDER-RESP TO ENDER-TR (QTD-RESP)
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
               IF QTD-VINC EQUAL 5000
                   DISPLAY "EX55 - TABELA DE VINCULOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-VINC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-VINC
               MOVE MATR-RALU TO MATR-TV (QTD-VINC)
               MOVE RESP-RALU TO RESP-TV (QTD-VINC)
           END-IF.

      *---------------------------------------------------------
      *RPS - lote para a prefeitura: rejeitados reemitidos com
      *numero novo e recibos do livro caixa ainda sem RPS.
      *---------------------------------------------------------
       GERA-LOTE-RPS.
           PERFORM CARREGA-NOMES.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-VINCULOS.
           OPEN OUTPUT CADRPSE
                       CADNFSL.
           MOVE INSCR-NFSP TO HD-INSCR.
           MOVE WS-DATA-HOJE TO HD-DATA-INI.
           MOVE WS-DATA-HOJE TO HD-DATA-FIM.
           MOVE LINHA-HEADER TO REG-RPSE.
           WRITE REG-RPSE.
           MOVE QTD-RPS TO QTD-ANTES.
           MOVE 1 TO IX-P.
           PERFORM REEMITE-REJEITADO
               UNTIL IX-P > QTD-ANTES.
           OPEN INPUT CADCAIXA.
           PERFORM LE-CAIXA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCAIXA.
           MOVE "NAO" TO FIM-ARQ.
           COMPUTE TR-QTDE = CONT-EMITIDOS + CONT-REEMITIDOS.
           MOVE TOT-SERVICO TO TR-SERVICO.
           MOVE TOT-ISS TO TR-ISS.
           MOVE LINHA-TRAILER TO REG-RPSE.
           WRITE REG-RPSE.
           MOVE SPACES TO REG-NFSL.
           WRITE REG-NFSL.
           MOVE "RPS DE RECIBOS NOVOS.........:" TO LT-TITULO.
           MOVE CONT-EMITIDOS TO LT-QTD.
           MOVE 0 TO LT-SERVICO.
           MOVE 0 TO LT-ISS.
           PERFORM GRAVA-TOTAL-NFSL.
           MOVE "RPS REEMITIDOS (REJEITADOS)..:" TO LT-TITULO.
           MOVE CONT-REEMITIDOS TO LT-QTD.
           PERFORM GRAVA-TOTAL-NFSL.
           MOVE "RECIBOS JA COM RPS...........:" TO LT-TITULO.
           MOVE CONT-JA-EMITIDOS TO LT-QTD.
           PERFORM GRAVA-TOTAL-NFSL.
           MOVE "TOTAL DO LOTE................:" TO LT-TITULO.
           MOVE TR-QTDE TO LT-QTD.
           MOVE TOT-SERVICO TO LT-SERVICO.
           MOVE TOT-ISS TO LT-ISS.
           PERFORM GRAVA-TOTAL-NFSL.
           CLOSE CADRPSE
                 CADNFSL.
           PERFORM GRAVA-RPS.
           DISPLAY "EX55 - RPS NOVOS...........: " CONT-EMITIDOS.
           DISPLAY "EX55 - RPS REEMITIDOS......: " CONT-REEMITIDOS.
           DISPLAY "EX55 - RECIBOS JA COM RPS..: " CONT-JA-EMITIDOS.
           DISPLAY "EX55 - ULTIMO RPS..........: " WS-ULTIMO-RPS.

       GRAVA-TOTAL-NFSL.
           MOVE LINHA-TOTAL TO REG-NFSL.
           WRITE REG-NFSL.

      *REEMITE-REJEITADO: o RPS rejeitado passa a X e o mesmo
      *recibo sai de novo com numero novo; o numero rejeitado nao
      *volta a ser usado.
       REEMITE-REJEITADO.
           IF SITU-TQ (IX-P) EQUAL "J"
               MOVE "X" TO SITU-TQ (IX-P)
               PERFORM NOVO-RPS
               MOVE RPS-LINHA (IX-P) TO RPS-LINHA (QTD-RPS)
               MOVE SERV-TQ (IX-P) TO WS-SERVICO
               PERFORM EMITE-RPS
               MOVE "REEMITIDO" TO NL-TEXTO
               PERFORM GRAVA-LINHA-NFSL
               ADD 1 TO CONT-REEMITIDOS
           END-IF.
           ADD 1 TO IX-P.

      *LE-CAIXA: recibo do livro caixa que ja casa com RPS enviado
      *ou autorizado (mesma data, matricula, competencia e valor)
      *nao sai de novo - o livro caixa fica no disco ate a proxima
      *baixa.
       LE-CAIXA.
           READ CADCAIXA
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND CX-DATA IS NUMERIC
                  AND CX-ROTULO EQUAL "  MATR "
               MOVE CX-VALOR TO WS-VALOR-CX
               MOVE CX-MULTA TO WS-MULTA-CX
               COMPUTE WS-SERVICO = WS-VALOR-CX - WS-MULTA-CX
               PERFORM BUSCA-RPS-RECIBO
               IF ACHOU-RPS EQUAL "SIM"
                   MOVE "S" TO USADO-TQ (IX-Q)
                   ADD 1 TO CONT-JA-EMITIDOS
               ELSE IF WS-SERVICO > 0
                   PERFORM NOVO-RPS
                   MOVE CX-DATA TO DATA-TQ (QTD-RPS)
                   MOVE CX-MATR TO MATR-TQ (QTD-RPS)
                   MOVE CX-COMPET TO COMPET-TQ (QTD-RPS)
                   MOVE WS-VALOR-CX TO RECIB-TQ (QTD-RPS)
                   PERFORM EMITE-RPS
                   MOVE "S" TO USADO-TQ (QTD-RPS)
                   MOVE "NOVO" TO NL-TEXTO
                   PERFORM GRAVA-LINHA-NFSL
                   ADD 1 TO CONT-EMITIDOS
               END-IF
           END-IF.

       BUSCA-RPS-RECIBO.
           MOVE "NAO" TO ACHOU-RPS.
           MOVE 1 TO IX-Q.
           PERFORM TESTA-RPS-RECIBO
               UNTIL IX-Q > QTD-RPS
                  OR ACHOU-RPS EQUAL "SIM".

       TESTA-RPS-RECIBO.
           IF USADO-TQ (IX-Q) EQUAL "N"
                  AND (SITU-TQ (IX-Q) EQUAL "E"
                   OR SITU-TQ (IX-Q) EQUAL "A")
                  AND DATA-TQ (IX-Q) EQUAL CX-DATA
                  AND MATR-TQ (IX-Q) EQUAL CX-MATR
                  AND COMPET-TQ (IX-Q) EQUAL CX-COMPET
                  AND RECIB-TQ (IX-Q) EQUAL WS-VALOR-CX
               MOVE "SIM" TO ACHOU-RPS
           ELSE
               ADD 1 TO IX-Q
           END-IF.

      *EMITE-RPS completa a linha QTD-RPS (recibo ja preenchido)
      *com numero novo, tomador, servico e ISS, e grava o detalhe
      *no lote.
       EMITE-RPS.
           ADD 1 TO WS-ULTIMO-RPS.
           MOVE WS-ULTIMO-RPS TO NUM-TQ (QTD-RPS).
           MOVE WS-DATA-HOJE TO EMIS-TQ (QTD-RPS).
           MOVE WS-SERVICO TO SERV-TQ (QTD-RPS).
           MOVE ALIQ-NFSP TO ALIQ-TQ (QTD-RPS).
           COMPUTE ISS-TQ (QTD-RPS) ROUNDED =
               WS-SERVICO * ALIQ-NFSP / 100.
           MOVE "E" TO SITU-TQ (QTD-RPS).
           MOVE 0 TO NOTA-TQ (QTD-RPS).
           MOVE 0 TO DTNOTA-TQ (QTD-RPS).
           MOVE SPACES TO CODV-TQ (QTD-RPS).
           MOVE 0 TO MOTIVO-TQ (QTD-RPS).
           PERFORM RESOLVE-TOMADOR.
           MOVE SERIE-NFSP TO DT-SERIE.
           MOVE NUM-TQ (QTD-RPS) TO DT-NUMERO.
           MOVE WS-DATA-HOJE TO DT-EMISSAO.
           MOVE WS-SERVICO TO DT-SERVICO.
           MOVE SERVICO-NFSP TO DT-CODSERV.
           MOVE ALIQ-NFSP TO DT-ALIQ.
           MOVE ISS-TQ (QTD-RPS) TO DT-ISS.
           MOVE TTOM-TQ (QTD-RPS) TO DT-TTOM.
           MOVE CTOM-TQ (QTD-RPS) TO DT-CTOM.
           MOVE MATR-TQ (QTD-RPS) TO DT-MATR.
           MOVE COMPET-TQ (QTD-RPS) TO DT-COMPET.
           MOVE LINHA-DETALHE TO REG-RPSE.
           WRITE REG-RPSE.
           ADD WS-SERVICO TO TOT-SERVICO.
           ADD ISS-TQ (QTD-RPS) TO TOT-ISS.

       GRAVA-LINHA-NFSL.
           MOVE NUM-TQ (QTD-RPS) TO NL-NUMERO.
           MOVE MATR-TQ (QTD-RPS) TO NL-MATR.
           MOVE COMPET-TQ (QTD-RPS) TO NL-COMPET.
           MOVE TTOM-TQ (QTD-RPS) TO NL-TTOM.
           MOVE CTOM-TQ (QTD-RPS) TO NL-CTOM.
           MOVE SERV-TQ (QTD-RPS) TO NL-SERVICO.
           MOVE ISS-TQ (QTD-RPS) TO NL-ISS.
           MOVE LINHA-NFSL TO REG-NFSL.
           WRITE REG-NFSL.

      *RESOLVE-TOMADOR: responsavel vinculado (R) com nome e
      *endereco do cadastro; sem vinculo, o proprio aluno (A).
       RESOLVE-TOMADOR.
           MOVE "NAO" TO ACHOU.
           MOVE "NAO" TO ACHOU-RESP.
           MOVE 1 TO IX-V.
           PERFORM TESTA-VINCULO
               UNTIL IX-V > QTD-VINC
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "SIM"
               MOVE 1 TO IX-R
               PERFORM TESTA-RESPONSAVEL
                   UNTIL IX-R > QTD-RESP
                      OR ACHOU-RESP EQUAL "SIM"
           END-IF.
           MOVE "NAO" TO ACHOU.
           IF ACHOU-RESP EQUAL "SIM"
               MOVE "R" TO TTOM-TQ (QTD-RPS)
               MOVE COD-TR (IX-R) TO CTOM-TQ (QTD-RPS)
               MOVE NOME-TR (IX-R) TO DT-NOME
               MOVE ENDER-TR (IX-R) TO DT-ENDER
           ELSE
               MOVE "A" TO TTOM-TQ (QTD-RPS)
               MOVE MATR-TQ (QTD-RPS) TO CTOM-TQ (QTD-RPS)
               MOVE SPACES TO DT-NOME
               MOVE SPACES TO DT-ENDER
               MOVE 1 TO IX-N
               PERFORM TESTA-NOME
                   UNTIL IX-N > QTD-NOMES
                      OR ACHOU EQUAL "SIM"
               MOVE "NAO" TO ACHOU
           END-IF.

       TESTA-VINCULO.
           IF MATR-TV (IX-V) EQUAL MATR-TQ (QTD-RPS)
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-V
           END-IF.

       TESTA-RESPONSAVEL.
           IF COD-TR (IX-R) EQUAL RESP-TV (IX-V)
               MOVE "SIM" TO ACHOU-RESP
           ELSE
               ADD 1 TO IX-R
           END-IF.

       TESTA-NOME.
           IF COD-TN (IX-N) EQUAL MATR-TQ (QTD-RPS)
               MOVE "SIM" TO ACHOU
               MOVE NOME-TN (IX-N) TO DT-NOME
           ELSE
               ADD 1 TO IX-N
           END-IF.

      *---------------------------------------------------------
      *RETORNO - a prefeitura devolve a nota de cada RPS aceito e
      *o motivo de cada rejeitado.
      *---------------------------------------------------------
       PROCESSA-RETORNO.
           OPEN INPUT CADNFSR.
           IF WS-FS-RET NOT EQUAL "00"
               DISPLAY "EX55 - RETORNO CADNFSR.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CADNFSRL.
           PERFORM LE-RETORNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADNFSR
                 CADNFSRL.
           PERFORM GRAVA-RPS.
           DISPLAY "EX55 - NOTAS AUTORIZADAS...: " CONT-AUTORIZ.
           DISPLAY "EX55 - RPS REJEITADOS......: " CONT-REJEIT.
           DISPLAY "EX55 - RPS DESCONHECIDOS...: " CONT-DESCONH.

       LE-RETORNO.
           READ CADNFSR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM BUSCA-RPS-NUMERO
               MOVE NUM-NFSR TO RL-NUMERO
               MOVE 0 TO RL-MATR
               MOVE 0 TO RL-COMPET
               MOVE MOTIVO-NFSR TO RL-MOTIVO
               MOVE TEXTO-NFSR TO RL-DESCR
               IF ACHOU-RPS EQUAL "NAO"
                   MOVE "RPS NAO ENCONTRADO" TO RL-TEXTO
                   PERFORM GRAVA-LINHA-NFSRL
                   ADD 1 TO CONT-DESCONH
               ELSE IF SITU-NFSR EQUAL "A"
                   PERFORM AUTORIZA-RPS
               ELSE
                   PERFORM REJEITA-RPS
               END-IF
           END-IF.

       BUSCA-RPS-NUMERO.
           MOVE "NAO" TO ACHOU-RPS.
           MOVE 1 TO IX-Q.
           PERFORM TESTA-RPS-NUMERO
               UNTIL IX-Q > QTD-RPS
                  OR ACHOU-RPS EQUAL "SIM".

       TESTA-RPS-NUMERO.
           IF NUM-TQ (IX-Q) EQUAL NUM-NFSR
               MOVE "SIM" TO ACHOU-RPS
           ELSE
               ADD 1 TO IX-Q
           END-IF.

      *AUTORIZA-RPS grava a nota contra o recibo do RPS; nota de RPS
      *que ja tinha sido reemitido sai listada para cancelar uma das
      *duas na prefeitura.
       AUTORIZA-RPS.
           MOVE MATR-TQ (IX-Q) TO RL-MATR.
           MOVE COMPET-TQ (IX-Q) TO RL-COMPET.
           IF SITU-TQ (IX-Q) EQUAL "X"
               MOVE "NOTA DE RPS REEMITIDO" TO RL-TEXTO
               PERFORM GRAVA-LINHA-NFSRL
           END-IF.
           MOVE "A" TO SITU-TQ (IX-Q).
           MOVE NOTA-NFSR TO NOTA-TQ (IX-Q).
           MOVE DATA-NFSR TO DTNOTA-TQ (IX-Q).
           MOVE CODV-NFSR TO CODV-TQ (IX-Q).
           MOVE 0 TO MOTIVO-TQ (IX-Q).
           ADD 1 TO CONT-AUTORIZ.

      *REJEITA-RPS: o RPS fica J ate o proximo lote, que o reemite
      *com numero novo; RPS ja autorizado nao volta atras.
       REJEITA-RPS.
           MOVE MATR-TQ (IX-Q) TO RL-MATR.
           MOVE COMPET-TQ (IX-Q) TO RL-COMPET.
           IF SITU-TQ (IX-Q) EQUAL "E"
               MOVE "J" TO SITU-TQ (IX-Q)
               MOVE MOTIVO-NFSR TO MOTIVO-TQ (IX-Q)
               MOVE "RPS REJEITADO" TO RL-TEXTO
               ADD 1 TO CONT-REJEIT
           ELSE
               MOVE "REJEICAO IGNORADA" TO RL-TEXTO
           END-IF.
           PERFORM GRAVA-LINHA-NFSRL.

       GRAVA-LINHA-NFSRL.
           MOVE LINHA-NFSRL TO REG-NFSRL.
           WRITE REG-NFSRL.

      *---------------------------------------------------------
      *ISS - o imposto do mes pela data de emissao do RPS: notas
      *autorizadas e RPS enviados ainda sem retorno; rejeitados
      *ficam de fora (o recibo volta em outro RPS).
      *---------------------------------------------------------
       RELATORIO-ISS.
           OPEN OUTPUT CADISSR.
           MOVE WS-COMPET TO IC-COMPET.
           MOVE ALIQ-NFSP TO IC-ALIQ.
           MOVE LINHA-ISSR-CAB TO REG-ISSR.
           WRITE REG-ISSR.
           MOVE SPACES TO REG-ISSR.
           WRITE REG-ISSR.
           MOVE 1 TO IX-Q.
           PERFORM LISTA-RPS-MES
               UNTIL IX-Q > QTD-RPS.
           MOVE SPACES TO REG-ISSR.
           WRITE REG-ISSR.
           MOVE "NOTAS AUTORIZADAS............:" TO LT-TITULO.
           MOVE CONT-NOTAS TO LT-QTD.
           MOVE TOT-SERV-NOTA TO LT-SERVICO.
           MOVE TOT-ISS-NOTA TO LT-ISS.
           PERFORM GRAVA-TOTAL-ISSR.
           MOVE "RPS SEM RETORNO..............:" TO LT-TITULO.
           MOVE CONT-PENDENTES TO LT-QTD.
           MOVE TOT-SERV-PEND TO LT-SERVICO.
           MOVE TOT-ISS-PEND TO LT-ISS.
           PERFORM GRAVA-TOTAL-ISSR.
           MOVE "ISS DEVIDO NO MES............:" TO LT-TITULO.
           COMPUTE LT-QTD = CONT-NOTAS + CONT-PENDENTES.
           COMPUTE TOT-SERVICO = TOT-SERV-NOTA + TOT-SERV-PEND.
           COMPUTE TOT-ISS = TOT-ISS-NOTA + TOT-ISS-PEND.
           MOVE TOT-SERVICO TO LT-SERVICO.
           MOVE TOT-ISS TO LT-ISS.
           PERFORM GRAVA-TOTAL-ISSR.
           CLOSE CADISSR.
           DISPLAY "EX55 - ISS DEVIDO..........: " TOT-ISS.
           IF CONT-PENDENTES > 0
               DISPLAY "EX55 - ATENCAO: " CONT-PENDENTES
                       " RPS DO MES SEM RETORNO DA PREFEITURA"
               MOVE 4 TO RETURN-CODE
           END-IF.

       LISTA-RPS-MES.
           IF EMIS-TQ (IX-Q) (1:6) EQUAL WS-COMPET
                  AND (SITU-TQ (IX-Q) EQUAL "A"
                   OR SITU-TQ (IX-Q) EQUAL "E")
               MOVE NUM-TQ (IX-Q) TO IR-NUMERO
               MOVE NOTA-TQ (IX-Q) TO IR-NOTA
               MOVE EMIS-TQ (IX-Q) TO IR-EMISSAO
               MOVE MATR-TQ (IX-Q) TO IR-MATR
               MOVE SERV-TQ (IX-Q) TO IR-SERVICO
               MOVE ISS-TQ (IX-Q) TO IR-ISS
               IF SITU-TQ (IX-Q) EQUAL "A"
                   MOVE "AUTORIZADA" TO IR-TEXTO
                   ADD 1 TO CONT-NOTAS
                   ADD SERV-TQ (IX-Q) TO TOT-SERV-NOTA
                   ADD ISS-TQ (IX-Q) TO TOT-ISS-NOTA
               ELSE
                   MOVE "SEM RETORNO" TO IR-TEXTO
                   ADD 1 TO CONT-PENDENTES
                   ADD SERV-TQ (IX-Q) TO TOT-SERV-PEND
                   ADD ISS-TQ (IX-Q) TO TOT-ISS-PEND
               END-IF
               MOVE LINHA-ISSR TO REG-ISSR
               WRITE REG-ISSR
           END-IF.
           ADD 1 TO IX-Q.

       GRAVA-TOTAL-ISSR.
           MOVE LINHA-TOTAL TO REG-ISSR.
           WRITE REG-ISSR.

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
