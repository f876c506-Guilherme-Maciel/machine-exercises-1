       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX54.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX54 e a cobranca registrada das mensalidades. O boleto do
      *carne do EX27 trazia uma linha numerica que so o nosso caixa
      *entendia: a familia nao pagava em banco nem aplicativo e todo
      *pagamento era digitado a mao em CADRCB.DAT. Aqui as cobrancas
      *abertas de CADCOBR.DAT sao registradas no banco como boleto de
      *verdade, no mesmo molde remessa/retorno do debito automatico
      *do EX38. O controle fica em CADBOLR.DAT, um registro por
      *cobranca registrada (matricula + competencia) com o nosso
      *numero e a linha digitavel devolvidos pelo banco e a
      *situacao: E entrada enviada, R registrado, J rejeitado, S
      *baixa pedida, B baixado, L liquidado. Modos:
      *  REMESSA [AAAAMM] - gera CADREMB.DAT com pedido de entrada
      *    (ocorrencia 01) para a cobranca aberta ou vencida ainda
      *    sem boleto (ou com entrada rejeitada), so da competencia
      *    quando informada, com multa de 2 por cento e mora de 0,1
      *    por cento ao dia, as mesmas do ATRASO do EX27; e pedido
      *    de baixa (ocorrencia 02) do boleto registrado cuja
      *    cobranca ja foi paga no caixa, cancelada, ou e de aluno
      *    que entrou no debito automatico - o banco nao pode
      *    receber duas vezes;
      *  RETORNO - processa CADRETB.DAT do banco: entrada
      *    confirmada (02) grava nosso numero e linha digitavel,
      *    entrada rejeitada (03) volta a ser enviada na proxima
      *    remessa, liquidacao (06) vira recebimento em EXTEND no
      *    CADRCB.DAT para a BAIXA do EX27 aplicar pelas regras de
      *    sempre, baixa (09) fecha o boleto; rejeicoes e tarifas
      *    saem na listagem CADRETBL.DAT.
      *Aluno optante do debito automatico (CADDEBAU.DAT) continua so
      *no EX38, e o pagamento no caixa continua entrando pelo
      *CADRCB.DAT como sempre.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOBR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COB.
           SELECT OPTIONAL CADDEBAU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ATU.
           SELECT OPTIONAL CADBOLR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADREMB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADRETB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RET.
           SELECT CADRCB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADRETBL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
       FD CADCOBR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCOBR.DAT".

       01 REG-COB.
           02 COD-COB PIC 9(05).
           02 COMPET-COB PIC 9(06).
           02 TURMA-COB PIC X(03).
           02 VALOR-COB PIC 9(5)V99.
           02 VENCTO-COB PIC 9(08).
           02 SITU-COB PIC X(01).
           02 PAGO-COB PIC 9(5)V99.
           02 DTPG-COB PIC 9(08).
           02 MULTA-COB PIC 9(5)V99.
           02 BRUTO-COB PIC 9(5)V99.
           02 DESC-COB PIC 9(5)V99.

      *CADDEBAU.DAT = opt-in de debito automatico do EX38.
       FD CADDEBAU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEBAU.DAT".

       01 REG-DEB.
           02 MATR-DEB PIC 9(05).
           02 BANCO-DEB PIC 9(03).
           02 AGENCIA-DEB PIC 9(04).
           02 CONTA-DEB PIC 9(08).
           02 DV-DEB PIC X(01).

      *CADATU.DAT = matricula consolidada gravada pelo EX02; daqui
      *sai o nome do sacado.
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

      *CADBOLR.DAT = boletos registrados, um por cobranca.
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

      *CADREMB.DAT = remessa de cobranca registrada: header tipo 0,
      *detalhe tipo 1 por entrada ou baixa, trailer tipo 9.
       FD CADREMB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADREMB.DAT".

       01 REG-REMB PIC X(80).

      *CADRETB.DAT = retorno da cobranca registrada, um registro
      *tipo 1 por ocorrencia do banco, com a tarifa cobrada nela.
       FD CADRETB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRETB.DAT".

       01 REG-RETB.
           02 TIPO-RETB PIC X(01).
           02 COD-RETB PIC 9(05).
           02 COMPET-RETB PIC 9(06).
           02 NOSSO-RETB PIC 9(11).
           02 OCOR-RETB PIC 9(02).
           02 VALOR-RETB PIC 9(7)V99.
           02 PAGO-RETB PIC 9(7)V99.
           02 TARIFA-RETB PIC 9(5)V99.
           02 DATA-RETB PIC 9(08).
           02 MOTIVO-RETB PIC 9(02).
           02 LINHA-RETB PIC X(47).

      *CADRCB.DAT = recebimentos da secretaria; a liquidacao entra
      *aqui em EXTEND para a baixa do EX27 aplicar.
       FD CADRCB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRCB.DAT".

       01 REG-RCB.
           02 COD-RCB PIC 9(05).
           02 COMPET-RCB PIC 9(06).
           02 VALOR-RCB PIC 9(5)V99.
           02 DATA-RCB PIC 9(08).

      *CADRETBL.DAT = listagem do retorno: rejeicoes, ocorrencias
      *sem boleto, tarifas e totais.
       FD CADRETBL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRETBL.DAT".

       01 REG-RETBL PIC X(80).

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
           77 WS-FS-COB PIC X(02) VALUE SPACE.
           77 WS-FS-ATU PIC X(02) VALUE SPACE.
           77 WS-FS-RET PIC X(02) VALUE SPACE.
           77 WS-PARM-LINHA PIC X(30) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-COMPET PIC 9(06) VALUE 0.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 IX-O PIC 9(04) VALUE 0.
           77 IX-N PIC 9(05) VALUE 0.
           77 IX-B PIC 9(05) VALUE 0.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 ACHOU-OPT PIC X(03) VALUE "NAO".
           77 ACHOU-BOL PIC X(03) VALUE "NAO".
           77 COD-BUSCA PIC 9(05) VALUE 0.
           77 COMPET-BUSCA PIC 9(06) VALUE 0.
           77 VALOR-BOLETO PIC 9(7)V99 VALUE 0.
           77 CONT-ENTRADAS PIC 9(06) VALUE 0.
           77 CONT-BAIXAS PIC 9(06) VALUE 0.
           77 CONT-CONFIRM PIC 9(06) VALUE 0.
           77 CONT-REJEIT PIC 9(06) VALUE 0.
           77 CONT-LIQUID PIC 9(06) VALUE 0.
           77 CONT-BAIXADO PIC 9(06) VALUE 0.
           77 CONT-REPETIDO PIC 9(06) VALUE 0.
           77 CONT-OUTRAS PIC 9(06) VALUE 0.
           77 TOT-REMESSA PIC 9(9)V99 VALUE 0.
           77 TOT-LIQUID PIC 9(9)V99 VALUE 0.
           77 TOT-TARIFA PIC 9(7)V99 VALUE 0.
           77 REPETIDO PIC X(03) VALUE "NAO".

      *TAB-OPTANTES = matriculas do debito automatico.
           01 TAB-OPTANTES.
               02 QTD-OPT PIC 9(04) VALUE 0.
               02 OPT-LINHA OCCURS 1000 TIMES.
                   03 MATR-OPT PIC 9(05).

      *TAB-NOMES = nome do aluno por matricula.
           01 TAB-NOMES.
               02 QTD-NOMES PIC 9(05) VALUE 0.
               02 NOME-LINHA OCCURS 20000 TIMES.
                   03 COD-TN PIC 9(05).
                   03 NOME-TN PIC X(20).

      *TAB-BOLETOS = CADBOLR.DAT em memoria; VIVO-TB marca o boleto
      *cuja cobranca ainda esta aberta para ser paga no banco.
           01 TAB-BOLETOS.
               02 QTD-BOLETOS PIC 9(05) VALUE 0.
               02 BOLETO-LINHA OCCURS 20000 TIMES.
                   03 COD-TB PIC 9(05).
                   03 COMPET-TB PIC 9(06).
                   03 NOSSO-TB PIC 9(11).
                   03 VALOR-TB PIC 9(5)V99.
                   03 VENCTO-TB PIC 9(08).
                   03 SITU-TB PIC X(01).
                   03 DATA-TB PIC 9(08).
                   03 LINHA-TB PIC X(47).
                   03 VIVO-TB PIC X(01).

           01 LINHA-HEADER.
               02 FILLER PIC X(01) VALUE "0".
               02 HD-EMPRESA PIC X(30)
                  VALUE "FATEC-SP COBRANCA REGISTRADA".
               02 HD-CNPJ PIC 9(14) VALUE 62823257000109.
               02 HD-DATA PIC 9(08).

           01 LINHA-DETALHE.
               02 FILLER PIC X(01) VALUE "1".
               02 DT-OCOR PIC 9(02).
               02 DT-MATR PIC 9(05).
               02 DT-COMPET PIC 9(06).
               02 DT-NOSSO PIC 9(11).
               02 DT-VALOR PIC 9(7)V99.
               02 DT-VENCTO PIC 9(08).
               02 DT-NOME PIC X(20).
               02 DT-MULTA PIC 9(2)V99 VALUE 2.
               02 DT-MORA PIC 9(1)V999 VALUE 0,1.

           01 LINHA-TRAILER.
               02 FILLER PIC X(01) VALUE "9".
               02 TR-QTDE PIC 9(06).
               02 TR-TOTAL PIC 9(9)V99.

           01 LINHA-RETBL.
               02 RB-MATR PIC 9(05).
               02 FILLER PIC X(08) VALUE "  COMP. ".
               02 RB-COMPET PIC 9(06).
               02 FILLER PIC X(02) VALUE SPACE.
               02 RB-NOSSO PIC 9(11).
               02 FILLER PIC X(02) VALUE SPACE.
               02 RB-VALOR PIC ZZZZZZ9,99.
               02 FILLER PIC X(02) VALUE SPACE.
               02 RB-TEXTO PIC X(26).
               02 RB-MOTIVO PIC 9(02).

           01 LINHA-RETBL-TOT.
               02 RT-TITULO PIC X(30).
               02 RT-QTD PIC ZZZZZ9.
               02 FILLER PIC X(02) VALUE SPACE.
               02 RT-VALOR PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.

       PGM-EX54.
           PERFORM INICIO.
           IF WS-MODO EQUAL "REMESSA"
               PERFORM GERA-REMESSA
           ELSE IF WS-MODO EQUAL "RETORNO"
               PERFORM PROCESSA-RETORNO
           ELSE
               DISPLAY "EX54 - USO: EX54 REMESSA [AAAAMM]"
               DISPLAY "            EX54 RETORNO"
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
           IF WS-MODO EQUAL "REMESSA"
                  AND WS-P2 NOT EQUAL SPACES
               IF WS-P2 (1:6) IS NUMERIC
                      AND WS-P2 (7:2) EQUAL SPACES
                   MOVE WS-P2 (1:6) TO WS-COMPET
               ELSE
                   DISPLAY "EX54 - COMPETENCIA INVALIDA: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM CARREGA-BOLETOS.

      *CARREGA-BOLETOS traz o controle de boletos para a memoria;
      *todos comecam como nao vivos ate a leitura das cobrancas.
       CARREGA-BOLETOS.
           OPEN INPUT CADBOLR.
           PERFORM LE-BOLETO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADBOLR.
           MOVE "NAO" TO FIM-ARQ.

       LE-BOLETO.
           READ CADBOLR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM NOVO-BOLETO
               MOVE REG-BOLR TO BOLETO-LINHA (QTD-BOLETOS)
               MOVE "N" TO VIVO-TB (QTD-BOLETOS)
           END-IF.

       NOVO-BOLETO.
           IF QTD-BOLETOS EQUAL 20000
               DISPLAY "EX54 - TABELA DE BOLETOS CHEIA, "
                       "AUMENTAR OCCURS DE TAB-BOLETOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-BOLETOS.

      *BUSCA-BOLETO deixa IX-B no boleto de COD-BUSCA/COMPET-BUSCA.
       BUSCA-BOLETO.
           MOVE "NAO" TO ACHOU-BOL.
           MOVE 1 TO IX-B.
           PERFORM TESTA-BOLETO
               UNTIL IX-B > QTD-BOLETOS
                  OR ACHOU-BOL EQUAL "SIM".

       TESTA-BOLETO.
           IF COD-TB (IX-B) EQUAL COD-BUSCA
                  AND COMPET-TB (IX-B) EQUAL COMPET-BUSCA
               MOVE "SIM" TO ACHOU-BOL
           ELSE
               ADD 1 TO IX-B
           END-IF.

      *GRAVA-BOLETOS regrava o controle inteiro com as situacoes
      *novas.
       GRAVA-BOLETOS.
           OPEN OUTPUT CADBOLR.
           MOVE 1 TO IX-B.
           PERFORM GRAVA-BOLETO
               UNTIL IX-B > QTD-BOLETOS.
           CLOSE CADBOLR.

       GRAVA-BOLETO.
           MOVE BOLETO-LINHA (IX-B) TO REG-BOLR.
           WRITE REG-BOLR.
           ADD 1 TO IX-B.

       CARREGA-OPTANTES.
           OPEN INPUT CADDEBAU.
           PERFORM LE-OPTANTE
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDEBAU.
           MOVE "NAO" TO FIM-ARQ.

       LE-OPTANTE.
           READ CADDEBAU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-OPT EQUAL 1000
                   DISPLAY "EX54 - TABELA DE OPTANTES CHEIA, "
                           "AUMENTAR OCCURS DE TAB-OPTANTES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-OPT
               MOVE MATR-DEB TO MATR-OPT (QTD-OPT)
           END-IF.

       BUSCA-OPTANTE.
           MOVE "NAO" TO ACHOU-OPT.
           MOVE 1 TO IX-O.
           PERFORM TESTA-OPTANTE
               UNTIL IX-O > QTD-OPT
                  OR ACHOU-OPT EQUAL "SIM".

       TESTA-OPTANTE.
           IF MATR-OPT (IX-O) EQUAL COD-COB
               MOVE "SIM" TO ACHOU-OPT
           ELSE
               ADD 1 TO IX-O
           END-IF.

       CARREGA-NOMES.
           OPEN INPUT CADATU.
           IF WS-FS-ATU NOT EQUAL "00"
               DISPLAY "EX54 - CADATU.DAT NAO ENCONTRADO"
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
                   DISPLAY "EX54 - TABELA DE NOMES CHEIA, AUMENTAR "
                           "OCCURS DE TAB-NOMES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-NOMES
               MOVE NUMERO-TU TO COD-TN (QTD-NOMES)
               MOVE NOME-TU TO NOME-TN (QTD-NOMES)
           END-IF.

       BUSCA-NOME.
           MOVE SPACES TO DT-NOME.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-N.
           PERFORM TESTA-NOME
               UNTIL IX-N > QTD-NOMES
                  OR ACHOU EQUAL "SIM".

       TESTA-NOME.
           IF COD-TN (IX-N) EQUAL COD-COB
               MOVE "SIM" TO ACHOU
               MOVE NOME-TN (IX-N) TO DT-NOME
           ELSE
               ADD 1 TO IX-N
           END-IF.

      *---------------------------------------------------------
      *REMESSA - entrada para a cobranca aberta sem boleto valido
      *e baixa para o boleto registrado que nao pode mais ser pago
      *no banco.
      *---------------------------------------------------------
       GERA-REMESSA.
           PERFORM CARREGA-OPTANTES.
           PERFORM CARREGA-NOMES.
           OPEN INPUT CADCOBR.
           IF WS-FS-COB NOT EQUAL "00"
               DISPLAY "EX54 - CADCOBR.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CADREMB.
           MOVE WS-DATA-HOJE TO HD-DATA.
           MOVE LINHA-HEADER TO REG-REMB.
           WRITE REG-REMB.
           PERFORM LE-COBRANCA
               UNTIL FIM-ARQ EQUAL "SIM".
           MOVE 1 TO IX-B.
           PERFORM PEDE-BAIXA
               UNTIL IX-B > QTD-BOLETOS.
           MOVE CONT-ENTRADAS TO TR-QTDE.
           ADD CONT-BAIXAS TO TR-QTDE.
           MOVE TOT-REMESSA TO TR-TOTAL.
           MOVE LINHA-TRAILER TO REG-REMB.
           WRITE REG-REMB.
           CLOSE CADCOBR
                 CADREMB.
           PERFORM GRAVA-BOLETOS.
           DISPLAY "EX54 - ENTRADAS NA REMESSA.: " CONT-ENTRADAS.
           DISPLAY "EX54 - BAIXAS NA REMESSA...: " CONT-BAIXAS.
           DISPLAY "EX54 - TOTAL DAS ENTRADAS..: " TOT-REMESSA.

      *LE-COBRANCA: cobranca aberta ou vencida de aluno que nao e do
      *debito automatico mantem o boleto vivo; sem boleto (ou com a
      *entrada rejeitada ou baixada) e da competencia pedida, vai
      *para a remessa como entrada nova. Parcela de acordo do EX56
      *(competencia 99NNPP) conta pelo mes do vencimento; cobranca
      *renegociada (R) perde o boleto como a paga.
       LE-COBRANCA.
           READ CADCOBR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND SITU-COB NOT EQUAL "P"
                  AND SITU-COB NOT EQUAL "C"
                  AND SITU-COB NOT EQUAL "I"
                  AND SITU-COB NOT EQUAL "R"
               PERFORM BUSCA-OPTANTE
               COMPUTE VALOR-BOLETO = VALOR-COB + MULTA-COB
                   - PAGO-COB
               IF ACHOU-OPT EQUAL "NAO"
                      AND VALOR-BOLETO > 0
                   MOVE COD-COB TO COD-BUSCA
                   MOVE COMPET-COB TO COMPET-BUSCA
                   PERFORM BUSCA-BOLETO
                   IF ACHOU-BOL EQUAL "SIM"
                       MOVE "S" TO VIVO-TB (IX-B)
                   END-IF
                   IF (ACHOU-BOL EQUAL "NAO"
                          OR SITU-TB (IX-B) EQUAL "J"
                          OR SITU-TB (IX-B) EQUAL "B")
                          AND (WS-COMPET EQUAL 0
                           OR COMPET-COB EQUAL WS-COMPET
                           OR (COMPET-COB (1:2) EQUAL "99"
                          AND VENCTO-COB (1:6) EQUAL WS-COMPET))
                       PERFORM GRAVA-ENTRADA
                   END-IF
               END-IF
           END-IF.

       GRAVA-ENTRADA.
           IF ACHOU-BOL EQUAL "NAO"
               PERFORM NOVO-BOLETO
               MOVE QTD-BOLETOS TO IX-B
               MOVE COD-COB TO COD-TB (IX-B)
               MOVE COMPET-COB TO COMPET-TB (IX-B)
               MOVE "S" TO VIVO-TB (IX-B)
           END-IF.
           MOVE 0 TO NOSSO-TB (IX-B).
           MOVE SPACES TO LINHA-TB (IX-B).
           MOVE VALOR-BOLETO TO VALOR-TB (IX-B).
           MOVE VENCTO-COB TO VENCTO-TB (IX-B).
           MOVE "E" TO SITU-TB (IX-B).
           MOVE WS-DATA-HOJE TO DATA-TB (IX-B).
           PERFORM BUSCA-NOME.
           MOVE 1 TO DT-OCOR.
           MOVE COD-COB TO DT-MATR.
           MOVE COMPET-COB TO DT-COMPET.
           MOVE 0 TO DT-NOSSO.
           MOVE VALOR-BOLETO TO DT-VALOR.
           MOVE VENCTO-COB TO DT-VENCTO.
           MOVE LINHA-DETALHE TO REG-REMB.
           WRITE REG-REMB.
           ADD 1 TO CONT-ENTRADAS.
           ADD VALOR-BOLETO TO TOT-REMESSA.

      *PEDE-BAIXA: boleto registrado (ou com entrada ainda sem
      *resposta) cuja cobranca nao esta mais aberta para o banco -
      *paga no caixa, cancelada, baixada como perda ou de aluno do
      *debito automatico.
       PEDE-BAIXA.
           IF VIVO-TB (IX-B) EQUAL "N"
                  AND (SITU-TB (IX-B) EQUAL "R"
                   OR SITU-TB (IX-B) EQUAL "E")
               MOVE 2 TO DT-OCOR
               MOVE COD-TB (IX-B) TO DT-MATR
               MOVE COMPET-TB (IX-B) TO DT-COMPET
               MOVE NOSSO-TB (IX-B) TO DT-NOSSO
               MOVE VALOR-TB (IX-B) TO DT-VALOR
               MOVE VENCTO-TB (IX-B) TO DT-VENCTO
               MOVE SPACES TO DT-NOME
               MOVE LINHA-DETALHE TO REG-REMB
               WRITE REG-REMB
               MOVE "S" TO SITU-TB (IX-B)
               MOVE WS-DATA-HOJE TO DATA-TB (IX-B)
               ADD 1 TO CONT-BAIXAS
           END-IF.
           ADD 1 TO IX-B.

      *---------------------------------------------------------
      *RETORNO - as ocorrencias do banco atualizam o controle de
      *boletos; a liquidacao vira recebimento para a BAIXA do EX27.
      *---------------------------------------------------------
       PROCESSA-RETORNO.
           OPEN INPUT CADRETB.
           IF WS-FS-RET NOT EQUAL "00"
               DISPLAY "EX54 - RETORNO CADRETB.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CADRCB.
           OPEN OUTPUT CADRETBL.
           PERFORM LE-RETORNO
               UNTIL FIM-ARQ EQUAL "SIM".
           MOVE SPACES TO REG-RETBL.
           WRITE REG-RETBL.
           MOVE "ENTRADAS CONFIRMADAS.........:" TO RT-TITULO.
           MOVE CONT-CONFIRM TO RT-QTD.
           MOVE 0 TO RT-VALOR.
           PERFORM GRAVA-TOTAL-RETORNO.
           MOVE "ENTRADAS REJEITADAS..........:" TO RT-TITULO.
           MOVE CONT-REJEIT TO RT-QTD.
           PERFORM GRAVA-TOTAL-RETORNO.
           MOVE "LIQUIDACOES..................:" TO RT-TITULO.
           MOVE CONT-LIQUID TO RT-QTD.
           MOVE TOT-LIQUID TO RT-VALOR.
           PERFORM GRAVA-TOTAL-RETORNO.
           MOVE "BAIXAS CONFIRMADAS...........:" TO RT-TITULO.
           MOVE CONT-BAIXADO TO RT-QTD.
           MOVE 0 TO RT-VALOR.
           PERFORM GRAVA-TOTAL-RETORNO.
           MOVE "TARIFAS DO BANCO.............:" TO RT-TITULO.
           MOVE 0 TO RT-QTD.
           MOVE TOT-TARIFA TO RT-VALOR.
           PERFORM GRAVA-TOTAL-RETORNO.
           CLOSE CADRETB
                 CADRCB
                 CADRETBL.
           PERFORM GRAVA-BOLETOS.
           DISPLAY "EX54 - ENTRADAS CONFIRMADAS: " CONT-CONFIRM.
           DISPLAY "EX54 - ENTRADAS REJEITADAS.: " CONT-REJEIT.
           DISPLAY "EX54 - LIQUIDACOES.........: " CONT-LIQUID.
           DISPLAY "EX54 - BAIXAS CONFIRMADAS..: " CONT-BAIXADO.
           DISPLAY "EX54 - JA PROCESSADAS......: " CONT-REPETIDO.
           DISPLAY "EX54 - TARIFAS.............: " TOT-TARIFA.

       GRAVA-TOTAL-RETORNO.
           MOVE LINHA-RETBL-TOT TO REG-RETBL.
           WRITE REG-RETBL.

       LE-RETORNO.
           READ CADRETB
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND TIPO-RETB EQUAL "1"
               MOVE "NAO" TO REPETIDO
               PERFORM TRATA-OCORRENCIA
               IF REPETIDO EQUAL "NAO"
                   PERFORM TRATA-TARIFA
               END-IF
           END-IF.

       TRATA-OCORRENCIA.
           MOVE COD-RETB TO COD-BUSCA.
           MOVE COMPET-RETB TO COMPET-BUSCA.
           PERFORM BUSCA-BOLETO.
           MOVE COD-RETB TO RB-MATR.
           MOVE COMPET-RETB TO RB-COMPET.
           MOVE NOSSO-RETB TO RB-NOSSO.
           MOVE VALOR-RETB TO RB-VALOR.
           MOVE 0 TO RB-MOTIVO.
           IF OCOR-RETB EQUAL 2
               PERFORM CONFIRMA-ENTRADA
           ELSE IF OCOR-RETB EQUAL 3
               PERFORM REJEITA-ENTRADA
           ELSE IF OCOR-RETB EQUAL 6
               PERFORM LIQUIDA-BOLETO
           ELSE IF OCOR-RETB EQUAL 9
               PERFORM CONFIRMA-BAIXA
           ELSE
               MOVE "OCORRENCIA NAO TRATADA" TO RB-TEXTO
               MOVE OCOR-RETB TO RB-MOTIVO
               PERFORM GRAVA-LINHA-RETORNO
               ADD 1 TO CONT-OUTRAS.

      *TRATA-TARIFA lista a tarifa que o banco cobrou na ocorrencia;
      *a de retorno reprocessado ja foi somada na primeira vez.
       TRATA-TARIFA.
           IF TARIFA-RETB > 0
               MOVE TARIFA-RETB TO RB-VALOR
               MOVE "TARIFA DA OCORRENCIA" TO RB-TEXTO
               MOVE OCOR-RETB TO RB-MOTIVO
               PERFORM GRAVA-LINHA-RETORNO
               ADD TARIFA-RETB TO TOT-TARIFA
           END-IF.

       GRAVA-LINHA-RETORNO.
           MOVE LINHA-RETBL TO REG-RETBL.
           WRITE REG-RETBL.

       CONFIRMA-ENTRADA.
           IF ACHOU-BOL EQUAL "SIM"
               MOVE NOSSO-RETB TO NOSSO-TB (IX-B)
               MOVE LINHA-RETB TO LINHA-TB (IX-B)
               IF SITU-TB (IX-B) EQUAL "E"
                   MOVE "R" TO SITU-TB (IX-B)
                   MOVE DATA-RETB TO DATA-TB (IX-B)
               END-IF
               ADD 1 TO CONT-CONFIRM
           ELSE
               MOVE "CONFIRMACAO SEM BOLETO" TO RB-TEXTO
               PERFORM GRAVA-LINHA-RETORNO
           END-IF.

       REJEITA-ENTRADA.
           IF ACHOU-BOL EQUAL "SIM"
               MOVE "J" TO SITU-TB (IX-B)
               MOVE DATA-RETB TO DATA-TB (IX-B)
           END-IF.
           MOVE "ENTRADA REJEITADA - MOTIVO" TO RB-TEXTO.
           MOVE MOTIVO-RETB TO RB-MOTIVO.
           PERFORM GRAVA-LINHA-RETORNO.
           ADD 1 TO CONT-REJEIT.

      *LIQUIDA-BOLETO: o valor pago vira recebimento da data da
      *liquidacao; boleto ja liquidado com o mesmo nosso numero e
      *retorno reprocessado e nao gera recebimento de novo.
       LIQUIDA-BOLETO.
           IF ACHOU-BOL EQUAL "SIM"
                  AND SITU-TB (IX-B) EQUAL "L"
                  AND NOSSO-TB (IX-B) EQUAL NOSSO-RETB
               MOVE "LIQUIDACAO JA PROCESSADA" TO RB-TEXTO
               PERFORM GRAVA-LINHA-RETORNO
               MOVE "SIM" TO REPETIDO
               ADD 1 TO CONT-REPETIDO
           ELSE
               MOVE COD-RETB TO COD-RCB
               MOVE COMPET-RETB TO COMPET-RCB
               MOVE PAGO-RETB TO VALOR-RCB
               MOVE DATA-RETB TO DATA-RCB
               WRITE REG-RCB
               ADD 1 TO CONT-LIQUID
               ADD PAGO-RETB TO TOT-LIQUID
               IF ACHOU-BOL EQUAL "SIM"
                   MOVE "L" TO SITU-TB (IX-B)
                   MOVE DATA-RETB TO DATA-TB (IX-B)
                   MOVE NOSSO-RETB TO NOSSO-TB (IX-B)
               ELSE
                   MOVE PAGO-RETB TO RB-VALOR
                   MOVE "LIQUIDACAO SEM BOLETO" TO RB-TEXTO
                   PERFORM GRAVA-LINHA-RETORNO
               END-IF
           END-IF.

       CONFIRMA-BAIXA.
           IF ACHOU-BOL EQUAL "SIM"
               MOVE "B" TO SITU-TB (IX-B)
               MOVE DATA-RETB TO DATA-TB (IX-B)
           END-IF.
           ADD 1 TO CONT-BAIXADO.

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
