       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX47.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX47 e a rodada do adiantamento quinzenal (dia 20), que a
      *tesouraria pagava na mao e depois lembrava - ou esquecia - de
      *descontar no fim do mes. Le o cadastro CADFUN.DAT e paga a
      *cada funcionario o percentual PERC-ADI-ENT do salario
      *(40,00 = 40 por cento; zero = nao recebe adiantamento). Fica
      *de fora quem tem data de desligamento gravada e quem foi
      *admitido depois da data de corte. Saidas:
      *  CADADI.DAT  - a folha do adiantamento, no mesmo layout do
      *    CADLIQ.DAT (tipo A, sem INSS/IRRF), que o EX15 ADIANT
      *    leva ao banco na remessa propria CADREMA.DAT;
      *  CADADIH.DAT - historico dos adiantamentos por competencia,
      *    que o EX08 le no fim do mes para descontar o que ja foi
      *    pago; rodar de novo na mesma competencia substitui as
      *    linhas dela em vez de duplicar o desconto;
      *  CADLANC.DAT - evento ADIANTAM pelo mapeamento CADCTA.DAT,
      *    em EXTEND como os demais eventos; na rodada de novo so vai
      *    a diferenca para o total substituido (a menor, com debito
      *    e credito invertidos), para o EX52 nao postar duas vezes.
      *Linha de comando: EX47 [AAAAMMDD] com a data de corte (e do
      *pagamento); sem ela vale a data do movimento. Chamado como
      *passo do plano do EXCTL, o primeiro token e a contagem de
      *pulo que o controlador poe em todo comando e e descartado.
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
           SELECT CADFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-ENT
           FILE STATUS IS WS-FS-FUN.
           SELECT CADADI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADADIH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ADIH.
           SELECT ADIH-TMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADLANC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
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

      *CADADI.DAT = a folha do adiantamento, no layout do CADLIQ.DAT
      *para o EX15 pagar pela mesma remessa.
       FD CADADI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADADI.DAT".

       01 REG-ADI.
           02 COD-ADI PIC 9(05).
           02 NOME-ADI PIC X(20).
           02 BRUTO-ADI PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 INSS-ADI PIC 9(5)V99.
           02 IRRF-ADI PIC 9(5)V99.
           02 LIQUIDO-ADI PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 TIPO-ADI PIC X(01).

      *CADADIH.DAT = historico dos adiantamentos pagos, uma linha por
      *funcionario e competencia, lido pelo EX08 no fim do mes.
       FD CADADIH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADADIH.DAT".

       01 REG-ADIH.
           02 COD-ADIH PIC 9(05).
           02 COMPET-ADIH PIC 9(06).
           02 DATA-ADIH PIC 9(08).
           02 VALOR-ADIH PIC 9(5)V99.

       FD ADIH-TMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX47ADI.TMP".

       01 REG-ADIH-TMP PIC X(26).

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
           77 WS-FS-FUN PIC X(02) VALUE SPACE.
           77 WS-FS-ADIH PIC X(02) VALUE SPACE.
           77 WS-PARM-LINHA PIC X(20) VALUE SPACE.
           77 WS-P1 PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-DATA-CORTE PIC 9(08) VALUE 0.
           77 WS-COMPET PIC 9(06) VALUE 0.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 ACHOU-CTA PIC X(03) VALUE "NAO".
           77 VALOR-ADIANT PIC 9(5)V99 VALUE 0.
           77 CONT-LIDOS PIC 9(07) VALUE 0.
           77 CONT-PAGOS PIC 9(07) VALUE 0.
           77 CONT-SEM-PERC PIC 9(07) VALUE 0.
           77 CONT-DESLIG PIC 9(07) VALUE 0.
           77 CONT-ADM-CORTE PIC 9(07) VALUE 0.
           77 CONT-INVALIDO PIC 9(07) VALUE 0.
           77 CONT-HIST-ANT PIC 9(07) VALUE 0.
           77 TOT-ADIANT PIC 9(9)V99 VALUE 0.
           77 TOT-HIST-ANT PIC 9(9)V99 VALUE 0.
           77 EVENTO-ATUAL PIC X(08) VALUE SPACE.
           77 VALOR-EVENTO PIC S9(9)V99 VALUE 0.

      *TAB-CONTAS = o mapeamento contabil em memoria.
           01 TAB-CONTAS.
               02 QTD-CONTAS PIC 9(02) VALUE 0.
               02 CONTA-LINHA OCCURS 30 TIMES INDEXED BY IX-CTA.
                   03 EVENTO-TAB PIC X(08).
                   03 DEBITO-TAB PIC 9(08).
                   03 CREDITO-TAB PIC 9(08).

       PROCEDURE DIVISION.

       PGM-EX47.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-P1 WS-P2.
      *    contagem de pulo do EXCTL (sete digitos) na frente: a data
      *    de corte, se houver, e o token seguinte.
           IF WS-P1 (1:1) IS NUMERIC
                  AND WS-P1 (8:1) EQUAL SPACE
               MOVE WS-P2 TO WS-P1
           END-IF.
           MOVE WS-DATA-HOJE TO WS-DATA-CORTE.
           IF WS-P1 IS NUMERIC
                  AND WS-P1 NOT EQUAL "00000000"
               MOVE WS-P1 TO WS-DATA-CORTE
           ELSE IF WS-P1 NOT EQUAL SPACES
               DISPLAY "EX47 - DATA DE CORTE INVALIDA: " WS-P1
               DISPLAY "EX47 - USO: EX47 [AAAAMMDD]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-CORTE (1:6) TO WS-COMPET.
           PERFORM CARREGA-CONTAS.
           OPEN INPUT CADFUN.
           IF WS-FS-FUN NOT EQUAL "00"
               DISPLAY "EX47 - ERRO AO ABRIR CADFUN.DAT: " WS-FS-FUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GUARDA-HISTORICO.
           OPEN OUTPUT CADADI.
           PERFORM LEITURA.

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
                   DISPLAY "EX47 - TABELA DE CONTAS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-CONTAS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CONTAS
               MOVE EVENTO-CTA TO EVENTO-TAB (QTD-CONTAS)
               MOVE DEBITO-CTA TO DEBITO-TAB (QTD-CONTAS)
               MOVE CREDITO-CTA TO CREDITO-TAB (QTD-CONTAS)
           END-IF.

      *GUARDA-HISTORICO copia o historico para o temporario sem as
      *linhas da competencia da rodada e reabre o historico so com
      *elas; os adiantamentos de hoje entram em seguida, em EXTEND.
      *Uma segunda rodada no mesmo mes substitui a primeira.
       GUARDA-HISTORICO.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADADIH.
           OPEN OUTPUT ADIH-TMP.
           PERFORM COPIA-HISTORICO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADADIH
                 ADIH-TMP.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT ADIH-TMP.
           OPEN OUTPUT CADADIH.
           PERFORM DEVOLVE-HISTORICO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE ADIH-TMP.

       COPIA-HISTORICO.
           READ CADADIH
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF COMPET-ADIH EQUAL WS-COMPET
                   ADD 1 TO CONT-HIST-ANT
                   ADD VALOR-ADIH TO TOT-HIST-ANT
               ELSE
                   MOVE REG-ADIH TO REG-ADIH-TMP
                   WRITE REG-ADIH-TMP
               END-IF
           END-IF.

       DEVOLVE-HISTORICO.
           READ ADIH-TMP
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               MOVE REG-ADIH-TMP TO REG-ADIH
               WRITE REG-ADIH
           END-IF.

       LEITURA.
           READ CADFUN
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CONT-LIDOS
           END-IF.

      *PRINCIPAL decide se o funcionario recebe o adiantamento e,
      *se recebe, grava a folha e o historico.
       PRINCIPAL.
           IF BRUTO-ENT IS NOT NUMERIC
                  OR DATA-ADM-ENT IS NOT NUMERIC
                  OR DATA-DEM-ENT IS NOT NUMERIC
                  OR PERC-ADI-ENT IS NOT NUMERIC
               ADD 1 TO CONT-INVALIDO
           ELSE IF PERC-ADI-ENT EQUAL 0
                   OR BRUTO-ENT EQUAL 0
               ADD 1 TO CONT-SEM-PERC
           ELSE IF DATA-DEM-ENT NOT EQUAL 0
               ADD 1 TO CONT-DESLIG
           ELSE IF DATA-ADM-ENT > WS-DATA-CORTE
               ADD 1 TO CONT-ADM-CORTE
           ELSE
               PERFORM GRAVA-ADIANTAMENTO
           END-IF.
           PERFORM LEITURA.

       GRAVA-ADIANTAMENTO.
           COMPUTE VALOR-ADIANT ROUNDED =
               BRUTO-ENT * PERC-ADI-ENT / 100.
           MOVE COD-ENT TO COD-ADI.
           MOVE NOME-ENT TO NOME-ADI.
           MOVE VALOR-ADIANT TO BRUTO-ADI.
           MOVE 0 TO INSS-ADI.
           MOVE 0 TO IRRF-ADI.
           MOVE VALOR-ADIANT TO LIQUIDO-ADI.
           MOVE "A" TO TIPO-ADI.
           WRITE REG-ADI.
           MOVE COD-ENT TO COD-ADIH.
           MOVE WS-COMPET TO COMPET-ADIH.
           MOVE WS-DATA-CORTE TO DATA-ADIH.
           MOVE VALOR-ADIANT TO VALOR-ADIH.
           WRITE REG-ADIH.
           ADD 1 TO CONT-PAGOS.
           ADD VALOR-ADIANT TO TOT-ADIANT.

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
      *avisa no console. Valor negativo (acerto a menor de rodada
      *repetida) sai com debito e credito trocados.
       GRAVA-EVENTO.
           IF VALOR-EVENTO EQUAL 0
               CONTINUE
           ELSE
               PERFORM BUSCA-CONTA
               IF ACHOU-CTA EQUAL "NAO"
                   DISPLAY "EX47 - EVENTO SEM CONTA EM CADCTA.DAT: "
                       EVENTO-ATUAL
               ELSE
                   MOVE WS-DATA-CORTE TO DATA-LANC
                   MOVE EVENTO-ATUAL TO HISTORICO-LANC
                   MOVE VALOR-EVENTO TO VALOR-LANC
                   MOVE "D" TO TIPO-LANC
                   IF VALOR-EVENTO > 0
                       MOVE DEBITO-TAB (IX-CTA) TO CONTA-LANC
                   ELSE
                       MOVE CREDITO-TAB (IX-CTA) TO CONTA-LANC
                   END-IF
                   WRITE REG-LANC
                   MOVE "C" TO TIPO-LANC
                   IF VALOR-EVENTO > 0
                       MOVE CREDITO-TAB (IX-CTA) TO CONTA-LANC
                   ELSE
                       MOVE DEBITO-TAB (IX-CTA) TO CONTA-LANC
                   END-IF
                   WRITE REG-LANC
               END-IF
           END-IF.

      *TERMINO fecha a folha e o historico e exporta o evento
      *ADIANTAM com o total pago na rodada, menos o que a rodada
      *anterior da mesma competencia ja tinha exportado.
       TERMINO.
           CLOSE CADFUN
                 CADADI
                 CADADIH.
           OPEN EXTEND CADLANC.
           MOVE "ADIANTAM" TO EVENTO-ATUAL.
           COMPUTE VALOR-EVENTO = TOT-ADIANT - TOT-HIST-ANT.
           PERFORM GRAVA-EVENTO.
           CLOSE CADLANC.
           DISPLAY "EX47 - DATA DE CORTE.........: " WS-DATA-CORTE.
           DISPLAY "EX47 - REGISTROS LIDOS.......: " CONT-LIDOS.
           DISPLAY "EX47 - ADIANTAMENTOS PAGOS...: " CONT-PAGOS.
           DISPLAY "EX47 - SEM ADIANTAMENTO......: " CONT-SEM-PERC.
           DISPLAY "EX47 - DESLIGADOS............: " CONT-DESLIG.
           DISPLAY "EX47 - ADMITIDOS APOS CORTE..: " CONT-ADM-CORTE.
           DISPLAY "EX47 - CADASTRO INVALIDO.....: " CONT-INVALIDO.
           DISPLAY "EX47 - TOTAL DO ADIANTAMENTO.: " TOT-ADIANT.
           IF CONT-HIST-ANT > 0
               DISPLAY "EX47 - LINHAS ANTERIORES DA COMPETENCIA "
                   WS-COMPET " SUBSTITUIDAS: " CONT-HIST-ANT
               DISPLAY "EX47 - TOTAL SUBSTITUIDO.....: " TOT-HIST-ANT
               DISPLAY "EX47 - DIFERENCA LANCADA.....: " VALOR-EVENTO
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
