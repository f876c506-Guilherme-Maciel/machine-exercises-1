       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX52.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX52 e a contabilidade geral em cima do CADLANC.DAT. O EX08,
      *EX27, EX29, EX46 e EX47 gravam la os pares debito/credito,
      *mas o arquivo era so exportacao: ninguem aqui sabia o saldo de
      *salarios a pagar ou de mensalidades a receber. Aqui:
      *  CADPCTA.DAT  - o plano de contas (conta, nome, natureza D
      *    devedora ou C credora), mantido pela contabilidade; toda
      *    conta de CADCTA.DAT precisa estar nele;
      *  CADDIAR.DAT  - o diario: cada linha de CADLANC contabilizada
      *    uma vez so (L), ou recusada (R) com o motivo no log
      *    unificado CADRLOG.DAT - periodo ja fechado (33) ou conta
      *    fora do plano (34);
      *  CADSALC.DAT  - os saldos mensais por conta (debitos e
      *    creditos de cada competencia), refeitos do diario a cada
      *    rodada;
      *  CADFECH.DAT  - as competencias fechadas.
      *O CADLANC nao tem chave e e regravado pelo EX08 no fim do
      *mes; por isso a contabilizacao casa cada linha dele com as
      *linhas do diario das mesmas datas e so leva ao diario o que
      *ainda nao esta la - rodar de novo nao duplica nada.
      *Modos pela linha de comando:
      *  POSTA (ou vazio) - contabiliza o CADLANC e confere o CADCTA;
      *  FECHA AAAAMM - contabiliza e fecha a competencia: linha
      *    atrasada datada dela e recusada dali em diante;
      *  BALANCETE [AAAAMM] - contabiliza e imprime o balancete da
      *    competencia (padrao a do movimento) em CADBALC.DAT;
      *  RAZAO CONTA [AAAAMM [AAAAMM]] - contabiliza e imprime o
      *    razao da conta no periodo (padrao a competencia do
      *    movimento) em CADRAZAO.DAT, com saldo anterior e saldo
      *    linha a linha.
      *Chamado pelo EXCTL, o primeiro token e a contagem de pulo de
      *sete digitos e e descartado, como no EX26. Conta de CADCTA
      *fora do plano devolve RC 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPCTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PCTA.
           SELECT CADCTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADLANC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDIAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIAR-ORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADFECH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADSALC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADBALC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADRAZAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK1 ASSIGN TO DISK.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADPCTA.DAT = o plano de contas.
       FD CADPCTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPCTA.DAT".

       01 REG-PCTA.
           02 CONTA-PCTA PIC 9(08).
           02 NOME-PCTA PIC X(30).
           02 NATUREZA-PCTA PIC X(01).

      *CADCTA.DAT = mapeamento evento -> conta debito/credito que a
      *contabilidade mantem.
       FD CADCTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCTA.DAT".

       01 REG-CTA.
           02 EVENTO-CTA PIC X(08).
           02 DEBITO-CTA PIC 9(08).
           02 CREDITO-CTA PIC 9(08).

      *CADLANC.DAT = lancamentos contabeis exportados pela rodada.
       FD CADLANC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLANC.DAT".

       01 REG-LANC.
           02 DATA-LANC PIC 9(08).
           02 TIPO-LANC PIC X(01).
           02 CONTA-LANC PIC 9(08).
           02 HISTORICO-LANC PIC X(20).
           02 VALOR-LANC PIC 9(9)V99.

      *CADDIAR.DAT = o diario: a linha do CADLANC, a situacao (L
      *contabilizada, R recusada) e a data da contabilizacao.
       FD CADDIAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDIAR.DAT".

       01 REG-DIAR.
           02 DATA-DIAR PIC 9(08).
           02 TIPO-DIAR PIC X(01).
           02 CONTA-DIAR PIC 9(08).
           02 HISTORICO-DIAR PIC X(20).
           02 VALOR-DIAR PIC 9(9)V99.
           02 SITU-DIAR PIC X(01).
           02 DATA-POST-DIAR PIC 9(08).

      *EX52ORD.TMP = o diario em ordem de conta e data.
       FD DIAR-ORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX52ORD.TMP".

       01 REG-DIAR-O.
           02 DATA-DIAR-O PIC 9(08).
           02 TIPO-DIAR-O PIC X(01).
           02 CONTA-DIAR-O PIC 9(08).
           02 HISTORICO-DIAR-O PIC X(20).
           02 VALOR-DIAR-O PIC 9(9)V99.
           02 SITU-DIAR-O PIC X(01).
           02 DATA-POST-DIAR-O PIC 9(08).

      *CADFECH.DAT = as competencias fechadas e a data do fechamento.
       FD CADFECH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFECH.DAT".

       01 REG-FECH.
           02 COMPET-FECH PIC 9(06).
           02 DATA-FECH PIC 9(08).

      *CADSALC.DAT = debitos e creditos de cada conta por competencia.
       FD CADSALC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSALC.DAT".

       01 REG-SALC.
           02 CONTA-SALC PIC 9(08).
           02 COMPET-SALC PIC 9(06).
           02 DEBITO-SALC PIC 9(11)V99.
           02 CREDITO-SALC PIC 9(11)V99.

      *CADBALC.DAT = o balancete impresso.
       FD CADBALC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBALC.DAT".

       01 REG-BALC PIC X(101).

      *CADRAZAO.DAT = o razao impresso de uma conta.
       FD CADRAZAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRAZAO.DAT".

       01 REG-RAZAO PIC X(100).

      *CADRLOG.DAT = log unificado de rejeicoes da rodada inteira,
      *resumido pelo EX13 no fim do lote.
       FD CADRLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRLOG.DAT".

       01 REG-RLOG.
           02 PGM-RLOG PIC X(08).
           02 DATA-RLOG PIC 9(08).
           02 MOTIVO-RLOG PIC 9(02).
           02 IMAGEM-RLOG PIC X(80).

       SD SORTWK1.
       01 REG-SORT-DIAR.
           02 SRT-DATA-DIAR PIC 9(08).
           02 SRT-TIPO-DIAR PIC X(01).
           02 SRT-CONTA-DIAR PIC 9(08).
           02 SRT-RESTO-DIAR PIC X(40).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-PCTA PIC X(02) VALUE SPACE.
           77 WS-PARM-LINHA PIC X(40) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(10) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-P3 PIC X(08) VALUE SPACE.
           77 WS-P4 PIC X(08) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-COMPET PIC 9(06) VALUE 0.
           77 WS-COMPET-INI PIC 9(06) VALUE 0.
           77 WS-COMPET-FIM PIC 9(06) VALUE 0.
           77 WS-COMPET-LINHA PIC 9(06) VALUE 0.
           77 WS-CONTA-RAZAO PIC 9(08) VALUE 0.
           77 WS-CONTA-BUSCA PIC 9(08) VALUE 0.
           77 WS-DATA-MIN PIC 9(08) VALUE 99999999.
           77 WS-SALDO PIC S9(11)V99 VALUE 0.
           77 WS-SALDO-ANT PIC S9(11)V99 VALUE 0.
           77 WS-DEBITOS PIC 9(11)V99 VALUE 0.
           77 WS-CREDITOS PIC 9(11)V99 VALUE 0.
           77 CONTA-ATUAL PIC 9(08) VALUE 0.
           77 COMPET-ATUAL PIC 9(06) VALUE 0.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 FIM-TAB PIC X(03) VALUE "NAO".
           77 ACHOU-PCTA PIC X(03) VALUE "NAO".
           77 PERIODO-FECHADO PIC X(03) VALUE "NAO".
           77 PRIMEIRO PIC X(03) VALUE "SIM".
           77 IX-P PIC 9(03) VALUE 0.
           77 IX-DI PIC 9(04) VALUE 0.
           77 IX-F PIC 9(03) VALUE 0.
           77 CONT-LANC PIC 9(07) VALUE 0.
           77 CONT-JA-POSTADO PIC 9(07) VALUE 0.
           77 CONT-POSTADO PIC 9(07) VALUE 0.
           77 CONT-FECHADO PIC 9(07) VALUE 0.
           77 CONT-SEM-CONTA PIC 9(07) VALUE 0.
           77 CONT-CTA-FORA PIC 9(05) VALUE 0.
           77 CONT-RAZAO PIC 9(07) VALUE 0.
           77 TOT-DEB-BAL PIC 9(11)V99 VALUE 0.
           77 TOT-CRED-BAL PIC 9(11)V99 VALUE 0.

      *TAB-PCTA = o plano de contas com os numeros do balancete.
           01 TAB-PCTA.
               02 QTD-PCTA PIC 9(03) VALUE 0.
               02 PCTA-LINHA OCCURS 300 TIMES.
                   03 CONTA-TAB PIC 9(08).
                   03 NOME-TAB PIC X(30).
                   03 NATUREZA-TAB PIC X(01).
                   03 SALDO-ANT-TAB PIC S9(11)V99.
                   03 DEBITO-TAB PIC 9(11)V99.
                   03 CREDITO-TAB PIC 9(11)V99.

      *TAB-DIAR = as linhas do diario das datas presentes no
      *CADLANC, para casar com ele; USADO-DI marca a linha ja casada.
           01 TAB-DIAR.
               02 QTD-DIAR PIC 9(04) VALUE 0.
               02 DIAR-LINHA OCCURS 5000 TIMES.
                   03 IMAGEM-DI PIC X(48).
                   03 USADO-DI PIC X(01).

      *TAB-FECH = as competencias fechadas.
           01 TAB-FECH.
               02 QTD-FECH PIC 9(03) VALUE 0.
               02 FECH-LINHA OCCURS 240 TIMES.
                   03 COMPET-FTAB PIC 9(06).

           01 LINHA-BALC-CAB.
               02 FILLER PIC X(40)
                  VALUE "BALANCETE DE VERIFICACAO - COMPETENCIA  ".
               02 LB-COMPET PIC 9(06).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LB-SITU PIC X(07).

           01 LINHA-BALC-TIT.
               02 FILLER PIC X(40)
                  VALUE "CONTA    NOME                          S".
               02 FILLER PIC X(40)
                  VALUE "ALDO ANTERIOR         DEBITOS       CRED".
               02 FILLER PIC X(20)
                  VALUE "ITOS    SALDO ATUAL ".

           01 LINHA-BALC-DET.
               02 LB-CONTA PIC 9(08).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LB-NOME PIC X(30).
               02 LB-SALDO-ANT PIC ZZZZZZZZZZ9,99.
               02 LB-DC-ANT PIC X(01).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LB-DEBITO PIC ZZZZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LB-CREDITO PIC ZZZZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LB-SALDO PIC ZZZZZZZZZZ9,99.
               02 LB-DC PIC X(01).
               02 LB-INVERTIDO PIC X(01).

           01 LINHA-BALC-TOT.
               02 FILLER PIC X(40)
                  VALUE "TOTAIS DO MES                           ".
               02 FILLER PIC X(15) VALUE SPACE.
               02 LBT-DEBITO PIC ZZZZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LBT-CREDITO PIC ZZZZZZZZZZ9,99.
               02 FILLER PIC X(02) VALUE SPACE.
               02 LBT-CONFERE PIC X(12).

           01 LINHA-RAZAO-CAB.
               02 FILLER PIC X(13) VALUE "RAZAO - CONTA".
               02 FILLER PIC X(01) VALUE SPACE.
               02 LR-CONTA PIC 9(08).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LR-NOME PIC X(30).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LR-COMPET-INI PIC 9(06).
               02 FILLER PIC X(03) VALUE " A ".
               02 LR-COMPET-FIM PIC 9(06).

           01 LINHA-RAZAO-ANT.
               02 FILLER PIC X(40)
                  VALUE "SALDO ANTERIOR                          ".
               02 FILLER PIC X(20) VALUE SPACE.
               02 LRA-SALDO PIC ZZZZZZZZZZ9,99.
               02 LRA-DC PIC X(01).

           01 LINHA-RAZAO-DET.
               02 LRD-DATA PIC 9(08).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LRD-HISTORICO PIC X(20).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LRD-DEBITO PIC ZZZZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LRD-CREDITO PIC ZZZZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LRD-SALDO PIC ZZZZZZZZZZ9,99.
               02 LRD-DC PIC X(01).

           01 LINHA-RAZAO-TOT.
               02 FILLER PIC X(30)
                  VALUE "TOTAIS DO PERIODO             ".
               02 LRT-DEBITO PIC ZZZZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LRT-CREDITO PIC ZZZZZZZZZZ9,99.
               02 FILLER PIC X(01) VALUE SPACE.
               02 LRT-SALDO PIC ZZZZZZZZZZ9,99.
               02 LRT-DC PIC X(01).

       PROCEDURE DIVISION.

       PGM-EX52.
           PERFORM INICIO.
           PERFORM POSTA-LANCAMENTOS.
           PERFORM REFAZ-SALDOS.
           IF WS-MODO EQUAL "FECHA"
               PERFORM FECHA-COMPETENCIA
           ELSE IF WS-MODO EQUAL "BALANCETE"
               PERFORM IMPRIME-BALANCETE
           ELSE IF WS-MODO EQUAL "RAZAO"
               PERFORM IMPRIME-RAZAO
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

      *INICIO le o modo, carrega o plano de contas e as competencias
      *fechadas e confere o mapeamento CADCTA.DAT contra o plano.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET.
           PERFORM TRATA-PARAMETROS.
           PERFORM CARREGA-PLANO.
           PERFORM CARREGA-FECHADAS.
           PERFORM CONFERE-MAPEAMENTO.

      *TRATA-PARAMETROS le o modo e os argumentos dele; competencia
      *omitida vale a do movimento.
       TRATA-PARAMETROS.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2 WS-P3 WS-P4.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2 WS-P3 WS-P4
           END-IF.
           IF WS-MODO EQUAL SPACES
               MOVE "POSTA" TO WS-MODO
           END-IF.
           MOVE WS-COMPET TO WS-COMPET-INI.
           MOVE WS-COMPET TO WS-COMPET-FIM.
           IF WS-MODO EQUAL "POSTA"
               CONTINUE
           ELSE IF WS-MODO EQUAL "FECHA"
               IF WS-P2 (1:6) IS NUMERIC
                      AND WS-P2 (7:2) EQUAL SPACES
                   MOVE WS-P2 (1:6) TO WS-COMPET-INI
               ELSE
                   PERFORM MOSTRA-USO
               END-IF
           ELSE IF WS-MODO EQUAL "BALANCETE"
               IF WS-P2 NOT EQUAL SPACES
                   IF WS-P2 (1:6) IS NUMERIC
                          AND WS-P2 (7:2) EQUAL SPACES
                       MOVE WS-P2 (1:6) TO WS-COMPET-INI
                       MOVE WS-P2 (1:6) TO WS-COMPET-FIM
                   ELSE
                       PERFORM MOSTRA-USO
                   END-IF
               END-IF
           ELSE IF WS-MODO EQUAL "RAZAO"
               IF WS-P2 IS NUMERIC
                   MOVE WS-P2 TO WS-CONTA-RAZAO
               ELSE
                   PERFORM MOSTRA-USO
               END-IF
               IF WS-P3 NOT EQUAL SPACES
                   IF WS-P3 (1:6) IS NUMERIC
                          AND WS-P3 (7:2) EQUAL SPACES
                       MOVE WS-P3 (1:6) TO WS-COMPET-INI
                       MOVE WS-P3 (1:6) TO WS-COMPET-FIM
                   ELSE
                       PERFORM MOSTRA-USO
                   END-IF
               END-IF
               IF WS-P4 NOT EQUAL SPACES
                   IF WS-P4 (1:6) IS NUMERIC
                          AND WS-P4 (7:2) EQUAL SPACES
                          AND WS-P4 (1:6) NOT< WS-COMPET-INI
                       MOVE WS-P4 (1:6) TO WS-COMPET-FIM
                   ELSE
                       PERFORM MOSTRA-USO
                   END-IF
               END-IF
           ELSE
               PERFORM MOSTRA-USO
           END-IF.

       MOSTRA-USO.
           DISPLAY "EX52 - USO: EX52 [POSTA]".
           DISPLAY "            EX52 FECHA AAAAMM".
           DISPLAY "            EX52 BALANCETE [AAAAMM]".
           DISPLAY "            EX52 RAZAO CONTA [AAAAMM [AAAAMM]]".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       CARREGA-PLANO.
           OPEN INPUT CADPCTA.
           IF WS-FS-PCTA NOT EQUAL "00"
               DISPLAY "EX52 - PLANO DE CONTAS CADPCTA.DAT NAO "
                       "ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-TAB.
           PERFORM LE-PLANO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADPCTA.

       LE-PLANO.
           READ CADPCTA
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF QTD-PCTA EQUAL 300
                   DISPLAY "EX52 - TABELA DO PLANO CHEIA, "
                           "AUMENTAR OCCURS DE TAB-PCTA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-PCTA
               MOVE CONTA-PCTA TO CONTA-TAB (QTD-PCTA)
               MOVE NOME-PCTA TO NOME-TAB (QTD-PCTA)
               MOVE NATUREZA-PCTA TO NATUREZA-TAB (QTD-PCTA)
               MOVE 0 TO SALDO-ANT-TAB (QTD-PCTA)
               MOVE 0 TO DEBITO-TAB (QTD-PCTA)
               MOVE 0 TO CREDITO-TAB (QTD-PCTA)
           END-IF.

       CARREGA-FECHADAS.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADFECH.
           PERFORM LE-FECHADA
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADFECH.

       LE-FECHADA.
           READ CADFECH
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF QTD-FECH EQUAL 240
                   DISPLAY "EX52 - TABELA DE FECHAMENTOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-FECH"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-FECH
               MOVE COMPET-FECH TO COMPET-FTAB (QTD-FECH)
           END-IF.

      *CONFERE-MAPEAMENTO aponta cada conta de CADCTA.DAT que nao
      *esta no plano; o evento dela seria recusado na contabilizacao.
       CONFERE-MAPEAMENTO.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADCTA.
           PERFORM LE-MAPEAMENTO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADCTA.

       LE-MAPEAMENTO.
           READ CADCTA
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               MOVE DEBITO-CTA TO WS-CONTA-BUSCA
               PERFORM BUSCA-PLANO
               IF ACHOU-PCTA EQUAL "NAO"
                   DISPLAY "EX52 - CONTA DEBITO " DEBITO-CTA
                       " DO EVENTO " EVENTO-CTA
                       " FORA DO PLANO DE CONTAS"
                   ADD 1 TO CONT-CTA-FORA
               END-IF
               MOVE CREDITO-CTA TO WS-CONTA-BUSCA
               PERFORM BUSCA-PLANO
               IF ACHOU-PCTA EQUAL "NAO"
                   DISPLAY "EX52 - CONTA CREDITO " CREDITO-CTA
                       " DO EVENTO " EVENTO-CTA
                       " FORA DO PLANO DE CONTAS"
                   ADD 1 TO CONT-CTA-FORA
               END-IF
           END-IF.

       BUSCA-PLANO.
           MOVE "NAO" TO ACHOU-PCTA.
           MOVE 1 TO IX-P.
           PERFORM AVANCA-PLANO
               UNTIL IX-P > QTD-PCTA
                  OR CONTA-TAB (IX-P) EQUAL WS-CONTA-BUSCA.
           IF IX-P NOT> QTD-PCTA
               MOVE "SIM" TO ACHOU-PCTA.

       AVANCA-PLANO.
           ADD 1 TO IX-P.

      *---------------------------------------------------------
      *POSTA-LANCAMENTOS leva ao diario as linhas do CADLANC que
      *ainda nao estao nele. Primeiro acha a data mais antiga do
      *CADLANC e carrega as linhas do diario dali em diante; cada
      *linha do CADLANC que casa com uma linha do diario ainda nao
      *casada ja foi contabilizada; a que sobra e nova.
      *---------------------------------------------------------
       POSTA-LANCAMENTOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADLANC.
           PERFORM ACHA-DATA-MINIMA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADLANC.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADDIAR.
           PERFORM CARREGA-DIARIO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDIAR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADLANC.
           OPEN EXTEND CADDIAR
                       CADRLOG.
           PERFORM CONFERE-LANCAMENTO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADLANC
                 CADDIAR
                 CADRLOG.

       ACHA-DATA-MINIMA.
           READ CADLANC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND DATA-LANC < WS-DATA-MIN
               MOVE DATA-LANC TO WS-DATA-MIN
           END-IF.

       CARREGA-DIARIO.
           READ CADDIAR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND DATA-DIAR NOT< WS-DATA-MIN
               IF QTD-DIAR EQUAL 5000
                   DISPLAY "EX52 - TABELA DO DIARIO CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DIAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DIAR
               MOVE REG-DIAR (1:48) TO IMAGEM-DI (QTD-DIAR)
               MOVE "N" TO USADO-DI (QTD-DIAR)
           END-IF.

       CONFERE-LANCAMENTO.
           READ CADLANC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CONT-LANC
               MOVE 1 TO IX-DI
               PERFORM AVANCA-DIARIO
                   UNTIL IX-DI > QTD-DIAR
                      OR (USADO-DI (IX-DI) EQUAL "N"
                      AND IMAGEM-DI (IX-DI) EQUAL REG-LANC)
               IF IX-DI NOT> QTD-DIAR
                   MOVE "S" TO USADO-DI (IX-DI)
                   ADD 1 TO CONT-JA-POSTADO
               ELSE
                   PERFORM GRAVA-DIARIO
               END-IF
           END-IF.

       AVANCA-DIARIO.
           ADD 1 TO IX-DI.

      *GRAVA-DIARIO leva a linha nova ao diario: competencia fechada
      *ou conta fora do plano ficam recusadas (R) com o motivo no
      *log unificado, para nao mexer na historia em silencio.
       GRAVA-DIARIO.
           MOVE REG-LANC TO REG-DIAR.
           MOVE WS-DATA-HOJE TO DATA-POST-DIAR.
           MOVE DATA-LANC (1:6) TO WS-COMPET-LINHA.
           PERFORM BUSCA-FECHADA.
           MOVE CONTA-LANC TO WS-CONTA-BUSCA.
           PERFORM BUSCA-PLANO.
           IF PERIODO-FECHADO EQUAL "SIM"
               MOVE "R" TO SITU-DIAR
               MOVE 33 TO MOTIVO-RLOG
               PERFORM GRAVA-RLOG
               ADD 1 TO CONT-FECHADO
           ELSE IF ACHOU-PCTA EQUAL "NAO"
               MOVE "R" TO SITU-DIAR
               MOVE 34 TO MOTIVO-RLOG
               PERFORM GRAVA-RLOG
               ADD 1 TO CONT-SEM-CONTA
           ELSE
               MOVE "L" TO SITU-DIAR
               ADD 1 TO CONT-POSTADO
           END-IF.
           WRITE REG-DIAR.

       BUSCA-FECHADA.
           MOVE "NAO" TO PERIODO-FECHADO.
           MOVE 1 TO IX-F.
           PERFORM AVANCA-FECHADA
               UNTIL IX-F > QTD-FECH
                  OR COMPET-FTAB (IX-F) EQUAL WS-COMPET-LINHA.
           IF IX-F NOT> QTD-FECH
               MOVE "SIM" TO PERIODO-FECHADO.

       AVANCA-FECHADA.
           ADD 1 TO IX-F.

      *GRAVA-RLOG acrescenta a linha recusada no log unificado, com
      *o motivo ja deixado em MOTIVO-RLOG.
       GRAVA-RLOG.
           MOVE "EX52" TO PGM-RLOG.
           MOVE WS-DATA-HOJE TO DATA-RLOG.
           MOVE REG-LANC TO IMAGEM-RLOG.
           WRITE REG-RLOG.

      *---------------------------------------------------------
      *REFAZ-SALDOS ordena o diario por conta e data e refaz os
      *saldos mensais de cada conta so com as linhas contabilizadas.
      *---------------------------------------------------------
       REFAZ-SALDOS.
           SORT SORTWK1 ON ASCENDING KEY SRT-CONTA-DIAR
                                         SRT-DATA-DIAR
               USING CADDIAR
               GIVING DIAR-ORD.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "SIM" TO PRIMEIRO.
           OPEN INPUT DIAR-ORD
                OUTPUT CADSALC.
           PERFORM SOMA-SALDO
               UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM GRAVA-SALDO.
           CLOSE DIAR-ORD
                 CADSALC.

       SOMA-SALDO.
           READ DIAR-ORD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND SITU-DIAR-O EQUAL "L"
               MOVE DATA-DIAR-O (1:6) TO WS-COMPET-LINHA
               IF PRIMEIRO EQUAL "SIM"
                      OR CONTA-DIAR-O NOT EQUAL CONTA-ATUAL
                      OR WS-COMPET-LINHA NOT EQUAL COMPET-ATUAL
                   PERFORM GRAVA-SALDO
                   MOVE "NAO" TO PRIMEIRO
                   MOVE CONTA-DIAR-O TO CONTA-ATUAL
                   MOVE WS-COMPET-LINHA TO COMPET-ATUAL
                   MOVE 0 TO WS-DEBITOS
                   MOVE 0 TO WS-CREDITOS
               END-IF
               IF TIPO-DIAR-O EQUAL "D"
                   ADD VALOR-DIAR-O TO WS-DEBITOS
               ELSE
                   ADD VALOR-DIAR-O TO WS-CREDITOS
               END-IF
           END-IF.

       GRAVA-SALDO.
           IF PRIMEIRO EQUAL "NAO"
               MOVE CONTA-ATUAL TO CONTA-SALC
               MOVE COMPET-ATUAL TO COMPET-SALC
               MOVE WS-DEBITOS TO DEBITO-SALC
               MOVE WS-CREDITOS TO CREDITO-SALC
               WRITE REG-SALC
           END-IF.

      *FECHA-COMPETENCIA grava a competencia em CADFECH.DAT (uma
      *vez so); dali em diante linha atrasada dela e recusada.
       FECHA-COMPETENCIA.
           MOVE WS-COMPET-INI TO WS-COMPET-LINHA.
           PERFORM BUSCA-FECHADA.
           IF PERIODO-FECHADO EQUAL "SIM"
               DISPLAY "EX52 - COMPETENCIA " WS-COMPET-INI
                   " JA ESTAVA FECHADA"
           ELSE
               OPEN EXTEND CADFECH
               MOVE WS-COMPET-INI TO COMPET-FECH
               MOVE WS-DATA-HOJE TO DATA-FECH
               WRITE REG-FECH
               CLOSE CADFECH
               DISPLAY "EX52 - COMPETENCIA " WS-COMPET-INI
                   " FECHADA"
           END-IF.

      *---------------------------------------------------------
      *IMPRIME-BALANCETE: saldo anterior (competencias anteriores),
      *debitos e creditos da competencia e saldo atual de cada
      *conta do plano, com D/C e um * quando o saldo esta contra a
      *natureza da conta; no fim, debitos contra creditos do mes.
      *---------------------------------------------------------
       IMPRIME-BALANCETE.
           PERFORM ACUMULA-SALDOS.
           OPEN OUTPUT CADBALC.
           MOVE WS-COMPET-INI TO LB-COMPET.
           MOVE WS-COMPET-INI TO WS-COMPET-LINHA.
           PERFORM BUSCA-FECHADA.
           IF PERIODO-FECHADO EQUAL "SIM"
               MOVE "FECHADA" TO LB-SITU
           ELSE
               MOVE "ABERTA" TO LB-SITU
           END-IF.
           MOVE LINHA-BALC-CAB TO REG-BALC.
           WRITE REG-BALC.
           MOVE LINHA-BALC-TIT TO REG-BALC.
           WRITE REG-BALC.
           MOVE 1 TO IX-P.
           PERFORM GRAVA-LINHA-BALANCETE
               UNTIL IX-P > QTD-PCTA.
           MOVE TOT-DEB-BAL TO LBT-DEBITO.
           MOVE TOT-CRED-BAL TO LBT-CREDITO.
           IF TOT-DEB-BAL EQUAL TOT-CRED-BAL
               MOVE "CONFERE" TO LBT-CONFERE
           ELSE
               MOVE "NAO CONFERE" TO LBT-CONFERE
           END-IF.
           MOVE LINHA-BALC-TOT TO REG-BALC.
           WRITE REG-BALC.
           CLOSE CADBALC.
           DISPLAY "EX52 - BALANCETE DE " WS-COMPET-INI
               " EM CADBALC.DAT: " LBT-CONFERE.

      *ACUMULA-SALDOS le os saldos mensais ate a competencia final
      *pedida: antes da inicial vai ao saldo anterior, dentro do
      *periodo vai aos debitos e creditos.
       ACUMULA-SALDOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADSALC.
           PERFORM LE-SALDO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADSALC.

       LE-SALDO.
           READ CADSALC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COMPET-SALC NOT> WS-COMPET-FIM
               MOVE CONTA-SALC TO WS-CONTA-BUSCA
               PERFORM BUSCA-PLANO
               IF ACHOU-PCTA EQUAL "SIM"
                   IF COMPET-SALC < WS-COMPET-INI
                       COMPUTE SALDO-ANT-TAB (IX-P) =
                           SALDO-ANT-TAB (IX-P)
                           + DEBITO-SALC - CREDITO-SALC
                   ELSE
                       ADD DEBITO-SALC TO DEBITO-TAB (IX-P)
                       ADD CREDITO-SALC TO CREDITO-TAB (IX-P)
                   END-IF
               END-IF
           END-IF.

       GRAVA-LINHA-BALANCETE.
           MOVE CONTA-TAB (IX-P) TO LB-CONTA.
           MOVE NOME-TAB (IX-P) TO LB-NOME.
           MOVE SALDO-ANT-TAB (IX-P) TO WS-SALDO.
           PERFORM MONTA-DC.
           MOVE WS-SALDO TO LB-SALDO-ANT.
           MOVE LRD-DC TO LB-DC-ANT.
           MOVE DEBITO-TAB (IX-P) TO LB-DEBITO.
           MOVE CREDITO-TAB (IX-P) TO LB-CREDITO.
           COMPUTE WS-SALDO = SALDO-ANT-TAB (IX-P)
               + DEBITO-TAB (IX-P) - CREDITO-TAB (IX-P).
           PERFORM MONTA-DC.
           MOVE WS-SALDO TO LB-SALDO.
           MOVE LRD-DC TO LB-DC.
           MOVE SPACE TO LB-INVERTIDO.
           IF LRD-DC NOT EQUAL SPACE
                  AND LRD-DC NOT EQUAL NATUREZA-TAB (IX-P)
               MOVE "*" TO LB-INVERTIDO
           END-IF.
           MOVE LINHA-BALC-DET TO REG-BALC.
           WRITE REG-BALC.
           ADD DEBITO-TAB (IX-P) TO TOT-DEB-BAL.
           ADD CREDITO-TAB (IX-P) TO TOT-CRED-BAL.
           ADD 1 TO IX-P.

      *MONTA-DC deixa em LRD-DC o lado do saldo em WS-SALDO (D
      *devedor, C credor, branco zerado) e o saldo sem sinal.
       MONTA-DC.
           IF WS-SALDO > 0
               MOVE "D" TO LRD-DC
           ELSE IF WS-SALDO < 0
               MOVE "C" TO LRD-DC
               COMPUTE WS-SALDO = WS-SALDO * -1
           ELSE
               MOVE SPACE TO LRD-DC
           END-IF.

      *---------------------------------------------------------
      *IMPRIME-RAZAO: saldo anterior da conta ate a competencia
      *inicial, cada linha contabilizada do periodo em ordem de data
      *com o saldo corrente, e os totais.
      *---------------------------------------------------------
       IMPRIME-RAZAO.
           MOVE WS-CONTA-RAZAO TO WS-CONTA-BUSCA.
           PERFORM BUSCA-PLANO.
           IF ACHOU-PCTA EQUAL "NAO"
               DISPLAY "EX52 - CONTA " WS-CONTA-RAZAO
                   " FORA DO PLANO DE CONTAS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ACUMULA-SALDOS.
           MOVE WS-CONTA-RAZAO TO WS-CONTA-BUSCA.
           PERFORM BUSCA-PLANO.
           OPEN OUTPUT CADRAZAO.
           MOVE WS-CONTA-RAZAO TO LR-CONTA.
           MOVE NOME-TAB (IX-P) TO LR-NOME.
           MOVE WS-COMPET-INI TO LR-COMPET-INI.
           MOVE WS-COMPET-FIM TO LR-COMPET-FIM.
           MOVE LINHA-RAZAO-CAB TO REG-RAZAO.
           WRITE REG-RAZAO.
           MOVE SALDO-ANT-TAB (IX-P) TO WS-SALDO-ANT.
           MOVE WS-SALDO-ANT TO WS-SALDO.
           PERFORM MONTA-DC.
           MOVE WS-SALDO TO LRA-SALDO.
           MOVE LRD-DC TO LRA-DC.
           MOVE LINHA-RAZAO-ANT TO REG-RAZAO.
           WRITE REG-RAZAO.
           MOVE 0 TO WS-DEBITOS.
           MOVE 0 TO WS-CREDITOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT DIAR-ORD.
           PERFORM GRAVA-LINHA-RAZAO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE DIAR-ORD.
           MOVE WS-DEBITOS TO LRT-DEBITO.
           MOVE WS-CREDITOS TO LRT-CREDITO.
           MOVE WS-SALDO-ANT TO WS-SALDO.
           PERFORM MONTA-DC.
           MOVE WS-SALDO TO LRT-SALDO.
           MOVE LRD-DC TO LRT-DC.
           MOVE LINHA-RAZAO-TOT TO REG-RAZAO.
           WRITE REG-RAZAO.
           CLOSE CADRAZAO.
           DISPLAY "EX52 - RAZAO DA CONTA " WS-CONTA-RAZAO
               " EM CADRAZAO.DAT: " CONT-RAZAO " LINHAS".

       GRAVA-LINHA-RAZAO.
           READ DIAR-ORD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND SITU-DIAR-O EQUAL "L"
                  AND CONTA-DIAR-O EQUAL WS-CONTA-RAZAO
                  AND DATA-DIAR-O (1:6) NOT< WS-COMPET-INI
                  AND DATA-DIAR-O (1:6) NOT> WS-COMPET-FIM
               MOVE DATA-DIAR-O TO LRD-DATA
               MOVE HISTORICO-DIAR-O TO LRD-HISTORICO
               MOVE 0 TO LRD-DEBITO
               MOVE 0 TO LRD-CREDITO
               IF TIPO-DIAR-O EQUAL "D"
                   MOVE VALOR-DIAR-O TO LRD-DEBITO
                   ADD VALOR-DIAR-O TO WS-DEBITOS
                   ADD VALOR-DIAR-O TO WS-SALDO-ANT
               ELSE
                   MOVE VALOR-DIAR-O TO LRD-CREDITO
                   ADD VALOR-DIAR-O TO WS-CREDITOS
                   SUBTRACT VALOR-DIAR-O FROM WS-SALDO-ANT
               END-IF
               MOVE WS-SALDO-ANT TO WS-SALDO
               PERFORM MONTA-DC
               MOVE WS-SALDO TO LRD-SALDO
               MOVE LINHA-RAZAO-DET TO REG-RAZAO
               WRITE REG-RAZAO
               ADD 1 TO CONT-RAZAO
           END-IF.

       TERMINO.
           DISPLAY "EX52 - LINHAS NO CADLANC.......: " CONT-LANC.
           DISPLAY "EX52 - JA CONTABILIZADAS.......: " CONT-JA-POSTADO.
           DISPLAY "EX52 - CONTABILIZADAS AGORA....: " CONT-POSTADO.
           DISPLAY "EX52 - RECUSADAS (FECHADO).....: " CONT-FECHADO.
           DISPLAY "EX52 - RECUSADAS (SEM CONTA)...: " CONT-SEM-CONTA.
           IF CONT-CTA-FORA > 0
               DISPLAY "EX52 - CONTAS DE CADCTA.DAT FORA DO PLANO: "
                   CONT-CTA-FORA
               MOVE 8 TO RETURN-CODE
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
