       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX69.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX69 confere, antes do lote noturno, se quem devia mandar
      *entrada mandou. O EX12 so critica o envelope do lote que
      *chegou e o EXCTL so ve se o arquivo existe; filial que nao
      *mandou o lote, chefe de departamento que nao apontou o ponto
      *e turma sem a chamada do dia passavam sem ninguem notar.
      *A tabela CADESPE.DAT lista os remetentes esperados de cada
      *entrada - filiais no CADMOVC, departamentos no CADPONTO,
      *turmas no CADPRES e no CADPAUTA - com o calendario em que
      *cada um deve entregar (DIARIO, FIMMES, DIAnn ou dias da
      *semana 1-7, como no CADPLAN, e LETIVO para os dias de aula
      *da turma no calendario oficial CADCALD.DAT), a hora limite e
      *se a entrega e obrigatoria. A entrega e apurada assim:
      *  CADMOVC  - lote da filial ja aplicado no dia (CADLOTF.DAT)
      *             ou header da filial no CADMOVC.DAT que ainda nao
      *             consta em CADLOTF.DAT;
      *  CADPONTO - algum apontamento do mes de funcionario do
      *             departamento (CADFUN); departamento sem nada a
      *             apontar manda a ocorrencia SO;
      *  CADPRES  - alguma marcacao do dia de aluno da turma (registro
      *             N do CADALU);
      *  CADPAUTA - alguma transacao da turma na pauta.
      *Sem parametro (ou TODAS) sai a conferencia completa em
      *CADCHEG.DAT e a lista de cobranca da manha em CADCOBE.DAT,
      *com retorno zero. Com o nome de uma entrada o programa e o
      *portao daquela entrada no plano: so confere os remetentes
      *dela e devolve 8 quando falta remetente obrigatorio, e o
      *EXCTL retem so os passos que dependem dessa linha do plano.
      *Falta antes da hora limite sai como NO PRAZO, depois dela (ou
      *em reprocessamento de dia passado) como ATRASADO. Um primeiro
      *token numerico e a contagem de pulo do EXCTL e e descartado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CADESPE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADMOVC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADLOTF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADPONTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-FUN
           FILE STATUS IS WS-FS-FUN.
           SELECT OPTIONAL CADPRES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCALD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADPAUTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCHEG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCOBE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADESPE.DAT = remetentes esperados por entrada, mantida pela
      *operacao: entrada, remetente (filial ou departamento com tres
      *digitos, ou turma), nome/contato, calendario, hora limite
      *HHMM e obrigatoriedade (S/N).
       FD CADESPE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADESPE.DAT".

       01 REG-ESPE.
           02 ENTRADA-ESPE PIC X(08).
           02 REMET-ESPE PIC X(05).
           02 NOME-ESPE PIC X(25).
           02 CAL-ESPE PIC X(07).
           02 CORTE-ESPE PIC 9(04).
           02 OBRIG-ESPE PIC X(01).

      *CADMOVC.DAT = lote de movimentos de clientes da filial, com o
      *header tipo "H" (filial, data de geracao e sequencia).
       FD CADMOVC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMOVC.DAT".

       01 REG-MOV.
           02 OPER-MOV PIC X(01).
           02 FILLER PIC X(38).

       01 REG-MOV-H REDEFINES REG-MOV.
           02 TIPO-H PIC X(01).
           02 FILIAL-H PIC 9(03).
           02 DTGER-H PIC 9(08).
           02 SEQ-H PIC 9(05).
           02 FILLER PIC X(22).

      *CADLOTF.DAT = registro cumulativo dos lotes de filial ja
      *aplicados pelo EX12 (filial, sequencia e data da aplicacao).
       FD CADLOTF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLOTF.DAT".

       01 REG-LOTF.
           02 FILIAL-LF PIC 9(03).
           02 SEQ-LF PIC 9(05).
           02 DATA-LF PIC 9(08).

      *CADPONTO.DAT = ocorrencias de ponto apontadas pelos chefes de
      *departamento.
       FD CADPONTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPONTO.DAT".

       01 REG-PON.
           02 DATA-PON PIC 9(08).
           02 COD-PON PIC 9(05).
           02 OCORR-PON PIC X(02).
           02 HORAS-PON PIC 9(02).

       FD CADFUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFUN.DAT".

       01 REG-FUN.
           02 COD-FUN PIC 9(05).
           02 NOME-FUN PIC X(20).
           02 BRUTO-FUN PIC 9(5)V99.
           02 DATA-ADM-FUN PIC 9(08).
           02 DATA-DEM-FUN PIC 9(08).
           02 DEPTO-FUN PIC 9(03).
           02 PERC-ADI-FUN PIC 9(3)V99.
           02 CARGO-FUN PIC 9(03).

      *CADPRES.DAT = presenca diaria, um registro por aluno por dia.
       FD CADPRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRES.DAT".

       01 REG-PRES.
           02 DATA-PRES PIC 9(08).
           02 COD-PRES PIC 9(05).
           02 MARCA-PRES PIC X(01).

      *CADALU.DAT = cadastro de alunos; a turma vem do registro N.
       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TIPO-ALU PIC X(01).
           02 COD-ALU PIC 9(05).
           02 NOME-ALU PIC X(20).
           02 NOTAS-ALU PIC X(16).
           02 SEXO-ALU PIC X(01).
           02 FALTAS-ALU PIC 9(02).
           02 TURMA-ALU PIC X(03).

      *CADCALD.DAT = calendario letivo oficial, um registro por
      *turma por dia de aula.
       FD CADCALD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCALD.DAT".

       01 REG-CALD.
           02 TURMA-CALD PIC X(03).
           02 DATA-CALD PIC 9(08).

      *CADPAUTA.DAT = notas lancadas pelos professores em pauta.
       FD CADPAUTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPAUTA.DAT".

       01 REG-PAU.
           02 TURMA-PAU PIC X(03).
           02 MATR-PAU PIC X(05).
           02 PROVA-PAU PIC 9(01).
           02 NOTA-PAU PIC 9(2)V99.
           02 DISC-PAU PIC 9(02).
           02 PROF-PAU PIC X(05).

      *CADCHEG.DAT = a conferencia de chegada das entradas do lote.
       FD CADCHEG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCHEG.DAT".

       01 REG-CHEG PIC X(100).

      *CADCOBE.DAT = a lista de cobranca da manha: so os remetentes
      *que deviam ter entregue e nao entregaram.
       FD CADCOBE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCOBE.DAT".

       01 REG-COBE PIC X(100).

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
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-PARM-LINHA PIC X(40) VALUE SPACE.
           77 WS-P1 PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 ENTRADA-PEDIDA PIC X(08) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-DATA-SISTEMA PIC 9(08) VALUE 0.
           77 WS-HORA PIC 9(08) VALUE 0.
           77 WS-HHMM PIC 9(04) VALUE 0.
           77 WS-ANO-CAL PIC 9(04) VALUE 0.
           77 WS-MES-CAL PIC 9(02) VALUE 0.
           77 WS-DIA-CAL PIC 9(02) VALUE 0.
           77 WS-ULT-DIA PIC 9(02) VALUE 0.
           77 WS-QUOC-ANO PIC 9(04) VALUE 0.
           77 WS-RESTO-ANO PIC 9(04) VALUE 0.
           77 CONT-DIA-SEM PIC 9(01) VALUE 0.
           77 TEM-MOVC PIC X(03) VALUE "NAO".
           77 TEM-PONTO PIC X(03) VALUE "NAO".
           77 TEM-PRES PIC X(03) VALUE "NAO".
           77 TEM-PAUTA PIC X(03) VALUE "NAO".
           77 ACHOU PIC X(03) VALUE "NAO".
           77 ENTRADA-MARCA PIC X(08) VALUE SPACE.
           77 REMET-MARCA PIC X(05) VALUE SPACE.
           77 ENTRADA-SECAO PIC X(08) VALUE SPACE.
           77 SITUACAO PIC X(20) VALUE SPACE.
           77 IX-S PIC 9(03) VALUE 0.
           77 IX-H PIC 9(03) VALUE 0.
           77 IX-F PIC 9(05) VALUE 0.
           77 IX-A PIC 9(05) VALUE 0.
           77 IX-L PIC 9(03) VALUE 0.
           77 CONT-DEVIDOS PIC 9(03) VALUE 0.
           77 CONT-ENTREGUES PIC 9(03) VALUE 0.
           77 CONT-FALTA-OBRIG PIC 9(03) VALUE 0.
           77 CONT-FALTA-OPC PIC 9(03) VALUE 0.
           77 TOT-FALTA-OBRIG PIC 9(03) VALUE 0.
           77 TOT-FALTA-OPC PIC 9(03) VALUE 0.

           01 WS-DIA-SEM PIC 9(01) VALUE 0.
           01 WS-DIA-SEM-X REDEFINES WS-DIA-SEM PIC X(01).

           01 WS-FILIAL-X.
               02 WS-FILIAL-N PIC 9(03).

      *TAB-ESP = os remetentes esperados das entradas conferidas, com
      *o que foi apurado: devido hoje (S/N) e entregue (S/N).
           01 TAB-ESP.
               02 QTD-ESP PIC 9(03) VALUE 0.
               02 ESP-LINHA OCCURS 500 TIMES.
                   03 ENTRADA-TE PIC X(08).
                   03 REMET-TE PIC X(05).
                   03 NOME-TE PIC X(25).
                   03 CAL-TE PIC X(07).
                   03 CORTE-TE PIC 9(04).
                   03 OBRIG-TE PIC X(01).
                   03 DEVIDO-TE PIC X(01).
                   03 ENTREGUE-TE PIC X(01).

      *TAB-HDR = os headers de lote achados no CADMOVC.DAT; o header
      *que ja consta em CADLOTF.DAT e arquivo velho (NOVO-TH "N").
           01 TAB-HDR.
               02 QTD-HDR PIC 9(03) VALUE 0.
               02 HDR-LINHA OCCURS 50 TIMES.
                   03 FILIAL-TH PIC 9(03).
                   03 SEQ-TH PIC 9(05).
                   03 NOVO-TH PIC X(01).

      *TAB-FUN = funcionario -> departamento, do CADFUN.
           01 TAB-FUN.
               02 QTD-FUN PIC 9(05) VALUE 0.
               02 FUN-LINHA OCCURS 5000 TIMES.
                   03 COD-TF PIC 9(05).
                   03 DEPTO-TF PIC 9(03).

      *TAB-ALU = matricula -> turma, do registro N do CADALU.
           01 TAB-ALU.
               02 QTD-ALU PIC 9(05) VALUE 0.
               02 ALU-LINHA OCCURS 5000 TIMES.
                   03 COD-TA PIC 9(05).
                   03 TURMA-TA PIC X(03).

      *TAB-LET = as turmas com aula hoje no calendario letivo.
           01 TAB-LET.
               02 QTD-LET PIC 9(03) VALUE 0.
               02 LET-LINHA OCCURS 200 TIMES.
                   03 TURMA-TL PIC X(03).

           01 LINHA-TITULO PIC X(100) VALUE SPACE.

           01 CAB-CHEG.
               02 FILLER PIC X(07) VALUE "REMET. ".
               02 FILLER PIC X(27) VALUE "NOME / CONTATO".
               02 FILLER PIC X(09) VALUE "CALEND.".
               02 FILLER PIC X(07) VALUE "LIMITE".
               02 FILLER PIC X(07) VALUE "OBRIG.".
               02 FILLER PIC X(20) VALUE "SITUACAO".

           01 LINHA-CHEG.
               02 LC-REMET PIC X(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LC-NOME PIC X(25).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LC-CAL PIC X(07).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LC-HH PIC 9(02).
               02 FILLER PIC X(01) VALUE ":".
               02 LC-MM PIC 9(02).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LC-OBRIG PIC X(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LC-SITU PIC X(20).

           01 LINHA-COBR.
               02 LB-ENTRADA PIC X(08).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LB-REMET PIC X(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LB-NOME PIC X(25).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LB-HH PIC 9(02).
               02 FILLER PIC X(01) VALUE ":".
               02 LB-MM PIC 9(02).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LB-SITU PIC X(20).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LB-EFEITO PIC X(25).

           01 LINHA-TOTAL.
               02 LT-DESC PIC X(45).
               02 LT-QTD PIC ZZ9.

       PROCEDURE DIVISION.

       PGM-EX69.
           PERFORM INICIO.
           PERFORM CARREGA-ESPERADOS.
           IF TEM-MOVC EQUAL "SIM"
               PERFORM CONFERE-MOVC
           END-IF.
           IF TEM-PONTO EQUAL "SIM"
               PERFORM CONFERE-PONTO
           END-IF.
           IF TEM-PRES EQUAL "SIM"
               PERFORM CONFERE-PRES
           END-IF.
           IF TEM-PAUTA EQUAL "SIM"
               PERFORM CONFERE-PAUTA
           END-IF.
           MOVE 1 TO IX-S.
           PERFORM AVALIA-ESPERADO
               UNTIL IX-S > QTD-ESP.
           IF ENTRADA-PEDIDA EQUAL "TODAS"
               PERFORM GRAVA-CONFERENCIA
           ELSE
               PERFORM PORTAO
           END-IF.
           STOP RUN.

      *INICIO pega a data do movimento, a data e a hora do relogio
      *(para a hora limite) e a entrada pedida.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO WS-DATA-HOJE.
           PERFORM USA-DATA-MOVIMENTO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA (1:4) TO WS-HHMM.
           ACCEPT WS-DIA-SEM FROM DAY-OF-WEEK.
           MOVE WS-DATA-HOJE (1:4) TO WS-ANO-CAL.
           MOVE WS-DATA-HOJE (5:2) TO WS-MES-CAL.
           MOVE WS-DATA-HOJE (7:2) TO WS-DIA-CAL.
           PERFORM CALCULA-ULTIMO-DIA.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACE
               INTO WS-P1 WS-P2.
           IF WS-P1 (1:1) IS NUMERIC
               MOVE WS-P2 TO ENTRADA-PEDIDA
           ELSE
               MOVE WS-P1 TO ENTRADA-PEDIDA
           END-IF.
           IF ENTRADA-PEDIDA EQUAL SPACES
               MOVE "TODAS" TO ENTRADA-PEDIDA
           END-IF.
           IF ENTRADA-PEDIDA NOT EQUAL "TODAS"
                  AND ENTRADA-PEDIDA NOT EQUAL "CADMOVC"
                  AND ENTRADA-PEDIDA NOT EQUAL "CADPONTO"
                  AND ENTRADA-PEDIDA NOT EQUAL "CADPRES"
                  AND ENTRADA-PEDIDA NOT EQUAL "CADPAUTA"
               DISPLAY "EX69 - USO: EX69 [TODAS | CADMOVC | CADPONTO "
                       "| CADPRES | CADPAUTA]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *CALCULA-ULTIMO-DIA apura o ultimo dia do mes corrente, com
      *fevereiro de 29 em ano bissexto, para a regra FIMMES.
       CALCULA-ULTIMO-DIA.
           IF WS-MES-CAL EQUAL 4 OR WS-MES-CAL EQUAL 6
              OR WS-MES-CAL EQUAL 9 OR WS-MES-CAL EQUAL 11
               MOVE 30 TO WS-ULT-DIA
           ELSE IF WS-MES-CAL EQUAL 2
               MOVE 28 TO WS-ULT-DIA
               DIVIDE WS-ANO-CAL BY 4 GIVING WS-QUOC-ANO
                   REMAINDER WS-RESTO-ANO
               IF WS-RESTO-ANO EQUAL 0
                   DIVIDE WS-ANO-CAL BY 100 GIVING WS-QUOC-ANO
                       REMAINDER WS-RESTO-ANO
                   IF WS-RESTO-ANO NOT EQUAL 0
                       MOVE 29 TO WS-ULT-DIA
                   ELSE
                       DIVIDE WS-ANO-CAL BY 400 GIVING WS-QUOC-ANO
                           REMAINDER WS-RESTO-ANO
                       IF WS-RESTO-ANO EQUAL 0
                           MOVE 29 TO WS-ULT-DIA
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 31 TO WS-ULT-DIA
           END-IF.

      *CARREGA-ESPERADOS traz da tabela so os remetentes das
      *entradas conferidas nesta chamada; entrada desconhecida na
      *tabela e avisada e fica de fora.
       CARREGA-ESPERADOS.
           OPEN INPUT CADESPE.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-ESPERADO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADESPE.

       LE-ESPERADO.
           READ CADESPE
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF ENTRADA-PEDIDA EQUAL "TODAS"
                      OR ENTRADA-PEDIDA EQUAL ENTRADA-ESPE
                   PERFORM GUARDA-ESPERADO
               END-IF
           END-IF.

       GUARDA-ESPERADO.
           IF ENTRADA-ESPE EQUAL "CADMOVC"
               MOVE "SIM" TO TEM-MOVC
           ELSE IF ENTRADA-ESPE EQUAL "CADPONTO"
               MOVE "SIM" TO TEM-PONTO
           ELSE IF ENTRADA-ESPE EQUAL "CADPRES"
               MOVE "SIM" TO TEM-PRES
           ELSE IF ENTRADA-ESPE EQUAL "CADPAUTA"
               MOVE "SIM" TO TEM-PAUTA
           ELSE
               DISPLAY "EX69 - ENTRADA DESCONHECIDA EM CADESPE.DAT: "
                       ENTRADA-ESPE " " REMET-ESPE
               MOVE SPACES TO ENTRADA-ESPE
           END-IF.
           IF ENTRADA-ESPE NOT EQUAL SPACES
               PERFORM INCLUI-ESPERADO
           END-IF.

       INCLUI-ESPERADO.
           IF QTD-ESP EQUAL 500
               DISPLAY "EX69 - TABELA DE REMETENTES CHEIA, AUMENTAR "
                       "OCCURS DE TAB-ESP"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-ESP.
           MOVE ENTRADA-ESPE TO ENTRADA-TE (QTD-ESP).
           MOVE REMET-ESPE TO REMET-TE (QTD-ESP).
           MOVE NOME-ESPE TO NOME-TE (QTD-ESP).
           MOVE CAL-ESPE TO CAL-TE (QTD-ESP).
           IF CORTE-ESPE IS NUMERIC
               MOVE CORTE-ESPE TO CORTE-TE (QTD-ESP)
           ELSE
               MOVE 0 TO CORTE-TE (QTD-ESP)
           END-IF.
           MOVE OBRIG-ESPE TO OBRIG-TE (QTD-ESP).
           MOVE "N" TO DEVIDO-TE (QTD-ESP).
           MOVE "N" TO ENTREGUE-TE (QTD-ESP).

      *MARCA-ENTREGA marca como entregue o remetente REMET-MARCA da
      *entrada ENTRADA-MARCA, quando ele esta na tabela.
       MARCA-ENTREGA.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-S.
           PERFORM TESTA-ESPERADO
               UNTIL IX-S > QTD-ESP
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "SIM"
               MOVE "S" TO ENTREGUE-TE (IX-S)
           END-IF.

       TESTA-ESPERADO.
           IF ENTRADA-TE (IX-S) EQUAL ENTRADA-MARCA
                  AND REMET-TE (IX-S) EQUAL REMET-MARCA
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-S
           END-IF.

      *---------------------------------------------------------
      *CONFERE-MOVC - filiais: lote aplicado hoje ou lote novo
      *esperando no CADMOVC.DAT.
      *---------------------------------------------------------
       CONFERE-MOVC.
           MOVE "CADMOVC" TO ENTRADA-MARCA.
           OPEN INPUT CADMOVC.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-MOVC
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADMOVC.
           OPEN INPUT CADLOTF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-LOTF
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADLOTF.
           MOVE 1 TO IX-H.
           PERFORM MARCA-HEADER-NOVO
               UNTIL IX-H > QTD-HDR.

       LE-MOVC.
           READ CADMOVC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND TIPO-H EQUAL "H"
               IF QTD-HDR EQUAL 50
                   DISPLAY "EX69 - TABELA DE HEADERS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-HDR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-HDR
               MOVE FILIAL-H TO FILIAL-TH (QTD-HDR)
               MOVE SEQ-H TO SEQ-TH (QTD-HDR)
               MOVE "S" TO NOVO-TH (QTD-HDR)
           END-IF.

       LE-LOTF.
           READ CADLOTF
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF DATA-LF EQUAL WS-DATA-HOJE
                   MOVE FILIAL-LF TO WS-FILIAL-N
                   MOVE WS-FILIAL-X TO REMET-MARCA
                   PERFORM MARCA-ENTREGA
               END-IF
               MOVE 1 TO IX-H
               PERFORM TESTA-HEADER-VELHO
                   UNTIL IX-H > QTD-HDR
           END-IF.

       TESTA-HEADER-VELHO.
           IF FILIAL-TH (IX-H) EQUAL FILIAL-LF
                  AND SEQ-TH (IX-H) EQUAL SEQ-LF
               MOVE "N" TO NOVO-TH (IX-H)
           END-IF.
           ADD 1 TO IX-H.

       MARCA-HEADER-NOVO.
           IF NOVO-TH (IX-H) EQUAL "S"
               MOVE FILIAL-TH (IX-H) TO WS-FILIAL-N
               MOVE WS-FILIAL-X TO REMET-MARCA
               PERFORM MARCA-ENTREGA
           END-IF.
           ADD 1 TO IX-H.

      *---------------------------------------------------------
      *CONFERE-PONTO - departamentos: apontamento do mes de algum
      *funcionario do departamento.
      *---------------------------------------------------------
       CONFERE-PONTO.
           MOVE "CADPONTO" TO ENTRADA-MARCA.
           OPEN INPUT CADFUN.
           IF WS-FS-FUN EQUAL "00"
               MOVE "NAO" TO FIM-ARQ
               PERFORM LE-FUNCIONARIO
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADFUN
           ELSE
               DISPLAY "EX69 - CADFUN.DAT NAO ABRIU: " WS-FS-FUN
                       ", DEPARTAMENTOS SEM CONFERENCIA"
           END-IF.
           OPEN INPUT CADPONTO.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-PONTO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADPONTO.

       LE-FUNCIONARIO.
           READ CADFUN
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-FUN EQUAL 5000
                   DISPLAY "EX69 - TABELA DE FUNCIONARIOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-FUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-FUN
               MOVE COD-FUN TO COD-TF (QTD-FUN)
               MOVE DEPTO-FUN TO DEPTO-TF (QTD-FUN)
           END-IF.

       LE-PONTO.
           READ CADPONTO
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND DATA-PON (1:6) EQUAL WS-DATA-HOJE (1:6)
               PERFORM BUSCA-FUNCIONARIO
               IF ACHOU EQUAL "SIM"
                   MOVE DEPTO-TF (IX-F) TO WS-FILIAL-N
                   MOVE WS-FILIAL-X TO REMET-MARCA
                   PERFORM MARCA-ENTREGA
               END-IF
           END-IF.

       BUSCA-FUNCIONARIO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-F.
           PERFORM TESTA-FUNCIONARIO
               UNTIL IX-F > QTD-FUN
                  OR ACHOU EQUAL "SIM".

       TESTA-FUNCIONARIO.
           IF COD-TF (IX-F) EQUAL COD-PON
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-F
           END-IF.

      *---------------------------------------------------------
      *CONFERE-PRES - turmas: marcacao de presenca do dia de algum
      *aluno da turma; o calendario letivo do dia vale para a regra
      *LETIVO.
      *---------------------------------------------------------
       CONFERE-PRES.
           MOVE "CADPRES" TO ENTRADA-MARCA.
           OPEN INPUT CADALU.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADALU.
           OPEN INPUT CADPRES.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-PRESENCA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADPRES.
           PERFORM CARREGA-LETIVO.

       LE-ALUNO.
           READ CADALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND TIPO-ALU EQUAL "N"
               IF QTD-ALU EQUAL 5000
                   DISPLAY "EX69 - TABELA DE ALUNOS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-ALU"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-ALU
               MOVE COD-ALU TO COD-TA (QTD-ALU)
               MOVE TURMA-ALU TO TURMA-TA (QTD-ALU)
           END-IF.

       LE-PRESENCA.
           READ CADPRES
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND DATA-PRES EQUAL WS-DATA-HOJE
               PERFORM BUSCA-ALUNO
               IF ACHOU EQUAL "SIM"
                   MOVE TURMA-TA (IX-A) TO REMET-MARCA
                   PERFORM MARCA-ENTREGA
               END-IF
           END-IF.

       BUSCA-ALUNO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-A.
           PERFORM TESTA-ALUNO
               UNTIL IX-A > QTD-ALU
                  OR ACHOU EQUAL "SIM".

       TESTA-ALUNO.
           IF COD-TA (IX-A) EQUAL COD-PRES
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-A
           END-IF.

       CARREGA-LETIVO.
           OPEN INPUT CADCALD.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-LETIVO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCALD.

       LE-LETIVO.
           READ CADCALD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND DATA-CALD EQUAL WS-DATA-HOJE
               IF QTD-LET EQUAL 200
                   DISPLAY "EX69 - TABELA DE TURMAS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-LET"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-LET
               MOVE TURMA-CALD TO TURMA-TL (QTD-LET)
           END-IF.

      *---------------------------------------------------------
      *CONFERE-PAUTA - turmas: alguma transacao da turma na pauta.
      *---------------------------------------------------------
       CONFERE-PAUTA.
           MOVE "CADPAUTA" TO ENTRADA-MARCA.
           OPEN INPUT CADPAUTA.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-PAUTA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADPAUTA.

       LE-PAUTA.
           READ CADPAUTA
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE TURMA-PAU TO REMET-MARCA
               PERFORM MARCA-ENTREGA
           END-IF.

      *AVALIA-ESPERADO decide se o remetente era devido hoje pelo
      *calendario dele e conta as faltas obrigatorias e opcionais.
       AVALIA-ESPERADO.
           PERFORM VERIFICA-CALENDARIO.
           IF DEVIDO-TE (IX-S) EQUAL "S"
                  AND ENTREGUE-TE (IX-S) EQUAL "N"
               IF OBRIG-TE (IX-S) EQUAL "S"
                   ADD 1 TO TOT-FALTA-OBRIG
               ELSE
                   ADD 1 TO TOT-FALTA-OPC
               END-IF
           END-IF.
           ADD 1 TO IX-S.

      *VERIFICA-CALENDARIO segue as regras do CADPLAN: DIARIO sempre,
      *FIMMES no ultimo dia do mes, DIAnn no dia nn, lista de dias
      *da semana (1=segunda ... 7=domingo), e LETIVO nos dias de
      *aula da turma no CADCALD.DAT.
       VERIFICA-CALENDARIO.
           MOVE "S" TO DEVIDO-TE (IX-S).
           IF CAL-TE (IX-S) EQUAL "FIMMES"
               IF WS-DIA-CAL NOT EQUAL WS-ULT-DIA
                   MOVE "N" TO DEVIDO-TE (IX-S)
               END-IF
           ELSE IF CAL-TE (IX-S) EQUAL "LETIVO"
               PERFORM VERIFICA-LETIVO
           ELSE IF CAL-TE (IX-S) (1:3) EQUAL "DIA"
                   AND CAL-TE (IX-S) (4:2) IS NUMERIC
               IF WS-DIA-CAL NOT EQUAL CAL-TE (IX-S) (4:2)
                   MOVE "N" TO DEVIDO-TE (IX-S)
               END-IF
           ELSE IF CAL-TE (IX-S) NOT EQUAL "DIARIO"
                   AND CAL-TE (IX-S) NOT EQUAL SPACES
               MOVE 0 TO CONT-DIA-SEM
               INSPECT CAL-TE (IX-S)
                   TALLYING CONT-DIA-SEM FOR ALL WS-DIA-SEM-X
               IF CONT-DIA-SEM EQUAL 0
                   MOVE "N" TO DEVIDO-TE (IX-S)
               END-IF
           END-IF.

       VERIFICA-LETIVO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-L.
           PERFORM TESTA-LETIVO
               UNTIL IX-L > QTD-LET
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "NAO"
               MOVE "N" TO DEVIDO-TE (IX-S)
           END-IF.

       TESTA-LETIVO.
           IF TURMA-TL (IX-L) EQUAL REMET-TE (IX-S) (1:3)
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-L
           END-IF.

      *APURA-SITUACAO poe em SITUACAO o texto do remetente atual:
      *falta depois da hora limite (ou em dia ja passado) e ATRASADO.
       APURA-SITUACAO.
           IF DEVIDO-TE (IX-S) EQUAL "N"
                  AND ENTREGUE-TE (IX-S) EQUAL "S"
               MOVE "ENTREGUE FORA DO DIA" TO SITUACAO
           ELSE IF DEVIDO-TE (IX-S) EQUAL "N"
               MOVE "NAO DEVIDO HOJE" TO SITUACAO
           ELSE IF ENTREGUE-TE (IX-S) EQUAL "S"
               MOVE "ENTREGUE" TO SITUACAO
           ELSE IF WS-DATA-HOJE < WS-DATA-SISTEMA
                  OR WS-HHMM NOT < CORTE-TE (IX-S)
               MOVE "FALTA - ATRASADO" TO SITUACAO
           ELSE
               MOVE "FALTA - NO PRAZO" TO SITUACAO
           END-IF.

      *---------------------------------------------------------
      *PORTAO - uma entrada so, como passo do plano: 8 quando falta
      *remetente obrigatorio, para o EXCTL reter os dependentes.
      *---------------------------------------------------------
       PORTAO.
           MOVE 1 TO IX-S.
           PERFORM MOSTRA-FALTA
               UNTIL IX-S > QTD-ESP.
           DISPLAY "EX69 - " ENTRADA-PEDIDA " - REMETENTES: " QTD-ESP
                   " FALTAS OBRIGATORIAS: " TOT-FALTA-OBRIG
                   " OPCIONAIS: " TOT-FALTA-OPC.
           IF TOT-FALTA-OBRIG > 0
               DISPLAY "EX69 - " ENTRADA-PEDIDA " INCOMPLETO, PASSOS "
                       "DEPENDENTES RETIDOS"
               MOVE 8 TO RETURN-CODE
           END-IF.

       MOSTRA-FALTA.
           IF DEVIDO-TE (IX-S) EQUAL "S"
                  AND ENTREGUE-TE (IX-S) EQUAL "N"
               PERFORM APURA-SITUACAO
               DISPLAY "EX69 - " ENTRADA-TE (IX-S) " "
                       REMET-TE (IX-S) " " NOME-TE (IX-S) " "
                       SITUACAO
           END-IF.
           ADD 1 TO IX-S.

      *---------------------------------------------------------
      *GRAVA-CONFERENCIA - a conferencia completa, uma secao por
      *entrada, e a lista de cobranca.
      *---------------------------------------------------------
       GRAVA-CONFERENCIA.
           OPEN OUTPUT CADCHEG
                       CADCOBE.
           MOVE SPACES TO LINHA-TITULO.
           STRING "CONFERENCIA DE CHEGADA DAS ENTRADAS - LOTE DE "
                      DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " - EMITIDA EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  " AS " DELIMITED BY SIZE
                  WS-HORA (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-HORA (3:2) DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-CHEG.
           WRITE REG-CHEG.
           MOVE ALL "=" TO REG-CHEG.
           WRITE REG-CHEG.
           MOVE SPACES TO LINHA-TITULO.
           STRING "COBRANCA DE ENTRADAS DO LOTE DE " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " - REMETENTES QUE NAO ENTREGARAM" DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-COBE.
           WRITE REG-COBE.
           MOVE ALL "=" TO REG-COBE.
           WRITE REG-COBE.
           MOVE "CADMOVC" TO ENTRADA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE "CADPONTO" TO ENTRADA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE "CADPRES" TO ENTRADA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE "CADPAUTA" TO ENTRADA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE SPACES TO REG-CHEG.
           WRITE REG-CHEG.
           MOVE "FALTAS OBRIGATORIAS (RETEM O LOTE)" TO LT-DESC.
           MOVE TOT-FALTA-OBRIG TO LT-QTD.
           MOVE LINHA-TOTAL TO REG-CHEG.
           WRITE REG-CHEG.
           MOVE "FALTAS OPCIONAIS" TO LT-DESC.
           MOVE TOT-FALTA-OPC TO LT-QTD.
           MOVE LINHA-TOTAL TO REG-CHEG.
           WRITE REG-CHEG.
           IF TOT-FALTA-OBRIG EQUAL 0
                  AND TOT-FALTA-OPC EQUAL 0
               MOVE "NENHUMA ENTRADA EM FALTA" TO REG-COBE
               WRITE REG-COBE
           END-IF.
           CLOSE CADCHEG
                 CADCOBE.
           DISPLAY "EX69 - REMETENTES ESPERADOS: " QTD-ESP
                   " FALTAS OBRIGATORIAS: " TOT-FALTA-OBRIG
                   " OPCIONAIS: " TOT-FALTA-OPC.

      *GRAVA-SECAO lista os remetentes de uma entrada e manda para a
      *cobranca os que deviam ter entregue e nao entregaram.
       GRAVA-SECAO.
           MOVE 0 TO CONT-DEVIDOS.
           MOVE 0 TO CONT-ENTREGUES.
           MOVE 0 TO CONT-FALTA-OBRIG.
           MOVE 0 TO CONT-FALTA-OPC.
           MOVE SPACES TO REG-CHEG.
           WRITE REG-CHEG.
           MOVE ENTRADA-SECAO TO REG-CHEG.
           WRITE REG-CHEG.
           MOVE CAB-CHEG TO REG-CHEG.
           WRITE REG-CHEG.
           MOVE ALL "-" TO REG-CHEG (1:77).
           WRITE REG-CHEG.
           MOVE 1 TO IX-S.
           PERFORM GRAVA-REMETENTE
               UNTIL IX-S > QTD-ESP.
           IF CONT-DEVIDOS EQUAL 0
                  AND CONT-ENTREGUES EQUAL 0
               MOVE "NENHUM REMETENTE DEVIDO HOJE" TO REG-CHEG
               WRITE REG-CHEG
           END-IF.
           MOVE "DEVIDOS HOJE" TO LT-DESC.
           MOVE CONT-DEVIDOS TO LT-QTD.
           MOVE LINHA-TOTAL TO REG-CHEG.
           WRITE REG-CHEG.
           MOVE "ENTREGUES" TO LT-DESC.
           MOVE CONT-ENTREGUES TO LT-QTD.
           MOVE LINHA-TOTAL TO REG-CHEG.
           WRITE REG-CHEG.
           IF CONT-FALTA-OBRIG > 0
               MOVE SPACES TO LINHA-TITULO
               STRING "FALTA REMETENTE OBRIGATORIO - OS PASSOS QUE "
                          DELIMITED BY SIZE
                      "DEPENDEM DO PORTAO " DELIMITED BY SIZE
                      ENTRADA-SECAO DELIMITED BY SPACE
                      " FICAM RETIDOS" DELIMITED BY SIZE
                   INTO LINHA-TITULO
               MOVE LINHA-TITULO TO REG-CHEG
               WRITE REG-CHEG
           END-IF.

       GRAVA-REMETENTE.
           IF ENTRADA-TE (IX-S) EQUAL ENTRADA-SECAO
               PERFORM APURA-SITUACAO
               PERFORM GRAVA-LINHA-REMETENTE
           END-IF.
           ADD 1 TO IX-S.

       GRAVA-LINHA-REMETENTE.
           IF DEVIDO-TE (IX-S) EQUAL "S"
               ADD 1 TO CONT-DEVIDOS
           END-IF.
           IF ENTREGUE-TE (IX-S) EQUAL "S"
               ADD 1 TO CONT-ENTREGUES
           END-IF.
           MOVE REMET-TE (IX-S) TO LC-REMET.
           MOVE NOME-TE (IX-S) TO LC-NOME.
           MOVE CAL-TE (IX-S) TO LC-CAL.
           MOVE CORTE-TE (IX-S) (1:2) TO LC-HH.
           MOVE CORTE-TE (IX-S) (3:2) TO LC-MM.
           IF OBRIG-TE (IX-S) EQUAL "S"
               MOVE "SIM" TO LC-OBRIG
           ELSE
               MOVE "NAO" TO LC-OBRIG
           END-IF.
           MOVE SITUACAO TO LC-SITU.
           MOVE LINHA-CHEG TO REG-CHEG.
           WRITE REG-CHEG.
           IF DEVIDO-TE (IX-S) EQUAL "S"
                  AND ENTREGUE-TE (IX-S) EQUAL "N"
               PERFORM GRAVA-COBRANCA
           END-IF.

       GRAVA-COBRANCA.
           MOVE ENTRADA-TE (IX-S) TO LB-ENTRADA.
           MOVE REMET-TE (IX-S) TO LB-REMET.
           MOVE NOME-TE (IX-S) TO LB-NOME.
           MOVE CORTE-TE (IX-S) (1:2) TO LB-HH.
           MOVE CORTE-TE (IX-S) (3:2) TO LB-MM.
           MOVE SITUACAO TO LB-SITU.
           IF OBRIG-TE (IX-S) EQUAL "S"
               MOVE "OBRIGATORIO - LOTE RETIDO" TO LB-EFEITO
               ADD 1 TO CONT-FALTA-OBRIG
           ELSE
               MOVE "OPCIONAL" TO LB-EFEITO
               ADD 1 TO CONT-FALTA-OPC
           END-IF.
           MOVE LINHA-COBR TO REG-COBE.
           WRITE REG-COBE.

      *USA-DATA-MOVIMENTO troca a data do sistema pela data do
      *movimento publicada pelo EXCTL em CADDATA.DAT, quando houver.
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
