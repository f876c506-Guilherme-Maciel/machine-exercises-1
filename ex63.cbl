       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX63.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX63 gera os arquivos do censo escolar (Educacenso), que a
      *secretaria passava duas semanas redigitando no sistema do
      *governo aluno por aluno e turma por turma. Os dados ja estao
      *nos mestres: o aluno no CADALU.DAT (registro D com nome, sexo,
      *nascimento e situacao; registro N logo depois com a turma), a
      *turma no CADTUR.DAT (turno e a sucessora) e a situacao final
      *do ano no CADCONS.DAT. O que o censo pede e os mestres nao tem
      *fica nos parametros do censo CADCENP.DAT, mantidos pela
      *secretaria: a escola (registro E - codigo INEP, municipio,
      *dependencia administrativa e nome), a etapa de ensino de cada
      *turma (registro T) e o motivo de saida do aluno que saiu no
      *meio do ano (registro S - T transferido, A deixou de
      *frequentar, F falecido). Dois modos pela linha de comando:
      *  EX63 MATRICULA [AAAA] - matricula inicial em CADCEN1.DAT:
      *    registro 00 da escola, um 20 por turma (turno e etapa), um
      *    30 por aluno (nome, nascimento e sexo) e um 60 ligando o
      *    aluno a turma, com o trailer 99;
      *  EX63 SITUACAO [AAAA] - situacao do aluno no fim do ano em
      *    CADCEN2.DAT: registro 89 da escola e um 90 por aluno do
      *    consolidado com o codigo da situacao (1 transferido, 2
      *    deixou de frequentar, 3 falecido, 4 reprovado, 5 aprovado,
      *    6 concluinte - aprovado em turma sem sucessora), com o
      *    trailer 99. Reprovado promovido com dependencia pelo EX34
      *    (CADDEP.DAT do ano) sai como aprovado; aprovado retido pelo
      *    EX34 por dependencia de ano anterior ainda aberta no fim do
      *    ano sai como reprovado.
      *Antes de gravar, cada modo confere os campos obrigatorios do
      *censo e lista em CADCENC.DAT o que falta - aluno sem nome, sexo
      *ou nascimento valido, sem turma, turma sem etapa ou com turno
      *invalido, saida sem motivo - para ser corrigido (aluno pelo
      *EX32, turma no CADTUR.DAT e no CADCENP.DAT) antes do prazo, em
      *vez de recusado no site do governo. Registro com pendencia fica
      *fora do arquivo; escola com pendencia nao gera arquivo nenhum.
      *O ano do censo e o do movimento se nao for informado. Retorno
      *4 quando ha pendencia e 8 quando a escola impede a geracao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCENP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CENP.
           SELECT CADTUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TUR.
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALU.
           SELECT CADCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONS.
           SELECT OPTIONAL CADDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCEN1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCEN2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCENC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADCENP.DAT = parametros do censo escolar: E escola, T etapa
      *de ensino da turma, S motivo de saida do aluno no ano.
       FD CADCENP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCENP.DAT".

       01 REG-CENP.
           02 TIPO-CENP PIC X(01).
           02 FILLER PIC X(59).

       01 REG-CENP-E REDEFINES REG-CENP.
           02 TIPO-E PIC X(01).
           02 INEP-E PIC X(08).
           02 MUNIC-E PIC X(07).
           02 DEPADM-E PIC X(01).
           02 NOME-E PIC X(40).
           02 FILLER PIC X(03).

       01 REG-CENP-T REDEFINES REG-CENP.
           02 TIPO-T PIC X(01).
           02 TURMA-T PIC X(03).
           02 ETAPA-T PIC X(02).
           02 FILLER PIC X(54).

       01 REG-CENP-S REDEFINES REG-CENP.
           02 TIPO-S PIC X(01).
           02 MATR-S PIC 9(05).
           02 ANO-S PIC 9(04).
           02 MOTIVO-S PIC X(01).
           02 FILLER PIC X(49).

      *CADTUR.DAT = cadastro de turmas mantido pela secretaria.
       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".

       01 REG-TUR.
           02 CODIGO-TUR PIC X(03).
           02 DESCR-TUR PIC X(20).
           02 ANO-TUR PIC 9(04).
           02 TURNO-TUR PIC X(01).
           02 PROF-TUR PIC X(20).
           02 CAPAC-TUR PIC 9(03).
           02 PROX-TUR PIC X(03).

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TIPO-ALU PIC X(01).
           02 NUMERO-ALU PIC 9(05).
           02 NOME-ALU PIC X(20).
           02 SEXO-ALU PIC X(01).
           02 DATA-NASC-ALU PIC X(08).
           02 SITU-ALU PIC X(01).
           02 FILLER PIC X(12).

       01 REG-ALU-N REDEFINES REG-ALU.
           02 TIPO-N PIC X(01).
           02 COD-N PIC 9(05).
           02 NOME-N PIC X(20).
           02 NOTA-N OCCURS 4 TIMES PIC 9(2)V99.
           02 SEXO-N PIC X(01).
           02 FALTAS-N PIC 9(02).
           02 TURMA-N PIC X(03).

      *CADCONS.DAT = consolidado do ano com a situacao final.
       FD CADCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONS.DAT".

       01 REG-BOL.
           02 COD-BOL PIC 9(05).
           02 NOME-BOL PIC X(20).
           02 MEDIA1-BOL PIC 9(02)V99.
           02 MEDIA2-BOL PIC 9(02)V99.
           02 STATUS-BOL PIC X(10).
           02 TURMA-BOL PIC X(03).
           02 SITFIM-BOL PIC X(10).

      *CADDEP.DAT = dependencias abertas e cumpridas, mantidas pelo
      *fechamento do ano (EX34).
       FD CADDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEP.DAT".

       01 REG-DEP.
           02 MATR-DEP PIC 9(05).
           02 ANO-DEP PIC 9(04).
           02 TURMA-DEP PIC X(03).
           02 DISC-DEP PIC 9(02).
           02 NOMED-DEP PIC X(15).
           02 SITU-DEP PIC X(01).
           02 ANOBX-DEP PIC 9(04).
           02 MEDIA-DEP PIC 9(2)V99.

      *CADCEN1.DAT = matricula inicial para o censo.
       FD CADCEN1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCEN1.DAT".

       01 REG-CEN1 PIC X(80).

      *CADCEN2.DAT = situacao do aluno no fim do ano para o censo.
       FD CADCEN2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCEN2.DAT".

       01 REG-CEN2 PIC X(80).

      *CADCENC.DAT = pendencias do censo, para correcao antes do
      *prazo.
       FD CADCENC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCENC.DAT".

       01 REG-CENC PIC X(80).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-CENP PIC X(02) VALUE SPACE.
           77 WS-FS-TUR PIC X(02) VALUE SPACE.
           77 WS-FS-ALU PIC X(02) VALUE SPACE.
           77 WS-FS-CONS PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-PARM-LINHA PIC X(40) VALUE SPACE.
           77 WS-PULA-DESC PIC X(10) VALUE SPACE.
           77 WS-MODO PIC X(10) VALUE SPACE.
           77 WS-ANO-X PIC X(08) VALUE SPACE.
           77 WS-ANO PIC 9(04) VALUE 0.
           77 WS-DD PIC 9(02) VALUE 0.
           77 WS-MM PIC 9(02) VALUE 0.
           77 WS-AAAA PIC 9(04) VALUE 0.
           77 IX-TU PIC 9(03) VALUE 0.
           77 IX-ET PIC 9(03) VALUE 0.
           77 IX-SA PIC 9(04) VALUE 0.
           77 IX-PD PIC 9(04) VALUE 0.
           77 IX-RD PIC 9(04) VALUE 0.
           77 IX-AL PIC 9(05) VALUE 0.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 ESCOLA-OK PIC X(03) VALUE "SIM".
           77 TURMA-PROC PIC X(03) VALUE SPACE.
           77 MATR-PROC PIC 9(05) VALUE 0.
           77 MATR-ULT-D PIC 9(05) VALUE 0.
           77 SITU-ULT-D PIC X(01) VALUE SPACE.
           77 NOME-ULT-D PIC X(20) VALUE SPACE.
           77 SEXO-ULT-D PIC X(01) VALUE SPACE.
           77 NASC-ULT-D PIC X(08) VALUE SPACE.
           77 D-SEM-N PIC X(03) VALUE "NAO".
           77 SITU-CENSO PIC 9(01) VALUE 0.
           77 CONT-TURMAS PIC 9(05) VALUE 0.
           77 CONT-ALUNOS PIC 9(05) VALUE 0.
           77 CONT-REGS PIC 9(06) VALUE 0.
           77 CONT-PENDENCIAS PIC 9(05) VALUE 0.

      *DADOS-ESCOLA = o registro E do CADCENP.DAT.
           01 DADOS-ESCOLA.
               02 TEM-ESCOLA PIC X(03) VALUE "NAO".
               02 INEP-ESC PIC X(08) VALUE SPACE.
               02 MUNIC-ESC PIC X(07) VALUE SPACE.
               02 DEPADM-ESC PIC X(01) VALUE SPACE.
               02 NOME-ESC PIC X(40) VALUE SPACE.

      *TAB-TUR = as turmas do CADTUR.DAT com a etapa do CADCENP.DAT,
      *o turno no codigo do censo e a marca de turma sem pendencia.
           01 TAB-TUR.
               02 QTD-TUR PIC 9(03) VALUE 0.
               02 TUR-LINHA OCCURS 100 TIMES.
                   03 CODIGO-TT PIC X(03).
                   03 DESCR-TT PIC X(20).
                   03 TURNO-TT PIC X(01).
                   03 PROX-TT PIC X(03).
                   03 TURNO-CENSO-TT PIC 9(01).
                   03 ETAPA-TT PIC X(02).
                   03 VALIDA-TT PIC X(01).

           01 TAB-ETAPA.
               02 QTD-ETAPA PIC 9(03) VALUE 0.
               02 ETAPA-LINHA OCCURS 100 TIMES.
                   03 TURMA-TE PIC X(03).
                   03 ETAPA-TE PIC X(02).

      *TAB-SAIDA = os motivos de saida do ano do censo.
           01 TAB-SAIDA.
               02 QTD-SAIDA PIC 9(04) VALUE 0.
               02 SAIDA-LINHA OCCURS 3000 TIMES.
                   03 MATR-TS PIC 9(05).
                   03 MOTIVO-TS PIC X(01).

      *TAB-PROMDEP = reprovados promovidos com dependencia no ano.
           01 TAB-PROMDEP.
               02 QTD-PROMDEP PIC 9(04) VALUE 0.
               02 PROMDEP-LINHA OCCURS 3000 TIMES.
                   03 MATR-TPD PIC 9(05).

      *TAB-RETDEP = alunos com dependencia de ano anterior aberta no
      *fim do ano do censo, retidos pelo EX34 mesmo aprovados.
           01 TAB-RETDEP.
               02 QTD-RETDEP PIC 9(04) VALUE 0.
               02 RETDEP-LINHA OCCURS 3000 TIMES.
                   03 MATR-TRD PIC 9(05).

      *TAB-ALU = os alunos ativos com turma, do par D + N do mestre.
           01 TAB-ALU.
               02 QTD-ALU PIC 9(05) VALUE 0.
               02 ALU-LINHA OCCURS 20000 TIMES.
                   03 MATR-TA PIC 9(05).
                   03 NOME-TA PIC X(20).
                   03 SEXO-TA PIC X(01).
                   03 NASC-TA PIC X(08).
                   03 TURMA-TA PIC X(03).
                   03 TEM-D-TA PIC X(01).
                   03 VALIDO-TA PIC X(01).

           01 TAB-CONT-SIT.
               02 CONT-SIT OCCURS 6 TIMES PIC 9(05).

           01 LINHA-TITULO PIC X(80).

           01 LINHA-PEND.
               02 LP-CHAVE PIC X(12).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LP-NOME PIC X(20).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LP-TEXTO PIC X(40).

      *Registros do leiaute do censo.
           01 REG-00.
               02 FILLER PIC X(02) VALUE "00".
               02 R00-INEP PIC X(08).
               02 R00-ANO PIC 9(04).
               02 R00-MUNIC PIC X(07).
               02 R00-DEPADM PIC X(01).
               02 R00-NOME PIC X(40).

           01 REG-20.
               02 FILLER PIC X(02) VALUE "20".
               02 R20-INEP PIC X(08).
               02 R20-TURMA PIC X(03).
               02 R20-DESCR PIC X(20).
               02 R20-TURNO PIC 9(01).
               02 R20-ETAPA PIC X(02).

           01 REG-30.
               02 FILLER PIC X(02) VALUE "30".
               02 R30-INEP PIC X(08).
               02 R30-MATR PIC 9(05).
               02 R30-NOME PIC X(20).
               02 R30-NASC PIC X(08).
               02 R30-SEXO PIC 9(01).

           01 REG-60.
               02 FILLER PIC X(02) VALUE "60".
               02 R60-INEP PIC X(08).
               02 R60-MATR PIC 9(05).
               02 R60-TURMA PIC X(03).

           01 REG-89.
               02 FILLER PIC X(02) VALUE "89".
               02 R89-INEP PIC X(08).
               02 R89-ANO PIC 9(04).

           01 REG-90.
               02 FILLER PIC X(02) VALUE "90".
               02 R90-INEP PIC X(08).
               02 R90-MATR PIC 9(05).
               02 R90-TURMA PIC X(03).
               02 R90-SITU PIC 9(01).

           01 REG-99.
               02 FILLER PIC X(02) VALUE "99".
               02 R99-INEP PIC X(08).
               02 R99-QTD PIC 9(06).

       PROCEDURE DIVISION.

       PGM-EX63.
           PERFORM INICIO.
           IF WS-MODO EQUAL "MATRICULA"
               PERFORM PROCESSA-MATRICULA
           ELSE IF WS-MODO EQUAL "SITUACAO"
               PERFORM PROCESSA-SITUACAO
           ELSE
               DISPLAY "EX63 - USO: EX63 MATRICULA [AAAA] OU "
                       "EX63 SITUACAO [AAAA]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE (1:4) TO WS-ANO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-ANO-X.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-ANO-X
           END-IF.
           IF WS-ANO-X NOT EQUAL SPACES
               IF WS-ANO-X (1:4) IS NUMERIC
                      AND WS-ANO-X (5:4) EQUAL SPACES
                   MOVE WS-ANO-X (1:4) TO WS-ANO
               ELSE
                   DISPLAY "EX63 - ANO INVALIDO: " WS-ANO-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-MODO EQUAL "MATRICULA" OR WS-MODO EQUAL "SITUACAO"
               OPEN OUTPUT CADCENC
               MOVE SPACES TO LINHA-TITULO
               STRING "CENSO ESCOLAR " DELIMITED BY SIZE
                      WS-ANO DELIMITED BY SIZE
                      " - PENDENCIAS DA " DELIMITED BY SIZE
                      WS-MODO DELIMITED BY SPACE
                   INTO LINHA-TITULO
               PERFORM GRAVA-TITULO
               MOVE "ALUNO: CORRIGIR PELO EX32 - TURMA: CADTUR.DAT E "
                   TO LINHA-TITULO
               MOVE "CADCENP.DAT" TO LINHA-TITULO (49:11)
               PERFORM GRAVA-TITULO
               MOVE ALL "=" TO LINHA-TITULO
               PERFORM GRAVA-TITULO
               PERFORM CARREGA-PARAMETROS
               PERFORM CARREGA-CADTUR
               PERFORM CRITICA-ESCOLA
           END-IF.

      *---------------------------------------------------------
      *Parametros e cadastro de turmas.
      *---------------------------------------------------------
       CARREGA-PARAMETROS.
           OPEN INPUT CADCENP.
           IF WS-FS-CENP NOT EQUAL "00"
               DISPLAY "EX63 - PARAMETROS DO CENSO CADCENP.DAT NAO "
                       "ENCONTRADOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-PARAMETRO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCENP.
           MOVE "NAO" TO FIM-ARQ.

       LE-PARAMETRO.
           READ CADCENP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF TIPO-CENP EQUAL "E"
                   PERFORM GUARDA-ESCOLA
               ELSE IF TIPO-CENP EQUAL "T"
                   PERFORM GUARDA-ETAPA
               ELSE IF TIPO-CENP EQUAL "S" AND ANO-S EQUAL WS-ANO
                   PERFORM GUARDA-SAIDA
               END-IF
           END-IF.

       GUARDA-ESCOLA.
           IF TEM-ESCOLA EQUAL "NAO"
               MOVE "SIM" TO TEM-ESCOLA
               MOVE INEP-E TO INEP-ESC
               MOVE MUNIC-E TO MUNIC-ESC
               MOVE DEPADM-E TO DEPADM-ESC
               MOVE NOME-E TO NOME-ESC
           END-IF.

       GUARDA-ETAPA.
           IF QTD-ETAPA EQUAL 100
               DISPLAY "EX63 - TABELA DE ETAPAS CHEIA, AUMENTAR "
                       "OCCURS DE TAB-ETAPA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-ETAPA.
           MOVE TURMA-T TO TURMA-TE (QTD-ETAPA).
           MOVE ETAPA-T TO ETAPA-TE (QTD-ETAPA).

       GUARDA-SAIDA.
           IF MOTIVO-S NOT EQUAL "T" AND MOTIVO-S NOT EQUAL "A"
                  AND MOTIVO-S NOT EQUAL "F"
               MOVE SPACES TO LINHA-PEND
               MOVE "SAIDA" TO LP-CHAVE
               MOVE MATR-S TO LP-CHAVE (7:5)
               MOVE "MOTIVO DE SAIDA INVALIDO NO CADCENP" TO LP-TEXTO
               PERFORM GRAVA-PENDENCIA
           ELSE
               IF QTD-SAIDA EQUAL 3000
                   DISPLAY "EX63 - TABELA DE SAIDAS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-SAIDA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-SAIDA
               MOVE MATR-S TO MATR-TS (QTD-SAIDA)
               MOVE MOTIVO-S TO MOTIVO-TS (QTD-SAIDA)
           END-IF.

       CARREGA-CADTUR.
           OPEN INPUT CADTUR.
           IF WS-FS-TUR NOT EQUAL "00"
               DISPLAY "EX63 - CADASTRO CADTUR.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-CADTUR
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADTUR.
           MOVE "NAO" TO FIM-ARQ.

       LE-CADTUR.
           READ CADTUR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-TUR EQUAL 100
                   DISPLAY "EX63 - TABELA DE TURMAS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-TUR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-TUR
               MOVE CODIGO-TUR TO CODIGO-TT (QTD-TUR)
               MOVE DESCR-TUR TO DESCR-TT (QTD-TUR)
               MOVE TURNO-TUR TO TURNO-TT (QTD-TUR)
               MOVE PROX-TUR TO PROX-TT (QTD-TUR)
               MOVE 0 TO TURNO-CENSO-TT (QTD-TUR)
               MOVE SPACES TO ETAPA-TT (QTD-TUR)
               MOVE "S" TO VALIDA-TT (QTD-TUR)
           END-IF.

      *CRITICA-ESCOLA confere o registro E; sem ele, ou com campo
      *obrigatorio faltando, o censo nao pode ser gerado.
       CRITICA-ESCOLA.
           MOVE SPACES TO LINHA-PEND.
           MOVE "ESCOLA" TO LP-CHAVE.
           IF TEM-ESCOLA EQUAL "NAO"
               MOVE "SEM REGISTRO DA ESCOLA NO CADCENP" TO LP-TEXTO
               PERFORM PENDENCIA-ESCOLA
           ELSE
               MOVE NOME-ESC TO LP-NOME
               IF INEP-ESC IS NOT NUMERIC OR INEP-ESC EQUAL ZEROS
                   MOVE "CODIGO INEP INVALIDO" TO LP-TEXTO
                   PERFORM PENDENCIA-ESCOLA
               END-IF
               IF MUNIC-ESC IS NOT NUMERIC OR MUNIC-ESC EQUAL ZEROS
                   MOVE "CODIGO DO MUNICIPIO INVALIDO" TO LP-TEXTO
                   PERFORM PENDENCIA-ESCOLA
               END-IF
               IF DEPADM-ESC < "1" OR DEPADM-ESC > "4"
                   MOVE "DEPENDENCIA ADMINISTRATIVA INVALIDA"
                       TO LP-TEXTO
                   PERFORM PENDENCIA-ESCOLA
               END-IF
               IF NOME-ESC EQUAL SPACES
                   MOVE "NOME DA ESCOLA EM BRANCO" TO LP-TEXTO
                   PERFORM PENDENCIA-ESCOLA
               END-IF
           END-IF.

       PENDENCIA-ESCOLA.
           MOVE "NAO" TO ESCOLA-OK.
           PERFORM GRAVA-PENDENCIA.

      *---------------------------------------------------------
      *Matricula inicial.
      *---------------------------------------------------------
       PROCESSA-MATRICULA.
           MOVE 1 TO IX-TU.
           PERFORM CRITICA-TURMA
               UNTIL IX-TU > QTD-TUR.
           PERFORM CARREGA-ALUNOS.
           MOVE 1 TO IX-AL.
           PERFORM CRITICA-ALUNO
               UNTIL IX-AL > QTD-ALU.
           IF ESCOLA-OK EQUAL "SIM"
               OPEN OUTPUT CADCEN1
               MOVE INEP-ESC TO R00-INEP
               MOVE WS-ANO TO R00-ANO
               MOVE MUNIC-ESC TO R00-MUNIC
               MOVE DEPADM-ESC TO R00-DEPADM
               MOVE NOME-ESC TO R00-NOME
               MOVE REG-00 TO REG-CEN1
               PERFORM GRAVA-CEN1
               MOVE 1 TO IX-TU
               PERFORM GRAVA-TURMA
                   UNTIL IX-TU > QTD-TUR
               MOVE 1 TO IX-AL
               PERFORM GRAVA-ALUNO
                   UNTIL IX-AL > QTD-ALU
               MOVE 1 TO IX-AL
               PERFORM GRAVA-VINCULO
                   UNTIL IX-AL > QTD-ALU
               ADD 1 TO CONT-REGS
               MOVE INEP-ESC TO R99-INEP
               MOVE CONT-REGS TO R99-QTD
               MOVE REG-99 TO REG-CEN1
               WRITE REG-CEN1
               CLOSE CADCEN1
           END-IF.

      *CRITICA-TURMA traz a etapa do CADCENP.DAT e passa o turno do
      *CADTUR.DAT para o codigo do censo (1 matutino, 2 vespertino,
      *3 noturno, 4 integral).
       CRITICA-TURMA.
           MOVE SPACES TO LINHA-PEND.
           MOVE "TURMA" TO LP-CHAVE.
           MOVE CODIGO-TT (IX-TU) TO LP-CHAVE (7:3).
           MOVE DESCR-TT (IX-TU) TO LP-NOME.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-ET.
           PERFORM TESTA-ETAPA
               UNTIL IX-ET > QTD-ETAPA
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "NAO"
               MOVE "SEM ETAPA DE ENSINO NO CADCENP" TO LP-TEXTO
               PERFORM PENDENCIA-TURMA
           ELSE IF ETAPA-TE (IX-ET) IS NOT NUMERIC
                  OR ETAPA-TE (IX-ET) EQUAL ZEROS
               MOVE "ETAPA DE ENSINO INVALIDA NO CADCENP" TO LP-TEXTO
               PERFORM PENDENCIA-TURMA
           ELSE
               MOVE ETAPA-TE (IX-ET) TO ETAPA-TT (IX-TU)
           END-IF.
           PERFORM CONVERTE-TURNO.
           IF TURNO-CENSO-TT (IX-TU) EQUAL 0
               MOVE "TURNO INVALIDO NO CADTUR" TO LP-TEXTO
               PERFORM PENDENCIA-TURMA
           END-IF.
           IF DESCR-TT (IX-TU) EQUAL SPACES
               MOVE "DESCRICAO DA TURMA EM BRANCO" TO LP-TEXTO
               PERFORM PENDENCIA-TURMA
           END-IF.
           ADD 1 TO IX-TU.

       CONVERTE-TURNO.
           IF TURNO-TT (IX-TU) EQUAL "M"
               MOVE 1 TO TURNO-CENSO-TT (IX-TU)
           ELSE IF TURNO-TT (IX-TU) EQUAL "T"
               MOVE 2 TO TURNO-CENSO-TT (IX-TU)
           ELSE IF TURNO-TT (IX-TU) EQUAL "N"
               MOVE 3 TO TURNO-CENSO-TT (IX-TU)
           ELSE IF TURNO-TT (IX-TU) EQUAL "I"
               MOVE 4 TO TURNO-CENSO-TT (IX-TU)
           END-IF.

       TESTA-ETAPA.
           IF TURMA-TE (IX-ET) EQUAL CODIGO-TT (IX-TU)
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-ET
           END-IF.

       PENDENCIA-TURMA.
           MOVE "N" TO VALIDA-TT (IX-TU).
           PERFORM GRAVA-PENDENCIA.

      *CARREGA-ALUNOS le o mestre casando o registro N com o D que
      *vem logo antes dele, como o EX32. Aluno inativado fica fora;
      *aluno ativo sem registro N esta sem turma e e apontado.
       CARREGA-ALUNOS.
           OPEN INPUT CADALU.
           IF WS-FS-ALU NOT EQUAL "00"
               DISPLAY "EX63 - MESTRE CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADALU.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM CONFERE-D-SEM-N.

       LE-ALUNO.
           READ CADALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF TIPO-ALU EQUAL "D"
                   PERFORM CONFERE-D-SEM-N
                   MOVE NUMERO-ALU TO MATR-ULT-D
                   MOVE SITU-ALU TO SITU-ULT-D
                   MOVE NOME-ALU TO NOME-ULT-D
                   MOVE SEXO-ALU TO SEXO-ULT-D
                   MOVE DATA-NASC-ALU TO NASC-ULT-D
                   IF SITU-ALU NOT EQUAL "I"
                       MOVE "SIM" TO D-SEM-N
                   END-IF
               ELSE IF TIPO-ALU EQUAL "N"
                   PERFORM GUARDA-ALUNO
               END-IF
           END-IF.

       CONFERE-D-SEM-N.
           IF D-SEM-N EQUAL "SIM"
               MOVE SPACES TO LINHA-PEND
               MOVE "ALUNO" TO LP-CHAVE
               MOVE MATR-ULT-D TO LP-CHAVE (7:5)
               MOVE NOME-ULT-D TO LP-NOME
               MOVE "SEM TURMA (SEM REGISTRO N NO MESTRE)"
                   TO LP-TEXTO
               PERFORM GRAVA-PENDENCIA
               MOVE "NAO" TO D-SEM-N
           END-IF.

       GUARDA-ALUNO.
           IF COD-N EQUAL MATR-ULT-D AND D-SEM-N EQUAL "SIM"
               MOVE "NAO" TO D-SEM-N
               PERFORM ADICIONA-ALUNO
               MOVE NOME-ULT-D TO NOME-TA (QTD-ALU)
               MOVE SEXO-ULT-D TO SEXO-TA (QTD-ALU)
               MOVE NASC-ULT-D TO NASC-TA (QTD-ALU)
               MOVE "S" TO TEM-D-TA (QTD-ALU)
           ELSE IF COD-N NOT EQUAL MATR-ULT-D
               PERFORM ADICIONA-ALUNO
               MOVE NOME-N TO NOME-TA (QTD-ALU)
               MOVE SPACES TO SEXO-TA (QTD-ALU)
               MOVE SPACES TO NASC-TA (QTD-ALU)
               MOVE "N" TO TEM-D-TA (QTD-ALU)
           END-IF.

       ADICIONA-ALUNO.
           IF QTD-ALU EQUAL 20000
               DISPLAY "EX63 - TABELA DE ALUNOS CHEIA, AUMENTAR "
                       "OCCURS DE TAB-ALU"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-ALU.
           MOVE COD-N TO MATR-TA (QTD-ALU).
           MOVE TURMA-N TO TURMA-TA (QTD-ALU).
           MOVE "S" TO VALIDO-TA (QTD-ALU).

      *CRITICA-ALUNO confere os campos obrigatorios do aluno; cada
      *falta sai numa linha, para a correcao ser feita de uma vez.
       CRITICA-ALUNO.
           MOVE SPACES TO LINHA-PEND.
           MOVE "ALUNO" TO LP-CHAVE.
           MOVE MATR-TA (IX-AL) TO LP-CHAVE (7:5).
           MOVE NOME-TA (IX-AL) TO LP-NOME.
           IF TEM-D-TA (IX-AL) EQUAL "N"
               MOVE "SEM REGISTRO D NO MESTRE" TO LP-TEXTO
               PERFORM PENDENCIA-ALUNO
           ELSE
               IF NOME-TA (IX-AL) EQUAL SPACES
                   MOVE "NOME EM BRANCO" TO LP-TEXTO
                   PERFORM PENDENCIA-ALUNO
               END-IF
               IF SEXO-TA (IX-AL) NOT EQUAL "M"
                      AND SEXO-TA (IX-AL) NOT EQUAL "F"
                   MOVE "SEXO INVALIDO" TO LP-TEXTO
                   PERFORM PENDENCIA-ALUNO
               END-IF
               PERFORM CRITICA-NASCIMENTO
           END-IF.
           MOVE TURMA-TA (IX-AL) TO TURMA-PROC.
           PERFORM BUSCA-TURMA.
           IF ACHOU EQUAL "NAO"
               MOVE "TURMA FORA DO CADTUR: " TO LP-TEXTO
               MOVE TURMA-TA (IX-AL) TO LP-TEXTO (23:3)
               PERFORM PENDENCIA-ALUNO
           ELSE IF VALIDA-TT (IX-TU) NOT EQUAL "S"
               MOVE "TURMA COM PENDENCIA: " TO LP-TEXTO
               MOVE TURMA-TA (IX-AL) TO LP-TEXTO (22:3)
               PERFORM PENDENCIA-ALUNO
           END-IF.
           IF VALIDO-TA (IX-AL) EQUAL "S"
               ADD 1 TO CONT-ALUNOS
           END-IF.
           ADD 1 TO IX-AL.

       CRITICA-NASCIMENTO.
           IF NASC-TA (IX-AL) IS NOT NUMERIC
               MOVE "DATA DE NASCIMENTO INVALIDA" TO LP-TEXTO
               PERFORM PENDENCIA-ALUNO
           ELSE
               MOVE NASC-TA (IX-AL) (1:2) TO WS-DD
               MOVE NASC-TA (IX-AL) (3:2) TO WS-MM
               MOVE NASC-TA (IX-AL) (5:4) TO WS-AAAA
               IF WS-DD < 1 OR WS-DD > 31
                      OR WS-MM < 1 OR WS-MM > 12
                      OR WS-AAAA < 1900 OR WS-AAAA > WS-ANO
                   MOVE "DATA DE NASCIMENTO INVALIDA" TO LP-TEXTO
                   PERFORM PENDENCIA-ALUNO
               END-IF
           END-IF.

       PENDENCIA-ALUNO.
           MOVE "N" TO VALIDO-TA (IX-AL).
           PERFORM GRAVA-PENDENCIA.

       GRAVA-TURMA.
           IF VALIDA-TT (IX-TU) EQUAL "S"
               MOVE INEP-ESC TO R20-INEP
               MOVE CODIGO-TT (IX-TU) TO R20-TURMA
               MOVE DESCR-TT (IX-TU) TO R20-DESCR
               MOVE TURNO-CENSO-TT (IX-TU) TO R20-TURNO
               MOVE ETAPA-TT (IX-TU) TO R20-ETAPA
               MOVE REG-20 TO REG-CEN1
               PERFORM GRAVA-CEN1
               ADD 1 TO CONT-TURMAS
           END-IF.
           ADD 1 TO IX-TU.

       GRAVA-ALUNO.
           IF VALIDO-TA (IX-AL) EQUAL "S"
               MOVE INEP-ESC TO R30-INEP
               MOVE MATR-TA (IX-AL) TO R30-MATR
               MOVE NOME-TA (IX-AL) TO R30-NOME
               MOVE NASC-TA (IX-AL) TO R30-NASC
               IF SEXO-TA (IX-AL) EQUAL "M"
                   MOVE 1 TO R30-SEXO
               ELSE
                   MOVE 2 TO R30-SEXO
               END-IF
               MOVE REG-30 TO REG-CEN1
               PERFORM GRAVA-CEN1
           END-IF.
           ADD 1 TO IX-AL.

       GRAVA-VINCULO.
           IF VALIDO-TA (IX-AL) EQUAL "S"
               MOVE INEP-ESC TO R60-INEP
               MOVE MATR-TA (IX-AL) TO R60-MATR
               MOVE TURMA-TA (IX-AL) TO R60-TURMA
               MOVE REG-60 TO REG-CEN1
               PERFORM GRAVA-CEN1
           END-IF.
           ADD 1 TO IX-AL.

       GRAVA-CEN1.
           WRITE REG-CEN1.
           ADD 1 TO CONT-REGS.

      *---------------------------------------------------------
      *Situacao do aluno no fim do ano.
      *---------------------------------------------------------
       PROCESSA-SITUACAO.
           MOVE ZEROS TO TAB-CONT-SIT.
           PERFORM CARREGA-DEPENDENCIAS.
           OPEN INPUT CADCONS.
           IF WS-FS-CONS NOT EQUAL "00"
               DISPLAY "EX63 - CADCONS.DAT NAO ENCONTRADO, RODAR O "
                       "FECHAMENTO (EX06/EX20) ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ESCOLA-OK EQUAL "SIM"
               OPEN OUTPUT CADCEN2
               MOVE INEP-ESC TO R89-INEP
               MOVE WS-ANO TO R89-ANO
               MOVE REG-89 TO REG-CEN2
               PERFORM GRAVA-CEN2
           END-IF.
           PERFORM LE-CONSOLIDADO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCONS.
           IF ESCOLA-OK EQUAL "SIM"
               ADD 1 TO CONT-REGS
               MOVE INEP-ESC TO R99-INEP
               MOVE CONT-REGS TO R99-QTD
               MOVE REG-99 TO REG-CEN2
               WRITE REG-CEN2
               CLOSE CADCEN2
           END-IF.

       CARREGA-DEPENDENCIAS.
           OPEN INPUT CADDEP.
           PERFORM LE-DEPENDENCIA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDEP.
           MOVE "NAO" TO FIM-ARQ.

       LE-DEPENDENCIA.
           READ CADDEP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND ANO-DEP EQUAL WS-ANO
               MOVE MATR-DEP TO MATR-PROC
               PERFORM BUSCA-PROMDEP
               IF ACHOU EQUAL "NAO"
                   IF QTD-PROMDEP EQUAL 3000
                       DISPLAY "EX63 - TABELA DE DEPENDENCIAS CHEIA, "
                               "AUMENTAR OCCURS DE TAB-PROMDEP"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-PROMDEP
                   MOVE MATR-DEP TO MATR-TPD (QTD-PROMDEP)
               END-IF
           END-IF.
      *    dependencia de ano anterior que ficou aberta no fim do ano
      *    do censo (ainda A, ou cumprida so num ano seguinte).
           IF FIM-ARQ NOT EQUAL "SIM" AND ANO-DEP < WS-ANO
                  AND (SITU-DEP EQUAL "A"
                       OR (SITU-DEP EQUAL "C" AND ANOBX-DEP > WS-ANO))
               PERFORM GUARDA-RETDEP
           END-IF.

       GUARDA-RETDEP.
           MOVE MATR-DEP TO MATR-PROC.
           PERFORM BUSCA-RETDEP.
           IF ACHOU EQUAL "NAO"
               IF QTD-RETDEP EQUAL 3000
                   DISPLAY "EX63 - TABELA DE RETIDOS POR DEPENDENCIA "
                           "CHEIA, AUMENTAR OCCURS DE TAB-RETDEP"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-RETDEP
               MOVE MATR-DEP TO MATR-TRD (QTD-RETDEP)
           END-IF.

       LE-CONSOLIDADO.
           READ CADCONS
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE SPACES TO LINHA-PEND
               MOVE "ALUNO" TO LP-CHAVE
               MOVE COD-BOL TO LP-CHAVE (7:5)
               MOVE NOME-BOL TO LP-NOME
               MOVE 0 TO SITU-CENSO
               MOVE TURMA-BOL TO TURMA-PROC
               PERFORM BUSCA-TURMA
               IF ACHOU EQUAL "NAO"
                   MOVE "TURMA FORA DO CADTUR: " TO LP-TEXTO
                   MOVE TURMA-BOL TO LP-TEXTO (23:3)
                   PERFORM GRAVA-PENDENCIA
               ELSE
                   PERFORM CLASSIFICA-SITUACAO
               END-IF
               IF SITU-CENSO > 0
                   ADD 1 TO CONT-SIT (SITU-CENSO)
                   ADD 1 TO CONT-ALUNOS
                   IF ESCOLA-OK EQUAL "SIM"
                       MOVE INEP-ESC TO R90-INEP
                       MOVE COD-BOL TO R90-MATR
                       MOVE TURMA-BOL TO R90-TURMA
                       MOVE SITU-CENSO TO R90-SITU
                       MOVE REG-90 TO REG-CEN2
                       PERFORM GRAVA-CEN2
                   END-IF
               END-IF
           END-IF.

      *CLASSIFICA-SITUACAO passa a situacao final do consolidado para
      *o codigo do censo; a situacao em branco e a do aluno que saiu
      *no meio do ano, e o motivo vem do registro S do CADCENP.DAT.
      *Aprovado com dependencia anterior aberta foi retido pelo EX34
      *e sai como reprovado.
       CLASSIFICA-SITUACAO.
           IF SITFIM-BOL EQUAL "APROVADO"
                  OR SITFIM-BOL EQUAL "RECUPERADO"
               MOVE COD-BOL TO MATR-PROC
               PERFORM BUSCA-RETDEP
               IF ACHOU EQUAL "SIM"
                   MOVE 4 TO SITU-CENSO
               ELSE
                   IF PROX-TT (IX-TU) EQUAL SPACES
                       MOVE 6 TO SITU-CENSO
                   ELSE
                       MOVE 5 TO SITU-CENSO
                   END-IF
               END-IF
           ELSE IF SITFIM-BOL EQUAL "REPROVADO"
               MOVE COD-BOL TO MATR-PROC
               PERFORM BUSCA-PROMDEP
               IF ACHOU EQUAL "SIM"
                   MOVE 5 TO SITU-CENSO
               ELSE
                   MOVE 4 TO SITU-CENSO
               END-IF
           ELSE IF SITFIM-BOL EQUAL SPACES
               PERFORM CLASSIFICA-SAIDA
           ELSE
               MOVE "SITUACAO FINAL DESCONHECIDA: " TO LP-TEXTO
               MOVE SITFIM-BOL TO LP-TEXTO (30:10)
               PERFORM GRAVA-PENDENCIA
           END-IF.

       CLASSIFICA-SAIDA.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-SA.
           PERFORM TESTA-SAIDA
               UNTIL IX-SA > QTD-SAIDA
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "NAO"
               MOVE "SAIU SEM MOTIVO DE SAIDA NO CADCENP" TO LP-TEXTO
               PERFORM GRAVA-PENDENCIA
           ELSE IF MOTIVO-TS (IX-SA) EQUAL "T"
               MOVE 1 TO SITU-CENSO
           ELSE IF MOTIVO-TS (IX-SA) EQUAL "A"
               MOVE 2 TO SITU-CENSO
           ELSE
               MOVE 3 TO SITU-CENSO
           END-IF.

       TESTA-SAIDA.
           IF MATR-TS (IX-SA) EQUAL COD-BOL
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-SA
           END-IF.

       BUSCA-PROMDEP.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-PD.
           PERFORM TESTA-PROMDEP
               UNTIL IX-PD > QTD-PROMDEP
                  OR ACHOU EQUAL "SIM".

       TESTA-PROMDEP.
           IF MATR-TPD (IX-PD) EQUAL MATR-PROC
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-PD
           END-IF.

       BUSCA-RETDEP.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-RD.
           PERFORM TESTA-RETDEP
               UNTIL IX-RD > QTD-RETDEP
                  OR ACHOU EQUAL "SIM".

       TESTA-RETDEP.
           IF MATR-TRD (IX-RD) EQUAL MATR-PROC
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-RD
           END-IF.

       GRAVA-CEN2.
           WRITE REG-CEN2.
           ADD 1 TO CONT-REGS.

      *---------------------------------------------------------
      *Comuns.
      *---------------------------------------------------------
       BUSCA-TURMA.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-TU.
           PERFORM TESTA-TURMA
               UNTIL IX-TU > QTD-TUR
                  OR ACHOU EQUAL "SIM".

       TESTA-TURMA.
           IF CODIGO-TT (IX-TU) EQUAL TURMA-PROC
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-TU
           END-IF.

       GRAVA-PENDENCIA.
           MOVE LINHA-PEND TO REG-CENC.
           WRITE REG-CENC.
           ADD 1 TO CONT-PENDENCIAS.

       GRAVA-TITULO.
           MOVE LINHA-TITULO TO REG-CENC.
           WRITE REG-CENC.

       TERMINO.
           IF CONT-PENDENCIAS EQUAL 0
               MOVE "  NENHUMA PENDENCIA" TO REG-CENC
               WRITE REG-CENC
           END-IF.
           CLOSE CADCENC.
           IF WS-MODO EQUAL "MATRICULA"
               DISPLAY "EX63 - TURMAS NO CENSO.....: " CONT-TURMAS
           ELSE
               DISPLAY "EX63 - TRANSFERIDOS........: " CONT-SIT (1)
               DISPLAY "EX63 - DEIXARAM DE FREQUENT: " CONT-SIT (2)
               DISPLAY "EX63 - FALECIDOS...........: " CONT-SIT (3)
               DISPLAY "EX63 - REPROVADOS..........: " CONT-SIT (4)
               DISPLAY "EX63 - APROVADOS...........: " CONT-SIT (5)
               DISPLAY "EX63 - CONCLUINTES.........: " CONT-SIT (6)
           END-IF.
           DISPLAY "EX63 - ALUNOS NO CENSO.....: " CONT-ALUNOS.
           DISPLAY "EX63 - PENDENCIAS..........: " CONT-PENDENCIAS.
           IF ESCOLA-OK NOT EQUAL "SIM"
               DISPLAY "EX63 - ESCOLA COM PENDENCIA, ARQUIVO DO "
                       "CENSO NAO GERADO"
               MOVE 8 TO RETURN-CODE
           ELSE IF CONT-PENDENCIAS > 0
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
