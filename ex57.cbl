       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX57.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX57 emite as declaracoes do balcao da secretaria, que ate
      *aqui eram digitadas num editor de texto: declaracao de
      *matricula, de frequencia (para o emprego dos pais ou para
      *programa de beneficio) e a declaracao anual de quitacao de
      *debitos que a escola e obrigada a mandar. O aluno vem do
      *resultado por matricula CADR360.DAT (o mesmo da consulta do
      *EX22), as faltas de CADFALT.DAT, os dias letivos da turma do
      *calendario oficial CADCALD.DAT e as cobrancas de CADCOBR.DAT.
      *O texto vem de modelos mantidos pela propria secretaria, como
      *as cartas do EX36:
      *  CADMODM.DAT - declaracao de matricula
      *  CADMODF.DAT - declaracao de frequencia
      *  CADMODQ.DAT - declaracao de quitacao
      *Campos de substituicao (todos de 5 posicoes):
      *  &NOME - nome do aluno          &MATR - matricula
      *  &TURM - turma                  &RESP - nome do responsavel
      *  &FALT - faltas                 &AULA - dias letivos dados
      *  &FREQ - frequencia em %        &EXER - ano da declaracao
      *  &DATA - data de emissao        &NUMR - numero da declaracao
      *Linha do modelo com &NOME, &MATR ou &TURM e linha de aluno:
      *na quitacao da familia ela sai uma vez para cada filho.
      *Toda declaracao emitida recebe o numero seguinte do registro
      *de emissao CADDECL.DAT, impresso no documento, para uma
      *declaracao falsa ser desmascarada pelo numero. Modos:
      *  MATRICULA NNNNN - declaracao de matricula do aluno;
      *  FREQUENCIA NNNNN - frequencia no ano letivo ate a data
      *    (dias letivos da turma ja dados contra as faltas);
      *  QUITACAO NNNNN [AAAA] - quitacao do exercicio (padrao: o
      *    ano anterior); recusada se o aluno tem cobranca do
      *    exercicio em aberto, vencida ou baixada como perda, que
      *    sai listada no console, ou se nao teve cobranca no ano;
      *  ANUAL [AAAA] - a quitacao em massa do exercicio (padrao:
      *    o ano anterior), uma por familia de CADRESP/CADRALU cujos
      *    filhos tiveram cobranca no ano e nao tem nenhuma em
      *    aberto, com uma linha de aluno por filho;
      *  CONFERE NNNNNN - mostra o que o registro tem para o numero
      *    da declaracao apresentada.
      *As declaracoes saem em CADDECS.DAT, numeradas e separadas por
      *linha de corte. A cobranca conta no exercicio pela
      *competencia; parcela de acordo do EX56 (competencia 99NNPP)
      *conta pelo ano do vencimento.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADR360 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MATR-360
           FILE STATUS IS WS-FS-360.
           SELECT CADFALT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FALT.
           SELECT CADCALD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAL.
           SELECT CADCOBR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COB.
           SELECT OPTIONAL CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADMODL ASSIGN TO WS-ARQ-MODELO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOD.
           SELECT OPTIONAL CADDECL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADDECS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADR360.DAT = o resultado por matricula montado pelo EX43 no
      *fechamento do lote.
       FD CADR360
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADR360.DAT".

       01 REG-360.
           02 MATR-360 PIC 9(05).
           02 NOME-360 PIC X(20).
           02 NASC-360 PIC 9(08).
           02 IDADE-360 PIC 9(03).
           02 FAZ18-360 PIC X(03).
           02 SEXO-360 PIC X(01).
           02 TEM-DEMO-360 PIC X(01).
           02 FALTAS-360 PIC 9(03).
           02 TEM-FALT-360 PIC X(01).
           02 SIT05-360 PIC X(10).
           02 MOTIVO05-360 PIC X(05).
           02 MEDIA05-360 PIC 9(2)V99.
           02 TURMA-360 PIC X(03).
           02 TEM05-360 PIC X(01).
           02 MEDIA07-360 PIC 9(2)V99.
           02 STATUS07-360 PIC X(10).
           02 TEM07-360 PIC X(01).
           02 MEDIA1-360 PIC 9(2)V99.
           02 MEDIA2-360 PIC 9(2)V99.
           02 SITFIM-360 PIC X(10).
           02 TEMCONS-360 PIC X(01).
           02 QTDDEP-360 PIC 9(02).
           02 DEPS-360.
               03 DEP-360 OCCURS 4 TIMES.
                   04 DEPANO-360 PIC 9(04).
                   04 DEPTUR-360 PIC X(03).
                   04 DEPDISC-360 PIC X(15).
                   04 DEPSIT-360 PIC X(01).
                   04 DEPBX-360 PIC 9(04).

      *CADFALT.DAT = total de faltas por aluno, gravado pelo EX18.
       FD CADFALT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFALT.DAT".

       01 REG-FALT.
           02 COD-FALT PIC 9(05).
           02 TOTAL-FALT PIC 9(03).

      *CADCALD.DAT = calendario letivo oficial, um registro por
      *turma por dia de aula.
       FD CADCALD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCALD.DAT".

       01 REG-CALD.
           02 TURMA-CALD PIC X(03).
           02 DATA-CALD PIC 9(08).

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

      *CADMODL = o modelo da declaracao pedida, com o nome fisico em
      *WS-ARQ-MODELO (CADMODM/CADMODF/CADMODQ.DAT).
       FD CADMODL
           LABEL RECORD ARE STANDARD.

       01 REG-MODL PIC X(60).

      *CADDECL.DAT = registro de emissao: uma linha por declaracao
      *emitida, com o numero, o tipo (M matricula, F frequencia, Q
      *quitacao do aluno, A quitacao da familia), a matricula (zero
      *na da familia), o responsavel, a data de emissao, o exercicio
      *e o nome de quem a declaracao atende.
       FD CADDECL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDECL.DAT".

       01 REG-DCL.
           02 NUM-DCL PIC 9(06).
           02 TIPO-DCL PIC X(01).
           02 MATR-DCL PIC 9(05).
           02 RESP-DCL PIC 9(05).
           02 DATA-DCL PIC 9(08).
           02 EXER-DCL PIC 9(04).
           02 NOME-DCL PIC X(30).

      *CADDECS.DAT = as declaracoes prontas, numeradas e separadas
      *por linha de corte.
       FD CADDECS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDECS.DAT".

       01 REG-DECS PIC X(60).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-360 PIC X(02) VALUE SPACE.
           77 WS-FS-FALT PIC X(02) VALUE SPACE.
           77 WS-FS-CAL PIC X(02) VALUE SPACE.
           77 WS-FS-COB PIC X(02) VALUE SPACE.
           77 WS-FS-MOD PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-PARM-LINHA PIC X(30) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(10) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 WS-P3 PIC X(08) VALUE SPACE.
           77 WS-ARQ-MODELO PIC X(12) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-EXERCICIO PIC 9(04) VALUE 0.
           77 WS-NUM-CONFERE PIC 9(06) VALUE 0.
           77 ULT-NUMERO PIC 9(06) VALUE 0.
           77 TIPO-DECL PIC X(01) VALUE SPACE.
           77 ANO-COB PIC 9(04) VALUE 0.
           77 SALDO-COB PIC S9(6)V99 VALUE 0.
           77 SALDO-MOSTRA PIC ZZZZ9,99.
           77 MATR-ALUNO PIC 9(05) VALUE 0.
           77 NOME-ALUNO PIC X(20) VALUE SPACE.
           77 TURMA-ALUNO PIC X(03) VALUE SPACE.
           77 COD-RESP-ATUAL PIC 9(05) VALUE 0.
           77 NOME-RESP-ATUAL PIC X(30) VALUE SPACE.
           77 FALTAS-ALUNO PIC 9(03) VALUE 0.
           77 AULAS-DADAS PIC 9(03) VALUE 0.
           77 FREQ-ALUNO PIC 9(3)V99 VALUE 0.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 ACHOU-ALU PIC X(03) VALUE "NAO".
           77 FAMILIA-DEVE PIC X(03) VALUE "NAO".
           77 PODE-EMITIR PIC X(03) VALUE "SIM".
           77 LINHA-DE-ALUNO PIC 9(02) VALUE 0.
           77 CONT-COB-ANO PIC 9(05) VALUE 0.
           77 CONT-ABERTAS PIC 9(05) VALUE 0.
           77 CONT-EMITIDAS PIC 9(05) VALUE 0.
           77 CONT-FAM-DEBITO PIC 9(05) VALUE 0.
           77 CONT-SEM-RESP PIC 9(05) VALUE 0.
           77 IX-M PIC 9(03) VALUE 0.
           77 IX-S PIC 9(05) VALUE 0.
           77 IX-V PIC 9(05) VALUE 0.
           77 IX-F PIC 9(02) VALUE 0.
           77 POS-MARCA PIC 9(03) VALUE 0.
           77 POS-RESTO PIC 9(03) VALUE 0.
           77 TAM-RESTO PIC 9(03) VALUE 0.
           77 FIM-TEXTO PIC 9(03) VALUE 0.
           77 TAM-CAMPO PIC 9(02) VALUE 0.
           77 VALOR-CAMPO PIC X(30) VALUE SPACE.
           77 LINHA-MONTADA PIC X(60) VALUE SPACE.
           77 LINHA-ORIGEM PIC X(60) VALUE SPACE.
           77 TEM-MARCA PIC X(03) VALUE "NAO".
           77 MOSTRA-MATR PIC 9(05).
           77 MOSTRA-FALT PIC ZZ9.
           77 MOSTRA-AULA PIC ZZ9.
           77 MOSTRA-FREQ PIC ZZ9,99.
           77 MOSTRA-NUMR PIC 9(06).

           01 WS-DATA-EMISSAO.
               02 WS-DE-DIA PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DE-MES PIC X(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DE-ANO PIC X(04).

      *TAB-MODELO = o modelo da declaracao pedida em memoria.
           01 TAB-MODELO.
               02 QTD-LINHAS-MOD PIC 9(02) VALUE 0.
               02 LINHA-MOD OCCURS 50 TIMES PIC X(60).

      *TAB-SITCOB = na quitacao em massa, cada aluno com cobranca
      *no exercicio e se alguma dela ainda esta em aberto.
           01 TAB-SITCOB.
               02 QTD-SITCOB PIC 9(05) VALUE 0.
               02 SITCOB-LINHA OCCURS 20000 TIMES.
                   03 MATR-SC PIC 9(05).
                   03 ABERTO-SC PIC X(03).
                   03 VINC-SC PIC X(03).

      *TAB-VINCULOS = CADRALU.DAT, matricula -> responsavel.
           01 TAB-VINCULOS.
               02 QTD-VINC PIC 9(05) VALUE 0.
               02 VINC-LINHA OCCURS 20000 TIMES.
                   03 MATR-VC PIC 9(05).
                   03 RESP-VC PIC 9(05).

      *TAB-FILHOS = os alunos da declaracao corrente: um so nas
      *declaracoes de balcao, os filhos na quitacao da familia.
           01 TAB-FILHOS.
               02 QTD-FILHOS PIC 9(02) VALUE 0.
               02 FILHO-LINHA OCCURS 20 TIMES.
                   03 MATR-FL PIC 9(05).
                   03 NOME-FL PIC X(20).
                   03 TURMA-FL PIC X(03).

           01 LINHA-NUMERO.
               02 FILLER PIC X(14) VALUE "DECLARACAO NR ".
               02 LN-NUMERO PIC 9(06).

           01 LINHA-CORTE PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.

       PGM-EX57.
           PERFORM INICIO.
           IF WS-MODO EQUAL "MATRICULA"
               MOVE "M" TO TIPO-DECL
               MOVE "CADMODM.DAT" TO WS-ARQ-MODELO
               PERFORM DECLARACAO-BALCAO
           ELSE IF WS-MODO EQUAL "FREQUENCIA"
               MOVE "F" TO TIPO-DECL
               MOVE "CADMODF.DAT" TO WS-ARQ-MODELO
               PERFORM DECLARACAO-BALCAO
           ELSE IF WS-MODO EQUAL "QUITACAO"
               MOVE "Q" TO TIPO-DECL
               MOVE "CADMODQ.DAT" TO WS-ARQ-MODELO
               PERFORM DECLARACAO-BALCAO
           ELSE IF WS-MODO EQUAL "ANUAL"
               MOVE "A" TO TIPO-DECL
               MOVE "CADMODQ.DAT" TO WS-ARQ-MODELO
               PERFORM QUITACAO-ANUAL
           ELSE IF WS-MODO EQUAL "CONFERE"
               PERFORM CONFERE-DECLARACAO
           ELSE
               DISPLAY "EX57 - USO: EX57 MATRICULA NNNNN"
               DISPLAY "            EX57 FREQUENCIA NNNNN"
               DISPLAY "            EX57 QUITACAO NNNNN [AAAA]"
               DISPLAY "            EX57 ANUAL [AAAA]"
               DISPLAY "            EX57 CONFERE NNNNNN"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *INICIO pega a data do movimento e confere os parametros: a
      *matricula de 5 digitos nas declaracoes de balcao, o
      *exercicio de 4 digitos (padrao: ano anterior ao movimento)
      *nas quitacoes e o numero de 6 digitos no CONFERE.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE (7:2) TO WS-DE-DIA.
           MOVE WS-DATA-HOJE (5:2) TO WS-DE-MES.
           MOVE WS-DATA-HOJE (1:4) TO WS-DE-ANO.
           MOVE WS-DATA-HOJE (1:4) TO WS-EXERCICIO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2 WS-P3.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2 WS-P3
           END-IF.
           IF WS-MODO EQUAL "MATRICULA" OR WS-MODO EQUAL "FREQUENCIA"
                  OR WS-MODO EQUAL "QUITACAO"
               IF WS-P2 (1:5) IS NUMERIC
                      AND WS-P2 (6:3) EQUAL SPACES
                   MOVE WS-P2 (1:5) TO MATR-ALUNO
               ELSE
                   DISPLAY "EX57 - MATRICULA INVALIDA: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-MODO EQUAL "QUITACAO" OR WS-MODO EQUAL "ANUAL"
               SUBTRACT 1 FROM WS-EXERCICIO
           END-IF.
           IF WS-MODO EQUAL "QUITACAO"
                  AND WS-P3 NOT EQUAL SPACES
               IF WS-P3 (1:4) IS NUMERIC
                      AND WS-P3 (5:4) EQUAL SPACES
                   MOVE WS-P3 (1:4) TO WS-EXERCICIO
               ELSE
                   DISPLAY "EX57 - EXERCICIO INVALIDO: " WS-P3
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-MODO EQUAL "ANUAL"
                  AND WS-P2 NOT EQUAL SPACES
               IF WS-P2 (1:4) IS NUMERIC
                      AND WS-P2 (5:4) EQUAL SPACES
                   MOVE WS-P2 (1:4) TO WS-EXERCICIO
               ELSE
                   DISPLAY "EX57 - EXERCICIO INVALIDO: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-MODO EQUAL "CONFERE"
               IF WS-P2 (1:6) IS NUMERIC
                      AND WS-P2 (7:2) EQUAL SPACES
                   MOVE WS-P2 (1:6) TO WS-NUM-CONFERE
               ELSE
                   DISPLAY "EX57 - NUMERO INVALIDO: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *---------------------------------------------------------
      *MATRICULA / FREQUENCIA / QUITACAO - declaracao de balcao.
      *---------------------------------------------------------
      *DECLARACAO-BALCAO acha o aluno, apura o que a declaracao
      *pedida precisa e, se nada impede, emite com o numero
      *seguinte do registro. Declaracao recusada nao consome
      *numero e sai com RC 4.
       DECLARACAO-BALCAO.
           PERFORM CARREGA-MODELO.
           OPEN INPUT CADR360.
           IF WS-FS-360 NOT EQUAL "00"
               DISPLAY "EX57 - CADR360.DAT NAO ENCONTRADO, RODAR O "
                       "EX43 NO FECHAMENTO ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-ALUNO-360.
           CLOSE CADR360.
           MOVE "SIM" TO PODE-EMITIR.
           IF ACHOU-ALU EQUAL "NAO"
               DISPLAY "EX57 - MATRICULA SEM REGISTRO: " MATR-ALUNO
               MOVE "NAO" TO PODE-EMITIR
           ELSE
               MOVE 1 TO QTD-FILHOS
               MOVE MATR-ALUNO TO MATR-FL (1)
               MOVE NOME-ALUNO TO NOME-FL (1)
               MOVE TURMA-ALUNO TO TURMA-FL (1)
               PERFORM ACHA-RESPONSAVEL
           END-IF.
           IF PODE-EMITIR EQUAL "SIM"
                  AND TIPO-DECL EQUAL "F"
               PERFORM APURA-FREQUENCIA
           END-IF.
           IF PODE-EMITIR EQUAL "SIM"
                  AND TIPO-DECL EQUAL "Q"
               PERFORM APURA-QUITACAO
               IF CONT-ABERTAS > 0
                   DISPLAY "EX57 - QUITACAO RECUSADA, COBRANCAS EM "
                           "ABERTO NO EXERCICIO " WS-EXERCICIO ": "
                           CONT-ABERTAS
                   MOVE "NAO" TO PODE-EMITIR
               ELSE IF CONT-COB-ANO EQUAL 0
                   DISPLAY "EX57 - QUITACAO RECUSADA, SEM COBRANCA NO "
                           "EXERCICIO " WS-EXERCICIO
                   MOVE "NAO" TO PODE-EMITIR
               END-IF
           END-IF.
           IF PODE-EMITIR EQUAL "SIM"
               PERFORM ACHA-ULTIMO-NUMERO
               OPEN EXTEND CADDECL
               OPEN OUTPUT CADDECS
               PERFORM EMITE-DECLARACAO
               CLOSE CADDECL
                     CADDECS
               DISPLAY "EX57 - DECLARACAO EMITIDA..: " ULT-NUMERO
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

      *LE-ALUNO-360 le o aluno de MATR-ALUNO pela chave.
       LE-ALUNO-360.
           MOVE "NAO" TO ACHOU-ALU.
           MOVE SPACES TO NOME-ALUNO
                          TURMA-ALUNO.
           MOVE MATR-ALUNO TO MATR-360.
           READ CADR360
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FS-360 EQUAL "00"
               MOVE "SIM" TO ACHOU-ALU
               MOVE NOME-360 TO NOME-ALUNO
               MOVE TURMA-360 TO TURMA-ALUNO
           END-IF.

      *ACHA-RESPONSAVEL pega o responsavel vinculado ao aluno para
      *o &RESP; aluno sem vinculo sai com o campo em branco.
       ACHA-RESPONSAVEL.
           MOVE 0 TO COD-RESP-ATUAL.
           MOVE SPACES TO NOME-RESP-ATUAL.
           OPEN INPUT CADRALU.
           PERFORM LE-VINCULO-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRALU.
           MOVE "NAO" TO FIM-ARQ.
           IF COD-RESP-ATUAL NOT EQUAL 0
               OPEN INPUT CADRESP
               PERFORM LE-NOME-RESP
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADRESP
               MOVE "NAO" TO FIM-ARQ
           END-IF.

       LE-VINCULO-ALUNO.
           READ CADRALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND MATR-RALU EQUAL MATR-ALUNO
               MOVE RESP-RALU TO COD-RESP-ATUAL
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       LE-NOME-RESP.
           READ CADRESP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COD-RESP EQUAL COD-RESP-ATUAL
               MOVE NOME-RESP TO NOME-RESP-ATUAL
               MOVE "SIM" TO FIM-ARQ
           END-IF.

      *APURA-FREQUENCIA conta os dias letivos ja dados no ano pela
      *turma do aluno (CADCALD ate a data) e pega as faltas do
      *CADFALT; frequencia = dias presentes sobre dias letivos.
      *Sem faltas apuradas ou sem dia letivo a declaracao e recusada,
      *para nao declarar frequencia que nao existe.
       APURA-FREQUENCIA.
           MOVE "NAO" TO ACHOU.
           MOVE 0 TO FALTAS-ALUNO.
           OPEN INPUT CADFALT.
           IF WS-FS-FALT NOT EQUAL "00"
               DISPLAY "EX57 - CADFALT.DAT NAO ENCONTRADO, RODAR O "
                       "EX18 ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-FALTA-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFALT.
           MOVE "NAO" TO FIM-ARQ.
           MOVE 0 TO AULAS-DADAS.
           OPEN INPUT CADCALD.
           IF WS-FS-CAL NOT EQUAL "00"
               DISPLAY "EX57 - CALENDARIO CADCALD.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-DIA-LETIVO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCALD.
           MOVE "NAO" TO FIM-ARQ.
           IF ACHOU EQUAL "NAO"
               DISPLAY "EX57 - ALUNO SEM REGISTRO EM CADFALT.DAT: "
                       MATR-ALUNO
               MOVE "NAO" TO PODE-EMITIR
           ELSE IF AULAS-DADAS EQUAL 0
               DISPLAY "EX57 - TURMA SEM DIA LETIVO DADO NO ANO: "
                       TURMA-ALUNO
               MOVE "NAO" TO PODE-EMITIR
           ELSE IF FALTAS-ALUNO > AULAS-DADAS
               MOVE 0 TO FREQ-ALUNO
           ELSE
               COMPUTE FREQ-ALUNO ROUNDED =
                   (AULAS-DADAS - FALTAS-ALUNO) * 100 / AULAS-DADAS.

       LE-FALTA-ALUNO.
           READ CADFALT
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COD-FALT EQUAL MATR-ALUNO
               MOVE TOTAL-FALT TO FALTAS-ALUNO
               MOVE "SIM" TO ACHOU
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       LE-DIA-LETIVO.
           READ CADCALD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND TURMA-CALD EQUAL TURMA-ALUNO
                  AND DATA-CALD (1:4) EQUAL WS-DATA-HOJE (1:4)
                  AND DATA-CALD NOT > WS-DATA-HOJE
               ADD 1 TO AULAS-DADAS
           END-IF.

      *APURA-QUITACAO conta as cobrancas do aluno no exercicio e as
      *que ainda estao em aberto (A, V ou baixada como perda I), que
      *saem no console com o saldo para o balcao explicar a recusa.
      *Cancelada nao conta; renegociada (R) virou parcela de acordo
      *e conta pela parcela.
       APURA-QUITACAO.
           MOVE 0 TO CONT-COB-ANO
                     CONT-ABERTAS.
           OPEN INPUT CADCOBR.
           IF WS-FS-COB NOT EQUAL "00"
               DISPLAY "EX57 - CADCOBR.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-COBR-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCOBR.
           MOVE "NAO" TO FIM-ARQ.

       LE-COBR-ALUNO.
           READ CADCOBR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COD-COB EQUAL MATR-ALUNO
               PERFORM ACHA-ANO-COBRANCA
               IF ANO-COB EQUAL WS-EXERCICIO
                      AND SITU-COB NOT EQUAL "C"
                   ADD 1 TO CONT-COB-ANO
                   IF SITU-COB EQUAL "A" OR SITU-COB EQUAL "V"
                          OR SITU-COB EQUAL "I"
                       ADD 1 TO CONT-ABERTAS
                       COMPUTE SALDO-COB = VALOR-COB + MULTA-COB
                           - PAGO-COB
                       IF SALDO-COB < 0
                           MOVE 0 TO SALDO-COB
                       END-IF
                       MOVE SALDO-COB TO SALDO-MOSTRA
                       DISPLAY "EX57 - EM ABERTO: COMP. " COMPET-COB
                               "  VENCTO " VENCTO-COB
                               "  SITUACAO " SITU-COB
                               "  SALDO " SALDO-MOSTRA
                   END-IF
               END-IF
           END-IF.

      *ACHA-ANO-COBRANCA: o exercicio e o ano da competencia; a
      *parcela de acordo (99NNPP) vai pelo ano do vencimento.
       ACHA-ANO-COBRANCA.
           IF COMPET-COB (1:2) EQUAL "99"
               MOVE VENCTO-COB (1:4) TO ANO-COB
           ELSE
               MOVE COMPET-COB (1:4) TO ANO-COB
           END-IF.

      *---------------------------------------------------------
      *ANUAL - quitacao do exercicio para todas as familias.
      *---------------------------------------------------------
      *QUITACAO-ANUAL apura por aluno se houve cobranca no exercicio
      *e se alguma esta em aberto, e emite uma quitacao por familia
      *de CADRESP.DAT com filho cobrado no ano e nada em aberto.
      *Aluno cobrado sem responsavel vinculado so e contado no
      *console, para a secretaria completar o vinculo.
       QUITACAO-ANUAL.
           PERFORM CARREGA-MODELO.
           PERFORM CARREGA-SITCOB.
           PERFORM CARREGA-VINCULOS.
           OPEN INPUT CADR360.
           IF WS-FS-360 NOT EQUAL "00"
               DISPLAY "EX57 - CADR360.DAT NAO ENCONTRADO, RODAR O "
                       "EX43 NO FECHAMENTO ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ACHA-ULTIMO-NUMERO.
           OPEN EXTEND CADDECL.
           OPEN OUTPUT CADDECS.
           OPEN INPUT CADRESP.
           PERFORM PASSA-FAMILIA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRESP
                 CADR360
                 CADDECL
                 CADDECS.
           MOVE "NAO" TO FIM-ARQ.
           MOVE 1 TO IX-S.
           PERFORM CONTA-SEM-RESP
               UNTIL IX-S > QTD-SITCOB.
           DISPLAY "EX57 - EXERCICIO...........: " WS-EXERCICIO.
           DISPLAY "EX57 - QUITACOES EMITIDAS..: " CONT-EMITIDAS.
           DISPLAY "EX57 - FAMILIAS COM DEBITO.: " CONT-FAM-DEBITO.
           DISPLAY "EX57 - ALUNOS SEM RESPONS..: " CONT-SEM-RESP.

       CARREGA-SITCOB.
           OPEN INPUT CADCOBR.
           IF WS-FS-COB NOT EQUAL "00"
               DISPLAY "EX57 - CADCOBR.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-COBR-ANO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCOBR.
           MOVE "NAO" TO FIM-ARQ.

       LE-COBR-ANO.
           READ CADCOBR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM ACHA-ANO-COBRANCA
               IF ANO-COB EQUAL WS-EXERCICIO
                      AND SITU-COB NOT EQUAL "C"
                   MOVE COD-COB TO MATR-ALUNO
                   PERFORM BUSCA-SITCOB
                   IF ACHOU EQUAL "NAO"
                       PERFORM GUARDA-SITCOB
                   END-IF
                   IF SITU-COB EQUAL "A" OR SITU-COB EQUAL "V"
                          OR SITU-COB EQUAL "I"
                       MOVE "SIM" TO ABERTO-SC (IX-S)
                   END-IF
               END-IF
           END-IF.

       BUSCA-SITCOB.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-S.
           PERFORM TESTA-SITCOB
               UNTIL IX-S > QTD-SITCOB
                  OR ACHOU EQUAL "SIM".

       TESTA-SITCOB.
           IF MATR-SC (IX-S) EQUAL MATR-ALUNO
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-S
           END-IF.

       GUARDA-SITCOB.
           IF QTD-SITCOB EQUAL 20000
               DISPLAY "EX57 - TABELA DE ALUNOS CHEIA, AUMENTAR "
                       "OCCURS DE TAB-SITCOB"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-SITCOB.
           MOVE MATR-ALUNO TO MATR-SC (QTD-SITCOB).
           MOVE "NAO" TO ABERTO-SC (QTD-SITCOB).
           MOVE "NAO" TO VINC-SC (QTD-SITCOB).
           MOVE QTD-SITCOB TO IX-S.

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
                   DISPLAY "EX57 - TABELA DE VINCULOS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-VINCULOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-VINC
               MOVE MATR-RALU TO MATR-VC (QTD-VINC)
               MOVE RESP-RALU TO RESP-VC (QTD-VINC)
           END-IF.

      *PASSA-FAMILIA junta os filhos do responsavel que tiveram
      *cobranca no exercicio; com algum deles em aberto a familia
      *fica sem quitacao, senao sai a quitacao com um numero so.
       PASSA-FAMILIA.
           READ CADRESP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-RESP TO COD-RESP-ATUAL
               MOVE NOME-RESP TO NOME-RESP-ATUAL
               MOVE 0 TO QTD-FILHOS
               MOVE "NAO" TO FAMILIA-DEVE
               MOVE 1 TO IX-V
               PERFORM JUNTA-FILHO
                   UNTIL IX-V > QTD-VINC
               IF FAMILIA-DEVE EQUAL "SIM"
                   ADD 1 TO CONT-FAM-DEBITO
               ELSE IF QTD-FILHOS > 0
                   PERFORM EMITE-DECLARACAO
               END-IF
           END-IF.

       JUNTA-FILHO.
           IF RESP-VC (IX-V) EQUAL COD-RESP-ATUAL
               MOVE MATR-VC (IX-V) TO MATR-ALUNO
               PERFORM BUSCA-SITCOB
               IF ACHOU EQUAL "SIM"
                   MOVE "SIM" TO VINC-SC (IX-S)
                   IF ABERTO-SC (IX-S) EQUAL "SIM"
                       MOVE "SIM" TO FAMILIA-DEVE
                   END-IF
                   PERFORM GUARDA-FILHO
               END-IF
           END-IF.
           ADD 1 TO IX-V.

       GUARDA-FILHO.
           IF QTD-FILHOS EQUAL 20
               DISPLAY "EX57 - FAMILIA COM MAIS DE 20 FILHOS, "
                       "AUMENTAR OCCURS DE TAB-FILHOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-ALUNO-360.
           ADD 1 TO QTD-FILHOS.
           MOVE MATR-ALUNO TO MATR-FL (QTD-FILHOS).
           MOVE NOME-ALUNO TO NOME-FL (QTD-FILHOS).
           MOVE TURMA-ALUNO TO TURMA-FL (QTD-FILHOS).

       CONTA-SEM-RESP.
           IF VINC-SC (IX-S) EQUAL "NAO"
               ADD 1 TO CONT-SEM-RESP
           END-IF.
           ADD 1 TO IX-S.

      *---------------------------------------------------------
      *CONFERE - consulta de uma declaracao pelo numero.
      *---------------------------------------------------------
       CONFERE-DECLARACAO.
           MOVE "NAO" TO ACHOU.
           OPEN INPUT CADDECL.
           PERFORM PROCURA-NUMERO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDECL.
           MOVE "NAO" TO FIM-ARQ.
           IF ACHOU EQUAL "NAO"
               DISPLAY "EX57 - DECLARACAO " WS-NUM-CONFERE
                       " NAO CONSTA NO REGISTRO DE EMISSAO"
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROCURA-NUMERO.
           READ CADDECL
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND NUM-DCL EQUAL WS-NUM-CONFERE
               MOVE "SIM" TO ACHOU
               MOVE "SIM" TO FIM-ARQ
               DISPLAY "EX57 - DECLARACAO " NUM-DCL
               PERFORM MOSTRA-TIPO-DECL
               IF MATR-DCL NOT EQUAL 0
                   DISPLAY "       MATRICULA.: " MATR-DCL
               END-IF
               IF RESP-DCL NOT EQUAL 0
                   DISPLAY "       RESPONSAV.: " RESP-DCL
               END-IF
               DISPLAY "       EM NOME DE: " NOME-DCL
               DISPLAY "       EMITIDA EM: " DATA-DCL (7:2) "/"
                       DATA-DCL (5:2) "/" DATA-DCL (1:4)
               DISPLAY "       EXERCICIO.: " EXER-DCL
           END-IF.

       MOSTRA-TIPO-DECL.
           IF TIPO-DCL EQUAL "M"
               DISPLAY "       TIPO......: MATRICULA"
           ELSE IF TIPO-DCL EQUAL "F"
               DISPLAY "       TIPO......: FREQUENCIA"
           ELSE IF TIPO-DCL EQUAL "Q"
               DISPLAY "       TIPO......: QUITACAO DO ALUNO"
           ELSE
               DISPLAY "       TIPO......: QUITACAO DA FAMILIA"
           END-IF.

      *---------------------------------------------------------
      *Emissao e registro da declaracao.
      *---------------------------------------------------------
      *ACHA-ULTIMO-NUMERO pega o maior numero ja registrado; a
      *proxima declaracao recebe o seguinte.
       ACHA-ULTIMO-NUMERO.
           MOVE 0 TO ULT-NUMERO.
           OPEN INPUT CADDECL.
           PERFORM LE-NUMERO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDECL.
           MOVE "NAO" TO FIM-ARQ.

       LE-NUMERO.
           READ CADDECL
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND NUM-DCL > ULT-NUMERO
               MOVE NUM-DCL TO ULT-NUMERO
           END-IF.

      *EMITE-DECLARACAO registra o numero seguinte e imprime o
      *modelo com os campos substituidos; a linha de aluno sai uma
      *vez para cada aluno de TAB-FILHOS.
       EMITE-DECLARACAO.
           ADD 1 TO ULT-NUMERO.
           ADD 1 TO CONT-EMITIDAS.
           MOVE ULT-NUMERO TO NUM-DCL.
           MOVE TIPO-DECL TO TIPO-DCL.
           MOVE COD-RESP-ATUAL TO RESP-DCL.
           MOVE WS-DATA-HOJE TO DATA-DCL.
           MOVE WS-EXERCICIO TO EXER-DCL.
           IF TIPO-DECL EQUAL "A"
               MOVE 0 TO MATR-DCL
               MOVE NOME-RESP-ATUAL TO NOME-DCL
           ELSE
               MOVE MATR-FL (1) TO MATR-DCL
               MOVE NOME-FL (1) TO NOME-DCL
           END-IF.
           WRITE REG-DCL.
           MOVE ULT-NUMERO TO LN-NUMERO.
           MOVE LINHA-NUMERO TO REG-DECS.
           WRITE REG-DECS.
           MOVE SPACES TO REG-DECS.
           WRITE REG-DECS.
           MOVE 1 TO IX-F.
           PERFORM POSICIONA-FILHO.
           MOVE 1 TO IX-M.
           PERFORM IMPRIME-LINHA-MODELO
               UNTIL IX-M > QTD-LINHAS-MOD.
           MOVE LINHA-CORTE TO REG-DECS.
           WRITE REG-DECS.

       IMPRIME-LINHA-MODELO.
           MOVE 0 TO LINHA-DE-ALUNO.
           INSPECT LINHA-MOD (IX-M)
               TALLYING LINHA-DE-ALUNO
               FOR ALL "&NOME" ALL "&MATR" ALL "&TURM".
           IF LINHA-DE-ALUNO > 0
               MOVE 1 TO IX-F
               PERFORM IMPRIME-LINHA-FILHO
                   UNTIL IX-F > QTD-FILHOS
           ELSE
               PERFORM MONTA-LINHA
           END-IF.
           ADD 1 TO IX-M.

       IMPRIME-LINHA-FILHO.
           PERFORM POSICIONA-FILHO.
           PERFORM MONTA-LINHA.
           ADD 1 TO IX-F.

       POSICIONA-FILHO.
           MOVE MATR-FL (IX-F) TO MATR-ALUNO.
           MOVE NOME-FL (IX-F) TO NOME-ALUNO.
           MOVE TURMA-FL (IX-F) TO TURMA-ALUNO.

       MONTA-LINHA.
           MOVE LINHA-MOD (IX-M) TO LINHA-MONTADA.
           MOVE "SIM" TO TEM-MARCA.
           PERFORM SUBSTITUI-PROXIMO
               UNTIL TEM-MARCA EQUAL "NAO".
           MOVE LINHA-MONTADA TO REG-DECS.
           WRITE REG-DECS.

      *SUBSTITUI-PROXIMO procura o proximo "&" da linha montada e
      *troca o campo pelo valor, como no EX36; marcador desconhecido
      *fica na declaracao para a secretaria enxergar o erro de
      *digitacao do modelo.
       SUBSTITUI-PROXIMO.
           MOVE 0 TO POS-MARCA.
           INSPECT LINHA-MONTADA
               TALLYING POS-MARCA
               FOR CHARACTERS BEFORE INITIAL "&".
           IF POS-MARCA NOT< 55
               MOVE "NAO" TO TEM-MARCA
           ELSE
               MOVE LINHA-MONTADA TO LINHA-ORIGEM
               PERFORM SUBSTITUI-CAMPO
           END-IF.

       SUBSTITUI-CAMPO.
           MOVE SPACES TO VALOR-CAMPO.
           IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&NOME"
               MOVE NOME-ALUNO TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&MATR"
               MOVE MATR-ALUNO TO MOSTRA-MATR
               MOVE MOSTRA-MATR TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&TURM"
               MOVE TURMA-ALUNO TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&RESP"
               MOVE NOME-RESP-ATUAL TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&FALT"
               MOVE FALTAS-ALUNO TO MOSTRA-FALT
               MOVE MOSTRA-FALT TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&AULA"
               MOVE AULAS-DADAS TO MOSTRA-AULA
               MOVE MOSTRA-AULA TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&FREQ"
               MOVE FREQ-ALUNO TO MOSTRA-FREQ
               MOVE MOSTRA-FREQ TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&EXER"
               MOVE WS-EXERCICIO TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&DATA"
               MOVE WS-DATA-EMISSAO TO VALOR-CAMPO
           ELSE IF LINHA-ORIGEM (POS-MARCA + 1:5) EQUAL "&NUMR"
               MOVE ULT-NUMERO TO MOSTRA-NUMR
               MOVE MOSTRA-NUMR TO VALOR-CAMPO
           ELSE
               MOVE "NAO" TO TEM-MARCA.
           IF TEM-MARCA EQUAL "SIM"
               PERFORM EMENDA-CAMPO
           END-IF.

      *EMENDA-CAMPO troca o marcador de 5 posicoes pelo valor sem os
      *brancos das pontas, para o texto correr sem buracos.
       EMENDA-CAMPO.
           PERFORM APARA-CAMPO.
           PERFORM CALCULA-RESTO-5.
           MOVE SPACES TO LINHA-MONTADA.
           IF POS-MARCA > 0
               STRING LINHA-ORIGEM (1:POS-MARCA)
                          DELIMITED BY SIZE
                      VALOR-CAMPO (1:TAM-CAMPO) DELIMITED BY SIZE
                      LINHA-ORIGEM (POS-RESTO:TAM-RESTO)
                          DELIMITED BY SIZE
                   INTO LINHA-MONTADA
                   ON OVERFLOW
                       PERFORM AVISA-ESTOURO
               END-STRING
           ELSE
               STRING VALOR-CAMPO (1:TAM-CAMPO) DELIMITED BY SIZE
                      LINHA-ORIGEM (POS-RESTO:TAM-RESTO)
                          DELIMITED BY SIZE
                   INTO LINHA-MONTADA
                   ON OVERFLOW
                       PERFORM AVISA-ESTOURO
               END-STRING
           END-IF.

       APARA-CAMPO.
           PERFORM TIRA-BRANCO-ESQUERDA
               UNTIL VALOR-CAMPO (1:1) NOT EQUAL SPACE
                  OR VALOR-CAMPO EQUAL SPACES.
           MOVE 30 TO TAM-CAMPO.
           PERFORM RECUA-CAMPO
               UNTIL TAM-CAMPO EQUAL 1
                  OR VALOR-CAMPO (TAM-CAMPO:1) NOT EQUAL SPACE.

       TIRA-BRANCO-ESQUERDA.
           MOVE VALOR-CAMPO (2:29) TO VALOR-CAMPO.

       RECUA-CAMPO.
           SUBTRACT 1 FROM TAM-CAMPO.

       AVISA-ESTOURO.
           DISPLAY "EX57 - LINHA " IX-M " DO MODELO ESTOUROU AS 60 "
                   "COLUNAS NA DECLARACAO " ULT-NUMERO
                   ", TEXTO CORTADO".
           MOVE 8 TO RETURN-CODE.

       ACHA-FIM-TEXTO.
           MOVE 60 TO FIM-TEXTO.
           PERFORM RECUA-FIM-TEXTO
               UNTIL FIM-TEXTO EQUAL 0
                  OR LINHA-ORIGEM (FIM-TEXTO:1) NOT EQUAL SPACE.

       RECUA-FIM-TEXTO.
           SUBTRACT 1 FROM FIM-TEXTO.

       CALCULA-RESTO-5.
           COMPUTE POS-RESTO = POS-MARCA + 6.
           PERFORM ACHA-FIM-TEXTO.
           IF POS-RESTO > FIM-TEXTO
               MOVE 60 TO POS-RESTO
               MOVE 1 TO TAM-RESTO
           ELSE
               COMPUTE TAM-RESTO = FIM-TEXTO - POS-RESTO + 1
           END-IF.

      *CARREGA-MODELO sobe o modelo da declaracao; modelo ausente
      *ou vazio para a rodada, senao sairia declaracao em branco
      *com numero consumido.
       CARREGA-MODELO.
           MOVE 0 TO QTD-LINHAS-MOD.
           OPEN INPUT CADMODL.
           IF WS-FS-MOD NOT EQUAL "00"
               DISPLAY "EX57 - MODELO " WS-ARQ-MODELO
                   " NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-LINHA-MODELO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADMODL.
           MOVE "NAO" TO FIM-ARQ.
           IF QTD-LINHAS-MOD EQUAL 0
               DISPLAY "EX57 - MODELO " WS-ARQ-MODELO " VAZIO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LE-LINHA-MODELO.
           READ CADMODL
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-LINHAS-MOD EQUAL 50
                   DISPLAY "EX57 - MODELO MAIOR QUE TAB-MODELO, "
                           "AUMENTAR OCCURS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-LINHAS-MOD
               MOVE REG-MODL TO LINHA-MOD (QTD-LINHAS-MOD)
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
