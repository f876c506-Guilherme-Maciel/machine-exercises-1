       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX71.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX71 e a varredura semanal de integridade dos arquivos
      *satelites dos dois mestres. Os satelites penduram no codigo do
      *funcionario ou na matricula do aluno sem nenhuma conferencia
      *entre eles: o funcionario desligado pelo EX37 e o aluno que
      *saiu pelo EX32 deixavam para tras conta bancaria, dependente,
      *bolsa e debito automatico, e de vez em quando o codigo era
      *reaproveitado para outra pessoa. Cada satelite e conferido
      *contra o mestre e contra a situacao atual da pessoa:
      *  lado do funcionario (CADFUN.DAT) - CADBCO, CADDEPEN, CADOCOR,
      *    CADFERA e CADFERH, e o nome da ultima folha em CADLIQ;
      *  lado do aluno (CADALU.DAT, com ingresso e saida do
      *    CADMATD.DAT) - CADMATD, CADRALU, CADNOTAD, CADDESC,
      *    CADDEBAU e CADCRED.
      *Tres achados, cada um com motivo proprio em CADRLOG.DAT (a
      *imagem leva o nome do satelite e o registro):
      *  47 - codigo fora do mestre (orfao);
      *  48 - vinculo ainda ativo de quem saiu: funcionario desligado
      *       antes do mes corrente, aluno inativado no mestre ou com
      *       saida registrada no CADMATD;
      *  49 - codigo reaproveitado: nome da folha diferente do nome
      *       atual, ou registro com data anterior a admissao (ou ao
      *       ingresso) do dono atual do codigo.
      *O relatorio sai um por area dona dos satelites: RH em
      *CADINTR.DAT, secretaria em CADINTS.DAT e tesouraria (creditos
      *dos alunos) em CADINTT.DAT, cada um com o resumo por arquivo.
      *Nada e corrigido aqui - a correcao e da area, pelo programa de
      *manutencao de cada arquivo. Satelite ausente conta zero. Um
      *primeiro token numerico e a contagem de pulo do EXCTL e e
      *descartado.

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
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALU.
           SELECT OPTIONAL CADBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDEPEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADOCOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADFERA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADFERH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADLIQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADMATD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADNOTAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDESC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDEBAU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADINTR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADINTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADINTT ASSIGN TO DISK
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

      *CADALU.DAT = mestre unico de alunos, registros tipados D
      *demografico (com a situacao, "I" inativado pelo EX32) e N
      *notas.
       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TIPO-ALU PIC X(01).
           02 NUMERO-ALU PIC 9(05).
           02 NOME-ALU PIC X(20).
           02 SEXO-ALU PIC X(01).
           02 DATA-NASC-ALU PIC 9(08).
           02 SITU-ALU PIC X(01).
           02 FILLER PIC X(12).

      *CADBCO.DAT = dados bancarios por funcionario, mantido pelo RH.
       FD CADBCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBCO.DAT".

       01 REG-BCO.
           02 COD-BCO PIC 9(05).
           02 BANCO-BCO PIC 9(03).
           02 AGENCIA-BCO PIC 9(04).
           02 CONTA-BCO PIC 9(08).
           02 DV-BCO PIC X(01).

      *CADDEPEN.DAT = dependentes por funcionario, mantido pelo RH.
       FD CADDEPEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEPEN.DAT".

       01 REG-DEPEN.
           02 COD-DEPEN PIC 9(05).
           02 NOME-DEPEN PIC X(20).
           02 NASC-DEPEN PIC 9(08).
           02 TIPO-DEPEN PIC X(01).

      *CADOCOR.DAT = acumulado de ponto do mes, gravado pelo EX31.
       FD CADOCOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOCOR.DAT".

       01 REG-OCOR.
           02 COD-OCOR PIC 9(05).
           02 FALTAS-OCOR PIC 9(03).
           02 HEXTRAS-OCOR PIC 9(03).

      *CADFERA.DAT = agenda de ferias mantida pelo RH.
       FD CADFERA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFERA.DAT".

       01 REG-FERA.
           02 COD-FERA PIC 9(05).
           02 INICIO-FERA PIC 9(08).
           02 DIAS-FERA PIC 9(02).

      *CADFERH.DAT = historico cumulativo de ferias pagas.
       FD CADFERH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFERH.DAT".

       01 REG-FERH.
           02 COD-FERH PIC 9(05).
           02 PERINI-FERH PIC 9(08).
           02 PERFIM-FERH PIC 9(08).
           02 DATA-FERH PIC 9(08).
           02 DIAS-FERH PIC 9(02).
           02 VALOR-FERH PIC 9(7)V99.

      *CADLIQ.DAT = a ultima folha liquida, com o nome de cada
      *funcionario pago.
       FD CADLIQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLIQ.DAT".

       01 REG-LIQ.
           02 COD-LIQ PIC 9(05).
           02 NOME-LIQ PIC X(20).
           02 FILLER PIC X(31).

      *CADMATD.DAT = ingresso e saida por matricula (saida zerada =
      *aluno ativo), mantido pela secretaria.
       FD CADMATD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMATD.DAT".

       01 REG-MATD.
           02 MATR-MTD PIC 9(05).
           02 ING-MTD PIC 9(08).
           02 SAI-MTD PIC 9(08).

      *CADRALU.DAT = vinculo aluno -> responsavel.
       FD CADRALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRALU.DAT".

       01 REG-RALU.
           02 MATR-RALU PIC 9(05).
           02 RESP-RALU PIC 9(05).

      *CADNOTAD.DAT = notas do ano por aluno e disciplina.
       FD CADNOTAD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNOTAD.DAT".

       01 REG-NOTD.
           02 MATR-NOTD PIC 9(05).
           02 TURMA-NOTD PIC X(03).
           02 DISC-NOTD PIC 9(02).
           02 NOTA-NOTD OCCURS 4 TIMES PIC 9(2)V99.

      *CADDESC.DAT = bolsas e descontos por aluno, com a vigencia.
       FD CADDESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDESC.DAT".

       01 REG-DESC.
           02 COD-DES PIC 9(05).
           02 PERC-DES PIC 9(3)V99.
           02 COMPINI-DES PIC 9(06).
           02 COMPFIM-DES PIC 9(06).
           02 MOTIVO-DES PIC 9(02).

      *CADDEBAU.DAT = opt-in de debito automatico por matricula.
       FD CADDEBAU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEBAU.DAT".

       01 REG-DEB.
           02 MATR-DEB PIC 9(05).
           02 BANCO-DEB PIC 9(03).
           02 AGENCIA-DEB PIC 9(04).
           02 CONTA-DEB PIC 9(08).
           02 DV-DEB PIC X(01).

      *CADCRED.DAT = creditos dos alunos, aplicados na competencia.
       FD CADCRED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCRED.DAT".

       01 REG-CRED.
           02 COD-CRED PIC 9(05).
           02 COMPET-CRED PIC 9(06).
           02 VALOR-CRED PIC 9(5)V99.
           02 DATA-CRED PIC 9(08).

      *CADRLOG.DAT = log unificado de rejeicoes da rodada inteira.
       FD CADRLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRLOG.DAT".

       01 REG-RLOG.
           02 PGM-RLOG PIC X(08).
           02 DATA-RLOG PIC 9(08).
           02 MOTIVO-RLOG PIC 9(02).
           02 IMAGEM-RLOG PIC X(80).

      *CADINTR.DAT = achados dos satelites do RH.
       FD CADINTR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADINTR.DAT".

       01 REG-INTR PIC X(100).

      *CADINTS.DAT = achados dos satelites da secretaria.
       FD CADINTS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADINTS.DAT".

       01 REG-INTS PIC X(100).

      *CADINTT.DAT = achados dos satelites da tesouraria.
       FD CADINTT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADINTT.DAT".

       01 REG-INTT PIC X(100).

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
           77 WS-FS-ALU PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 ACHOU PIC X(03) VALUE "NAO".
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-COMPET PIC 9(06) VALUE 0.
           77 WS-CODIGO PIC 9(05) VALUE 0.
           77 WS-MOTIVO PIC 9(02) VALUE 0.
           77 WS-TEXTO PIC X(32) VALUE SPACE.
           77 WS-DETALHE PIC X(30) VALUE SPACE.
           77 WS-IMAGEM PIC X(68) VALUE SPACE.
           77 WS-AREA PIC X(05) VALUE SPACE.
           77 IX-F PIC 9(05) VALUE 0.
           77 IX-A PIC 9(05) VALUE 0.
           77 IX-V PIC 9(02) VALUE 0.
           77 TOT-ORFAOS PIC 9(05) VALUE 0.
           77 TOT-ATIVOS PIC 9(05) VALUE 0.
           77 TOT-REUSOS PIC 9(05) VALUE 0.

      *TAB-FUN = o mestre de funcionarios em memoria.
           01 TAB-FUN.
               02 QTD-FUN PIC 9(05) VALUE 0.
               02 FUN-LINHA OCCURS 5000 TIMES.
                   03 COD-TF PIC 9(05).
                   03 NOME-TF PIC X(20).
                   03 ADM-TF PIC 9(08).
                   03 DEM-TF PIC 9(08).

      *TAB-ALU = o mestre de alunos em memoria, com a situacao do
      *registro D e o ingresso e a saida do CADMATD.
           01 TAB-ALU.
               02 QTD-ALU PIC 9(05) VALUE 0.
               02 ALU-LINHA OCCURS 5000 TIMES.
                   03 COD-TA PIC 9(05).
                   03 NOME-TA PIC X(20).
                   03 SITU-TA PIC X(01).
                   03 ING-TA PIC 9(08).
                   03 SAI-TA PIC 9(08).

      *TAB-VAR = o resumo por satelite: area dona, lidos e achados.
           01 TAB-VAR.
               02 QTD-VAR PIC 9(02) VALUE 0.
               02 VAR-LINHA OCCURS 12 TIMES.
                   03 ARQ-TV PIC X(12).
                   03 AREA-TV PIC X(05).
                   03 LIDOS-TV PIC 9(07).
                   03 ORFAOS-TV PIC 9(05).
                   03 ATIVOS-TV PIC 9(05).
                   03 REUSOS-TV PIC 9(05).

           01 LINHA-TITULO PIC X(100) VALUE SPACE.

           01 CAB-INT.
               02 FILLER PIC X(14) VALUE "ARQUIVO".
               02 FILLER PIC X(08) VALUE "CODIGO".
               02 FILLER PIC X(04) VALUE "MOT".
               02 FILLER PIC X(34) VALUE "ACHADO".
               02 FILLER PIC X(30) VALUE "DETALHE".

           01 LINHA-INT.
               02 LI-ARQ PIC X(12).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LI-CODIGO PIC 9(05).
               02 FILLER PIC X(03) VALUE SPACE.
               02 LI-MOTIVO PIC 9(02).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LI-TEXTO PIC X(32).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LI-DETALHE PIC X(30).

           01 CAB-RESUMO.
               02 FILLER PIC X(14) VALUE "ARQUIVO".
               02 FILLER PIC X(07) VALUE "  LIDOS".
               02 FILLER PIC X(08) VALUE "  ORFAOS".
               02 FILLER PIC X(12) VALUE "   ATIVOS DE".
               02 FILLER PIC X(10) VALUE "    REUSOS".
           01 CAB-RESUMO-2.
               02 FILLER PIC X(29) VALUE SPACE.
               02 FILLER PIC X(12) VALUE "   QUEM SAIU".

           01 LINHA-RESUMO.
               02 LR-ARQ PIC X(12).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LR-LIDOS PIC ZZZZZZ9.
               02 FILLER PIC X(03) VALUE SPACE.
               02 LR-ORFAOS PIC ZZZZ9.
               02 FILLER PIC X(07) VALUE SPACE.
               02 LR-ATIVOS PIC ZZZZ9.
               02 FILLER PIC X(05) VALUE SPACE.
               02 LR-REUSOS PIC ZZZZ9.

       PROCEDURE DIVISION.

       PGM-EX71.
           PERFORM INICIO.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-ALUNOS.
           PERFORM VARRE-BCO.
           PERFORM VARRE-DEPEN.
           PERFORM VARRE-OCOR.
           PERFORM VARRE-FERA.
           PERFORM VARRE-FERH.
           PERFORM VARRE-LIQ.
           PERFORM VARRE-MATD.
           PERFORM VARRE-RALU.
           PERFORM VARRE-NOTAD.
           PERFORM VARRE-DESC.
           PERFORM VARRE-DEBAU.
           PERFORM VARRE-CRED.
           PERFORM TERMINO.
           STOP RUN.

      *INICIO abre os relatorios com o titulo e o cabecalho e o log
      *em EXTEND. A contagem de pulo do EXCTL nao muda nada aqui.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET.
           OPEN OUTPUT CADINTR
                       CADINTS
                       CADINTT.
           OPEN EXTEND CADRLOG.
           MOVE SPACES TO LINHA-TITULO.
           STRING "INTEGRIDADE DOS SATELITES DO RH - VARREDURA DE "
                      DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-INTR.
           WRITE REG-INTR.
           MOVE SPACES TO LINHA-TITULO.
           STRING "INTEGRIDADE DOS SATELITES DA SECRETARIA - "
                      DELIMITED BY SIZE
                  "VARREDURA DE " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-INTS.
           WRITE REG-INTS.
           MOVE SPACES TO LINHA-TITULO.
           STRING "INTEGRIDADE DOS SATELITES DA TESOURARIA - "
                      DELIMITED BY SIZE
                  "VARREDURA DE " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-INTT.
           WRITE REG-INTT.
           MOVE ALL "=" TO REG-INTR (1:94).
           WRITE REG-INTR.
           MOVE ALL "=" TO REG-INTS (1:94).
           WRITE REG-INTS.
           MOVE ALL "=" TO REG-INTT (1:94).
           WRITE REG-INTT.
           MOVE CAB-INT TO REG-INTR.
           WRITE REG-INTR.
           MOVE CAB-INT TO REG-INTS.
           WRITE REG-INTS.
           MOVE CAB-INT TO REG-INTT.
           WRITE REG-INTT.
           MOVE ALL "-" TO REG-INTR (1:94).
           WRITE REG-INTR.
           MOVE ALL "-" TO REG-INTS (1:94).
           WRITE REG-INTS.
           MOVE ALL "-" TO REG-INTT (1:94).
           WRITE REG-INTT.

      *---------------------------------------------------------
      *Carga dos mestres.
      *---------------------------------------------------------
       CARREGA-FUNCIONARIOS.
           OPEN INPUT CADFUN.
           IF WS-FS-FUN NOT EQUAL "00"
               DISPLAY "EX71 - CADFUN.DAT NAO ABRIU: " WS-FS-FUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-FUNCIONARIO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFUN.

       LE-FUNCIONARIO.
           READ CADFUN
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-FUN EQUAL 5000
                   DISPLAY "EX71 - TABELA DE FUNCIONARIOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-FUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-FUN
               MOVE COD-ENT TO COD-TF (QTD-FUN)
               MOVE NOME-ENT TO NOME-TF (QTD-FUN)
               MOVE DATA-ADM-ENT TO ADM-TF (QTD-FUN)
               IF DATA-DEM-ENT IS NUMERIC
                   MOVE DATA-DEM-ENT TO DEM-TF (QTD-FUN)
               ELSE
                   MOVE 0 TO DEM-TF (QTD-FUN)
               END-IF
           END-IF.

      *CARREGA-ALUNOS junta as matriculas dos registros D e N; o
      *nome e a situacao vem do D.
       CARREGA-ALUNOS.
           OPEN INPUT CADALU.
           IF WS-FS-ALU NOT EQUAL "00"
               DISPLAY "EX71 - CADALU.DAT NAO ABRIU: " WS-FS-ALU
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADALU.

       LE-ALUNO.
           READ CADALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND NUMERO-ALU IS NUMERIC
               MOVE NUMERO-ALU TO WS-CODIGO
               PERFORM BUSCA-ALUNO
               IF ACHOU EQUAL "NAO"
                   PERFORM INCLUI-ALUNO
               END-IF
               IF TIPO-ALU EQUAL "D"
                   MOVE NOME-ALU TO NOME-TA (IX-A)
                   MOVE SITU-ALU TO SITU-TA (IX-A)
               END-IF
           END-IF.

       INCLUI-ALUNO.
           IF QTD-ALU EQUAL 5000
               DISPLAY "EX71 - TABELA DE ALUNOS CHEIA, AUMENTAR "
                       "OCCURS DE TAB-ALU"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-ALU.
           MOVE QTD-ALU TO IX-A.
           MOVE WS-CODIGO TO COD-TA (IX-A).
           MOVE NOME-ALU TO NOME-TA (IX-A).
           MOVE SPACE TO SITU-TA (IX-A).
           MOVE 0 TO ING-TA (IX-A).
           MOVE 0 TO SAI-TA (IX-A).

       BUSCA-FUNCIONARIO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-F.
           PERFORM TESTA-FUNCIONARIO
               UNTIL IX-F > QTD-FUN
                  OR ACHOU EQUAL "SIM".

       TESTA-FUNCIONARIO.
           IF COD-TF (IX-F) EQUAL WS-CODIGO
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-F
           END-IF.

       BUSCA-ALUNO.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-A.
           PERFORM TESTA-ALUNO
               UNTIL IX-A > QTD-ALU
                  OR ACHOU EQUAL "SIM".

       TESTA-ALUNO.
           IF COD-TA (IX-A) EQUAL WS-CODIGO
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-A
           END-IF.

      *---------------------------------------------------------
      *ABRE-VARREDURA poe o satelite no resumo (ARQ-TV/AREA-TV ja
      *preenchidos pelo chamador em WS-IMAGEM e WS-AREA).
      *---------------------------------------------------------
       ABRE-VARREDURA.
           ADD 1 TO QTD-VAR.
           MOVE QTD-VAR TO IX-V.
           MOVE WS-IMAGEM (1:12) TO ARQ-TV (IX-V).
           MOVE WS-AREA TO AREA-TV (IX-V).
           MOVE 0 TO LIDOS-TV (IX-V).
           MOVE 0 TO ORFAOS-TV (IX-V).
           MOVE 0 TO ATIVOS-TV (IX-V).
           MOVE 0 TO REUSOS-TV (IX-V).
           MOVE "NAO" TO FIM-ARQ.

      *FUNCIONARIO-DESLIGADO deixa ACHOU "SIM" quando o funcionario
      *de IX-F foi desligado antes do mes corrente (o desligado do
      *mes ainda recebe a rescisao pela remessa).
       FUNCIONARIO-DESLIGADO.
           MOVE "NAO" TO ACHOU.
           IF DEM-TF (IX-F) NOT EQUAL 0
                  AND DEM-TF (IX-F) (1:6) < WS-COMPET
               MOVE "SIM" TO ACHOU
           END-IF.

      *ALUNO-SAIU deixa ACHOU "SIM" quando o aluno de IX-A foi
      *inativado no mestre ou tem saida registrada ate hoje.
       ALUNO-SAIU.
           MOVE "NAO" TO ACHOU.
           IF SITU-TA (IX-A) EQUAL "I"
               MOVE "SIM" TO ACHOU
           END-IF.
           IF SAI-TA (IX-A) NOT EQUAL 0
                  AND SAI-TA (IX-A) NOT > WS-DATA-HOJE
               MOVE "SIM" TO ACHOU
           END-IF.

      *REGISTRA-ACHADO grava o achado do registro atual no relatorio
      *da area e no log unificado e conta no resumo.
       REGISTRA-ACHADO.
           MOVE WS-IMAGEM (1:12) TO LI-ARQ.
           MOVE WS-CODIGO TO LI-CODIGO.
           MOVE WS-MOTIVO TO LI-MOTIVO.
           MOVE WS-TEXTO TO LI-TEXTO.
           MOVE WS-DETALHE TO LI-DETALHE.
           IF WS-AREA EQUAL "RH"
               MOVE LINHA-INT TO REG-INTR
               WRITE REG-INTR
           ELSE IF WS-AREA EQUAL "SECR"
               MOVE LINHA-INT TO REG-INTS
               WRITE REG-INTS
           ELSE
               MOVE LINHA-INT TO REG-INTT
               WRITE REG-INTT
           END-IF.
           MOVE "EX71" TO PGM-RLOG.
           MOVE WS-DATA-HOJE TO DATA-RLOG.
           MOVE WS-MOTIVO TO MOTIVO-RLOG.
           MOVE WS-IMAGEM TO IMAGEM-RLOG.
           WRITE REG-RLOG.
           IF WS-MOTIVO EQUAL 47
               ADD 1 TO ORFAOS-TV (IX-V)
               ADD 1 TO TOT-ORFAOS
           ELSE IF WS-MOTIVO EQUAL 48
               ADD 1 TO ATIVOS-TV (IX-V)
               ADD 1 TO TOT-ATIVOS
           ELSE
               ADD 1 TO REUSOS-TV (IX-V)
               ADD 1 TO TOT-REUSOS
           END-IF.

       REGISTRA-ORFAO.
           MOVE 47 TO WS-MOTIVO.
           MOVE "CODIGO FORA DO MESTRE" TO WS-TEXTO.
           MOVE SPACES TO WS-DETALHE.
           PERFORM REGISTRA-ACHADO.

      *---------------------------------------------------------
      *Satelites do funcionario.
      *---------------------------------------------------------
       VARRE-BCO.
           MOVE "CADBCO.DAT" TO WS-IMAGEM.
           MOVE "RH" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADBCO.
           PERFORM LE-BCO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADBCO.

       LE-BCO.
           READ CADBCO
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADBCO.DAT" TO WS-IMAGEM
               MOVE REG-BCO TO WS-IMAGEM (13:56)
               MOVE COD-BCO TO WS-CODIGO
               PERFORM CONFERE-BCO
           END-IF.

       CONFERE-BCO.
           PERFORM BUSCA-FUNCIONARIO.
           IF ACHOU EQUAL "NAO"
               PERFORM REGISTRA-ORFAO
           ELSE
               PERFORM FUNCIONARIO-DESLIGADO
               IF ACHOU EQUAL "SIM"
                   MOVE 48 TO WS-MOTIVO
                   MOVE "CONTA BANCARIA DE DESLIGADO" TO WS-TEXTO
                   PERFORM DETALHE-DESLIGADO
                   PERFORM REGISTRA-ACHADO
               END-IF
           END-IF.

       DETALHE-DESLIGADO.
           MOVE SPACES TO WS-DETALHE.
           STRING "DESLIGADO EM " DELIMITED BY SIZE
                  DEM-TF (IX-F) DELIMITED BY SIZE
               INTO WS-DETALHE.

       VARRE-DEPEN.
           MOVE "CADDEPEN.DAT" TO WS-IMAGEM.
           MOVE "RH" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADDEPEN.
           PERFORM LE-DEPEN
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDEPEN.

       LE-DEPEN.
           READ CADDEPEN
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADDEPEN.DAT" TO WS-IMAGEM
               MOVE REG-DEPEN TO WS-IMAGEM (13:56)
               MOVE COD-DEPEN TO WS-CODIGO
               PERFORM CONFERE-DEPEN
           END-IF.

       CONFERE-DEPEN.
           PERFORM BUSCA-FUNCIONARIO.
           IF ACHOU EQUAL "NAO"
               PERFORM REGISTRA-ORFAO
           ELSE
               PERFORM FUNCIONARIO-DESLIGADO
               IF ACHOU EQUAL "SIM"
                   MOVE 48 TO WS-MOTIVO
                   MOVE "DEPENDENTE DE DESLIGADO" TO WS-TEXTO
                   PERFORM DETALHE-DESLIGADO
                   PERFORM REGISTRA-ACHADO
               END-IF
           END-IF.

       VARRE-OCOR.
           MOVE "CADOCOR.DAT" TO WS-IMAGEM.
           MOVE "RH" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADOCOR.
           PERFORM LE-OCOR
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADOCOR.

       LE-OCOR.
           READ CADOCOR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADOCOR.DAT" TO WS-IMAGEM
               MOVE REG-OCOR TO WS-IMAGEM (13:56)
               MOVE COD-OCOR TO WS-CODIGO
               PERFORM CONFERE-OCOR
           END-IF.

       CONFERE-OCOR.
           PERFORM BUSCA-FUNCIONARIO.
           IF ACHOU EQUAL "NAO"
               PERFORM REGISTRA-ORFAO
           ELSE
               PERFORM FUNCIONARIO-DESLIGADO
               IF ACHOU EQUAL "SIM"
                   MOVE 48 TO WS-MOTIVO
                   MOVE "PONTO DO MES DE DESLIGADO" TO WS-TEXTO
                   PERFORM DETALHE-DESLIGADO
                   PERFORM REGISTRA-ACHADO
               END-IF
           END-IF.

       VARRE-FERA.
           MOVE "CADFERA.DAT" TO WS-IMAGEM.
           MOVE "RH" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADFERA.
           PERFORM LE-FERA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFERA.

       LE-FERA.
           READ CADFERA
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADFERA.DAT" TO WS-IMAGEM
               MOVE REG-FERA TO WS-IMAGEM (13:56)
               MOVE COD-FERA TO WS-CODIGO
               PERFORM BUSCA-FUNCIONARIO
               PERFORM CONFERE-FERA
           END-IF.

       CONFERE-FERA.
           IF ACHOU EQUAL "NAO"
               PERFORM REGISTRA-ORFAO
           ELSE IF INICIO-FERA < ADM-TF (IX-F)
               MOVE 49 TO WS-MOTIVO
               MOVE "FERIAS ANTES DA ADMISSAO" TO WS-TEXTO
               PERFORM DETALHE-ADMISSAO
               PERFORM REGISTRA-ACHADO
           ELSE
               PERFORM FUNCIONARIO-DESLIGADO
               IF ACHOU EQUAL "SIM"
                   MOVE 48 TO WS-MOTIVO
                   MOVE "FERIAS AGENDADAS DE DESLIGADO" TO WS-TEXTO
                   PERFORM DETALHE-DESLIGADO
                   PERFORM REGISTRA-ACHADO
               END-IF
           END-IF.

       DETALHE-ADMISSAO.
           MOVE SPACES TO WS-DETALHE.
           STRING "ADMITIDO EM " DELIMITED BY SIZE
                  ADM-TF (IX-F) DELIMITED BY SIZE
               INTO WS-DETALHE.

       VARRE-FERH.
           MOVE "CADFERH.DAT" TO WS-IMAGEM.
           MOVE "RH" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADFERH.
           PERFORM LE-FERH
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFERH.

      *CADFERH e historico: o desligado continua nele, so o orfao e
      *o periodo anterior a admissao do dono atual sao achados.
       LE-FERH.
           READ CADFERH
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADFERH.DAT" TO WS-IMAGEM
               MOVE REG-FERH TO WS-IMAGEM (13:56)
               MOVE COD-FERH TO WS-CODIGO
               PERFORM BUSCA-FUNCIONARIO
               PERFORM CONFERE-FERH
           END-IF.

       CONFERE-FERH.
           IF ACHOU EQUAL "NAO"
               PERFORM REGISTRA-ORFAO
           ELSE IF PERINI-FERH < ADM-TF (IX-F)
               MOVE 49 TO WS-MOTIVO
               MOVE "FERIAS PAGAS ANTES DA ADMISSAO" TO WS-TEXTO
               PERFORM DETALHE-ADMISSAO
               PERFORM REGISTRA-ACHADO
           END-IF.

       VARRE-LIQ.
           MOVE "CADLIQ.DAT" TO WS-IMAGEM.
           MOVE "RH" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADLIQ.
           PERFORM LE-LIQ
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADLIQ.

      *CADLIQ so serve de testemunha do nome: o codigo que ja foi
      *pago com outro nome foi reaproveitado depois da folha.
       LE-LIQ.
           READ CADLIQ
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COD-LIQ IS NUMERIC
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADLIQ.DAT" TO WS-IMAGEM
               MOVE REG-LIQ TO WS-IMAGEM (13:56)
               MOVE COD-LIQ TO WS-CODIGO
               PERFORM BUSCA-FUNCIONARIO
               PERFORM CONFERE-LIQ
           END-IF.

       CONFERE-LIQ.
           IF ACHOU EQUAL "NAO"
               PERFORM REGISTRA-ORFAO
           ELSE IF NOME-LIQ NOT EQUAL NOME-TF (IX-F)
               MOVE 49 TO WS-MOTIVO
               MOVE "NOME DA FOLHA DIFERE DO CADFUN" TO WS-TEXTO
               MOVE SPACES TO WS-DETALHE
               STRING "HOJE " DELIMITED BY SIZE
                      NOME-TF (IX-F) DELIMITED BY SIZE
                   INTO WS-DETALHE
               PERFORM REGISTRA-ACHADO
           END-IF.

      *---------------------------------------------------------
      *Satelites do aluno. O CADMATD vem primeiro: alem de ser
      *conferido, ele da o ingresso e a saida usados nos demais.
      *---------------------------------------------------------
       VARRE-MATD.
           MOVE "CADMATD.DAT" TO WS-IMAGEM.
           MOVE "SECR" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADMATD.
           PERFORM LE-MATD
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADMATD.

       LE-MATD.
           READ CADMATD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADMATD.DAT" TO WS-IMAGEM
               MOVE REG-MATD TO WS-IMAGEM (13:56)
               MOVE MATR-MTD TO WS-CODIGO
               PERFORM BUSCA-ALUNO
               PERFORM CONFERE-MATD
           END-IF.

       CONFERE-MATD.
           IF ACHOU EQUAL "NAO"
               PERFORM REGISTRA-ORFAO
           ELSE
               MOVE ING-MTD TO ING-TA (IX-A)
               MOVE SAI-MTD TO SAI-TA (IX-A)
               IF SITU-TA (IX-A) EQUAL "I" AND SAI-MTD EQUAL 0
                   MOVE 48 TO WS-MOTIVO
                   MOVE "INATIVADO SEM SAIDA NO CADMATD" TO WS-TEXTO
                   MOVE SPACES TO WS-DETALHE
                   PERFORM REGISTRA-ACHADO
               END-IF
           END-IF.

       DETALHE-SAIDA.
           MOVE SPACES TO WS-DETALHE.
           IF SAI-TA (IX-A) NOT EQUAL 0
               STRING "SAIU EM " DELIMITED BY SIZE
                      SAI-TA (IX-A) DELIMITED BY SIZE
                   INTO WS-DETALHE
           ELSE
               MOVE "INATIVADO NO CADALU" TO WS-DETALHE
           END-IF.

       DETALHE-INGRESSO.
           MOVE SPACES TO WS-DETALHE.
           STRING "INGRESSOU EM " DELIMITED BY SIZE
                  ING-TA (IX-A) DELIMITED BY SIZE
               INTO WS-DETALHE.

       VARRE-RALU.
           MOVE "CADRALU.DAT" TO WS-IMAGEM.
           MOVE "SECR" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADRALU.
           PERFORM LE-RALU
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRALU.

       LE-RALU.
           READ CADRALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADRALU.DAT" TO WS-IMAGEM
               MOVE REG-RALU TO WS-IMAGEM (13:56)
               MOVE MATR-RALU TO WS-CODIGO
               PERFORM CONFERE-RALU
           END-IF.

       CONFERE-RALU.
           PERFORM BUSCA-ALUNO.
           IF ACHOU EQUAL "NAO"
               PERFORM REGISTRA-ORFAO
           ELSE
               PERFORM ALUNO-SAIU
               IF ACHOU EQUAL "SIM"
                   MOVE 48 TO WS-MOTIVO
                   MOVE "RESPONSAVEL DE ALUNO QUE SAIU" TO WS-TEXTO
                   PERFORM DETALHE-SAIDA
                   PERFORM REGISTRA-ACHADO
               END-IF
           END-IF.

      *CADNOTAD e historico do ano: so o orfao e achado.
       VARRE-NOTAD.
           MOVE "CADNOTAD.DAT" TO WS-IMAGEM.
           MOVE "SECR" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADNOTAD.
           PERFORM LE-NOTAD
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADNOTAD.

       LE-NOTAD.
           READ CADNOTAD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADNOTAD.DAT" TO WS-IMAGEM
               MOVE REG-NOTD TO WS-IMAGEM (13:56)
               MOVE MATR-NOTD TO WS-CODIGO
               PERFORM BUSCA-ALUNO
               IF ACHOU EQUAL "NAO"
                   PERFORM REGISTRA-ORFAO
               END-IF
           END-IF.

       VARRE-DESC.
           MOVE "CADDESC.DAT" TO WS-IMAGEM.
           MOVE "SECR" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADDESC.
           PERFORM LE-DESC
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDESC.

       LE-DESC.
           READ CADDESC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADDESC.DAT" TO WS-IMAGEM
               MOVE REG-DESC TO WS-IMAGEM (13:56)
               MOVE COD-DES TO WS-CODIGO
               PERFORM BUSCA-ALUNO
               PERFORM CONFERE-DESC
           END-IF.

      *A bolsa de quem saiu so e achado enquanto ainda vigente.
       CONFERE-DESC.
           IF ACHOU EQUAL "NAO"
               PERFORM REGISTRA-ORFAO
           ELSE IF ING-TA (IX-A) NOT EQUAL 0
                  AND COMPINI-DES < ING-TA (IX-A) (1:6)
               MOVE 49 TO WS-MOTIVO
               MOVE "BOLSA ANTERIOR AO INGRESSO" TO WS-TEXTO
               PERFORM DETALHE-INGRESSO
               PERFORM REGISTRA-ACHADO
           ELSE IF COMPFIM-DES EQUAL 0
                  OR COMPFIM-DES NOT < WS-COMPET
               PERFORM ALUNO-SAIU
               IF ACHOU EQUAL "SIM"
                   MOVE 48 TO WS-MOTIVO
                   MOVE "BOLSA VIGENTE DE ALUNO QUE SAIU" TO WS-TEXTO
                   PERFORM DETALHE-SAIDA
                   PERFORM REGISTRA-ACHADO
               END-IF
           END-IF.

       VARRE-DEBAU.
           MOVE "CADDEBAU.DAT" TO WS-IMAGEM.
           MOVE "SECR" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADDEBAU.
           PERFORM LE-DEBAU
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDEBAU.

       LE-DEBAU.
           READ CADDEBAU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADDEBAU.DAT" TO WS-IMAGEM
               MOVE REG-DEB TO WS-IMAGEM (13:56)
               MOVE MATR-DEB TO WS-CODIGO
               PERFORM CONFERE-DEBAU
           END-IF.

       CONFERE-DEBAU.
           PERFORM BUSCA-ALUNO.
           IF ACHOU EQUAL "NAO"
               PERFORM REGISTRA-ORFAO
           ELSE
               PERFORM ALUNO-SAIU
               IF ACHOU EQUAL "SIM"
                   MOVE 48 TO WS-MOTIVO
                   MOVE "DEBITO AUTOMATICO DE QUEM SAIU" TO WS-TEXTO
                   PERFORM DETALHE-SAIDA
                   PERFORM REGISTRA-ACHADO
               END-IF
           END-IF.

       VARRE-CRED.
           MOVE "CADCRED.DAT" TO WS-IMAGEM.
           MOVE "TESOU" TO WS-AREA.
           PERFORM ABRE-VARREDURA.
           OPEN INPUT CADCRED.
           PERFORM LE-CRED
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCRED.

       LE-CRED.
           READ CADCRED
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO LIDOS-TV (IX-V)
               MOVE "CADCRED.DAT" TO WS-IMAGEM
               MOVE REG-CRED TO WS-IMAGEM (13:56)
               MOVE COD-CRED TO WS-CODIGO
               PERFORM BUSCA-ALUNO
               PERFORM CONFERE-CRED
           END-IF.

      *O credito de quem saiu e achado enquanto ainda nao aplicado
      *(competencia corrente ou futura) - e devolucao, nao desconto.
       CONFERE-CRED.
           IF ACHOU EQUAL "NAO"
               PERFORM REGISTRA-ORFAO
           ELSE IF ING-TA (IX-A) NOT EQUAL 0
                  AND DATA-CRED < ING-TA (IX-A)
               MOVE 49 TO WS-MOTIVO
               MOVE "CREDITO ANTERIOR AO INGRESSO" TO WS-TEXTO
               PERFORM DETALHE-INGRESSO
               PERFORM REGISTRA-ACHADO
           ELSE IF COMPET-CRED NOT < WS-COMPET
               PERFORM ALUNO-SAIU
               IF ACHOU EQUAL "SIM"
                   MOVE 48 TO WS-MOTIVO
                   MOVE "CREDITO PENDENTE DE QUEM SAIU" TO WS-TEXTO
                   PERFORM DETALHE-SAIDA
                   PERFORM REGISTRA-ACHADO
               END-IF
           END-IF.

      *---------------------------------------------------------
      *TERMINO fecha cada relatorio com o resumo dos satelites da
      *propria area.
      *---------------------------------------------------------
       TERMINO.
           MOVE "RH" TO WS-AREA.
           PERFORM GRAVA-RESUMO-AREA.
           MOVE "SECR" TO WS-AREA.
           PERFORM GRAVA-RESUMO-AREA.
           MOVE "TESOU" TO WS-AREA.
           PERFORM GRAVA-RESUMO-AREA.
           CLOSE CADINTR
                 CADINTS
                 CADINTT
                 CADRLOG.
           DISPLAY "EX71 - VARREDURA DE " WS-DATA-HOJE.
           DISPLAY "EX71 - FUNCIONARIOS NO MESTRE..: " QTD-FUN.
           DISPLAY "EX71 - ALUNOS NO MESTRE........: " QTD-ALU.
           DISPLAY "EX71 - ORFAOS (MOTIVO 47)......: " TOT-ORFAOS.
           DISPLAY "EX71 - ATIVOS DE QUEM SAIU (48): " TOT-ATIVOS.
           DISPLAY "EX71 - CODIGOS REUSADOS (49)...: " TOT-REUSOS.

       GRAVA-RESUMO-AREA.
           MOVE SPACES TO LINHA-TITULO.
           PERFORM GRAVA-LINHA-AREA.
           MOVE "RESUMO POR ARQUIVO" TO LINHA-TITULO.
           PERFORM GRAVA-LINHA-AREA.
           MOVE CAB-RESUMO TO LINHA-TITULO.
           PERFORM GRAVA-LINHA-AREA.
           MOVE CAB-RESUMO-2 TO LINHA-TITULO.
           PERFORM GRAVA-LINHA-AREA.
           MOVE 1 TO IX-V.
           PERFORM GRAVA-RESUMO-ARQUIVO
               UNTIL IX-V > QTD-VAR.

       GRAVA-RESUMO-ARQUIVO.
           IF AREA-TV (IX-V) EQUAL WS-AREA
               MOVE ARQ-TV (IX-V) TO LR-ARQ
               MOVE LIDOS-TV (IX-V) TO LR-LIDOS
               MOVE ORFAOS-TV (IX-V) TO LR-ORFAOS
               MOVE ATIVOS-TV (IX-V) TO LR-ATIVOS
               MOVE REUSOS-TV (IX-V) TO LR-REUSOS
               MOVE LINHA-RESUMO TO LINHA-TITULO
               PERFORM GRAVA-LINHA-AREA
           END-IF.
           ADD 1 TO IX-V.

       GRAVA-LINHA-AREA.
           IF WS-AREA EQUAL "RH"
               MOVE LINHA-TITULO TO REG-INTR
               WRITE REG-INTR
           ELSE IF WS-AREA EQUAL "SECR"
               MOVE LINHA-TITULO TO REG-INTS
               WRITE REG-INTS
           ELSE
               MOVE LINHA-TITULO TO REG-INTT
               WRITE REG-INTT
           END-IF.

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
