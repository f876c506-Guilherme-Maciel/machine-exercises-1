      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - CADLIQ.DAT ganha no fim o TIPO-LIQ (S
      *salario, F ferias, R rescisao); a ordenacao passa a levar o byte
      *a mais junto com o resto do registro.
      *MODIFICACAO 15/10/2026 - modo ADIANT [AAAAMMDD] para a remessa
      *do adiantamento quinzenal do EX47: le a folha do adiantamento
      *CADADI.DAT (mesmo layout do CADLIQ) e grava a remessa no mesmo
      *layout do banco em CADREMA.DAT, com as excecoes em CADSEMA.DAT e
      *a data do pagamento no header; sem parametro tudo segue como
      *antes. Os nomes dos tres arquivos passam a vir de WS-ARQ-*, como
      *no EX26.
      *MODIFICACAO 15/10/2026 - remessa da folha do mes so sai com a
      *conferencia de variacao do EX49 liberada para a competencia
      *(CADVARS.DAT); sem ela, ou com bandeira sem visto do RH, o
      *programa para com RC 16 antes de gerar CADREM.DAT. O modo ADIANT
      *nao muda.
      *MODIFICACAO 15/10/2026 - a liberacao da remessa do mes confere a
      *competencia da geracao de CADLIQ.DAT guardada pelo EX26 depois
      *do EX30 (catalogo CADGCAT.DAT), e nao a do dia: relancada no dia
      *1, a remessa ainda e a do mes que fechou.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLIQ ASSIGN TO WS-ARQ-LIQ
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCO-ORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADREM ASSIGN TO WS-ARQ-REM
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADSEMB ASSIGN TO WS-ARQ-SEMB
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK1 ASSIGN TO DISK.
           SELECT SORTWK2 ASSIGN TO DISK.

           SELECT OPTIONAL CADVARS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VARS.
           SELECT OPTIONAL CADGCAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADLIQ.DAT = folha liquida gravada pelo EX08 (no modo ADIANT,
      *CADADI.DAT, a folha do adiantamento do EX47, no mesmo layout).
       FD CADLIQ
           LABEL RECORD ARE STANDARD.

       01 REG-LIQ.
           02 COD-LIQ PIC 9(05).
           02 IRRF-LIQ PIC 9(5)V99.
           02 LIQUIDO-LIQ PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 TIPO-LIQ PIC X(01).

      *CADBCO.DAT = dados bancarios por funcionario, mantido pelo RH
      *com a chave COD-ENT.
           02 IRRF-LIQ-O PIC 9(5)V99.
           02 LIQUIDO-LIQ-O PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 TIPO-LIQ-O PIC X(01).

       FD BCO-ORD
           LABEL RECORD ARE STANDARD
           02 DV-BCO-O PIC X(01).

      *CADREM.DAT = remessa no layout do banco: header (tipo 0),
      *um detalhe por funcionario (tipo 1) e trailer (tipo 9). No
      *modo ADIANT a remessa e CADREMA.DAT.
       FD CADREM
           LABEL RECORD ARE STANDARD.

       01 REG-REM PIC X(60).

      *CADSEMB.DAT = excecoes da remessa: funcionario sem dados
      *bancarios ou com liquido que nao da pagamento. No modo ADIANT
      *as excecoes saem em CADSEMA.DAT, para nao pisar nas da folha.
       FD CADSEMB
           LABEL RECORD ARE STANDARD.

       01 REG-SEMB PIC X(56).

       SD SORTWK1.
       01 REG-SORT-LIQ.
           02 SRT-COD-LIQ PIC 9(05).
           02 SRT-RESTO-LIQ PIC X(51).

       SD SORTWK2.
       01 REG-SORT-BCO.
           02 SRT-COD-BCO PIC 9(05).
           02 SRT-RESTO-BCO PIC X(16).

      *CADVARS.DAT = a situacao da conferencia de variacao da folha
      *gravada pelo EX49 (LIBERADO ou PENDENTE).
       FD CADVARS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVARS.DAT".

       01 REG-VARS.
           02 COMPET-VARS PIC 9(06).
           02 SITU-VARS PIC X(08).
           02 QTD-BAND-VARS PIC 9(05).
           02 QTD-PEND-VARS PIC 9(05).

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

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-VARS PIC X(02) VALUE SPACE.
           77 WS-ARQ-LIQ PIC X(12) VALUE "CADLIQ.DAT".
           77 WS-ARQ-REM PIC X(12) VALUE "CADREM.DAT".
           77 WS-ARQ-SEMB PIC X(12) VALUE "CADSEMB.DAT".
           77 WS-PARM-LINHA PIC X(40) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(08) VALUE SPACE.
           77 FIM-LIQ PIC X(03) VALUE "NAO".
           77 FIM-BCO PIC X(03) VALUE "NAO".
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-COMPET PIC 9(06) VALUE 0.
           77 WS-NUM-REL PIC 9(05) VALUE 0.
           77 FIM-CAT PIC X(03) VALUE "NAO".
           77 CONT-LIDOS PIC 9(07) VALUE 0.
           77 CONT-REM PIC 9(06) VALUE 0.
           77 CONT-SEMB PIC 9(07) VALUE 0.

      *INICIO ordena a folha liquida e o cadastro bancario por
      *codigo do funcionario e grava o header da remessa com os
      *dados da empresa e a data da rodada (no modo ADIANT, a data
      *do pagamento do adiantamento).
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE TO HD-DATA.
           PERFORM TRATA-PARAMETROS.
           IF WS-MODO NOT EQUAL "ADIANT"
               PERFORM CONFERE-LIBERACAO
           END-IF.
           SORT SORTWK1 ON ASCENDING KEY SRT-COD-LIQ
               USING CADLIQ
               GIVING LIQ-ORD.
                      BCO-ORD
           OUTPUT CADREM
                  CADSEMB.
           MOVE LINHA-HEADER TO REG-REM.
           WRITE REG-REM.
           PERFORM LEITURA-LIQ.
           PERFORM LEITURA-BCO.

      *TRATA-PARAMETROS le a linha de comando: vazia (ou so com a
      *contagem de pulo que o EXCTL poe na frente) e a remessa da
      *folha do mes; ADIANT [AAAAMMDD] troca a entrada pela folha
      *do adiantamento CADADI.DAT, a saida por CADREMA.DAT e as
      *excecoes por CADSEMA.DAT, com a data do pagamento no header.
       TRATA-PARAMETROS.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2
           END-IF.
           IF WS-MODO EQUAL "ADIANT"
               MOVE "CADADI.DAT" TO WS-ARQ-LIQ
               MOVE "CADREMA.DAT" TO WS-ARQ-REM
               MOVE "CADSEMA.DAT" TO WS-ARQ-SEMB
               MOVE "FATEC-SP ADIANTAMENTO SALARIAL" TO HD-EMPRESA
               IF WS-P2 IS NUMERIC
                      AND WS-P2 NOT EQUAL "00000000"
                   MOVE WS-P2 TO HD-DATA
               END-IF
           ELSE IF WS-MODO NOT EQUAL SPACES
               DISPLAY "EX15 - USO: EX15"
               DISPLAY "            EX15 ADIANT [AAAAMMDD]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *CONFERE-LIBERACAO so deixa sair a remessa da folha do mes
      *quando a conferencia de variacao do EX49 da competencia esta
      *LIBERADO, isto e, com todas as bandeiras vistadas pelo RH.
       CONFERE-LIBERACAO.
           PERFORM ACHA-COMPETENCIA.
           MOVE SPACES TO SITU-VARS.
           MOVE 0 TO COMPET-VARS.
           OPEN INPUT CADVARS.
           IF WS-FS-VARS EQUAL "00"
               READ CADVARS
                   AT END MOVE SPACES TO SITU-VARS
               END-READ
           END-IF.
           CLOSE CADVARS.
           IF COMPET-VARS NOT EQUAL WS-COMPET
                  OR SITU-VARS NOT EQUAL "LIBERADO"
               DISPLAY "EX15 - REMESSA RETIDA: CONFERENCIA DE VARIACAO"
                       " DA FOLHA " WS-COMPET
                       " NAO LIBERADA (EX49)"
               IF COMPET-VARS EQUAL WS-COMPET
                   DISPLAY "EX15 - BANDEIRAS SEM VISTO EM CADVARL.DAT: "
                           QTD-PEND-VARS
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *ACHA-COMPETENCIA toma a competencia da folha a pagar pela
      *geracao de CADLIQ.DAT guardada pelo EX26 depois do EX30 (a
      *mais nova do catalogo), a mesma que o EX49 conferiu, e nao
      *pela data do movimento: a remessa relancada no dia 1 ainda e
      *a do mes que fechou. Sem essa geracao vale o mes do movimento.
       ACHA-COMPETENCIA.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET.
           MOVE 0 TO WS-NUM-REL.
           MOVE "NAO" TO FIM-CAT.
           OPEN INPUT CADGCAT.
           PERFORM LE-CATALOGO-FOLHA
               UNTIL FIM-CAT EQUAL "SIM".
           CLOSE CADGCAT.

       LE-CATALOGO-FOLHA.
           READ CADGCAT
               AT END
               MOVE "SIM" TO FIM-CAT.
           IF FIM-CAT NOT EQUAL "SIM"
                  AND SITU-CAT EQUAL "A"
                  AND ARQ-CAT EQUAL "CADLIQ.DAT"
                  AND PASSO-CAT EQUAL "EX30"
                  AND NUM-CAT > WS-NUM-REL
               MOVE NUM-CAT TO WS-NUM-REL
               MOVE DATA-CAT (1:6) TO WS-COMPET
           END-IF.

       LEITURA-LIQ.
           READ LIQ-ORD
               AT END
                 BCO-ORD
                 CADREM
                 CADSEMB.
           DISPLAY "EX15 - REMESSA.............: " WS-ARQ-REM.
           DISPLAY "EX15 - FUNCIONARIOS LIDOS..: " CONT-LIDOS.
           DISPLAY "EX15 - DETALHES NA REMESSA.: " CONT-REM.
           DISPLAY "EX15 - EXCECOES SEM BANCO..: " CONT-SEMB.
