       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX70.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX70 distribui os relatorios do lote. Ja sao dezenas de
      *arquivos para imprimir de manha (holerite, rescisao, boletim,
      *frequencia, balancete, conciliacao ...) e a operacao adivinhava
      *o que ia para a secretaria, o RH, a tesouraria ou a diretoria,
      *quantas copias, e o que nao pode sair do RH. A tabela
      *CADDIST.DAT diz, por arquivo de saida, o programa do plano que
      *o gera (e a primeira palavra dos parametros do passo, quando o
      *mesmo programa roda com modos diferentes), a area destinataria,
      *o numero de copias, a classe de sigilo (P publico, I interno,
      *R restrito ao RH) e a impressora ou pasta de destino; um
      *arquivo que vai para duas areas tem duas linhas.
      *Como ultimo passo do plano, o programa rele a trilha CADLOTE.DAT
      *e so distribui o arquivo cujo passo gerador fechou com RC zero
      *na data do movimento - o arquivo de ontem que ficou no disco
      *porque o passo foi pulado, retido ou caiu nao vai para ninguem.
      *Arquivo de programa que nao e passo do plano (boletim por
      *disciplina do EX40, carne e aging do EX27, cartas do EX21, que
      *a secretaria roda avulso com data de prova ou competencia) vai
      *pela data de gravacao no disco: sai quando foi gravado na data
      *do movimento ou depois, e e NAO GERADO quando e mais antigo.
      *Cada area recebe o pacote PAC<area>.DAT: a folha de rosto com a
      *lista dos arquivos, copias, paginas (60 linhas por pagina),
      *classe e destino, e em seguida as copias de cada arquivo. Linha
      *de classe R para area que nao seja o RH e BLOQUEADA e nao sai.
      *Tudo o que foi (ou deixou de ser) entregue vai para o registro
      *cumulativo CADDSTL.DAT, que responde ao "nunca recebi o
      *boletim":
      *  EX70 CONSULTA <arquivo | area> [AAAAMMDD]
      *lista o registro daquele arquivo ou daquela area. Retorno 4
      *quando ficou arquivo pendente (passo gerador falhou ou foi
      *retido hoje; so e distribuido de novo quando uma falha de RC
      *12 ou mais arma o reinicio do lote), ausente ou bloqueado. Um
      *primeiro token numerico e a contagem de pulo do EXCTL e e
      *descartado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIS.
           SELECT CADPLAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PLAN.
           SELECT OPTIONAL CADLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
      *ARQ-REL le o relatorio a distribuir e ARQ-PAC grava o pacote
      *da area, com os nomes fisicos montados em tempo de execucao.
           SELECT ARQ-REL ASSIGN TO WS-ARQ-REL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
           SELECT ARQ-PAC ASSIGN TO WS-ARQ-PAC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAC.
           SELECT OPTIONAL CADDSTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADDIST.DAT = tabela de distribuicao mantida pela operacao,
      *uma linha por arquivo e area destinataria.
       FD CADDIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDIST.DAT".

       01 REG-DIS.
           02 ARQ-DIS PIC X(12).
           02 PGM-DIS PIC X(08).
           02 CHAVE-DIS PIC X(12).
           02 AREA-DIS PIC X(05).
           02 COPIAS-DIS PIC 9(02).
           02 CLASSE-DIS PIC X(01).
           02 SAIDA-DIS PIC X(12).

      *CADPLAN.DAT = o plano do lote, para saber qual programa e
      *quais parametros estao em cada posicao da trilha.
       FD CADPLAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPLAN.DAT".

       01 REG-PLAN.
           02 PGM-PLAN PIC X(08).
           02 ARQ-PLAN PIC X(12).
           02 PARM-PLAN PIC X(28).
           02 CAL-PLAN PIC X(07).
           02 DEP-PLAN PIC X(02).
           02 FILLER PIC X(01).
           02 DEP2-PLAN PIC X(02).

      *CADLOTE.DAT = trilha cumulativa de execucao dos lotes gravada
      *pelo EXCTL, uma linha por passo com RC, data e posicao.
       FD CADLOTE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLOTE.DAT".

       01 REG-LOTE.
           02 PGM-LOTE PIC X(08).
           02 FILLER PIC X(05).
           02 RC-LOTE PIC X(05).
           02 FILLER PIC X(04).
           02 DATA-LOTE PIC X(08).
           02 FILLER PIC X(01).
           02 HORA-INI-LOTE PIC X(08).
           02 FILLER PIC X(01).
           02 HORA-FIM-LOTE PIC X(08).
           02 OBS-LOTE PIC X(07).
           02 PASSO-LOTE PIC X(02).

       FD ARQ-REL
           LABEL RECORD ARE STANDARD.

       01 REG-REL PIC X(200).

       FD ARQ-PAC
           LABEL RECORD ARE STANDARD.

       01 REG-PAC PIC X(200).

      *CADDSTL.DAT = registro cumulativo da distribuicao: data e hora,
      *area, arquivo, programa gerador, copias, paginas, destino e a
      *situacao (ENTREGUE, VAZIO, NAO GERADO, PENDENTE, AUSENTE ou
      *BLOQUEADO).
       FD CADDSTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDSTL.DAT".

       01 REG-DSTL.
           02 DATA-DSTL PIC 9(08).
           02 HORA-DSTL PIC 9(06).
           02 AREA-DSTL PIC X(05).
           02 ARQ-DSTL PIC X(12).
           02 PGM-DSTL PIC X(08).
           02 COPIAS-DSTL PIC 9(02).
           02 PAGINAS-DSTL PIC 9(05).
           02 SAIDA-DSTL PIC X(12).
           02 SITU-DSTL PIC X(10).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-DIS PIC X(02) VALUE SPACE.
           77 WS-FS-PLAN PIC X(02) VALUE SPACE.
           77 WS-FS-REL PIC X(02) VALUE SPACE.
           77 WS-FS-PAC PIC X(02) VALUE SPACE.
           77 WS-ARQ-REL PIC X(12) VALUE SPACE.
           77 WS-ARQ-PAC PIC X(12) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 FIM-REL PIC X(03) VALUE "NAO".
           77 WS-PARM-LINHA PIC X(40) VALUE SPACE.
           77 WS-P1 PIC X(12) VALUE SPACE.
           77 WS-P2 PIC X(12) VALUE SPACE.
           77 WS-P3 PIC X(12) VALUE SPACE.
           77 WS-P4 PIC X(12) VALUE SPACE.
           77 WS-MODO PIC X(12) VALUE SPACE.
           77 WS-CONSULTA PIC X(12) VALUE SPACE.
           77 WS-DATA-CONS PIC X(08) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-DATA-SISTEMA PIC 9(08) VALUE 0.
           77 WS-HORA PIC 9(08) VALUE 0.
           77 WS-POS PIC 9(02) VALUE 0.
           77 LINHAS-PAGINA PIC 9(03) VALUE 60.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 TEM-GERADO PIC X(03) VALUE "NAO".
           77 TEM-FALHA PIC X(03) VALUE "NAO".
           77 TEM-NO-PLANO PIC X(03) VALUE "NAO".
           77 WS-DATA-ARQ PIC 9(08) VALUE 0.
           77 WS-MES-ARQ PIC 9(02) VALUE 0.
           77 WS-DIA-ARQ PIC 9(02) VALUE 0.
           77 TEM-RESTRITO PIC X(03) VALUE "NAO".
           77 IX-P PIC 9(02) VALUE 0.
           77 IX-D PIC 9(03) VALUE 0.
           77 IX-AR PIC 9(02) VALUE 0.
           77 IX-COPIA PIC 9(02) VALUE 0.
           77 CONT-LINHAS PIC 9(07) VALUE 0.
           77 CONT-ENTREGUES PIC 9(03) VALUE 0.
           77 CONT-NAO-GERADOS PIC 9(03) VALUE 0.
           77 CONT-PROBLEMAS PIC 9(03) VALUE 0.
           77 CONT-ITENS-AREA PIC 9(03) VALUE 0.
           77 CONT-CONSULTA PIC 9(05) VALUE 0.
           77 TOT-PAG-AREA PIC 9(07) VALUE 0.
           77 WS-PAG-COPIAS PIC 9(07) VALUE 0.

      *TAB-PLAN = o plano em memoria, com a situacao de hoje de cada
      *posicao tirada da trilha: S fechou com RC zero (ou JAFEZ), F
      *falhou ou ficou retido, P pulado, branco nao passou hoje.
           01 TAB-PLAN.
               02 QTD-PLAN PIC 9(02) VALUE 0.
               02 PLAN-LINHA OCCURS 60 TIMES.
                   03 PGM-TP PIC X(08).
                   03 CHAVE-TP PIC X(12).
                   03 SITU-TP PIC X(01).

      *TAB-DIS = a tabela de distribuicao e o que foi apurado para
      *cada linha.
           01 TAB-DIS.
               02 QTD-DIS PIC 9(03) VALUE 0.
               02 DIS-LINHA OCCURS 300 TIMES.
                   03 ARQ-TD PIC X(12).
                   03 PGM-TD PIC X(08).
                   03 CHAVE-TD PIC X(12).
                   03 AREA-TD PIC X(05).
                   03 COPIAS-TD PIC 9(02).
                   03 CLASSE-TD PIC X(01).
                   03 SAIDA-TD PIC X(12).
                   03 SITU-TD PIC X(10).
                   03 LINHAS-TD PIC 9(07).
                   03 PAGINAS-TD PIC 9(05).

      *DET-ARQ = tamanho, data e hora de gravacao do arquivo, como o
      *CBL_CHECK_FILE_EXIST devolve (dia e mes em um byte binario,
      *ano em dois); BYTE-NUM monta o byte num binario de dois.
           01 DET-ARQ.
               02 TAM-DET PIC 9(18) BINARY.
               02 DIA-DET PIC X(01).
               02 MES-DET PIC X(01).
               02 ANO-DET PIC 9(04) BINARY.
               02 HORA-DET PIC X(04).

           01 BYTE-NUM.
               02 FILLER PIC X(01) VALUE LOW-VALUE.
               02 BYTE-DET PIC X(01).
           01 BYTE-VAL REDEFINES BYTE-NUM PIC 9(04) BINARY.

      *TAB-AREA = as areas destinatarias, na ordem da tabela.
           01 TAB-AREA.
               02 QTD-AREA PIC 9(02) VALUE 0.
               02 AREA-LINHA OCCURS 30 TIMES.
                   03 AREA-TA PIC X(05).

           01 LINHA-TITULO PIC X(100) VALUE SPACE.

           01 CAB-ROSTO.
               02 FILLER PIC X(14) VALUE "ARQUIVO".
               02 FILLER PIC X(10) VALUE "PROGRAMA".
               02 FILLER PIC X(08) VALUE "COPIAS".
               02 FILLER PIC X(09) VALUE "PAGINAS".
               02 FILLER PIC X(14) VALUE "CLASSE".
               02 FILLER PIC X(14) VALUE "DESTINO".
               02 FILLER PIC X(10) VALUE "SITUACAO".

           01 LINHA-ROSTO.
               02 LR-ARQ PIC X(12).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LR-PGM PIC X(08).
               02 FILLER PIC X(06) VALUE SPACE.
               02 LR-COPIAS PIC Z9.
               02 FILLER PIC X(04) VALUE SPACE.
               02 LR-PAGINAS PIC ZZZZ9.
               02 FILLER PIC X(02) VALUE SPACE.
               02 LR-CLASSE PIC X(12).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LR-SAIDA PIC X(12).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LR-SITU PIC X(10).

           01 LINHA-TOTAL.
               02 LT-DESC PIC X(45).
               02 LT-QTD PIC ZZZZZZ9.

           01 LINHA-CONSULTA.
               02 LM-DATA PIC 9(08).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LM-HH PIC 9(02).
               02 FILLER PIC X(01) VALUE ":".
               02 LM-MM PIC 9(02).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LM-AREA PIC X(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LM-ARQ PIC X(12).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LM-COPIAS PIC Z9.
               02 FILLER PIC X(03) VALUE " X ".
               02 LM-PAGINAS PIC ZZZZ9.
               02 FILLER PIC X(06) VALUE " PAG. ".
               02 LM-SAIDA PIC X(12).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LM-SITU PIC X(10).

       PROCEDURE DIVISION.

       PGM-EX70.
           PERFORM INICIO.
           IF WS-MODO EQUAL "CONSULTA"
               PERFORM CONSULTA-REGISTRO
           ELSE
               PERFORM DISTRIBUI
           END-IF.
           STOP RUN.

      *INICIO pega a data do movimento e o modo pedido.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO WS-DATA-HOJE.
           PERFORM USA-DATA-MOVIMENTO.
           ACCEPT WS-HORA FROM TIME.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACE
               INTO WS-P1 WS-P2 WS-P3 WS-P4.
           IF WS-P1 (1:1) IS NUMERIC
               MOVE WS-P2 TO WS-MODO
               MOVE WS-P3 TO WS-CONSULTA
               MOVE WS-P4 TO WS-DATA-CONS
           ELSE
               MOVE WS-P1 TO WS-MODO
               MOVE WS-P2 TO WS-CONSULTA
               MOVE WS-P3 TO WS-DATA-CONS
           END-IF.
           IF WS-MODO NOT EQUAL SPACES
                  AND WS-MODO NOT EQUAL "CONSULTA"
               PERFORM MOSTRA-USO
           END-IF.
           IF WS-MODO EQUAL "CONSULTA"
                  AND WS-CONSULTA EQUAL SPACES
               PERFORM MOSTRA-USO
           END-IF.

       MOSTRA-USO.
           DISPLAY "EX70 - USO: EX70                  (DISTRIBUICAO)".
           DISPLAY "            EX70 CONSULTA <ARQUIVO | AREA> "
                   "[AAAAMMDD]".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------
      *DISTRIBUI - apura o que o plano gerou hoje, monta um pacote
      *por area e registra a distribuicao.
      *---------------------------------------------------------
       DISTRIBUI.
           PERFORM CARREGA-PLANO.
           PERFORM LE-TRILHA.
           PERFORM CARREGA-DISTRIBUICAO.
           OPEN EXTEND CADDSTL.
           MOVE 1 TO IX-AR.
           PERFORM MONTA-PACOTE
               UNTIL IX-AR > QTD-AREA.
           CLOSE CADDSTL.
           DISPLAY "EX70 - DISTRIBUICAO DO LOTE DE " WS-DATA-HOJE.
           DISPLAY "EX70 - AREAS.................: " QTD-AREA.
           DISPLAY "EX70 - ARQUIVOS ENTREGUES....: " CONT-ENTREGUES.
           DISPLAY "EX70 - NAO GERADOS HOJE......: " CONT-NAO-GERADOS.
           DISPLAY "EX70 - PENDENTES/PROBLEMAS...: " CONT-PROBLEMAS.
           IF CONT-PROBLEMAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       CARREGA-PLANO.
           OPEN INPUT CADPLAN.
           IF WS-FS-PLAN NOT EQUAL "00"
               DISPLAY "EX70 - CADPLAN.DAT NAO ABRIU: " WS-FS-PLAN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-PLANO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADPLAN.

       LE-PLANO.
           READ CADPLAN
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-PLAN EQUAL 60
                   DISPLAY "EX70 - TABELA DO PLANO CHEIA, AUMENTAR "
                           "OCCURS DE TAB-PLAN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-PLAN
               MOVE PGM-PLAN TO PGM-TP (QTD-PLAN)
               MOVE SPACES TO CHAVE-TP (QTD-PLAN)
               UNSTRING PARM-PLAN DELIMITED BY ALL SPACE
                   INTO CHAVE-TP (QTD-PLAN)
               MOVE SPACE TO SITU-TP (QTD-PLAN)
           END-IF.

      *LE-TRILHA percorre a trilha inteira; das linhas com a data do
      *movimento vale a ultima de cada posicao do plano, para um
      *passo que falhou e passou no reinicio contar como gerado.
       LE-TRILHA.
           OPEN INPUT CADLOTE.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-LINHA-TRILHA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADLOTE.

       LE-LINHA-TRILHA.
           READ CADLOTE
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND DATA-LOTE EQUAL WS-DATA-HOJE
                  AND PASSO-LOTE IS NUMERIC
               MOVE PASSO-LOTE TO WS-POS
               IF WS-POS > 0 AND WS-POS NOT > QTD-PLAN
                   PERFORM ANOTA-PASSO
               END-IF
           END-IF.

       ANOTA-PASSO.
           IF PGM-LOTE NOT EQUAL PGM-TP (WS-POS)
               CONTINUE
           ELSE IF OBS-LOTE EQUAL " PULADO"
               MOVE "P" TO SITU-TP (WS-POS)
           ELSE IF OBS-LOTE EQUAL " RETIDO"
               MOVE "F" TO SITU-TP (WS-POS)
           ELSE IF RC-LOTE EQUAL "    0"
               MOVE "S" TO SITU-TP (WS-POS)
           ELSE
               MOVE "F" TO SITU-TP (WS-POS)
           END-IF.

      *CARREGA-DISTRIBUICAO le a tabela, decide a situacao de cada
      *linha e conta as linhas do relatorio gerado.
       CARREGA-DISTRIBUICAO.
           OPEN INPUT CADDIST.
           IF WS-FS-DIS NOT EQUAL "00"
               DISPLAY "EX70 - CADDIST.DAT NAO ABRIU: " WS-FS-DIS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-DISTRIBUICAO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDIST.

       LE-DISTRIBUICAO.
           READ CADDIST
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-DIS EQUAL 300
                   DISPLAY "EX70 - TABELA DE DISTRIBUICAO CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DIS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DIS
               MOVE ARQ-DIS TO ARQ-TD (QTD-DIS)
               MOVE PGM-DIS TO PGM-TD (QTD-DIS)
               MOVE CHAVE-DIS TO CHAVE-TD (QTD-DIS)
               MOVE AREA-DIS TO AREA-TD (QTD-DIS)
               IF COPIAS-DIS IS NUMERIC AND COPIAS-DIS > 0
                   MOVE COPIAS-DIS TO COPIAS-TD (QTD-DIS)
               ELSE
                   MOVE 1 TO COPIAS-TD (QTD-DIS)
               END-IF
               MOVE CLASSE-DIS TO CLASSE-TD (QTD-DIS)
               MOVE SAIDA-DIS TO SAIDA-TD (QTD-DIS)
               MOVE 0 TO LINHAS-TD (QTD-DIS)
               MOVE 0 TO PAGINAS-TD (QTD-DIS)
               MOVE QTD-DIS TO IX-D
               PERFORM APURA-SITUACAO
               PERFORM GUARDA-AREA
           END-IF.

      *APURA-SITUACAO: material restrito fora do RH nao sai; o resto
      *depende de como terminou hoje o passo gerador, ou da data do
      *arquivo quando o gerador nao e passo do plano.
       APURA-SITUACAO.
           MOVE "NAO" TO TEM-GERADO.
           MOVE "NAO" TO TEM-FALHA.
           MOVE "NAO" TO TEM-NO-PLANO.
           MOVE 1 TO IX-P.
           PERFORM TESTA-PASSO-GERADOR
               UNTIL IX-P > QTD-PLAN.
           IF CLASSE-TD (IX-D) EQUAL "R"
                  AND AREA-TD (IX-D) NOT EQUAL "RH"
               MOVE "BLOQUEADO" TO SITU-TD (IX-D)
               DISPLAY "EX70 - " ARQ-TD (IX-D) " E RESTRITO AO RH, "
                       "NAO VAI PARA " AREA-TD (IX-D)
           ELSE IF TEM-NO-PLANO EQUAL "NAO"
               PERFORM CONFERE-DATA-ARQUIVO
           ELSE IF TEM-GERADO EQUAL "SIM"
               PERFORM CONTA-LINHAS
           ELSE IF TEM-FALHA EQUAL "SIM"
               MOVE "PENDENTE" TO SITU-TD (IX-D)
           ELSE
               MOVE "NAO GERADO" TO SITU-TD (IX-D)
           END-IF.

       TESTA-PASSO-GERADOR.
           IF PGM-TP (IX-P) EQUAL PGM-TD (IX-D)
              AND (CHAVE-TD (IX-D) EQUAL SPACES
                   OR CHAVE-TD (IX-D) EQUAL CHAVE-TP (IX-P))
               MOVE "SIM" TO TEM-NO-PLANO
               IF SITU-TP (IX-P) EQUAL "S"
                   MOVE "SIM" TO TEM-GERADO
               END-IF
               IF SITU-TP (IX-P) EQUAL "F"
                   MOVE "SIM" TO TEM-FALHA
               END-IF
           END-IF.
           ADD 1 TO IX-P.

      *CONFERE-DATA-ARQUIVO: arquivo de gerador avulso so sai se foi
      *gravado na data do movimento ou depois.
       CONFERE-DATA-ARQUIVO.
           MOVE ARQ-TD (IX-D) TO WS-ARQ-REL.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ARQ-REL DET-ARQ.
           IF RETURN-CODE NOT EQUAL 0
               MOVE 0 TO RETURN-CODE
               MOVE "NAO GERADO" TO SITU-TD (IX-D)
           ELSE
               MOVE MES-DET TO BYTE-DET
               MOVE BYTE-VAL TO WS-MES-ARQ
               MOVE DIA-DET TO BYTE-DET
               MOVE BYTE-VAL TO WS-DIA-ARQ
               COMPUTE WS-DATA-ARQ =
                   ANO-DET * 10000 + WS-MES-ARQ * 100 + WS-DIA-ARQ
               IF WS-DATA-ARQ < WS-DATA-HOJE
                   MOVE "NAO GERADO" TO SITU-TD (IX-D)
               ELSE
                   PERFORM CONTA-LINHAS
               END-IF
           END-IF.

      *CONTA-LINHAS le o relatorio gerado para a contagem de paginas.
       CONTA-LINHAS.
           MOVE ARQ-TD (IX-D) TO WS-ARQ-REL.
           MOVE 0 TO CONT-LINHAS.
           OPEN INPUT ARQ-REL.
           IF WS-FS-REL NOT EQUAL "00"
               MOVE "AUSENTE" TO SITU-TD (IX-D)
           ELSE
               MOVE "NAO" TO FIM-REL
               PERFORM CONTA-LINHA
                   UNTIL FIM-REL EQUAL "SIM"
               CLOSE ARQ-REL
               PERFORM FECHA-CONTAGEM
           END-IF.

       CONTA-LINHA.
           READ ARQ-REL
               AT END
               MOVE "SIM" TO FIM-REL.
           IF FIM-REL NOT EQUAL "SIM"
               ADD 1 TO CONT-LINHAS
           END-IF.

       FECHA-CONTAGEM.
           MOVE CONT-LINHAS TO LINHAS-TD (IX-D).
           IF CONT-LINHAS EQUAL 0
               MOVE "VAZIO" TO SITU-TD (IX-D)
           ELSE
               MOVE "ENTREGUE" TO SITU-TD (IX-D)
               COMPUTE PAGINAS-TD (IX-D) =
                   (CONT-LINHAS + LINHAS-PAGINA - 1) / LINHAS-PAGINA
           END-IF.

       GUARDA-AREA.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-AR.
           PERFORM TESTA-AREA
               UNTIL IX-AR > QTD-AREA
                  OR ACHOU EQUAL "SIM".
           IF ACHOU EQUAL "NAO"
               IF QTD-AREA EQUAL 30
                   DISPLAY "EX70 - TABELA DE AREAS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-AREA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-AREA
               MOVE AREA-TD (IX-D) TO AREA-TA (QTD-AREA)
           END-IF.

       TESTA-AREA.
           IF AREA-TA (IX-AR) EQUAL AREA-TD (IX-D)
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-AR
           END-IF.

      *---------------------------------------------------------
      *MONTA-PACOTE grava o PAC<area>.DAT: a folha de rosto e as
      *copias dos arquivos entregues. Area sem nada hoje recebe so a
      *folha de rosto, para o pacote de ontem nao ser impresso de novo.
      *---------------------------------------------------------
       MONTA-PACOTE.
           MOVE SPACES TO WS-ARQ-PAC.
           STRING "PAC" DELIMITED BY SIZE
                  AREA-TA (IX-AR) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-ARQ-PAC.
           OPEN OUTPUT ARQ-PAC.
           IF WS-FS-PAC NOT EQUAL "00"
               DISPLAY "EX70 - PACOTE " WS-ARQ-PAC " NAO ABRIU: "
                       WS-FS-PAC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GRAVA-ROSTO.
           MOVE 1 TO IX-D.
           PERFORM GRAVA-ARQUIVO-AREA
               UNTIL IX-D > QTD-DIS.
           CLOSE ARQ-PAC.
           ADD 1 TO IX-AR.

       GRAVA-ROSTO.
           MOVE 0 TO CONT-ITENS-AREA.
           MOVE 0 TO TOT-PAG-AREA.
           MOVE "NAO" TO TEM-RESTRITO.
           MOVE ALL "=" TO REG-PAC (1:91).
           WRITE REG-PAC.
           MOVE SPACES TO LINHA-TITULO.
           STRING "FOLHA DE ROSTO - PACOTE DA AREA " DELIMITED BY SIZE
                  AREA-TA (IX-AR) DELIMITED BY SIZE
                  " - LOTE DE " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " - EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  " AS " DELIMITED BY SIZE
                  WS-HORA (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-HORA (3:2) DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-PAC.
           WRITE REG-PAC.
           MOVE ALL "=" TO REG-PAC (1:91).
           WRITE REG-PAC.
           MOVE CAB-ROSTO TO REG-PAC.
           WRITE REG-PAC.
           MOVE ALL "-" TO REG-PAC (1:91).
           WRITE REG-PAC.
           MOVE 1 TO IX-D.
           PERFORM GRAVA-ITEM-ROSTO
               UNTIL IX-D > QTD-DIS.
           MOVE ALL "-" TO REG-PAC (1:91).
           WRITE REG-PAC.
           IF CONT-ITENS-AREA EQUAL 0
               MOVE "NADA A ENTREGAR HOJE PARA ESTA AREA" TO REG-PAC
               WRITE REG-PAC
           END-IF.
           MOVE "TOTAL DE PAGINAS DO PACOTE (COM AS COPIAS)"
               TO LT-DESC.
           MOVE TOT-PAG-AREA TO LT-QTD.
           MOVE LINHA-TOTAL TO REG-PAC.
           WRITE REG-PAC.
           IF TEM-RESTRITO EQUAL "SIM"
               MOVE "*** CONTEM MATERIAL RESTRITO AO RH - NAO DEIXAR "
                    TO LINHA-TITULO
               MOVE "SAIR DO RH ***" TO LINHA-TITULO (50:14)
               MOVE LINHA-TITULO TO REG-PAC
               WRITE REG-PAC
           END-IF.
           MOVE ALL "=" TO REG-PAC (1:91).
           WRITE REG-PAC.

      *GRAVA-ITEM-ROSTO poe na folha de rosto cada arquivo da area,
      *entregue ou nao, e registra a linha em CADDSTL.DAT.
       GRAVA-ITEM-ROSTO.
           IF AREA-TD (IX-D) EQUAL AREA-TA (IX-AR)
               PERFORM GRAVA-LINHA-ROSTO
               PERFORM REGISTRA-DISTRIBUICAO
           END-IF.
           ADD 1 TO IX-D.

       GRAVA-LINHA-ROSTO.
           MOVE ARQ-TD (IX-D) TO LR-ARQ.
           MOVE PGM-TD (IX-D) TO LR-PGM.
           MOVE COPIAS-TD (IX-D) TO LR-COPIAS.
           MOVE PAGINAS-TD (IX-D) TO LR-PAGINAS.
           IF CLASSE-TD (IX-D) EQUAL "R"
               MOVE "RESTRITO RH" TO LR-CLASSE
           ELSE IF CLASSE-TD (IX-D) EQUAL "I"
               MOVE "INTERNO" TO LR-CLASSE
           ELSE
               MOVE "PUBLICO" TO LR-CLASSE
           END-IF.
           MOVE SAIDA-TD (IX-D) TO LR-SAIDA.
           MOVE SITU-TD (IX-D) TO LR-SITU.
           MOVE LINHA-ROSTO TO REG-PAC.
           WRITE REG-PAC.
           IF SITU-TD (IX-D) EQUAL "ENTREGUE"
               ADD 1 TO CONT-ITENS-AREA
               ADD 1 TO CONT-ENTREGUES
               COMPUTE WS-PAG-COPIAS =
                   PAGINAS-TD (IX-D) * COPIAS-TD (IX-D)
               ADD WS-PAG-COPIAS TO TOT-PAG-AREA
               IF CLASSE-TD (IX-D) EQUAL "R"
                   MOVE "SIM" TO TEM-RESTRITO
               END-IF
           END-IF.
           IF SITU-TD (IX-D) EQUAL "NAO GERADO"
               ADD 1 TO CONT-NAO-GERADOS
           END-IF.
           IF SITU-TD (IX-D) EQUAL "PENDENTE"
                  OR SITU-TD (IX-D) EQUAL "AUSENTE"
                  OR SITU-TD (IX-D) EQUAL "BLOQUEADO"
               ADD 1 TO CONT-PROBLEMAS
           END-IF.

       REGISTRA-DISTRIBUICAO.
           MOVE WS-DATA-HOJE TO DATA-DSTL.
           MOVE WS-HORA (1:6) TO HORA-DSTL.
           MOVE AREA-TD (IX-D) TO AREA-DSTL.
           MOVE ARQ-TD (IX-D) TO ARQ-DSTL.
           MOVE PGM-TD (IX-D) TO PGM-DSTL.
           MOVE COPIAS-TD (IX-D) TO COPIAS-DSTL.
           MOVE PAGINAS-TD (IX-D) TO PAGINAS-DSTL.
           MOVE SAIDA-TD (IX-D) TO SAIDA-DSTL.
           MOVE SITU-TD (IX-D) TO SITU-DSTL.
           WRITE REG-DSTL.

      *GRAVA-ARQUIVO-AREA copia para o pacote cada arquivo entregue
      *da area, tantas vezes quantas forem as copias.
       GRAVA-ARQUIVO-AREA.
           IF AREA-TD (IX-D) EQUAL AREA-TA (IX-AR)
                  AND SITU-TD (IX-D) EQUAL "ENTREGUE"
               MOVE 1 TO IX-COPIA
               PERFORM GRAVA-COPIA
                   UNTIL IX-COPIA > COPIAS-TD (IX-D)
           END-IF.
           ADD 1 TO IX-D.

       GRAVA-COPIA.
           MOVE SPACES TO LINHA-TITULO.
           STRING "---- " DELIMITED BY SIZE
                  ARQ-TD (IX-D) DELIMITED BY SPACE
                  " - COPIA " DELIMITED BY SIZE
                  IX-COPIA DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  COPIAS-TD (IX-D) DELIMITED BY SIZE
                  " - DESTINO " DELIMITED BY SIZE
                  SAIDA-TD (IX-D) DELIMITED BY SPACE
                  " ----" DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-PAC.
           WRITE REG-PAC.
           MOVE ARQ-TD (IX-D) TO WS-ARQ-REL.
           OPEN INPUT ARQ-REL.
           MOVE "NAO" TO FIM-REL.
           PERFORM COPIA-LINHA
               UNTIL FIM-REL EQUAL "SIM".
           CLOSE ARQ-REL.
           ADD 1 TO IX-COPIA.

       COPIA-LINHA.
           READ ARQ-REL
               AT END
               MOVE "SIM" TO FIM-REL.
           IF FIM-REL NOT EQUAL "SIM"
               MOVE REG-REL TO REG-PAC
               WRITE REG-PAC
           END-IF.

      *---------------------------------------------------------
      *CONSULTA-REGISTRO lista o que foi distribuido de um arquivo
      *ou para uma area, opcionalmente so numa data.
      *---------------------------------------------------------
       CONSULTA-REGISTRO.
           DISPLAY "EX70 - REGISTRO DE DISTRIBUICAO DE " WS-CONSULTA.
           OPEN INPUT CADDSTL.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-REGISTRO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDSTL.
           IF CONT-CONSULTA EQUAL 0
               DISPLAY "EX70 - NADA REGISTRADO PARA " WS-CONSULTA
           END-IF.

       LE-REGISTRO.
           READ CADDSTL
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF ARQ-DSTL EQUAL WS-CONSULTA
                      OR AREA-DSTL EQUAL WS-CONSULTA
                   IF WS-DATA-CONS EQUAL SPACES
                          OR WS-DATA-CONS EQUAL DATA-DSTL
                       PERFORM MOSTRA-REGISTRO
                   END-IF
               END-IF
           END-IF.

       MOSTRA-REGISTRO.
           ADD 1 TO CONT-CONSULTA.
           MOVE DATA-DSTL TO LM-DATA.
           MOVE HORA-DSTL (1:2) TO LM-HH.
           MOVE HORA-DSTL (3:2) TO LM-MM.
           MOVE AREA-DSTL TO LM-AREA.
           MOVE ARQ-DSTL TO LM-ARQ.
           MOVE COPIAS-DSTL TO LM-COPIAS.
           MOVE PAGINAS-DSTL TO LM-PAGINAS.
           MOVE SAIDA-DSTL TO LM-SAIDA.
           MOVE SITU-DSTL TO LM-SITU.
           DISPLAY LINHA-CONSULTA.

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
