      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - progressao parcial: reprovado em ate
      *duas disciplinas no fechamento por disciplina (CADAPRD.DAT, do
      *EX40) avanca com dependencia nelas, gravada em CADDEP.DAT; a
      *dependencia aprovada no ano seguinte fica cumprida e a nao
      *aprovada retem o aluno. O historico registra PROMO.DEP. e RETIDO
      *DEP

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS WS-FS-FALT.
           SELECT OPTIONAL CADHISTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADAPRD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCCH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           02 FALTAS-HE PIC 9(03).
           02 SITFIM-HE PIC X(10).

      *CADAPRD.DAT = situacao por aluno e disciplina, gravada pelo
      *fechamento por disciplina (EX40).
       FD CADAPRD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADAPRD.DAT".

       01 REG-APRD.
           02 MATR-APD PIC 9(05).
           02 TURMA-APD PIC X(03).
           02 DISC-APD PIC 9(02).
           02 MEDIA-APD PIC 9(2)V99.
           02 SITU-APD PIC X(10).

      *CADDEP.DAT = dependencias (progressao parcial), uma linha por
      *aluno e disciplina pendente com o ano e a turma de origem;
      *situacao A aberta ou C cumprida, com o ano da baixa e a
      *media (a da reprovacao enquanto aberta, a da aprovacao depois
      *de cumprida). Permanente: nenhuma linha e apagada.
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

       FD CADDISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDISC.DAT".

       01 REG-DISC.
           02 TURMA-DIS PIC X(03).
           02 COD-DIS PIC 9(02).
           02 NOME-DIS PIC X(15).

      *CADCCH.DAT = decisoes do conselho de classe (EX62).
       FD CADCCH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCCH.DAT".

       01 REG-CCH.
           02 ANO-CCH PIC 9(04).
           02 MATR-CCH PIC 9(05).
           02 TURMA-CCH PIC X(03).
           02 NOME-CCH PIC X(20).
           02 SITORI-CCH PIC X(10).
           02 SITDEC-CCH PIC X(10).
           02 DATA-CCH PIC 9(08).
           02 JUSTIF-CCH PIC X(40).
           02 DTREG-CCH PIC 9(08).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           77 TOTAL-FALTAS PIC 9(03) VALUE 0.
           77 ACHOU-FALTA PIC X(03) VALUE "NAO".
           77 IX-F PIC 9(05) VALUE 0.
           77 IX-AP PIC 9(05) VALUE 0.
           77 IX-DP PIC 9(04) VALUE 0.
           77 IX-DN PIC 9(03) VALUE 0.
           77 IX-RC PIC 9(04) VALUE 0.
           77 ACHOU-NOTA PIC X(03) VALUE "NAO".
           77 ACHOU-DEP PIC X(03) VALUE "NAO".
           77 DEP-FALHOU PIC X(03) VALUE "NAO".
           77 PROMOVE-DEP PIC X(03) VALUE "NAO".
           77 REP-FALTA PIC X(03) VALUE "NAO".
           77 RETIDO-CONS PIC X(03) VALUE "NAO".
           77 QTD-REPDISC PIC 9(02) VALUE 0.
           77 SITFIM-HIST PIC X(10) VALUE SPACE.
           77 CONT-PROM-DEP PIC 9(05) VALUE 0.
           77 CONT-RET-DEP PIC 9(05) VALUE 0.
           77 CONT-DEP-NOVA PIC 9(05) VALUE 0.
           77 CONT-DEP-CUMP PIC 9(05) VALUE 0.
           77 CONT-DEP-FALHA PIC 9(05) VALUE 0.

      *TAB-APRD = a situacao por aluno e disciplina do EX40; vazia
      *sem CADAPRD.DAT, e entao nao ha progressao parcial nem baixa
      *de dependencia neste fechamento.
           01 TAB-APRD.
               02 QTD-APRD PIC 9(05) VALUE 0.
               02 APRD-LINHA OCCURS 20000 TIMES.
                   03 MATR-TAP PIC 9(05).
                   03 TURMA-TAP PIC X(03).
                   03 DISC-TAP PIC 9(02).
                   03 MEDIA-TAP PIC 9(2)V99.
                   03 SITU-TAP PIC X(10).

      *TAB-DEP = CADDEP.DAT inteiro, regravado no final com as
      *dependencias novas e as baixas; MUDOU-TDP marca o que este
      *fechamento fez (N nova, C cumprida, F nao cumprida).
           01 TAB-DEP.
               02 QTD-DEP PIC 9(04) VALUE 0.
               02 DEP-LINHA OCCURS 5000 TIMES.
                   03 MATR-TDP PIC 9(05).
                   03 ANO-TDP PIC 9(04).
                   03 TURMA-TDP PIC X(03).
                   03 DISC-TDP PIC 9(02).
                   03 NOMED-TDP PIC X(15).
                   03 SITU-TDP PIC X(01).
                   03 ANOBX-TDP PIC 9(04).
                   03 MEDIA-TDP PIC 9(2)V99.
                   03 MUDOU-TDP PIC X(01).

           01 TAB-DISCN.
               02 QTD-DISCN PIC 9(03) VALUE 0.
               02 DISCN-LINHA OCCURS 100 TIMES.
                   03 TURMA-TDN PIC X(03).
                   03 COD-TDN PIC 9(02).
                   03 NOME-TDN PIC X(15).

      *TAB-RETCON = alunos que o conselho de classe reteve no ano;
      *decisao do conselho nao vira progressao parcial.
           01 TAB-RETCON.
               02 QTD-RETCON PIC 9(04) VALUE 0.
               02 RETCON-LINHA OCCURS 3000 TIMES.
                   03 MATR-TRC PIC 9(05).

      *TAB-FALTAS = total de faltas por aluno carregado de CADFALT.
           01 TAB-FALTAS.
               02 FILLER PIC X(07) VALUE "  TOTAL".
               02 LP-TOTAL PIC ZZZZ9.

           01 LINHA-PROM-DEP.
               02 FILLER PIC X(12) VALUE "DEPENDENCIA ".
               02 LPD-MATR PIC 9(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LPD-ANO PIC 9(04).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LPD-TURMA PIC X(03).
               02 FILLER PIC X(01) VALUE "/".
               02 LPD-DISC PIC 9(02).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LPD-NOME PIC X(15).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LPD-SITU PIC X(12).

           01 LINHA-PROM-TOT.
               02 FILLER PIC X(09) VALUE "GERAL    ".
               02 LG-PROM PIC ZZZZ9.
           PERFORM CARREGA-CADTUR.
           PERFORM CARREGA-DEMOGRAFIA.
           PERFORM CARREGA-FALTAS.
           PERFORM CARREGA-APRD.
           PERFORM CARREGA-DEPENDENCIAS.
           PERFORM CARREGA-NOMES-DISC.
           PERFORM CARREGA-RETIDOS-CONSELHO.
           OPEN INPUT CADCONS.
           IF WS-FS-CONS NOT EQUAL "00"
               DISPLAY "EX34 - CADCONS.DAT NAO ENCONTRADO, RODAR O "
           MOVE MEDIA1-BOL TO MEDIA1-HE.
           MOVE MEDIA2-BOL TO MEDIA2-HE.
           MOVE TOTAL-FALTAS TO FALTAS-HE.
           MOVE SITFIM-HIST TO SITFIM-HE.
           WRITE REG-HISTE.

       CARREGA-CADTUR.
      *PRINCIPAL decide o destino do aluno consolidado: aprovado ou
      *recuperado avanca para a sucessora (em branco = conclui e
      *sai), reprovado fica na mesma turma, situacao em branco sai
      *do ano novo. Dependencia de ano anterior nao cumprida retem
      *o aluno mesmo aprovado; reprovado em ate duas disciplinas
      *(sem reprovacao por falta nem retencao pelo conselho) avanca
      *com dependencia nelas.
       PRINCIPAL.
           PERFORM BUSCA-TURMA-CONS.
           PERFORM AVALIA-DEPENDENCIAS.
           PERFORM AVALIA-PROGRESSAO.
           MOVE SITFIM-BOL TO SITFIM-HIST.
           IF PROMOVE-DEP EQUAL "SIM"
               MOVE "PROMO.DEP." TO SITFIM-HIST
               MOVE PROX-CAD (IX-TU) TO TURMA-DESTINO
               PERFORM GRAVA-ALUNO-NOVO
               PERFORM GRAVA-DEPENDENCIAS-NOVAS
               ADD 1 TO CONT-PROM
               ADD 1 TO CONT-PROM-DEP
               ADD 1 TO PROM-CAD (IX-TU)
           ELSE IF DEP-FALHOU EQUAL "SIM"
                  AND (SITFIM-BOL EQUAL "APROVADO"
                       OR SITFIM-BOL EQUAL "RECUPERADO")
               MOVE "RETIDO DEP" TO SITFIM-HIST
               MOVE TURMA-BOL TO TURMA-DESTINO
               PERFORM GRAVA-ALUNO-NOVO
               ADD 1 TO CONT-RET
               ADD 1 TO CONT-RET-DEP
               IF ACHOU EQUAL "SIM"
                   ADD 1 TO RET-CAD (IX-TU)
               END-IF
           ELSE IF SITFIM-BOL EQUAL "APROVADO"
                  OR SITFIM-BOL EQUAL "RECUPERADO"
               IF ACHOU EQUAL "SIM"
                      AND PROX-CAD (IX-TU) NOT EQUAL SPACES
                   ADD 1 TO SAIU-CAD (IX-TU)
               END-IF
           END-IF.
           PERFORM GRAVA-HISTORICO.
           PERFORM LEITURA.

       BUSCA-TURMA-CONS.
               ADD 1 TO IX-D
           END-IF.

      *AVALIA-DEPENDENCIAS da baixa nas dependencias abertas de anos
      *anteriores do aluno: aprovada no fechamento por disciplina
      *deste ano fica cumprida; sem nota ou sem aprovacao continua
      *aberta e retem o aluno. Sem CADAPRD.DAT nada e avaliado.
       AVALIA-DEPENDENCIAS.
           MOVE "NAO" TO DEP-FALHOU.
           IF QTD-APRD > 0
               MOVE 1 TO IX-DP
               PERFORM TESTA-DEPENDENCIA
                   UNTIL IX-DP > QTD-DEP
           END-IF.

       TESTA-DEPENDENCIA.
           IF MATR-TDP (IX-DP) EQUAL COD-BOL
                  AND SITU-TDP (IX-DP) EQUAL "A"
                  AND ANO-TDP (IX-DP) < ANO-FECHADO
               PERFORM PROCURA-NOTA-DEP
               IF ACHOU-NOTA EQUAL "SIM"
                      AND SITU-TAP (IX-AP) EQUAL "APROVADO"
                   MOVE "C" TO SITU-TDP (IX-DP)
                   MOVE ANO-FECHADO TO ANOBX-TDP (IX-DP)
                   MOVE MEDIA-TAP (IX-AP) TO MEDIA-TDP (IX-DP)
                   MOVE "C" TO MUDOU-TDP (IX-DP)
                   ADD 1 TO CONT-DEP-CUMP
               ELSE
                   MOVE "SIM" TO DEP-FALHOU
                   MOVE "F" TO MUDOU-TDP (IX-DP)
                   ADD 1 TO CONT-DEP-FALHA
               END-IF
           END-IF.
           ADD 1 TO IX-DP.

       PROCURA-NOTA-DEP.
           MOVE "NAO" TO ACHOU-NOTA.
           MOVE 1 TO IX-AP.
           PERFORM TESTA-NOTA-DEP
               UNTIL IX-AP > QTD-APRD
                  OR ACHOU-NOTA EQUAL "SIM".

       TESTA-NOTA-DEP.
           IF MATR-TAP (IX-AP) EQUAL COD-BOL
                  AND TURMA-TAP (IX-AP) EQUAL TURMA-TDP (IX-DP)
                  AND DISC-TAP (IX-AP) EQUAL DISC-TDP (IX-DP)
               MOVE "SIM" TO ACHOU-NOTA
           ELSE
               ADD 1 TO IX-AP
           END-IF.

      *AVALIA-PROGRESSAO decide a progressao parcial do reprovado:
      *uma ou duas disciplinas da turma fora de aprovado, nenhuma
      *por falta, sem dependencia antiga pendente, turma com
      *sucessora e sem retencao pelo conselho de classe.
       AVALIA-PROGRESSAO.
           MOVE "NAO" TO PROMOVE-DEP.
           IF SITFIM-BOL EQUAL "REPROVADO"
                  AND DEP-FALHOU EQUAL "NAO"
                  AND QTD-APRD > 0
                  AND ACHOU EQUAL "SIM"
               IF PROX-CAD (IX-TU) NOT EQUAL SPACES
                   PERFORM CONTA-REPROVACOES-DISC
                   PERFORM BUSCA-RETIDO-CONSELHO
                   IF QTD-REPDISC > 0 AND QTD-REPDISC NOT > 2
                          AND REP-FALTA EQUAL "NAO"
                          AND RETIDO-CONS EQUAL "NAO"
                       MOVE "SIM" TO PROMOVE-DEP
                   END-IF
               END-IF
           END-IF.

       CONTA-REPROVACOES-DISC.
           MOVE 0 TO QTD-REPDISC.
           MOVE "NAO" TO REP-FALTA.
           MOVE 1 TO IX-AP.
           PERFORM TESTA-REPROVACAO-DISC
               UNTIL IX-AP > QTD-APRD.

       TESTA-REPROVACAO-DISC.
           IF MATR-TAP (IX-AP) EQUAL COD-BOL
                  AND TURMA-TAP (IX-AP) EQUAL TURMA-BOL
               IF SITU-TAP (IX-AP) EQUAL "REP.FALTA"
                   MOVE "SIM" TO REP-FALTA
               ELSE IF SITU-TAP (IX-AP) NOT EQUAL "APROVADO"
                   ADD 1 TO QTD-REPDISC
               END-IF
           END-IF.
           ADD 1 TO IX-AP.

       BUSCA-RETIDO-CONSELHO.
           MOVE "NAO" TO RETIDO-CONS.
           MOVE 1 TO IX-RC.
           PERFORM TESTA-RETIDO-CONSELHO
               UNTIL IX-RC > QTD-RETCON
                  OR RETIDO-CONS EQUAL "SIM".

       TESTA-RETIDO-CONSELHO.
           IF MATR-TRC (IX-RC) EQUAL COD-BOL
               MOVE "SIM" TO RETIDO-CONS
           ELSE
               ADD 1 TO IX-RC
           END-IF.

      *GRAVA-DEPENDENCIAS-NOVAS abre uma dependencia por disciplina
      *da turma em que o aluno promovido nao aprovou; rodar de novo
      *o fechamento nao duplica a dependencia do mesmo ano.
       GRAVA-DEPENDENCIAS-NOVAS.
           MOVE 1 TO IX-AP.
           PERFORM TESTA-DEPENDENCIA-NOVA
               UNTIL IX-AP > QTD-APRD.

       TESTA-DEPENDENCIA-NOVA.
           IF MATR-TAP (IX-AP) EQUAL COD-BOL
                  AND TURMA-TAP (IX-AP) EQUAL TURMA-BOL
                  AND SITU-TAP (IX-AP) NOT EQUAL "APROVADO"
               PERFORM PROCURA-DEP-EXISTENTE
               IF ACHOU-DEP EQUAL "NAO"
                   PERFORM ABRE-DEPENDENCIA
               END-IF
           END-IF.
           ADD 1 TO IX-AP.

       PROCURA-DEP-EXISTENTE.
           MOVE "NAO" TO ACHOU-DEP.
           MOVE 1 TO IX-DP.
           PERFORM TESTA-DEP-EXISTENTE
               UNTIL IX-DP > QTD-DEP
                  OR ACHOU-DEP EQUAL "SIM".

       TESTA-DEP-EXISTENTE.
           IF MATR-TDP (IX-DP) EQUAL COD-BOL
                  AND ANO-TDP (IX-DP) EQUAL ANO-FECHADO
                  AND TURMA-TDP (IX-DP) EQUAL TURMA-BOL
                  AND DISC-TDP (IX-DP) EQUAL DISC-TAP (IX-AP)
               MOVE "SIM" TO ACHOU-DEP
           ELSE
               ADD 1 TO IX-DP
           END-IF.

       ABRE-DEPENDENCIA.
           IF QTD-DEP EQUAL 5000
               DISPLAY "EX34 - TABELA DE DEPENDENCIAS CHEIA, "
                       "AUMENTAR OCCURS DE TAB-DEP"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-DEP.
           MOVE COD-BOL TO MATR-TDP (QTD-DEP).
           MOVE ANO-FECHADO TO ANO-TDP (QTD-DEP).
           MOVE TURMA-BOL TO TURMA-TDP (QTD-DEP).
           MOVE DISC-TAP (IX-AP) TO DISC-TDP (QTD-DEP).
           MOVE SPACES TO NOMED-TDP (QTD-DEP).
           MOVE 1 TO IX-DN.
           PERFORM TESTA-NOME-DISC
               UNTIL IX-DN > QTD-DISCN.
           MOVE "A" TO SITU-TDP (QTD-DEP).
           MOVE 0 TO ANOBX-TDP (QTD-DEP).
           MOVE MEDIA-TAP (IX-AP) TO MEDIA-TDP (QTD-DEP).
           MOVE "N" TO MUDOU-TDP (QTD-DEP).
           ADD 1 TO CONT-DEP-NOVA.

       TESTA-NOME-DISC.
           IF TURMA-TDN (IX-DN) EQUAL TURMA-BOL
                  AND COD-TDN (IX-DN) EQUAL DISC-TAP (IX-AP)
               MOVE NOME-TDN (IX-DN) TO NOMED-TDP (QTD-DEP)
           END-IF.
           ADD 1 TO IX-DN.

       CARREGA-APRD.
           OPEN INPUT CADAPRD.
           PERFORM LE-APRD
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADAPRD.
           MOVE "NAO" TO FIM-TAB.

       LE-APRD.
           READ CADAPRD
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF QTD-APRD EQUAL 20000
                   DISPLAY "EX34 - TABELA DE DISCIPLINAS POR ALUNO "
                           "CHEIA, AUMENTAR OCCURS DE TAB-APRD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-APRD
               MOVE MATR-APD TO MATR-TAP (QTD-APRD)
               MOVE TURMA-APD TO TURMA-TAP (QTD-APRD)
               MOVE DISC-APD TO DISC-TAP (QTD-APRD)
               MOVE MEDIA-APD TO MEDIA-TAP (QTD-APRD)
               MOVE SITU-APD TO SITU-TAP (QTD-APRD)
           END-IF.

       CARREGA-DEPENDENCIAS.
           OPEN INPUT CADDEP.
           PERFORM LE-DEPENDENCIA
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADDEP.
           MOVE "NAO" TO FIM-TAB.

       LE-DEPENDENCIA.
           READ CADDEP
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF QTD-DEP EQUAL 5000
                   DISPLAY "EX34 - TABELA DE DEPENDENCIAS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DEP"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DEP
               MOVE MATR-DEP TO MATR-TDP (QTD-DEP)
               MOVE ANO-DEP TO ANO-TDP (QTD-DEP)
               MOVE TURMA-DEP TO TURMA-TDP (QTD-DEP)
               MOVE DISC-DEP TO DISC-TDP (QTD-DEP)
               MOVE NOMED-DEP TO NOMED-TDP (QTD-DEP)
               MOVE SITU-DEP TO SITU-TDP (QTD-DEP)
               MOVE ANOBX-DEP TO ANOBX-TDP (QTD-DEP)
               MOVE MEDIA-DEP TO MEDIA-TDP (QTD-DEP)
               MOVE SPACE TO MUDOU-TDP (QTD-DEP)
           END-IF.

       CARREGA-NOMES-DISC.
           OPEN INPUT CADDISC.
           PERFORM LE-NOME-DISC
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADDISC.
           MOVE "NAO" TO FIM-TAB.

       LE-NOME-DISC.
           READ CADDISC
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF QTD-DISCN EQUAL 100
                   DISPLAY "EX34 - TABELA DE DISCIPLINAS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DISCN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DISCN
               MOVE TURMA-DIS TO TURMA-TDN (QTD-DISCN)
               MOVE COD-DIS TO COD-TDN (QTD-DISCN)
               MOVE NOME-DIS TO NOME-TDN (QTD-DISCN)
           END-IF.

       CARREGA-RETIDOS-CONSELHO.
           OPEN INPUT CADCCH.
           PERFORM LE-RETIDO-CONSELHO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADCCH.
           MOVE "NAO" TO FIM-TAB.

       LE-RETIDO-CONSELHO.
           READ CADCCH
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
                  AND ANO-CCH EQUAL ANO-FECHADO
                  AND SITDEC-CCH EQUAL "REPROVADO"
               IF QTD-RETCON EQUAL 3000
                   DISPLAY "EX34 - TABELA DO CONSELHO CHEIA, "
                           "AUMENTAR OCCURS DE TAB-RETCON"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-RETCON
               MOVE MATR-CCH TO MATR-TRC (QTD-RETCON)
           END-IF.

      *GRAVA-DEPENDENCIAS regrava CADDEP.DAT a partir da tabela e
      *lista na promocao o que este fechamento mudou.
       GRAVA-DEPENDENCIAS.
           OPEN OUTPUT CADDEP.
           MOVE 1 TO IX-DP.
           PERFORM GRAVA-UMA-DEPENDENCIA
               UNTIL IX-DP > QTD-DEP.
           CLOSE CADDEP.

       GRAVA-UMA-DEPENDENCIA.
           MOVE MATR-TDP (IX-DP) TO MATR-DEP.
           MOVE ANO-TDP (IX-DP) TO ANO-DEP.
           MOVE TURMA-TDP (IX-DP) TO TURMA-DEP.
           MOVE DISC-TDP (IX-DP) TO DISC-DEP.
           MOVE NOMED-TDP (IX-DP) TO NOMED-DEP.
           MOVE SITU-TDP (IX-DP) TO SITU-DEP.
           MOVE ANOBX-TDP (IX-DP) TO ANOBX-DEP.
           MOVE MEDIA-TDP (IX-DP) TO MEDIA-DEP.
           WRITE REG-DEP.
           IF MUDOU-TDP (IX-DP) NOT EQUAL SPACE
               PERFORM GRAVA-LINHA-DEP
           END-IF.
           ADD 1 TO IX-DP.

       GRAVA-LINHA-DEP.
           MOVE MATR-TDP (IX-DP) TO LPD-MATR.
           MOVE ANO-TDP (IX-DP) TO LPD-ANO.
           MOVE TURMA-TDP (IX-DP) TO LPD-TURMA.
           MOVE DISC-TDP (IX-DP) TO LPD-DISC.
           MOVE NOMED-TDP (IX-DP) TO LPD-NOME.
           IF MUDOU-TDP (IX-DP) EQUAL "N"
               MOVE "ABERTA" TO LPD-SITU
           ELSE IF MUDOU-TDP (IX-DP) EQUAL "C"
               MOVE "CUMPRIDA" TO LPD-SITU
           ELSE
               MOVE "NAO CUMPRIDA" TO LPD-SITU
           END-IF.
           MOVE LINHA-PROM-DEP TO REG-PROM.
           WRITE REG-PROM.

       GRAVA-LINHA-PROM.
           MOVE TURMA-CAD (IX-TU) TO LP-TURMA.
           MOVE PROM-CAD (IX-TU) TO LP-PROM.
           COMPUTE LG-TOTAL = CONT-PROM + CONT-RET + CONT-SAIU.
           MOVE LINHA-PROM-TOT TO REG-PROM.
           WRITE REG-PROM.
           PERFORM GRAVA-DEPENDENCIAS.
           CLOSE CADCONS
                 CADALUNV
                 CADPROM
           DISPLAY "EX34 - PROMOVIDOS..........: " CONT-PROM.
           DISPLAY "EX34 - RETIDOS.............: " CONT-RET.
           DISPLAY "EX34 - SAIDOS/CONCLUIDOS...: " CONT-SAIU.
           DISPLAY "EX34 - PROMOVIDOS COM DEP..: " CONT-PROM-DEP.
           DISPLAY "EX34 - RETIDOS POR DEP.....: " CONT-RET-DEP.
           DISPLAY "EX34 - DEPENDENCIAS ABERTAS: " CONT-DEP-NOVA.
           DISPLAY "EX34 - DEPENDENCIAS CUMPR..: " CONT-DEP-CUMP.
           DISPLAY "EX34 - DEPEND. NAO CUMPR...: " CONT-DEP-FALHA.
           IF CONT-PROM + CONT-RET + CONT-SAIU
                  NOT EQUAL CONT-LIDOS
               DISPLAY "EX34 - CONTADORES NAO FECHAM COM O "
