      *appendaria as mesmas rescisoes de novo no CADLIQ (EXTEND) e o
      *EX15 pagaria em dobro, com a conciliacao ainda fechando
      *porque o trailer acompanha o CADLIQ dobrado.
      *MODIFICACAO 15/10/2026 - calendario DIAnn no plano, para passo
      *que roda so num dia fixo do mes (o adiantamento quinzenal do dia
      *20 pelo EX47 e a remessa dele pelo EX15); TAB-PASSOS,
      *TAB-JA-RODOU e TAB-TEMPOS vao de 30 para 60 posicoes, com o
      *plano ja encostando no limite.
      *MODIFICACAO 15/10/2026 - trilha visivel aos passos: CADLOTE.DAT
      *e fechada antes de disparar cada passo e reaberta em EXTEND na
      *volta, para o passo de distribuicao (EX70) no fim do plano ler
      *na trilha quais passos do dia ja fecharam com RC zero.
      *MODIFICACAO 15/10/2026 - duas classes de falha de passo: RC de
      *12 para cima (ou negativo) e passo que caiu e arma o reinicio
      *como antes; RC 4 e 8 sao avisos do proprio passo (pendencia de
      *notas do EX61, entrada obrigatoria ausente no EX69, lancamento
      *recusado no EX52, bandeira sem visto no EX49, conciliacao
      *reprovada no EX14) e so retem a cadeia dependente - o lote fecha
      *com FIM e RC 4, e o reinicio nao pula mais toda a esteira
      *anterior por causa de um aviso. No reinicio os avisos e
      *retencoes dos passos antes do ponto de reinicio sao herdados,
      *para a cadeia segurada continuar retida. O RC do passo passa a
      *ser o codigo de saida do programa (o SYSTEM devolve o status do
      *shell, com ele no byte alto), tambem na trilha.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 PGM-ANT PIC X(08).
           02 FILLER PIC X(05).
           02 RC-ANT PIC X(05).
           02 RC-ANT-NUM REDEFINES RC-ANT PIC ----9.
           02 FILLER PIC X(04).
           02 DATA-ANT PIC X(08).
           02 FILLER PIC X(01).
           77 WS-REINICIO PIC X(03) VALUE "NAO".
           77 CONT-JAFEZ PIC 9(02) VALUE 0.
           77 IX-JR PIC 9(02) VALUE 0.
           77 WS-RC-ANT PIC S9(04) VALUE 0.

      *TAB-JA-RODOU = as posicoes que fecharam com RC zero na
      *rodada interrompida; num reinicio essas posicoes nao rodam
      *de novo (marca JAFEZ), senao os gravadores em EXTEND (EX29,
      *EX30, CADHIST...) appendariam a mesma saida duas vezes.
           01 TAB-JA-RODOU.
               02 JA-RODOU OCCURS 60 TIMES PIC X(01).

           77 WS-HORA-INI PIC 9(08) VALUE 0.
           77 WS-HORA-FIM PIC 9(08) VALUE 0.
      *tempos das rodadas anteriores e o tempo da ocorrencia mais
      *recente (a de hoje, quando o passo rodou hoje).
           01 TAB-TEMPOS.
               02 TEMPO-LINHA OCCURS 60 TIMES INDEXED BY IX-TEMPO.
                   03 PGM-TEMPO PIC X(08).
                   03 SOMA-TEMPO PIC 9(08).
                   03 QTD-TEMPO PIC 9(04).
               02 LT-AVISO PIC X(06).

           01 TAB-PASSOS.
               02 PASSO OCCURS 60 TIMES INDEXED BY IX-PASSO.
                   03 PGM-PASSO PIC X(08).
                   03 ARQ-PASSO PIC X(12).
                   03 PARM-PASSO PIC X(28).
               MOVE "SIM" TO FIM-PLAN.

       MONTA-PASSO.
           IF QTD-PASSOS EQUAL 60
               DISPLAY "EXCTL - PLANO MAIOR QUE TAB-PASSOS, "
                       "AUMENTAR OCCURS"
               MOVE 16 TO RETURN-CODE
                   MOVE 0 TO WS-POS-FALHO
                   PERFORM LIMPA-JA-RODOU
               ELSE IF RC-ANT NOT EQUAL "    0"
                   PERFORM ANOTA-FALHA-ANT
               ELSE IF RC-ANT EQUAL "    0"
                      AND PASSO-ANT IS NUMERIC
                      AND OBS-ANT EQUAL " RETIDO"
                   MOVE PASSO-ANT TO IX-JR
                   IF IX-JR > 0 AND IX-JR NOT> 60
                       MOVE "H" TO JA-RODOU (IX-JR)
                   END-IF
               ELSE IF RC-ANT EQUAL "    0"
                      AND PASSO-ANT IS NUMERIC
      *            interrompida (inclusive um JAFEZ de reinicio
      *            anterior): nao roda de novo no reinicio.
                   MOVE PASSO-ANT TO IX-JR
                   IF IX-JR > 0 AND IX-JR NOT> 60
                       MOVE "S" TO JA-RODOU (IX-JR)
                   END-IF
               END-IF
           END-IF.

      *ANOTA-FALHA-ANT separa as duas classes de falha da trilha:
      *RC de 12 para cima (ou negativo, o SYSTEM que nem disparou) e
      *o passo que caiu - com trilhos de dependencia vale a PRIMEIRA
      *dessas da rodada, e dela em diante re-rodam o falho e os
      *retidos da cadeia dele; RC 4 e 8 e o aviso que o proprio
      *passo levanta (pendencia de notas, entrada obrigatoria que
      *nao chegou, lancamento recusado) - segura a cadeia dependente
      *mas nao arma o reinicio, e fica anotado para o reinicio
      *manter a cadeia dele retida.
       ANOTA-FALHA-ANT.
           MOVE RC-ANT-NUM TO WS-RC-ANT.
           IF WS-RC-ANT < 0 OR WS-RC-ANT > 11
               IF WS-POS-FALHO EQUAL 0
                   MOVE PGM-ANT TO WS-PGM-FALHO
                   IF PASSO-ANT IS NUMERIC
                       MOVE PASSO-ANT TO WS-POS-FALHO
                   ELSE
                       MOVE 0 TO WS-POS-FALHO
                   END-IF
               END-IF
           ELSE IF PASSO-ANT IS NUMERIC
               MOVE PASSO-ANT TO IX-JR
               IF IX-JR > 0 AND IX-JR NOT> 60
                   MOVE "F" TO JA-RODOU (IX-JR)
               END-IF
           END-IF.

       LIMPA-JA-RODOU.
           MOVE 1 TO IX-JR.
           PERFORM LIMPA-UM-JA-RODOU
               UNTIL IX-JR > 60.

       LIMPA-UM-JA-RODOU.
           MOVE "N" TO JA-RODOU (IX-JR).
                   PERFORM LIMPA-JA-RODOU
               ELSE
                   MOVE "SIM" TO WS-REINICIO
                   PERFORM HERDA-SITUACAO
                   PERFORM LE-CHECKPOINT-PASSO
               END-IF
           END-IF.

      *HERDA-SITUACAO traz para os passos antes do ponto de reinicio
      *(que nao rodam de novo) o aviso ou a retencao da rodada
      *interrompida, senao a cadeia que um RC 4/8 tinha segurado
      *seria solta no reinicio so porque o passo que a segurou
      *ficou para tras.
       HERDA-SITUACAO.
           MOVE 1 TO IX-JR.
           PERFORM HERDA-UMA-SITUACAO
               UNTIL IX-JR NOT < WS-POS-FALHO.

       HERDA-UMA-SITUACAO.
           IF JA-RODOU (IX-JR) EQUAL "F"
                  OR JA-RODOU (IX-JR) EQUAL "H"
               MOVE JA-RODOU (IX-JR) TO SITU-PASSO (IX-JR)
           END-IF.
           ADD 1 TO IX-JR.

       LE-CHECKPOINT-PASSO.
           MOVE 0 TO WS-PULA-PASSO.
           MOVE SPACES TO WS-ARQ-CKP.
           DISPLAY "EXCTL - PASSO RETIDO POR DEPENDENCIA: "
               PGM-PASSO (IX-PASSO).

      *MARCA-FALHA anota a falha do passo atual (RC em WS-RC): a
      *cadeia dependente fica retida em qualquer caso, mas so o RC
      *de 12 para cima (ou negativo) guarda a posicao para o
      *reinicio - RC 4 e 8 sao avisos do proprio passo.
       MARCA-FALHA.
           MOVE "F" TO SITU-PASSO (IX-PASSO).
           MOVE "SIM" TO FALHOU-ALGUM.
           ADD 1 TO CONT-FALHAS.
           IF WS-POS-PRIM-FALHA EQUAL 0
                  AND (WS-RC < 0 OR WS-RC > 11)
               MOVE WS-NUM-PASSO TO WS-POS-PRIM-FALHA
           END-IF.

      *VERIFICA-CALENDARIO decide se o passo atual e devido hoje:
      *DIARIO sempre roda, FIMMES so no ultimo dia do mes, DIAnn so
      *no dia nn do mes (o adiantamento quinzenal do dia 20), e a
      *lista de dias da semana roda so quando o dia de hoje
      *(1=segunda ... 7=domingo) aparece na lista.
       VERIFICA-CALENDARIO.
           MOVE "SIM" TO PASSO-DEVIDO.
           IF CAL-PASSO (IX-PASSO) EQUAL "FIMMES"
               IF WS-DIA-CAL NOT EQUAL WS-ULT-DIA
                   MOVE "NAO" TO PASSO-DEVIDO
               END-IF
           ELSE IF CAL-PASSO (IX-PASSO) (1:3) EQUAL "DIA"
                   AND CAL-PASSO (IX-PASSO) (4:2) IS NUMERIC
               IF WS-DIA-CAL NOT EQUAL CAL-PASSO (IX-PASSO) (4:2)
                   MOVE "NAO" TO PASSO-DEVIDO
               END-IF
           ELSE IF CAL-PASSO (IX-PASSO) NOT EQUAL "DIARIO"
                   AND CAL-PASSO (IX-PASSO) NOT EQUAL SPACES
               MOVE 0 TO CONT-DIA-SEM
           ELSE
               PERFORM VERIFICA-ARQUIVO
               IF ARQUIVO-OK EQUAL "NAO"
                   MOVE 16 TO WS-RC
                   PERFORM MARCA-FALHA
                   MOVE PGM-PASSO (IX-PASSO) TO LL-PGM
                   MOVE 16 TO LL-RC
                              DELIMITED BY SIZE
                           INTO WS-COMANDO
                   END-IF
                   CLOSE CADLOTE
                   ACCEPT WS-HORA-INI FROM TIME
                   CALL "SYSTEM" USING WS-COMANDO
                   MOVE RETURN-CODE TO WS-RC
      *            o SYSTEM devolve o status do shell, com o codigo de
      *            saida do programa no byte alto.
                   IF WS-RC > 255
                       DIVIDE 256 INTO WS-RC
                   END-IF
                   ACCEPT WS-HORA-FIM FROM TIME
                   OPEN EXTEND CADLOTE
                   MOVE PGM-PASSO (IX-PASSO) TO LL-PGM
                   MOVE WS-RC TO LL-RC
                   MOVE WS-DATA-MOVTO TO WS-DATA-LOTE
           WRITE REG-LOTE.

      *TERMINO fecha com PARADA (arma o reinicio automatico pela
      *primeira falha) quando algum passo caiu antes do ultimo do
      *plano; falha so no ultimo passo fecha com FIM - o lote rodou
      *inteiro e o RC fica na linha do proprio passo. Lote so com
      *avisos (RC 4/8 dos passos, a conciliacao reprovada do EX14
      *inclusive) tambem fecha com FIM, com RC 4 do lote - senao o
      *aviso de todo dia relancava a esteira do meio toda noite.
       TERMINO.
           IF FALHOU-ALGUM EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               IF WS-POS-PRIM-FALHA EQUAL 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-POS-PRIM-FALHA EQUAL 0
                      OR WS-POS-PRIM-FALHA EQUAL QTD-PASSOS
                   MOVE "FIM" TO LL-PGM
               ELSE
                   MOVE "PARADA" TO LL-PGM
               UNTIL IX-TEMPO > QTD-TEMPOS
                  OR PGM-ANT EQUAL PGM-TEMPO (IX-TEMPO).
           IF IX-TEMPO > QTD-TEMPOS
               IF QTD-TEMPOS EQUAL 60
                   DISPLAY "EXCTL - TABELA DE TEMPOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-TEMPOS"
                   MOVE 16 TO RETURN-CODE
