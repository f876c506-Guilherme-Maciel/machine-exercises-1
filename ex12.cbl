      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - endereco estruturado: o movimento
      *pode trazer no fim o contato e o endereco do cliente (END-MOV,
      *no layout do CADEND.DAT). Inclusao e alteracao com endereco
      *passam pela critica de CEP contra as faixas do CADCEP.DAT
      *(motivos 43 a 46) antes de gravar; aplicado, o endereco vai
      *para o CADEND.DAT (regravado a cada checkpoint) e as imagens
      *antes/depois do endereco entram no CADAUDC. Movimento sem
      *endereco deixa o endereco como esta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADAUDC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
      *CADMOVC.DAT = lote de movimentos das filiais, um registro por
      *movimento com a operacao na frente; o codigo vem como X(05)
      *para poder ser criticado antes de virar chave. END-MOV traz
      *o contato e o endereco do cliente no layout do CADEND.DAT;
      *em branco (filial que nao manda endereco) o endereco fica
      *como esta.
       FD CADMOVC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMOVC.DAT".
           02 SEXO-MOV PIC X(01).
           02 CPF-MOV PIC X(11).
           02 STATUS-MOV PIC X(01).
           02 END-MOV.
               03 LOGR-MOV PIC X(30).
               03 CONTATO-MOV PIC X(15).
               03 NUMERO-MOV PIC X(06).
               03 COMPL-MOV PIC X(15).
               03 BAIRRO-MOV PIC X(20).
               03 CIDADE-MOV PIC X(20).
               03 UF-MOV PIC X(02).
               03 CEP-MOV PIC X(08).

      *Visoes do envelope do lote: header tipo "H" com filial, data
      *de geracao e sequencia, e trailer tipo "T" com a contagem de
           02 COD-AUDC PIC X(05).
           02 ANTES-AUDC PIC X(38).
           02 DEPOIS-AUDC PIC X(38).
           02 ENDANT-AUDC PIC X(116).
           02 ENDDEP-AUDC PIC X(116).

      *CADEND.DAT = endereco e contato do cliente: o logradouro, o
      *contato e o endereco estruturado (numero, complemento, bairro,
      *cidade, UF e CEP).
       FD CADEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADEND.DAT".

       01 REG-ENDERECO.
           02 COD-END PIC 9(05).
           02 ENDERECO-END PIC X(30).
           02 CONTATO-END PIC X(15).
           02 ESTRUT-END.
               03 NUMERO-END PIC X(06).
               03 COMPL-END PIC X(15).
               03 BAIRRO-END PIC X(20).
               03 CIDADE-END PIC X(20).
               03 UF-END PIC X(02).
               03 CEP-END PIC 9(08).

      *CADCEP.DAT = tabela de faixas de CEP por UF e cidade, mantida
      *pela secretaria a partir da tabela dos Correios; uma cidade
      *pode ter mais de uma faixa.
       FD CADCEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCEP.DAT".

       01 REG-CEP.
           02 UF-CEP PIC X(02).
           02 CIDADE-CEP PIC X(20).
           02 INI-CEP PIC 9(08).
           02 FIM-CEP PIC 9(08).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
           77 WS-HORA-AUD PIC 9(08) VALUE 0.
           77 IMAGEM-ANTES PIC X(38) VALUE SPACE.
           77 IMAGEM-DEPOIS PIC X(38) VALUE SPACE.
           77 ACHOU-END PIC X(03) VALUE "NAO".
           77 ENDERECOS-ALTERADOS PIC X(03) VALUE "NAO".
           77 CEP-OK PIC X(03) VALUE "NAO".
           77 CIDADE-ACHADA PIC X(03) VALUE "NAO".
           77 MOTIVO-CEP PIC 9(02) VALUE 0.
           77 DESC-CEP PIC X(25) VALUE SPACE.
           77 IX-E PIC 9(05) VALUE 0.
           77 IX-CEP PIC 9(04) VALUE 0.
           77 COD-END-BUSCA PIC 9(05) VALUE 0.
           77 IMAGEM-END-ANTES PIC X(116) VALUE SPACE.
           77 IMAGEM-END-DEPOIS PIC X(116) VALUE SPACE.

      *TAB-END = CADEND.DAT em memoria; o arquivo e regravado a
      *cada checkpoint e no fim, quando algum endereco mudou.
           01 TAB-END.
               02 QTD-END PIC 9(05) VALUE 0.
               02 END-LINHA OCCURS 5000 TIMES.
                   03 COD-TE PIC 9(05).
                   03 RESTO-TE PIC X(116).

      *TAB-CEP = faixas de CEP do CADCEP.DAT, para a critica do
      *endereco.
           01 TAB-CEP.
               02 QTD-FAIXAS PIC 9(04) VALUE 0.
               02 FAIXA-LINHA OCCURS 2000 TIMES.
                   03 UF-TC PIC X(02).
                   03 CIDADE-TC PIC X(20).
                   03 INI-TC PIC 9(08).
                   03 FIM-TC PIC 9(08).

      *ENDERECO-VALIDAR = endereco entregue a VALIDA-ENDERECO.
           01 ENDERECO-VALIDAR.
               02 VE-LOGR PIC X(40).
               02 VE-CIDADE PIC X(20).
               02 VE-UF PIC X(02).
               02 VE-CEP PIC X(08).
               02 VE-CEP-N REDEFINES VE-CEP PIC 9(08).

           01 LINHA-MOVL.
               02 LM-OPER PIC X(01).
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           PERFORM VALIDA-ENVELOPE.
           PERFORM CARREGA-ENDERECOS.
           PERFORM CARREGA-FAIXAS-CEP.
           OPEN INPUT CADMOVC.
           OPEN I-O CADCLI1.
           IF WS-FS-CLI EQUAL "35"
               ADD 1 TO CONT-LIDOS
           END-IF.

      *GRAVA-CHECKPOINT salva antes os enderecos alterados, para o
      *checkpoint nunca marcar como feito um endereco nao gravado.
       GRAVA-CHECKPOINT.
           IF ENDERECOS-ALTERADOS EQUAL "SIM"
               PERFORM REGRAVA-ENDERECOS
               MOVE "NAO" TO ENDERECOS-ALTERADOS
           END-IF.
           OPEN OUTPUT CADCKP.
           MOVE CONT-LIDOS TO CKP-CONT.
           WRITE REG-CKP.

       MOV-INCLUSAO.
           MOVE COD-MOV TO COD-ENT.
           PERFORM BUSCA-ENDERECO.
           PERFORM CRITICA-ENDERECO-MOV.
           PERFORM LE-CLIENTE.
           IF WS-FS-CLI EQUAL "00"
               MOVE "CODIGO JA CADASTRADO" TO LM-MOTIVO
               MOVE 11 TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE IF CEP-OK EQUAL "NAO"
               MOVE DESC-CEP TO LM-MOTIVO
               MOVE MOTIVO-CEP TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE
               MOVE COD-MOV TO COD-ENT
               MOVE NOME-MOV TO NOME-ENT

       MOV-ALTERACAO.
           MOVE COD-MOV TO COD-ENT.
           PERFORM BUSCA-ENDERECO.
           PERFORM CRITICA-ENDERECO-MOV.
           PERFORM LE-CLIENTE.
           IF WS-FS-CLI NOT EQUAL "00"
               MOVE "CODIGO NAO CADASTRADO" TO LM-MOTIVO
               MOVE 12 TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE IF CEP-OK EQUAL "NAO"
               MOVE DESC-CEP TO LM-MOTIVO
               MOVE MOTIVO-CEP TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE
               MOVE REG-ENT TO IMAGEM-ANTES
               MOVE NOME-MOV TO NOME-ENT
      *exclusao fisica fica so na manutencao online do EX11.
       MOV-EXCLUSAO.
           MOVE COD-MOV TO COD-ENT.
           PERFORM BUSCA-ENDERECO.
           PERFORM LE-CLIENTE.
           IF WS-FS-CLI NOT EQUAL "00"
               MOVE "CODIGO NAO CADASTRADO" TO LM-MOTIVO
               PERFORM GRAVA-REJEITADO
           END-IF.

      *GRAVA-APLICADO tambem leva para a tabela o endereco que veio
      *no movimento de inclusao ou alteracao.
       GRAVA-APLICADO.
           MOVE SPACES TO LM-MOTIVO.
           MOVE "APLICADO" TO LM-RESULT.
           PERFORM GRAVA-LINHA-MOVL.
           ADD 1 TO CONT-APL.
           MOVE IMAGEM-END-ANTES TO IMAGEM-END-DEPOIS.
           IF OPER-MOV NOT EQUAL "E"
                  AND END-MOV NOT EQUAL SPACES
               PERFORM GUARDA-ENDERECO
           END-IF.
           PERFORM GRAVA-AUDITORIA.

      *GRAVA-AUDITORIA acrescenta o movimento aplicado na trilha de
           MOVE COD-MOV TO COD-AUDC.
           MOVE IMAGEM-ANTES TO ANTES-AUDC.
           MOVE REG-ENT TO DEPOIS-AUDC.
           MOVE IMAGEM-END-ANTES TO ENDANT-AUDC.
           MOVE IMAGEM-END-DEPOIS TO ENDDEP-AUDC.
           WRITE REG-AUDC.

       GRAVA-REJEITADO.
           MOVE LINHA-MOVL TO REG-MOVL.
           WRITE REG-MOVL.

      *CRITICA-ENDERECO-MOV critica o endereco do movimento; sem
      *endereco no movimento nao ha o que criticar, e so o contato
      *(logradouro em branco) tambem passa.
       CRITICA-ENDERECO-MOV.
           MOVE "SIM" TO CEP-OK.
           IF LOGR-MOV NOT EQUAL SPACES
               MOVE LOGR-MOV TO VE-LOGR
               MOVE CIDADE-MOV TO VE-CIDADE
               MOVE UF-MOV TO VE-UF
               MOVE CEP-MOV TO VE-CEP
               PERFORM VALIDA-ENDERECO
           END-IF.

      *BUSCA-ENDERECO deixa em IX-E a posicao do endereco do cliente
      *de COD-ENT na tabela e a imagem atual dele em
      *IMAGEM-END-ANTES (espacos quando nao ha).
       BUSCA-ENDERECO.
           MOVE "NAO" TO ACHOU-END.
           MOVE COD-ENT TO COD-END-BUSCA.
           MOVE 1 TO IX-E.
           PERFORM TESTA-ENDERECO
               UNTIL IX-E > QTD-END
                  OR ACHOU-END EQUAL "SIM".
           IF ACHOU-END EQUAL "SIM"
               MOVE RESTO-TE (IX-E) TO IMAGEM-END-ANTES
           ELSE
               MOVE SPACES TO IMAGEM-END-ANTES
           END-IF.

       TESTA-ENDERECO.
           IF COD-TE (IX-E) EQUAL COD-END-BUSCA
               MOVE "SIM" TO ACHOU-END
           ELSE
               ADD 1 TO IX-E
           END-IF.

      *GUARDA-ENDERECO troca (ou acrescenta) na tabela o endereco do
      *cliente pelo que veio no movimento.
       GUARDA-ENDERECO.
           IF ACHOU-END EQUAL "NAO"
               IF QTD-END EQUAL 5000
                   DISPLAY "EX12 - TABELA DE ENDERECOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-END"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-END
               MOVE QTD-END TO IX-E
           END-IF.
           MOVE COD-ENT TO COD-TE (IX-E).
           MOVE END-MOV TO RESTO-TE (IX-E).
           MOVE END-MOV TO IMAGEM-END-DEPOIS.
           MOVE "SIM" TO ENDERECOS-ALTERADOS.

       REGRAVA-ENDERECOS.
           OPEN OUTPUT CADEND.
           MOVE 1 TO IX-E.
           PERFORM GRAVA-ENDERECO
               UNTIL IX-E > QTD-END.
           CLOSE CADEND.

       GRAVA-ENDERECO.
           MOVE END-LINHA (IX-E) TO REG-ENDERECO.
           WRITE REG-ENDERECO.
           ADD 1 TO IX-E.

       CARREGA-ENDERECOS.
           OPEN INPUT CADEND.
           PERFORM LE-ENDERECO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADEND.
           MOVE "NAO" TO FIM-ARQ.

       LE-ENDERECO.
           READ CADEND
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-END EQUAL 5000
                   DISPLAY "EX12 - TABELA DE ENDERECOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-END"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-END
               MOVE REG-ENDERECO TO END-LINHA (QTD-END)
           END-IF.

      *CARREGA-FAIXAS-CEP sobe a tabela de faixas de CEP; sem a
      *tabela nenhum endereco passa na critica.
       CARREGA-FAIXAS-CEP.
           OPEN INPUT CADCEP.
           PERFORM LE-FAIXA-CEP
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCEP.
           MOVE "NAO" TO FIM-ARQ.
           IF QTD-FAIXAS EQUAL 0
               DISPLAY "EX12 - TABELA DE FAIXAS DE CEP (CADCEP.DAT) "
                       "VAZIA, MOVIMENTO COM ENDERECO SERA REJEITADO"
           END-IF.

       LE-FAIXA-CEP.
           READ CADCEP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-FAIXAS EQUAL 2000
                   DISPLAY "EX12 - TABELA DE FAIXAS DE CEP CHEIA, "
                           "AUMENTAR OCCURS DE TAB-CEP"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-FAIXAS
               MOVE REG-CEP TO FAIXA-LINHA (QTD-FAIXAS)
           END-IF.

      *VALIDA-ENDERECO critica o endereco de ENDERECO-VALIDAR:
      *logradouro preenchido, CEP de 8 digitos e CEP dentro de uma
      *das faixas da cidade/UF no CADCEP.DAT. Sai CEP-OK e, na
      *rejeicao, o motivo em MOTIVO-CEP/DESC-CEP.
       VALIDA-ENDERECO.
           MOVE "SIM" TO CEP-OK.
           MOVE 0 TO MOTIVO-CEP.
           MOVE SPACES TO DESC-CEP.
           IF VE-LOGR EQUAL SPACES
               MOVE "NAO" TO CEP-OK
               MOVE 46 TO MOTIVO-CEP
               MOVE "ENDERECO SEM LOGRADOURO" TO DESC-CEP
           ELSE IF VE-CEP IS NOT NUMERIC OR VE-CEP EQUAL "00000000"
               MOVE "NAO" TO CEP-OK
               MOVE 43 TO MOTIVO-CEP
               MOVE "CEP INVALIDO" TO DESC-CEP
           ELSE
               PERFORM CONFERE-FAIXA-CEP
           END-IF.

       CONFERE-FAIXA-CEP.
           MOVE "NAO" TO CEP-OK.
           MOVE "NAO" TO CIDADE-ACHADA.
           MOVE 1 TO IX-CEP.
           PERFORM TESTA-FAIXA-CEP
               UNTIL IX-CEP > QTD-FAIXAS
                  OR CEP-OK EQUAL "SIM".
           IF CEP-OK EQUAL "NAO"
               IF CIDADE-ACHADA EQUAL "SIM"
                   MOVE 45 TO MOTIVO-CEP
                   MOVE "CEP FORA DA FAIXA CIDADE" TO DESC-CEP
               ELSE
                   MOVE 44 TO MOTIVO-CEP
                   MOVE "CIDADE SEM FAIXA DE CEP" TO DESC-CEP
               END-IF
           END-IF.

       TESTA-FAIXA-CEP.
           IF UF-TC (IX-CEP) EQUAL VE-UF
                  AND CIDADE-TC (IX-CEP) EQUAL VE-CIDADE
               MOVE "SIM" TO CIDADE-ACHADA
               IF VE-CEP-N NOT < INI-TC (IX-CEP)
                      AND VE-CEP-N NOT > FIM-TC (IX-CEP)
                   MOVE "SIM" TO CEP-OK
               END-IF
           END-IF.
           IF CEP-OK EQUAL "NAO"
               ADD 1 TO IX-CEP
           END-IF.

       TERMINO.
           PERFORM GRAVA-CHECKPOINT.
           PERFORM REGISTRA-LOTE-APLICADO.
