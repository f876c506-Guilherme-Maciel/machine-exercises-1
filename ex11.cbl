      *mesmo tratamento que o EX19 ja da as notas, agora no cadastro
      *que todo mundo confia. O relatorio diario por operador e
      *filial sai no EX41.
      *MODIFICACAO 15/10/2026 - endereco estruturado: inclusao e
      *alteracao pedem tambem o contato e o endereco do cliente
      *(logradouro, numero, complemento, bairro, cidade, UF e CEP),
      *gravados no CADEND.DAT, que deixa de ser editado na mao e e
      *regravado a cada manutencao confirmada. O CEP e criticado contra
      *a tabela de faixas por UF e cidade CADCEP.DAT e a digitacao se
      *repete ate o endereco passar; logradouro em branco deixa o
      *cliente sem endereco. A exclusao tira tambem o endereco, a
      *consulta o mostra e a trilha CADAUDC.DAT leva o endereco antes e
      *depois no fim do registro.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS WS-FS-TRAVA.
           SELECT OPTIONAL CADAUDC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
           77 OPCAO PIC X(01) VALUE SPACE.
           77 CONT-ALT PIC 9(05) VALUE 0.
           77 CONT-EXC PIC 9(05) VALUE 0.
           77 CONT-CON PIC 9(05) VALUE 0.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 ACHOU-END PIC X(03) VALUE "NAO".
           77 ENDERECO-OK PIC X(03) VALUE "NAO".
           77 CEP-OK PIC X(03) VALUE "NAO".
           77 CIDADE-ACHADA PIC X(03) VALUE "NAO".
           77 MOTIVO-CEP PIC 9(02) VALUE 0.
           77 DESC-CEP PIC X(25) VALUE SPACE.
           77 IX-E PIC 9(05) VALUE 0.
           77 IX-CEP PIC 9(04) VALUE 0.
           77 IMAGEM-END-ANTES PIC X(116) VALUE SPACE.
           77 IMAGEM-END-DEPOIS PIC X(116) VALUE SPACE.

      *END-ATUAL = endereco do cliente sendo mantido, no layout do
      *CADEND.DAT.
           01 END-ATUAL.
               02 COD-EA PIC 9(05).
               02 RESTO-EA.
                   03 LOGR-EA PIC X(30).
                   03 CONTATO-EA PIC X(15).
                   03 NUMERO-EA PIC X(06).
                   03 COMPL-EA PIC X(15).
                   03 BAIRRO-EA PIC X(20).
                   03 CIDADE-EA PIC X(20).
                   03 UF-EA PIC X(02).
                   03 CEP-EA PIC X(08).

      *TAB-END = CADEND.DAT em memoria; o arquivo e regravado
      *inteiro a cada manutencao confirmada.
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

       PROCEDURE DIVISION.

               STOP RUN
           END-IF.
           OPEN EXTEND CADAUDC.
           PERFORM CARREGA-ENDERECOS.
           PERFORM CARREGA-FAIXAS-CEP.
           OPEN I-O CADCLI1.
           IF WS-FS-CLI EQUAL "35"
               OPEN OUTPUT CADCLI1
           MOVE COD-ENT TO COD-AUDC.
           MOVE IMAGEM-ANTES TO ANTES-AUDC.
           MOVE IMAGEM-DEPOIS TO DEPOIS-AUDC.
           MOVE IMAGEM-END-ANTES TO ENDANT-AUDC.
           MOVE IMAGEM-END-DEPOIS TO ENDDEP-AUDC.
           WRITE REG-AUDC.

      *CONFERE-TRAVA recusa a partida enquanto o token de lote do
               ELSE
                   MOVE WS-COD-DIG TO COD-ENT
                   PERFORM PEDE-DADOS
                   MOVE SPACES TO RESTO-EA
                   PERFORM PEDE-ENDERECO-VALIDO
                   WRITE REG-ENT
                       INVALID KEY CONTINUE
                   END-WRITE
                       MOVE "I" TO OPER-AUDC
                       MOVE SPACES TO IMAGEM-ANTES
                       MOVE REG-ENT TO IMAGEM-DEPOIS
                       MOVE SPACES TO IMAGEM-END-ANTES
                       PERFORM GUARDA-ENDERECO
                       PERFORM GRAVA-AUDITORIA
                       DISPLAY "EX11 - CLIENTE INCLUIDO"
                   ELSE
               IF WS-FS-CLI EQUAL "00"
                   PERFORM MOSTRA-CLIENTE
                   MOVE REG-ENT TO IMAGEM-ANTES
                   MOVE RESTO-EA TO IMAGEM-END-ANTES
                   PERFORM PEDE-DADOS
                   PERFORM PEDE-ENDERECO-VALIDO
                   REWRITE REG-ENT
                       INVALID KEY CONTINUE
                   END-REWRITE
                       ADD 1 TO CONT-ALT
                       MOVE "A" TO OPER-AUDC
                       MOVE REG-ENT TO IMAGEM-DEPOIS
                       PERFORM GUARDA-ENDERECO
                       PERFORM GRAVA-AUDITORIA
                       DISPLAY "EX11 - CLIENTE ALTERADO"
                   ELSE
                   ACCEPT CONFIRMA
                   IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                       MOVE REG-ENT TO IMAGEM-ANTES
                       MOVE RESTO-EA TO IMAGEM-END-ANTES
                       DELETE CADCLI1
                           INVALID KEY CONTINUE
                       END-DELETE
                           ADD 1 TO CONT-EXC
                           MOVE "E" TO OPER-AUDC
                           MOVE SPACES TO IMAGEM-DEPOIS
                           MOVE SPACES TO RESTO-EA
                           PERFORM GUARDA-ENDERECO
                           PERFORM GRAVA-AUDITORIA
                           DISPLAY "EX11 - CLIENTE EXCLUIDO"
                       ELSE
           DISPLAY "SEXO......: " SEXO-ENT.
           DISPLAY "CPF.......: " CPF-ENT.
           DISPLAY "SITUACAO..: " STATUS-ENT.
           PERFORM BUSCA-ENDERECO.
           DISPLAY "CONTATO...: " CONTATO-EA.
           DISPLAY "ENDERECO..: " LOGR-EA " " NUMERO-EA " " COMPL-EA.
           DISPLAY "BAIRRO....: " BAIRRO-EA.
           DISPLAY "CIDADE/UF.: " CIDADE-EA " " UF-EA.
           DISPLAY "CEP.......: " CEP-EA.

      *PEDE-ENDERECO-VALIDO repete a digitacao do contato e do
      *endereco ate o endereco passar na critica de CEP; logradouro
      *em branco grava o cliente sem endereco.
       PEDE-ENDERECO-VALIDO.
           MOVE "NAO" TO ENDERECO-OK.
           PERFORM PEDE-ENDERECO
               UNTIL ENDERECO-OK EQUAL "SIM".

       PEDE-ENDERECO.
           DISPLAY "CONTATO...........: " WITH NO ADVANCING.
           ACCEPT CONTATO-EA.
           DISPLAY "LOGRADOURO (BRANCO = SEM ENDERECO): "
               WITH NO ADVANCING.
           ACCEPT LOGR-EA.
           IF LOGR-EA EQUAL SPACES
               MOVE SPACES TO NUMERO-EA
                              COMPL-EA
                              BAIRRO-EA
                              CIDADE-EA
                              UF-EA
                              CEP-EA
               MOVE "SIM" TO ENDERECO-OK
           ELSE
               DISPLAY "NUMERO............: " WITH NO ADVANCING
               ACCEPT NUMERO-EA
               DISPLAY "COMPLEMENTO.......: " WITH NO ADVANCING
               ACCEPT COMPL-EA
               DISPLAY "BAIRRO............: " WITH NO ADVANCING
               ACCEPT BAIRRO-EA
               DISPLAY "CIDADE............: " WITH NO ADVANCING
               ACCEPT CIDADE-EA
               DISPLAY "UF................: " WITH NO ADVANCING
               ACCEPT UF-EA
               DISPLAY "CEP (8 DIGITOS)...: " WITH NO ADVANCING
               ACCEPT CEP-EA
               MOVE LOGR-EA TO VE-LOGR
               MOVE CIDADE-EA TO VE-CIDADE
               MOVE UF-EA TO VE-UF
               MOVE CEP-EA TO VE-CEP
               PERFORM VALIDA-ENDERECO
               IF CEP-OK EQUAL "SIM"
                   MOVE "SIM" TO ENDERECO-OK
               ELSE
                   DISPLAY "EX11 - " DESC-CEP
                           ", DIGITAR O ENDERECO DE NOVO"
               END-IF
           END-IF.

      *BUSCA-ENDERECO deixa em END-ATUAL o endereco do cliente de
      *COD-ENT (espacos quando nao ha) e em IX-E a posicao dele na
      *tabela.
       BUSCA-ENDERECO.
           MOVE "NAO" TO ACHOU-END.
           MOVE 1 TO IX-E.
           PERFORM TESTA-ENDERECO
               UNTIL IX-E > QTD-END
                  OR ACHOU-END EQUAL "SIM".
           MOVE COD-ENT TO COD-EA.
           IF ACHOU-END EQUAL "SIM"
               MOVE RESTO-TE (IX-E) TO RESTO-EA
           ELSE
               MOVE SPACES TO RESTO-EA
           END-IF.

       TESTA-ENDERECO.
           IF COD-TE (IX-E) EQUAL COD-ENT
               MOVE "SIM" TO ACHOU-END
           ELSE
               ADD 1 TO IX-E
           END-IF.

      *GUARDA-ENDERECO poe END-ATUAL na tabela (contato e endereco
      *em branco tiram o cliente do CADEND.DAT) e regrava o arquivo.
       GUARDA-ENDERECO.
           MOVE RESTO-EA TO IMAGEM-END-DEPOIS.
           MOVE "NAO" TO ACHOU-END.
           MOVE 1 TO IX-E.
           PERFORM TESTA-ENDERECO
               UNTIL IX-E > QTD-END
                  OR ACHOU-END EQUAL "SIM".
           IF RESTO-EA EQUAL SPACES
               IF ACHOU-END EQUAL "SIM"
                   MOVE END-LINHA (QTD-END) TO END-LINHA (IX-E)
                   SUBTRACT 1 FROM QTD-END
               END-IF
           ELSE
               IF ACHOU-END EQUAL "NAO"
                   IF QTD-END EQUAL 5000
                       DISPLAY "EX11 - TABELA DE ENDERECOS CHEIA, "
                               "AUMENTAR OCCURS DE TAB-END"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-END
                   MOVE QTD-END TO IX-E
               END-IF
               MOVE COD-ENT TO COD-TE (IX-E)
               MOVE RESTO-EA TO RESTO-TE (IX-E)
           END-IF.
           PERFORM REGRAVA-ENDERECOS.

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
                   DISPLAY "EX11 - TABELA DE ENDERECOS CHEIA, "
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
               DISPLAY "EX11 - TABELA DE FAIXAS DE CEP (CADCEP.DAT) "
                       "VAZIA, NENHUM ENDERECO SERA ACEITO"
           END-IF.

       LE-FAIXA-CEP.
           READ CADCEP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-FAIXAS EQUAL 2000
                   DISPLAY "EX11 - TABELA DE FAIXAS DE CEP CHEIA, "
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
           CLOSE CADCLI1
