       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX66.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX66 e a manutencao online do cadastro de responsaveis
      *CADRESP.DAT, no molde do EX11: inclusao, alteracao, exclusao
      *e consulta pelo codigo num menu de console, com a trava de
      *lote do EXCTL (o EX64 regrava o CADRESP no retorno do portal)
      *e operador identificado na abertura. O endereco e pedido no
      *formato estruturado (logradouro, numero, complemento, bairro,
      *cidade, UF e CEP) e o CEP e criticado contra a tabela de
      *faixas por UF e cidade CADCEP.DAT, repetindo a digitacao ate
      *passar; logradouro em branco deixa o responsavel sem
      *endereco. Responsavel com filho vinculado em CADRALU.DAT nao
      *pode ser excluido (o vinculo tem de ser desfeito antes). Cada
      *manutencao confirmada regrava o CADRESP.DAT inteiro e vai para
      *a trilha CADAUDP.DAT, a mesma do retorno do portal, com a
      *imagem do responsavel antes e depois.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADTRAVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRAVA.
           SELECT OPTIONAL CADAUDP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *CADRESP.DAT = cadastro de responsaveis; ENDER-RESP e o
      *logradouro do endereco estruturado.
       FD CADRESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRESP.DAT".

       01 REG-RESP.
           02 COD-RESP PIC 9(05).
           02 NOME-RESP PIC X(30).
           02 ENDER-RESP PIC X(40).
           02 CONTATO-RESP PIC X(20).
           02 NUMERO-RESP PIC X(06).
           02 COMPL-RESP PIC X(15).
           02 BAIRRO-RESP PIC X(20).
           02 CIDADE-RESP PIC X(20).
           02 UF-RESP PIC X(02).
           02 CEP-RESP PIC 9(08).

      *CADRALU.DAT = vinculo matricula -> responsavel.
       FD CADRALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRALU.DAT".

       01 REG-RALU.
           02 MATR-RALU PIC 9(05).
           02 RESP-RALU PIC 9(05).

      *CADTRAVA.DAT = token de lote em andamento gravado pelo EXCTL
      *(OCUPADO enquanto o lote roda, LIVRE quando nao).
       FD CADTRAVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTRAVA.DAT".

       01 REG-TRAVA.
           02 SITU-TRAVA PIC X(07).
           02 DATA-TRAVA PIC 9(08).
           02 HORA-TRAVA PIC 9(08).
           02 ORIGEM-TRAVA PIC X(08).

      *CADAUDP.DAT = trilha cumulativa de alteracoes do cadastro de
      *responsaveis, compartilhada com o retorno do portal do EX64.
       FD CADAUDP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADAUDP.DAT".

       01 REG-AUDP.
           02 DATA-AUDP PIC 9(08).
           02 HORA-AUDP PIC 9(08).
           02 OPERADOR-AUDP PIC X(08).
           02 ORIGEM-AUDP PIC X(04).
           02 OPER-AUDP PIC X(01).
           02 COD-AUDP PIC 9(05).
           02 CAMPO-AUDP PIC X(01).
           02 ANTES-AUDP PIC X(166).
           02 DEPOIS-AUDP PIC X(166).

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
           77 WS-FS-TRAVA PIC X(02) VALUE SPACE.
           77 WS-OPERADOR PIC X(08) VALUE SPACE.
           77 WS-DATA-AUD PIC 9(08) VALUE 0.
           77 WS-HORA-AUD PIC 9(08) VALUE 0.
           77 IMAGEM-ANTES PIC X(166) VALUE SPACE.
           77 IMAGEM-DEPOIS PIC X(166) VALUE SPACE.
           77 WS-COD-DIG PIC X(05) VALUE SPACE.
           77 COD-BUSCA PIC 9(05) VALUE 0.
           77 CONFIRMA PIC X(01) VALUE SPACE.
           77 CONT-INC PIC 9(05) VALUE 0.
           77 CONT-ALT PIC 9(05) VALUE 0.
           77 CONT-EXC PIC 9(05) VALUE 0.
           77 CONT-CON PIC 9(05) VALUE 0.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 ACHOU PIC X(03) VALUE "NAO".
           77 TEM-FILHO PIC X(03) VALUE "NAO".
           77 ENDERECO-OK PIC X(03) VALUE "NAO".
           77 CEP-OK PIC X(03) VALUE "NAO".
           77 CIDADE-ACHADA PIC X(03) VALUE "NAO".
           77 MOTIVO-CEP PIC 9(02) VALUE 0.
           77 DESC-CEP PIC X(25) VALUE SPACE.
           77 IX-R PIC 9(05) VALUE 0.
           77 IX-V PIC 9(05) VALUE 0.
           77 IX-CEP PIC 9(04) VALUE 0.

      *RESP-ATUAL = responsavel sendo mantido, no layout do
      *CADRESP.DAT.
           01 RESP-ATUAL.
               02 COD-RA PIC 9(05).
               02 NOME-RA PIC X(30).
               02 LOGR-RA PIC X(40).
               02 CONTATO-RA PIC X(20).
               02 NUMERO-RA PIC X(06).
               02 COMPL-RA PIC X(15).
               02 BAIRRO-RA PIC X(20).
               02 CIDADE-RA PIC X(20).
               02 UF-RA PIC X(02).
               02 CEP-RA PIC X(08).

      *TAB-RESP = CADRESP.DAT em memoria; o arquivo e regravado
      *inteiro a cada manutencao confirmada.
           01 TAB-RESP.
               02 QTD-RESP PIC 9(05) VALUE 0.
               02 RESP-LINHA OCCURS 5000 TIMES.
                   03 COD-TR PIC 9(05).
                   03 RESTO-TR PIC X(161).

      *TAB-VINC = responsavel de cada vinculo do CADRALU.DAT, para
      *barrar a exclusao de responsavel com filho.
           01 TAB-VINC.
               02 QTD-VINC PIC 9(05) VALUE 0.
               02 VINC-LINHA OCCURS 20000 TIMES.
                   03 RESP-VC PIC 9(05).

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

       PGM-EX66.
           PERFORM INICIO.
           PERFORM PRINCIPAL
               UNTIL OPCAO EQUAL "F".
           PERFORM TERMINO.
           STOP RUN.

      *INICIO confere a trava, pede o operador e sobe para a memoria
      *o cadastro, os vinculos e as faixas de CEP.
       INICIO.
           PERFORM CONFERE-TRAVA.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR EQUAL SPACES
               DISPLAY "EX66 - SEM OPERADOR NAO HA MANUTENCAO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-FAIXAS-CEP.
           OPEN EXTEND CADAUDP.

      *CONFERE-TRAVA recusa a partida enquanto o token de lote do
      *EXCTL estiver OCUPADO, mostrando quem o segura e desde
      *quando; sem token, ou com token LIVRE, a manutencao abre.
       CONFERE-TRAVA.
           OPEN INPUT CADTRAVA.
           IF WS-FS-TRAVA EQUAL "00"
               READ CADTRAVA
                   AT END CONTINUE
               END-READ
               IF WS-FS-TRAVA EQUAL "00"
                      AND SITU-TRAVA EQUAL "OCUPADO"
                   DISPLAY "EX66 - LOTE EM ANDAMENTO ("
                       ORIGEM-TRAVA " DESDE " DATA-TRAVA " "
                       HORA-TRAVA "), AGUARDAR O FIM DO LOTE"
                   CLOSE CADTRAVA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE CADTRAVA.

       CARREGA-RESPONSAVEIS.
           OPEN INPUT CADRESP.
           PERFORM LE-RESP
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRESP.
           MOVE "NAO" TO FIM-ARQ.

       LE-RESP.
           READ CADRESP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-RESP EQUAL 5000
                   DISPLAY "EX66 - TABELA DE RESPONSAVEIS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-RESP"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-RESP
               MOVE REG-RESP TO RESP-LINHA (QTD-RESP)
           END-IF.

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
                   DISPLAY "EX66 - TABELA DE VINCULOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-VINC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-VINC
               MOVE RESP-RALU TO RESP-VC (QTD-VINC)
           END-IF.

      *PRINCIPAL exibe o menu e despacha a opcao escolhida; qualquer
      *tecla fora do menu so repete a pergunta.
       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "EX66 - MANUTENCAO DE RESPONSAVEIS".
           DISPLAY "  I - INCLUIR".
           DISPLAY "  A - ALTERAR".
           DISPLAY "  E - EXCLUIR".
           DISPLAY "  C - CONSULTAR".
           DISPLAY "  F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           IF OPCAO EQUAL "i"
               MOVE "I" TO OPCAO.
           IF OPCAO EQUAL "a"
               MOVE "A" TO OPCAO.
           IF OPCAO EQUAL "e"
               MOVE "E" TO OPCAO.
           IF OPCAO EQUAL "c"
               MOVE "C" TO OPCAO.
           IF OPCAO EQUAL "f"
               MOVE "F" TO OPCAO.
           IF OPCAO EQUAL "I"
               PERFORM INCLUSAO
           ELSE IF OPCAO EQUAL "A"
               PERFORM ALTERACAO
           ELSE IF OPCAO EQUAL "E"
               PERFORM EXCLUSAO
           ELSE IF OPCAO EQUAL "C"
               PERFORM CONSULTA.

      *PEDE-CODIGO le o codigo do responsavel e valida que e
      *numerico; codigo invalido deixa WS-COD-DIG em branco para a
      *operacao chamadora desistir. Codigo valido ja sai procurado
      *na tabela (ACHOU e IX-R).
       PEDE-CODIGO.
           DISPLAY "CODIGO (5 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-COD-DIG.
           IF WS-COD-DIG IS NOT NUMERIC
               DISPLAY "EX66 - CODIGO INVALIDO: " WS-COD-DIG
               MOVE SPACES TO WS-COD-DIG
           ELSE
               MOVE WS-COD-DIG TO COD-BUSCA
               PERFORM BUSCA-RESP
           END-IF.

       BUSCA-RESP.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-R.
           PERFORM TESTA-RESP
               UNTIL IX-R > QTD-RESP
                  OR ACHOU EQUAL "SIM".

       TESTA-RESP.
           IF COD-TR (IX-R) EQUAL COD-BUSCA
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-R
           END-IF.

      *PEDE-DADOS le o nome e o contato do responsavel e, em
      *seguida, o endereco ate passar na critica.
       PEDE-DADOS.
           DISPLAY "NOME..............: " WITH NO ADVANCING.
           ACCEPT NOME-RA.
           DISPLAY "CONTATO...........: " WITH NO ADVANCING.
           ACCEPT CONTATO-RA.
           MOVE "NAO" TO ENDERECO-OK.
           PERFORM PEDE-ENDERECO
               UNTIL ENDERECO-OK EQUAL "SIM".

       PEDE-ENDERECO.
           DISPLAY "LOGRADOURO (BRANCO = SEM ENDERECO): "
               WITH NO ADVANCING.
           ACCEPT LOGR-RA.
           IF LOGR-RA EQUAL SPACES
               MOVE SPACES TO NUMERO-RA
                              COMPL-RA
                              BAIRRO-RA
                              CIDADE-RA
                              UF-RA
                              CEP-RA
               MOVE "SIM" TO ENDERECO-OK
           ELSE
               DISPLAY "NUMERO............: " WITH NO ADVANCING
               ACCEPT NUMERO-RA
               DISPLAY "COMPLEMENTO.......: " WITH NO ADVANCING
               ACCEPT COMPL-RA
               DISPLAY "BAIRRO............: " WITH NO ADVANCING
               ACCEPT BAIRRO-RA
               DISPLAY "CIDADE............: " WITH NO ADVANCING
               ACCEPT CIDADE-RA
               DISPLAY "UF................: " WITH NO ADVANCING
               ACCEPT UF-RA
               DISPLAY "CEP (8 DIGITOS)...: " WITH NO ADVANCING
               ACCEPT CEP-RA
               MOVE LOGR-RA TO VE-LOGR
               MOVE CIDADE-RA TO VE-CIDADE
               MOVE UF-RA TO VE-UF
               MOVE CEP-RA TO VE-CEP
               PERFORM VALIDA-ENDERECO
               IF CEP-OK EQUAL "SIM"
                   MOVE "SIM" TO ENDERECO-OK
               ELSE
                   DISPLAY "EX66 - " DESC-CEP
                           ", DIGITAR O ENDERECO DE NOVO"
               END-IF
           END-IF.

       INCLUSAO.
           PERFORM PEDE-CODIGO.
           IF WS-COD-DIG NOT EQUAL SPACES
               IF ACHOU EQUAL "SIM"
                   DISPLAY "EX66 - CODIGO JA CADASTRADO: " WS-COD-DIG
               ELSE IF QTD-RESP EQUAL 5000
                   DISPLAY "EX66 - TABELA DE RESPONSAVEIS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-RESP"
               ELSE
                   MOVE SPACES TO RESP-ATUAL
                   MOVE COD-BUSCA TO COD-RA
                   PERFORM PEDE-DADOS
                   ADD 1 TO QTD-RESP
                   MOVE QTD-RESP TO IX-R
                   MOVE RESP-ATUAL TO RESP-LINHA (IX-R)
                   PERFORM REGRAVA-RESPONSAVEIS
                   ADD 1 TO CONT-INC
                   MOVE "I" TO OPER-AUDP
                   MOVE SPACES TO IMAGEM-ANTES
                   MOVE RESP-ATUAL TO IMAGEM-DEPOIS
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY "EX66 - RESPONSAVEL INCLUIDO"
               END-IF
           END-IF.

       ALTERACAO.
           PERFORM PEDE-CODIGO.
           IF WS-COD-DIG NOT EQUAL SPACES
               IF ACHOU EQUAL "SIM"
                   PERFORM MOSTRA-RESPONSAVEL
                   MOVE RESP-ATUAL TO IMAGEM-ANTES
                   PERFORM PEDE-DADOS
                   MOVE RESP-ATUAL TO RESP-LINHA (IX-R)
                   PERFORM REGRAVA-RESPONSAVEIS
                   ADD 1 TO CONT-ALT
                   MOVE "A" TO OPER-AUDP
                   MOVE RESP-ATUAL TO IMAGEM-DEPOIS
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY "EX66 - RESPONSAVEL ALTERADO"
               ELSE
                   DISPLAY "EX66 - CODIGO NAO CADASTRADO: " WS-COD-DIG
               END-IF
           END-IF.

      *EXCLUSAO so apaga responsavel sem filho vinculado; a ultima
      *linha da tabela ocupa o lugar da excluida.
       EXCLUSAO.
           PERFORM PEDE-CODIGO.
           IF WS-COD-DIG NOT EQUAL SPACES
               IF ACHOU EQUAL "SIM"
                   PERFORM MOSTRA-RESPONSAVEL
                   PERFORM CONFERE-FILHOS
                   IF TEM-FILHO EQUAL "SIM"
                       DISPLAY "EX66 - RESPONSAVEL COM FILHO VINCULADO "
                               "NO CADRALU.DAT, EXCLUSAO RECUSADA"
                   ELSE
                       DISPLAY "CONFIRMA EXCLUSAO (S/N)? "
                           WITH NO ADVANCING
                       ACCEPT CONFIRMA
                       IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                           MOVE RESP-ATUAL TO IMAGEM-ANTES
                           MOVE RESP-LINHA (QTD-RESP)
                               TO RESP-LINHA (IX-R)
                           SUBTRACT 1 FROM QTD-RESP
                           PERFORM REGRAVA-RESPONSAVEIS
                           ADD 1 TO CONT-EXC
                           MOVE "E" TO OPER-AUDP
                           MOVE SPACES TO IMAGEM-DEPOIS
                           PERFORM GRAVA-AUDITORIA
                           DISPLAY "EX66 - RESPONSAVEL EXCLUIDO"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "EX66 - CODIGO NAO CADASTRADO: " WS-COD-DIG
               END-IF
           END-IF.

       CONSULTA.
           PERFORM PEDE-CODIGO.
           IF WS-COD-DIG NOT EQUAL SPACES
               IF ACHOU EQUAL "SIM"
                   PERFORM MOSTRA-RESPONSAVEL
                   ADD 1 TO CONT-CON
               ELSE
                   DISPLAY "EX66 - CODIGO NAO CADASTRADO: " WS-COD-DIG
               END-IF
           END-IF.

      *MOSTRA-RESPONSAVEL traz a linha IX-R da tabela para
      *RESP-ATUAL e a exibe.
       MOSTRA-RESPONSAVEL.
           MOVE RESP-LINHA (IX-R) TO RESP-ATUAL.
           DISPLAY "CODIGO....: " COD-RA.
           DISPLAY "NOME......: " NOME-RA.
           DISPLAY "CONTATO...: " CONTATO-RA.
           DISPLAY "ENDERECO..: " LOGR-RA " " NUMERO-RA " " COMPL-RA.
           DISPLAY "BAIRRO....: " BAIRRO-RA.
           DISPLAY "CIDADE/UF.: " CIDADE-RA " " UF-RA.
           DISPLAY "CEP.......: " CEP-RA.

       CONFERE-FILHOS.
           MOVE "NAO" TO TEM-FILHO.
           MOVE 1 TO IX-V.
           PERFORM TESTA-FILHO
               UNTIL IX-V > QTD-VINC
                  OR TEM-FILHO EQUAL "SIM".

       TESTA-FILHO.
           IF RESP-VC (IX-V) EQUAL COD-RA
               MOVE "SIM" TO TEM-FILHO
           ELSE
               ADD 1 TO IX-V
           END-IF.

       REGRAVA-RESPONSAVEIS.
           OPEN OUTPUT CADRESP.
           MOVE 1 TO IX-V.
           PERFORM GRAVA-RESP
               UNTIL IX-V > QTD-RESP.
           CLOSE CADRESP.

       GRAVA-RESP.
           MOVE RESP-LINHA (IX-V) TO REG-RESP.
           WRITE REG-RESP.
           ADD 1 TO IX-V.

      *GRAVA-AUDITORIA acrescenta a trilha da operacao atual; quem
      *chama deixa a operacao em OPER-AUDP e as imagens em
      *IMAGEM-ANTES e IMAGEM-DEPOIS (espacos na inclusao e na
      *exclusao, respectivamente).
       GRAVA-AUDITORIA.
           ACCEPT WS-DATA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD FROM TIME.
           MOVE WS-DATA-AUD TO DATA-AUDP.
           MOVE WS-HORA-AUD TO HORA-AUDP.
           MOVE WS-OPERADOR TO OPERADOR-AUDP.
           MOVE "EX66" TO ORIGEM-AUDP.
           MOVE WS-COD-DIG TO COD-AUDP.
           MOVE SPACE TO CAMPO-AUDP.
           MOVE IMAGEM-ANTES TO ANTES-AUDP.
           MOVE IMAGEM-DEPOIS TO DEPOIS-AUDP.
           WRITE REG-AUDP.

      *CARREGA-FAIXAS-CEP sobe a tabela de faixas de CEP; sem a
      *tabela nenhum endereco passa na critica.
       CARREGA-FAIXAS-CEP.
           OPEN INPUT CADCEP.
           PERFORM LE-FAIXA-CEP
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCEP.
           MOVE "NAO" TO FIM-ARQ.
           IF QTD-FAIXAS EQUAL 0
               DISPLAY "EX66 - TABELA DE FAIXAS DE CEP (CADCEP.DAT) "
                       "VAZIA, NENHUM ENDERECO SERA ACEITO"
           END-IF.

       LE-FAIXA-CEP.
           READ CADCEP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-FAIXAS EQUAL 2000
                   DISPLAY "EX66 - TABELA DE FAIXAS DE CEP CHEIA, "
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
           CLOSE CADAUDP.
           DISPLAY "EX66 - INCLUSOES...: " CONT-INC.
           DISPLAY "EX66 - ALTERACOES..: " CONT-ALT.
           DISPLAY "EX66 - EXCLUSOES...: " CONT-EXC.
           DISPLAY "EX66 - CONSULTAS...: " CONT-CON.
