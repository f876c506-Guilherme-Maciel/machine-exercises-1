       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX68.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX68 volta o cadastro de clientes no tempo pela trilha de
      *alteracao CADAUDC.DAT (EX11, EX12 e EX67 gravam nela a imagem
      *antes e depois do cliente e do endereco). Dois modos pela
      *linha de comando:
      *  POSICAO AAAAMMDD [DE nnnnn] [ATE nnnnn] [FILIAL nnn]
      *    [ARQUIVO] - o cadastro como estava no fim do dia
      *    informado. Para cada codigo vale a imagem ANTES do
      *    primeiro registro da trilha posterior a data; sem
      *    registro posterior vale o CADCLI1 atual. Imagem antes em
      *    branco e cliente incluido depois da data, que fica de
      *    fora; cliente excluido depois da data (EX11) volta pela
      *    imagem da trilha. O endereco segue a mesma regra com a
      *    imagem ENDANT, contando so os registros que trazem
      *    imagem de endereco, e sem eles vale o CADEND atual. DE e
      *    ATE limitam a faixa de codigos; FILIAL fica so com os
      *    clientes que a filial movimentou na trilha ate a data. A
      *    posicao sai impressa em CADPOSR.DAT ou, com ARQUIVO, em
      *    CADPOSC.DAT (layout do CADCLI1) e CADPOSE.DAT (layout do
      *    CADEND), para conferencia ou carga;
      *  DESFAZ LOTE fff sssss / DESFAZ OPERADOR nome AAAAMMDD -
      *    monta os movimentos que desfazem o que um lote de filial
      *    (pela data de aplicacao registrada em CADLOTF.DAT) ou um
      *    operador num dia fez no cadastro, e grava CADMOVD.DAT no
      *    layout do CADMOVC.DAT, com header da filial 999 (lotes
      *    de desfazimento) e sequencia propria, para passar pelo
      *    EX12 e o desfazimento ficar ele mesmo na trilha. Alteracao
      *    e inativacao voltam por "A" com a imagem anterior (e o
      *    endereco anterior quando mudou), inclusao vira inativacao
      *    ("E") e exclusao fisica do EX11 vira reinclusao ("I").
      *    Cliente mexido de novo depois por outro lote ou operador
      *    nao e desfeito e sai no relatorio CADDSFR.DAT para a
      *    secretaria conferir na mao, com retorno 4.
      *O programa nao regrava o cadastro: a posicao so e lida e o
      *desfazimento so e aplicado pelo EX12. Um primeiro token
      *numerico e a contagem de pulo do EXCTL e e descartado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-ENT
           FILE STATUS IS WS-FS-CLI.
           SELECT OPTIONAL CADEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-END.
           SELECT OPTIONAL CADAUDC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.
           SELECT OPTIONAL CADLOTF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOTF.
           SELECT ARQ-TMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-ORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK1 ASSIGN TO DISK.
           SELECT CADPOSR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADPOSC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADPOSE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADMOVD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADDSFR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
       FD CADCLI1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI1.DAT".

       01 REG-ENT.
           02 COD-ENT PIC 9(05).
           02 NOME-ENT PIC X(20).
           02 SEXO-ENT PIC X(01).
           02 CPF-ENT PIC 9(11).
           02 STATUS-ENT PIC X(01).

      *CADEND.DAT = endereco e contato do cliente: o logradouro, o
      *contato e o endereco estruturado (numero, complemento, bairro,
      *cidade, UF e CEP).
       FD CADEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADEND.DAT".

       01 REG-ENDERECO.
           02 COD-END PIC 9(05).
           02 RESTO-END PIC X(116).

      *CADAUDC.DAT = trilha cumulativa de alteracoes do cadastro de
      *clientes, com as imagens antes/depois do cliente e do
      *endereco.
       FD CADAUDC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADAUDC.DAT".

       01 REG-AUDC.
           02 DATA-AUDC PIC 9(08).
           02 HORA-AUDC PIC 9(08).
           02 OPERADOR-AUDC PIC X(08).
           02 ORIGEM-AUDC PIC X(04).
           02 FILIAL-AUDC PIC 9(03).
           02 OPER-AUDC PIC X(01).
           02 COD-AUDC PIC X(05).
           02 ANTES-AUDC PIC X(38).
           02 DEPOIS-AUDC PIC X(38).
           02 ENDANT-AUDC PIC X(116).
           02 ENDDEP-AUDC PIC X(116).

      *CADLOTF.DAT = registro cumulativo dos lotes de filial ja
      *aplicados pelo EX12 (filial, sequencia e data da aplicacao).
       FD CADLOTF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLOTF.DAT".

       01 REG-LOTF.
           02 FILIAL-LF PIC 9(03).
           02 SEQ-LF PIC 9(05).
           02 DATA-LF PIC 9(08).

      *EX68TMP.TMP = a posicao montada na ordem em que sai (cadastro
      *atual e depois os excluidos), entrada do SORT por codigo.
       FD ARQ-TMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX68TMP.TMP".

       01 REG-TMP.
           02 TMP-COD PIC X(05).
           02 TMP-ORIGEM PIC X(06).
           02 TMP-CLI PIC X(38).
           02 TMP-END PIC X(116).

      *EX68ORD.TMP = a posicao em ordem de codigo.
       FD ARQ-ORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX68ORD.TMP".

       01 REG-ORD.
           02 ORD-COD PIC X(05).
           02 ORD-ORIGEM PIC X(06).
           02 ORD-CLI PIC X(38).
           02 ORD-END PIC X(116).

       SD SORTWK1.
       01 REG-SORT-POS.
           02 SRT-COD-POS PIC X(05).
           02 SRT-RESTO-POS PIC X(160).

      *CADPOSR.DAT = a posicao do cadastro impressa.
       FD CADPOSR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPOSR.DAT".

       01 REG-POSR PIC X(132).

      *CADPOSC.DAT = a posicao do cadastro no layout do CADCLI1.
       FD CADPOSC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPOSC.DAT".

       01 REG-POSC PIC X(38).

      *CADPOSE.DAT = os enderecos da posicao no layout do CADEND.
       FD CADPOSE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPOSE.DAT".

       01 REG-POSE.
           02 COD-POSE PIC X(05).
           02 RESTO-POSE PIC X(116).

      *CADMOVD.DAT = lote de desfazimento no layout do CADMOVC.DAT,
      *com header e trailer, para o EX12 aplicar.
       FD CADMOVD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMOVD.DAT".

       01 REG-MOV.
           02 OPER-MOV PIC X(01).
           02 COD-MOV PIC X(05).
           02 NOME-MOV PIC X(20).
           02 SEXO-MOV PIC X(01).
           02 CPF-MOV PIC X(11).
           02 STATUS-MOV PIC X(01).
           02 END-MOV PIC X(116).

       01 REG-MOV-H REDEFINES REG-MOV.
           02 TIPO-H PIC X(01).
           02 FILIAL-H PIC 9(03).
           02 DTGER-H PIC 9(08).
           02 SEQ-H PIC 9(05).
           02 FILLER PIC X(138).

       01 REG-MOV-T REDEFINES REG-MOV.
           02 TIPO-T PIC X(01).
           02 QTDE-T PIC 9(07).
           02 FILLER PIC X(147).

      *CADDSFR.DAT = o relatorio do desfazimento, um cliente por
      *linha com o movimento gerado ou o motivo de nao gerar.
       FD CADDSFR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDSFR.DAT".

       01 REG-DSFR PIC X(132).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-CLI PIC X(02) VALUE SPACE.
           77 WS-FS-END PIC X(02) VALUE SPACE.
           77 WS-FS-AUD PIC X(02) VALUE SPACE.
           77 WS-FS-LOTF PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-PARM-LINHA PIC X(80) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(08) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 DATA-POSICAO PIC 9(08) VALUE 0.
           77 COD-DE PIC 9(05) VALUE 0.
           77 COD-ATE PIC 9(05) VALUE 99999.
           77 FILIAL-POS PIC 9(03) VALUE 0.
           77 TEM-FILIAL PIC X(03) VALUE "NAO".
           77 GERA-ARQUIVO PIC X(03) VALUE "NAO".
           77 DENTRO-FILTRO PIC X(03) VALUE "NAO".
           77 TIPO-DESFAZ PIC X(08) VALUE SPACE.
           77 FILIAL-SEL PIC 9(03) VALUE 0.
           77 SEQ-SEL PIC 9(05) VALUE 0.
           77 DATA-SEL PIC 9(08) VALUE 0.
           77 OPERADOR-SEL PIC X(08) VALUE SPACE.
           77 SELECIONADO PIC X(03) VALUE "NAO".
           77 LOTE-ACHADO PIC X(03) VALUE "NAO".
           77 CONT-LOTES-DIA PIC 9(03) VALUE 0.
           77 FILIAL-DESF PIC 9(03) VALUE 999.
           77 SEQ-DESF PIC 9(05) VALUE 0.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 ACHOU-FIL PIC X(03) VALUE "NAO".
           77 ACHOU-END PIC X(03) VALUE "NAO".
           77 IX-P PIC 9(02) VALUE 0.
           77 IX-Q PIC 9(02) VALUE 0.
           77 IX-E PIC 9(05) VALUE 0.
           77 IX-R PIC 9(05) VALUE 0.
           77 IX-F PIC 9(05) VALUE 0.
           77 IX-D PIC 9(05) VALUE 0.
           77 CONT-POSICAO PIC 9(05) VALUE 0.
           77 CONT-ATUAIS PIC 9(05) VALUE 0.
           77 CONT-REFEITOS PIC 9(05) VALUE 0.
           77 CONT-EXCLUIDOS PIC 9(05) VALUE 0.
           77 CONT-INCLUIDOS PIC 9(05) VALUE 0.
           77 CONT-SELEC PIC 9(05) VALUE 0.
           77 CONT-MOVD PIC 9(07) VALUE 0.
           77 CONT-CONFLITO PIC 9(05) VALUE 0.
           77 CONT-SEM-EFEITO PIC 9(05) VALUE 0.
           77 CONT-END-MANUAL PIC 9(05) VALUE 0.

      *TAB-PARM = os tokens da linha de comando.
           01 TAB-PARM.
               02 PARM-TK PIC X(11) OCCURS 8 TIMES.

      *CHAVE-PROCURA = o codigo procurado nas tabelas, na forma
      *alfanumerica da trilha e numerica do cadastro.
           01 CHAVE-PROCURA.
               02 COD-PROCURA PIC X(05).
               02 COD-PROCURA-N REDEFINES COD-PROCURA PIC 9(05).

      *TAB-END = os enderecos atuais do CADEND.
           01 TAB-END.
               02 QTD-END PIC 9(05) VALUE 0.
               02 END-LINHA OCCURS 5000 TIMES.
                   03 COD-TE PIC 9(05).
                   03 RESTO-TE PIC X(116).

      *TAB-REC = por codigo mexido depois da data da posicao, a
      *imagem do cliente e do endereco naquela data (ANTES/ENDANT
      *do primeiro registro posterior) e se o codigo ainda existe no
      *cadastro atual.
           01 TAB-REC.
               02 QTD-REC PIC 9(05) VALUE 0.
               02 REC-LINHA OCCURS 5000 TIMES.
                   03 COD-TR PIC X(05).
                   03 CLI-TR PIC X(38).
                   03 TEM-END-TR PIC X(01).
                   03 END-TR PIC X(116).
                   03 VISTO-TR PIC X(01).

      *TAB-FIL = os codigos movimentados pela filial pedida.
           01 TAB-FIL.
               02 QTD-FIL PIC 9(05) VALUE 0.
               02 FIL-LINHA OCCURS 5000 TIMES.
                   03 COD-TF PIC X(05).

      *TAB-DSF = por codigo tocado pelo lote ou operador escolhido,
      *a primeira imagem antes, a ultima imagem depois, o endereco
      *anterior e o primeiro registro de outra origem que mexeu no
      *cliente depois (conflito).
           01 TAB-DSF.
               02 QTD-DSF PIC 9(05) VALUE 0.
               02 DSF-LINHA OCCURS 2000 TIMES.
                   03 COD-TD PIC X(05).
                   03 OPER-TD PIC X(01).
                   03 ANTES-TD PIC X(38).
                   03 DEPOIS-TD PIC X(38).
                   03 ENDANT-TD PIC X(116).
                   03 TEM-ENDANT-TD PIC X(01).
                   03 END-MUDOU-TD PIC X(01).
                   03 CONFLITO-TD PIC X(01).
                   03 CONF-DATA-TD PIC 9(08).
                   03 CONF-ORIGEM-TD PIC X(04).
                   03 CONF-OPERADOR-TD PIC X(08).

      *IMAGEM-CLI = imagem do registro de cliente (CADCLI1) gravada
      *na trilha.
           01 IMAGEM-CLI.
               02 IC-COD PIC X(05).
               02 IC-NOME PIC X(20).
               02 IC-SEXO PIC X(01).
               02 IC-CPF PIC X(11).
               02 IC-STATUS PIC X(01).

      *IMAGEM-END = o endereco do cliente sem o codigo, como vai nas
      *imagens ENDANT/ENDDEP da trilha.
           01 IMAGEM-END.
               02 IE-LOGR PIC X(30).
               02 IE-CONTATO PIC X(15).
               02 IE-ESTRUT.
                   03 IE-NUMERO PIC X(06).
                   03 IE-COMPL PIC X(15).
                   03 IE-BAIRRO PIC X(20).
                   03 IE-CIDADE PIC X(20).
                   03 IE-UF PIC X(02).
                   03 IE-CEP PIC X(08).

           01 LINHA-TITULO PIC X(132) VALUE SPACE.

           01 CAB-POS.
               02 FILLER PIC X(07) VALUE "CODIGO ".
               02 FILLER PIC X(22) VALUE "NOME".
               02 FILLER PIC X(03) VALUE "SX ".
               02 FILLER PIC X(13) VALUE "CPF".
               02 FILLER PIC X(03) VALUE "ST ".
               02 FILLER PIC X(08) VALUE "ORIGEM".
               02 FILLER PIC X(31) VALUE "LOGRADOURO".
               02 FILLER PIC X(08) VALUE "NUMERO".
               02 FILLER PIC X(21) VALUE "CIDADE".
               02 FILLER PIC X(03) VALUE "UF ".
               02 FILLER PIC X(08) VALUE "CEP".

           01 LINHA-POS.
               02 LP-COD PIC X(05).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LP-NOME PIC X(20).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LP-SEXO PIC X(01).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LP-CPF PIC X(11).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LP-STATUS PIC X(01).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LP-ORIGEM PIC X(06).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LP-LOGR PIC X(30).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LP-NUMERO PIC X(06).
               02 FILLER PIC X(02) VALUE SPACE.
               02 LP-CIDADE PIC X(20).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LP-UF PIC X(02).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LP-CEP PIC X(08).

           01 LINHA-TOTAL.
               02 LT-DESC PIC X(45).
               02 LT-QTD PIC ZZZ.ZZ9.

           01 LINHA-DSF.
               02 LDS-COD PIC X(05).
               02 FILLER PIC X(03) VALUE " - ".
               02 LDS-OPER PIC X(01).
               02 FILLER PIC X(04) VALUE " -> ".
               02 LDS-MOV PIC X(01).
               02 FILLER PIC X(03) VALUE " - ".
               02 LDS-NOTA PIC X(80).

       PROCEDURE DIVISION.

       PGM-EX68.
           PERFORM INICIO.
           IF WS-MODO EQUAL "POSICAO"
               PERFORM POSICAO
           ELSE
               PERFORM DESFAZ
           END-IF.
           STOP RUN.

      *INICIO pega a data do movimento e confere os parametros de
      *cada modo.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           MOVE SPACES TO TAB-PARM.
           UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACE
               INTO PARM-TK (1) PARM-TK (2) PARM-TK (3) PARM-TK (4)
                    PARM-TK (5) PARM-TK (6) PARM-TK (7).
           IF PARM-TK (1) (1:1) IS NUMERIC
               MOVE SPACES TO TAB-PARM
               UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACE
                   INTO WS-PULA-DESC
                        PARM-TK (1) PARM-TK (2) PARM-TK (3)
                        PARM-TK (4) PARM-TK (5) PARM-TK (6)
                        PARM-TK (7)
           END-IF.
           MOVE PARM-TK (1) TO WS-MODO.
           IF WS-MODO EQUAL "POSICAO"
               PERFORM CONFERE-PARM-POSICAO
           ELSE IF WS-MODO EQUAL "DESFAZ"
               PERFORM CONFERE-PARM-DESFAZ
           ELSE
               PERFORM MOSTRA-USO
           END-IF.

       MOSTRA-USO.
           DISPLAY "EX68 - USO: EX68 POSICAO AAAAMMDD [DE nnnnn] "
                   "[ATE nnnnn] [FILIAL nnn] [ARQUIVO]".
           DISPLAY "            EX68 DESFAZ LOTE fff sssss".
           DISPLAY "            EX68 DESFAZ OPERADOR nome AAAAMMDD".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *CONFERE-PARM-POSICAO exige a data, nao posterior a data do
      *movimento, e aceita as opcoes em qualquer ordem depois dela.
       CONFERE-PARM-POSICAO.
           IF PARM-TK (2) (1:8) IS NUMERIC
                  AND PARM-TK (2) (9:3) EQUAL SPACES
               MOVE PARM-TK (2) (1:8) TO DATA-POSICAO
           ELSE
               PERFORM MOSTRA-USO
           END-IF.
           IF DATA-POSICAO > WS-DATA-HOJE
               DISPLAY "EX68 - DATA DA POSICAO " DATA-POSICAO
                       " POSTERIOR AO MOVIMENTO " WS-DATA-HOJE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 3 TO IX-P.
           PERFORM CONFERE-OPCAO
               UNTIL IX-P > 7
                  OR PARM-TK (IX-P) EQUAL SPACES.
           IF COD-DE > COD-ATE
               PERFORM MOSTRA-USO
           END-IF.

       CONFERE-OPCAO.
           MOVE IX-P TO IX-Q.
           ADD 1 TO IX-Q.
           IF PARM-TK (IX-P) EQUAL "ARQUIVO"
               MOVE "SIM" TO GERA-ARQUIVO
               ADD 1 TO IX-P
           ELSE IF PARM-TK (IX-Q) (1:5) IS NOT NUMERIC
                  OR PARM-TK (IX-Q) (6:6) NOT EQUAL SPACES
               PERFORM CONFERE-FILIAL-OPCAO
           ELSE IF PARM-TK (IX-P) EQUAL "DE"
               MOVE PARM-TK (IX-Q) (1:5) TO COD-DE
               ADD 2 TO IX-P
           ELSE IF PARM-TK (IX-P) EQUAL "ATE"
               MOVE PARM-TK (IX-Q) (1:5) TO COD-ATE
               ADD 2 TO IX-P
           ELSE
               PERFORM MOSTRA-USO
           END-IF.

      *CONFERE-FILIAL-OPCAO trata o unico valor de opcao que nao tem
      *cinco digitos, a filial.
       CONFERE-FILIAL-OPCAO.
           IF PARM-TK (IX-P) EQUAL "FILIAL"
                  AND PARM-TK (IX-Q) (1:3) IS NUMERIC
                  AND PARM-TK (IX-Q) (4:8) EQUAL SPACES
               MOVE PARM-TK (IX-Q) (1:3) TO FILIAL-POS
               MOVE "SIM" TO TEM-FILIAL
               ADD 2 TO IX-P
           ELSE
               PERFORM MOSTRA-USO
           END-IF.

      *CONFERE-PARM-DESFAZ aceita o lote pela filial e sequencia do
      *header, ou o operador da trilha e o dia.
       CONFERE-PARM-DESFAZ.
           MOVE PARM-TK (2) TO TIPO-DESFAZ.
           IF PARM-TK (5) NOT EQUAL SPACES
               PERFORM MOSTRA-USO
           END-IF.
           IF TIPO-DESFAZ EQUAL "LOTE"
               IF PARM-TK (3) (1:3) IS NUMERIC
                      AND PARM-TK (3) (4:8) EQUAL SPACES
                      AND PARM-TK (4) (1:5) IS NUMERIC
                      AND PARM-TK (4) (6:6) EQUAL SPACES
                   MOVE PARM-TK (3) (1:3) TO FILIAL-SEL
                   MOVE PARM-TK (4) (1:5) TO SEQ-SEL
               ELSE
                   PERFORM MOSTRA-USO
               END-IF
           ELSE IF TIPO-DESFAZ EQUAL "OPERADOR"
               IF PARM-TK (3) NOT EQUAL SPACES
                      AND PARM-TK (3) (9:3) EQUAL SPACES
                      AND PARM-TK (4) (1:8) IS NUMERIC
                      AND PARM-TK (4) (9:3) EQUAL SPACES
                   MOVE PARM-TK (3) (1:8) TO OPERADOR-SEL
                   MOVE PARM-TK (4) (1:8) TO DATA-SEL
               ELSE
                   PERFORM MOSTRA-USO
               END-IF
           ELSE
               PERFORM MOSTRA-USO
           END-IF.

      *---------------------------------------------------------
      *POSICAO - o cadastro como estava na data pedida.
      *---------------------------------------------------------
       POSICAO.
           PERFORM CARREGA-ENDERECOS.
           PERFORM CARREGA-TRILHA-POSICAO.
           OPEN OUTPUT ARQ-TMP.
           OPEN INPUT CADCLI1.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "EX68 - CADCLI1.DAT NAO ABRIU: " WS-FS-CLI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CLIENTE-POSICAO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCLI1.
           MOVE 1 TO IX-R.
           PERFORM RESTA-EXCLUIDO
               UNTIL IX-R > QTD-REC.
           CLOSE ARQ-TMP.
           SORT SORTWK1 ON ASCENDING KEY SRT-COD-POS
               USING ARQ-TMP
               GIVING ARQ-ORD.
           IF GERA-ARQUIVO EQUAL "SIM"
               OPEN OUTPUT CADPOSC
                           CADPOSE
           ELSE
               OPEN OUTPUT CADPOSR
               PERFORM GRAVA-TITULO-POSICAO
           END-IF.
           OPEN INPUT ARQ-ORD.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-POSICAO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ARQ-ORD.
           IF GERA-ARQUIVO EQUAL "SIM"
               CLOSE CADPOSC
                     CADPOSE
           ELSE
               PERFORM GRAVA-TOTAIS-POSICAO
               CLOSE CADPOSR
           END-IF.
           DISPLAY "EX68 - POSICAO EM " DATA-POSICAO
                   " - CLIENTES: " CONT-POSICAO
                   " REFEITOS PELA TRILHA: " CONT-REFEITOS
                   " EXCLUIDOS DEPOIS: " CONT-EXCLUIDOS.
           IF CONT-POSICAO EQUAL 0
               DISPLAY "EX68 - NENHUM CLIENTE NA POSICAO PEDIDA"
               MOVE 4 TO RETURN-CODE
           END-IF.

       CARREGA-ENDERECOS.
           OPEN INPUT CADEND.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-ENDERECO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADEND.

       LE-ENDERECO.
           READ CADEND
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-END EQUAL 5000
                   DISPLAY "EX68 - TABELA DE ENDERECOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-END"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-END
               MOVE COD-END TO COD-TE (QTD-END)
               MOVE RESTO-END TO RESTO-TE (QTD-END)
           END-IF.

      *CARREGA-TRILHA-POSICAO guarda, por codigo, a imagem antes do
      *primeiro registro posterior a data e a imagem de endereco
      *antes do primeiro registro posterior que traz endereco; e,
      *com FILIAL, os codigos que a filial movimentou ate a data.
       CARREGA-TRILHA-POSICAO.
           OPEN INPUT CADAUDC.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-TRILHA-POSICAO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADAUDC.

       LE-TRILHA-POSICAO.
           READ CADAUDC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-AUDC TO COD-PROCURA
               PERFORM TRATA-TRILHA-POSICAO
           END-IF.

       TRATA-TRILHA-POSICAO.
           IF DATA-AUDC > DATA-POSICAO
               PERFORM GUARDA-POSTERIOR
           ELSE IF TEM-FILIAL EQUAL "SIM"
                  AND FILIAL-AUDC EQUAL FILIAL-POS
               PERFORM GUARDA-FILIAL
           END-IF.

       GUARDA-POSTERIOR.
           PERFORM BUSCA-REC.
           IF ACHOU EQUAL "NAO"
               IF QTD-REC EQUAL 5000
                   DISPLAY "EX68 - TABELA DA TRILHA CHEIA, AUMENTAR "
                           "OCCURS DE TAB-REC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-REC
               MOVE QTD-REC TO IX-R
               MOVE COD-PROCURA TO COD-TR (IX-R)
               MOVE ANTES-AUDC TO CLI-TR (IX-R)
               MOVE "N" TO TEM-END-TR (IX-R)
               MOVE SPACES TO END-TR (IX-R)
               MOVE "N" TO VISTO-TR (IX-R)
           END-IF.
           IF TEM-END-TR (IX-R) EQUAL "N"
                  AND (ENDANT-AUDC NOT EQUAL SPACES
                    OR ENDDEP-AUDC NOT EQUAL SPACES)
               MOVE "S" TO TEM-END-TR (IX-R)
               MOVE ENDANT-AUDC TO END-TR (IX-R)
           END-IF.

       BUSCA-REC.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-R.
           PERFORM TESTA-REC
               UNTIL IX-R > QTD-REC
                  OR ACHOU EQUAL "SIM".

       TESTA-REC.
           IF COD-TR (IX-R) EQUAL COD-PROCURA
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-R
           END-IF.

       GUARDA-FILIAL.
           PERFORM BUSCA-FILIAL.
           IF ACHOU-FIL EQUAL "NAO"
               IF QTD-FIL EQUAL 5000
                   DISPLAY "EX68 - TABELA DA FILIAL CHEIA, AUMENTAR "
                           "OCCURS DE TAB-FIL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-FIL
               MOVE COD-PROCURA TO COD-TF (QTD-FIL)
           END-IF.

       BUSCA-FILIAL.
           MOVE "NAO" TO ACHOU-FIL.
           MOVE 1 TO IX-F.
           PERFORM TESTA-FILIAL
               UNTIL IX-F > QTD-FIL
                  OR ACHOU-FIL EQUAL "SIM".

       TESTA-FILIAL.
           IF COD-TF (IX-F) EQUAL COD-PROCURA
               MOVE "SIM" TO ACHOU-FIL
           ELSE
               ADD 1 TO IX-F
           END-IF.

      *LE-CLIENTE-POSICAO passa o cadastro atual: codigo sem
      *registro posterior na trilha sai como esta, codigo mexido
      *depois sai pela imagem da trilha, e codigo incluido depois da
      *data fica de fora.
       LE-CLIENTE-POSICAO.
           READ CADCLI1
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-ENT TO COD-PROCURA-N
               PERFORM BUSCA-REC
               IF ACHOU EQUAL "SIM"
                   MOVE "S" TO VISTO-TR (IX-R)
               END-IF
               PERFORM CONFERE-FILTRO
               IF DENTRO-FILTRO EQUAL "SIM"
                   PERFORM MONTA-CLIENTE-ATUAL
               END-IF
           END-IF.

       MONTA-CLIENTE-ATUAL.
           IF ACHOU EQUAL "NAO"
               MOVE COD-PROCURA TO TMP-COD
               MOVE "ATUAL" TO TMP-ORIGEM
               MOVE REG-ENT TO TMP-CLI
               PERFORM BUSCA-ENDERECO
               WRITE REG-TMP
               ADD 1 TO CONT-ATUAIS
           ELSE IF CLI-TR (IX-R) EQUAL SPACES
               ADD 1 TO CONT-INCLUIDOS
           ELSE
               MOVE COD-PROCURA TO TMP-COD
               MOVE "TRILHA" TO TMP-ORIGEM
               MOVE CLI-TR (IX-R) TO TMP-CLI
               PERFORM POE-ENDERECO-TRILHA
               WRITE REG-TMP
               ADD 1 TO CONT-REFEITOS
           END-IF.

      *RESTA-EXCLUIDO poe na posicao os clientes que existiam na
      *data e nao estao mais no cadastro (exclusao fisica do EX11).
       RESTA-EXCLUIDO.
           IF VISTO-TR (IX-R) EQUAL "N"
                  AND CLI-TR (IX-R) NOT EQUAL SPACES
               MOVE COD-TR (IX-R) TO COD-PROCURA
               PERFORM CONFERE-FILTRO
               IF DENTRO-FILTRO EQUAL "SIM"
                   MOVE COD-PROCURA TO TMP-COD
                   MOVE "TRILHA" TO TMP-ORIGEM
                   MOVE CLI-TR (IX-R) TO TMP-CLI
                   PERFORM POE-ENDERECO-TRILHA
                   WRITE REG-TMP
                   ADD 1 TO CONT-EXCLUIDOS
               END-IF
           END-IF.
           ADD 1 TO IX-R.

       POE-ENDERECO-TRILHA.
           IF TEM-END-TR (IX-R) EQUAL "S"
               MOVE END-TR (IX-R) TO TMP-END
           ELSE
               PERFORM BUSCA-ENDERECO
           END-IF.

      *BUSCA-ENDERECO poe em TMP-END o endereco atual do codigo em
      *COD-PROCURA, ou espacos quando ele nao tem endereco.
       BUSCA-ENDERECO.
           MOVE "NAO" TO ACHOU-END.
           MOVE 1 TO IX-E.
           PERFORM TESTA-ENDERECO
               UNTIL IX-E > QTD-END
                  OR ACHOU-END EQUAL "SIM".
           IF ACHOU-END EQUAL "SIM"
               MOVE RESTO-TE (IX-E) TO TMP-END
           ELSE
               MOVE SPACES TO TMP-END
           END-IF.

       TESTA-ENDERECO.
           IF COD-TE (IX-E) EQUAL COD-PROCURA-N
               MOVE "SIM" TO ACHOU-END
           ELSE
               ADD 1 TO IX-E
           END-IF.

      *CONFERE-FILTRO aplica a faixa de codigos e a filial pedidas
      *ao codigo em COD-PROCURA.
       CONFERE-FILTRO.
           MOVE "SIM" TO DENTRO-FILTRO.
           IF COD-PROCURA IS NOT NUMERIC
               MOVE "NAO" TO DENTRO-FILTRO
           ELSE IF COD-PROCURA-N < COD-DE
                  OR COD-PROCURA-N > COD-ATE
               MOVE "NAO" TO DENTRO-FILTRO
           ELSE IF TEM-FILIAL EQUAL "SIM"
               PERFORM BUSCA-FILIAL
               MOVE ACHOU-FIL TO DENTRO-FILTRO
           END-IF.

       GRAVA-TITULO-POSICAO.
           MOVE SPACES TO LINHA-TITULO.
           STRING "POSICAO DO CADASTRO DE CLIENTES EM "
                      DELIMITED BY SIZE
                  DATA-POSICAO DELIMITED BY SIZE
                  " - REFEITA PELA TRILHA CADAUDC - EMITIDO EM "
                      DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-POSR.
           WRITE REG-POSR.
           MOVE SPACES TO LINHA-TITULO.
           STRING "CODIGOS DE " DELIMITED BY SIZE
                  COD-DE DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  COD-ATE DELIMITED BY SIZE
               INTO LINHA-TITULO.
           IF TEM-FILIAL EQUAL "SIM"
               MOVE " - SO CLIENTES MOVIMENTADOS PELA FILIAL"
                   TO LINHA-TITULO (25:39)
               MOVE FILIAL-POS TO LINHA-TITULO (65:3)
           END-IF.
           MOVE LINHA-TITULO TO REG-POSR.
           WRITE REG-POSR.
           MOVE ALL "=" TO REG-POSR.
           WRITE REG-POSR.
           MOVE CAB-POS TO REG-POSR.
           WRITE REG-POSR.
           MOVE ALL "-" TO REG-POSR.
           WRITE REG-POSR.

      *LE-POSICAO grava cada cliente da posicao, ja em ordem de
      *codigo, no relatorio ou nos arquivos.
       LE-POSICAO.
           READ ARQ-ORD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CONT-POSICAO
               IF GERA-ARQUIVO EQUAL "SIM"
                   PERFORM GRAVA-ARQUIVOS-POSICAO
               ELSE
                   PERFORM IMPRIME-POSICAO
               END-IF
           END-IF.

       GRAVA-ARQUIVOS-POSICAO.
           MOVE ORD-CLI TO REG-POSC.
           WRITE REG-POSC.
           IF ORD-END NOT EQUAL SPACES
               MOVE ORD-COD TO COD-POSE
               MOVE ORD-END TO RESTO-POSE
               WRITE REG-POSE
           END-IF.

       IMPRIME-POSICAO.
           MOVE ORD-CLI TO IMAGEM-CLI.
           MOVE ORD-END TO IMAGEM-END.
           MOVE IC-COD TO LP-COD.
           MOVE IC-NOME TO LP-NOME.
           MOVE IC-SEXO TO LP-SEXO.
           MOVE IC-CPF TO LP-CPF.
           MOVE IC-STATUS TO LP-STATUS.
           MOVE ORD-ORIGEM TO LP-ORIGEM.
           MOVE IE-LOGR TO LP-LOGR.
           MOVE IE-NUMERO TO LP-NUMERO.
           MOVE IE-CIDADE TO LP-CIDADE.
           MOVE IE-UF TO LP-UF.
           MOVE IE-CEP TO LP-CEP.
           MOVE LINHA-POS TO REG-POSR.
           WRITE REG-POSR.

       GRAVA-TOTAIS-POSICAO.
           MOVE SPACES TO REG-POSR.
           WRITE REG-POSR.
           MOVE "CLIENTES NA POSICAO" TO LT-DESC.
           MOVE CONT-POSICAO TO LT-QTD.
           PERFORM GRAVA-TOTAL-POSICAO.
           MOVE "  SEM ALTERACAO DESDE A DATA (ATUAL)" TO LT-DESC.
           MOVE CONT-ATUAIS TO LT-QTD.
           PERFORM GRAVA-TOTAL-POSICAO.
           MOVE "  ALTERADOS DEPOIS, REFEITOS PELA TRILHA" TO LT-DESC.
           MOVE CONT-REFEITOS TO LT-QTD.
           PERFORM GRAVA-TOTAL-POSICAO.
           MOVE "  EXCLUIDOS DEPOIS, REFEITOS PELA TRILHA" TO LT-DESC.
           MOVE CONT-EXCLUIDOS TO LT-QTD.
           PERFORM GRAVA-TOTAL-POSICAO.
           MOVE "INCLUIDOS DEPOIS DA DATA (FORA DA POSICAO)"
               TO LT-DESC.
           MOVE CONT-INCLUIDOS TO LT-QTD.
           PERFORM GRAVA-TOTAL-POSICAO.

       GRAVA-TOTAL-POSICAO.
           MOVE LINHA-TOTAL TO REG-POSR.
           WRITE REG-POSR.

      *---------------------------------------------------------
      *DESFAZ - o lote que desfaz um lote de filial ou o dia de um
      *operador.
      *---------------------------------------------------------
       DESFAZ.
           PERFORM CONFERE-LOTES.
           PERFORM CARREGA-TRILHA-DESFAZ.
           OPEN OUTPUT CADMOVD
                       CADDSFR.
           PERFORM GRAVA-TITULO-DESFAZ.
           MOVE SPACES TO REG-MOV.
           MOVE "H" TO TIPO-H.
           MOVE FILIAL-DESF TO FILIAL-H.
           MOVE WS-DATA-HOJE TO DTGER-H.
           MOVE SEQ-DESF TO SEQ-H.
           WRITE REG-MOV.
           MOVE 1 TO IX-D.
           PERFORM GERA-DESFAZIMENTO
               UNTIL IX-D > QTD-DSF.
           MOVE SPACES TO REG-MOV.
           MOVE "T" TO TIPO-T.
           MOVE CONT-MOVD TO QTDE-T.
           WRITE REG-MOV.
           PERFORM GRAVA-TOTAIS-DESFAZ.
           CLOSE CADMOVD
                 CADDSFR.
           DISPLAY "EX68 - CLIENTES NA SELECAO: " QTD-DSF
                   " MOVIMENTOS GERADOS: " CONT-MOVD
                   " PARA CONFERIR: " CONT-CONFLITO.
           IF CONT-SELEC EQUAL 0
               DISPLAY "EX68 - NENHUM REGISTRO NA TRILHA PARA "
                       "DESFAZER, LOTE DE DESFAZIMENTO VAZIO"
           END-IF.
           IF CONT-SELEC EQUAL 0
                  OR CONT-CONFLITO > 0
                  OR CONT-END-MANUAL > 0
                  OR CONT-LOTES-DIA > 1
               MOVE 4 TO RETURN-CODE
           END-IF.

      *CONFERE-LOTES acha a data de aplicacao do lote pedido e a
      *proxima sequencia livre da filial de desfazimento.
       CONFERE-LOTES.
           OPEN INPUT CADLOTF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-LOTE
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADLOTF.
           ADD 1 TO SEQ-DESF.
           IF TIPO-DESFAZ EQUAL "LOTE"
               PERFORM CONFERE-LOTE-PEDIDO
           END-IF.

       LE-LOTE.
           READ CADLOTF
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM TRATA-LOTE
           END-IF.

       TRATA-LOTE.
           IF FILIAL-LF EQUAL FILIAL-DESF
                  AND SEQ-LF > SEQ-DESF
               MOVE SEQ-LF TO SEQ-DESF
           END-IF.
           IF TIPO-DESFAZ EQUAL "LOTE"
                  AND FILIAL-LF EQUAL FILIAL-SEL
                  AND SEQ-LF EQUAL SEQ-SEL
               MOVE "SIM" TO LOTE-ACHADO
               MOVE DATA-LF TO DATA-SEL
           END-IF.

      *CONFERE-LOTE-PEDIDO recusa lote que nao foi aplicado e conta
      *os lotes da mesma filial aplicados no mesmo dia, que a trilha
      *nao separa (ela so tem filial e data).
       CONFERE-LOTE-PEDIDO.
           IF LOTE-ACHADO EQUAL "NAO"
               DISPLAY "EX68 - LOTE " SEQ-SEL " DA FILIAL " FILIAL-SEL
                       " NAO CONSTA EM CADLOTF.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADLOTF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM CONTA-LOTE-DIA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADLOTF.
           IF CONT-LOTES-DIA > 1
               DISPLAY "EX68 - ATENCAO: " CONT-LOTES-DIA
                       " LOTES DA FILIAL " FILIAL-SEL
                       " APLICADOS EM " DATA-SEL
                       ", O DESFAZIMENTO PEGA TODOS"
           END-IF.

       CONTA-LOTE-DIA.
           READ CADLOTF
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND FILIAL-LF EQUAL FILIAL-SEL
                  AND DATA-LF EQUAL DATA-SEL
               ADD 1 TO CONT-LOTES-DIA
           END-IF.

      *CARREGA-TRILHA-DESFAZ junta por codigo os registros do lote ou
      *operador escolhido; registro de outra origem num codigo ja
      *tocado pela selecao e alteracao posterior, e o codigo fica
      *para conferencia manual.
       CARREGA-TRILHA-DESFAZ.
           OPEN INPUT CADAUDC.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-TRILHA-DESFAZ
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADAUDC.

       LE-TRILHA-DESFAZ.
           READ CADAUDC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-AUDC TO COD-PROCURA
               PERFORM CONFERE-SELECAO
               PERFORM BUSCA-DSF
               PERFORM TRATA-TRILHA-DESFAZ
           END-IF.

       CONFERE-SELECAO.
           MOVE "NAO" TO SELECIONADO.
           IF TIPO-DESFAZ EQUAL "LOTE"
               IF ORIGEM-AUDC EQUAL "EX12"
                      AND FILIAL-AUDC EQUAL FILIAL-SEL
                      AND DATA-AUDC EQUAL DATA-SEL
                   MOVE "SIM" TO SELECIONADO
               END-IF
           ELSE
               IF OPERADOR-AUDC EQUAL OPERADOR-SEL
                      AND DATA-AUDC EQUAL DATA-SEL
                   MOVE "SIM" TO SELECIONADO
               END-IF
           END-IF.

       TRATA-TRILHA-DESFAZ.
           IF SELECIONADO EQUAL "SIM"
               PERFORM GUARDA-SELECIONADO
           ELSE IF ACHOU EQUAL "SIM"
               PERFORM MARCA-CONFLITO
           END-IF.

       BUSCA-DSF.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-D.
           PERFORM TESTA-DSF
               UNTIL IX-D > QTD-DSF
                  OR ACHOU EQUAL "SIM".

       TESTA-DSF.
           IF COD-TD (IX-D) EQUAL COD-PROCURA
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-D
           END-IF.

       GUARDA-SELECIONADO.
           ADD 1 TO CONT-SELEC.
           IF ACHOU EQUAL "NAO"
               IF QTD-DSF EQUAL 2000
                   DISPLAY "EX68 - TABELA DO DESFAZIMENTO CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DSF"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DSF
               MOVE QTD-DSF TO IX-D
               MOVE COD-PROCURA TO COD-TD (IX-D)
               MOVE OPER-AUDC TO OPER-TD (IX-D)
               MOVE ANTES-AUDC TO ANTES-TD (IX-D)
               MOVE SPACES TO ENDANT-TD (IX-D)
               MOVE "N" TO TEM-ENDANT-TD (IX-D)
               MOVE "N" TO END-MUDOU-TD (IX-D)
               MOVE "N" TO CONFLITO-TD (IX-D)
           END-IF.
           MOVE DEPOIS-AUDC TO DEPOIS-TD (IX-D).
           IF TEM-ENDANT-TD (IX-D) EQUAL "N"
                  AND (ENDANT-AUDC NOT EQUAL SPACES
                    OR ENDDEP-AUDC NOT EQUAL SPACES)
               MOVE "S" TO TEM-ENDANT-TD (IX-D)
               MOVE ENDANT-AUDC TO ENDANT-TD (IX-D)
           END-IF.
           IF ENDANT-AUDC NOT EQUAL ENDDEP-AUDC
               MOVE "S" TO END-MUDOU-TD (IX-D)
           END-IF.

       MARCA-CONFLITO.
           IF CONFLITO-TD (IX-D) EQUAL "N"
               MOVE "S" TO CONFLITO-TD (IX-D)
               MOVE DATA-AUDC TO CONF-DATA-TD (IX-D)
               MOVE ORIGEM-AUDC TO CONF-ORIGEM-TD (IX-D)
               MOVE OPERADOR-AUDC TO CONF-OPERADOR-TD (IX-D)
           END-IF.

       GRAVA-TITULO-DESFAZ.
           MOVE SPACES TO LINHA-TITULO.
           IF TIPO-DESFAZ EQUAL "LOTE"
               STRING "DESFAZIMENTO DO LOTE " DELIMITED BY SIZE
                      SEQ-SEL DELIMITED BY SIZE
                      " DA FILIAL " DELIMITED BY SIZE
                      FILIAL-SEL DELIMITED BY SIZE
                      " APLICADO EM " DELIMITED BY SIZE
                      DATA-SEL DELIMITED BY SIZE
                      " - EMITIDO EM " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                   INTO LINHA-TITULO
           ELSE
               STRING "DESFAZIMENTO DO OPERADOR " DELIMITED BY SIZE
                      OPERADOR-SEL DELIMITED BY SPACE
                      " EM " DELIMITED BY SIZE
                      DATA-SEL DELIMITED BY SIZE
                      " - EMITIDO EM " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                   INTO LINHA-TITULO
           END-IF.
           MOVE LINHA-TITULO TO REG-DSFR.
           WRITE REG-DSFR.
           MOVE SPACES TO LINHA-TITULO.
           STRING "LOTE DE DESFAZIMENTO EM CADMOVD.DAT: FILIAL "
                      DELIMITED BY SIZE
                  FILIAL-DESF DELIMITED BY SIZE
                  " SEQUENCIA " DELIMITED BY SIZE
                  SEQ-DESF DELIMITED BY SIZE
                  " - COPIAR PARA CADMOVC.DAT E RODAR O EX12"
                      DELIMITED BY SIZE
               INTO LINHA-TITULO.
           MOVE LINHA-TITULO TO REG-DSFR.
           WRITE REG-DSFR.
           IF CONT-LOTES-DIA > 1
               MOVE "ATENCAO: MAIS DE UM LOTE DA FILIAL NO MESMO DIA, "
                   TO REG-DSFR
               MOVE "TODOS ENTRAM NO DESFAZIMENTO" TO REG-DSFR (51:28)
               WRITE REG-DSFR
           END-IF.
           MOVE ALL "=" TO REG-DSFR.
           WRITE REG-DSFR.
           MOVE "COD.  - OPERACAO ORIGINAL -> MOVIMENTO GERADO - NOTA"
               TO REG-DSFR.
           WRITE REG-DSFR.
           MOVE ALL "-" TO REG-DSFR.
           WRITE REG-DSFR.

      *GERA-DESFAZIMENTO decide o movimento de cada cliente da
      *selecao: a imagem antes do primeiro registro e o estado a
      *devolver, a imagem depois do ultimo e o estado de agora.
       GERA-DESFAZIMENTO.
           MOVE SPACES TO LDS-NOTA.
           MOVE COD-TD (IX-D) TO LDS-COD.
           MOVE OPER-TD (IX-D) TO LDS-OPER.
           MOVE "-" TO LDS-MOV.
           MOVE SPACES TO REG-MOV.
           MOVE COD-TD (IX-D) TO COD-MOV.
           IF CONFLITO-TD (IX-D) EQUAL "S"
               PERFORM NOTA-CONFLITO
           ELSE IF ANTES-TD (IX-D) EQUAL SPACES
               PERFORM DESFAZ-INCLUSAO
           ELSE IF DEPOIS-TD (IX-D) EQUAL SPACES
               PERFORM DESFAZ-EXCLUSAO
           ELSE IF DEPOIS-TD (IX-D) EQUAL ANTES-TD (IX-D)
                  AND END-MUDOU-TD (IX-D) EQUAL "N"
               MOVE "NADA A DESFAZER, CLIENTE COMO ESTAVA ANTES"
                   TO LDS-NOTA
               ADD 1 TO CONT-SEM-EFEITO
           ELSE
               PERFORM DESFAZ-ALTERACAO
           END-IF.
           MOVE LINHA-DSF TO REG-DSFR.
           WRITE REG-DSFR.
           ADD 1 TO IX-D.

       NOTA-CONFLITO.
           STRING "NAO DESFEITO: ALTERADO DEPOIS POR "
                      DELIMITED BY SIZE
                  CONF-ORIGEM-TD (IX-D) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONF-OPERADOR-TD (IX-D) DELIMITED BY SPACE
                  " EM " DELIMITED BY SIZE
                  CONF-DATA-TD (IX-D) DELIMITED BY SIZE
                  ", CONFERIR NA MAO" DELIMITED BY SIZE
               INTO LDS-NOTA.
           ADD 1 TO CONT-CONFLITO.

      *DESFAZ-INCLUSAO inativa o cliente incluido; o EX12 nao apaga
      *registro, a exclusao fisica continua so no EX11.
       DESFAZ-INCLUSAO.
           IF DEPOIS-TD (IX-D) EQUAL SPACES
               MOVE "NADA A DESFAZER, INCLUIDO E EXCLUIDO NA SELECAO"
                   TO LDS-NOTA
               ADD 1 TO CONT-SEM-EFEITO
           ELSE
               MOVE "E" TO OPER-MOV
               PERFORM GRAVA-MOVIMENTO
               MOVE "INCLUSAO DESFEITA POR INATIVACAO" TO LDS-NOTA
           END-IF.

      *DESFAZ-EXCLUSAO reinclui pela imagem antes o cliente excluido
      *fisicamente no EX11, com o endereco que ele tinha. Endereco
      *antigo, de antes do CEP obrigatorio, o EX12 rejeitaria junto
      *com o cliente: ele volta sem endereco e o endereco fica para
      *refazer no EX11.
       DESFAZ-EXCLUSAO.
           MOVE "I" TO OPER-MOV.
           PERFORM POE-IMAGEM-ANTES.
           MOVE "EXCLUSAO DESFEITA POR REINCLUSAO" TO LDS-NOTA.
           IF TEM-ENDANT-TD (IX-D) EQUAL "S"
               IF ENDANT-TD (IX-D) (109:8) IS NUMERIC
                   MOVE ENDANT-TD (IX-D) TO END-MOV
               ELSE
                   MOVE "EXCLUSAO DESFEITA; ENDERECO ANTERIOR SEM CEP, "
                       TO LDS-NOTA
                   MOVE "REFAZER NO EX11" TO LDS-NOTA (47:15)
                   ADD 1 TO CONT-END-MANUAL
               END-IF
           END-IF.
           PERFORM GRAVA-MOVIMENTO.

      *DESFAZ-ALTERACAO devolve a imagem antes por alteracao; o
      *endereco so vai no movimento quando a selecao o mudou, e o
      *endereco incluido onde nao havia nenhum o EX12 nao tem como
      *tirar.
       DESFAZ-ALTERACAO.
           MOVE "A" TO OPER-MOV.
           PERFORM POE-IMAGEM-ANTES.
           MOVE "ALTERACAO DESFEITA" TO LDS-NOTA.
           IF END-MUDOU-TD (IX-D) EQUAL "S"
               PERFORM DESFAZ-ENDERECO
           END-IF.
           PERFORM GRAVA-MOVIMENTO.

      *Endereco anterior sem CEP (de antes do layout estruturado)
      *nao vai no movimento, senao o EX12 rejeita a alteracao toda.
       DESFAZ-ENDERECO.
           IF ENDANT-TD (IX-D) NOT EQUAL SPACES
                  AND ENDANT-TD (IX-D) (109:8) NOT NUMERIC
               MOVE "ALTERACAO DESFEITA; ENDERECO ANTERIOR SEM CEP, "
                   TO LDS-NOTA
               MOVE "REFAZER NO EX11" TO LDS-NOTA (48:15)
               ADD 1 TO CONT-END-MANUAL
           ELSE IF ENDANT-TD (IX-D) NOT EQUAL SPACES
               MOVE ENDANT-TD (IX-D) TO END-MOV
               MOVE "ALTERACAO DESFEITA, COM O ENDERECO ANTERIOR"
                   TO LDS-NOTA
           ELSE
               MOVE "ALTERACAO DESFEITA; ENDERECO INCLUIDO FICA, "
                   TO LDS-NOTA
               MOVE "REMOVER NO EX11" TO LDS-NOTA (46:15)
               ADD 1 TO CONT-END-MANUAL
           END-IF.

       POE-IMAGEM-ANTES.
           MOVE ANTES-TD (IX-D) TO IMAGEM-CLI.
           MOVE IC-NOME TO NOME-MOV.
           MOVE IC-SEXO TO SEXO-MOV.
           MOVE IC-CPF TO CPF-MOV.
           MOVE IC-STATUS TO STATUS-MOV.

       GRAVA-MOVIMENTO.
           WRITE REG-MOV.
           ADD 1 TO CONT-MOVD.
           MOVE OPER-MOV TO LDS-MOV.

       GRAVA-TOTAIS-DESFAZ.
           MOVE SPACES TO REG-DSFR.
           WRITE REG-DSFR.
           MOVE "REGISTROS DA TRILHA SELECIONADOS" TO LT-DESC.
           MOVE CONT-SELEC TO LT-QTD.
           PERFORM GRAVA-TOTAL-DESFAZ.
           MOVE "CLIENTES TOCADOS PELA SELECAO" TO LT-DESC.
           MOVE QTD-DSF TO LT-QTD.
           PERFORM GRAVA-TOTAL-DESFAZ.
           MOVE "MOVIMENTOS DE DESFAZIMENTO GERADOS" TO LT-DESC.
           MOVE CONT-MOVD TO LT-QTD.
           PERFORM GRAVA-TOTAL-DESFAZ.
           MOVE "SEM NADA A DESFAZER" TO LT-DESC.
           MOVE CONT-SEM-EFEITO TO LT-QTD.
           PERFORM GRAVA-TOTAL-DESFAZ.
           MOVE "ALTERADOS DEPOIS, PARA CONFERIR NA MAO" TO LT-DESC.
           MOVE CONT-CONFLITO TO LT-QTD.
           PERFORM GRAVA-TOTAL-DESFAZ.
           MOVE "ENDERECO A ACERTAR NA MAO NO EX11" TO LT-DESC.
           MOVE CONT-END-MANUAL TO LT-QTD.
           PERFORM GRAVA-TOTAL-DESFAZ.

       GRAVA-TOTAL-DESFAZ.
           MOVE LINHA-TOTAL TO REG-DSFR.
           WRITE REG-DSFR.

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
