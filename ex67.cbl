       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX67.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX67 atende a LGPD sobre os cadastros: CPF, endereco,
      *contato e nascimento estao espalhados por CADCLI1.DAT,
      *CADEND.DAT, CADRESP.DAT, pelas trilhas de alteracao e pelos
      *arquivos do aluno, e nao havia como responder ao pedido do
      *titular. Dois modos pela linha de comando:
      *  ACESSO CPF nnnnnnnnnnn / ACESSO CLIENTE nnnnn - tudo o que
      *    ha sobre o cliente num relatorio so, CADLGPA.DAT: o
      *    cadastro (CADCLI1), o endereco (CADEND), a copia validada
      *    (CADCLI2 do EX01, na geracao que o EX26 guarda depois
      *    dele - o EX04 regrava o CADCLI2.DAT no layout curto
      *    dele), a trilha de alteracao (CADAUDC), as rejeicoes
      *    do log unificado (CADRLOG, imagens do EX01, EX03, EX04 e
      *    EX12), a ultima critica do EX01 (CADERR) e o log de
      *    anonimizacao (CADLGPD). Pelo CPF valem os codigos que o
      *    tem no cadastro e os que o tiveram em alguma imagem da
      *    trilha (CPF trocado ou cliente excluido no EX11);
      *  ACESSO RESPONSAVEL nnnnn - o cadastro de responsaveis
      *    (CADRESP), os filhos vinculados (CADRALU) e a trilha do
      *    responsavel (CADAUDP);
      *  ACESSO ALUNO nnnnn - o cadastro do aluno (CADALU), o
      *    resultado do lote (CADR360), os responsaveis vinculados
      *    (CADRALU), o ingresso e a saida (CADMATD), as notas por
      *    disciplina (CADNOTAD), as faltas (CADFALT), o resultado
      *    final e do conselho (CADCONS), as dependencias (CADDEP),
      *    as cobrancas (CADCOBR), as cartas emitidas (CADCARTH) e
      *    as rejeicoes do EX02, EX05 e EX07 (CADRLOG);
      *  RETENCAO [anos] [SIMULA] - procura os clientes inativos
      *    (STATUS-ENT "I") ha mais que o prazo de retencao (5 anos
      *    se nao for informado) e anonimiza os dados pessoais. A
      *    data da inativacao e a do ultimo registro do cliente na
      *    trilha CADAUDC, que tem de mostrar o cliente inativo;
      *    inativo sem esse registro (inativado antes da trilha ou
      *    por recarga) nao e tocado e sai no relatorio para a
      *    secretaria decidir, com retorno 4. Nome vira ANONIMIZADO
      *    e o CPF zeros no CADCLI1, nas imagens da trilha CADAUDC e
      *    nas rejeicoes do CADRLOG; o endereco e o contato somem do
      *    CADEND e das imagens de endereco da trilha. Codigo,
      *    sexo e situacao ficam, e o registro do CADEND continua
      *    existindo, para o EX03, o EX04 e a conciliacao do EX25
      *    fecharem os mesmos totais. Cada cliente anonimizado vai
      *    para a trilha CADAUDC (origem EX67, para a recarga do
      *    EX42 enxergar o mestre mais novo) e para o log cumulativo
      *    CADLGPD.DAT, a prova para o orgao regulador. A lista do
      *    que foi feito sai em CADLGPR.DAT; com SIMULA nada e
      *    gravado alem dessa lista. As copias derivadas (CADCLI2,
      *    CADERR, listas do EX03/EX04) se refazem no proximo lote a
      *    partir do mestre; as geracoes guardadas pelo EX26 saem
      *    pela propria rotacao.
      *A retencao regrava o mestre online e respeita a trava de lote
      *do EXCTL, como o EX11, com operador identificado na abertura.
      *Um primeiro token numerico e a contagem de pulo do EXCTL e e
      *descartado, como no EX26.

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
           SELECT OPTIONAL CADCLI2 ASSIGN TO WS-ARQ-CLI2
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADGCAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADAUDC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.
           SELECT OPTIONAL CADRLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RLOG.
           SELECT OPTIONAL CADERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADLGPD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADAUDP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADR360 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MATR-360
           FILE STATUS IS WS-FS-360.
           SELECT OPTIONAL CADMATD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADNOTAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADFALT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCOBR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCARTH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADLGPA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADLGPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-TMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADTRAVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRAVA.

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
           02 ENDERECO-END PIC X(30).
           02 CONTATO-END PIC X(15).
           02 ESTRUT-END.
               03 NUMERO-END PIC X(06).
               03 COMPL-END PIC X(15).
               03 BAIRRO-END PIC X(20).
               03 CIDADE-END PIC X(20).
               03 UF-END PIC X(02).
               03 CEP-END PIC 9(08).

      *CADCLI2 = clientes validados do EX01, com o endereco, na
      *geracao GENNNNNN.DAT guardada pelo EX26 depois do EX01.
       FD CADCLI2
           LABEL RECORD ARE STANDARD.

       01 REG-CLI2.
           02 NOME-CL2 PIC X(20).
           02 COD-CL2 PIC 9(05).
           02 ENDERECO-CL2 PIC X(30).
           02 CONTATO-CL2 PIC X(15).
           02 CPF-CL2 PIC 9(11).
           02 STATUS-CL2 PIC X(01).
           02 ESTRUT-CL2 PIC X(71).

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

      *CADRLOG.DAT = log unificado de rejeicoes: programa, data,
      *motivo e a imagem do registro rejeitado.
       FD CADRLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRLOG.DAT".

       01 REG-RLOG.
           02 PGM-RLOG PIC X(08).
           02 DATA-RLOG PIC 9(08).
           02 MOTIVO-RLOG PIC 9(02).
           02 IMAGEM-RLOG PIC X(80).

      *CADERR.DAT = critica da ultima rodada do EX01.
       FD CADERR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADERR.DAT".

       01 REG-ERR.
           02 COD-ERR PIC X(05).
           02 NOME-ERR PIC X(20).

      *CADLGPD.DAT = log cumulativo das anonimizacoes: quando, quem,
      *o cliente, a data da inativacao, o prazo aplicado e o que foi
      *apagado em cada arquivo. Nao leva dado pessoal nenhum.
       FD CADLGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLGPD.DAT".

       01 REG-LGPD.
           02 DATA-LGPD PIC 9(08).
           02 HORA-LGPD PIC 9(08).
           02 OPERADOR-LGPD PIC X(08).
           02 COD-LGPD PIC X(05).
           02 INATIV-LGPD PIC 9(08).
           02 PRAZO-LGPD PIC 9(02).
           02 END-LGPD PIC X(01).
           02 QAUDC-LGPD PIC 9(05).
           02 QRLOG-LGPD PIC 9(05).

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

      *CADAUDP.DAT = trilha cumulativa de alteracoes do cadastro de
      *responsaveis (EX64 e EX66).
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

      *CADALU.DAT = cadastro de alunos, registro D (dados pessoais)
      *e registro N (notas e turma) por matricula.
       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TIPO-ALU PIC X(01).
           02 NUMERO-ALU PIC 9(05).
           02 NOME-ALU PIC X(20).
           02 SEXO-ALU PIC X(01).
           02 DATA-NASC-ALU.
               03 DD-ALU PIC 9(02).
               03 MM-ALU PIC 9(02).
               03 AAAA-ALU PIC 9(04).
           02 SITU-ALU PIC X(01).
           02 FILLER PIC X(12).

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

      *CADMATD.DAT = datas de ingresso e saida por matricula.
       FD CADMATD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMATD.DAT".

       01 REG-MATD.
           02 MATR-MTD PIC 9(05).
           02 ING-MTD PIC 9(08).
           02 SAI-MTD PIC 9(08).

      *CADNOTAD.DAT = notas por disciplina, as quatro provas.
       FD CADNOTAD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNOTAD.DAT".

       01 REG-NOT.
           02 MATR-NOT PIC 9(05).
           02 TURMA-NOT PIC X(03).
           02 DISC-NOT PIC 9(02).
           02 NOTA-NOT OCCURS 4 TIMES PIC 9(2)V99.

      *CADFALT.DAT = total de faltas por aluno.
       FD CADFALT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFALT.DAT".

       01 REG-FALT.
           02 COD-FALT PIC 9(05).
           02 TOTAL-FALT PIC 9(03).

      *CADCONS.DAT = consolidado do ano, com a situacao final depois
      *da recuperacao e do conselho de classe.
       FD CADCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONS.DAT".

       01 REG-BOL.
           02 COD-BOL PIC 9(05).
           02 NOME-BOL PIC X(20).
           02 MEDIA1-BOL PIC 9(02)V99.
           02 MEDIA2-BOL PIC 9(02)V99.
           02 STATUS-BOL PIC X(10).
           02 TURMA-BOL PIC X(03).
           02 SITFIM-BOL PIC X(10).

      *CADDEP.DAT = dependencias abertas e cumpridas (EX34).
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

      *CADCOBR.DAT = mensalidades por matricula e competencia (EX27).
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

      *CADCARTH.DAT = registro cumulativo das cartas emitidas.
       FD CADCARTH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCARTH.DAT".

       01 REG-CARTH.
           02 MATR-CARTH PIC 9(05).
           02 DATA-CARTH PIC 9(08).
           02 TIPO-CARTH PIC X(01).
           02 NUM-CARTH PIC 9(05).
           02 REF-CARTH PIC X(20).

      *CADLGPA.DAT = o relatorio do pedido de acesso do titular.
       FD CADLGPA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLGPA.DAT".

       01 REG-LGPA PIC X(132).

      *CADLGPR.DAT = a lista da rodada de retencao.
       FD CADLGPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLGPR.DAT".

       01 REG-LGPR PIC X(132).

      *EX67TMP.TMP = copia de trabalho do arquivo sendo anonimizado,
      *devolvida por cima do original no fim da passada.
       FD ARQ-TMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX67TMP.TMP".

       01 REG-TMP PIC X(345).

      *CADTRAVA.DAT = token de lote em andamento gravado pelo EXCTL
      *(OCUPADO durante o lote, LIVRE no fim).
       FD CADTRAVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTRAVA.DAT".

       01 REG-TRAVA.
           02 SITU-TRAVA PIC X(07).
           02 DATA-TRAVA PIC 9(08).
           02 HORA-TRAVA PIC 9(08).
           02 ORIGEM-TRAVA PIC X(08).

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
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-CLI PIC X(02) VALUE SPACE.
           77 WS-ARQ-CLI2 PIC X(12) VALUE SPACE.
           77 WS-NUM-CLI2 PIC 9(05) VALUE 0.
           77 WS-FS-END PIC X(02) VALUE SPACE.
           77 WS-FS-AUD PIC X(02) VALUE SPACE.
           77 WS-FS-RLOG PIC X(02) VALUE SPACE.
           77 WS-FS-360 PIC X(02) VALUE SPACE.
           77 WS-FS-TRAVA PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 WS-PARM-LINHA PIC X(60) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(08) VALUE SPACE.
           77 WS-P2 PIC X(11) VALUE SPACE.
           77 WS-P3 PIC X(11) VALUE SPACE.
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-HORA PIC 9(08) VALUE 0.
           77 WS-OPERADOR PIC X(08) VALUE SPACE.
           77 TIPO-TITULAR PIC X(11) VALUE SPACE.
           77 COD-PEDIDO PIC 9(05) VALUE 0.
           77 ANOS-RETENCAO PIC 9(02) VALUE 5.
           77 DATA-CORTE PIC 9(08) VALUE 0.
           77 SIMULACAO PIC X(03) VALUE "NAO".
           77 ACHOU PIC X(03) VALUE "NAO".
           77 TITULO-SECAO PIC X(60) VALUE SPACE.
           77 MARCA-ANON PIC X(20) VALUE "ANONIMIZADO".
           77 CONT-SECAO PIC 9(05) VALUE 0.
           77 CONT-TOTAL PIC 9(05) VALUE 0.
           77 CONT-INATIVOS PIC 9(05) VALUE 0.
           77 CONT-ANON PIC 9(05) VALUE 0.
           77 CONT-PRAZO PIC 9(05) VALUE 0.
           77 CONT-SEM-DATA PIC 9(05) VALUE 0.
           77 CONT-JA-ANON PIC 9(05) VALUE 0.
           77 CONT-END-ANON PIC 9(05) VALUE 0.
           77 CONT-AUDC-ANON PIC 9(07) VALUE 0.
           77 CONT-RLOG-ANON PIC 9(07) VALUE 0.
           77 TAM-IMAGEM PIC 9(03) VALUE 0.
           77 POS-IMAGEM PIC 9(03) VALUE 0.
           77 IX-T PIC 9(02) VALUE 0.
           77 IX-U PIC 9(05) VALUE 0.
           77 IX-A PIC 9(05) VALUE 0.
           77 NOVO-ATUAL PIC X(01) VALUE SPACE.

      *CHAVE-PROCURA = o codigo procurado nas tabelas, na forma
      *alfanumerica das trilhas e do log de rejeicoes.
           01 CHAVE-PROCURA.
               02 COD-PROCURA PIC X(05).
               02 COD-PROCURA-N REDEFINES COD-PROCURA PIC 9(05).

           01 CHAVE-CPF.
               02 CPF-PEDIDO PIC X(11).
               02 CPF-PEDIDO-N REDEFINES CPF-PEDIDO PIC 9(11).

      *TAB-TIT = os codigos de cliente do titular no pedido de
      *acesso.
           01 TAB-TIT.
               02 QTD-TIT PIC 9(02) VALUE 0.
               02 TIT-LINHA OCCURS 20 TIMES.
                   03 COD-TT PIC X(05).

      *TAB-ULT = por cliente, a data e a situacao do ultimo registro
      *da trilha CADAUDC.
           01 TAB-ULT.
               02 QTD-ULT PIC 9(05) VALUE 0.
               02 ULT-LINHA OCCURS 5000 TIMES.
                   03 COD-TU PIC X(05).
                   03 DATA-TU PIC 9(08).
                   03 STATUS-TU PIC X(01).

      *TAB-ANON = os clientes a anonimizar nesta rodada (NOVO-TA
      *"S") e os ja anonimizados em rodada anterior (NOVO-TA "N"),
      *que entram de novo na varredura dos arquivos satelites para
      *uma rodada interrompida no meio ser completada na seguinte.
           01 TAB-ANON.
               02 QTD-ANON PIC 9(05) VALUE 0.
               02 ANON-LINHA OCCURS 5000 TIMES.
                   03 COD-TA PIC X(05).
                   03 NOVO-TA PIC X(01).
                   03 DATA-TA PIC 9(08).
                   03 END-TA PIC X(01).
                   03 QAUDC-TA PIC 9(05).
                   03 QRLOG-TA PIC 9(05).

      *IMAGEM-CLI = imagem do registro de cliente (CADCLI1) gravada
      *na trilha e no log de rejeicoes do EX01, EX03 e EX04.
           01 IMAGEM-CLI.
               02 IC-COD PIC X(05).
               02 IC-NOME PIC X(20).
               02 IC-SEXO PIC X(01).
               02 IC-CPF PIC X(11).
               02 IC-STATUS PIC X(01).

      *IMAGEM-MOV = o inicio do movimento de filial do EX12, como
      *cabe na imagem do log de rejeicoes.
           01 IMAGEM-MOV.
               02 IM-OPER PIC X(01).
               02 IM-COD PIC X(05).
               02 IM-NOME PIC X(20).
               02 IM-SEXO PIC X(01).
               02 IM-CPF PIC X(11).
               02 IM-STATUS PIC X(01).
               02 IM-LOGR PIC X(30).
               02 IM-CONTATO PIC X(11).

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

           01 IMAGEM-LONGA PIC X(400) VALUE SPACE.

           01 LINHA-TITULO PIC X(132) VALUE SPACE.

           01 LINHA-DET.
               02 FILLER PIC X(04) VALUE SPACE.
               02 LD-ROTULO PIC X(12).
               02 LD-TEXTO PIC X(116).

           01 LINHA-TOTAL.
               02 LT-DESC PIC X(45).
               02 LT-QTD PIC ZZZ.ZZ9.

      *NOTAS-ED / VALORES-ED = notas e valores editados para os
      *registros do aluno no relatorio de acesso.
           01 NOTAS-ED.
               02 NOTA-ED OCCURS 4 TIMES PIC Z9,99.

           01 VALORES-ED.
               02 VALOR-ED OCCURS 4 TIMES PIC ZZZZ9,99.

           01 LINHA-RET.
               02 LRT-COD PIC X(05).
               02 FILLER PIC X(03) VALUE " - ".
               02 LRT-DATA PIC X(08).
               02 FILLER PIC X(03) VALUE " - ".
               02 LRT-SITU PIC X(60).

       PROCEDURE DIVISION.

       PGM-EX67.
           PERFORM INICIO.
           IF WS-MODO EQUAL "ACESSO"
               PERFORM ACESSO
           ELSE
               PERFORM RETENCAO
           END-IF.
           STOP RUN.

      *INICIO pega a data do movimento e confere os parametros de
      *cada modo.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           ACCEPT WS-HORA FROM TIME.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACE
               INTO WS-MODO WS-P2 WS-P3.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2 WS-P3
           END-IF.
           IF WS-MODO EQUAL "ACESSO"
               PERFORM CONFERE-PARM-ACESSO
           ELSE IF WS-MODO EQUAL "RETENCAO"
               PERFORM CONFERE-PARM-RETENCAO
           ELSE
               PERFORM MOSTRA-USO
           END-IF.

       MOSTRA-USO.
           DISPLAY "EX67 - USO: EX67 ACESSO CPF nnnnnnnnnnn".
           DISPLAY "            EX67 ACESSO CLIENTE nnnnn".
           DISPLAY "            EX67 ACESSO RESPONSAVEL nnnnn".
           DISPLAY "            EX67 ACESSO ALUNO nnnnn".
           DISPLAY "            EX67 RETENCAO [anos] [SIMULA]".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       CONFERE-PARM-ACESSO.
           MOVE WS-P2 TO TIPO-TITULAR.
           IF TIPO-TITULAR EQUAL "CPF"
               IF WS-P3 IS NUMERIC
                   MOVE WS-P3 TO CPF-PEDIDO
               ELSE
                   PERFORM MOSTRA-USO
               END-IF
           ELSE IF TIPO-TITULAR EQUAL "CLIENTE"
                  OR TIPO-TITULAR EQUAL "RESPONSAVEL"
                  OR TIPO-TITULAR EQUAL "ALUNO"
               IF WS-P3 (1:5) IS NUMERIC
                      AND WS-P3 (6:6) EQUAL SPACES
                   MOVE WS-P3 (1:5) TO COD-PEDIDO
               ELSE
                   PERFORM MOSTRA-USO
               END-IF
           ELSE
               PERFORM MOSTRA-USO
           END-IF.

      *CONFERE-PARM-RETENCAO aceita o prazo em anos (um ou dois
      *digitos) e a palavra SIMULA, nessa ordem, ambos opcionais.
       CONFERE-PARM-RETENCAO.
           IF WS-P2 EQUAL "SIMULA"
               MOVE "SIM" TO SIMULACAO
               IF WS-P3 NOT EQUAL SPACES
                   PERFORM MOSTRA-USO
               END-IF
           ELSE IF WS-P2 EQUAL SPACES
               CONTINUE
           ELSE IF WS-P2 (1:2) IS NUMERIC
                  AND WS-P2 (3:9) EQUAL SPACES
               MOVE WS-P2 (1:2) TO ANOS-RETENCAO
               PERFORM CONFERE-SIMULA
           ELSE IF WS-P2 (1:1) IS NUMERIC
                  AND WS-P2 (2:10) EQUAL SPACES
               MOVE WS-P2 (1:1) TO ANOS-RETENCAO
               PERFORM CONFERE-SIMULA
           ELSE
               PERFORM MOSTRA-USO
           END-IF.
           IF ANOS-RETENCAO EQUAL 0
               DISPLAY "EX67 - PRAZO DE RETENCAO NAO PODE SER ZERO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE DATA-CORTE = WS-DATA-HOJE - ANOS-RETENCAO * 10000.

       CONFERE-SIMULA.
           IF WS-P3 EQUAL "SIMULA"
               MOVE "SIM" TO SIMULACAO
           ELSE IF WS-P3 NOT EQUAL SPACES
               PERFORM MOSTRA-USO
           END-IF.

      *---------------------------------------------------------
      *ACESSO - o relatorio do titular.
      *---------------------------------------------------------
       ACESSO.
           OPEN OUTPUT CADLGPA.
           MOVE SPACES TO LINHA-TITULO.
           IF TIPO-TITULAR EQUAL "CPF"
               STRING "DADOS PESSOAIS MANTIDOS - TITULAR CPF "
                          DELIMITED BY SIZE
                      CPF-PEDIDO DELIMITED BY SIZE
                      " - EMITIDO EM " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                   INTO LINHA-TITULO
           ELSE
               STRING "DADOS PESSOAIS MANTIDOS - TITULAR "
                          DELIMITED BY SIZE
                      TIPO-TITULAR DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      COD-PEDIDO DELIMITED BY SIZE
                      " - EMITIDO EM " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                   INTO LINHA-TITULO
           END-IF.
           MOVE LINHA-TITULO TO REG-LGPA.
           WRITE REG-LGPA.
           MOVE ALL "=" TO REG-LGPA.
           WRITE REG-LGPA.
           IF TIPO-TITULAR EQUAL "RESPONSAVEL"
               PERFORM ACESSO-RESPONSAVEL
           ELSE IF TIPO-TITULAR EQUAL "ALUNO"
               PERFORM ACESSO-ALUNO
           ELSE
               PERFORM ACESSO-CLIENTE
           END-IF.
           MOVE SPACES TO REG-LGPA.
           WRITE REG-LGPA.
           MOVE "TOTAL DE REGISTROS DO TITULAR" TO LT-DESC.
           MOVE CONT-TOTAL TO LT-QTD.
           MOVE LINHA-TOTAL TO REG-LGPA.
           WRITE REG-LGPA.
           CLOSE CADLGPA.
           DISPLAY "EX67 - REGISTROS DO TITULAR LISTADOS: " CONT-TOTAL.
           IF CONT-TOTAL EQUAL 0
               DISPLAY "EX67 - NENHUM REGISTRO DO TITULAR ENCONTRADO"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *ABRE-SECAO / FECHA-SECAO poem o titulo de cada arquivo no
      *relatorio e a linha de nenhum registro quando ele nao tem
      *nada do titular.
       ABRE-SECAO.
           MOVE SPACES TO REG-LGPA.
           WRITE REG-LGPA.
           MOVE TITULO-SECAO TO REG-LGPA.
           WRITE REG-LGPA.
           MOVE ALL "-" TO REG-LGPA (1:60).
           WRITE REG-LGPA.
           MOVE 0 TO CONT-SECAO.
           MOVE "NAO" TO FIM-ARQ.
           MOVE SPACES TO LINHA-DET.

       FECHA-SECAO.
           IF CONT-SECAO EQUAL 0
               MOVE "NENHUM REGISTRO" TO LD-TEXTO
               PERFORM GRAVA-DETALHE
           END-IF.
           MOVE "NAO" TO FIM-ARQ.

       CONTA-REGISTRO.
           ADD 1 TO CONT-SECAO.
           ADD 1 TO CONT-TOTAL.

       GRAVA-DETALHE.
           MOVE LINHA-DET TO REG-LGPA.
           WRITE REG-LGPA.
           MOVE SPACES TO LINHA-DET.

      *IMPRIME-IMAGEM despeja IMAGEM-LONGA em pedacos da largura do
      *texto, pulando o pedaco em branco depois do primeiro.
       IMPRIME-IMAGEM.
           MOVE 1 TO POS-IMAGEM.
           PERFORM IMPRIME-PEDACO
               UNTIL POS-IMAGEM > TAM-IMAGEM.

       IMPRIME-PEDACO.
           IF POS-IMAGEM EQUAL 1
                  OR IMAGEM-LONGA (POS-IMAGEM:116) NOT EQUAL SPACES
               MOVE IMAGEM-LONGA (POS-IMAGEM:116) TO LD-TEXTO
               PERFORM GRAVA-DETALHE
           END-IF.
           ADD 116 TO POS-IMAGEM.

      *IMPRIME-CLIENTE e IMPRIME-ENDERECO formatam as imagens de
      *cliente e de endereco, com o rotulo ja posto em LD-ROTULO.
       IMPRIME-CLIENTE.
           STRING "CODIGO " DELIMITED BY SIZE
                  IC-COD DELIMITED BY SIZE
                  " NOME " DELIMITED BY SIZE
                  IC-NOME DELIMITED BY SIZE
                  " SEXO " DELIMITED BY SIZE
                  IC-SEXO DELIMITED BY SIZE
                  " CPF " DELIMITED BY SIZE
                  IC-CPF DELIMITED BY SIZE
                  " SITUACAO " DELIMITED BY SIZE
                  IC-STATUS DELIMITED BY SIZE
               INTO LD-TEXTO.
           PERFORM GRAVA-DETALHE.

       IMPRIME-ENDERECO.
           STRING "LOGRADOURO " DELIMITED BY SIZE
                  IE-LOGR DELIMITED BY SIZE
                  " NUMERO " DELIMITED BY SIZE
                  IE-NUMERO DELIMITED BY SIZE
                  " COMPL " DELIMITED BY SIZE
                  IE-COMPL DELIMITED BY SIZE
                  " CONTATO " DELIMITED BY SIZE
                  IE-CONTATO DELIMITED BY SIZE
               INTO LD-TEXTO.
           PERFORM GRAVA-DETALHE.
           STRING "BAIRRO " DELIMITED BY SIZE
                  IE-BAIRRO DELIMITED BY SIZE
                  " CIDADE " DELIMITED BY SIZE
                  IE-CIDADE DELIMITED BY SIZE
                  " UF " DELIMITED BY SIZE
                  IE-UF DELIMITED BY SIZE
                  " CEP " DELIMITED BY SIZE
                  IE-CEP DELIMITED BY SIZE
               INTO LD-TEXTO.
           PERFORM GRAVA-DETALHE.

      *---------------------------------------------------------
      *Titular cliente: os codigos do titular e os arquivos do
      *cadastro de clientes.
      *---------------------------------------------------------
       ACESSO-CLIENTE.
           IF TIPO-TITULAR EQUAL "CLIENTE"
               MOVE COD-PEDIDO TO COD-PROCURA-N
               PERFORM INCLUI-TITULAR
           ELSE
               PERFORM IDENTIFICA-CPF-CADASTRO
               PERFORM IDENTIFICA-CPF-TRILHA
           END-IF.
           MOVE "CODIGOS DE CLIENTE DO TITULAR" TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           MOVE 1 TO IX-T.
           PERFORM LISTA-CODIGO-TITULAR
               UNTIL IX-T > QTD-TIT.
           IF QTD-TIT EQUAL 0
               MOVE "CPF NAO CONSTA DO CADASTRO NEM DA TRILHA"
                   TO LD-TEXTO
               PERFORM GRAVA-DETALHE
           ELSE
               PERFORM LISTA-CADCLI1
               PERFORM LISTA-CADEND
               PERFORM LISTA-CADCLI2
               PERFORM LISTA-CADAUDC
               PERFORM LISTA-RLOG-CLIENTE
               PERFORM LISTA-CADERR
               PERFORM LISTA-CADLGPD
           END-IF.

       LISTA-CODIGO-TITULAR.
           MOVE COD-TT (IX-T) TO LD-TEXTO.
           PERFORM GRAVA-DETALHE.
           ADD 1 TO IX-T.

      *INCLUI-TITULAR acrescenta COD-PROCURA na tabela do titular,
      *uma vez so por codigo.
       INCLUI-TITULAR.
           PERFORM BUSCA-TITULAR.
           IF ACHOU EQUAL "NAO"
               IF QTD-TIT EQUAL 20
                   DISPLAY "EX67 - TABELA DO TITULAR CHEIA, AUMENTAR "
                           "OCCURS DE TAB-TIT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-TIT
               MOVE COD-PROCURA TO COD-TT (QTD-TIT)
           END-IF.

       BUSCA-TITULAR.
           MOVE 1 TO IX-T.
           MOVE "NAO" TO ACHOU.
           PERFORM TESTA-TITULAR
               UNTIL IX-T > QTD-TIT
                  OR ACHOU EQUAL "SIM".

       TESTA-TITULAR.
           IF COD-TT (IX-T) EQUAL COD-PROCURA
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-T
           END-IF.

       IDENTIFICA-CPF-CADASTRO.
           OPEN INPUT CADCLI1.
           IF WS-FS-CLI EQUAL "00"
               PERFORM LE-CPF-CADASTRO
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADCLI1
           END-IF.
           MOVE "NAO" TO FIM-ARQ.

       LE-CPF-CADASTRO.
           READ CADCLI1
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND CPF-ENT EQUAL CPF-PEDIDO-N
               MOVE COD-ENT TO COD-PROCURA-N
               PERFORM INCLUI-TITULAR
           END-IF.

       IDENTIFICA-CPF-TRILHA.
           OPEN INPUT CADAUDC.
           PERFORM LE-CPF-TRILHA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADAUDC.
           MOVE "NAO" TO FIM-ARQ.

       LE-CPF-TRILHA.
           READ CADAUDC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF ANTES-AUDC (27:11) EQUAL CPF-PEDIDO
                      OR DEPOIS-AUDC (27:11) EQUAL CPF-PEDIDO
                   MOVE COD-AUDC TO COD-PROCURA
                   PERFORM INCLUI-TITULAR
               END-IF
           END-IF.

       LISTA-CADCLI1.
           MOVE "CADCLI1.DAT - CADASTRO DE CLIENTES" TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADCLI1.
           IF WS-FS-CLI EQUAL "00"
               PERFORM LE-CLI-ACESSO
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADCLI1
           ELSE
               MOVE "ARQUIVO NAO DISPONIVEL" TO LD-TEXTO
               PERFORM GRAVA-DETALHE
           END-IF.
           PERFORM FECHA-SECAO.

       LE-CLI-ACESSO.
           READ CADCLI1
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-ENT TO COD-PROCURA-N
               PERFORM BUSCA-TITULAR
               IF ACHOU EQUAL "SIM"
                   PERFORM CONTA-REGISTRO
                   MOVE REG-ENT TO IMAGEM-CLI
                   PERFORM IMPRIME-CLIENTE
               END-IF
           END-IF.

       LISTA-CADEND.
           MOVE "CADEND.DAT - ENDERECO E CONTATO" TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADEND.
           PERFORM LE-END-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADEND.
           PERFORM FECHA-SECAO.

       LE-END-ACESSO.
           READ CADEND
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-END TO COD-PROCURA-N
               PERFORM BUSCA-TITULAR
               IF ACHOU EQUAL "SIM"
                   PERFORM CONTA-REGISTRO
                   MOVE REG-ENDERECO (6:116) TO IMAGEM-END
                   PERFORM IMPRIME-ENDERECO
               END-IF
           END-IF.

      *LISTA-CADCLI2 le a geracao mais nova do CADCLI2.DAT guardada
      *depois do EX01; sem nenhuma no catalogo a secao sai vazia.
       LISTA-CADCLI2.
           MOVE 0 TO WS-NUM-CLI2.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADGCAT.
           PERFORM LE-CATALOGO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADGCAT.
           MOVE SPACES TO WS-ARQ-CLI2.
           STRING "GEN" WS-NUM-CLI2 ".DAT" DELIMITED BY SIZE
               INTO WS-ARQ-CLI2.
           MOVE SPACES TO TITULO-SECAO.
           STRING "CADCLI2.DAT - CLIENTES VALIDADOS (EX01, "
                      DELIMITED BY SIZE
                  WS-ARQ-CLI2 DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           IF WS-NUM-CLI2 NOT EQUAL 0
               OPEN INPUT CADCLI2
               PERFORM LE-CLI2-ACESSO
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADCLI2
           END-IF.
           PERFORM FECHA-SECAO.

       LE-CATALOGO.
           READ CADGCAT
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND SITU-CAT EQUAL "A"
                  AND ARQ-CAT EQUAL "CADCLI2.DAT"
                  AND PASSO-CAT EQUAL "EX01"
                  AND NUM-CAT > WS-NUM-CLI2
               MOVE NUM-CAT TO WS-NUM-CLI2
           END-IF.

       LE-CLI2-ACESSO.
           READ CADCLI2
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-CL2 TO COD-PROCURA-N
               PERFORM BUSCA-TITULAR
               IF ACHOU EQUAL "SIM"
                   PERFORM CONTA-REGISTRO
                   MOVE COD-CL2 TO IC-COD
                   MOVE NOME-CL2 TO IC-NOME
                   MOVE SPACES TO IC-SEXO
                   MOVE CPF-CL2 TO IC-CPF
                   MOVE STATUS-CL2 TO IC-STATUS
                   PERFORM IMPRIME-CLIENTE
                   MOVE ENDERECO-CL2 TO IE-LOGR
                   MOVE CONTATO-CL2 TO IE-CONTATO
                   MOVE ESTRUT-CL2 TO IE-ESTRUT
                   PERFORM IMPRIME-ENDERECO
               END-IF
           END-IF.

       LISTA-CADAUDC.
           MOVE "CADAUDC.DAT - TRILHA DE ALTERACOES DO CADASTRO"
               TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADAUDC.
           PERFORM LE-AUDC-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADAUDC.
           PERFORM FECHA-SECAO.

       LE-AUDC-ACESSO.
           READ CADAUDC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-AUDC TO COD-PROCURA
               PERFORM BUSCA-TITULAR
               IF ACHOU EQUAL "SIM"
                   PERFORM CONTA-REGISTRO
                   PERFORM IMPRIME-AUDC
               END-IF
           END-IF.

       IMPRIME-AUDC.
           STRING "DATA " DELIMITED BY SIZE
                  DATA-AUDC DELIMITED BY SIZE
                  " HORA " DELIMITED BY SIZE
                  HORA-AUDC DELIMITED BY SIZE
                  " OPERADOR " DELIMITED BY SIZE
                  OPERADOR-AUDC DELIMITED BY SIZE
                  " ORIGEM " DELIMITED BY SIZE
                  ORIGEM-AUDC DELIMITED BY SIZE
                  " OPERACAO " DELIMITED BY SIZE
                  OPER-AUDC DELIMITED BY SIZE
               INTO LD-TEXTO.
           PERFORM GRAVA-DETALHE.
           IF ANTES-AUDC NOT EQUAL SPACES
               MOVE "ANTES" TO LD-ROTULO
               MOVE ANTES-AUDC TO IMAGEM-CLI
               PERFORM IMPRIME-CLIENTE
           END-IF.
           IF DEPOIS-AUDC NOT EQUAL SPACES
               MOVE "DEPOIS" TO LD-ROTULO
               MOVE DEPOIS-AUDC TO IMAGEM-CLI
               PERFORM IMPRIME-CLIENTE
           END-IF.
           IF ENDANT-AUDC NOT EQUAL SPACES
               MOVE "END ANTES" TO LD-ROTULO
               MOVE ENDANT-AUDC TO IMAGEM-END
               PERFORM IMPRIME-ENDERECO
           END-IF.
           IF ENDDEP-AUDC NOT EQUAL SPACES
               MOVE "END DEPOIS" TO LD-ROTULO
               MOVE ENDDEP-AUDC TO IMAGEM-END
               PERFORM IMPRIME-ENDERECO
           END-IF.

       LISTA-RLOG-CLIENTE.
           MOVE "CADRLOG.DAT - REJEICOES DO CADASTRO DE CLIENTES"
               TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADRLOG.
           PERFORM LE-RLOG-CLIENTE
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRLOG.
           PERFORM FECHA-SECAO.

       LE-RLOG-CLIENTE.
           READ CADRLOG
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM CODIGO-RLOG-CLIENTE
               IF COD-PROCURA NOT EQUAL SPACES
                   PERFORM BUSCA-TITULAR
                   IF ACHOU EQUAL "SIM"
                       PERFORM CONTA-REGISTRO
                       PERFORM IMPRIME-RLOG
                   END-IF
               END-IF
           END-IF.

      *CODIGO-RLOG-CLIENTE tira da imagem rejeitada o codigo do
      *cliente: o registro do CADCLI1 (EX01, EX03, EX04) comeca pelo
      *codigo, o movimento do EX12 pela operacao; imagem de outro
      *programa fica sem codigo de cliente.
       CODIGO-RLOG-CLIENTE.
           MOVE SPACES TO COD-PROCURA.
           IF PGM-RLOG EQUAL "EX01" OR PGM-RLOG EQUAL "EX03"
                  OR PGM-RLOG EQUAL "EX04"
               MOVE IMAGEM-RLOG (1:5) TO COD-PROCURA
           ELSE IF PGM-RLOG EQUAL "EX12"
               MOVE IMAGEM-RLOG (2:5) TO COD-PROCURA
           END-IF.

       IMPRIME-RLOG.
           STRING "PROGRAMA " DELIMITED BY SIZE
                  PGM-RLOG DELIMITED BY SPACE
                  " DATA " DELIMITED BY SIZE
                  DATA-RLOG DELIMITED BY SIZE
                  " MOTIVO " DELIMITED BY SIZE
                  MOTIVO-RLOG DELIMITED BY SIZE
               INTO LD-TEXTO.
           PERFORM GRAVA-DETALHE.
           MOVE "IMAGEM" TO LD-ROTULO.
           MOVE IMAGEM-RLOG TO IMAGEM-LONGA.
           MOVE 80 TO TAM-IMAGEM.
           PERFORM IMPRIME-IMAGEM.

       LISTA-CADERR.
           MOVE "CADERR.DAT - CRITICA DA ULTIMA RODADA DO EX01"
               TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADERR.
           PERFORM LE-ERR-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADERR.
           PERFORM FECHA-SECAO.

       LE-ERR-ACESSO.
           READ CADERR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-ERR TO COD-PROCURA
               PERFORM BUSCA-TITULAR
               IF ACHOU EQUAL "SIM"
                   PERFORM CONTA-REGISTRO
                   STRING "CODIGO " DELIMITED BY SIZE
                          COD-ERR DELIMITED BY SIZE
                          " NOME " DELIMITED BY SIZE
                          NOME-ERR DELIMITED BY SIZE
                       INTO LD-TEXTO
                   PERFORM GRAVA-DETALHE
               END-IF
           END-IF.

       LISTA-CADLGPD.
           MOVE "CADLGPD.DAT - ANONIMIZACOES REALIZADAS"
               TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADLGPD.
           PERFORM LE-LGPD-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADLGPD.
           PERFORM FECHA-SECAO.

       LE-LGPD-ACESSO.
           READ CADLGPD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-LGPD TO COD-PROCURA
               PERFORM BUSCA-TITULAR
               IF ACHOU EQUAL "SIM"
                   PERFORM CONTA-REGISTRO
                   STRING "CODIGO " DELIMITED BY SIZE
                          COD-LGPD DELIMITED BY SIZE
                          " ANONIMIZADO EM " DELIMITED BY SIZE
                          DATA-LGPD DELIMITED BY SIZE
                          " POR " DELIMITED BY SIZE
                          OPERADOR-LGPD DELIMITED BY SPACE
                          " - INATIVO DESDE " DELIMITED BY SIZE
                          INATIV-LGPD DELIMITED BY SIZE
                          ", PRAZO DE " DELIMITED BY SIZE
                          PRAZO-LGPD DELIMITED BY SIZE
                          " ANOS" DELIMITED BY SIZE
                       INTO LD-TEXTO
                   PERFORM GRAVA-DETALHE
               END-IF
           END-IF.

      *---------------------------------------------------------
      *Titular responsavel.
      *---------------------------------------------------------
       ACESSO-RESPONSAVEL.
           MOVE "CADRESP.DAT - CADASTRO DE RESPONSAVEIS"
               TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADRESP.
           PERFORM LE-RESP-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRESP.
           PERFORM FECHA-SECAO.
           MOVE "CADRALU.DAT - ALUNOS VINCULADOS" TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADRALU.
           PERFORM LE-RALU-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRALU.
           PERFORM FECHA-SECAO.
           MOVE "CADAUDP.DAT - TRILHA DE ALTERACOES DO RESPONSAVEL"
               TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADAUDP.
           PERFORM LE-AUDP-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADAUDP.
           PERFORM FECHA-SECAO.

       LE-RESP-ACESSO.
           READ CADRESP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COD-RESP EQUAL COD-PEDIDO
               PERFORM CONTA-REGISTRO
               STRING "CODIGO " DELIMITED BY SIZE
                      COD-RESP DELIMITED BY SIZE
                      " NOME " DELIMITED BY SIZE
                      NOME-RESP DELIMITED BY SIZE
                      " CONTATO " DELIMITED BY SIZE
                      CONTATO-RESP DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
               STRING "LOGRADOURO " DELIMITED BY SIZE
                      ENDER-RESP DELIMITED BY SIZE
                      " NUMERO " DELIMITED BY SIZE
                      NUMERO-RESP DELIMITED BY SIZE
                      " COMPL " DELIMITED BY SIZE
                      COMPL-RESP DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
               STRING "BAIRRO " DELIMITED BY SIZE
                      BAIRRO-RESP DELIMITED BY SIZE
                      " CIDADE " DELIMITED BY SIZE
                      CIDADE-RESP DELIMITED BY SIZE
                      " UF " DELIMITED BY SIZE
                      UF-RESP DELIMITED BY SIZE
                      " CEP " DELIMITED BY SIZE
                      CEP-RESP DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
           END-IF.

       LE-RALU-ACESSO.
           READ CADRALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF TIPO-TITULAR EQUAL "RESPONSAVEL"
                      AND RESP-RALU EQUAL COD-PEDIDO
                   PERFORM CONTA-REGISTRO
                   STRING "ALUNO VINCULADO - MATRICULA "
                              DELIMITED BY SIZE
                          MATR-RALU DELIMITED BY SIZE
                       INTO LD-TEXTO
                   PERFORM GRAVA-DETALHE
               ELSE IF TIPO-TITULAR EQUAL "ALUNO"
                      AND MATR-RALU EQUAL COD-PEDIDO
                   PERFORM CONTA-REGISTRO
                   STRING "RESPONSAVEL VINCULADO - CODIGO "
                              DELIMITED BY SIZE
                          RESP-RALU DELIMITED BY SIZE
                       INTO LD-TEXTO
                   PERFORM GRAVA-DETALHE
               END-IF
           END-IF.

       LE-AUDP-ACESSO.
           READ CADAUDP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COD-AUDP EQUAL COD-PEDIDO
               PERFORM CONTA-REGISTRO
               STRING "DATA " DELIMITED BY SIZE
                      DATA-AUDP DELIMITED BY SIZE
                      " HORA " DELIMITED BY SIZE
                      HORA-AUDP DELIMITED BY SIZE
                      " OPERADOR " DELIMITED BY SIZE
                      OPERADOR-AUDP DELIMITED BY SIZE
                      " ORIGEM " DELIMITED BY SIZE
                      ORIGEM-AUDP DELIMITED BY SIZE
                      " OPERACAO " DELIMITED BY SIZE
                      OPER-AUDP DELIMITED BY SIZE
                      " CAMPO " DELIMITED BY SIZE
                      CAMPO-AUDP DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
               MOVE 166 TO TAM-IMAGEM
               IF ANTES-AUDP NOT EQUAL SPACES
                   MOVE "ANTES" TO LD-ROTULO
                   MOVE ANTES-AUDP TO IMAGEM-LONGA
                   PERFORM IMPRIME-IMAGEM
               END-IF
               IF DEPOIS-AUDP NOT EQUAL SPACES
                   MOVE "DEPOIS" TO LD-ROTULO
                   MOVE DEPOIS-AUDP TO IMAGEM-LONGA
                   PERFORM IMPRIME-IMAGEM
               END-IF
           END-IF.

      *---------------------------------------------------------
      *Titular aluno.
      *---------------------------------------------------------
       ACESSO-ALUNO.
           MOVE "CADALU.DAT - CADASTRO DE ALUNOS" TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADALU.
           PERFORM LE-ALU-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADALU.
           PERFORM FECHA-SECAO.
           MOVE "CADR360.DAT - RESULTADO DO LOTE POR MATRICULA"
               TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           PERFORM LE-360-ACESSO.
           PERFORM FECHA-SECAO.
           MOVE "CADRALU.DAT - RESPONSAVEIS VINCULADOS"
               TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADRALU.
           PERFORM LE-RALU-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRALU.
           PERFORM FECHA-SECAO.
           MOVE "CADMATD.DAT - INGRESSO E SAIDA" TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADMATD.
           PERFORM LE-MATD-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADMATD.
           PERFORM FECHA-SECAO.
           MOVE "CADNOTAD.DAT - NOTAS POR DISCIPLINA" TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADNOTAD.
           PERFORM LE-NOTAD-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADNOTAD.
           PERFORM FECHA-SECAO.
           MOVE "CADFALT.DAT - FALTAS" TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADFALT.
           PERFORM LE-FALT-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFALT.
           PERFORM FECHA-SECAO.
           MOVE "CADCONS.DAT - RESULTADO FINAL E DO CONSELHO"
               TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADCONS.
           PERFORM LE-CONS-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCONS.
           PERFORM FECHA-SECAO.
           MOVE "CADDEP.DAT - DEPENDENCIAS" TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADDEP.
           PERFORM LE-DEP-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDEP.
           PERFORM FECHA-SECAO.
           MOVE "CADCOBR.DAT - MENSALIDADES" TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADCOBR.
           PERFORM LE-COBR-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCOBR.
           PERFORM FECHA-SECAO.
           MOVE "CADCARTH.DAT - CARTAS EMITIDAS" TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADCARTH.
           PERFORM LE-CARTH-ACESSO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCARTH.
           PERFORM FECHA-SECAO.
           MOVE "CADRLOG.DAT - REJEICOES DO CADASTRO DE ALUNOS"
               TO TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADRLOG.
           PERFORM LE-RLOG-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRLOG.
           PERFORM FECHA-SECAO.

       LE-ALU-ACESSO.
           READ CADALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND NUMERO-ALU EQUAL COD-PEDIDO
               PERFORM CONTA-REGISTRO
               IF TIPO-ALU EQUAL "D"
                   STRING "MATRICULA " DELIMITED BY SIZE
                          NUMERO-ALU DELIMITED BY SIZE
                          " NOME " DELIMITED BY SIZE
                          NOME-ALU DELIMITED BY SIZE
                          " SEXO " DELIMITED BY SIZE
                          SEXO-ALU DELIMITED BY SIZE
                          " NASCIMENTO " DELIMITED BY SIZE
                          DD-ALU DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          MM-ALU DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          AAAA-ALU DELIMITED BY SIZE
                          " SITUACAO " DELIMITED BY SIZE
                          SITU-ALU DELIMITED BY SIZE
                       INTO LD-TEXTO
                   PERFORM GRAVA-DETALHE
               ELSE
                   MOVE "REGISTRO " TO LD-ROTULO
                   MOVE TIPO-ALU TO LD-ROTULO (10:1)
                   MOVE REG-ALU TO IMAGEM-LONGA
                   MOVE 48 TO TAM-IMAGEM
                   PERFORM IMPRIME-IMAGEM
               END-IF
           END-IF.

       LE-360-ACESSO.
           OPEN INPUT CADR360.
           IF WS-FS-360 NOT EQUAL "00"
               MOVE "ARQUIVO NAO DISPONIVEL" TO LD-TEXTO
               PERFORM GRAVA-DETALHE
           ELSE
               MOVE COD-PEDIDO TO MATR-360
               READ CADR360
                   INVALID KEY
                       MOVE "NAO" TO ACHOU
                   NOT INVALID KEY
                       MOVE "SIM" TO ACHOU
               END-READ
               IF ACHOU EQUAL "SIM"
                   PERFORM CONTA-REGISTRO
                   STRING "MATRICULA " DELIMITED BY SIZE
                          MATR-360 DELIMITED BY SIZE
                          " NOME " DELIMITED BY SIZE
                          NOME-360 DELIMITED BY SIZE
                          " NASCIMENTO " DELIMITED BY SIZE
                          NASC-360 DELIMITED BY SIZE
                          " IDADE " DELIMITED BY SIZE
                          IDADE-360 DELIMITED BY SIZE
                          " SEXO " DELIMITED BY SIZE
                          SEXO-360 DELIMITED BY SIZE
                          " TURMA " DELIMITED BY SIZE
                          TURMA-360 DELIMITED BY SIZE
                          " FALTAS " DELIMITED BY SIZE
                          FALTAS-360 DELIMITED BY SIZE
                       INTO LD-TEXTO
                   PERFORM GRAVA-DETALHE
                   STRING "SITUACAO FINAL " DELIMITED BY SIZE
                          SITFIM-360 DELIMITED BY SIZE
                          " DEPENDENCIAS " DELIMITED BY SIZE
                          QTDDEP-360 DELIMITED BY SIZE
                       INTO LD-TEXTO
                   PERFORM GRAVA-DETALHE
               END-IF
               CLOSE CADR360
           END-IF.

       LE-MATD-ACESSO.
           READ CADMATD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND MATR-MTD EQUAL COD-PEDIDO
               PERFORM CONTA-REGISTRO
               STRING "INGRESSO " DELIMITED BY SIZE
                      ING-MTD DELIMITED BY SIZE
                      " SAIDA " DELIMITED BY SIZE
                      SAI-MTD DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
           END-IF.

       LE-NOTAD-ACESSO.
           READ CADNOTAD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND MATR-NOT EQUAL COD-PEDIDO
               PERFORM CONTA-REGISTRO
               MOVE NOTA-NOT (1) TO NOTA-ED (1)
               MOVE NOTA-NOT (2) TO NOTA-ED (2)
               MOVE NOTA-NOT (3) TO NOTA-ED (3)
               MOVE NOTA-NOT (4) TO NOTA-ED (4)
               STRING "TURMA " DELIMITED BY SIZE
                      TURMA-NOT DELIMITED BY SIZE
                      " DISCIPLINA " DELIMITED BY SIZE
                      DISC-NOT DELIMITED BY SIZE
                      " PROVAS " DELIMITED BY SIZE
                      NOTA-ED (1) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOTA-ED (2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOTA-ED (3) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOTA-ED (4) DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
           END-IF.

       LE-FALT-ACESSO.
           READ CADFALT
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COD-FALT EQUAL COD-PEDIDO
               PERFORM CONTA-REGISTRO
               STRING "TOTAL DE FALTAS " DELIMITED BY SIZE
                      TOTAL-FALT DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
           END-IF.

       LE-CONS-ACESSO.
           READ CADCONS
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COD-BOL EQUAL COD-PEDIDO
               PERFORM CONTA-REGISTRO
               MOVE MEDIA1-BOL TO NOTA-ED (1)
               MOVE MEDIA2-BOL TO NOTA-ED (2)
               STRING "TURMA " DELIMITED BY SIZE
                      TURMA-BOL DELIMITED BY SIZE
                      " MEDIA " DELIMITED BY SIZE
                      NOTA-ED (1) DELIMITED BY SIZE
                      " APOS RECUPERACAO " DELIMITED BY SIZE
                      NOTA-ED (2) DELIMITED BY SIZE
                      " STATUS " DELIMITED BY SIZE
                      STATUS-BOL DELIMITED BY SIZE
                      " SITUACAO FINAL " DELIMITED BY SIZE
                      SITFIM-BOL DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
           END-IF.

       LE-DEP-ACESSO.
           READ CADDEP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND MATR-DEP EQUAL COD-PEDIDO
               PERFORM CONTA-REGISTRO
               MOVE MEDIA-DEP TO NOTA-ED (1)
               STRING "ANO " DELIMITED BY SIZE
                      ANO-DEP DELIMITED BY SIZE
                      " TURMA " DELIMITED BY SIZE
                      TURMA-DEP DELIMITED BY SIZE
                      " DISCIPLINA " DELIMITED BY SIZE
                      DISC-DEP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOMED-DEP DELIMITED BY SIZE
                      " SITUACAO " DELIMITED BY SIZE
                      SITU-DEP DELIMITED BY SIZE
                      " BAIXA " DELIMITED BY SIZE
                      ANOBX-DEP DELIMITED BY SIZE
                      " MEDIA " DELIMITED BY SIZE
                      NOTA-ED (1) DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
           END-IF.

       LE-COBR-ACESSO.
           READ CADCOBR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND COD-COB EQUAL COD-PEDIDO
               PERFORM CONTA-REGISTRO
               MOVE VALOR-COB TO VALOR-ED (1)
               MOVE PAGO-COB TO VALOR-ED (2)
               MOVE MULTA-COB TO VALOR-ED (3)
               MOVE DESC-COB TO VALOR-ED (4)
               STRING "COMPETENCIA " DELIMITED BY SIZE
                      COMPET-COB DELIMITED BY SIZE
                      " TURMA " DELIMITED BY SIZE
                      TURMA-COB DELIMITED BY SIZE
                      " VALOR " DELIMITED BY SIZE
                      VALOR-ED (1) DELIMITED BY SIZE
                      " VENCIMENTO " DELIMITED BY SIZE
                      VENCTO-COB DELIMITED BY SIZE
                      " SITUACAO " DELIMITED BY SIZE
                      SITU-COB DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
               STRING "PAGO " DELIMITED BY SIZE
                      VALOR-ED (2) DELIMITED BY SIZE
                      " EM " DELIMITED BY SIZE
                      DTPG-COB DELIMITED BY SIZE
                      " MULTA " DELIMITED BY SIZE
                      VALOR-ED (3) DELIMITED BY SIZE
                      " DESCONTO " DELIMITED BY SIZE
                      VALOR-ED (4) DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
           END-IF.

       LE-CARTH-ACESSO.
           READ CADCARTH
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND MATR-CARTH EQUAL COD-PEDIDO
               PERFORM CONTA-REGISTRO
               STRING "DATA " DELIMITED BY SIZE
                      DATA-CARTH DELIMITED BY SIZE
                      " TIPO " DELIMITED BY SIZE
                      TIPO-CARTH DELIMITED BY SIZE
                      " NUMERO " DELIMITED BY SIZE
                      NUM-CARTH DELIMITED BY SIZE
                      " REFERENCIA " DELIMITED BY SIZE
                      REF-CARTH DELIMITED BY SIZE
                   INTO LD-TEXTO
               PERFORM GRAVA-DETALHE
           END-IF.

       LE-RLOG-ALUNO.
           READ CADRLOG
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF PGM-RLOG EQUAL "EX02" OR PGM-RLOG EQUAL "EX05"
                      OR PGM-RLOG EQUAL "EX07"
                   MOVE IMAGEM-RLOG (2:5) TO COD-PROCURA
                   IF COD-PROCURA IS NUMERIC
                          AND COD-PROCURA-N EQUAL COD-PEDIDO
                       PERFORM CONTA-REGISTRO
                       PERFORM IMPRIME-RLOG
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------
      *RETENCAO - anonimizacao dos inativos alem do prazo.
      *---------------------------------------------------------
       RETENCAO.
           IF SIMULACAO EQUAL "NAO"
               PERFORM CONFERE-TRAVA
               DISPLAY "OPERADOR: " WITH NO ADVANCING
               ACCEPT WS-OPERADOR
               IF WS-OPERADOR EQUAL SPACES
                   DISPLAY "EX67 - SEM OPERADOR NAO HA ANONIMIZACAO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT CADLGPR.
           PERFORM GRAVA-TITULO-RETENCAO.
           PERFORM CARREGA-ULTIMA-TRILHA.
           PERFORM SELECIONA-INATIVOS.
           IF SIMULACAO EQUAL "NAO"
                  AND QTD-ANON > 0
               PERFORM ANONIMIZA-ENDERECOS
               PERFORM ANONIMIZA-TRILHA
               PERFORM ANONIMIZA-REJEICOES
               PERFORM ANONIMIZA-CADASTRO
           END-IF.
           PERFORM GRAVA-TOTAIS-RETENCAO.
           CLOSE CADLGPR.
           DISPLAY "EX67 - INATIVOS LIDOS.........: " CONT-INATIVOS.
           DISPLAY "EX67 - ANONIMIZADOS...........: " CONT-ANON.
           DISPLAY "EX67 - SEM DATA DE INATIVACAO.: " CONT-SEM-DATA.
           IF CONT-SEM-DATA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *CONFERE-TRAVA recusa a partida enquanto o token de lote do
      *EXCTL estiver OCUPADO, mostrando quem o segura e desde
      *quando; sem token, ou com token LIVRE, a retencao roda.
       CONFERE-TRAVA.
           OPEN INPUT CADTRAVA.
           IF WS-FS-TRAVA EQUAL "00"
               READ CADTRAVA
                   AT END CONTINUE
               END-READ
               IF WS-FS-TRAVA EQUAL "00"
                      AND SITU-TRAVA EQUAL "OCUPADO"
                   DISPLAY "EX67 - LOTE EM ANDAMENTO ("
                       ORIGEM-TRAVA " DESDE " DATA-TRAVA " "
                       HORA-TRAVA "), AGUARDAR O FIM DO LOTE"
                   CLOSE CADTRAVA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE CADTRAVA.

       GRAVA-TITULO-RETENCAO.
           MOVE SPACES TO LINHA-TITULO.
           STRING "RETENCAO LGPD - CLIENTES INATIVOS ATE "
                      DELIMITED BY SIZE
                  DATA-CORTE DELIMITED BY SIZE
                  " (PRAZO DE " DELIMITED BY SIZE
                  ANOS-RETENCAO DELIMITED BY SIZE
                  " ANOS) - " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-TITULO.
           IF SIMULACAO EQUAL "SIM"
               MOVE " - SIMULACAO, NADA GRAVADO"
                   TO LINHA-TITULO (77:26)
           END-IF.
           MOVE LINHA-TITULO TO REG-LGPR.
           WRITE REG-LGPR.
           MOVE ALL "=" TO REG-LGPR.
           WRITE REG-LGPR.

      *CARREGA-ULTIMA-TRILHA guarda, por cliente, a data e a
      *situacao do ultimo registro da trilha; a trilha e cumulativa
      *em ordem de gravacao, entao o ultimo lido e o mais recente.
       CARREGA-ULTIMA-TRILHA.
           OPEN INPUT CADAUDC.
           PERFORM LE-ULTIMA-TRILHA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADAUDC.
           MOVE "NAO" TO FIM-ARQ.

       LE-ULTIMA-TRILHA.
           READ CADAUDC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-AUDC TO COD-PROCURA
               PERFORM BUSCA-ULTIMA
               IF IX-U > QTD-ULT
                   IF QTD-ULT EQUAL 5000
                       DISPLAY "EX67 - TABELA DA TRILHA CHEIA, "
                               "AUMENTAR OCCURS DE TAB-ULT"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-ULT
                   MOVE QTD-ULT TO IX-U
                   MOVE COD-AUDC TO COD-TU (IX-U)
               END-IF
               MOVE DATA-AUDC TO DATA-TU (IX-U)
               MOVE DEPOIS-AUDC (38:1) TO STATUS-TU (IX-U)
           END-IF.

       BUSCA-ULTIMA.
           MOVE 1 TO IX-U.
           MOVE "NAO" TO ACHOU.
           PERFORM TESTA-ULTIMA
               UNTIL IX-U > QTD-ULT
                  OR ACHOU EQUAL "SIM".

       TESTA-ULTIMA.
           IF COD-TU (IX-U) EQUAL COD-PROCURA
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-U
           END-IF.

      *SELECIONA-INATIVOS decide cliente a cliente: ja anonimizado
      *entra so para a varredura dos satelites; inativo cujo ultimo
      *registro na trilha o mostra inativo antes do corte vai ser
      *anonimizado; inativo sem esse registro fica para a
      *secretaria.
       SELECIONA-INATIVOS.
           OPEN INPUT CADCLI1.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "EX67 - CADCLI1.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-INATIVO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCLI1.
           MOVE "NAO" TO FIM-ARQ.

       LE-INATIVO.
           READ CADCLI1
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND STATUS-ENT EQUAL "I"
               ADD 1 TO CONT-INATIVOS
               PERFORM AVALIA-INATIVO
           END-IF.

       AVALIA-INATIVO.
           MOVE COD-ENT TO COD-PROCURA-N.
           MOVE SPACES TO LINHA-RET.
           MOVE COD-PROCURA TO LRT-COD.
           PERFORM BUSCA-ULTIMA.
           IF NOME-ENT EQUAL MARCA-ANON
               ADD 1 TO CONT-JA-ANON
               MOVE "N" TO NOVO-ATUAL
               PERFORM INCLUI-ANON
           ELSE IF ACHOU EQUAL "NAO"
                  OR STATUS-TU (IX-U) NOT EQUAL "I"
               ADD 1 TO CONT-SEM-DATA
               MOVE "INATIVACAO FORA DA TRILHA - DECIDIR NO CADASTRO"
                   TO LRT-SITU
               PERFORM GRAVA-LINHA-RET
           ELSE IF DATA-TU (IX-U) NOT < DATA-CORTE
               ADD 1 TO CONT-PRAZO
           ELSE
               ADD 1 TO CONT-ANON
               MOVE DATA-TU (IX-U) TO LRT-DATA
               IF SIMULACAO EQUAL "SIM"
                   MOVE "SERIA ANONIMIZADO" TO LRT-SITU
               ELSE
                   MOVE "ANONIMIZADO" TO LRT-SITU
               END-IF
               PERFORM GRAVA-LINHA-RET
               MOVE "S" TO NOVO-ATUAL
               PERFORM INCLUI-ANON
           END-IF.

      *INCLUI-ANON poe o cliente atual na tabela, novo ou nao
      *conforme NOVO-ATUAL.
       INCLUI-ANON.
           IF QTD-ANON EQUAL 5000
               DISPLAY "EX67 - TABELA DE ANONIMIZACAO CHEIA, AUMENTAR "
                       "OCCURS DE TAB-ANON"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-ANON.
           MOVE COD-PROCURA TO COD-TA (QTD-ANON).
           MOVE NOVO-ATUAL TO NOVO-TA (QTD-ANON).
           MOVE 0 TO DATA-TA (QTD-ANON).
           IF NOVO-TA (QTD-ANON) EQUAL "S"
               MOVE DATA-TU (IX-U) TO DATA-TA (QTD-ANON)
           END-IF.
           MOVE "N" TO END-TA (QTD-ANON).
           MOVE 0 TO QAUDC-TA (QTD-ANON).
           MOVE 0 TO QRLOG-TA (QTD-ANON).

       GRAVA-LINHA-RET.
           MOVE LINHA-RET TO REG-LGPR.
           WRITE REG-LGPR.

       BUSCA-ANON.
           MOVE 1 TO IX-A.
           MOVE "NAO" TO ACHOU.
           PERFORM TESTA-ANON
               UNTIL IX-A > QTD-ANON
                  OR ACHOU EQUAL "SIM".

       TESTA-ANON.
           IF COD-TA (IX-A) EQUAL COD-PROCURA
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-A
           END-IF.

      *ANONIMIZA-IMAGEM-END troca o endereco da vez pelo endereco
      *anonimo: logradouro marcado, o resto em branco e CEP zero.
       ANONIMIZA-IMAGEM-END.
           MOVE SPACES TO IMAGEM-END.
           MOVE MARCA-ANON TO IE-LOGR.
           MOVE ALL "0" TO IE-CEP.

       ANONIMIZA-IMAGEM-CLI.
           MOVE MARCA-ANON TO IC-NOME.
           MOVE ALL "0" TO IC-CPF.

      *DEVOLVE-ARQUIVO fecha a copia de trabalho para o chamador
      *reabri-la como entrada e regravar o original por cima.
       DEVOLVE-ARQUIVO.
           CLOSE ARQ-TMP.
           OPEN INPUT ARQ-TMP.
           MOVE "NAO" TO FIM-ARQ.

       LE-TMP.
           READ ARQ-TMP
               AT END
               MOVE "SIM" TO FIM-ARQ.

      *ANONIMIZA-ENDERECOS - CADEND.DAT, mantendo o registro.
       ANONIMIZA-ENDERECOS.
           OPEN INPUT CADEND.
           IF WS-FS-END EQUAL "00"
               OPEN OUTPUT ARQ-TMP
               PERFORM COPIA-ENDERECO
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADEND
               PERFORM DEVOLVE-ARQUIVO
               OPEN OUTPUT CADEND
               PERFORM DEVOLVE-ENDERECO
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE ARQ-TMP
           END-IF.
           CLOSE CADEND.
           MOVE "NAO" TO FIM-ARQ.

       COPIA-ENDERECO.
           READ CADEND
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-END TO COD-PROCURA-N
               PERFORM BUSCA-ANON
               IF ACHOU EQUAL "SIM"
                   PERFORM ANONIMIZA-IMAGEM-END
                   MOVE IMAGEM-END TO REG-ENDERECO (6:116)
                   MOVE "S" TO END-TA (IX-A)
                   IF NOVO-TA (IX-A) EQUAL "S"
                       ADD 1 TO CONT-END-ANON
                   END-IF
               END-IF
               MOVE REG-ENDERECO TO REG-TMP
               WRITE REG-TMP
           END-IF.

       DEVOLVE-ENDERECO.
           PERFORM LE-TMP.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE REG-TMP TO REG-ENDERECO
               WRITE REG-ENDERECO
           END-IF.

      *ANONIMIZA-TRILHA - imagens de cliente e de endereco do
      *CADAUDC.DAT; data, hora, operador, origem, operacao e codigo
      *ficam.
       ANONIMIZA-TRILHA.
           OPEN INPUT CADAUDC.
           IF WS-FS-AUD EQUAL "00"
               OPEN OUTPUT ARQ-TMP
               PERFORM COPIA-TRILHA
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADAUDC
               PERFORM DEVOLVE-ARQUIVO
               OPEN OUTPUT CADAUDC
               PERFORM DEVOLVE-TRILHA
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE ARQ-TMP
           END-IF.
           CLOSE CADAUDC.
           MOVE "NAO" TO FIM-ARQ.

       COPIA-TRILHA.
           READ CADAUDC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-AUDC TO COD-PROCURA
               PERFORM BUSCA-ANON
               IF ACHOU EQUAL "SIM"
                   PERFORM ANONIMIZA-REG-TRILHA
               END-IF
               MOVE REG-AUDC TO REG-TMP
               WRITE REG-TMP
           END-IF.

       ANONIMIZA-REG-TRILHA.
           IF ANTES-AUDC NOT EQUAL SPACES
               MOVE ANTES-AUDC TO IMAGEM-CLI
               PERFORM ANONIMIZA-IMAGEM-CLI
               MOVE IMAGEM-CLI TO ANTES-AUDC
           END-IF.
           IF DEPOIS-AUDC NOT EQUAL SPACES
               MOVE DEPOIS-AUDC TO IMAGEM-CLI
               PERFORM ANONIMIZA-IMAGEM-CLI
               MOVE IMAGEM-CLI TO DEPOIS-AUDC
           END-IF.
           PERFORM ANONIMIZA-IMAGEM-END.
           IF ENDANT-AUDC NOT EQUAL SPACES
               MOVE IMAGEM-END TO ENDANT-AUDC
           END-IF.
           IF ENDDEP-AUDC NOT EQUAL SPACES
               MOVE IMAGEM-END TO ENDDEP-AUDC
           END-IF.
           IF NOVO-TA (IX-A) EQUAL "S"
               ADD 1 TO QAUDC-TA (IX-A)
               ADD 1 TO CONT-AUDC-ANON
           END-IF.

       DEVOLVE-TRILHA.
           PERFORM LE-TMP.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE REG-TMP TO REG-AUDC
               WRITE REG-AUDC
           END-IF.

      *ANONIMIZA-REJEICOES - imagens de cliente do CADRLOG.DAT: as
      *do EX01, EX03 e EX04 sao o registro do CADCLI1, as do EX12
      *sao o movimento de filial.
       ANONIMIZA-REJEICOES.
           OPEN INPUT CADRLOG.
           IF WS-FS-RLOG EQUAL "00"
               OPEN OUTPUT ARQ-TMP
               PERFORM COPIA-REJEICAO
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADRLOG
               PERFORM DEVOLVE-ARQUIVO
               OPEN OUTPUT CADRLOG
               PERFORM DEVOLVE-REJEICAO
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE ARQ-TMP
                     CADRLOG
           END-IF.
           MOVE "NAO" TO FIM-ARQ.

       COPIA-REJEICAO.
           READ CADRLOG
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM CODIGO-RLOG-CLIENTE
               MOVE "NAO" TO ACHOU
               IF COD-PROCURA NOT EQUAL SPACES
                   PERFORM BUSCA-ANON
               END-IF
               IF ACHOU EQUAL "SIM"
                   PERFORM ANONIMIZA-REG-REJEICAO
               END-IF
               MOVE REG-RLOG TO REG-TMP
               WRITE REG-TMP
           END-IF.

       ANONIMIZA-REG-REJEICAO.
           IF PGM-RLOG EQUAL "EX12"
               PERFORM ANONIMIZA-IMAGEM-MOV
           ELSE
               MOVE IMAGEM-RLOG TO IMAGEM-CLI
               PERFORM ANONIMIZA-IMAGEM-CLI
               MOVE IMAGEM-CLI TO IMAGEM-RLOG
           END-IF.
           IF NOVO-TA (IX-A) EQUAL "S"
               ADD 1 TO QRLOG-TA (IX-A)
               ADD 1 TO CONT-RLOG-ANON
           END-IF.

       ANONIMIZA-IMAGEM-MOV.
           MOVE IMAGEM-RLOG TO IMAGEM-MOV.
           MOVE MARCA-ANON TO IM-NOME.
           MOVE ALL "0" TO IM-CPF.
           IF IM-LOGR NOT EQUAL SPACES
               MOVE MARCA-ANON TO IM-LOGR
           END-IF.
           MOVE SPACES TO IM-CONTATO.
           MOVE IMAGEM-MOV TO IMAGEM-RLOG.

       DEVOLVE-REJEICAO.
           PERFORM LE-TMP.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE REG-TMP TO REG-RLOG
               WRITE REG-RLOG
           END-IF.

      *ANONIMIZA-CADASTRO regrava no CADCLI1 os clientes novos da
      *tabela, cada um com o seu registro na trilha e no log da LGPD
      *logo em seguida; os satelites ja foram tratados antes, entao
      *uma rodada interrompida aqui deixa o cliente ainda com nome
      *e e retomada inteira na proxima.
       ANONIMIZA-CADASTRO.
           OPEN I-O CADCLI1.
           OPEN EXTEND CADAUDC.
           OPEN EXTEND CADLGPD.
           PERFORM REGRAVA-INATIVO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCLI1
                 CADAUDC
                 CADLGPD.
           MOVE "NAO" TO FIM-ARQ.

       REGRAVA-INATIVO.
           READ CADCLI1
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE COD-ENT TO COD-PROCURA-N
               PERFORM BUSCA-ANON
               IF ACHOU EQUAL "SIM"
                      AND NOVO-TA (IX-A) EQUAL "S"
                   MOVE MARCA-ANON TO NOME-ENT
                   MOVE 0 TO CPF-ENT
                   REWRITE REG-ENT
                   PERFORM GRAVA-TRILHA-ANON
                   PERFORM GRAVA-LOG-ANON
               END-IF
           END-IF.

      *GRAVA-TRILHA-ANON registra a anonimizacao como alteracao na
      *trilha; a imagem de antes ja nao pode levar o dado apagado e
      *sai igual a de depois.
       GRAVA-TRILHA-ANON.
           MOVE WS-DATA-HOJE TO DATA-AUDC.
           MOVE WS-HORA TO HORA-AUDC.
           MOVE WS-OPERADOR TO OPERADOR-AUDC.
           MOVE "EX67" TO ORIGEM-AUDC.
           MOVE 0 TO FILIAL-AUDC.
           MOVE "A" TO OPER-AUDC.
           MOVE COD-PROCURA TO COD-AUDC.
           MOVE REG-ENT TO ANTES-AUDC.
           MOVE REG-ENT TO DEPOIS-AUDC.
           MOVE SPACES TO ENDANT-AUDC.
           MOVE SPACES TO ENDDEP-AUDC.
           IF END-TA (IX-A) EQUAL "S"
               PERFORM ANONIMIZA-IMAGEM-END
               MOVE IMAGEM-END TO ENDANT-AUDC
               MOVE IMAGEM-END TO ENDDEP-AUDC
           END-IF.
           WRITE REG-AUDC.

       GRAVA-LOG-ANON.
           MOVE WS-DATA-HOJE TO DATA-LGPD.
           MOVE WS-HORA TO HORA-LGPD.
           MOVE WS-OPERADOR TO OPERADOR-LGPD.
           MOVE COD-PROCURA TO COD-LGPD.
           MOVE DATA-TA (IX-A) TO INATIV-LGPD.
           MOVE ANOS-RETENCAO TO PRAZO-LGPD.
           MOVE END-TA (IX-A) TO END-LGPD.
           MOVE QAUDC-TA (IX-A) TO QAUDC-LGPD.
           MOVE QRLOG-TA (IX-A) TO QRLOG-LGPD.
           WRITE REG-LGPD.

       GRAVA-TOTAIS-RETENCAO.
           MOVE SPACES TO REG-LGPR.
           WRITE REG-LGPR.
           MOVE "CLIENTES INATIVOS NO CADASTRO" TO LT-DESC.
           MOVE CONT-INATIVOS TO LT-QTD.
           PERFORM GRAVA-LINHA-TOTAL.
           MOVE "ANONIMIZADOS NESTA RODADA" TO LT-DESC.
           MOVE CONT-ANON TO LT-QTD.
           PERFORM GRAVA-LINHA-TOTAL.
           MOVE "AINDA DENTRO DO PRAZO" TO LT-DESC.
           MOVE CONT-PRAZO TO LT-QTD.
           PERFORM GRAVA-LINHA-TOTAL.
           MOVE "SEM DATA DE INATIVACAO NA TRILHA" TO LT-DESC.
           MOVE CONT-SEM-DATA TO LT-QTD.
           PERFORM GRAVA-LINHA-TOTAL.
           MOVE "JA ANONIMIZADOS ANTES" TO LT-DESC.
           MOVE CONT-JA-ANON TO LT-QTD.
           PERFORM GRAVA-LINHA-TOTAL.
           MOVE "ENDERECOS ANONIMIZADOS" TO LT-DESC.
           MOVE CONT-END-ANON TO LT-QTD.
           PERFORM GRAVA-LINHA-TOTAL.
           MOVE "REGISTROS DA TRILHA ANONIMIZADOS" TO LT-DESC.
           MOVE CONT-AUDC-ANON TO LT-QTD.
           PERFORM GRAVA-LINHA-TOTAL.
           MOVE "REJEICOES DO LOG ANONIMIZADAS" TO LT-DESC.
           MOVE CONT-RLOG-ANON TO LT-QTD.
           PERFORM GRAVA-LINHA-TOTAL.

       GRAVA-LINHA-TOTAL.
           MOVE LINHA-TOTAL TO REG-LGPR.
           WRITE REG-LGPR.

      *USA-DATA-MOVIMENTO troca a data do sistema pela data do
      *movimento do lote (CADDATA.DAT, gravada pelo EXCTL) quando
      *ela existe.
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
