       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX64.
       AUTHOR. Guilherme, Nirley, Renato.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. NAO TEM
      *EX64 e a troca noturna com o portal dos pais. Dois modos pela
      *linha de comando:
      *  EXTRATO [COMPLETO] - monta, por responsavel de CADRESP.DAT
      *    com filho vinculado em CADRALU.DAT, a imagem do que o
      *    portal mostra: o responsavel (R); cada filho (A) com o
      *    resultado consolidado do CADR360.DAT montado pelo EX43, as
      *    faltas de CADFALT.DAT e o percentual de faltas sobre os
      *    dias letivos ja dados pela turma no CADCALD.DAT; as notas
      *    por disciplina (N) de CADNOTAD.DAT; as cobrancas (C) de
      *    CADCOBR.DAT em aberto (A, V ou baixada como perda I) e as
      *    pagas do exercicio e do anterior, com a linha digitavel do
      *    boleto registrado no banco (CADBOLR.DAT, a mesma do carne
      *    do EX27) ou, sem registro, a linha de pagamento no caixa
      *    da escola; e as cartas de recuperacao, reprovacao e
      *    cobranca do ano (K) do registro CADCARTH.DAT gravado pelo
      *    EX21 e pelo EX36. A imagem da noite e comparada pela chave
      *    (responsavel, matricula, tipo e complemento) com a imagem
      *    mandada na noite anterior, guardada em CADPRTI.DAT, e so
      *    sai para o portal em CADPORT.DAT o que mudou: detalhe tipo
      *    1 com a operacao I inclusao, A alteracao ou E exclusao (a
      *    imagem antiga, para o portal apagar pela chave). O header
      *    tipo 0 leva a data, o numero sequencial do lote (controle
      *    em CADPRTC.DAT, para o portal perceber noite perdida) e o
      *    modo PARCIAL ou COMPLETO; o trailer tipo 9 leva a contagem
      *    de detalhes, a contagem por operacao, o total de hash
      *    (soma de responsavel + matricula dos detalhes) e a soma
      *    dos valores das cobrancas incluidas ou alteradas, para o
      *    portal conferir que carregou o arquivo inteiro antes de
      *    aplicar. COMPLETO manda a imagem inteira como inclusao,
      *    para a carga inicial ou para ressincronizar o portal; sem
      *    imagem anterior o extrato ja sai COMPLETO. Extrato do
      *    mesmo movimento ja gerado nao e refeito (a rodada e pulada
      *    com RC zero e o lote da noite fica intacto), a menos que
      *    se peca COMPLETO;
      *  RETORNO - aplica em CADRESP.DAT o arquivo de retorno do
      *    portal CADPRTR.DAT (header H com o numero do lote do
      *    portal, um detalhe A por campo alterado pela familia, com
      *    o valor que o portal mostrava e o valor novo, e trailer T
      *    com a contagem), como movimento de manutencao no molde do
      *    EX12: envelope conferido antes de aplicar (sem header, sem
      *    trailer ou contagem divergente recusa o arquivo com RC 16,
      *    lote ja aplicado em CADPRTA.DAT e pulado), cada movimento
      *    listado em CADPRTM.DAT como APLICADO ou REJEITADO, a
      *    rejeicao no log unificado CADRLOG.DAT e o aplicado na
      *    trilha CADAUDP.DAT com a imagem do responsavel antes e
      *    depois. O portal so altera o contato (C) e o endereco (E),
      *    este no formato estruturado do CADRESP.DAT (logradouro,
      *    numero, complemento, bairro, cidade, UF e CEP) e com o CEP
      *    conferido contra as faixas por cidade do CADCEP.DAT, como
      *    na manutencao do EX66; valor anterior diferente do
      *    cadastro (a secretaria mexeu no meio tempo) e rejeitado,
      *    para nao apagar a correcao da secretaria. Sem CADPRTR.DAT
      *    na noite nao ha nada a aplicar.
      *No plano do EXCTL o RETORNO roda antes do EXTRATO, para o
      *contato corrigido pela familia voltar confirmado ao portal
      *na mesma noite.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DELL.
       OBJECT-COMPUTER. DELL.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RESP.
           SELECT CADRALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RALU.
           SELECT CADR360 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MATR-360
           FILE STATUS IS WS-FS-360.
           SELECT CADFALT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FALT.
           SELECT CADCALD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAL.
           SELECT OPTIONAL CADDISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADNOTAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCOBR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COB.
           SELECT OPTIONAL CADBOLR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCARTH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMG-BRUTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMG-NOVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK1 ASSIGN TO DISK.
           SELECT OPTIONAL CADPRTI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRTI.
           SELECT CADPORT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADPRTC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRTC.
           SELECT CADPRTR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRTR.
           SELECT OPTIONAL CADPRTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADPRTM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADAUDP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADRLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.

       DATA DIVISION.
       FILE SECTION.
      *CADRESP.DAT = cadastro de responsaveis mantido pela
      *secretaria (EX66), com o endereco estruturado (ENDER-RESP e o
      *logradouro); CADRALU.DAT = vinculo matricula -> responsavel.
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

       FD CADRALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRALU.DAT".

       01 REG-RALU.
           02 MATR-RALU PIC 9(05).
           02 RESP-RALU PIC 9(05).

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

      *CADFALT.DAT = total de faltas por aluno, gravado pelo EX18.
       FD CADFALT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFALT.DAT".

       01 REG-FALT.
           02 COD-FALT PIC 9(05).
           02 TOTAL-FALT PIC 9(03).

      *CADCALD.DAT = calendario letivo oficial, um registro por
      *turma por dia de aula.
       FD CADCALD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCALD.DAT".

       01 REG-CALD.
           02 TURMA-CALD PIC X(03).
           02 DATA-CALD PIC 9(08).

      *CADDISC.DAT = disciplinas de cada turma.
       FD CADDISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDISC.DAT".

       01 REG-DISC.
           02 TURMA-DIS PIC X(03).
           02 COD-DIS PIC 9(02).
           02 NOME-DIS PIC X(15).

      *CADNOTAD.DAT = notas do ano por aluno e disciplina.
       FD CADNOTAD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNOTAD.DAT".

       01 REG-NOTD.
           02 MATR-NOTD PIC 9(05).
           02 TURMA-NOTD PIC X(03).
           02 DISC-NOTD PIC 9(02).
           02 NOTA-NOTD OCCURS 4 TIMES PIC 9(2)V99.

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

      *CADBOLR.DAT = boletos registrados no banco pelo EX54, com o
      *nosso numero e a linha digitavel do banco.
       FD CADBOLR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBOLR.DAT".

       01 REG-BOLR.
           02 COD-BOLR PIC 9(05).
           02 COMPET-BOLR PIC 9(06).
           02 NOSSO-BOLR PIC 9(11).
           02 VALOR-BOLR PIC 9(5)V99.
           02 VENCTO-BOLR PIC 9(08).
           02 SITU-BOLR PIC X(01).
           02 DATA-BOLR PIC 9(08).
           02 LINHA-BOLR PIC X(47).

      *CADCARTH.DAT = registro cumulativo das cartas emitidas pelo
      *EX21 (R recuperacao, P reprovacao) e pelo EX36 (C cobranca).
       FD CADCARTH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCARTH.DAT".

       01 REG-CARTH.
           02 MATR-CARTH PIC 9(05).
           02 DATA-CARTH PIC 9(08).
           02 TIPO-CARTH PIC X(01).
           02 NUM-CARTH PIC 9(05).
           02 REF-CARTH PIC X(20).

      *EX64IMG.TMP = a imagem da noite na ordem em que foi montada;
      *EX64NOV.TMP = a mesma imagem ordenada pela chave.
       FD IMG-BRUTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX64IMG.TMP".

       01 REG-IMGB PIC X(225).

       FD IMG-NOVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EX64NOV.TMP".

       01 REG-NOVA.
           02 CHAVE-NOVA PIC X(25).
           02 DADOS-NOVA PIC X(200).

       SD SORTWK1.
       01 REG-SORT.
           02 SRT-CHAVE PIC X(25).
           02 SRT-DADOS PIC X(200).

      *CADPRTI.DAT = a imagem mandada ao portal na ultima noite,
      *ordenada pela chave, base da comparacao da noite seguinte.
       FD CADPRTI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRTI.DAT".

       01 REG-PRTI.
           02 CHAVE-PRTI PIC X(25).
           02 DADOS-PRTI PIC X(200).

      *CADPORT.DAT = o extrato da noite para o portal: header tipo
      *0, detalhes tipo 1 com a operacao e trailer tipo 9 com os
      *totais de controle.
       FD CADPORT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPORT.DAT".

       01 REG-PORT.
           02 TIPO-PORT PIC X(01).
           02 OPER-PORT PIC X(01).
           02 IMAGEM-PORT PIC X(225).

       01 REG-PORT-H.
           02 TIPO-PH PIC X(01).
           02 DATA-PH PIC 9(08).
           02 SEQ-PH PIC 9(06).
           02 MODO-PH PIC X(08).
           02 FILLER PIC X(204).

       01 REG-PORT-T.
           02 TIPO-PT PIC X(01).
           02 QTD-PT PIC 9(07).
           02 INCL-PT PIC 9(07).
           02 ALT-PT PIC 9(07).
           02 EXCL-PT PIC 9(07).
           02 HASH-PT PIC 9(15).
           02 VALOR-PT PIC 9(11)V99.
           02 FILLER PIC X(170).

      *CADPRTC.DAT = controle do extrato: numero e data do ultimo
      *lote mandado ao portal.
       FD CADPRTC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRTC.DAT".

       01 REG-PRTC.
           02 SEQ-PRTC PIC 9(06).
           02 DATA-PRTC PIC 9(08).

      *CADPRTR.DAT = retorno do portal: header H, um detalhe A por
      *campo alterado (C contato, E endereco) e trailer T. No campo
      *E o valor anterior e o novo vem no layout de END-PORTAL.
       FD CADPRTR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRTR.DAT".

       01 REG-PRTR.
           02 TIPO-PRTR PIC X(01).
           02 COD-PRTR PIC X(05).
           02 CAMPO-PRTR PIC X(01).
           02 ANTES-PRTR PIC X(111).
           02 NOVO-PRTR PIC X(111).

       01 REG-PRTR-H.
           02 TIPO-PRH PIC X(01).
           02 SEQ-PRH PIC 9(06).
           02 DATA-PRH PIC 9(08).
           02 FILLER PIC X(214).

       01 REG-PRTR-T.
           02 TIPO-PRT PIC X(01).
           02 QTDE-PRT PIC 9(07).
           02 FILLER PIC X(221).

      *CADPRTA.DAT = registro dos lotes de retorno ja aplicados.
       FD CADPRTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRTA.DAT".

       01 REG-PRTA.
           02 SEQ-PRTA PIC 9(06).
           02 DATA-PRTA PIC 9(08).

      *CADPRTM.DAT = listagem dos movimentos do retorno.
       FD CADPRTM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRTM.DAT".

       01 REG-PRTM PIC X(60).

      *CADAUDP.DAT = trilha cumulativa de alteracoes do cadastro de
      *responsaveis, com a imagem antes e depois.
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

      *CADCEP.DAT = faixas de CEP por cidade e UF, mantidas pela
      *secretaria.
       FD CADCEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCEP.DAT".

       01 REG-CEP.
           02 UF-CEP PIC X(02).
           02 CIDADE-CEP PIC X(20).
           02 INI-CEP PIC 9(08).
           02 FIM-CEP PIC 9(08).

       FD CADRLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRLOG.DAT".

       01 REG-RLOG.
           02 PGM-RLOG PIC X(08).
           02 DATA-RLOG PIC 9(08).
           02 MOTIVO-RLOG PIC 9(02).
           02 IMAGEM-RLOG PIC X(80).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDATA.DAT".

       01 REG-DATAMV.
           02 DATA-MOVTO PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WS-FS-DATAMV PIC X(02) VALUE SPACE.
           77 WS-FS-RESP PIC X(02) VALUE SPACE.
           77 WS-FS-RALU PIC X(02) VALUE SPACE.
           77 WS-FS-360 PIC X(02) VALUE SPACE.
           77 WS-FS-FALT PIC X(02) VALUE SPACE.
           77 WS-FS-CAL PIC X(02) VALUE SPACE.
           77 WS-FS-COB PIC X(02) VALUE SPACE.
           77 WS-FS-PRTI PIC X(02) VALUE SPACE.
           77 WS-FS-PRTC PIC X(02) VALUE SPACE.
           77 WS-FS-PRTR PIC X(02) VALUE SPACE.
           77 FIM-ARQ PIC X(03) VALUE "NAO".
           77 FIM-NOVA PIC X(03) VALUE "NAO".
           77 FIM-ANT PIC X(03) VALUE "NAO".
           77 FIM-PRTA PIC X(03) VALUE "NAO".
           77 WS-PARM-LINHA PIC X(30) VALUE SPACE.
           77 WS-PULA-DESC PIC X(08) VALUE SPACE.
           77 WS-MODO PIC X(10) VALUE SPACE.
           77 WS-P2 PIC X(10) VALUE SPACE.
           77 WS-COMPLETO PIC X(03) VALUE "NAO".
           77 MODO-EXTRATO PIC X(08) VALUE "PARCIAL".
           77 WS-DATA-HOJE PIC 9(08) VALUE 0.
           77 WS-HORA-AUD PIC 9(08) VALUE 0.
           77 ANO-HOJE PIC 9(04) VALUE 0.
           77 ANO-COB PIC 9(04) VALUE 0.
           77 ULT-SEQ PIC 9(06) VALUE 0.
           77 ULT-DATA PIC 9(08) VALUE 0.
           77 MATR-ALUNO PIC 9(05) VALUE 0.
           77 RESP-BUSCA PIC 9(05) VALUE 0.
           77 FALTAS-ALUNO PIC 9(03) VALUE 0.
           77 AULAS-DADAS PIC 9(03) VALUE 0.
           77 NOME-DISC-ATU PIC X(15) VALUE SPACE.
           77 OPER-ATUAL PIC X(01) VALUE SPACE.
           77 CHAVE-NOV-ATU PIC X(25) VALUE SPACE.
           77 CHAVE-ANT-ATU PIC X(25) VALUE SPACE.
           77 ULT-CHAVE-NOVA PIC X(25) VALUE SPACE.
           77 ACHOU PIC X(03) VALUE "NAO".
           77 ACHOU-BOL PIC X(03) VALUE "NAO".
           77 ENTRA-COB PIC X(03) VALUE "NAO".
           77 TEM-HEADER PIC X(03) VALUE "NAO".
           77 TEM-TRAILER PIC X(03) VALUE "NAO".
           77 LOTE-REPETIDO PIC X(03) VALUE "NAO".
           77 SEQ-RETORNO PIC 9(06) VALUE 0.
           77 QTDE-TRAILER PIC 9(07) VALUE 0.
           77 CONT-DETALHES PIC 9(07) VALUE 0.
           77 IMAGEM-ANTES PIC X(166) VALUE SPACE.
           77 CEP-OK PIC X(03) VALUE "NAO".
           77 CIDADE-ACHADA PIC X(03) VALUE "NAO".
           77 MOTIVO-CEP PIC 9(02) VALUE 0.
           77 DESC-CEP PIC X(25) VALUE SPACE.
           77 IX-CEP PIC 9(04) VALUE 0.
           77 CONT-IMG-R PIC 9(07) VALUE 0.
           77 CONT-IMG-A PIC 9(07) VALUE 0.
           77 CONT-IMG-N PIC 9(07) VALUE 0.
           77 CONT-IMG-C PIC 9(07) VALUE 0.
           77 CONT-IMG-K PIC 9(07) VALUE 0.
           77 CONT-SEM-RESP PIC 9(05) VALUE 0.
           77 CONT-SEM-360 PIC 9(05) VALUE 0.
           77 CONT-DUPL PIC 9(05) VALUE 0.
           77 CONT-IGUAIS PIC 9(07) VALUE 0.
           77 CONT-DET PIC 9(07) VALUE 0.
           77 CONT-INCL PIC 9(07) VALUE 0.
           77 CONT-ALT PIC 9(07) VALUE 0.
           77 CONT-EXCL PIC 9(07) VALUE 0.
           77 HASH-TOTAL PIC 9(15) VALUE 0.
           77 VALOR-TOTAL PIC 9(11)V99 VALUE 0.
           77 CONT-LIDOS PIC 9(07) VALUE 0.
           77 CONT-APL PIC 9(07) VALUE 0.
           77 CONT-REJ PIC 9(07) VALUE 0.
           77 IX-R PIC 9(05) VALUE 0.
           77 IX-V PIC 9(05) VALUE 0.
           77 IX-F PIC 9(05) VALUE 0.
           77 IX-A PIC 9(03) VALUE 0.
           77 IX-D PIC 9(04) VALUE 0.
           77 IX-BL PIC 9(05) VALUE 0.
           77 MOSTRA-VALOR PIC ZZZZZZZZZZ9,99.

      *REG-IMG = area de montagem de um registro da imagem: a chave
      *(responsavel, matricula - zero no registro do responsavel -,
      *tipo e complemento) e os dados de cada tipo.
           01 REG-IMG.
               02 CHAVE-IMG.
                   03 RESP-IMG PIC 9(05).
                   03 MATR-IMG PIC 9(05).
                   03 TIPO-IMG PIC X(01).
                   03 SUB-IMG PIC X(14).
               02 DADOS-IMG PIC X(200).
               02 DADOS-R REDEFINES DADOS-IMG.
                   03 NOME-R PIC X(30).
                   03 ENDER-R PIC X(40).
                   03 CONTATO-R PIC X(20).
                   03 NUMERO-R PIC X(06).
                   03 COMPL-R PIC X(15).
                   03 BAIRRO-R PIC X(20).
                   03 CIDADE-R PIC X(20).
                   03 UF-R PIC X(02).
                   03 CEP-R PIC X(08).
                   03 FILLER PIC X(39).
               02 DADOS-A REDEFINES DADOS-IMG.
                   03 NOME-A PIC X(20).
                   03 TURMA-A PIC X(03).
                   03 MEDIA1-A PIC 9(2)V99.
                   03 MEDIA2-A PIC 9(2)V99.
                   03 SITFIM-A PIC X(10).
                   03 FALTAS-A PIC 9(03).
                   03 AULAS-A PIC 9(03).
                   03 PERC-A PIC 9(3)V99.
                   03 FILLER PIC X(148).
               02 DADOS-N REDEFINES DADOS-IMG.
                   03 NOMED-N PIC X(15).
                   03 NOTA-N OCCURS 4 TIMES PIC 9(2)V99.
                   03 FILLER PIC X(169).
               02 DADOS-C REDEFINES DADOS-IMG.
                   03 VALOR-C PIC 9(5)V99.
                   03 MULTA-C PIC 9(5)V99.
                   03 VENCTO-C PIC 9(08).
                   03 SITU-C PIC X(01).
                   03 PAGO-C PIC 9(5)V99.
                   03 DTPG-C PIC 9(08).
                   03 TIPOLIN-C PIC X(01).
                   03 LINHA-C PIC X(47).
                   03 FILLER PIC X(114).
               02 DADOS-K REDEFINES DADOS-IMG.
                   03 REF-K PIC X(20).
                   03 FILLER PIC X(180).

      *LINHA-CAIXA = linha de pagamento no caixa da escola para a
      *cobranca sem boleto registrado, a mesma do carne do EX27.
           01 LINHA-CAIXA.
               02 LX-COD PIC 9(05).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LX-COMPET PIC 9(06).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LX-VALOR PIC 9(07).
               02 FILLER PIC X(01) VALUE SPACE.
               02 LX-VENCTO PIC 9(08).

      *TAB-RESP = CADRESP.DAT em memoria, com a quantidade de filhos
      *vinculados a cada responsavel.
           01 TAB-RESP.
               02 QTD-RESP PIC 9(05) VALUE 0.
               02 RESP-LINHA OCCURS 5000 TIMES.
                   03 REG-TR.
                       04 COD-TR PIC 9(05).
                       04 NOME-TR PIC X(30).
                       04 ENDER-TR PIC X(40).
                       04 CONTATO-TR PIC X(20).
                       04 NUMERO-TR PIC X(06).
                       04 COMPL-TR PIC X(15).
                       04 BAIRRO-TR PIC X(20).
                       04 CIDADE-TR PIC X(20).
                       04 UF-TR PIC X(02).
                       04 CEP-TR PIC X(08).
                   03 FILHOS-TR PIC 9(03).

      *TAB-VINC = CADRALU.DAT, so os vinculos com responsavel
      *cadastrado; ATIVO-VC cai para NAO quando o aluno nao tem
      *registro no CADR360.
           01 TAB-VINC.
               02 QTD-VINC PIC 9(05) VALUE 0.
               02 VINC-LINHA OCCURS 20000 TIMES.
                   03 MATR-VC PIC 9(05).
                   03 RESP-VC PIC 9(05).
                   03 ATIVO-VC PIC X(03).

           01 TAB-FALTAS.
               02 QTD-FALT PIC 9(05) VALUE 0.
               02 FALT-LINHA OCCURS 20000 TIMES.
                   03 COD-TF PIC 9(05).
                   03 TOTAL-TF PIC 9(03).

      *TAB-AULAS = dias letivos ja dados no ano por turma.
           01 TAB-AULAS.
               02 QTD-AULAS PIC 9(03) VALUE 0.
               02 AULA-LINHA OCCURS 200 TIMES.
                   03 TURMA-TA PIC X(03).
                   03 QTD-TA PIC 9(03).

           01 TAB-DISC.
               02 QTD-DISC PIC 9(04) VALUE 0.
               02 DISC-LINHA OCCURS 1000 TIMES.
                   03 TURMA-TD PIC X(03).
                   03 COD-TD PIC 9(02).
                   03 NOME-TD PIC X(15).

      *TAB-BOLREG = boletos registrados (situacao R) do EX54.
           01 TAB-BOLREG.
               02 QTD-BOLREG PIC 9(05) VALUE 0.
               02 BOLREG-LINHA OCCURS 20000 TIMES.
                   03 COD-BL PIC 9(05).
                   03 COMPET-BL PIC 9(06).
                   03 LINHA-BL PIC X(47).

      *END-PORTAL = endereco novo mandado pelo portal no campo E;
      *END-CADASTRO = o endereco atual do responsavel no mesmo
      *layout, para conferir com o valor anterior do portal.
           01 END-PORTAL.
               02 LOGR-EP PIC X(40).
               02 NUMERO-EP PIC X(06).
               02 COMPL-EP PIC X(15).
               02 BAIRRO-EP PIC X(20).
               02 CIDADE-EP PIC X(20).
               02 UF-EP PIC X(02).
               02 CEP-EP PIC X(08).

           01 END-CADASTRO.
               02 LOGR-EC PIC X(40).
               02 NUMERO-EC PIC X(06).
               02 COMPL-EC PIC X(15).
               02 BAIRRO-EC PIC X(20).
               02 CIDADE-EC PIC X(20).
               02 UF-EC PIC X(02).
               02 CEP-EC PIC X(08).

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

           01 LINHA-PRTM.
               02 LM-COD PIC X(05).
               02 FILLER PIC X(03) VALUE " - ".
               02 LM-CAMPO PIC X(01).
               02 FILLER PIC X(03) VALUE " - ".
               02 LM-RESULT PIC X(09).
               02 FILLER PIC X(03) VALUE " - ".
               02 LM-MOTIVO PIC X(25).

       PROCEDURE DIVISION.

       PGM-EX64.
           PERFORM INICIO.
           IF WS-MODO EQUAL "EXTRATO"
               PERFORM GERA-EXTRATO
           ELSE IF WS-MODO EQUAL "RETORNO"
               PERFORM APLICA-RETORNO
           ELSE
               DISPLAY "EX64 - USO: EX64 EXTRATO [COMPLETO]"
               DISPLAY "            EX64 RETORNO"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *INICIO pega a data do movimento e le o modo; o primeiro token
      *numerico e a contagem de pulo que o EXCTL poe no comando.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM USA-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE (1:4) TO ANO-HOJE.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
               INTO WS-MODO WS-P2.
           IF WS-MODO (1:1) IS NUMERIC
               UNSTRING WS-PARM-LINHA DELIMITED BY SPACE
                   INTO WS-PULA-DESC WS-MODO WS-P2
           END-IF.
           IF WS-MODO EQUAL "EXTRATO"
               IF WS-P2 EQUAL "COMPLETO"
                   MOVE "SIM" TO WS-COMPLETO
               ELSE IF WS-P2 NOT EQUAL SPACES
                   DISPLAY "EX64 - PARAMETRO INVALIDO: " WS-P2
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *---------------------------------------------------------
      *EXTRATO - imagem da noite, comparacao e extrato do portal.
      *---------------------------------------------------------
      *GERA-EXTRATO pula a rodada quando o extrato do movimento ja
      *foi gerado, para o re-disparo do passo nao trocar o lote da
      *noite por um extrato vazio antes de o portal buscar.
       GERA-EXTRATO.
           PERFORM LE-CONTROLE-EXTRATO.
           IF ULT-DATA EQUAL WS-DATA-HOJE
                  AND WS-COMPLETO EQUAL "NAO"
               DISPLAY "EX64 - EXTRATO DO MOVIMENTO " WS-DATA-HOJE
                       " JA GERADO NO LOTE " ULT-SEQ
                       ", RODADA PULADA (PARA REENVIAR: EX64 "
                       "EXTRATO COMPLETO)"
           ELSE
               PERFORM MONTA-IMAGEM
               PERFORM COMPARA-IMAGEM
               PERFORM GUARDA-IMAGEM
               PERFORM GRAVA-CONTROLE-EXTRATO
               PERFORM MOSTRA-TOTAIS-EXTRATO
           END-IF.

       LE-CONTROLE-EXTRATO.
           MOVE 0 TO ULT-SEQ
                     ULT-DATA.
           OPEN INPUT CADPRTC.
           IF WS-FS-PRTC EQUAL "00"
               READ CADPRTC
                   AT END CONTINUE
               END-READ
               IF WS-FS-PRTC EQUAL "00"
                   MOVE SEQ-PRTC TO ULT-SEQ
                   MOVE DATA-PRTC TO ULT-DATA
               END-IF
           END-IF.
           CLOSE CADPRTC.

       GRAVA-CONTROLE-EXTRATO.
           OPEN OUTPUT CADPRTC.
           MOVE ULT-SEQ TO SEQ-PRTC.
           MOVE WS-DATA-HOJE TO DATA-PRTC.
           WRITE REG-PRTC.
           CLOSE CADPRTC.

      *MONTA-IMAGEM sobe as tabelas de apoio, grava os registros de
      *cada tipo na ordem em que os arquivos vem e ordena a imagem
      *pela chave.
       MONTA-IMAGEM.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-FALTAS.
           PERFORM CARREGA-AULAS.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-BOLREG.
           OPEN OUTPUT IMG-BRUTO.
           MOVE 1 TO IX-R.
           PERFORM GRAVA-RESPONSAVEL
               UNTIL IX-R > QTD-RESP.
           PERFORM GRAVA-ALUNOS.
           PERFORM GRAVA-NOTAS.
           PERFORM GRAVA-COBRANCAS.
           PERFORM GRAVA-CARTAS.
           CLOSE IMG-BRUTO.
           SORT SORTWK1 ON ASCENDING KEY SRT-CHAVE
               USING IMG-BRUTO
               GIVING IMG-NOVA.

       CARREGA-RESPONSAVEIS.
           MOVE 0 TO QTD-RESP.
           OPEN INPUT CADRESP.
           IF WS-FS-RESP NOT EQUAL "00"
               DISPLAY "EX64 - CADRESP.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
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
                   DISPLAY "EX64 - TABELA DE RESPONSAVEIS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-RESP"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-RESP
               MOVE REG-RESP TO REG-TR (QTD-RESP)
               MOVE 0 TO FILHOS-TR (QTD-RESP)
           END-IF.

      *CARREGA-VINCULOS guarda so o vinculo com responsavel
      *cadastrado; o resto e contado para a secretaria completar.
       CARREGA-VINCULOS.
           OPEN INPUT CADRALU.
           IF WS-FS-RALU NOT EQUAL "00"
               DISPLAY "EX64 - CADRALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-VINCULO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADRALU.
           MOVE "NAO" TO FIM-ARQ.

       LE-VINCULO.
           READ CADRALU
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE RESP-RALU TO RESP-BUSCA
               PERFORM BUSCA-RESP
               IF ACHOU EQUAL "NAO"
                   ADD 1 TO CONT-SEM-RESP
               ELSE
                   PERFORM GUARDA-VINCULO
               END-IF
           END-IF.

       GUARDA-VINCULO.
           IF QTD-VINC EQUAL 20000
               DISPLAY "EX64 - TABELA DE VINCULOS CHEIA, AUMENTAR "
                       "OCCURS DE TAB-VINC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-VINC.
           MOVE MATR-RALU TO MATR-VC (QTD-VINC).
           MOVE RESP-RALU TO RESP-VC (QTD-VINC).
           MOVE "SIM" TO ATIVO-VC (QTD-VINC).
           ADD 1 TO FILHOS-TR (IX-R).

       BUSCA-RESP.
           MOVE "NAO" TO ACHOU.
           MOVE 1 TO IX-R.
           PERFORM TESTA-RESP
               UNTIL IX-R > QTD-RESP
                  OR ACHOU EQUAL "SIM".

       TESTA-RESP.
           IF COD-TR (IX-R) EQUAL RESP-BUSCA
               MOVE "SIM" TO ACHOU
           ELSE
               ADD 1 TO IX-R
           END-IF.

       CARREGA-FALTAS.
           OPEN INPUT CADFALT.
           IF WS-FS-FALT NOT EQUAL "00"
               DISPLAY "EX64 - CADFALT.DAT NAO ENCONTRADO, RODAR O "
                       "EX18 ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-FALTA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFALT.
           MOVE "NAO" TO FIM-ARQ.

       LE-FALTA.
           READ CADFALT
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-FALT EQUAL 20000
                   DISPLAY "EX64 - TABELA DE FALTAS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-FALTAS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-FALT
               MOVE COD-FALT TO COD-TF (QTD-FALT)
               MOVE TOTAL-FALT TO TOTAL-TF (QTD-FALT)
           END-IF.

      *CARREGA-AULAS conta por turma os dias letivos do ano ja dados
      *ate a data do movimento, a mesma conta da declaracao de
      *frequencia do EX57.
       CARREGA-AULAS.
           OPEN INPUT CADCALD.
           IF WS-FS-CAL NOT EQUAL "00"
               DISPLAY "EX64 - CALENDARIO CADCALD.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-DIA-LETIVO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCALD.
           MOVE "NAO" TO FIM-ARQ.

       LE-DIA-LETIVO.
           READ CADCALD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND DATA-CALD (1:4) EQUAL WS-DATA-HOJE (1:4)
                  AND DATA-CALD NOT > WS-DATA-HOJE
               MOVE 1 TO IX-A
               PERFORM PROCURA-TURMA-AULA
                   UNTIL IX-A > QTD-AULAS
                      OR TURMA-TA (IX-A) EQUAL TURMA-CALD
               IF IX-A > QTD-AULAS
                   PERFORM GUARDA-TURMA-AULA
               END-IF
               ADD 1 TO QTD-TA (IX-A)
           END-IF.

       PROCURA-TURMA-AULA.
           ADD 1 TO IX-A.

       GUARDA-TURMA-AULA.
           IF QTD-AULAS EQUAL 200
               DISPLAY "EX64 - TABELA DE TURMAS CHEIA, AUMENTAR "
                       "OCCURS DE TAB-AULAS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-AULAS.
           MOVE TURMA-CALD TO TURMA-TA (QTD-AULAS).
           MOVE 0 TO QTD-TA (QTD-AULAS).
           MOVE QTD-AULAS TO IX-A.

       CARREGA-DISCIPLINAS.
           OPEN INPUT CADDISC.
           PERFORM LE-DISCIPLINA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADDISC.
           MOVE "NAO" TO FIM-ARQ.

       LE-DISCIPLINA.
           READ CADDISC
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-DISC EQUAL 1000
                   DISPLAY "EX64 - TABELA DE DISCIPLINAS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-DISC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-DISC
               MOVE TURMA-DIS TO TURMA-TD (QTD-DISC)
               MOVE COD-DIS TO COD-TD (QTD-DISC)
               MOVE NOME-DIS TO NOME-TD (QTD-DISC)
           END-IF.

      *CARREGA-BOLREG sobe os boletos registrados (situacao R) do
      *controle do EX54.
       CARREGA-BOLREG.
           OPEN INPUT CADBOLR.
           PERFORM LE-BOLREG
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADBOLR.
           MOVE "NAO" TO FIM-ARQ.

       LE-BOLREG.
           READ CADBOLR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND SITU-BOLR EQUAL "R"
               IF QTD-BOLREG EQUAL 20000
                   DISPLAY "EX64 - TABELA DE BOLETOS CHEIA, AUMENTAR "
                           "OCCURS DE TAB-BOLREG"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-BOLREG
               MOVE COD-BOLR TO COD-BL (QTD-BOLREG)
               MOVE COMPET-BOLR TO COMPET-BL (QTD-BOLREG)
               MOVE LINHA-BOLR TO LINHA-BL (QTD-BOLREG)
           END-IF.

      *GRAVA-RESPONSAVEL grava o registro R de cada responsavel com
      *ao menos um filho vinculado.
       GRAVA-RESPONSAVEL.
           IF FILHOS-TR (IX-R) > 0
               MOVE SPACES TO REG-IMG
               MOVE COD-TR (IX-R) TO RESP-IMG
               MOVE 0 TO MATR-IMG
               MOVE "R" TO TIPO-IMG
               MOVE NOME-TR (IX-R) TO NOME-R
               MOVE ENDER-TR (IX-R) TO ENDER-R
               MOVE CONTATO-TR (IX-R) TO CONTATO-R
               MOVE NUMERO-TR (IX-R) TO NUMERO-R
               MOVE COMPL-TR (IX-R) TO COMPL-R
               MOVE BAIRRO-TR (IX-R) TO BAIRRO-R
               MOVE CIDADE-TR (IX-R) TO CIDADE-R
               MOVE UF-TR (IX-R) TO UF-R
               MOVE CEP-TR (IX-R) TO CEP-R
               PERFORM GRAVA-IMAGEM
               ADD 1 TO CONT-IMG-R
           END-IF.
           ADD 1 TO IX-R.

      *GRAVA-ALUNOS le cada filho vinculado no CADR360 pela chave e
      *grava o registro A com o resultado e a frequencia; filho sem
      *registro no CADR360 fica fora do extrato inteiro (notas,
      *cobrancas e cartas) ate o EX43 monta-lo.
       GRAVA-ALUNOS.
           OPEN INPUT CADR360.
           IF WS-FS-360 NOT EQUAL "00"
               DISPLAY "EX64 - CADR360.DAT NAO ENCONTRADO, RODAR O "
                       "EX43 ANTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO IX-V.
           PERFORM GRAVA-ALUNO
               UNTIL IX-V > QTD-VINC.
           CLOSE CADR360.

       GRAVA-ALUNO.
           MOVE MATR-VC (IX-V) TO MATR-ALUNO.
           PERFORM LE-ALUNO-360.
           IF ACHOU EQUAL "NAO"
               MOVE "NAO" TO ATIVO-VC (IX-V)
               ADD 1 TO CONT-SEM-360
           ELSE
               PERFORM APURA-FREQUENCIA
               MOVE SPACES TO REG-IMG
               MOVE RESP-VC (IX-V) TO RESP-IMG
               MOVE MATR-ALUNO TO MATR-IMG
               MOVE "A" TO TIPO-IMG
               MOVE NOME-360 TO NOME-A
               MOVE TURMA-360 TO TURMA-A
               MOVE MEDIA1-360 TO MEDIA1-A
               MOVE MEDIA2-360 TO MEDIA2-A
               MOVE SITFIM-360 TO SITFIM-A
               MOVE FALTAS-ALUNO TO FALTAS-A
               MOVE AULAS-DADAS TO AULAS-A
               PERFORM CALCULA-PERCENTUAL
               PERFORM GRAVA-IMAGEM
               ADD 1 TO CONT-IMG-A
           END-IF.
           ADD 1 TO IX-V.

      *LE-ALUNO-360 le o aluno de MATR-ALUNO pela chave.
       LE-ALUNO-360.
           MOVE "NAO" TO ACHOU.
           MOVE MATR-ALUNO TO MATR-360.
           READ CADR360
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FS-360 EQUAL "00"
               MOVE "SIM" TO ACHOU
           END-IF.

      *APURA-FREQUENCIA pega as faltas do aluno e os dias letivos ja
      *dados pela turma dele.
       APURA-FREQUENCIA.
           MOVE 0 TO FALTAS-ALUNO
                     AULAS-DADAS.
           MOVE 1 TO IX-F.
           PERFORM PROCURA-FALTA
               UNTIL IX-F > QTD-FALT
                  OR COD-TF (IX-F) EQUAL MATR-ALUNO.
           IF IX-F NOT > QTD-FALT
               MOVE TOTAL-TF (IX-F) TO FALTAS-ALUNO
           END-IF.
           MOVE 1 TO IX-A.
           PERFORM PROCURA-TURMA-AULA
               UNTIL IX-A > QTD-AULAS
                  OR TURMA-TA (IX-A) EQUAL TURMA-360.
           IF IX-A NOT > QTD-AULAS
               MOVE QTD-TA (IX-A) TO AULAS-DADAS
           END-IF.

       PROCURA-FALTA.
           ADD 1 TO IX-F.

      *CALCULA-PERCENTUAL = faltas sobre dias letivos dados; sem dia
      *letivo fica zero, e falta acima dos dias dados fica em 100.
       CALCULA-PERCENTUAL.
           IF AULAS-DADAS EQUAL 0
               MOVE 0 TO PERC-A
           ELSE IF FALTAS-ALUNO > AULAS-DADAS
               MOVE 100 TO PERC-A
           ELSE
               COMPUTE PERC-A ROUNDED =
                   FALTAS-ALUNO * 100 / AULAS-DADAS.

      *GRAVA-NOTAS grava um registro N por linha de CADNOTAD.DAT e
      *responsavel do aluno, com o nome da disciplina da turma.
       GRAVA-NOTAS.
           OPEN INPUT CADNOTAD.
           PERFORM LE-NOTA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADNOTAD.
           MOVE "NAO" TO FIM-ARQ.

       LE-NOTA.
           READ CADNOTAD
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE MATR-NOTD TO MATR-ALUNO
               PERFORM BUSCA-DISCIPLINA
               MOVE 1 TO IX-V
               PERFORM JUNTA-NOTA
                   UNTIL IX-V > QTD-VINC
           END-IF.

       JUNTA-NOTA.
           IF MATR-VC (IX-V) EQUAL MATR-ALUNO
                  AND ATIVO-VC (IX-V) EQUAL "SIM"
               MOVE SPACES TO REG-IMG
               MOVE RESP-VC (IX-V) TO RESP-IMG
               MOVE MATR-ALUNO TO MATR-IMG
               MOVE "N" TO TIPO-IMG
               MOVE TURMA-NOTD TO SUB-IMG (1:3)
               MOVE DISC-NOTD TO SUB-IMG (4:2)
               MOVE NOME-DISC-ATU TO NOMED-N
               MOVE NOTA-NOTD (1) TO NOTA-N (1)
               MOVE NOTA-NOTD (2) TO NOTA-N (2)
               MOVE NOTA-NOTD (3) TO NOTA-N (3)
               MOVE NOTA-NOTD (4) TO NOTA-N (4)
               PERFORM GRAVA-IMAGEM
               ADD 1 TO CONT-IMG-N
           END-IF.
           ADD 1 TO IX-V.

       BUSCA-DISCIPLINA.
           MOVE SPACES TO NOME-DISC-ATU.
           MOVE 1 TO IX-D.
           PERFORM PROCURA-DISCIPLINA
               UNTIL IX-D > QTD-DISC
                  OR (TURMA-TD (IX-D) EQUAL TURMA-NOTD
                      AND COD-TD (IX-D) EQUAL DISC-NOTD).
           IF IX-D NOT > QTD-DISC
               MOVE NOME-TD (IX-D) TO NOME-DISC-ATU
           END-IF.

       PROCURA-DISCIPLINA.
           ADD 1 TO IX-D.

      *GRAVA-COBRANCAS grava um registro C por cobranca em aberto
      *(A, V ou I) e por cobranca paga do exercicio ou do anterior;
      *cancelada e renegociada (que virou parcela de acordo) ficam
      *fora. Cobranca em aberto leva a linha do boleto.
       GRAVA-COBRANCAS.
           OPEN INPUT CADCOBR.
           IF WS-FS-COB NOT EQUAL "00"
               DISPLAY "EX64 - CADCOBR.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-COBRANCA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCOBR.
           MOVE "NAO" TO FIM-ARQ.

       LE-COBRANCA.
           READ CADCOBR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM CLASSIFICA-COBRANCA
               IF ENTRA-COB EQUAL "SIM"
                   MOVE COD-COB TO MATR-ALUNO
                   MOVE 1 TO IX-V
                   PERFORM JUNTA-COBRANCA
                       UNTIL IX-V > QTD-VINC
               END-IF
           END-IF.

       CLASSIFICA-COBRANCA.
           MOVE "NAO" TO ENTRA-COB.
           PERFORM ACHA-ANO-COBRANCA.
           IF SITU-COB EQUAL "A" OR SITU-COB EQUAL "V"
                  OR SITU-COB EQUAL "I"
               MOVE "SIM" TO ENTRA-COB
           ELSE IF SITU-COB EQUAL "P"
                  AND ANO-COB NOT < ANO-HOJE - 1
               MOVE "SIM" TO ENTRA-COB
           END-IF.

      *ACHA-ANO-COBRANCA: o exercicio e o ano da competencia; a
      *parcela de acordo (99NNPP) vai pelo ano do vencimento.
       ACHA-ANO-COBRANCA.
           IF COMPET-COB (1:2) EQUAL "99"
               MOVE VENCTO-COB (1:4) TO ANO-COB
           ELSE
               MOVE COMPET-COB (1:4) TO ANO-COB
           END-IF.

       JUNTA-COBRANCA.
           IF MATR-VC (IX-V) EQUAL MATR-ALUNO
                  AND ATIVO-VC (IX-V) EQUAL "SIM"
               MOVE SPACES TO REG-IMG
               MOVE RESP-VC (IX-V) TO RESP-IMG
               MOVE MATR-ALUNO TO MATR-IMG
               MOVE "C" TO TIPO-IMG
               MOVE COMPET-COB TO SUB-IMG (1:6)
               MOVE VALOR-COB TO VALOR-C
               MOVE MULTA-COB TO MULTA-C
               MOVE VENCTO-COB TO VENCTO-C
               MOVE SITU-COB TO SITU-C
               MOVE PAGO-COB TO PAGO-C
               MOVE DTPG-COB TO DTPG-C
               IF SITU-COB NOT EQUAL "P"
                   PERFORM MONTA-LINHA-BOLETO
               END-IF
               PERFORM GRAVA-IMAGEM
               ADD 1 TO CONT-IMG-C
           END-IF.
           ADD 1 TO IX-V.

      *MONTA-LINHA-BOLETO poe a linha digitavel do banco (B) quando
      *o boleto foi registrado pelo EX54, senao a linha de pagamento
      *no caixa da escola (C), como no carne do EX27.
       MONTA-LINHA-BOLETO.
           PERFORM BUSCA-BOLREG.
           IF ACHOU-BOL EQUAL "SIM"
               MOVE "B" TO TIPOLIN-C
               MOVE LINHA-BL (IX-BL) TO LINHA-C
           ELSE
               MOVE "C" TO TIPOLIN-C
               MOVE COD-COB TO LX-COD
               MOVE COMPET-COB TO LX-COMPET
               COMPUTE LX-VALOR = VALOR-COB * 100
               MOVE VENCTO-COB TO LX-VENCTO
               MOVE LINHA-CAIXA TO LINHA-C
           END-IF.

       BUSCA-BOLREG.
           MOVE "NAO" TO ACHOU-BOL.
           MOVE 1 TO IX-BL.
           PERFORM TESTA-BOLREG
               UNTIL IX-BL > QTD-BOLREG
                  OR ACHOU-BOL EQUAL "SIM".

       TESTA-BOLREG.
           IF COD-BL (IX-BL) EQUAL COD-COB
                  AND COMPET-BL (IX-BL) EQUAL COMPET-COB
               MOVE "SIM" TO ACHOU-BOL
           ELSE
               ADD 1 TO IX-BL
           END-IF.

      *GRAVA-CARTAS grava um registro K por carta do ano no registro
      *de cartas e responsavel do aluno.
       GRAVA-CARTAS.
           OPEN INPUT CADCARTH.
           PERFORM LE-CARTA
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCARTH.
           MOVE "NAO" TO FIM-ARQ.

       LE-CARTA.
           READ CADCARTH
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND DATA-CARTH (1:4) EQUAL WS-DATA-HOJE (1:4)
               MOVE MATR-CARTH TO MATR-ALUNO
               MOVE 1 TO IX-V
               PERFORM JUNTA-CARTA
                   UNTIL IX-V > QTD-VINC
           END-IF.

       JUNTA-CARTA.
           IF MATR-VC (IX-V) EQUAL MATR-ALUNO
                  AND ATIVO-VC (IX-V) EQUAL "SIM"
               MOVE SPACES TO REG-IMG
               MOVE RESP-VC (IX-V) TO RESP-IMG
               MOVE MATR-ALUNO TO MATR-IMG
               MOVE "K" TO TIPO-IMG
               MOVE DATA-CARTH TO SUB-IMG (1:8)
               MOVE TIPO-CARTH TO SUB-IMG (9:1)
               MOVE NUM-CARTH TO SUB-IMG (10:5)
               MOVE REF-CARTH TO REF-K
               PERFORM GRAVA-IMAGEM
               ADD 1 TO CONT-IMG-K
           END-IF.
           ADD 1 TO IX-V.

       GRAVA-IMAGEM.
           MOVE REG-IMG TO REG-IMGB.
           WRITE REG-IMGB.

      *COMPARA-IMAGEM casa a imagem da noite com a da noite anterior
      *pela chave e grava no extrato so a diferenca; no COMPLETO, ou
      *sem imagem anterior, tudo sai como inclusao.
       COMPARA-IMAGEM.
           MOVE 0 TO CONT-DUPL.
           MOVE LOW-VALUES TO ULT-CHAVE-NOVA.
           MOVE "NAO" TO FIM-NOVA.
           MOVE "SIM" TO FIM-ANT.
           MOVE HIGH-VALUES TO CHAVE-ANT-ATU.
           IF WS-COMPLETO EQUAL "NAO"
               OPEN INPUT CADPRTI
               IF WS-FS-PRTI EQUAL "00"
                   MOVE "NAO" TO FIM-ANT
                   PERFORM LE-ANTERIOR
               ELSE
                   MOVE "SIM" TO WS-COMPLETO
                   CLOSE CADPRTI
               END-IF
           END-IF.
           OPEN INPUT IMG-NOVA.
           OPEN OUTPUT CADPORT.
           ADD 1 TO ULT-SEQ.
           MOVE SPACES TO REG-PORT-H.
           MOVE "0" TO TIPO-PH.
           MOVE WS-DATA-HOJE TO DATA-PH.
           MOVE ULT-SEQ TO SEQ-PH.
           IF WS-COMPLETO EQUAL "SIM"
               MOVE "COMPLETO" TO MODO-EXTRATO
           END-IF.
           MOVE MODO-EXTRATO TO MODO-PH.
           WRITE REG-PORT-H.
           PERFORM LE-NOVA.
           PERFORM CASA-IMAGENS
               UNTIL FIM-NOVA EQUAL "SIM"
                 AND FIM-ANT EQUAL "SIM".
           MOVE SPACES TO REG-PORT-T.
           MOVE "9" TO TIPO-PT.
           MOVE CONT-DET TO QTD-PT.
           MOVE CONT-INCL TO INCL-PT.
           MOVE CONT-ALT TO ALT-PT.
           MOVE CONT-EXCL TO EXCL-PT.
           MOVE HASH-TOTAL TO HASH-PT.
           MOVE VALOR-TOTAL TO VALOR-PT.
           WRITE REG-PORT-T.
           CLOSE IMG-NOVA
                 CADPORT.
           IF FIM-ANT EQUAL "SIM"
                  AND WS-FS-PRTI EQUAL "10"
               CLOSE CADPRTI
           END-IF.

      *CASA-IMAGENS: chave so na nova e inclusao, so na anterior e
      *exclusao, nas duas com dados diferentes e alteracao.
       CASA-IMAGENS.
           IF CHAVE-NOV-ATU < CHAVE-ANT-ATU
               MOVE "I" TO OPER-ATUAL
               MOVE REG-NOVA TO REG-IMG
               PERFORM GRAVA-DETALHE
               PERFORM LE-NOVA
           ELSE IF CHAVE-NOV-ATU > CHAVE-ANT-ATU
               MOVE "E" TO OPER-ATUAL
               MOVE REG-PRTI TO REG-IMG
               PERFORM GRAVA-DETALHE
               PERFORM LE-ANTERIOR
           ELSE
               IF DADOS-NOVA NOT EQUAL DADOS-PRTI
                   MOVE "A" TO OPER-ATUAL
                   MOVE REG-NOVA TO REG-IMG
                   PERFORM GRAVA-DETALHE
               ELSE
                   ADD 1 TO CONT-IGUAIS
               END-IF
               PERFORM LE-NOVA
               PERFORM LE-ANTERIOR
           END-IF.

      *LE-NOVA le a imagem nova pulando chave repetida (vinculo
      *duplicado no CADRALU), que o portal nao saberia aplicar.
       LE-NOVA.
           PERFORM LE-REG-NOVA.
           PERFORM PULA-DUPLICADA
               UNTIL FIM-NOVA EQUAL "SIM"
                  OR CHAVE-NOV-ATU NOT EQUAL ULT-CHAVE-NOVA.
           MOVE CHAVE-NOV-ATU TO ULT-CHAVE-NOVA.

       LE-REG-NOVA.
           READ IMG-NOVA
               AT END
               MOVE "SIM" TO FIM-NOVA.
           IF FIM-NOVA EQUAL "SIM"
               MOVE HIGH-VALUES TO CHAVE-NOV-ATU
           ELSE
               MOVE CHAVE-NOVA TO CHAVE-NOV-ATU
           END-IF.

       PULA-DUPLICADA.
           ADD 1 TO CONT-DUPL.
           PERFORM LE-REG-NOVA.

       LE-ANTERIOR.
           READ CADPRTI
               AT END
               MOVE "SIM" TO FIM-ANT.
           IF FIM-ANT EQUAL "SIM"
               MOVE HIGH-VALUES TO CHAVE-ANT-ATU
           ELSE
               MOVE CHAVE-PRTI TO CHAVE-ANT-ATU
           END-IF.

      *GRAVA-DETALHE grava o detalhe e acumula os totais de controle
      *do trailer.
       GRAVA-DETALHE.
           MOVE SPACES TO REG-PORT.
           MOVE "1" TO TIPO-PORT.
           MOVE OPER-ATUAL TO OPER-PORT.
           MOVE REG-IMG TO IMAGEM-PORT.
           WRITE REG-PORT.
           ADD 1 TO CONT-DET.
           ADD RESP-IMG MATR-IMG TO HASH-TOTAL.
           IF OPER-ATUAL EQUAL "I"
               ADD 1 TO CONT-INCL
           ELSE IF OPER-ATUAL EQUAL "A"
               ADD 1 TO CONT-ALT
           ELSE
               ADD 1 TO CONT-EXCL
           END-IF.
           IF TIPO-IMG EQUAL "C"
                  AND OPER-ATUAL NOT EQUAL "E"
               ADD VALOR-C TO VALOR-TOTAL
           END-IF.

      *GUARDA-IMAGEM troca a imagem anterior pela da noite, ja sem
      *as chaves repetidas, para a comparacao de amanha.
       GUARDA-IMAGEM.
           MOVE "NAO" TO FIM-NOVA.
           MOVE LOW-VALUES TO ULT-CHAVE-NOVA.
           OPEN INPUT IMG-NOVA.
           OPEN OUTPUT CADPRTI.
           PERFORM LE-REG-NOVA.
           PERFORM COPIA-IMAGEM
               UNTIL FIM-NOVA EQUAL "SIM".
           CLOSE IMG-NOVA
                 CADPRTI.

       COPIA-IMAGEM.
           IF CHAVE-NOV-ATU NOT EQUAL ULT-CHAVE-NOVA
               MOVE REG-NOVA TO REG-PRTI
               WRITE REG-PRTI
               MOVE CHAVE-NOV-ATU TO ULT-CHAVE-NOVA
           END-IF.
           PERFORM LE-REG-NOVA.

       MOSTRA-TOTAIS-EXTRATO.
           MOVE VALOR-TOTAL TO MOSTRA-VALOR.
           DISPLAY "EX64 - LOTE DO PORTAL......: " ULT-SEQ
                   " " MODO-EXTRATO.
           DISPLAY "EX64 - RESPONSAVEIS........: " CONT-IMG-R.
           DISPLAY "EX64 - ALUNOS..............: " CONT-IMG-A.
           DISPLAY "EX64 - NOTAS...............: " CONT-IMG-N.
           DISPLAY "EX64 - COBRANCAS...........: " CONT-IMG-C.
           DISPLAY "EX64 - CARTAS..............: " CONT-IMG-K.
           DISPLAY "EX64 - INCLUSOES...........: " CONT-INCL.
           DISPLAY "EX64 - ALTERACOES..........: " CONT-ALT.
           DISPLAY "EX64 - EXCLUSOES...........: " CONT-EXCL.
           DISPLAY "EX64 - SEM MUDANCA.........: " CONT-IGUAIS.
           DISPLAY "EX64 - DETALHES NO EXTRATO.: " CONT-DET.
           DISPLAY "EX64 - TOTAL DE HASH.......: " HASH-TOTAL.
           DISPLAY "EX64 - VALOR DAS COBRANCAS.: " MOSTRA-VALOR.
           DISPLAY "EX64 - VINCULO SEM RESPONS.: " CONT-SEM-RESP.
           DISPLAY "EX64 - ALUNO FORA DO CADR360: " CONT-SEM-360.
           DISPLAY "EX64 - CHAVE REPETIDA......: " CONT-DUPL.

      *---------------------------------------------------------
      *RETORNO - alteracoes feitas pelas familias no portal.
      *---------------------------------------------------------
      *APLICA-RETORNO aplica os movimentos na tabela de
      *responsaveis e, havendo algum aplicado, regrava o
      *CADRESP.DAT inteiro a partir dela.
       APLICA-RETORNO.
           PERFORM VALIDA-ENVELOPE.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-FAIXAS-CEP.
           OPEN INPUT CADPRTR.
           OPEN OUTPUT CADPRTM.
           OPEN EXTEND CADAUDP.
           OPEN EXTEND CADRLOG.
           PERFORM LE-RETORNO.
           PERFORM APLICA-MOVIMENTO
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADPRTR
                 CADPRTM
                 CADAUDP
                 CADRLOG.
           MOVE "NAO" TO FIM-ARQ.
           IF CONT-APL > 0
               PERFORM REGRAVA-RESPONSAVEIS
           END-IF.
           PERFORM REGISTRA-LOTE-APLICADO.
           DISPLAY "EX64 - LOTE DE RETORNO.....: " SEQ-RETORNO.
           DISPLAY "EX64 - MOVIMENTOS LIDOS....: " CONT-LIDOS.
           DISPLAY "EX64 - APLICADOS...........: " CONT-APL.
           DISPLAY "EX64 - REJEITADOS..........: " CONT-REJ.

      *VALIDA-ENVELOPE faz a pre-passada pelo retorno antes de
      *aplicar qualquer movimento, como o EX12: exige o header,
      *confere a contagem do trailer e pula o lote ja aplicado.
       VALIDA-ENVELOPE.
           OPEN INPUT CADPRTR.
           IF WS-FS-PRTR NOT EQUAL "00"
               DISPLAY "EX64 - SEM RETORNO DO PORTAL (CADPRTR.DAT), "
                       "NADA A APLICAR"
               STOP RUN
           END-IF.
           PERFORM CONTA-ENVELOPE
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADPRTR.
           MOVE "NAO" TO FIM-ARQ.
           IF TEM-HEADER EQUAL "NAO"
               DISPLAY "EX64 - RETORNO SEM HEADER, ARQUIVO RECUSADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF TEM-TRAILER EQUAL "NAO"
                  OR QTDE-TRAILER NOT EQUAL CONT-DETALHES
               DISPLAY "EX64 - CONTAGEM DO TRAILER NAO FECHA COM O "
                       "RETORNO (TRAILER " QTDE-TRAILER " MOVIMENTOS "
                       CONT-DETALHES "), ARQUIVO RECUSADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CONFERE-LOTE-APLICADO.
           IF LOTE-REPETIDO EQUAL "SIM"
               DISPLAY "EX64 - LOTE DE RETORNO " SEQ-RETORNO
                       " JA FOI APLICADO, ARQUIVO PULADO POR INTEIRO"
               STOP RUN
           END-IF.

       CONTA-ENVELOPE.
           READ CADPRTR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF TIPO-PRTR EQUAL "H"
                   MOVE "SIM" TO TEM-HEADER
                   MOVE SEQ-PRH TO SEQ-RETORNO
               ELSE IF TIPO-PRTR EQUAL "T"
                   MOVE "SIM" TO TEM-TRAILER
                   MOVE QTDE-PRT TO QTDE-TRAILER
               ELSE
                   ADD 1 TO CONT-DETALHES
               END-IF
           END-IF.

       CONFERE-LOTE-APLICADO.
           MOVE "NAO" TO LOTE-REPETIDO.
           MOVE "NAO" TO FIM-PRTA.
           OPEN INPUT CADPRTA.
           PERFORM LE-LOTE-APLICADO
               UNTIL FIM-PRTA EQUAL "SIM".
           CLOSE CADPRTA.

       LE-LOTE-APLICADO.
           READ CADPRTA
               AT END
               MOVE "SIM" TO FIM-PRTA.
           IF FIM-PRTA NOT EQUAL "SIM"
                  AND SEQ-PRTA EQUAL SEQ-RETORNO
               MOVE "SIM" TO LOTE-REPETIDO
               MOVE "SIM" TO FIM-PRTA
           END-IF.

      *REGISTRA-LOTE-APLICADO acrescenta o lote recem-aplicado no
      *registro, para o re-envio ser pulado amanha.
       REGISTRA-LOTE-APLICADO.
           OPEN EXTEND CADPRTA.
           MOVE SEQ-RETORNO TO SEQ-PRTA.
           MOVE WS-DATA-HOJE TO DATA-PRTA.
           WRITE REG-PRTA.
           CLOSE CADPRTA.

       LE-RETORNO.
           READ CADPRTR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND TIPO-PRTR NOT EQUAL "H"
                  AND TIPO-PRTR NOT EQUAL "T"
               ADD 1 TO CONT-LIDOS
           END-IF.

      *APLICA-MOVIMENTO critica o movimento atual e despacha para o
      *campo pedido; so o detalhe A altera o cadastro.
       APLICA-MOVIMENTO.
           IF TIPO-PRTR EQUAL "H" OR TIPO-PRTR EQUAL "T"
               CONTINUE
           ELSE IF TIPO-PRTR NOT EQUAL "A"
               MOVE "OPERACAO INVALIDA" TO LM-MOTIVO
               MOVE 10 TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE IF COD-PRTR IS NOT NUMERIC
               MOVE "CODIGO NAO NUMERICO" TO LM-MOTIVO
               MOVE 1 TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE
               PERFORM ALTERA-RESPONSAVEL
           END-IF.
           PERFORM LE-RETORNO.

       ALTERA-RESPONSAVEL.
           MOVE COD-PRTR TO RESP-BUSCA.
           PERFORM BUSCA-RESP.
           IF ACHOU EQUAL "NAO"
               MOVE "CODIGO NAO CADASTRADO" TO LM-MOTIVO
               MOVE 12 TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE IF CAMPO-PRTR EQUAL "C"
               PERFORM ALTERA-CONTATO
           ELSE IF CAMPO-PRTR EQUAL "E"
               PERFORM ALTERA-ENDERECO
           ELSE
               MOVE "CAMPO NAO ALTERAVEL" TO LM-MOTIVO
               MOVE 40 TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           END-IF.

      *ALTERA-CONTATO / ALTERA-ENDERECO so trocam o valor se o que o
      *portal mostrava a familia ainda e o do cadastro.
       ALTERA-CONTATO.
           IF NOVO-PRTR EQUAL SPACES
               MOVE "VALOR NOVO EM BRANCO" TO LM-MOTIVO
               MOVE 41 TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE IF NOVO-PRTR (21:91) NOT EQUAL SPACES
               MOVE "VALOR MAIOR QUE O CAMPO" TO LM-MOTIVO
               MOVE 42 TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE IF ANTES-PRTR NOT EQUAL CONTATO-TR (IX-R)
               MOVE "VALOR ANTERIOR DIVERGE" TO LM-MOTIVO
               MOVE 16 TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE
               MOVE REG-TR (IX-R) TO IMAGEM-ANTES
               MOVE NOVO-PRTR TO CONTATO-TR (IX-R)
               PERFORM GRAVA-APLICADO
           END-IF.

      *No endereco o valor novo passa tambem pela critica de CEP.
       ALTERA-ENDERECO.
           MOVE NOVO-PRTR TO END-PORTAL.
           MOVE ENDER-TR (IX-R) TO LOGR-EC.
           MOVE NUMERO-TR (IX-R) TO NUMERO-EC.
           MOVE COMPL-TR (IX-R) TO COMPL-EC.
           MOVE BAIRRO-TR (IX-R) TO BAIRRO-EC.
           MOVE CIDADE-TR (IX-R) TO CIDADE-EC.
           MOVE UF-TR (IX-R) TO UF-EC.
           MOVE CEP-TR (IX-R) TO CEP-EC.
           MOVE LOGR-EP TO VE-LOGR.
           MOVE CIDADE-EP TO VE-CIDADE.
           MOVE UF-EP TO VE-UF.
           MOVE CEP-EP TO VE-CEP.
           PERFORM VALIDA-ENDERECO.
           IF NOVO-PRTR EQUAL SPACES
               MOVE "VALOR NOVO EM BRANCO" TO LM-MOTIVO
               MOVE 41 TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE IF ANTES-PRTR NOT EQUAL END-CADASTRO
               MOVE "VALOR ANTERIOR DIVERGE" TO LM-MOTIVO
               MOVE 16 TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE IF CEP-OK EQUAL "NAO"
               MOVE DESC-CEP TO LM-MOTIVO
               MOVE MOTIVO-CEP TO MOTIVO-RLOG
               PERFORM GRAVA-REJEITADO
           ELSE
               MOVE REG-TR (IX-R) TO IMAGEM-ANTES
               MOVE LOGR-EP TO ENDER-TR (IX-R)
               MOVE NUMERO-EP TO NUMERO-TR (IX-R)
               MOVE COMPL-EP TO COMPL-TR (IX-R)
               MOVE BAIRRO-EP TO BAIRRO-TR (IX-R)
               MOVE CIDADE-EP TO CIDADE-TR (IX-R)
               MOVE UF-EP TO UF-TR (IX-R)
               MOVE CEP-EP TO CEP-TR (IX-R)
               PERFORM GRAVA-APLICADO
           END-IF.

       GRAVA-APLICADO.
           MOVE SPACES TO LM-MOTIVO.
           MOVE "APLICADO" TO LM-RESULT.
           PERFORM GRAVA-LINHA-PRTM.
           ADD 1 TO CONT-APL.
           PERFORM GRAVA-AUDITORIA.

      *GRAVA-AUDITORIA acrescenta a alteracao na trilha do cadastro
      *de responsaveis: operador "PORTAL", o campo e a imagem do
      *responsavel antes e depois.
       GRAVA-AUDITORIA.
           MOVE WS-DATA-HOJE TO DATA-AUDP.
           ACCEPT WS-HORA-AUD FROM TIME.
           MOVE WS-HORA-AUD TO HORA-AUDP.
           MOVE "PORTAL" TO OPERADOR-AUDP.
           MOVE "EX64" TO ORIGEM-AUDP.
           MOVE "A" TO OPER-AUDP.
           MOVE COD-TR (IX-R) TO COD-AUDP.
           MOVE CAMPO-PRTR TO CAMPO-AUDP.
           MOVE IMAGEM-ANTES TO ANTES-AUDP.
           MOVE REG-TR (IX-R) TO DEPOIS-AUDP.
           WRITE REG-AUDP.

       GRAVA-REJEITADO.
           MOVE "REJEITADO" TO LM-RESULT.
           PERFORM GRAVA-LINHA-PRTM.
           ADD 1 TO CONT-REJ.
           MOVE "EX64" TO PGM-RLOG.
           MOVE WS-DATA-HOJE TO DATA-RLOG.
           MOVE REG-PRTR TO IMAGEM-RLOG.
           WRITE REG-RLOG.

       GRAVA-LINHA-PRTM.
           MOVE COD-PRTR TO LM-COD.
           MOVE CAMPO-PRTR TO LM-CAMPO.
           MOVE LINHA-PRTM TO REG-PRTM.
           WRITE REG-PRTM.

       REGRAVA-RESPONSAVEIS.
           OPEN OUTPUT CADRESP.
           MOVE 1 TO IX-R.
           PERFORM GRAVA-RESP
               UNTIL IX-R > QTD-RESP.
           CLOSE CADRESP.

       GRAVA-RESP.
           MOVE REG-TR (IX-R) TO REG-RESP.
           WRITE REG-RESP.
           ADD 1 TO IX-R.

      *CARREGA-FAIXAS-CEP sobe a tabela de faixas de CEP; sem a
      *tabela nenhum endereco passa na critica.
       CARREGA-FAIXAS-CEP.
           OPEN INPUT CADCEP.
           PERFORM LE-FAIXA-CEP
               UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADCEP.
           MOVE "NAO" TO FIM-ARQ.
           IF QTD-FAIXAS EQUAL 0
               DISPLAY "EX64 - TABELA DE FAIXAS DE CEP (CADCEP.DAT) "
                       "VAZIA, ENDERECO DO PORTAL SERA REJEITADO"
           END-IF.

       LE-FAIXA-CEP.
           READ CADCEP
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF QTD-FAIXAS EQUAL 2000
                   DISPLAY "EX64 - TABELA DE FAIXAS DE CEP CHEIA, "
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

      *USA-DATA-MOVIMENTO troca a data do sistema pela data do
      *movimento do lote (CADDATA.DAT, gravada pelo EXCTL) quando
      *ela existe: rodada que vira a meia-noite, ou reprocessamento
      *de um dia passado, carimba a data do lote e nao a do relogio.
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
