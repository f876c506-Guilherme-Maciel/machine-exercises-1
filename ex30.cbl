      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - CADLIQ.DAT ganha no fim o TIPO-LIQ; a
      *linha da rescisao sai com R, para o acumulado anual do EX45
      *separar os rendimentos.
      *MODIFICACAO 15/10/2026 - layout de CADFUN ganhou no final
      *PERC-ADI-ENT, o percentual do adiantamento quinzenal pago pelo
      *EX47; aqui so acompanha a declaracao.
      *MODIFICACAO 15/10/2026 - o demonstrativo de rescisao lista os
      *contratos de emprestimo consignado do desligado que ainda tem
      *saldo devedor (CADCONSL.DAT, gravado pelo EX48), com o total a
      *acertar com os bancos.
      *MODIFICACAO 15/10/2026 - layout de CADFUN ganhou no final
      *CARGO-ENT, o codigo do cargo da tabela CADCARGO.DAT; aqui so
      *acompanha a declaracao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CADIRRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADCONSL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CADDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DATAMV.
           02 DATA-ADM-ENT PIC 9(08).
           02 DATA-DEM-ENT PIC 9(08).
           02 DEPTO-ENT PIC 9(03).
           02 PERC-ADI-ENT PIC 9(3)V99.
           02 CARGO-ENT PIC 9(03).

      *CADRESC.DAT = demonstrativo de rescisao, um bloco formatado
      *por funcionario desligado no mes.
           02 IRRF-LIQ PIC 9(5)V99.
           02 LIQUIDO-LIQ PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 TIPO-LIQ PIC X(01).

       FD CADRLOG
           LABEL RECORD ARE STANDARD
           02 PERCENT-IRRF PIC 9(2)V99.
           02 DEDUCAO-IRRF PIC 9(5)V99.

      *CADCONSL.DAT = saldo dos contratos de consignado, gravado
      *pelo EX48 no fechamento do mes.
       FD CADCONSL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONSL.DAT".

       01 REG-CSL.
           02 COD-CSL PIC 9(05).
           02 BANCO-CSL PIC 9(03).
           02 CONTRATO-CSL PIC X(12).
           02 PARCELA-CSL PIC 9(5)V99.
           02 QTD-PARC-CSL PIC 9(03).
           02 QTD-PAGAS-CSL PIC 9(03).
           02 PAGO-CSL PIC 9(7)V99.
           02 PENDENTE-CSL PIC 9(7)V99.
           02 SALDO-CSL PIC 9(7)V99.

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
       FD CADDATA
           77 BASE-IRRF PIC S9(6)V99 VALUE 0.
           77 LIQ-RESC PIC S9(6)V99 VALUE 0.
           77 DESC-CALC PIC S9(6)V99 VALUE 0.
           77 IX-CS PIC 9(04) VALUE 0.
           77 SALDO-CONS-FUNC PIC 9(8)V99 VALUE 0.

      *TAB-CSL = os contratos de consignado com saldo devedor.
           01 TAB-CSL.
               02 QTD-CSL PIC 9(04) VALUE 0.
               02 CSL-LINHA OCCURS 2000 TIMES.
                   03 COD-STAB PIC 9(05).
                   03 BANCO-STAB PIC 9(03).
                   03 CONTRATO-STAB PIC X(12).
                   03 SALDO-STAB PIC 9(7)V99.

           01 TAB-INSS.
               02 QTD-FX-INSS PIC 9(02) VALUE 0.
               02 FILLER PIC X(19) VALUE "LIQUIDO A PAGAR..: ".
               02 LL-VALOR PIC -ZZZZZ9,99.

           01 LINHA-RESC-CONS.
               02 FILLER PIC X(12) VALUE "CONSIG. BCO ".
               02 LCS-BANCO PIC 9(03).
               02 FILLER PIC X(05) VALUE " CTR ".
               02 LCS-CONTRATO PIC X(12).
               02 FILLER PIC X(09) VALUE " SALDO.: ".
               02 LCS-SALDO PIC ZZZZZZ9,99.

           01 LINHA-RESC-CONS-TOT.
               02 FILLER PIC X(30)
                  VALUE "SALDO DEVEDOR CONSIGNADO....: ".
               02 LCT-SALDO PIC ZZZZZZZ9,99.

       PROCEDURE DIVISION.

       PGM-EX30.
           MOVE WS-DATA-HOJE (1:4) TO ANO-HOJE.
           PERFORM CARREGA-INSS.
           PERFORM CARREGA-IRRF.
           PERFORM CARREGA-CONSIGNADOS.
           OPEN INPUT CADFUN.
           OPEN OUTPUT CADRESC.
           OPEN EXTEND CADLIQ
           MOVE DEDUCAO-IRRF TO DEDUCAO-RTAB (QTD-FX-IRRF).
           PERFORM LE-IRRF.

      *CARREGA-CONSIGNADOS guarda os contratos de consignado que
      *ainda tem saldo devedor, para o demonstrativo de rescisao.
       CARREGA-CONSIGNADOS.
           MOVE "NAO" TO FIM-TAB.
           OPEN INPUT CADCONSL.
           PERFORM LE-CONSIGNADO
               UNTIL FIM-TAB EQUAL "SIM".
           CLOSE CADCONSL.

       LE-CONSIGNADO.
           READ CADCONSL
               AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM" AND SALDO-CSL > 0
               IF QTD-CSL EQUAL 2000
                   DISPLAY "EX30 - TABELA DE CONSIGNADOS CHEIA, "
                           "AUMENTAR OCCURS DE TAB-CSL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CSL
               MOVE COD-CSL TO COD-STAB (QTD-CSL)
               MOVE BANCO-CSL TO BANCO-STAB (QTD-CSL)
               MOVE CONTRATO-CSL TO CONTRATO-STAB (QTD-CSL)
               MOVE SALDO-CSL TO SALDO-STAB (QTD-CSL)
           END-IF.

       LEITURA.
           READ CADFUN
               AT END
       BUSCA-IRRF.
           SET IX-IRRF UP BY 1.

      *GRAVA-RESCISAO imprime o demonstrativo do funcionario (com o
      *saldo devedor dos consignados, quando houver) e poe o
      *liquido do acerto na folha liquida para a remessa.
       GRAVA-RESCISAO.
           MOVE LINHA-RESC-TRACO TO REG-RESC.
           MOVE LIQ-RESC TO LL-VALOR.
           MOVE LINHA-RESC-LIQ TO REG-RESC.
           WRITE REG-RESC.
           MOVE 0 TO SALDO-CONS-FUNC.
           MOVE 1 TO IX-CS.
           PERFORM GRAVA-RESC-CONSIGNADO
               UNTIL IX-CS > QTD-CSL.
           IF SALDO-CONS-FUNC > 0
               MOVE SALDO-CONS-FUNC TO LCT-SALDO
               MOVE LINHA-RESC-CONS-TOT TO REG-RESC
               WRITE REG-RESC
           END-IF.

           MOVE COD-ENT TO COD-LIQ.
           MOVE NOME-ENT TO NOME-LIQ.
           MOVE DESC-INSS TO INSS-LIQ.
           MOVE DESC-IRRF TO IRRF-LIQ.
           MOVE LIQ-RESC TO LIQUIDO-LIQ.
           MOVE "R" TO TIPO-LIQ.
           WRITE REG-LIQ.
           ADD 1 TO CONT-RESC.
           ADD BRUTO-RESC TO TOT-RESCISAO.

      *GRAVA-RESC-CONSIGNADO lista cada contrato de consignado do
      *desligado com o saldo devedor a acertar com o banco.
       GRAVA-RESC-CONSIGNADO.
           IF COD-STAB (IX-CS) EQUAL COD-ENT
               MOVE BANCO-STAB (IX-CS) TO LCS-BANCO
               MOVE CONTRATO-STAB (IX-CS) TO LCS-CONTRATO
               MOVE SALDO-STAB (IX-CS) TO LCS-SALDO
               MOVE LINHA-RESC-CONS TO REG-RESC
               WRITE REG-RESC
               ADD SALDO-STAB (IX-CS) TO SALDO-CONS-FUNC
           END-IF.
           ADD 1 TO IX-CS.

       GRAVA-RLOG.
           MOVE "EX30" TO PGM-RLOG.
           MOVE WS-DATA-HOJE TO DATA-RLOG.
