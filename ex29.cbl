      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - CADLIQ.DAT ganha no fim o TIPO-LIQ; a
      *linha das ferias sai com F, para o acumulado anual do EX45
      *separar os rendimentos.
      *MODIFICACAO 15/10/2026 - layout de CADFUN ganhou no final
      *PERC-ADI-ENT, o percentual do adiantamento quinzenal pago pelo
      *EX47; aqui so acompanha a declaracao. TAB-CONTAS vai de 10
      *para 30 posicoes, com o mapeamento CADCTA.DAT ja passando de
      *dez eventos, e a carga ganha a guarda de tabela cheia.
      *MODIFICACAO 15/10/2026 - layout de CADFUN ganhou no final
      *CARGO-ENT, o codigo do cargo da tabela CADCARGO.DAT; aqui so
      *acompanha a declaracao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 DATA-ADM-ENT PIC 9(08).
           02 DATA-DEM-ENT PIC 9(08).
           02 DEPTO-ENT PIC 9(03).
           02 PERC-ADI-ENT PIC 9(3)V99.
           02 CARGO-ENT PIC 9(03).

      *CADFERA.DAT = agenda de ferias mantida pelo RH, um registro
      *por agendamento: funcionario, data de inicio e dias de gozo.
           02 IRRF-LIQ PIC 9(5)V99.
           02 LIQUIDO-LIQ PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 TIPO-LIQ PIC X(01).

       FD CADLANC
           LABEL RECORD ARE STANDARD

           01 TAB-CONTAS.
               02 QTD-CONTAS PIC 9(02) VALUE 0.
               02 CONTA-LINHA OCCURS 30 TIMES INDEXED BY IX-CTA.
                   03 EVENTO-TAB PIC X(08).
                   03 DEBITO-TAB PIC 9(08).
                   03 CREDITO-TAB PIC 9(08).
               MOVE "SIM" TO FIM-TAB.

       MONTA-CONTA.
           IF QTD-CONTAS EQUAL 30
               DISPLAY "EX29 - TABELA DE CONTAS CHEIA, AUMENTAR "
                       "OCCURS DE TAB-CONTAS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-CONTAS.
           MOVE EVENTO-CTA TO EVENTO-TAB (QTD-CONTAS).
           MOVE DEBITO-CTA TO DEBITO-TAB (QTD-CONTAS).
           MOVE DESC-INSS TO INSS-LIQ.
           MOVE DESC-IRRF TO IRRF-LIQ.
           MOVE LIQ-FERIAS TO LIQUIDO-LIQ.
           MOVE "F" TO TIPO-LIQ.
           WRITE REG-LIQ.
           MOVE COD-ENT TO COD-FERH.
           MOVE PER-ABERTO-INI TO PERINI-FERH.
