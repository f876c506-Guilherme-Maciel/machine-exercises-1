      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - CADLIQ.DAT ganha no fim o TIPO-LIQ (S
      *salario, F ferias, R rescisao); aqui so muda a declaracao do
      *arquivo.
      *MODIFICACAO 15/10/2026 - layout de CADFUN ganhou no final
      *PERC-ADI-ENT, o percentual do adiantamento quinzenal pago pelo
      *EX47; aqui so acompanha a declaracao.
      *MODIFICACAO 15/10/2026 - layout de CADFUN ganhou no final
      *CARGO-ENT, o codigo do cargo da tabela CADCARGO.DAT; aqui so
      *acompanha a declaracao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 DATA-ADM-FUN PIC 9(08).
           02 DATA-DEM-FUN PIC 9(08).
           02 DEPTO-FUN PIC 9(03).
           02 PERC-ADI-FUN PIC 9(3)V99.
           02 CARGO-FUN PIC 9(03).

      *CADCONC.DAT = laudo da conciliacao, uma linha por conferencia
      *com os totais recontados e o resultado PASSOU/FALHOU.
           02 IRRF-LIQ PIC 9(5)V99.
           02 LIQUIDO-LIQ PIC S9(5)V99
              SIGN IS LEADING SEPARATE CHARACTER.
           02 TIPO-LIQ PIC X(01).

      *REG-REM = a remessa do EX15; o que interessa aqui e o
      *trailer tipo 9 com o total para o banco.
