      *MODIFICACAO 02/09/2026 - CADFUN.DAT virou INDEXED com chave
      *COD-ENT, mantido pela manutencao online do RH (EX37); aqui so
      *muda a declaracao do arquivo.
      *MODIFICACAO 15/10/2026 - layout de CADFUN ganhou no final
      *PERC-ADI-ENT, o percentual do adiantamento quinzenal pago pelo
      *EX47; aqui so acompanha a declaracao.
      *MODIFICACAO 15/10/2026 - layout de CADFUN ganhou no final
      *CARGO-ENT, o codigo do cargo da tabela CADCARGO.DAT; aqui
      *acompanha a declaracao e o resto da chave de ordenacao cresce
      *junto.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 DATA-ADM-ENT PIC 9(08).
           02 DATA-DEM-ENT PIC 9(08).
           02 DEPTO-ENT PIC 9(03).
           02 PERC-ADI-ENT PIC 9(3)V99.
           02 CARGO-ENT PIC 9(03).

       FD CADHIST
           LABEL RECORD ARE STANDARD
           02 DATA-ADM-FUN-O PIC 9(08).
           02 DATA-DEM-FUN-O PIC 9(08).
           02 DEPTO-FUN-O PIC 9(03).
           02 PERC-ADI-FUN-O PIC 9(3)V99.
           02 CARGO-FUN-O PIC 9(03).

       FD HIST-ORD
           LABEL RECORD ARE STANDARD
       SD SORTWK1.
       01 REG-SORT-FUN.
           02 SRT-COD-FUN PIC 9(05).
           02 SRT-RESTO-FUN PIC X(54).

       SD SORTWK2.
       01 REG-SORT-HIST.
