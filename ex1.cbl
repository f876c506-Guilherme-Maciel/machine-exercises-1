      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - endereco estruturado: CADEND.DAT passa
      *a trazer, depois do contato, numero, complemento, bairro,
      *cidade, UF e CEP (ENDERECO-END fica so com o logradouro), e
      *CADCLI2 e a copia CSV carregam esses campos no fim do registro,
      *para a etiqueta de mala direta do EX65 sair do proprio CADCLI2.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 CPF-ENT PIC 9(11).
           02 STATUS-ENT PIC X(01).

      *CADEND.DAT = endereco e contato do cliente, mantido pelo
      *EX11/EX12 num arquivo separado de CADCLI1. ENDERECO-END e so
      *o logradouro; o resto do endereco vem em ESTRUT-END.
       FD CADEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADEND.DAT".
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

       FD END-ORD
           LABEL RECORD ARE STANDARD
           02 COD-END-O PIC 9(05).
           02 ENDERECO-END-O PIC X(30).
           02 CONTATO-END-O PIC X(15).
           02 ESTRUT-END-O.
               03 NUMERO-END-O PIC X(06).
               03 COMPL-END-O PIC X(15).
               03 BAIRRO-END-O PIC X(20).
               03 CIDADE-END-O PIC X(20).
               03 UF-END-O PIC X(02).
               03 CEP-END-O PIC 9(08).

      *EX01CLI2.TMP = CADCLI2 gravado na ordem de processamento, so
      *usado internamente como entrada do SORT que gera o CADCLI2.DAT
           02 CONTATO-SAI PIC X(15).
           02 CPF-SAI PIC 9(11).
           02 STATUS-SAI PIC X(01).
           02 ESTRUT-SAI.
               03 NUMERO-SAI PIC X(06).
               03 COMPL-SAI PIC X(15).
               03 BAIRRO-SAI PIC X(20).
               03 CIDADE-SAI PIC X(20).
               03 UF-SAI PIC X(02).
               03 CEP-SAI PIC 9(08).

       FD CADCLI2
           LABEL RECORD ARE STANDARD
           02 CONTATO-SAI-O PIC X(15).
           02 CPF-SAI-O PIC 9(11).
           02 STATUS-SAI-O PIC X(01).
           02 ESTRUT-SAI-O.
               03 NUMERO-SAI-O PIC X(06).
               03 COMPL-SAI-O PIC X(15).
               03 BAIRRO-SAI-O PIC X(20).
               03 CIDADE-SAI-O PIC X(20).
               03 UF-SAI-O PIC X(02).
               03 CEP-SAI-O PIC 9(08).

      *CADCKP = checkpoint de reinicio, guarda so a ultima posicao
      *de leitura confirmada em CADCLI1.
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI2.CSV".

       01 REG-CSV PIC X(180).

      *CADCPF.DAT = listagem propria da critica de CPF (digito
      *verificador errado ou mesmo CPF em dois codigos diferentes),
       SD SORTWK2.
       01 REG-SORT-END.
           02 SRT-COD-END PIC 9(05).
           02 SRT-RESTO-END PIC X(116).

       SD SORTWK3.
       01 REG-SORT-SAI.
           02 SRT-NOME-SAI PIC X(20).
           02 SRT-RESTO-SAI PIC X(133).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
           IF FIM-END NOT EQUAL "SIM" AND COD-END-O EQUAL COD-ENT
               MOVE ENDERECO-END-O TO ENDERECO-SAI
               MOVE CONTATO-END-O TO CONTATO-SAI
               MOVE ESTRUT-END-O TO ESTRUT-SAI
           ELSE
               MOVE SPACES TO ENDERECO-SAI
               MOVE SPACES TO CONTATO-SAI
               MOVE SPACES TO ESTRUT-SAI
           END-IF.
           WRITE REG-SAI.
           ADD 1 TO CONT-SAI.
                  CPF-SAI DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  STATUS-SAI DELIMITED BY SIZE
                  ',"' DELIMITED BY SIZE
                  NUMERO-SAI DELIMITED BY SIZE
                  '","' DELIMITED BY SIZE
                  COMPL-SAI DELIMITED BY SIZE
                  '","' DELIMITED BY SIZE
                  BAIRRO-SAI DELIMITED BY SIZE
                  '","' DELIMITED BY SIZE
                  CIDADE-SAI DELIMITED BY SIZE
                  '",' DELIMITED BY SIZE
                  UF-SAI DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  CEP-SAI DELIMITED BY SIZE
               INTO REG-CSV.
           WRITE REG-CSV.

