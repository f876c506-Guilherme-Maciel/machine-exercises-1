      *  enderecos = casados + orfaos
      *CADCLI1 ja sai em ordem de codigo pela chave; CADEND e
      *ordenado na entrada, no mesmo estilo do EX01.
      *MODIFICACAO 15/10/2026 - CADEND.DAT ganhou o endereco
      *estruturado (numero, complemento, bairro, cidade, UF e CEP) no
      *fim do registro; layout e area de ordenacao acompanham o novo
      *tamanho.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 COD-END PIC 9(05).
           02 ENDERECO-END PIC X(30).
           02 CONTATO-END PIC X(15).
           02 ESTRUT-END PIC X(71).

       FD END-ORD
           LABEL RECORD ARE STANDARD
           02 COD-END-O PIC 9(05).
           02 ENDERECO-END-O PIC X(30).
           02 CONTATO-END-O PIC X(15).
           02 ESTRUT-END-O PIC X(71).

      *CADSEND.DAT = clientes sem endereco correspondente.
       FD CADSEND
       SD SORTWK1.
       01 REG-SORT-END.
           02 SRT-COD-END PIC 9(05).
           02 SRT-RESTO-END PIC X(116).

       WORKING-STORAGE SECTION.
           77 FIM-CLI PIC X(03) VALUE "NAO".
