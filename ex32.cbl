      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - a lotacao da turma conta so aluno
      *ativo: a matricula inativada pelo "E" (inclusive a deste mesmo
      *lote) libera a vaga, que antes ficava ocupada para sempre - e
      *por essa vaga que a fila de espera do EX58 oferece o lugar ao
      *proximo da fila.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 FIM-TUR PIC X(03) VALUE "NAO".
           77 ACHOU-TURMA PIC X(03) VALUE "NAO".
           77 IX-TU PIC 9(03) VALUE 0.
           77 MATR-ULT-D PIC 9(05) VALUE 0.
           77 SITU-ULT-D PIC X(01) VALUE SPACE.

      *TAB-TUR = o cadastro de turmas em memoria, com a lotacao
      *atual contada dos registros N durante a passada pelo mestre.
       PASSA-MESTRE.
           IF TIPO-ALU EQUAL "D"
               PERFORM APLICA-NO-D
               MOVE NUMERO-ALU TO MATR-ULT-D
               MOVE SITU-ALU TO SITU-ULT-D
           ELSE
               PERFORM MARCA-N-EXISTENTE
           END-IF.
      *MARCA-N-EXISTENTE rejeita inclusao cuja matricula ja tem
      *registro N no mestre (D perdido, mas a matricula existe) e
      *soma o aluno na lotacao atual da sua turma para a conferencia
      *de capacidade das inclusoes. Aluno inativado (D com situacao
      *I, inclusive pelo "E" deste lote) nao ocupa mais a vaga.
       MARCA-N-EXISTENTE.
           MOVE TURMA-N TO TURMA-PROC.
           PERFORM BUSCA-TURMA-CAD.
           IF ACHOU-TURMA EQUAL "SIM"
               IF COD-N NOT EQUAL MATR-ULT-D
                      OR SITU-ULT-D NOT EQUAL "I"
                   ADD 1 TO LOTACAO-CAD (IX-TU)
               END-IF
           END-IF.
           MOVE 1 TO IX-M.
           PERFORM TESTA-MOV-N
               UNTIL IX-M > QTD-MOV.
