      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - a cobranca baixada como perda (situacao
      *I, modo PERDA do EX27) fica fora da remessa de debito, como a
      *paga e a cancelada.
      *MODIFICACAO 15/10/2026 - a cobranca renegociada pelo EX56
      *(situacao R) fica fora da remessa, e a parcela do acordo
      *(competencia 99NNPP) entra no debito do mes do seu vencimento.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DISPLAY "EX38 - DEBITOS NA REMESSA..: " CONT-DETALHES.
           DISPLAY "EX38 - TOTAL DA REMESSA....: " TOT-REMESSA.

      *LE-COBRANCA: parcela de acordo do EX56 (competencia 99NNPP)
      *entra no debito do mes do seu vencimento.
       LE-COBRANCA.
           READ CADCOBR
               AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND (COMPET-COB EQUAL WS-COMPET
                   OR (COMPET-COB (1:2) EQUAL "99"
                  AND VENCTO-COB (1:6) EQUAL WS-COMPET))
                  AND SITU-COB NOT EQUAL "P"
                  AND SITU-COB NOT EQUAL "C"
                  AND SITU-COB NOT EQUAL "I"
                  AND SITU-COB NOT EQUAL "R"
               PERFORM BUSCA-OPTANTE
               IF ACHOU-OPT EQUAL "SIM"
                   PERFORM GRAVA-DETALHE-DEB
