      *publica a data do lote em CADDATA.DAT, os carimbos e filtros
      *de data usam essa data em vez da do sistema; sem o arquivo
      *tudo segue pelo relogio, como antes.
      *MODIFICACAO 15/10/2026 - sem ocorrencia: o chefe de departamento
      *que nada tem a apontar no mes manda um registro SO, impresso no
      *espelho e fora dos totais, para a conferencia de chegada saber
      *que o departamento entregou.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               MOVE "HORA EXTRA" TO LD-OCORR
               MOVE HORAS-PON-O TO LD-HORAS
               ADD HORAS-PON-O TO HEXTRAS-FUNC
           ELSE IF OCORR-PON-O EQUAL "SO"
               MOVE "SEM OCORRENCIA" TO LD-OCORR
           ELSE
               MOVE "OCORRENCIA INVALIDA" TO LD-OCORR
               MOVE 19 TO MOTIVO-RLOG
