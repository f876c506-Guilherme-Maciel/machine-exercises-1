      *30-32 (EX29); o 18 fica reservado. Sem isso todos sairiam
      *como MOTIVO DESCONHECIDO - o mesmo defeito ja consertado uma
      *vez para o 16/17.
      *MODIFICACAO 15/10/2026 - motivos 33 (periodo contabil fechado) e
      *34 (conta fora do plano), gravados pelo EX52 na contabilizacao
      *do CADLANC, entram na tabela de descricoes.
      *MODIFICACAO 15/10/2026 - motivo 35 (professor nao atribuido a
      *disciplina da turma), gravado pelo EX33, entra na tabela de
      *descricoes.
      *MODIFICACAO 15/10/2026 - motivo 36 (prova ainda nao realizada),
      *gravado pelo EX33 contra o calendario de provas, entra na tabela
      *de descricoes.
      *MODIFICACAO 15/10/2026 - motivos 37 a 39 das decisoes do
      *conselho de classe (EX62)
      *MODIFICACAO 15/10/2026 - motivos 40 a 42 do retorno do portal
      *dos pais aplicado pelo EX64 (campo nao alteravel pelo portal,
      *valor novo em branco, valor maior que o campo).
      *MODIFICACAO 15/10/2026 - motivos 43 a 46 da critica de endereco
      *estruturado (CEP fora do padrao, cidade sem faixa de CEP na
      *tabela CADCEP.DAT, CEP fora da faixa da cidade e endereco sem
      *logradouro), gravados pelo EX12 e pelo EX64.
      *MODIFICACAO 15/10/2026 - motivos 47 a 49 da varredura semanal de
      *integridade dos satelites (EX71): codigo fora do mestre, vinculo
      *ainda ativo de quem saiu e codigo reaproveitado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *TAB-MOTIVOS = descricao por extenso de cada codigo de motivo
      *gravado no log pelos programas da rodada.
           01 TAB-MOTIVOS.
               02 DESC-MOTIVO OCCURS 49 TIMES PIC X(25).

           01 LINHA-RESUMO.
               02 LR-PGM PIC X(08).
           MOVE "DIAS DE FERIAS INVALIDOS" TO DESC-MOTIVO (30).
           MOVE "SEM PERIODO AQUISITIVO" TO DESC-MOTIVO (31).
           MOVE "AGENDA SEM FUNCIONARIO" TO DESC-MOTIVO (32).
           MOVE "PERIODO CONTABIL FECHADO" TO DESC-MOTIVO (33).
           MOVE "CONTA FORA DO PLANO" TO DESC-MOTIVO (34).
           MOVE "PROFESSOR NAO ATRIBUIDO" TO DESC-MOTIVO (35).
           MOVE "PROVA AINDA NAO REALIZADA" TO DESC-MOTIVO (36).
           MOVE "JUSTIFICATIVA EM BRANCO" TO DESC-MOTIVO (37).
           MOVE "SITUACAO DECIDIDA INVALID" TO DESC-MOTIVO (38).
           MOVE "DECISAO JA REGISTRADA" TO DESC-MOTIVO (39).
           MOVE "CAMPO NAO ALTERAVEL" TO DESC-MOTIVO (40).
           MOVE "VALOR NOVO EM BRANCO" TO DESC-MOTIVO (41).
           MOVE "VALOR MAIOR QUE O CAMPO" TO DESC-MOTIVO (42).
           MOVE "CEP INVALIDO" TO DESC-MOTIVO (43).
           MOVE "CIDADE SEM FAIXA DE CEP" TO DESC-MOTIVO (44).
           MOVE "CEP FORA DA FAIXA CIDADE" TO DESC-MOTIVO (45).
           MOVE "ENDERECO SEM LOGRADOURO" TO DESC-MOTIVO (46).
           MOVE "CODIGO FORA DO MESTRE" TO DESC-MOTIVO (47).
           MOVE "VINCULO ATIVO DESLIGADO" TO DESC-MOTIVO (48).
           MOVE "CODIGO REUSADO" TO DESC-MOTIVO (49).
           OPEN INPUT CADRLOG.
           PERFORM LEITURA.

       GRAVA-LINHA-PAR.
           MOVE PGM-PAR (IX-PAR) TO LR-PGM.
           MOVE MOTIVO-PAR (IX-PAR) TO LR-MOTIVO.
           IF MOTIVO-PAR (IX-PAR) > 0 AND MOTIVO-PAR (IX-PAR) < 50
               MOVE DESC-MOTIVO (MOTIVO-PAR (IX-PAR)) TO LR-DESC
           ELSE
               MOVE "MOTIVO DESCONHECIDO" TO LR-DESC
