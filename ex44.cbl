      *Chamado como passo do plano do EXCTL, o primeiro parametro e
      *a contagem de pulo que o controlador poe em todo comando; um
      *primeiro token numerico e descartado por isso, como no EX26.
      *MODIFICACAO 15/10/2026 - CADFUN ganhou no final PERC-ADI-ENT
      *(adiantamento quinzenal do EX47) e o detalhe da imagem cresce
      *junto; imagem descarregada no layout anterior recarrega com o
      *percentual zerado - e a conversao do mestre: DESCARGA com o
      *programa antigo, RECARGA com este.
      *MODIFICACAO 15/10/2026 - CADFUN ganhou no final CARGO-ENT
      *(codigo do cargo em CADCARGO.DAT) e o detalhe da imagem cresce
      *junto; imagem no layout anterior recarrega com o cargo zerado
      *(sem cargo), a mesma conversao DESCARGA/RECARGA do percentual de
      *adiantamento.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 DATA-ADM-ENT PIC 9(08).
           02 DATA-DEM-ENT PIC 9(08).
           02 DEPTO-ENT PIC 9(03).
           02 PERC-ADI-ENT PIC 9(3)V99.
           02 CARGO-ENT PIC 9(03).

      *CADFUN.IMG = a imagem sequencial do cadastro: header 0 com a
      *data da descarga, detalhe 1 por registro, trailer 9 com a

       01 REG-IMG.
           02 TIPO-IMG PIC X(01).
           02 DADOS-IMG PIC X(59).

       01 REG-IMG-H REDEFINES REG-IMG.
           02 TIPO-H PIC X(01).
           02 DATA-H PIC 9(08).
           02 FILLER PIC X(51).

       01 REG-IMG-T REDEFINES REG-IMG.
           02 TIPO-T PIC X(01).
           02 QTDE-T PIC 9(07).
           02 FILLER PIC X(52).

      *CADDATA.DAT = a data do movimento do lote, gravada pelo
      *EXCTL na abertura; sem ela vale a data do sistema.
           IF FIM-ARQ NOT EQUAL "SIM"
                  AND TIPO-IMG EQUAL "1"
               MOVE DADOS-IMG TO REG-ENT
      *            imagem descarregada antes do percentual de
      *            adiantamento ou do cargo entra com o campo em
      *            branco: zera.
               IF PERC-ADI-ENT IS NOT NUMERIC
                   MOVE 0 TO PERC-ADI-ENT
               END-IF
               IF CARGO-ENT IS NOT NUMERIC
                   MOVE 0 TO CARGO-ENT
               END-IF
               WRITE REG-ENT
                   INVALID KEY
                       DISPLAY "EX44 - CHAVE REPETIDA NA IMAGEM: "
