      *lista matricula e nome de quem contem o trecho, para o
      *atendente achar a matricula quando o pai so sabe o nome da
      *crianca.
      *MODIFICACAO 15/10/2026 - a consulta mostra as dependencias
      *abertas e cumpridas do aluno

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 MEDIA2-360 PIC 9(2)V99.
           02 SITFIM-360 PIC X(10).
           02 TEMCONS-360 PIC X(01).
           02 QTDDEP-360 PIC 9(02).
           02 DEPS-360.
               03 DEP-360 OCCURS 4 TIMES.
                   04 DEPANO-360 PIC 9(04).
                   04 DEPTUR-360 PIC X(03).
                   04 DEPDISC-360 PIC X(15).
                   04 DEPSIT-360 PIC X(01).
                   04 DEPBX-360 PIC 9(04).

       WORKING-STORAGE SECTION.
           77 WS-FS-360 PIC X(02) VALUE SPACE.
           77 POS-VARRE PIC 9(02) VALUE 0.
           77 ACHOU-NOME PIC X(03) VALUE "NAO".
           77 TRECHO-NOME PIC X(20) VALUE SPACE.
           77 IX-SL PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

               PERFORM MOSTRA-EX05
               PERFORM MOSTRA-EX07
               PERFORM MOSTRA-CONSOLIDADO
               PERFORM MOSTRA-DEPENDENCIAS
               DISPLAY "=============================================="
           END-IF.

           ELSE
               DISPLAY "SEM REGISTRO EM CADCONS.DAT (CONSOLIDADO)".

      *MOSTRA-DEPENDENCIAS lista as dependencias do aluno, abertas e
      *cumpridas, com o ano e a turma de origem.
       MOSTRA-DEPENDENCIAS.
           IF QTDDEP-360 EQUAL 0
               DISPLAY "DEPENDENCIA: NENHUMA"
           ELSE
               MOVE 1 TO IX-SL
               PERFORM MOSTRA-UMA-DEPENDENCIA
                   UNTIL IX-SL > 4
                      OR IX-SL > QTDDEP-360
               IF QTDDEP-360 > 4
                   DISPLAY "             (E OUTRAS CUMPRIDAS, TOTAL "
                       QTDDEP-360 ")"
               END-IF
           END-IF.

       MOSTRA-UMA-DEPENDENCIA.
           IF DEPSIT-360 (IX-SL) EQUAL "A"
               DISPLAY "DEPENDENCIA: " DEPANO-360 (IX-SL) " "
                   DEPTUR-360 (IX-SL) " " DEPDISC-360 (IX-SL)
                   "  ABERTA"
           ELSE
               DISPLAY "DEPENDENCIA: " DEPANO-360 (IX-SL) " "
                   DEPTUR-360 (IX-SL) " " DEPDISC-360 (IX-SL)
                   "  CUMPRIDA EM " DEPBX-360 (IX-SL)
           END-IF.
           ADD 1 TO IX-SL.

      *BUSCA-POR-NOME varre o CADR360 do comeco listando matricula e
      *nome de quem contem o trecho digitado.
       BUSCA-POR-NOME.
