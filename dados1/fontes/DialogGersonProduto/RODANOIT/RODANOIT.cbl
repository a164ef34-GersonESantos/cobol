000070*E RECUSADO, O QUE ACABA COM O ROLQT RODADO DUAS VEZES NO       *
000080*MESMO MES. UMA FALHA PARA A CORRENTE NO PONTO E O RESUMO DO    *
000090*FIM MOSTRA O QUE RODOU, O QUE FOI PULADO E ONDE PAROU.         *
      *APLIPRE (MUDANCAS DE PRECO AGENDADAS EM AGENPRE) RODA DEPOIS DO*
      *CONCDIA E ANTES DO BACKUP, PARA A COPIA JA SAIR COM OS PRECOS  *
      *NOVOS.                                                         *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RODANOIT.
000120 ENVIRONMENT DIVISION.
           03  FILLER            PIC X(09) VALUE "RAZLED  D".
           03  FILLER            PIC X(09) VALUE "EXPPED  D".
           03  FILLER            PIC X(09) VALUE "CONCDIA D".
           03  FILLER            PIC X(09) VALUE "APLIPRE D".
           03  FILLER            PIC X(09) VALUE "BACKUP  D".
       01  TAB-JOBS REDEFINES TAB-JOBS-VALORES.
           03  TAB-JOB OCCURS 8 TIMES.
               05  TJ-NOME       PIC X(08).
               05  TJ-PERIODICIDADE PIC X(01).
       01  TAB-RESULTADOS.
           03  TJ-RESULTADO OCCURS 8 TIMES PIC X(10).

      *---------------------------------------------------------------*

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 8 OR CORRENTE-PAROU
               PERFORM Executa-Passo
           END-PERFORM
           PERFORM Imprime-Resumo

       Imprime-Resumo SECTION.
           DISPLAY "RODANOIT - RESUMO DA CORRENTE DE " WS-DATA-HOJE
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8
               IF TJ-RESULTADO(WS-IX) = SPACES
                   MOVE "NAO RODOU" TO TJ-RESULTADO(WS-IX)
               END-IF
