000080*CONTADOR ESCRITURA. NOTA CANCELADA FICA FORA. ITEM CONVERTIDO  *
000090*DO LAYOUT ANTIGO (CODTRI-15 ZERO) CAI NO CODTRI-01 ATUAL DO    *
000100*PRODUTO.                                                       *
      *O LIVRO TERMINA COM A CONFERENCIA DO RESUMO MENSAL DE VENDAS   *
      *(ACESV) COM AS NOTAS DO MES.                                   *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. LIVROFIS.
000130 ENVIRONMENT DIVISION.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELSV".
000200     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000210                    FILE STATUS IS FS-REL.
000220 DATA DIVISION.
000250 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000260 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDSV".
000280 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000290 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000300 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000310 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVWS".

       01  FS-REL                PIC X(02) VALUE "00".

           PERFORM Program-Body UNTIL FIM-NOTAS
           PERFORM Quebra-Dia
           PERFORM Imprime-Fechamento
      *O LIVRO CONTINUA ESCRITURADO NOTA A NOTA; A CONFERENCIA SO
      *MOSTRA SE O RESUMO MENSAL DE VENDAS FECHA COM ELE.
           MOVE WS-MES-RELATORIO TO WS-Sv-Mes-Conf
           PERFORM IMPRIME-CONFERENCIA-RESUMO THRU
               SAI-IMPRIME-CONFERENCIA-RESUMO
           PERFORM Program-Terminate
           .

               MOVE "S" TO WS-FIM-NOTAS
           END-IF
           OPEN INPUT ACE15
           PERFORM ABRE-RESUMO-CONSULTA THRU SAI-ABRE-RESUMO-CONSULTA
           MOVE "LIVRO FISCAL DE SAIDAS        " TO WS-Rel-Titulo
           MOVE "LIVROFIS" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU

       Program-Terminate SECTION.
           CLOSE ACE01 ACE14 ACE15 RELATO
           IF Sv-Disponivel
               CLOSE ACESV
           END-IF
           STOP RUN
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVRPG".
