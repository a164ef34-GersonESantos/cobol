000020*POR PRODUTO E NO TOTAL, O VALOR DO ESTOQUE (EST-01) A PRECO DE *
000030*ATACADO (PRATAC-01) E A PRECO DE VAREJO (PRVAR-01), PARA       *
000040*RECONCILIACAO COM A CONTA DE ESTOQUE DO RAZAO NO FECHAMENTO.   *
      *FILTRO OPCIONAL POR DEPARTAMENTO\GRUPO\SUBGRUPO E RESUMO DE    *
      *ATACADO\VAREJO POR CATEGORIA EM FOLHA PROPRIA                  *
      *(CPYHQPG\CPYHQRPG), TAMBEM NO CONSOLIDADO.                     *
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. VALEST.
000070 ENVIRONMENT DIVISION.
000090 FILE-CONTROL.
000100 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000105 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELHQ".
000110     SELECT RELATO  ASSIGN TO PRINTER
000120                    FILE STATUS IS FS.
000130 DATA DIVISION.
000140 FILE SECTION.
000150 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000155 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDHQ".
000160 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000170 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000180 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQWS".

       01  WS-FIM-ACE01          PIC X(01) VALUE "N".
           88  FIM-ACE01         VALUE "S".
       Program-Initialize SECTION.
           DISPLAY "VALEST - CONSOLIDAR TODAS AS EMPRESAS (S/N)? "
           ACCEPT WS-CONSOLIDADO
           DISPLAY "CATEGORIA A VALORIZAR:"
           PERFORM PEDE-FILTRO-CATEGORIA THRU SAI-PEDE-FILTRO-CATEGORIA
      *ACEHQ E UM SO PARA TODAS AS EMPRESAS: NO CONSOLIDADO O RESUMO
      *POR CATEGORIA SOMA AS EMPRESAS NA MESMA ARVORE.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-CATEGORIAS THRU SAI-CARREGA-CATEGORIAS
           MOVE "VALOR ATACADO" TO WS-Hq-Titulo-1
           MOVE "VALOR VAREJO"  TO WS-Hq-Titulo-2
           OPEN OUTPUT RELATO
           WRITE REG-REL FROM WS-LINHA-CAB1
           WRITE REG-REL FROM WS-LINHA-CAB2
      *---------------------------------------------------------------*

       Program-Body SECTION.
           PERFORM CATEGORIA-DO-PRODUTO THRU SAI-CATEGORIA-DO-PRODUTO
           PERFORM CONFERE-FILTRO-CATEGORIA THRU
                   SAI-CONFERE-FILTRO-CATEGORIA
           IF Hq-Dentro-Filtro
               COMPUTE WS-VAL-ATACADO-PROD = EST-01 * PRATAC-01R
               COMPUTE WS-VAL-VAREJO-PROD  = EST-01 * PRVAR-01R
               ADD WS-VAL-ATACADO-PROD TO WS-TOTAL-ATACADO
               ADD WS-VAL-VAREJO-PROD  TO WS-TOTAL-VAREJO
               MOVE WS-VAL-ATACADO-PROD TO WS-Hq-Valor-1
               MOVE WS-VAL-VAREJO-PROD  TO WS-Hq-Valor-2
               PERFORM ACUMULA-CATEGORIA THRU SAI-ACUMULA-CATEGORIA
               PERFORM Imprime-Linha
           END-IF
           PERFORM Ler-ACE01
           .

           MOVE WS-TOTAL-ATACADO TO DET-TOTAL-ATACADO
           MOVE WS-TOTAL-VAREJO  TO DET-TOTAL-VAREJO
           WRITE REG-REL FROM WS-LINHA-TOTAL
      *RESUMO POR DEPARTAMENTO\GRUPO\SUBGRUPO EM FOLHA PROPRIA, COM O
      *CABECALHO PAGINADO PADRAO.
           MOVE "VALORIZACAO POR CATEGORIA" TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           PERFORM IMPRIME-RESUMO-CATEGORIA THRU
                   SAI-IMPRIME-RESUMO-CATEGORIA
           .

      *---------------------------------------------------------------*
           STOP RUN
           .
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQRPG".
