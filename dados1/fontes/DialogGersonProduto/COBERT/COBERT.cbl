000070*(CLASSECE-01) E, DENTRO DA CLASSE, DO PIOR PARA O MELHOR.      *
000080*PRODUTO COM ESTOQUE E SEM GIRO NOS 12 MESES ENTRA NA SECAO DE  *
000090*EXCESSO COM COBERTURA 9999.                                    *
      *FILTRO OPCIONAL POR DEPARTAMENTO\GRUPO\SUBGRUPO E RESUMO POR   *
      *CATEGORIA DO VALOR EM ESTOQUE E DO EXCESSO ACIMA DE 90 DIAS    *
      *(CPYHQPG\CPYHQRPG).                                            *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. COBERT.
000120 ENVIRONMENT DIVISION.
000140 FILE-CONTROL.
000150 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000160 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELHQ".
000170     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000180                    FILE STATUS IS FS-REL.
000190 DATA DIVISION.
000200 FILE SECTION.
000210 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000220 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDHQ".
000230 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000240 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000250 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000260 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQWS".

       01  FS-REL                PIC X(02) VALUE "00".

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           DISPLAY "COBERT - CATEGORIA A ANALISAR:"
           PERFORM PEDE-FILTRO-CATEGORIA THRU SAI-PEDE-FILTRO-CATEGORIA
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           PERFORM CARREGA-CATEGORIAS THRU SAI-CARREGA-CATEGORIAS
           MOVE "ESTOQUE R$"    TO WS-Hq-Titulo-1
           MOVE "EXCESSO R$"    TO WS-Hq-Titulo-2
           OPEN INPUT ACE01
           IF FS NOT = "00"
               DISPLAY "COBERT - CADASTRO DE PRODUTOS NAO "
               AT END
                   MOVE "S" TO WS-FIM-PRODUTOS
               NOT AT END
                   PERFORM CATEGORIA-DO-PRODUTO THRU
                           SAI-CATEGORIA-DO-PRODUTO
                   PERFORM CONFERE-FILTRO-CATEGORIA THRU
                           SAI-CONFERE-FILTRO-CATEGORIA
                   IF EST-01 NOT = ZERO
                      AND NOT SIT-01-DESCONTINUADO
                      AND Hq-Dentro-Filtro
                       PERFORM Classifica-Produto
                   END-IF
           END-READ
                   MOVE 2 TO WS-SECAO
           END-EVALUATE
           PERFORM Junta-Na-Secao
      *RESUMO POR CATEGORIA EM REAIS (CATUAL-01 E EM CENTAVOS), COM
      *TODOS OS PRODUTOS, MESMO OS QUE NAO COUBERAM NA TABELA DA SECAO.
           COMPUTE WS-Hq-Valor-1 = WS-VALOR-PARADO / 100
           IF WS-SECAO = 3
               MOVE WS-Hq-Valor-1 TO WS-Hq-Valor-2
           ELSE
               MOVE ZERO TO WS-Hq-Valor-2
           END-IF
           PERFORM ACUMULA-CATEGORIA THRU SAI-ACUMULA-CATEGORIA
           .

      *---------------------------------------------------------------*
           MOVE WS-TOT-PARADO TO TOT-PARADO
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           PERFORM IMPRIME-RESUMO-CATEGORIA THRU
                   SAI-IMPRIME-RESUMO-CATEGORIA
           DISPLAY "COBERT - CAPITAL PARADO (>90 DIAS): "
                   WS-TOT-PARADO
           .
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQRPG".
