000100*  5) COBERTURA DE CONTAGEM (QUANTO DO ARQUIVO TEM DTCON-01     *
000110*     DENTRO DE 12 MESES).                                      *
000120*ACABA O GRAMPEADOR DE VALEST+CODTRI+ESTOBS+PEDATR+VENCOMP.     *
      *FILTRO OPCIONAL DO PACOTE INTEIRO POR                          *
      *DEPARTAMENTO\GRUPO\SUBGRUPO E, NO FIM, O VALOR DO ESTOQUE POR  *
      *CATEGORIA (CPYHQPG\CPYHQRPG).                                  *
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. FECHPACK.
000150 ENVIRONMENT DIVISION.
000180 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELC-10".
       COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELHQ".
000200     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000210                    FILE STATUS IS FS-REL.
000220 DATA DIVISION.
000240 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000250 COPY "C:\Repo2024\cobol\dados1\book\FD-10".
       COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDHQ".
000260 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000270 WORKING-STORAGE SECTION.
000280 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000290 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000300 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-QTD-PRODUTOS       PIC 9(06) VALUE ZERO.
       01  WS-QTD-CONTADOS-12M   PIC 9(06) VALUE ZERO.
       01  WS-VALOR-PRODUTO      PIC 9(15) COMP-3.
       01  WS-FILTRO-ED.
           03  FILLER            PIC X(28)
                   VALUE "SO A CATEGORIA (ZERO=TODOS):".
           03  FE-DEPTO          PIC 9(02).
           03  FILLER            PIC X(01) VALUE ".".
           03  FE-GRUPO          PIC 9(02).
           03  FILLER            PIC X(01) VALUE ".".
           03  FE-SUBGRUPO       PIC 9(02).

      *DEZ MAIORES GIROS DO MES (INSERCAO ORDENADA SIMPLES)
       01  TAB-MAIORES.
      *---------------------------------------------------------------*

       Program-Initialize SECTION.
      *O PACOTE INTEIRO PODE SER TIRADO SO DE UMA CATEGORIA; ZERO
      *EM TUDO = A EMPRESA INTEIRA, COMO SEMPRE FOI.
           DISPLAY "FECHPACK - CATEGORIA DO PACOTE:"
           PERFORM PEDE-FILTRO-CATEGORIA THRU SAI-PEDE-FILTRO-CATEGORIA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-ANO-ANTERIOR = WS-HOJE-ANO - 1
           COMPUTE WS-JULIANO-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           PERFORM CARREGA-CATEGORIAS THRU SAI-CARREGA-CATEGORIAS
           MOVE "CUSTO ATUAL"   TO WS-Hq-Titulo-1
           MOVE "PRECO VAREJO"  TO WS-Hq-Titulo-2
           OPEN INPUT ACE01
           OPEN INPUT ACE10
           IF FS = "35"
               TO WS-LINHA-SECAO
           WRITE REG-REL FROM WS-LINHA-SECAO
           ADD 3 TO WS-Rel-Linha
           IF NOT Hq-Sem-Filtro
               MOVE WS-Hq-Filtro-Depto    TO FE-DEPTO
               MOVE WS-Hq-Filtro-Grupo    TO FE-GRUPO
               MOVE WS-Hq-Filtro-Subgrupo TO FE-SUBGRUPO
               WRITE REG-REL FROM WS-FILTRO-ED
               ADD 1 TO WS-Rel-Linha
           END-IF
           INITIALIZE TAB-MAIORES
           PERFORM Ler-ACE01
           .
      *---------------------------------------------------------------*

       Program-Body SECTION.
           PERFORM CATEGORIA-DO-PRODUTO THRU SAI-CATEGORIA-DO-PRODUTO
           PERFORM CONFERE-FILTRO-CATEGORIA THRU
                   SAI-CONFERE-FILTRO-CATEGORIA
           IF Hq-Dentro-Filtro
               PERFORM Soma-Produto
           END-IF
           PERFORM Ler-ACE01
           .

      *---------------------------------------------------------------*

       Soma-Produto SECTION.
           ADD 1 TO WS-QTD-PRODUTOS
           COMPUTE WS-VALOR-PRODUTO = EST-01 * CATUAL-01
           ADD WS-VALOR-PRODUTO TO WS-TOT-CUSTO
           END-IF
           PERFORM Confere-Cobertura
           PERFORM Classifica-Maior
      *MESMA BASE DA SECAO 1, PARA O RESUMO FECHAR COM ELA
           MOVE WS-VALOR-PRODUTO TO WS-Hq-Valor-1
           COMPUTE WS-Hq-Valor-2 = EST-01 * PRVAR-01R
           PERFORM ACUMULA-CATEGORIA THRU SAI-ACUMULA-CATEGORIA
           .

      *---------------------------------------------------------------*
           MOVE WS-QTD-CONTADOS-12M TO LQ-QTDE
           WRITE REG-REL FROM WS-LINHA-QTDE
           ADD 10 TO WS-Rel-Linha
      *6. O ESTOQUE DA SECAO 1 ABERTO POR DEPARTAMENTO\GRUPO\SUBGRUPO
           PERFORM IMPRIME-RESUMO-CATEGORIA THRU
                   SAI-IMPRIME-RESUMO-CATEGORIA
           .

      *---------------------------------------------------------------*
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQRPG".
