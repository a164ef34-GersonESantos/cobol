000050*QTPED-01, OS TRES CUSTOS E OS DOIS PRECOS. FILTROS OPCIONAIS   *
000060*DE FORNECEDOR E CLASSE (ZERO\BRANCO = TODOS) DEIXAM A COMPRA   *
000070*PUXAR SO A FATIA DELA PARA O EXCEL SEM PEDIR RELATORIO NOVO.   *
      *CATEGORIA DO PRODUTO (DEPTO, GRUPO, SUBGRUPO E AS TRES         *
      *DESCRICOES DE ACEHQ) NO FIM DA LINHA E FILTRO OPCIONAL POR     *
      *CATEGORIA (CPYHQPG).                                           *
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID. PRODCSV.
000100 ENVIRONMENT DIVISION.
000120 FILE-CONTROL.
000130 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000140 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
       COPY "C:\Repo2024\cobol\dados1\book\SELHQ".
000150     SELECT Arquivo-CSV ASSIGN TO WS-Arq-ProdutoCsv
000160            ORGANIZATION IS LINE SEQUENTIAL
000170            FILE STATUS  IS FS-CSV.
000190 FILE SECTION.
000200 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000210 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
       COPY "C:\Repo2024\cobol\dados1\book\FDHQ".
000220 FD Arquivo-CSV
000230    RECORD CONTAINS 350 CHARACTERS.
000240 01 Linha-CSV              PIC X(350).
000250 WORKING-STORAGE SECTION.
000260 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000270 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQWS".

       01  FS-CSV                PIC X(02) VALUE "00".

           ACCEPT WS-Filtro-Fornecedor
           DISPLAY "CLASSE A EXPORTAR (BRANCO = TODAS): "
           ACCEPT WS-Filtro-Classe
           DISPLAY "CATEGORIA A EXPORTAR:"
           PERFORM PEDE-FILTRO-CATEGORIA THRU SAI-PEDE-FILTRO-CATEGORIA
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-CATEGORIAS THRU SAI-CARREGA-CATEGORIAS
           OPEN INPUT ACE01
           OPEN INPUT ACE06
           OPEN OUTPUT Arquivo-CSV
           MOVE SPACES TO Linha-CSV
           STRING "COD,DESCRICAO,UND,FORNEC,NOMEFORN,CLASSE,"
                  "ESTOQUE,ALM1,ALM2,ALM3,ALM4,ALM5,ESTMIN,"
                  "QTPED,CREAL,CMEDIO,CATUAL,PRATAC,PRVAR,"
                  "DEPTO,GRUPO,SUBGRUPO,NOMEDEPTO,NOMEGRUPO,"
                  "NOMESUBGRUPO"
               DELIMITED BY SIZE INTO Linha-CSV
           END-STRING
           WRITE Linha-CSV
      *---------------------------------------------------------------*

       Program-Body SECTION.
           PERFORM CATEGORIA-DO-PRODUTO THRU SAI-CATEGORIA-DO-PRODUTO
           PERFORM CONFERE-FILTRO-CATEGORIA THRU
                   SAI-CONFERE-FILTRO-CATEGORIA
           IF (WS-Filtro-Fornecedor = ZERO
               OR CODFOR-01 = WS-Filtro-Fornecedor)
              AND (WS-Filtro-Classe = SPACE
               OR CLASSECE-01 = WS-Filtro-Classe)
              AND Hq-Dentro-Filtro
               PERFORM Exporta-Produto
           END-IF
           PERFORM Ler-ACE01
               NOT INVALID KEY
                   MOVE NOME-06 TO WS-NOME-FORN
           END-READ
           PERFORM DESCREVE-CATEGORIA THRU SAI-DESCREVE-CATEGORIA
           MOVE SPACES TO Linha-CSV
           STRING COD-01                 DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  PRATAC-01              DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  PRVAR-01               DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  WS-Hq-Depto            DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  WS-Hq-Grupo            DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  WS-Hq-Subgrupo         DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Hq-Desc-Depto) DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Hq-Desc-Grupo) DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Hq-Desc-Subgrupo)
                                         DELIMITED BY SIZE
               INTO Linha-CSV
           END-STRING
           WRITE Linha-CSV
      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQPG".
