000060*(CANCELADAS FORA), ACE15 (QUANTIDADES), ACECL (CLI-CIDADE) E   *
000070*Arquivo-Cidade (NOME E Cid-Estado). CIDSAI CONFERE SAIDAS POR  *
000080*CIDADE PARA CONTROLE; ESTA E A VISAO COMERCIAL.                *
      *FILTRO OPCIONAL POR DEPARTAMENTO\GRUPO\SUBGRUPO PELOS ITENS DA *
      *NOTA (ACE15 + CATEG-01) E RESUMO DO MES POR CATEGORIA, EM VALOR*
      *E QUANTIDADE (CPYHQPG\CPYHQRPG).                               *
      *CIDADE E ESTADO SOMAM O RESUMO MENSAL DE VENDAS (ACESV), LENDO *
      *ACECL E Arquivo-Cidade UMA VEZ POR CLIENTE, COM A CONFERENCIA  *
      *DO RESUMO COM AS NOTAS DO MES NO FIM.                          *
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. REGVEN.
000110 ENVIRONMENT DIVISION.
000130 FILE-CONTROL.
000140 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000150 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
       COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
       COPY "C:\Repo2024\cobol\dados1\book\SELHQ".
       COPY "C:\Repo2024\cobol\dados1\book\SELSV".
000160 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000170     SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
000180            ORGANIZATION IS INDEXED
000260 FILE SECTION.
000270 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000280 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
       COPY "C:\Repo2024\cobol\dados1\book\FD-01".
       COPY "C:\Repo2024\cobol\dados1\book\FDHQ".
       COPY "C:\Repo2024\cobol\dados1\book\FDSV".
000290 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000300 FD Arquivo-Cidade.
000310 01 Registro-Cidade.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000450 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000460 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVWS".

       01  FS-CID                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".
           88  FIM-NOTAS         VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-FIM-RESUMO         PIC X(01) VALUE "N".
           88  FIM-RESUMO        VALUE "S".

       01  WS-MES-RELATORIO      PIC 9(06).
       01  WS-QTD-NOTA           PIC 9(09).
       01  WS-VALOR-NOTA         PIC 9(12)V99.
       01  WS-VALOR-ITEM         PIC 9(12)V99.
       01  WS-ITENS-NOTA         PIC 9(04) COMP.
       01  WS-IX                 PIC 9(03) COMP.
       01  WS-JX                 PIC 9(03) COMP.
       01  WS-ACHADO             PIC X(01).
           03  AUX-VALOR         PIC 9(12)V99.
           03  AUX-QTDE          PIC 9(09).

      *CIDADE DE CADA CLIENTE JA LIDO NO RESUMO: ACECL E
      *Arquivo-Cidade SO SAO LIDOS UMA VEZ POR CLIENTE.
       78  Tl-Max-Cli-Cidade     VALUE 500.
       01  WS-QT-CLI-CIDADE      PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-CLI-CIDADE.
           03  WS-CLI-CID OCCURS 500 TIMES.
               05  CC-CLIENTE    PIC 9(06).
               05  CC-CIDADE     PIC 9(05).
               05  CC-NOME       PIC X(30).
               05  CC-UF         PIC X(02).

       01  WS-QT-UFS             PIC 9(02) COMP VALUE ZERO.
       01  WS-TAB-UFS.
           03  WS-UF-TB OCCURS 30 TIMES.
       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-NOTAS
           PERFORM Program-Body-Resumo UNTIL FIM-RESUMO
           PERFORM Imprime-Cidades
           PERFORM Imprime-Estados
           PERFORM Imprime-Top-Cidades
           PERFORM IMPRIME-RESUMO-CATEGORIA THRU
                   SAI-IMPRIME-RESUMO-CATEGORIA
           MOVE WS-MES-RELATORIO TO WS-Sv-Mes-Conf
           PERFORM IMPRIME-CONFERENCIA-RESUMO THRU
               SAI-IMPRIME-CONFERENCIA-RESUMO
           PERFORM Program-Terminate
           .

       Program-Initialize SECTION.
           DISPLAY "REGVEN - ANO E MES DO RELATORIO (AAAAMM): "
           ACCEPT WS-MES-RELATORIO
      *COM FILTRO DE CATEGORIA CIDADE E ESTADO SOMAM SO OS ITENS DA
      *CATEGORIA, E A NOTA SEM NENHUM DELES FICA DE FORA.
           DISPLAY "CATEGORIA VENDIDA:"
           PERFORM PEDE-FILTRO-CATEGORIA THRU SAI-PEDE-FILTRO-CATEGORIA
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           PERFORM CARREGA-CATEGORIAS THRU SAI-CARREGA-CATEGORIAS
           MOVE "VALOR FATURADO" TO WS-Hq-Titulo-1
           MOVE "QUANTIDADE"     TO WS-Hq-Titulo-2
           OPEN INPUT ACE14
           IF FS NOT = "00"
               DISPLAY "REGVEN - ARQUIVO DE NOTAS (ACE14) NAO "
               MOVE "S" TO WS-FIM-NOTAS
           END-IF
           OPEN INPUT ACE15
           OPEN INPUT ACE01
           OPEN INPUT ACECL
           OPEN INPUT Arquivo-Cidade
           MOVE "VENDAS POR CIDADE E ESTADO    " TO WS-Rel-Titulo
               INVALID KEY
                   MOVE "S" TO WS-FIM-NOTAS
           END-START
      *O MES VEM DO RESUMO MENSAL DE VENDAS (ACESV); AS NOTAS SO SAO
      *PERCORRIDAS QUANDO O RESUMO NAO EXISTE.
           PERFORM ABRE-RESUMO-CONSULTA THRU SAI-ABRE-RESUMO-CONSULTA
           IF Sv-Disponivel
               MOVE "S" TO WS-FIM-NOTAS
               MOVE WS-MES-RELATORIO TO SV-MES
               MOVE ZEROS TO SV-COD SV-CLI SV-VEND
               START ACESV KEY IS NOT LESS SV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-RESUMO
               END-START
           ELSE
               MOVE "S" TO WS-FIM-RESUMO
           END-IF
           .

      *---------------------------------------------------------------*

      *---------------------------------------------------------------*

       Program-Body-Resumo SECTION.
           READ ACESV NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-RESUMO
               NOT AT END
                   IF SV-MES NOT = WS-MES-RELATORIO
                       MOVE "S" TO WS-FIM-RESUMO
                   ELSE
                       IF SV-COD NOT = ZERO
                           PERFORM Soma-Resumo-Regiao
                       END-IF
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*
      *SOMA-RESUMO-REGIAO - UM PRODUTO DE UM CLIENTE NO MES; A CAPA
      *(PRODUTO ZERO) SO TRAZ FRETE E NOTAS E FICA FORA.
       Soma-Resumo-Regiao SECTION.
           MOVE SV-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE ZERO TO WS-Hq-Codigo
               NOT INVALID KEY
                   PERFORM CATEGORIA-DO-PRODUTO THRU
                           SAI-CATEGORIA-DO-PRODUTO
           END-READ
           MOVE "00" TO FS
           PERFORM CONFERE-FILTRO-CATEGORIA THRU
                   SAI-CONFERE-FILTRO-CATEGORIA
           IF Hq-Dentro-Filtro
               MOVE SV-RECEITA    TO WS-VALOR-NOTA
               MOVE SV-QTDE       TO WS-QTD-NOTA
               MOVE SV-RECEITA    TO WS-Hq-Valor-1
               MOVE SV-QTDE       TO WS-Hq-Valor-2
               PERFORM ACUMULA-CATEGORIA THRU SAI-ACUMULA-CATEGORIA
               PERFORM Cidade-Do-Cliente
               PERFORM Soma-Na-Cidade
               PERFORM Soma-No-Estado
           END-IF
           .

      *---------------------------------------------------------------*
      *CIDADE-DO-CLIENTE - DEVOLVE EM CLI-CIDADE, Cidade E Cid-Estado
      *A CIDADE DE SV-CLI, PELA TABELA OU, NA PRIMEIRA VEZ, POR ACECL
      *E Arquivo-Cidade (GUARDANDO NA TABELA ENQUANTO HOUVER LUGAR).
       Cidade-Do-Cliente SECTION.
           MOVE "N" TO WS-ACHADO
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-QT-CLI-CIDADE
                      OR WS-ACHADO = "S"
               IF CC-CLIENTE(WS-JX) = SV-CLI
                   MOVE CC-CIDADE(WS-JX) TO CLI-CIDADE
                   MOVE CC-NOME(WS-JX)   TO Cidade
                   MOVE CC-UF(WS-JX)     TO Cid-Estado
                   MOVE "S" TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO NOT = "S"
               MOVE SV-CLI TO CLI-CODIGO
               READ ACECL
                   INVALID KEY
                       MOVE ZEROS TO CLI-CIDADE
               END-READ
               MOVE "00" TO FS
               MOVE CLI-CIDADE TO Cid-Codigo
               READ Arquivo-Cidade
                   INVALID KEY
                       MOVE "CIDADE NAO CADASTRADA" TO Cidade
                       MOVE "??" TO Cid-Estado
               END-READ
               IF WS-QT-CLI-CIDADE < Tl-Max-Cli-Cidade
                   ADD 1 TO WS-QT-CLI-CIDADE
                   MOVE SV-CLI     TO CC-CLIENTE(WS-QT-CLI-CIDADE)
                   MOVE CLI-CIDADE TO CC-CIDADE(WS-QT-CLI-CIDADE)
                   MOVE Cidade     TO CC-NOME(WS-QT-CLI-CIDADE)
                   MOVE Cid-Estado TO CC-UF(WS-QT-CLI-CIDADE)
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Nota-Regiao SECTION.
           PERFORM Soma-Qtde-Itens
           IF Hq-Sem-Filtro
               MOVE NF-TOTAL TO WS-VALOR-NOTA
           END-IF
           IF Hq-Sem-Filtro OR WS-ITENS-NOTA NOT = ZERO
               MOVE NF-CLI TO CLI-CODIGO
               READ ACECL
                   INVALID KEY
                       MOVE ZEROS TO CLI-CIDADE
               END-READ
               MOVE "00" TO FS
               MOVE CLI-CIDADE TO Cid-Codigo
               READ Arquivo-Cidade
                   INVALID KEY
                       MOVE "CIDADE NAO CADASTRADA" TO Cidade
                       MOVE "??" TO Cid-Estado
               END-READ
               PERFORM Soma-Na-Cidade
               PERFORM Soma-No-Estado
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Qtde-Itens SECTION.
           MOVE ZERO TO WS-QTD-NOTA WS-VALOR-NOTA WS-ITENS-NOTA
           MOVE "N" TO WS-FIM-ITENS
           MOVE NF-NUM TO NF-NUM-15
           MOVE ZERO   TO SEQ-15
                       IF NF-NUM-15 NOT = NF-NUM
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           PERFORM Soma-Item-Nota
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *SOMA-ITEM-NOTA - SO O ITEM DA CATEGORIA DO FILTRO (SEM FILTRO,
      *TODOS) ENTRA NA QUANTIDADE, NO VALOR DA NOTA (QTDE X PRECO) E
      *NO RESUMO POR CATEGORIA.
       Soma-Item-Nota SECTION.
           MOVE COD-15 TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE ZERO TO WS-Hq-Codigo
               NOT INVALID KEY
                   PERFORM CATEGORIA-DO-PRODUTO THRU
                           SAI-CATEGORIA-DO-PRODUTO
           END-READ
           PERFORM CONFERE-FILTRO-CATEGORIA THRU
                   SAI-CONFERE-FILTRO-CATEGORIA
           IF Hq-Dentro-Filtro
               COMPUTE WS-VALOR-ITEM ROUNDED = QTDE-15 * PRECO-15
               ADD QTDE-15       TO WS-QTD-NOTA
               ADD WS-VALOR-ITEM TO WS-VALOR-NOTA
               ADD 1             TO WS-ITENS-NOTA
               MOVE WS-VALOR-ITEM TO WS-Hq-Valor-1
               MOVE QTDE-15       TO WS-Hq-Valor-2
               PERFORM ACUMULA-CATEGORIA THRU SAI-ACUMULA-CATEGORIA
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Na-Cidade SECTION.
                   UNTIL WS-IX > WS-QT-CIDADES
                      OR WS-ACHADO = "S"
               IF CD-CODIGO(WS-IX) = CLI-CIDADE
                   ADD WS-VALOR-NOTA TO CD-VALOR(WS-IX)
                   ADD WS-QTD-NOTA TO CD-QTDE(WS-IX)
                   MOVE "S" TO WS-ACHADO
               END-IF
               MOVE CLI-CIDADE  TO CD-CODIGO(WS-QT-CIDADES)
               MOVE Cidade      TO CD-NOME(WS-QT-CIDADES)
               MOVE Cid-Estado  TO CD-UF(WS-QT-CIDADES)
               MOVE WS-VALOR-NOTA TO CD-VALOR(WS-QT-CIDADES)
               MOVE WS-QTD-NOTA TO CD-QTDE(WS-QT-CIDADES)
           END-IF
           .
                   UNTIL WS-IX > WS-QT-UFS
                      OR WS-ACHADO = "S"
               IF UF-SIGLA(WS-IX) = Cid-Estado
                   ADD WS-VALOR-NOTA TO UF-VALOR(WS-IX)
                   ADD WS-QTD-NOTA TO UF-QTDE(WS-IX)
                   MOVE "S" TO WS-ACHADO
               END-IF
              AND WS-QT-UFS < 30
               ADD 1 TO WS-QT-UFS
               MOVE Cid-Estado  TO UF-SIGLA(WS-QT-UFS)
               MOVE WS-VALOR-NOTA TO UF-VALOR(WS-QT-UFS)
               MOVE WS-QTD-NOTA TO UF-QTDE(WS-QT-UFS)
           END-IF
           .
      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE14 ACE15 ACE01 ACECL Arquivo-Cidade RELATO
           IF Sv-Disponivel
               CLOSE ACESV
           END-IF
           STOP RUN
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVRPG".
