000070*CLASSE EM CLASSABC-01 DO PROPRIO REGISTRO, PARA OS DEMAIS      *
000080*PROGRAMAS PODEREM FILTRAR POR CLASSE - A COMPRA ADMINISTRA OS  *
000090*ITENS A SEMANALMENTE E PARA DE GASTAR TEMPO COM A CAUDA C.     *
      *FILTRO OPCIONAL POR DEPARTAMENTO\GRUPO\SUBGRUPO (CURVA SO DA   *
      *FATIA, SEM REGRAVAR A CLASSE) E RESUMO DO VALOR DE VENDA POR   *
      *CATEGORIA NO FIM (CPYHQPG\CPYHQRPG).                           *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ABCPROD.
000120 ENVIRONMENT DIVISION.
000140 FILE-CONTROL.
000150 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
       COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELHQ".
000160     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000170                    FILE STATUS IS FS-REL.
000180     SELECT WS-Ordenacao ASSIGN TO "arquivos\abcprod.srt".
000240     03  SRT-Valor         PIC 9(15).
000250     03  SRT-Cod-01        PIC 9(06).
000260     03  SRT-Desc-01       PIC X(40).
           03  SRT-Categ         PIC 9(06).
       COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDHQ".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000280 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000290 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000300 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQWS".

       01  FS-REL                PIC X(02) VALUE "00".

           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-CLASSE        PIC X(01).

       01  WS-Linha-Aviso.
           03  FILLER            PIC X(80) VALUE
               "CURVA SO DA CATEGORIA FILTRADA - CLASSABC-01 NAO FOI REG
      -        "RAVADA NOS PRODUTOS.".

       01  WS-Linha-Tot.
           03  FILLER            PIC X(10) VALUE "CLASSE A: ".
           03  TOT-A             PIC Z(05)9.
      *---------------------------------------------------------------*

       Program-Initialize SECTION.
      *COM FILTRO DE CATEGORIA A CURVA E SO DAQUELA FATIA: SERVE PARA
      *ANALISE, MAS A CLASSE GRAVADA NO PRODUTO CONTINUA SENDO A DA
      *CURVA GERAL.
           DISPLAY "ABCPROD - CATEGORIA A CLASSIFICAR:"
           PERFORM PEDE-FILTRO-CATEGORIA THRU SAI-PEDE-FILTRO-CATEGORIA
           IF Hq-Sem-Filtro
               MOVE "CURVA ABC POR VALOR DE VENDA  " TO WS-Rel-Titulo
           ELSE
               MOVE "CURVA ABC DA CATEGORIA" TO WS-Rel-Titulo
           END-IF
           MOVE "ABCPROD" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           PERFORM CARREGA-CATEGORIAS THRU SAI-CARREGA-CATEGORIAS
           MOVE "VALOR VENDA" TO WS-Hq-Titulo-1
           OPEN OUTPUT RELATO
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-Linha-Cab2
                   ADD QTSAI-01(WS-IX) TO WS-SAIDA-12M
               END-PERFORM
               COMPUTE WS-Valor ROUNDED = WS-SAIDA-12M * PRVAR-01R
               PERFORM CATEGORIA-DO-PRODUTO THRU
                       SAI-CATEGORIA-DO-PRODUTO
               PERFORM CONFERE-FILTRO-CATEGORIA THRU
                       SAI-CONFERE-FILTRO-CATEGORIA
               IF Hq-Dentro-Filtro
                   ADD WS-Valor TO WS-Total-Geral
                   MOVE WS-Valor     TO SRT-Valor
                   MOVE COD-01       TO SRT-Cod-01
                   MOVE DESC-01      TO SRT-Desc-01
                   MOVE WS-Hq-Codigo TO SRT-Categ
                   RELEASE SRT-Registro
               END-IF
               PERFORM Ler-ACE01
           END-PERFORM
           CLOSE ACE01
      *CLASSIFICA-ORDENADOS - PERCORRE A ORDENACAO DO MAIOR PARA O
      *MENOR VALOR, ACUMULA A PARTICIPACAO E ATRIBUI A=ATE 80%,
      *B=ATE 95%, C=O RESTO, IMPRIMINDO A CURVA E REGRAVANDO
      *CLASSABC-01 NO PRODUTO (SO NA CURVA GERAL, SEM FILTRO DE
      *CATEGORIA) E ACUMULANDO O RESUMO POR CATEGORIA.
       Classifica-Ordenados SECTION.
           OPEN I-O ACE01
           RETURN WS-Ordenacao
                       MOVE "C" TO WS-Classe
                       ADD 1 TO WS-QTD-C
               END-EVALUATE
               IF Hq-Sem-Filtro
                   PERFORM Grava-Classe
               END-IF
               PERFORM Imprime-Posicao
               MOVE SRT-Categ TO WS-Hq-Codigo
               MOVE SRT-Valor TO WS-Hq-Valor-1
               PERFORM ACUMULA-CATEGORIA THRU SAI-ACUMULA-CATEGORIA
               RETURN WS-Ordenacao
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
           MOVE WS-QTD-B TO TOT-B
           MOVE WS-QTD-C TO TOT-C
           WRITE REG-REL FROM WS-Linha-Tot
           ADD 1 TO WS-Rel-Linha
           IF NOT Hq-Sem-Filtro
               WRITE REG-REL FROM WS-Linha-Aviso
               ADD 1 TO WS-Rel-Linha
           END-IF
           PERFORM IMPRIME-RESUMO-CATEGORIA THRU
                   SAI-IMPRIME-RESUMO-CATEGORIA
           CLOSE RELATO
           STOP RUN
           .
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQRPG".
