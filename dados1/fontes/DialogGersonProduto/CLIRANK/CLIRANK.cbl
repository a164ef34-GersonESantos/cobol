000060*MES, COM A DATA DA ULTIMA COMPRA DE CADA UM; 2) A SECAO "SEM   *
000070*COMPRAR" COM TODO CLIENTE ATIVO DE ACECL SEM NOTA HA MAIS DO   *
000080*QUE O PARAMETRO, PARA O COMERCIAL LIGAR.                       *
      *FILTRO OPCIONAL POR DEPARTAMENTO\GRUPO\SUBGRUPO PELOS ITENS DA *
      *NOTA (ACE15 + CATEG-01) E RESUMO DO FATURADO NO MES POR        *
      *CATEGORIA (CPYHQPG\CPYHQRPG).                                  *
      *VALOR DO MES, ULTIMA COMPRA E RESUMO POR CATEGORIA VEM DO      *
      *RESUMO MENSAL DE VENDAS (ACESV), COM A CONFERENCIA DO RESUMO   *
      *COM AS NOTAS DO MES NO FIM.                                    *
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. CLIRANK.
000110 ENVIRONMENT DIVISION.
000120 INPUT-OUTPUT SECTION.
000130 FILE-CONTROL.
000140 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
       COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
       COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
       COPY "C:\Repo2024\cobol\dados1\book\SELHQ".
       COPY "C:\Repo2024\cobol\dados1\book\SELSV".
000150 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000160 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000170     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000190 DATA DIVISION.
000200 FILE SECTION.
000210 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
       COPY "C:\Repo2024\cobol\dados1\book\FD-15".
       COPY "C:\Repo2024\cobol\dados1\book\FD-01".
       COPY "C:\Repo2024\cobol\dados1\book\FDHQ".
       COPY "C:\Repo2024\cobol\dados1\book\FDSV".
000220 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000230 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000240 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000260 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000270 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVWS".

       01  FS-REL                PIC X(02) VALUE "00".

           88  FIM-NOTAS         VALUE "S".
       01  WS-FIM-CLIENTES       PIC X(01).
           88  FIM-CLIENTES      VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-FIM-RESUMO         PIC X(01) VALUE "N".
           88  FIM-RESUMO        VALUE "S".

       01  WS-MES-RELATORIO      PIC 9(06).
       01  WS-MESES-SILENCIO     PIC 9(02).
       01  WS-TROCOU             PIC X(01).
       01  WS-ULTIMA-COMPRA      PIC 9(08).
       01  WS-ULT-AAAAMM         PIC 9(06).
       01  WS-VALOR-NOTA         PIC 9(12)V99.
       01  WS-VALOR-ITEM         PIC 9(12)V99.
       01  WS-ITENS-NOTA         PIC 9(04) COMP.
       01  WS-CLI-SOMA           PIC 9(06).
       01  WS-MES-SOMA           PIC 9(06).
       01  WS-DATA-SOMA          PIC 9(08).

       78  Tl-Max-Clientes       VALUE 300.
       01  WS-QT-CLIENTES        PIC 9(03) COMP VALUE ZERO.
       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-NOTAS
           PERFORM Program-Body-Resumo UNTIL FIM-RESUMO
           PERFORM Imprime-Ranking
           PERFORM Imprime-Sem-Comprar
           PERFORM IMPRIME-RESUMO-CATEGORIA THRU
                   SAI-IMPRIME-RESUMO-CATEGORIA
           MOVE WS-MES-RELATORIO TO WS-Sv-Mes-Conf
           PERFORM IMPRIME-CONFERENCIA-RESUMO THRU
               SAI-IMPRIME-CONFERENCIA-RESUMO
           PERFORM Program-Terminate
           .

           IF WS-MESES-SILENCIO = ZERO
               MOVE 3 TO WS-MESES-SILENCIO
           END-IF
      *COM FILTRO DE CATEGORIA O VALOR E A ULTIMA COMPRA DO CLIENTE
      *CONTAM SO OS ITENS DAQUELA CATEGORIA.
           DISPLAY "CATEGORIA COMPRADA:"
           PERFORM PEDE-FILTRO-CATEGORIA THRU SAI-PEDE-FILTRO-CATEGORIA
      *MES DE CORTE DO SILENCIO: O MES DO RELATORIO MENOS O
      *PARAMETRO, EM AAAAMM.
           MOVE WS-MES-RELATORIO(1:4) TO WS-ANO-TRAB
               MOVE "S" TO WS-FIM-NOTAS
           END-IF
           OPEN INPUT ACECL
           OPEN INPUT ACE15
           OPEN INPUT ACE01
           MOVE "00" TO FS
           PERFORM CARREGA-CATEGORIAS THRU SAI-CARREGA-CATEGORIAS
           MOVE "VALOR FATURADO" TO WS-Hq-Titulo-1
           MOVE "VENDAS POR CLIENTE            " TO WS-Rel-Titulo
           MOVE "CLIRANK" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               INVALID KEY
                   MOVE "S" TO WS-FIM-NOTAS
           END-START
      *O VALOR DO MES E A ULTIMA COMPRA VEM DO RESUMO MENSAL DE
      *VENDAS (ACESV), TODOS OS MESES; AS NOTAS SO SAO PERCORRIDAS
      *QUANDO O RESUMO NAO EXISTE.
           PERFORM ABRE-RESUMO-CONSULTA THRU SAI-ABRE-RESUMO-CONSULTA
           IF Sv-Disponivel
               MOVE "S" TO WS-FIM-NOTAS
               MOVE ZEROS TO SV-CHAVE
               START ACESV KEY IS NOT LESS SV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-RESUMO
               END-START
           ELSE
               MOVE "S" TO WS-FIM-RESUMO
           END-IF
           .

      *---------------------------------------------------------------*
                   MOVE "S" TO WS-FIM-NOTAS
               NOT AT END
                   IF NOT NF-CANCELADA
                       PERFORM Confere-Nota
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*
      *CONFERE-NOTA - SEM FILTRO A NOTA VALE O NF-TOTAL, COMO SEMPRE;
      *OS ITENS SO SAO LIDOS NO MES DO RELATORIO, PARA O RESUMO POR
      *CATEGORIA. COM FILTRO A NOTA VALE A SOMA DOS ITENS DA
      *CATEGORIA E, SEM NENHUM, NAO CONTA PARA O CLIENTE.
       Confere-Nota SECTION.
           IF Hq-Sem-Filtro AND NF-DATA(1:6) NOT = WS-MES-RELATORIO
               MOVE NF-TOTAL TO WS-VALOR-NOTA
               MOVE 1 TO WS-ITENS-NOTA
           ELSE
               PERFORM Soma-Itens-Nota
               IF Hq-Sem-Filtro
                   MOVE NF-TOTAL TO WS-VALOR-NOTA
                   MOVE 1 TO WS-ITENS-NOTA
               END-IF
           END-IF
           IF WS-ITENS-NOTA NOT = ZERO
               MOVE NF-CLI       TO WS-CLI-SOMA
               MOVE NF-DATA(1:6) TO WS-MES-SOMA
               MOVE NF-DATA      TO WS-DATA-SOMA
               PERFORM Soma-Nota-Cliente
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Body-Resumo SECTION.
           READ ACESV NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-RESUMO
               NOT AT END
                   PERFORM Confere-Resumo
           END-READ
           .

      *---------------------------------------------------------------*
      *CONFERE-RESUMO - O REGISTRO DE PRODUTO VALE A RECEITA DELE; A
      *CAPA (PRODUTO ZERO) NAO TEM VALOR E SO CONTA A ULTIMA COMPRA
      *SEM FILTRO. COM FILTRO, SO O PRODUTO DA CATEGORIA CONTA; NO MES
      *DO RELATORIO O PRODUTO ENTRA NO RESUMO POR CATEGORIA.
       Confere-Resumo SECTION.
           MOVE 1 TO WS-ITENS-NOTA
           IF SV-COD = ZERO
               MOVE ZERO TO WS-VALOR-NOTA
               IF NOT Hq-Sem-Filtro
                   MOVE ZERO TO WS-ITENS-NOTA
               END-IF
           ELSE
               MOVE SV-RECEITA TO WS-VALOR-NOTA
               IF NOT Hq-Sem-Filtro OR SV-MES = WS-MES-RELATORIO
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
                   IF NOT Hq-Dentro-Filtro
                       MOVE ZERO TO WS-ITENS-NOTA
                   ELSE
                       IF SV-MES = WS-MES-RELATORIO
                           MOVE SV-RECEITA TO WS-Hq-Valor-1
                           PERFORM ACUMULA-CATEGORIA THRU
                                   SAI-ACUMULA-CATEGORIA
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ITENS-NOTA NOT = ZERO
               MOVE SV-CLI      TO WS-CLI-SOMA
               MOVE SV-MES      TO WS-MES-SOMA
               MOVE SV-ULT-DATA TO WS-DATA-SOMA
               PERFORM Soma-Nota-Cliente
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Itens-Nota SECTION.
           MOVE ZERO TO WS-VALOR-NOTA WS-ITENS-NOTA
           MOVE "N" TO WS-FIM-ITENS
           MOVE NF-NUM TO NF-NUM-15
           MOVE ZERO   TO SEQ-15
           START ACE15 KEY IS NOT LESS CHAVE-15
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACE15 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
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
      *SOMA-ITEM-NOTA - O ITEM (QTDE X PRECO) DA CATEGORIA DO FILTRO
      *ENTRA NO VALOR DA NOTA E, NO MES DO RELATORIO, NO RESUMO.
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
               ADD WS-VALOR-ITEM TO WS-VALOR-NOTA
               ADD 1 TO WS-ITENS-NOTA
               IF NF-DATA(1:6) = WS-MES-RELATORIO
                   MOVE WS-VALOR-ITEM TO WS-Hq-Valor-1
                   PERFORM ACUMULA-CATEGORIA THRU SAI-ACUMULA-CATEGORIA
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Nota-Cliente SECTION.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-CLIENTES
                      OR WS-CLIENTE-ACHADO = "S"
               IF CV-CLIENTE(WS-IX) = WS-CLI-SOMA
                   MOVE "S" TO WS-CLIENTE-ACHADO
                   IF WS-MES-SOMA = WS-MES-RELATORIO
                       ADD WS-VALOR-NOTA TO CV-VALOR-MES(WS-IX)
                   END-IF
                   IF WS-DATA-SOMA > CV-ULT-DATA(WS-IX)
                       MOVE WS-DATA-SOMA TO CV-ULT-DATA(WS-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CLIENTE-ACHADO NOT = "S"
               IF WS-QT-CLIENTES < Tl-Max-Clientes
                   ADD 1 TO WS-QT-CLIENTES
                   MOVE WS-CLI-SOMA TO CV-CLIENTE(WS-QT-CLIENTES)
                   IF WS-MES-SOMA = WS-MES-RELATORIO
                       MOVE WS-VALOR-NOTA
                         TO CV-VALOR-MES(WS-QT-CLIENTES)
                   ELSE
                       MOVE ZERO TO CV-VALOR-MES(WS-QT-CLIENTES)
                   END-IF
                   MOVE WS-DATA-SOMA TO CV-ULT-DATA(WS-QT-CLIENTES)
               ELSE
      *TABELA CHEIA: SEM A ULTIMA COMPRA DE TODO MUNDO A SECAO "SEM
      *COMPRAR" FICARIA MENTIROSA (COMPRADOR ATIVO SAIRIA COMO
      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE14 ACE15 ACE01 ACECL RELATO
           IF Sv-Disponivel
               CLOSE ACESV
           END-IF
           DISPLAY "CLIRANK - CLIENTES NO RANKING: " WS-QT-CLIENTES
           STOP RUN
           .
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYHQRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVRPG".
