000010*MIXCLI-LACUNAS DO MIX DE PRODUTOS DE CADA CLIENTE, POR         *
000020*VENDEDOR - O QUE CLIRANK NAO MOSTRA: NAO QUANTO O CLIENTE      *
000030*COMPRA, MAS O QUE ELE DEIXA DE COMPRAR DA GENTE. SOBRE AS      *
000040*NOTAS VALIDAS (ACE14, CANCELADAS FORA) E SEUS ITENS (ACE15)    *
000050*DOS 12 MESES ATE O MES INFORMADO, ORDENADOS POR CLIENTE E      *
000060*PRODUTO (MESMO SORT COM INPUT\OUTPUT PROCEDURE DE ABCPROD),    *
000070*COMPARA OS PRODUTOS QUE O CLIENTE COMPROU NOS ULTIMOS 6 MESES  *
000080*COM OS QUE OS CLIENTES SEMELHANTES COMPRAM - MESMA CIDADE (E   *
000090*PORTANTO MESMA UF), MESMA TABELA DE PRECO (CLI-CODTAB) OU AS   *
000100*DUAS. PARA CADA CLIENTE DO VENDEDOR (O VENDEDOR DA ULTIMA NOTA *
000110*DO CLIENTE NO PERIODO) IMPRIME EM RELATO OS ITENS MAIS         *
000120*COMPRADOS PELOS SEMELHANTES QUE ELE NAO COMPRA, COM O VOLUME   *
000130*MENSAL USUAL DE QUEM COMPRA, E OS ITENS QUE ELE COMPRAVA NOS 6 *
000140*MESES ANTERIORES E PAROU - A LISTA CONCRETA PARA A PROXIMA     *
000150*VISITA.                                                        *
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. MIXCLI.
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELVD".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000270     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000280                    FILE STATUS IS FS-REL.
000290     SELECT WS-Ordenacao ASSIGN TO "arquivos\mixcli.srt".
000300 DATA DIVISION.
000310 FILE SECTION.
000320 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000330 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000340 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000350 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDVD".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000390 SD  WS-Ordenacao.
000400 01  SRT-Registro.
000410     03  SRT-Cliente       PIC 9(06).
000420     03  SRT-Produto       PIC 9(06).
000430     03  SRT-Data          PIC 9(08).
000440     03  SRT-Vendedor      PIC 9(04).
000450     03  SRT-Periodo       PIC X(01).
000460*J = JANELA (ULTIMOS 6 MESES) - A = OS 6 MESES ANTERIORES
000470     03  SRT-Qtde          PIC 9(07)V9(03).
000480 WORKING-STORAGE SECTION.
000490 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000500 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000510 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       78  Tl-Max-Clientes       VALUE 2000.
       78  Tl-Max-Itens          VALUE 20000.
       78  Tl-Max-Grupos         VALUE 500.
       78  Tl-Max-Vend           VALUE 100.
       78  Tl-Min-Compradores    VALUE 2.
       78  Tl-Meses-Janela       VALUE 6.

       01  WS-FIM-NOTAS          PIC X(01) VALUE "N".
           88  FIM-NOTAS         VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-FIM-ORDENACAO      PIC X(01) VALUE "N".
           88  FIM-ORDENACAO     VALUE "S".
       01  WS-ACHOU              PIC X(01).
           88  ACHOU             VALUE "S".
       01  WS-TROCOU             PIC X(01).
       01  WS-CLIENTE-OK         PIC X(01).
           88  CLIENTE-OK        VALUE "S".
       01  WS-ITEM-OK            PIC X(01).
           88  ITEM-OK           VALUE "S".
       01  WS-TAB-ESTOUROU       PIC X(01) VALUE "N".
           88  TABELA-ESTOUROU   VALUE "S".

       01  WS-MES-RELATORIO      PIC 9(06).
       01  WS-MES-JANELA         PIC 9(06).
       01  WS-MES-ANTERIOR       PIC 9(06).
       01  WS-ANO-TRAB           PIC 9(04).
       01  WS-MES-TRAB           PIC S9(03).
       01  WS-VENDEDOR           PIC 9(04).
       01  WS-CRITERIO           PIC X(01).
           88  CRITERIO-CIDADE   VALUE "C".
           88  CRITERIO-TABELA   VALUE "T".
           88  CRITERIO-AMBOS    VALUE "A".
       01  WS-TOP                PIC 9(02).
       01  WS-CLI-ATUAL          PIC 9(06).
       01  WS-PROD-ATUAL         PIC 9(06).
       01  WS-GR-CIDADE          PIC 9(05).
       01  WS-GR-CODTAB          PIC X(01).
       01  WS-PARES              PIC 9(04).
       01  WS-LISTADOS           PIC 9(02).
       01  WS-PARADOS            PIC 9(04).
       01  WS-CANDIDATOS         PIC 9(04).
       01  WS-MELHOR             PIC 9(05) COMP.
       01  WS-VOLUME             PIC 9(09)V9(03).
       01  WS-IX                 PIC 9(05) COMP.
       01  WS-JX                 PIC 9(05) COMP.
       01  WS-KX                 PIC 9(05) COMP.
       01  WS-GX                 PIC 9(05) COMP.
       01  WS-VX                 PIC 9(05) COMP.
       01  WS-QT-CLIENTES-VD     PIC 9(05) VALUE ZERO.

      *CLIENTES COM NOTA NO PERIODO, NA ORDEM DO CODIGO (SAIDA DA
      *ORDENACAO); OS PRODUTOS DE CADA UM FICAM CONTIGUOS EM WS-IT,
      *DE CL-INICIO A CL-FIM, NA ORDEM DO PRODUTO.
       01  WS-QT-CLIENTES        PIC 9(05) COMP VALUE ZERO.
       01  WS-TAB-CLIENTES.
           03  WS-CL OCCURS 2000 TIMES.
               05  CL-CLIENTE    PIC 9(06).
               05  CL-NOME       PIC X(30).
               05  CL-CIDADE     PIC 9(05).
               05  CL-CODTAB     PIC X(01).
               05  CL-VENDEDOR   PIC 9(04).
               05  CL-ULT-DATA   PIC 9(08).
               05  CL-COMPROU-JAN PIC X(01).
               05  CL-GRUPO      PIC 9(05) COMP.
               05  CL-INICIO     PIC 9(05) COMP.
               05  CL-FIM        PIC 9(05) COMP.

       01  WS-QT-ITENS           PIC 9(05) COMP VALUE ZERO.
       01  WS-TAB-ITENS.
           03  WS-IT OCCURS 20000 TIMES.
               05  IT-PRODUTO    PIC 9(06).
               05  IT-QT-JAN     PIC 9(09)V9(03).
               05  IT-QT-ANT     PIC 9(09)V9(03).
               05  IT-ULT-DATA   PIC 9(08).

      *GRUPOS DE CLIENTES SEMELHANTES PELO CRITERIO ESCOLHIDO, COM O
      *MIX DE PRODUTOS DA JANELA DE CADA GRUPO CONTIGUO EM WS-GP, DE
      *GR-INICIO A GR-FIM.
       01  WS-QT-GRUPOS          PIC 9(05) COMP VALUE ZERO.
       01  WS-TAB-GRUPOS.
           03  WS-GR OCCURS 500 TIMES.
               05  GR-CIDADE     PIC 9(05).
               05  GR-CODTAB     PIC X(01).
               05  GR-CLIENTES   PIC 9(04).
               05  GR-INICIO     PIC 9(05) COMP.
               05  GR-FIM        PIC 9(05) COMP.

       01  WS-QT-GP              PIC 9(05) COMP VALUE ZERO.
       01  WS-TAB-GP.
           03  WS-GP OCCURS 20000 TIMES.
               05  GP-PRODUTO    PIC 9(06).
               05  GP-COMPRADORES PIC 9(04).
               05  GP-QTDE       PIC 9(11)V9(03).
               05  GP-FORA       PIC X(01).

       01  WS-QT-VEND            PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-VEND.
           03  WS-VL OCCURS 100 TIMES.
               05  VL-VENDEDOR   PIC 9(04).
       01  WS-VL-AUX             PIC 9(04).

       01  WS-LINHA-PARAM.
           03  FILLER            PIC X(08) VALUE "JANELA: ".
           03  LP-JANELA         PIC 9(06).
           03  FILLER            PIC X(03) VALUE " A ".
           03  LP-MES            PIC 9(06).
           03  FILLER            PIC X(13) VALUE "  ANTERIOR: ".
           03  LP-ANTERIOR       PIC 9(06).
           03  FILLER            PIC X(14) VALUE "  SEMELHANTE: ".
           03  LP-CRITERIO       PIC X(16).

       01  WS-LINHA-VEND.
           03  FILLER            PIC X(09) VALUE "VENDEDOR ".
           03  LV-VENDEDOR       PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LV-NOME           PIC X(30).

       01  WS-LINHA-CLI.
           03  FILLER            PIC X(10) VALUE "  CLIENTE ".
           03  LCL-CLIENTE       PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LCL-NOME          PIC X(30).
           03  FILLER            PIC X(05) VALUE " CID ".
           03  LCL-CIDADE        PIC 9(05).
           03  FILLER            PIC X(05) VALUE " TAB ".
           03  LCL-CODTAB        PIC X(01).
           03  FILLER            PIC X(06) VALUE " SEM. ".
           03  LCL-PARES         PIC ZZZ9.

       01  WS-LINHA-CABL.
           03  FILLER            PIC X(40) VALUE
               "    NAO COMPRA (COMPRADORES\SEMELHANTES ".
           03  FILLER            PIC X(25) VALUE
               "E QTDE MENSAL USUAL):".

       01  WS-LINHA-LACUNA.
           03  FILLER            PIC X(04) VALUE SPACES.
           03  LL-PRODUTO        PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LL-DESC           PIC X(30).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LL-COMPRADORES    PIC ZZZ9.
           03  FILLER            PIC X(01) VALUE "\".
           03  LL-PARES          PIC ZZZ9.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  LL-VOLUME         PIC Z(07)9.999.

       01  WS-LINHA-CABP.
           03  FILLER            PIC X(40) VALUE
               "    DEIXOU DE COMPRAR (ULTIMA COMPRA E Q".
           03  FILLER            PIC X(25) VALUE
               "TDE MENSAL QUE COMPRAVA):".

       01  WS-LINHA-PARADO.
           03  FILLER            PIC X(04) VALUE SPACES.
           03  LPA-PRODUTO       PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LPA-DESC          PIC X(30).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LPA-ULT-DATA      PIC 9(08).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  LPA-VOLUME        PIC Z(07)9.999.

       01  WS-LINHA-AVISO.
           03  FILLER            PIC X(40) VALUE
               "ATENCAO: TABELA CHEIA - PARTE DOS CLIENT".
           03  FILLER            PIC X(32) VALUE
               "ES OU ITENS FICOU FORA DA CONTA.".

       01  WS-LINHA-VAZIO.
           03  FILLER            PIC X(40) VALUE
               "NENHUM CLIENTE COM SUGESTAO NO PERIODO.".

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           IF NOT FIM-NOTAS
               SORT WS-Ordenacao
                   ON ASCENDING KEY SRT-Cliente SRT-Produto SRT-Data
                   INPUT PROCEDURE IS Gera-Ordenacao
                   OUTPUT PROCEDURE IS Carrega-Ordenados
               PERFORM Monta-Grupos
               PERFORM Monta-Vendedores
               PERFORM Imprime-Relatorio
           END-IF
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           DISPLAY "MIXCLI - ANO E MES FINAL DA ANALISE (AAAAMM): "
           ACCEPT WS-MES-RELATORIO
           DISPLAY "VENDEDOR (ZERO = TODOS): "
           ACCEPT WS-VENDEDOR
           DISPLAY "CLIENTE SEMELHANTE: C=MESMA CIDADE T=MESMA "
                   "TABELA DE PRECO A=AS DUAS: "
           ACCEPT WS-CRITERIO
           IF WS-CRITERIO = "c" OR "t" OR "a"
               INSPECT WS-CRITERIO CONVERTING "cta" TO "CTA"
           END-IF
           IF NOT CRITERIO-CIDADE AND NOT CRITERIO-TABELA
              AND NOT CRITERIO-AMBOS
               MOVE "C" TO WS-CRITERIO
           END-IF
           DISPLAY "QUANTOS ITENS SUGERIR POR CLIENTE (1-30): "
           ACCEPT WS-TOP
           IF WS-TOP = ZERO OR WS-TOP > 30
               MOVE 10 TO WS-TOP
           END-IF
      *JANELA = O MES INFORMADO E OS 5 ANTERIORES; PERIODO ANTERIOR =
      *OS 6 MESES ANTES DA JANELA. MESMA CONTA DE MES DE CLIRANK.
           MOVE WS-MES-RELATORIO(1:4) TO WS-ANO-TRAB
           MOVE WS-MES-RELATORIO(5:2) TO WS-MES-TRAB
           SUBTRACT 5 FROM WS-MES-TRAB
           PERFORM UNTIL WS-MES-TRAB > ZERO
               ADD 12 TO WS-MES-TRAB
               SUBTRACT 1 FROM WS-ANO-TRAB
           END-PERFORM
           COMPUTE WS-MES-JANELA = WS-ANO-TRAB * 100 + WS-MES-TRAB
           SUBTRACT 6 FROM WS-MES-TRAB
           PERFORM UNTIL WS-MES-TRAB > ZERO
               ADD 12 TO WS-MES-TRAB
               SUBTRACT 1 FROM WS-ANO-TRAB
           END-PERFORM
           COMPUTE WS-MES-ANTERIOR = WS-ANO-TRAB * 100 + WS-MES-TRAB
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           OPEN INPUT ACE14
           IF FS NOT = "00"
               DISPLAY "MIXCLI - ARQUIVO DE NOTAS (ACE14) NAO "
                       "ENCONTRADO: " FS
               MOVE "S" TO WS-FIM-NOTAS
           END-IF
           OPEN INPUT ACE15 ACE01 ACECL ACEVD
           MOVE "00" TO FS
           MOVE "MIX DO CLIENTE - SUGESTOES   " TO WS-Rel-Titulo
           MOVE "MIXCLI" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*
      *GERA-ORDENACAO - UM REGISTRO POR ITEM DE NOTA VALIDA DO
      *PERIODO ANTERIOR OU DA JANELA.
       Gera-Ordenacao SECTION.
           MOVE ZEROS TO NF-NUM
           START ACE14 KEY IS NOT LESS NF-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-NOTAS
           END-START
           PERFORM UNTIL FIM-NOTAS
               READ ACE14 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NOTAS
                   NOT AT END
                       IF NOT NF-CANCELADA
                          AND NF-DATA(1:6) NOT LESS WS-MES-ANTERIOR
                          AND NF-DATA(1:6) NOT GREATER WS-MES-RELATORIO
                           PERFORM Libera-Itens-Nota
                       END-IF
               END-READ
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Libera-Itens-Nota SECTION.
           MOVE NF-CLI  TO SRT-Cliente
           MOVE NF-DATA TO SRT-Data
           IF NF-VENDEDOR NUMERIC
               MOVE NF-VENDEDOR TO SRT-Vendedor
           ELSE
               MOVE ZEROS TO SRT-Vendedor
           END-IF
           IF NF-DATA(1:6) < WS-MES-JANELA
               MOVE "A" TO SRT-Periodo
           ELSE
               MOVE "J" TO SRT-Periodo
           END-IF
           MOVE NF-NUM TO NF-NUM-15
           MOVE ZERO TO SEQ-15
           MOVE "N" TO WS-FIM-ITENS
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
                           MOVE COD-15  TO SRT-Produto
                           MOVE QTDE-15 TO SRT-Qtde
                           RELEASE SRT-Registro
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CARREGA-ORDENADOS - ACUMULA POR CLIENTE E PRODUTO. O VENDEDOR
      *DO CLIENTE E O DA NOTA MAIS RECENTE DELE NO PERIODO.
       Carrega-Ordenados SECTION.
           MOVE ZEROS TO WS-CLI-ATUAL
           MOVE "N" TO WS-CLIENTE-OK WS-ITEM-OK
           RETURN WS-Ordenacao
               AT END
                   MOVE "S" TO WS-FIM-ORDENACAO
           END-RETURN
           PERFORM UNTIL FIM-ORDENACAO
               IF SRT-Cliente NOT = WS-CLI-ATUAL
                   PERFORM Novo-Cliente
               END-IF
               IF CLIENTE-OK
                   IF SRT-Produto NOT = WS-PROD-ATUAL
                       PERFORM Novo-Item
                   END-IF
                   IF ITEM-OK
                       PERFORM Acumula-Item
                   END-IF
               END-IF
               RETURN WS-Ordenacao
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
               END-RETURN
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Novo-Cliente SECTION.
           MOVE SRT-Cliente TO WS-CLI-ATUAL
           MOVE ZEROS TO WS-PROD-ATUAL
           MOVE "N" TO WS-ITEM-OK
           IF WS-QT-CLIENTES < Tl-Max-Clientes
               MOVE "S" TO WS-CLIENTE-OK
               ADD 1 TO WS-QT-CLIENTES
               MOVE WS-QT-CLIENTES TO WS-IX
               MOVE SRT-Cliente TO CL-CLIENTE(WS-IX) CLI-CODIGO
               READ ACECL
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME
                       MOVE ZEROS  TO CLI-CIDADE
                       MOVE SPACES TO CLI-CODTAB
               END-READ
               MOVE "00" TO FS
               MOVE CLI-NOME   TO CL-NOME(WS-IX)
               MOVE CLI-CIDADE TO CL-CIDADE(WS-IX)
               MOVE CLI-CODTAB TO CL-CODTAB(WS-IX)
               MOVE ZEROS TO CL-VENDEDOR(WS-IX) CL-ULT-DATA(WS-IX)
                             CL-GRUPO(WS-IX)
               MOVE "N" TO CL-COMPROU-JAN(WS-IX)
               COMPUTE CL-INICIO(WS-IX) = WS-QT-ITENS + 1
               MOVE WS-QT-ITENS TO CL-FIM(WS-IX)
           ELSE
               MOVE "N" TO WS-CLIENTE-OK
               MOVE "S" TO WS-TAB-ESTOUROU
           END-IF
           .

      *---------------------------------------------------------------*

       Novo-Item SECTION.
           MOVE SRT-Produto TO WS-PROD-ATUAL
           IF WS-QT-ITENS < Tl-Max-Itens
               MOVE "S" TO WS-ITEM-OK
               ADD 1 TO WS-QT-ITENS
               MOVE WS-QT-ITENS TO WS-KX CL-FIM(WS-IX)
               MOVE SRT-Produto TO IT-PRODUTO(WS-KX)
               MOVE ZEROS TO IT-QT-JAN(WS-KX) IT-QT-ANT(WS-KX)
                             IT-ULT-DATA(WS-KX)
           ELSE
               MOVE "N" TO WS-ITEM-OK
               MOVE "S" TO WS-TAB-ESTOUROU
           END-IF
           .

      *---------------------------------------------------------------*

       Acumula-Item SECTION.
           IF SRT-Periodo = "J"
               ADD SRT-Qtde TO IT-QT-JAN(WS-KX)
               MOVE "S" TO CL-COMPROU-JAN(WS-IX)
           ELSE
               ADD SRT-Qtde TO IT-QT-ANT(WS-KX)
           END-IF
           MOVE SRT-Data TO IT-ULT-DATA(WS-KX)
           IF SRT-Data NOT LESS CL-ULT-DATA(WS-IX)
               MOVE SRT-Data     TO CL-ULT-DATA(WS-IX)
               MOVE SRT-Vendedor TO CL-VENDEDOR(WS-IX)
           END-IF
           .

      *---------------------------------------------------------------*
      *MONTA-GRUPOS - AGRUPA OS CLIENTES PELO CRITERIO (CLIENTE SEM
      *CIDADE OU SEM TABELA FICA SEM GRUPO) E, GRUPO A GRUPO, SOMA O
      *MIX DA JANELA: QUANTOS CLIENTES COMPRARAM CADA PRODUTO E A
      *QUANTIDADE TOTAL.
       Monta-Grupos SECTION.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-CLIENTES
               PERFORM Chave-Grupo
               IF WS-GR-CIDADE NOT = ZEROS OR WS-GR-CODTAB NOT = SPACE
                   PERFORM Acha-Grupo
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-QT-GRUPOS
               COMPUTE GR-INICIO(WS-GX) = WS-QT-GP + 1
               MOVE WS-QT-GP TO GR-FIM(WS-GX)
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-QT-CLIENTES
                   IF CL-GRUPO(WS-IX) = WS-GX
                      AND CL-COMPROU-JAN(WS-IX) = "S"
                       ADD 1 TO GR-CLIENTES(WS-GX)
                       PERFORM Soma-Mix-Grupo
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Chave-Grupo SECTION.
           MOVE ZEROS  TO WS-GR-CIDADE
           MOVE SPACES TO WS-GR-CODTAB
           IF NOT CRITERIO-TABELA
               MOVE CL-CIDADE(WS-IX) TO WS-GR-CIDADE
           END-IF
           IF NOT CRITERIO-CIDADE
               MOVE CL-CODTAB(WS-IX) TO WS-GR-CODTAB
           END-IF
           IF CRITERIO-AMBOS
              AND (WS-GR-CIDADE = ZEROS OR WS-GR-CODTAB = SPACE)
               MOVE ZEROS  TO WS-GR-CIDADE
               MOVE SPACES TO WS-GR-CODTAB
           END-IF
           .

      *---------------------------------------------------------------*

       Acha-Grupo SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-QT-GRUPOS OR ACHOU
               IF GR-CIDADE(WS-GX) = WS-GR-CIDADE
                  AND GR-CODTAB(WS-GX) = WS-GR-CODTAB
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU
               SUBTRACT 1 FROM WS-GX
               MOVE WS-GX TO CL-GRUPO(WS-IX)
           ELSE
               IF WS-QT-GRUPOS < Tl-Max-Grupos
                   ADD 1 TO WS-QT-GRUPOS
                   MOVE WS-QT-GRUPOS TO WS-GX CL-GRUPO(WS-IX)
                   MOVE WS-GR-CIDADE TO GR-CIDADE(WS-GX)
                   MOVE WS-GR-CODTAB TO GR-CODTAB(WS-GX)
                   MOVE ZEROS TO GR-CLIENTES(WS-GX)
               ELSE
                   MOVE "S" TO WS-TAB-ESTOUROU
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Mix-Grupo SECTION.
           PERFORM VARYING WS-KX FROM CL-INICIO(WS-IX) BY 1
                   UNTIL WS-KX > CL-FIM(WS-IX)
               IF IT-QT-JAN(WS-KX) > ZERO
                   MOVE "N" TO WS-ACHOU
                   PERFORM VARYING WS-JX FROM GR-INICIO(WS-GX) BY 1
                           UNTIL WS-JX > GR-FIM(WS-GX) OR ACHOU
                       IF GP-PRODUTO(WS-JX) = IT-PRODUTO(WS-KX)
                           MOVE "S" TO WS-ACHOU
                           ADD 1 TO GP-COMPRADORES(WS-JX)
                           ADD IT-QT-JAN(WS-KX) TO GP-QTDE(WS-JX)
                       END-IF
                   END-PERFORM
                   IF NOT ACHOU
                       IF WS-QT-GP < Tl-Max-Itens
                           ADD 1 TO WS-QT-GP
                           MOVE WS-QT-GP TO GR-FIM(WS-GX)
                           MOVE IT-PRODUTO(WS-KX) TO
                                GP-PRODUTO(WS-QT-GP)
                           MOVE 1 TO GP-COMPRADORES(WS-QT-GP)
                           MOVE IT-QT-JAN(WS-KX) TO GP-QTDE(WS-QT-GP)
                       ELSE
                           MOVE "S" TO WS-TAB-ESTOUROU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *MONTA-VENDEDORES - VENDEDORES DOS CLIENTES (OU SO O INFORMADO),
      *EM ORDEM DE CODIGO.
       Monta-Vendedores SECTION.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-CLIENTES
               IF WS-VENDEDOR = ZERO
                  OR CL-VENDEDOR(WS-IX) = WS-VENDEDOR
                   MOVE "N" TO WS-ACHOU
                   PERFORM VARYING WS-VX FROM 1 BY 1
                           UNTIL WS-VX > WS-QT-VEND OR ACHOU
                       IF VL-VENDEDOR(WS-VX) = CL-VENDEDOR(WS-IX)
                           MOVE "S" TO WS-ACHOU
                       END-IF
                   END-PERFORM
                   IF NOT ACHOU
                       IF WS-QT-VEND < Tl-Max-Vend
                           ADD 1 TO WS-QT-VEND
                           MOVE CL-VENDEDOR(WS-IX) TO
                                VL-VENDEDOR(WS-QT-VEND)
                       ELSE
                           MOVE "S" TO WS-TAB-ESTOUROU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "S" TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU NOT = "S"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX NOT LESS WS-QT-VEND
                   COMPUTE WS-JX = WS-IX + 1
                   IF VL-VENDEDOR(WS-JX) < VL-VENDEDOR(WS-IX)
                       MOVE WS-VL(WS-IX) TO WS-VL-AUX
                       MOVE WS-VL(WS-JX) TO WS-VL(WS-IX)
                       MOVE WS-VL-AUX    TO WS-VL(WS-JX)
                       MOVE "S" TO WS-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Imprime-Relatorio SECTION.
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-MES-JANELA    TO LP-JANELA
           MOVE WS-MES-RELATORIO TO LP-MES
           MOVE WS-MES-ANTERIOR  TO LP-ANTERIOR
           EVALUATE TRUE
               WHEN CRITERIO-CIDADE
                   MOVE "MESMA CIDADE"    TO LP-CRITERIO
               WHEN CRITERIO-TABELA
                   MOVE "MESMA TABELA"    TO LP-CRITERIO
               WHEN OTHER
                   MOVE "CIDADE E TABELA" TO LP-CRITERIO
           END-EVALUATE
           WRITE REG-REL FROM WS-LINHA-PARAM
           ADD 1 TO WS-Rel-Linha
           IF TABELA-ESTOUROU
               WRITE REG-REL FROM WS-LINHA-AVISO
               ADD 1 TO WS-Rel-Linha
           END-IF
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-QT-VEND
               PERFORM Imprime-Vendedor
           END-PERFORM
           IF WS-QT-CLIENTES-VD = ZERO
               WRITE REG-REL FROM WS-LINHA-VAZIO
               ADD 1 TO WS-Rel-Linha
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Vendedor SECTION.
           MOVE VL-VENDEDOR(WS-VX) TO VD-CODIGO
           READ ACEVD
               INVALID KEY
                   IF VL-VENDEDOR(WS-VX) = ZERO
                       MOVE "SEM VENDEDOR" TO VD-NOME
                   ELSE
                       MOVE "VENDEDOR NAO CADASTRADO" TO VD-NOME
                   END-IF
           END-READ
           MOVE "00" TO FS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE VL-VENDEDOR(WS-VX) TO LV-VENDEDOR
           MOVE VD-NOME            TO LV-NOME
           WRITE REG-REL FROM WS-LINHA-VEND
           ADD 2 TO WS-Rel-Linha
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-CLIENTES
               IF CL-VENDEDOR(WS-IX) = VL-VENDEDOR(WS-VX)
                   PERFORM Analisa-Cliente
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *ANALISA-CLIENTE - SEMELHANTES = OS OUTROS CLIENTES DO GRUPO QUE
      *COMPRARAM NA JANELA. TODO PRODUTO QUE O CLIENTE JA COMPROU NO
      *PERIODO SAI DA LISTA DE LACUNAS (O QUE ELE PAROU DE COMPRAR
      *VAI PARA A LISTA PROPRIA).
       Analisa-Cliente SECTION.
           MOVE ZERO TO WS-PARES WS-CANDIDATOS WS-PARADOS
           MOVE CL-GRUPO(WS-IX) TO WS-GX
           IF WS-GX NOT = ZERO
               MOVE GR-CLIENTES(WS-GX) TO WS-PARES
               IF CL-COMPROU-JAN(WS-IX) = "S"
                   SUBTRACT 1 FROM WS-PARES
               END-IF
           END-IF
           IF WS-PARES NOT = ZERO
               PERFORM VARYING WS-JX FROM GR-INICIO(WS-GX) BY 1
                       UNTIL WS-JX > GR-FIM(WS-GX)
                   MOVE "N" TO GP-FORA(WS-JX)
                   IF GP-COMPRADORES(WS-JX) < Tl-Min-Compradores
                       MOVE "S" TO GP-FORA(WS-JX)
                   ELSE
                       PERFORM Confere-Comprado
                   END-IF
                   IF GP-FORA(WS-JX) = "N"
                       ADD 1 TO WS-CANDIDATOS
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-KX FROM CL-INICIO(WS-IX) BY 1
                   UNTIL WS-KX > CL-FIM(WS-IX)
               IF IT-QT-JAN(WS-KX) = ZERO AND IT-QT-ANT(WS-KX) > ZERO
                   ADD 1 TO WS-PARADOS
               END-IF
           END-PERFORM
           IF WS-CANDIDATOS NOT = ZERO OR WS-PARADOS NOT = ZERO
               ADD 1 TO WS-QT-CLIENTES-VD
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE CL-CLIENTE(WS-IX) TO LCL-CLIENTE
               MOVE CL-NOME(WS-IX)    TO LCL-NOME
               MOVE CL-CIDADE(WS-IX)  TO LCL-CIDADE
               MOVE CL-CODTAB(WS-IX)  TO LCL-CODTAB
               MOVE WS-PARES          TO LCL-PARES
               WRITE REG-REL FROM WS-LINHA-CLI
               ADD 1 TO WS-Rel-Linha
               IF WS-CANDIDATOS NOT = ZERO
                   PERFORM Imprime-Lacunas
               END-IF
               IF WS-PARADOS NOT = ZERO
                   PERFORM Imprime-Parados
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-COMPRADO - O PRODUTO DO GRUPO EM WS-JX JA ESTA NO
      *PERIODO DO CLIENTE (JANELA OU ANTERIOR).
       Confere-Comprado SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-KX FROM CL-INICIO(WS-IX) BY 1
                   UNTIL WS-KX > CL-FIM(WS-IX) OR ACHOU
               IF IT-PRODUTO(WS-KX) = GP-PRODUTO(WS-JX)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU
               MOVE "S" TO GP-FORA(WS-JX)
           END-IF
           .

      *---------------------------------------------------------------*
      *IMPRIME-LACUNAS - OS WS-TOP PRODUTOS COM MAIS COMPRADORES ENTRE
      *OS SEMELHANTES (EMPATE: MAIOR QUANTIDADE). QTDE MENSAL USUAL =
      *QUANTIDADE DOS COMPRADORES \ COMPRADORES \ MESES DA JANELA.
       Imprime-Lacunas SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-CABL
           ADD 1 TO WS-Rel-Linha
           MOVE ZERO TO WS-LISTADOS
           PERFORM UNTIL WS-LISTADOS NOT LESS WS-TOP
                      OR WS-LISTADOS NOT LESS WS-CANDIDATOS
               MOVE ZERO TO WS-MELHOR
               PERFORM VARYING WS-JX FROM GR-INICIO(WS-GX) BY 1
                       UNTIL WS-JX > GR-FIM(WS-GX)
                   IF GP-FORA(WS-JX) = "N"
                       IF WS-MELHOR = ZERO
                           MOVE WS-JX TO WS-MELHOR
                       ELSE
                           IF GP-COMPRADORES(WS-JX) >
                              GP-COMPRADORES(WS-MELHOR)
                              OR (GP-COMPRADORES(WS-JX) =
                              GP-COMPRADORES(WS-MELHOR)
                              AND GP-QTDE(WS-JX) > GP-QTDE(WS-MELHOR))
                               MOVE WS-JX TO WS-MELHOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "S" TO GP-FORA(WS-MELHOR)
               ADD 1 TO WS-LISTADOS
               MOVE GP-PRODUTO(WS-MELHOR) TO COD-01
               PERFORM Le-Produto
               COMPUTE WS-VOLUME ROUNDED = GP-QTDE(WS-MELHOR)
                   / GP-COMPRADORES(WS-MELHOR) / Tl-Meses-Janela
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE GP-PRODUTO(WS-MELHOR)     TO LL-PRODUTO
               MOVE DESC-01                   TO LL-DESC
               MOVE GP-COMPRADORES(WS-MELHOR) TO LL-COMPRADORES
               MOVE WS-PARES                  TO LL-PARES
               MOVE WS-VOLUME                 TO LL-VOLUME
               WRITE REG-REL FROM WS-LINHA-LACUNA
               ADD 1 TO WS-Rel-Linha
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *IMPRIME-PARADOS - COMPROU NOS 6 MESES ANTERIORES A JANELA E NAO
      *COMPROU NA JANELA, COM A QUANTIDADE MENSAL QUE COMPRAVA.
       Imprime-Parados SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-CABP
           ADD 1 TO WS-Rel-Linha
           PERFORM VARYING WS-KX FROM CL-INICIO(WS-IX) BY 1
                   UNTIL WS-KX > CL-FIM(WS-IX)
               IF IT-QT-JAN(WS-KX) = ZERO AND IT-QT-ANT(WS-KX) > ZERO
                   MOVE IT-PRODUTO(WS-KX) TO COD-01
                   PERFORM Le-Produto
                   COMPUTE WS-VOLUME ROUNDED =
                       IT-QT-ANT(WS-KX) / Tl-Meses-Janela
                   PERFORM VERIFICA-QUEBRA-REL THRU
                       SAI-VERIFICA-QUEBRA-REL
                   MOVE IT-PRODUTO(WS-KX)  TO LPA-PRODUTO
                   MOVE DESC-01            TO LPA-DESC
                   MOVE IT-ULT-DATA(WS-KX) TO LPA-ULT-DATA
                   MOVE WS-VOLUME          TO LPA-VOLUME
                   WRITE REG-REL FROM WS-LINHA-PARADO
                   ADD 1 TO WS-Rel-Linha
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Le-Produto SECTION.
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE14 ACE15 ACE01 ACECL ACEVD RELATO
           DISPLAY "MIXCLI - CLIENTES COM SUGESTAO: " WS-QT-CLIENTES-VD
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
