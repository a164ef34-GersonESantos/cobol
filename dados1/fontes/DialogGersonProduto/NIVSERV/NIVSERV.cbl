000010*NIVSERV-NIVEL DE SERVICO AO CLIENTE NO MES - O ESPELHO DE      *
000020*FORNDES DO NOSSO LADO DO BALCAO. PARA OS PEDIDOS DO MES        *
000030*INFORMADO (DATA-11) JA FATURADOS OU EXPIRADOS (EXPPED CANCELA  *
000040*POR IDADE), MEDE A TAXA DE ATENDIMENTO DE LINHAS (ITEM COM     *
000050*QTATEND-12 IGUAL A QTDE-12 SOBRE O TOTAL DE ITENS) E, PELAS    *
000060*NOTAS ENTREGUES (ENT-ENTREGUE OU ENT-PARCIAL EM ACE14, VIA     *
000070*NF-PEDIDO), A TAXA DE ENTREGA NO PRAZO: ENTDATA-14 ATE A DATA  *
000080*PROMETIDA DO PEDIDO (ENTREGA-11, DA ROTA; PEDIDO SEM ELA VALE  *
000090*DATA-11 MAIS O PRAZO PADRAO EM DIAS UTEIS DA CIDADE DO         *
000100*CLIENTE). "NO PRAZO E COMPLETO" E O PEDIDO ENTREGUE NO PRAZO   *
000110*COM TODAS AS LINHAS CHEIAS E SEM ENTREGA PARCIAL; PEDIDO       *
000120*EXPIRADO CONTA COMO FALHA NAS DUAS MEDIDAS. SAI POR CLIENTE E  *
000130*POR PRODUTO, SEGUIDO DOS 20 PIORES CLIENTES (MENOR INDICE NO   *
000140*PRAZO E COMPLETO) PARA O COMERCIAL E DOS 20 PRODUTOS MAIS      *
000150*CORTADOS PARA A COMPRA.                                        *
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. NIVSERV.
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELC-11".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELC-12".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELFE".
000280     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000290                    FILE STATUS IS FS-REL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000330 COPY "C:\Repo2024\cobol\dados1\book\FD-11".
000340 COPY "C:\Repo2024\cobol\dados1\book\FD-12".
000350 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDFE".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000400 WORKING-STORAGE SECTION.
000410 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000420 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000430 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
000440 COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".

       01  FS-REL                PIC X(02) VALUE "00".

      *PRAZO PADRAO DE ENTREGA (DIAS UTEIS) DO PEDIDO SEM DATA
      *PROMETIDA PELA ROTA.
       78  Tl-Prazo-Entrega      VALUE 2.
       78  Tl-Max-Pedidos        VALUE 3000.
       78  Tl-Max-Clientes       VALUE 500.
       78  Tl-Max-Produtos       VALUE 1000.
       78  Tl-Piores             VALUE 20.

       01  WS-FIM-PEDIDOS        PIC X(01) VALUE "N".
           88  FIM-PEDIDOS       VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-FIM-NOTAS          PIC X(01).
           88  FIM-NOTAS         VALUE "S".
       01  WS-ACHOU              PIC X(01).
           88  ACHOU             VALUE "S".
       01  WS-TROCOU             PIC X(01).
       01  WS-TAB-ESTOUROU       PIC X(01) VALUE "N".
           88  TABELA-ESTOUROU   VALUE "S".

       01  WS-MES-RELATORIO      PIC 9(06).
       01  WS-PEDIDO-CORRENTE    PIC 9(06).
       01  WS-CLIENTE-PEDIDO     PIC 9(06).
       01  WS-PRIMEIRO-PEDIDO    PIC 9(06) VALUE ZERO.
       01  WS-ULTIMO-PEDIDO      PIC 9(06) VALUE ZERO.
       01  WS-IX                 PIC 9(04) COMP.
       01  WS-JX                 PIC 9(04) COMP.
       01  WS-CX                 PIC 9(04) COMP.
       01  WS-PX                 PIC 9(04) COMP.
       01  WS-QT-IMPRESSOS       PIC 9(04) COMP.

      *UM ELEMENTO POR PEDIDO MEDIDO, NA ORDEM DE NUM-11; AS NOTAS
      *ACHAM O PEDIDO PELO NF-PEDIDO.
       01  WS-QT-PEDIDOS         PIC 9(04) COMP VALUE ZERO.
       01  WS-TAB-PEDIDOS.
           03  WS-PD OCCURS 3000 TIMES.
               05  PD-NUM        PIC 9(06).
               05  PD-CLI-IX     PIC 9(04) COMP.
               05  PD-PROMETIDA  PIC 9(08).
               05  PD-COMPLETO   PIC X(01).
               05  PD-ENTREGUE   PIC X(01).
               05  PD-ATRASO     PIC X(01).
               05  PD-PARCIAL    PIC X(01).
               05  PD-EXPIRADO   PIC X(01).

       01  WS-QT-CLIENTES        PIC 9(04) COMP VALUE ZERO.
       01  WS-TAB-CLIENTES.
           03  WS-CS OCCURS 500 TIMES.
               05  CS-CLIENTE    PIC 9(06).
               05  CS-PEDIDOS    PIC 9(05).
               05  CS-LINHAS     PIC 9(06).
               05  CS-CHEIAS     PIC 9(06).
               05  CS-MEDIDOS    PIC 9(05).
               05  CS-NOPRAZO    PIC 9(05).
               05  CS-OTIF       PIC 9(05).
               05  CS-PCT-OTIF   PIC 9(03)V99.
               05  CS-PCT-LINHAS PIC 9(03)V99.
       01  WS-CS-AUX             PIC X(48).

       01  WS-QT-PRODUTOS        PIC 9(04) COMP VALUE ZERO.
       01  WS-TAB-PRODUTOS.
           03  WS-PS OCCURS 1000 TIMES.
               05  PS-COD        PIC 9(06).
               05  PS-LINHAS     PIC 9(06).
               05  PS-CORTES     PIC 9(06).
               05  PS-QTPEDIDA   PIC 9(09)V9(03).
               05  PS-QTCORTADA  PIC 9(09)V9(03).
       01  WS-PS-AUX             PIC X(42).

       01  WS-PCT-LINHAS         PIC 9(03)V99.
       01  WS-PCT-PRAZO          PIC 9(03)V99.
       01  WS-PCT-OTIF           PIC 9(03)V99.
       01  WS-PCT-QTDE           PIC 9(03)V99.

       01  WS-TOT-GERAL.
           03  TG-PEDIDOS        PIC 9(06) VALUE ZERO.
           03  TG-LINHAS         PIC 9(07) VALUE ZERO.
           03  TG-CHEIAS         PIC 9(07) VALUE ZERO.
           03  TG-MEDIDOS        PIC 9(06) VALUE ZERO.
           03  TG-NOPRAZO        PIC 9(06) VALUE ZERO.
           03  TG-OTIF           PIC 9(06) VALUE ZERO.

       01  WS-LINHA-MES.
           03  FILLER            PIC X(14) VALUE "MES ANALISADO ".
           03  LM-MES            PIC 9(06).
           03  FILLER            PIC X(33) VALUE
               " - PRAZO PADRAO SEM ROTA (DIAS): ".
           03  LM-PRAZO          PIC 9(02).

       01  WS-LINHA-SECAO.
           03  LS-TITULO         PIC X(60).

       01  WS-LINHA-CABC.
           03  FILLER            PIC X(07) VALUE "CLIENT ".
           03  FILLER            PIC X(26) VALUE "NOME".
           03  FILLER            PIC X(06) VALUE "PEDID ".
           03  FILLER            PIC X(07) VALUE "LINHAS ".
           03  FILLER            PIC X(07) VALUE "ATEND% ".
           03  FILLER            PIC X(06) VALUE "MEDID ".
           03  FILLER            PIC X(07) VALUE "PRAZO% ".
           03  FILLER            PIC X(06) VALUE " OTIF%".

       01  WS-LINHA-DETC.
           03  DC-CLIENTE        PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DC-NOME           PIC X(25).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DC-PEDIDOS        PIC Z(04)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DC-LINHAS         PIC Z(05)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DC-PCT-LINHAS     PIC ZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DC-MEDIDOS        PIC Z(04)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DC-PCT-PRAZO      PIC ZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DC-PCT-OTIF       PIC ZZ9.99.

       01  WS-LINHA-CABP.
           03  FILLER            PIC X(07) VALUE "PRODUT ".
           03  FILLER            PIC X(31) VALUE "DESCRICAO".
           03  FILLER            PIC X(07) VALUE "LINHAS ".
           03  FILLER            PIC X(07) VALUE "CORTES ".
           03  FILLER            PIC X(07) VALUE "ATEND% ".
           03  FILLER            PIC X(13) VALUE " QTDE CORTADA".
           03  FILLER            PIC X(07) VALUE " QTDE% ".

       01  WS-LINHA-DETP.
           03  DP-COD            PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DP-DESC           PIC X(30).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DP-LINHAS         PIC Z(05)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DP-CORTES         PIC Z(05)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DP-PCT-LINHAS     PIC ZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DP-QTCORTADA      PIC Z(08)9.999.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DP-PCT-QTDE       PIC ZZ9.99.

       01  WS-LINHA-TOT.
           03  FILLER            PIC X(07) VALUE "TOTAL  ".
           03  FILLER            PIC X(26) VALUE SPACES.
           03  DT-PEDIDOS        PIC Z(04)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DT-LINHAS         PIC Z(05)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DT-PCT-LINHAS     PIC ZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DT-MEDIDOS        PIC Z(04)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DT-PCT-PRAZO      PIC ZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DT-PCT-OTIF       PIC ZZ9.99.

       01  WS-LINHA-AVISO.
           03  FILLER            PIC X(40) VALUE
               "ATENCAO: TABELA CHEIA - PEDIDOS, CLIENTE".
           03  FILLER            PIC X(30) VALUE
               "S OU PRODUTOS FORA DA CONTA.".

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-PEDIDOS
           PERFORM Confere-Entregas
           PERFORM Apura-Clientes
           PERFORM Imprime-Clientes
           PERFORM Imprime-Produtos
           PERFORM Imprime-Piores-Clientes
           PERFORM Imprime-Mais-Cortados
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           DISPLAY "NIVSERV - ANO E MES DO RELATORIO (AAAAMM): "
           ACCEPT WS-MES-RELATORIO
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           OPEN INPUT ACE11
           IF FS NOT = "00"
               DISPLAY "NIVSERV - ARQUIVO DE PEDIDOS (ACE11) NAO "
                       "ENCONTRADO: " FS
               MOVE "S" TO WS-FIM-PEDIDOS
           END-IF
           OPEN INPUT ACE12 ACE14 ACECL ACE01
           MOVE "00" TO FS
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           MOVE "NIVEL DE SERVICO AO CLIENTE   " TO WS-Rel-Titulo
           MOVE "NIVSERV" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           MOVE ZEROS TO NUM-11
           START ACE11 KEY IS NOT LESS NUM-11
               INVALID KEY
                   MOVE "S" TO WS-FIM-PEDIDOS
           END-START
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           READ ACE11 NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PEDIDOS
               NOT AT END
                   IF DATA-11(1:6) = WS-MES-RELATORIO
                      AND (PEDIDO-11-FATURADO OR PEDIDO-11-CANCELADO)
                       PERFORM Registra-Pedido
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*
      *REGISTRA-PEDIDO - GUARDA O PEDIDO COM A DATA PROMETIDA E SOMA
      *AS LINHAS NO CLIENTE E NOS PRODUTOS.
       Registra-Pedido SECTION.
           IF WS-QT-PEDIDOS NOT LESS Tl-Max-Pedidos
               MOVE "S" TO WS-TAB-ESTOUROU
           ELSE
               MOVE NUM-11 TO WS-PEDIDO-CORRENTE
               IF CLI-11 NUMERIC
                   MOVE CLI-11 TO WS-CLIENTE-PEDIDO
               ELSE
                   MOVE ZEROS TO WS-CLIENTE-PEDIDO
               END-IF
               PERFORM Acha-Cliente
               IF ACHOU
                   ADD 1 TO WS-QT-PEDIDOS
                   MOVE WS-QT-PEDIDOS TO WS-IX
                   IF WS-PRIMEIRO-PEDIDO = ZERO
                       MOVE NUM-11 TO WS-PRIMEIRO-PEDIDO
                   END-IF
                   MOVE NUM-11 TO WS-ULTIMO-PEDIDO PD-NUM(WS-IX)
                   MOVE WS-CX  TO PD-CLI-IX(WS-IX)
                   MOVE "S"    TO PD-COMPLETO(WS-IX)
                   MOVE "N"    TO PD-ENTREGUE(WS-IX) PD-ATRASO(WS-IX)
                                  PD-PARCIAL(WS-IX)
                                  PD-EXPIRADO(WS-IX)
                   IF PEDIDO-11-CANCELADO
                       MOVE "S" TO PD-EXPIRADO(WS-IX)
                   END-IF
                   PERFORM Calcula-Data-Prometida
                   ADD 1 TO CS-PEDIDOS(WS-CX)
                   PERFORM Soma-Itens-Pedido
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *CALCULA-DATA-PROMETIDA - A DATA DA ROTA (ENTREGA-11) QUANDO O
      *PEDIDO A TEM; SENAO DATA-11 MAIS O PRAZO PADRAO EM DIAS UTEIS
      *PELO CALENDARIO DA CIDADE DO CLIENTE.
       Calcula-Data-Prometida SECTION.
           IF ENTREGA-11 NUMERIC AND ENTREGA-11 NOT = ZERO
               MOVE ENTREGA-11 TO PD-PROMETIDA(WS-IX)
           ELSE
               MOVE DATA-11          TO WS-Du-Data
               MOVE Tl-Prazo-Entrega TO WS-Du-Dias
               MOVE SPACES           TO WS-Du-Uf
               MOVE ZERO             TO WS-Du-Cidade
               IF WS-CLIENTE-PEDIDO NOT = ZERO
                   MOVE WS-CLIENTE-PEDIDO TO CLI-CODIGO
                   READ ACECL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-CIDADE TO WS-Du-Cidade
                   END-READ
                   MOVE "00" TO FS
               END-IF
               PERFORM SOMA-DIAS-UTEIS THRU SAI-SOMA-DIAS-UTEIS
               MOVE WS-Du-Data TO PD-PROMETIDA(WS-IX)
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Itens-Pedido SECTION.
           MOVE "N" TO WS-FIM-ITENS
           MOVE WS-PEDIDO-CORRENTE TO NUM-12
           MOVE ZERO TO SEQ-12
           START ACE12 KEY IS NOT LESS CHAVE-12
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACE12 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
                       IF NUM-12 NOT = WS-PEDIDO-CORRENTE
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           PERFORM Soma-Linha
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Soma-Linha SECTION.
           ADD 1 TO CS-LINHAS(WS-CX)
           IF QTATEND-12 NOT LESS QTDE-12
               ADD 1 TO CS-CHEIAS(WS-CX)
           ELSE
               MOVE "N" TO PD-COMPLETO(WS-IX)
           END-IF
           PERFORM Acha-Produto
           IF ACHOU
               ADD 1       TO PS-LINHAS(WS-PX)
               ADD QTDE-12 TO PS-QTPEDIDA(WS-PX)
               IF QTATEND-12 < QTDE-12
                   ADD 1 TO PS-CORTES(WS-PX)
                   COMPUTE PS-QTCORTADA(WS-PX) =
                       PS-QTCORTADA(WS-PX) + QTDE-12 - QTATEND-12
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Acha-Cliente SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-QT-CLIENTES OR ACHOU
               IF CS-CLIENTE(WS-CX) = WS-CLIENTE-PEDIDO
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU
               SUBTRACT 1 FROM WS-CX
           ELSE
               IF WS-QT-CLIENTES < Tl-Max-Clientes
                   ADD 1 TO WS-QT-CLIENTES
                   MOVE WS-QT-CLIENTES TO WS-CX
                   INITIALIZE WS-CS(WS-CX)
                   MOVE WS-CLIENTE-PEDIDO TO CS-CLIENTE(WS-CX)
                   MOVE "S" TO WS-ACHOU
               ELSE
                   MOVE "S" TO WS-TAB-ESTOUROU
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Acha-Produto SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-QT-PRODUTOS OR ACHOU
               IF PS-COD(WS-PX) = COD-12
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU
               SUBTRACT 1 FROM WS-PX
           ELSE
               IF WS-QT-PRODUTOS < Tl-Max-Produtos
                   ADD 1 TO WS-QT-PRODUTOS
                   MOVE WS-QT-PRODUTOS TO WS-PX
                   INITIALIZE WS-PS(WS-PX)
                   MOVE COD-12 TO PS-COD(WS-PX)
                   MOVE "S" TO WS-ACHOU
               ELSE
                   MOVE "S" TO WS-TAB-ESTOUROU
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-ENTREGAS - NOTA VALIDA DE PEDIDO MEDIDO, ENTREGUE OU
      *ENTREGUE EM PARTE: A DATA DO CANHOTO DEPOIS DA PROMETIDA
      *ATRASA O PEDIDO. A NOTA NUNCA E ANTERIOR AO PEDIDO, ENTAO SO
      *AS NOTAS A PARTIR DO MES ENTRAM NA PROCURA.
       Confere-Entregas SECTION.
           MOVE "N" TO WS-FIM-NOTAS
           IF WS-QT-PEDIDOS = ZERO
               MOVE "S" TO WS-FIM-NOTAS
           END-IF
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
                          AND (ENT-ENTREGUE OR ENT-PARCIAL)
                          AND NF-DATA(1:6) NOT LESS WS-MES-RELATORIO
                          AND NF-PEDIDO NOT LESS WS-PRIMEIRO-PEDIDO
                          AND NF-PEDIDO NOT GREATER WS-ULTIMO-PEDIDO
                           PERFORM Marca-Entrega-Pedido
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Marca-Entrega-Pedido SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-PEDIDOS OR ACHOU
               IF PD-NUM(WS-IX) = NF-PEDIDO
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU
               SUBTRACT 1 FROM WS-IX
               MOVE "S" TO PD-ENTREGUE(WS-IX)
               IF ENTDATA-14 > PD-PROMETIDA(WS-IX)
                   MOVE "S" TO PD-ATRASO(WS-IX)
               END-IF
               IF ENT-PARCIAL
                   MOVE "S" TO PD-PARCIAL(WS-IX)
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *APURA-CLIENTES - PEDIDO MEDIDO E O ENTREGUE OU O EXPIRADO (QUE
      *CONTA COMO FORA DO PRAZO E INCOMPLETO). FATURADO AINDA SEM
      *CANHOTO FICA FORA DO PRAZO% E DO OTIF% ATE A ENTREGA.
       Apura-Clientes SECTION.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-PEDIDOS
               MOVE PD-CLI-IX(WS-IX) TO WS-CX
               IF PD-EXPIRADO(WS-IX) = "S"
                   ADD 1 TO CS-MEDIDOS(WS-CX)
               ELSE
                   IF PD-ENTREGUE(WS-IX) = "S"
                       ADD 1 TO CS-MEDIDOS(WS-CX)
                       IF PD-ATRASO(WS-IX) = "N"
                           ADD 1 TO CS-NOPRAZO(WS-CX)
                           IF PD-COMPLETO(WS-IX) = "S"
                              AND PD-PARCIAL(WS-IX) = "N"
                               ADD 1 TO CS-OTIF(WS-CX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-QT-CLIENTES
               IF CS-LINHAS(WS-CX) = ZERO
                   MOVE 100 TO CS-PCT-LINHAS(WS-CX)
               ELSE
                   COMPUTE CS-PCT-LINHAS(WS-CX) ROUNDED =
                       CS-CHEIAS(WS-CX) * 100 / CS-LINHAS(WS-CX)
               END-IF
               IF CS-MEDIDOS(WS-CX) = ZERO
                   MOVE 100 TO CS-PCT-OTIF(WS-CX)
               ELSE
                   COMPUTE CS-PCT-OTIF(WS-CX) ROUNDED =
                       CS-OTIF(WS-CX) * 100 / CS-MEDIDOS(WS-CX)
               END-IF
               ADD CS-PEDIDOS(WS-CX) TO TG-PEDIDOS
               ADD CS-LINHAS(WS-CX)  TO TG-LINHAS
               ADD CS-CHEIAS(WS-CX)  TO TG-CHEIAS
               ADD CS-MEDIDOS(WS-CX) TO TG-MEDIDOS
               ADD CS-NOPRAZO(WS-CX) TO TG-NOPRAZO
               ADD CS-OTIF(WS-CX)    TO TG-OTIF
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *IMPRIME-CLIENTES - TODOS OS CLIENTES DO MES EM ORDEM DE CODIGO
      *(TROCA DE VIZINHOS, COMO EM CLIRANK) E O TOTAL DA EMPRESA.
       Imprime-Clientes SECTION.
           MOVE "S" TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU NOT = "S"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX NOT LESS WS-QT-CLIENTES
                   COMPUTE WS-JX = WS-IX + 1
                   IF CS-CLIENTE(WS-JX) < CS-CLIENTE(WS-IX)
                       PERFORM Troca-Clientes
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-MES-RELATORIO TO LM-MES
           MOVE Tl-Prazo-Entrega TO LM-PRAZO
           WRITE REG-REL FROM WS-LINHA-MES
           ADD 1 TO WS-Rel-Linha
           IF TABELA-ESTOUROU
               WRITE REG-REL FROM WS-LINHA-AVISO
               ADD 1 TO WS-Rel-Linha
           END-IF
           MOVE "NIVEL DE SERVICO POR CLIENTE" TO LS-TITULO
           PERFORM Imprime-Secao-Clientes
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-QT-CLIENTES
               PERFORM Imprime-Linha-Cliente
           END-PERFORM
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE TG-PEDIDOS TO DT-PEDIDOS
           MOVE TG-LINHAS  TO DT-LINHAS
           MOVE TG-MEDIDOS TO DT-MEDIDOS
           MOVE ZERO TO WS-PCT-LINHAS WS-PCT-PRAZO WS-PCT-OTIF
           IF TG-LINHAS NOT = ZERO
               COMPUTE WS-PCT-LINHAS ROUNDED =
                   TG-CHEIAS * 100 / TG-LINHAS
           END-IF
           IF TG-MEDIDOS NOT = ZERO
               COMPUTE WS-PCT-PRAZO ROUNDED =
                   TG-NOPRAZO * 100 / TG-MEDIDOS
               COMPUTE WS-PCT-OTIF ROUNDED =
                   TG-OTIF * 100 / TG-MEDIDOS
           END-IF
           MOVE WS-PCT-LINHAS TO DT-PCT-LINHAS
           MOVE WS-PCT-PRAZO  TO DT-PCT-PRAZO
           MOVE WS-PCT-OTIF   TO DT-PCT-OTIF
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Secao-Clientes SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-SECAO
           WRITE REG-REL FROM WS-LINHA-CABC
           ADD 3 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Cliente SECTION.
           IF CS-CLIENTE(WS-CX) = ZERO
               MOVE "PEDIDO SEM CODIGO CLIENTE" TO CLI-NOME
           ELSE
               MOVE CS-CLIENTE(WS-CX) TO CLI-CODIGO
               READ ACECL
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME
               END-READ
               MOVE "00" TO FS
           END-IF
           MOVE ZERO TO WS-PCT-PRAZO
           IF CS-MEDIDOS(WS-CX) NOT = ZERO
               COMPUTE WS-PCT-PRAZO ROUNDED =
                   CS-NOPRAZO(WS-CX) * 100 / CS-MEDIDOS(WS-CX)
           END-IF
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE CS-CLIENTE(WS-CX)    TO DC-CLIENTE
           MOVE CLI-NOME             TO DC-NOME
           MOVE CS-PEDIDOS(WS-CX)    TO DC-PEDIDOS
           MOVE CS-LINHAS(WS-CX)     TO DC-LINHAS
           MOVE CS-PCT-LINHAS(WS-CX) TO DC-PCT-LINHAS
           MOVE CS-MEDIDOS(WS-CX)    TO DC-MEDIDOS
           MOVE WS-PCT-PRAZO         TO DC-PCT-PRAZO
           MOVE CS-PCT-OTIF(WS-CX)   TO DC-PCT-OTIF
           IF CS-MEDIDOS(WS-CX) = ZERO
               MOVE ZERO TO DC-PCT-OTIF
           END-IF
           WRITE REG-REL FROM WS-LINHA-DETC
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Troca-Clientes SECTION.
           MOVE WS-CS(WS-IX) TO WS-CS-AUX
           MOVE WS-CS(WS-JX) TO WS-CS(WS-IX)
           MOVE WS-CS-AUX    TO WS-CS(WS-JX)
           MOVE "S" TO WS-TROCOU
           .

      *---------------------------------------------------------------*
      *IMPRIME-PRODUTOS - TODOS OS PRODUTOS PEDIDOS NO MES EM ORDEM DE
      *CODIGO, COM AS LINHAS CORTADAS E A QUANTIDADE QUE FALTOU.
       Imprime-Produtos SECTION.
           MOVE "S" TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU NOT = "S"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX NOT LESS WS-QT-PRODUTOS
                   COMPUTE WS-JX = WS-IX + 1
                   IF PS-COD(WS-JX) < PS-COD(WS-IX)
                       PERFORM Troca-Produtos
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "ATENDIMENTO POR PRODUTO" TO LS-TITULO
           PERFORM Imprime-Secao-Produtos
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-QT-PRODUTOS
               PERFORM Imprime-Linha-Produto
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Imprime-Secao-Produtos SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-SECAO
           WRITE REG-REL FROM WS-LINHA-CABP
           ADD 3 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Produto SECTION.
           MOVE PS-COD(WS-PX) TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
           END-READ
           MOVE "00" TO FS
           MOVE 100 TO WS-PCT-LINHAS WS-PCT-QTDE
           IF PS-LINHAS(WS-PX) NOT = ZERO
               COMPUTE WS-PCT-LINHAS ROUNDED =
                   (PS-LINHAS(WS-PX) - PS-CORTES(WS-PX)) * 100
                   / PS-LINHAS(WS-PX)
           END-IF
           IF PS-QTPEDIDA(WS-PX) NOT = ZERO
               COMPUTE WS-PCT-QTDE ROUNDED =
                   (PS-QTPEDIDA(WS-PX) - PS-QTCORTADA(WS-PX)) * 100
                   / PS-QTPEDIDA(WS-PX)
           END-IF
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE PS-COD(WS-PX)       TO DP-COD
           MOVE DESC-01             TO DP-DESC
           MOVE PS-LINHAS(WS-PX)    TO DP-LINHAS
           MOVE PS-CORTES(WS-PX)    TO DP-CORTES
           MOVE WS-PCT-LINHAS       TO DP-PCT-LINHAS
           MOVE PS-QTCORTADA(WS-PX) TO DP-QTCORTADA
           MOVE WS-PCT-QTDE         TO DP-PCT-QTDE
           WRITE REG-REL FROM WS-LINHA-DETP
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Troca-Produtos SECTION.
           MOVE WS-PS(WS-IX) TO WS-PS-AUX
           MOVE WS-PS(WS-JX) TO WS-PS(WS-IX)
           MOVE WS-PS-AUX    TO WS-PS(WS-JX)
           MOVE "S" TO WS-TROCOU
           .

      *---------------------------------------------------------------*
      *IMPRIME-PIORES-CLIENTES - DO MENOR OTIF% PARA O MAIOR (EMPATE:
      *MENOR ATEND%); SO ENTRA CLIENTE COM PEDIDO MEDIDO NO MES.
       Imprime-Piores-Clientes SECTION.
           MOVE "S" TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU NOT = "S"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX NOT LESS WS-QT-CLIENTES
                   COMPUTE WS-JX = WS-IX + 1
                   IF CS-PCT-OTIF(WS-JX) < CS-PCT-OTIF(WS-IX)
                      OR (CS-PCT-OTIF(WS-JX) = CS-PCT-OTIF(WS-IX)
                      AND CS-PCT-LINHAS(WS-JX) < CS-PCT-LINHAS(WS-IX))
                       PERFORM Troca-Clientes
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "OS 20 PIORES CLIENTES (MENOR OTIF%) - COMERCIAL"
             TO LS-TITULO
           PERFORM Imprime-Secao-Clientes
           MOVE ZERO TO WS-QT-IMPRESSOS
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-QT-CLIENTES
                      OR WS-QT-IMPRESSOS NOT LESS Tl-Piores
               IF CS-MEDIDOS(WS-CX) NOT = ZERO
                   PERFORM Imprime-Linha-Cliente
                   ADD 1 TO WS-QT-IMPRESSOS
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *IMPRIME-MAIS-CORTADOS - DO PRODUTO COM MAIS LINHAS CORTADAS
      *PARA O COM MENOS (EMPATE: MAIOR QUANTIDADE CORTADA).
       Imprime-Mais-Cortados SECTION.
           MOVE "S" TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU NOT = "S"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX NOT LESS WS-QT-PRODUTOS
                   COMPUTE WS-JX = WS-IX + 1
                   IF PS-CORTES(WS-JX) > PS-CORTES(WS-IX)
                      OR (PS-CORTES(WS-JX) = PS-CORTES(WS-IX)
                      AND PS-QTCORTADA(WS-JX) > PS-QTCORTADA(WS-IX))
                       PERFORM Troca-Produtos
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "OS 20 PRODUTOS MAIS CORTADOS - COMPRA" TO LS-TITULO
           PERFORM Imprime-Secao-Produtos
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-QT-PRODUTOS
                      OR WS-PX > Tl-Piores
               IF PS-CORTES(WS-PX) NOT = ZERO
                   PERFORM Imprime-Linha-Produto
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE11 ACE12 ACE14 ACECL ACE01 RELATO
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           DISPLAY "NIVSERV - PEDIDOS MEDIDOS: " WS-QT-PEDIDOS
                   " CLIENTES: " WS-QT-CLIENTES
                   " PRODUTOS: " WS-QT-PRODUTOS
           IF TABELA-ESTOUROU
               DISPLAY "NIVSERV - TABELA CHEIA: RELATORIO PARCIAL."
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
