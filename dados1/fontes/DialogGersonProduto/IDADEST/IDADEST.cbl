000010*IDADEST-IDADE DO ESTOQUE POR CAMADAS DE ENTRADA (PEPS).        *
000020*DATNOV-01 SO DIZ QUANDO O PRODUTO MEXEU POR ULTIMO; AQUI O     *
000030*SALDO ATUAL (EST-01) DE CADA PRODUTO E ATRIBUIDO AS ENTRADAS   *
000040*MAIS RECENTES DE ACE02, LIDAS DE TRAS PARA A FRENTE, ATE       *
000050*COBRIR O SALDO - O QUE SOBRA E O MAIS VELHO. CONTA COMO CAMADA *
000060*TODO MOVIMENTO DE SOMA ("+") MENOS A TRANSFERENCIA ENTRE       *
000070*ALMOXARIFADOS (T), QUE SO MUDA A MERCADORIA DE LUGAR; O SALDO  *
000080*TRANSPORTADO QUE ARQMOV GRAVA NO EXPURGO E CAMADA COM A DATA   *
000090*DO CORTE, E O SALDO QUE NENHUM MOVIMENTO COBRE CAI NA FAIXA    *
000100*MAIS VELHA. QUANTIDADE E VALOR (A CATUAL-01) SAEM NAS FAIXAS   *
000110*0-30, 31-90, 91-180, 181-365 E ACIMA DE 365 DIAS, COM TOTAIS   *
000120*POR ALMOXARIFADO (RATEADO PELA PARTICIPACAO DE EST-ALM-01 NO   *
000130*SALDO, JA QUE A CAMADA E DO PRODUTO), POR CLASSE (CLASSECE-01) *
000140*E POR FORNECEDOR (CODFOR-01), PARA NEGOCIAR DEVOLUCAO OU       *
000150*PROMOCAO DAS CAMADAS VELHAS. O DETALHE POR PRODUTO E OPCIONAL, *
000160*A PARTIR DA FAIXA INFORMADA.                                   *
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. IDADEST.
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000260     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000270                    FILE STATUS IS FS-REL.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000310 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000320 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000330 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000350 WORKING-STORAGE SECTION.
000360 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000370 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000380 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-PRODUTOS       PIC X(01) VALUE "N".
           88  FIM-PRODUTOS      VALUE "S".
       01  WS-FIM-CAMADAS        PIC X(01).
           88  FIM-CAMADAS       VALUE "S".

       01  WS-IX                 PIC 9(03) COMP.
       01  WS-FX                 PIC 9(02) COMP.
       01  WS-AX                 PIC 9(03) COMP.
       01  WS-CX                 PIC 9(03) COMP.
       01  WS-SX                 PIC 9(03) COMP.
       01  WS-ALM-ED             PIC 9(02).
       01  WS-FAIXA-DETALHE      PIC 9(01).
       01  WS-LISTA-PRODUTO      PIC X(01).
           88  LISTA-PRODUTO     VALUE "S".
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-JULIANO-HOJE       PIC 9(07).
       01  WS-DIAS               PIC S9(07).
       01  WS-RESTANTE           PIC 9(07)V9(03).
       01  WS-CAMADA             PIC 9(07)V9(03).
       01  WS-PARCELA            PIC 9(07)V9(03).
       01  WS-VALOR              PIC 9(15).
       01  WS-QTD-PRODUTOS       PIC 9(05) VALUE ZERO.

      *FAIXAS DE IDADE: 1=0-30 2=31-90 3=91-180 4=181-365 5=+365
       01  WS-LIMITES-FAIXA.
           03  FILLER            PIC 9(04) VALUE 30.
           03  FILLER            PIC 9(04) VALUE 90.
           03  FILLER            PIC 9(04) VALUE 180.
           03  FILLER            PIC 9(04) VALUE 365.
       01  WS-TAB-LIMITES REDEFINES WS-LIMITES-FAIXA.
           03  WS-LIMITE         PIC 9(04) OCCURS 4 TIMES.

       01  WS-PRODUTO-FAIXAS.
           03  WS-PQ-FAIXA       PIC 9(07)V9(03) OCCURS 5 TIMES.

       01  WS-TOT-GERAL.
           03  WS-TG-QTDE        PIC 9(09) OCCURS 5 TIMES.
           03  WS-TG-VALOR       PIC 9(15) OCCURS 5 TIMES.

       01  WS-TAB-ALM.
           03  WS-TA OCCURS 5 TIMES.
               05  TA-QTDE       PIC 9(09) OCCURS 5 TIMES.
               05  TA-VALOR      PIC 9(15) OCCURS 5 TIMES.

       78  Tl-Max-Classes        VALUE 20.
       01  WS-QT-CLASSES         PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-CLASSE.
           03  WS-TC OCCURS 20 TIMES.
               05  TC-CLASSE     PIC X(01).
               05  TC-QTDE       PIC 9(09) OCCURS 5 TIMES.
               05  TC-VALOR      PIC 9(15) OCCURS 5 TIMES.

      *FORNECEDOR ALEM DO LIMITE DA TABELA SOMA NA ULTIMA LINHA
      *(CODIGO 9999, "DEMAIS FORNECEDORES").
       78  Tl-Max-Fornec         VALUE 500.
       01  WS-QT-FORNEC          PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-FORNEC.
           03  WS-TF OCCURS 500 TIMES.
               05  TF-FORNEC     PIC 9(04).
               05  TF-QTDE       PIC 9(09) OCCURS 5 TIMES.
               05  TF-VALOR      PIC 9(15) OCCURS 5 TIMES.

       01  WS-GRUPO-AUX.
           03  AUX-QTDE          PIC 9(09) OCCURS 5 TIMES.
           03  AUX-VALOR         PIC 9(15) OCCURS 5 TIMES.

       01  WS-LINHA-COLUNAS.
           03  FILLER            PIC X(35) VALUE
               "CODIGO DESCRICAO            ESTOQUE".
           03  FILLER            PIC X(40) VALUE
               "    0-30   31-90  91-180 181-365    +365".

       01  WS-LINHA-DET.
           03  DET-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-DESC          PIC X(20).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-EST           PIC Z(06)9.
           03  DET-FAIXAS OCCURS 5 TIMES.
               05  FILLER        PIC X(01).
               05  DET-QTDE      PIC Z(06)9.

       01  WS-LINHA-GRUPO.
           03  GRP-ROTULO        PIC X(40).

       01  WS-LINHA-QTDE.
           03  FILLER            PIC X(14) VALUE "    QUANTIDADE".
           03  LQT-FAIXAS OCCURS 5 TIMES.
               05  FILLER        PIC X(01).
               05  LQT-QTDE      PIC Z(11)9.

       01  WS-LINHA-VALOR.
           03  FILLER            PIC X(14) VALUE "    VALOR     ".
           03  LVL-FAIXAS OCCURS 5 TIMES.
               05  FILLER        PIC X(01).
               05  LVL-VALOR     PIC Z(11)9.

       01  WS-LINHA-FAIXAS.
           03  FILLER            PIC X(40) VALUE
               "                      0-30        31-90 ".
           03  FILLER            PIC X(40) VALUE
               "      91-180      181-365         +365  ".

       01  WS-LINHA-SECAO.
           03  SEC-TITULO        PIC X(40).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-PRODUTOS
           PERFORM Imprime-Totais
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           DISPLAY "IDADEST - LISTAR PRODUTOS COM SALDO A PARTIR DA "
                   "FAIXA (1=0-30 2=31-90 3=91-180 4=181-365 "
                   "5=+365, 0=SO TOTAIS): "
           ACCEPT WS-FAIXA-DETALHE
           IF WS-FAIXA-DETALHE > 5
               MOVE 5 TO WS-FAIXA-DETALHE
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-JULIANO-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           INITIALIZE WS-TOT-GERAL WS-TAB-ALM WS-TAB-CLASSE
                      WS-TAB-FORNEC
           OPEN INPUT ACE01
           IF FS NOT = "00"
               DISPLAY "IDADEST - CADASTRO DE PRODUTOS NAO "
                       "ENCONTRADO: " FS
               MOVE "S" TO WS-FIM-PRODUTOS
           END-IF
           OPEN INPUT ACE02
           OPEN INPUT ACE06
           MOVE "00" TO FS
           MOVE "IDADE DO ESTOQUE (PEPS)      " TO WS-Rel-Titulo
           MOVE "IDADEST" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           IF WS-FAIXA-DETALHE NOT = ZERO
               WRITE REG-REL FROM WS-LINHA-COLUNAS
               ADD 1 TO WS-Rel-Linha
           END-IF
           MOVE ZEROS TO COD-01
           START ACE01 KEY IS NOT LESS COD-01
               INVALID KEY
                   MOVE "S" TO WS-FIM-PRODUTOS
           END-START
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           READ ACE01 NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PRODUTOS
               NOT AT END
                   IF EST-01 > ZERO
                       PERFORM Atribui-Camadas
                       PERFORM Acumula-Produto
                       PERFORM Imprime-Produto
                       ADD 1 TO WS-QTD-PRODUTOS
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*
      *ATRIBUI-CAMADAS - LE O MOVIMENTO DO PRODUTO DO MAIS NOVO PARA
      *O MAIS VELHO (MESMO START NOT GREATER + READ PREVIOUS DA
      *NUMERACAO DE ACEOK) E ABATE CADA ENTRADA DO SALDO A COBRIR,
      *NA FAIXA DA IDADE DELA.
       Atribui-Camadas SECTION.
           INITIALIZE WS-PRODUTO-FAIXAS
           MOVE EST-01 TO WS-RESTANTE
           MOVE "N" TO WS-FIM-CAMADAS
           MOVE COD-01   TO COD-02
           MOVE 99999999 TO DATA-02
           MOVE 999999   TO HORA-02
           START ACE02 KEY IS NOT GREATER CHAVE-02
               INVALID KEY
                   MOVE "S" TO WS-FIM-CAMADAS
           END-START
           PERFORM UNTIL FIM-CAMADAS
               READ ACE02 PREVIOUS RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CAMADAS
                   NOT AT END
                       IF COD-02 NOT = COD-01
                           MOVE "S" TO WS-FIM-CAMADAS
                       ELSE
                           IF MOV-02-SOMA
                              AND NOT MOV-02-TRANSFERENCIA
                               PERFORM Abate-Camada
                           END-IF
                       END-IF
               END-READ
               IF WS-RESTANTE = ZERO
                   MOVE "S" TO WS-FIM-CAMADAS
               END-IF
           END-PERFORM
           MOVE "00" TO FS
           ADD WS-RESTANTE TO WS-PQ-FAIXA(5)
           .

      *---------------------------------------------------------------*

       Abate-Camada SECTION.
           IF QTDE-02 < WS-RESTANTE
               MOVE QTDE-02 TO WS-CAMADA
           ELSE
               MOVE WS-RESTANTE TO WS-CAMADA
           END-IF
           SUBTRACT WS-CAMADA FROM WS-RESTANTE
           COMPUTE WS-DIAS = WS-JULIANO-HOJE -
               FUNCTION INTEGER-OF-DATE(DATA-02)
           MOVE 5 TO WS-FX
           PERFORM VARYING WS-IX FROM 4 BY -1 UNTIL WS-IX < 1
               IF WS-DIAS NOT > WS-LIMITE(WS-IX)
                   MOVE WS-IX TO WS-FX
               END-IF
           END-PERFORM
           ADD WS-CAMADA TO WS-PQ-FAIXA(WS-FX)
           .

      *---------------------------------------------------------------*
      *ACUMULA-PRODUTO - SOMA AS FAIXAS DO PRODUTO NO TOTAL GERAL, NA
      *CLASSE, NO FORNECEDOR E EM CADA ALMOXARIFADO PELA PARTICIPACAO
      *DELE NO SALDO.
       Acumula-Produto SECTION.
           PERFORM Localiza-Classe
           PERFORM Localiza-Fornecedor
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               COMPUTE WS-VALOR ROUNDED =
                   WS-PQ-FAIXA(WS-FX) * CATUAL-01
               ADD WS-PQ-FAIXA(WS-FX) TO WS-TG-QTDE(WS-FX)
                                         TC-QTDE(WS-CX, WS-FX)
               ADD WS-VALOR TO WS-TG-VALOR(WS-FX)
                               TC-VALOR(WS-CX, WS-FX)
               ADD WS-PQ-FAIXA(WS-FX) TO TF-QTDE(WS-SX, WS-FX)
               ADD WS-VALOR TO TF-VALOR(WS-SX, WS-FX)
               PERFORM Rateia-Almoxarifados
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Rateia-Almoxarifados SECTION.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               IF EST-ALM-01(WS-IX) > ZERO
                   COMPUTE WS-PARCELA ROUNDED =
                       WS-PQ-FAIXA(WS-FX) * EST-ALM-01(WS-IX) / EST-01
                   COMPUTE WS-VALOR ROUNDED = WS-PARCELA * CATUAL-01
                   ADD WS-PARCELA TO TA-QTDE(WS-IX, WS-FX)
                   ADD WS-VALOR   TO TA-VALOR(WS-IX, WS-FX)
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *LOCALIZA-CLASSE \ LOCALIZA-FORNECEDOR - DEVOLVEM EM WS-CX \
      *WS-SX A LINHA DA TABELA, INCLUINDO A CLASSE OU O FORNECEDOR NA
      *PRIMEIRA VEZ QUE APARECEM.
       Localiza-Classe SECTION.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-QT-CLASSES
                      OR TC-CLASSE(WS-CX) = CLASSECE-01
               CONTINUE
           END-PERFORM
           IF WS-CX > WS-QT-CLASSES
               IF WS-QT-CLASSES < Tl-Max-Classes
                   ADD 1 TO WS-QT-CLASSES
               END-IF
               MOVE WS-QT-CLASSES TO WS-CX
               MOVE CLASSECE-01 TO TC-CLASSE(WS-CX)
           END-IF
           .

      *---------------------------------------------------------------*

       Localiza-Fornecedor SECTION.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-QT-FORNEC
                      OR TF-FORNEC(WS-SX) = CODFOR-01
               CONTINUE
           END-PERFORM
           IF WS-SX > WS-QT-FORNEC
               IF WS-QT-FORNEC < Tl-Max-Fornec - 1
                   ADD 1 TO WS-QT-FORNEC
                   MOVE WS-QT-FORNEC TO WS-SX
                   MOVE CODFOR-01 TO TF-FORNEC(WS-SX)
               ELSE
                   MOVE Tl-Max-Fornec TO WS-QT-FORNEC WS-SX
                   MOVE 9999 TO TF-FORNEC(WS-SX)
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Produto SECTION.
           MOVE "N" TO WS-LISTA-PRODUTO
           IF WS-FAIXA-DETALHE NOT = ZERO
               PERFORM VARYING WS-FX FROM WS-FAIXA-DETALHE BY 1
                       UNTIL WS-FX > 5
                   IF WS-PQ-FAIXA(WS-FX) > ZERO
                       MOVE "S" TO WS-LISTA-PRODUTO
                   END-IF
               END-PERFORM
           END-IF
           IF LISTA-PRODUTO
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE COD-01  TO DET-COD
               MOVE DESC-01 TO DET-DESC
               MOVE EST-01  TO DET-EST
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
                   MOVE SPACE TO DET-FAIXAS(WS-FX)
                   MOVE WS-PQ-FAIXA(WS-FX) TO DET-QTDE(WS-FX)
               END-PERFORM
               WRITE REG-REL FROM WS-LINHA-DET
               ADD 1 TO WS-Rel-Linha
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Totais SECTION.
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-FAIXAS
           ADD 1 TO WS-Rel-Linha
           MOVE "TOTAIS POR ALMOXARIFADO" TO SEC-TITULO
           PERFORM Imprime-Secao
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 5
               MOVE SPACES TO GRP-ROTULO
               MOVE WS-AX TO WS-ALM-ED
               STRING "ALMOXARIFADO " DELIMITED BY SIZE
                      WS-ALM-ED       DELIMITED BY SIZE
                   INTO GRP-ROTULO
               END-STRING
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
                   MOVE TA-QTDE(WS-AX, WS-FX)  TO AUX-QTDE(WS-FX)
                   MOVE TA-VALOR(WS-AX, WS-FX) TO AUX-VALOR(WS-FX)
               END-PERFORM
               PERFORM Imprime-Grupo
           END-PERFORM
           MOVE "TOTAIS POR CLASSE" TO SEC-TITULO
           PERFORM Imprime-Secao
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-QT-CLASSES
               MOVE SPACES TO GRP-ROTULO
               STRING "CLASSE " DELIMITED BY SIZE
                      TC-CLASSE(WS-AX) DELIMITED BY SIZE
                   INTO GRP-ROTULO
               END-STRING
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
                   MOVE TC-QTDE(WS-AX, WS-FX)  TO AUX-QTDE(WS-FX)
                   MOVE TC-VALOR(WS-AX, WS-FX) TO AUX-VALOR(WS-FX)
               END-PERFORM
               PERFORM Imprime-Grupo
           END-PERFORM
           MOVE "TOTAIS POR FORNECEDOR" TO SEC-TITULO
           PERFORM Imprime-Secao
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-QT-FORNEC
               PERFORM Rotulo-Fornecedor
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
                   MOVE TF-QTDE(WS-AX, WS-FX)  TO AUX-QTDE(WS-FX)
                   MOVE TF-VALOR(WS-AX, WS-FX) TO AUX-VALOR(WS-FX)
               END-PERFORM
               PERFORM Imprime-Grupo
           END-PERFORM
           MOVE "TOTAL GERAL" TO SEC-TITULO
           PERFORM Imprime-Secao
           MOVE SPACES TO GRP-ROTULO
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               MOVE WS-TG-QTDE(WS-FX)  TO AUX-QTDE(WS-FX)
               MOVE WS-TG-VALOR(WS-FX) TO AUX-VALOR(WS-FX)
           END-PERFORM
           PERFORM Imprime-Grupo
           .

      *---------------------------------------------------------------*

       Rotulo-Fornecedor SECTION.
           MOVE SPACES TO GRP-ROTULO
           IF TF-FORNEC(WS-AX) = 9999
               MOVE "9999 DEMAIS FORNECEDORES" TO GRP-ROTULO
           ELSE
               MOVE TF-FORNEC(WS-AX) TO COD-06
               READ ACE06
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO NOME-06
               END-READ
               MOVE "00" TO FS
               STRING TF-FORNEC(WS-AX) DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      NOME-06          DELIMITED BY SIZE
                   INTO GRP-ROTULO
               END-STRING
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Secao SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-SECAO
           ADD 2 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Grupo SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               MOVE SPACE TO LQT-FAIXAS(WS-FX) LVL-FAIXAS(WS-FX)
               MOVE AUX-QTDE(WS-FX)  TO LQT-QTDE(WS-FX)
               MOVE AUX-VALOR(WS-FX) TO LVL-VALOR(WS-FX)
           END-PERFORM
           IF GRP-ROTULO NOT = SPACES
               WRITE REG-REL FROM WS-LINHA-GRUPO
               ADD 1 TO WS-Rel-Linha
           END-IF
           WRITE REG-REL FROM WS-LINHA-QTDE
           WRITE REG-REL FROM WS-LINHA-VALOR
           ADD 2 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACE06 RELATO
           DISPLAY "IDADEST - PRODUTOS COM SALDO: " WS-QTD-PRODUTOS
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
