000010*REPALM-REPOSICAO ENTRE ALMOXARIFADOS PELO MINIMO\MAXIMO DE     *
000020*CADA PRODUTO EM CADA DEPOSITO (ACEMX, MANTIDO EM LOCALCAD). A  *
000030*GERACAO PROPOE TRANSFERENCIAS DA SOBRA (SALDO ACIMA DO MAXIMO) *
000040*DOS ALMOXARIFADOS QUE PODEM CEDER PARA A FALTA (ATE O MAXIMO)  *
000050*DOS QUE ESTAO ABAIXO DO MINIMO, GRAVA A PROPOSTA EM ACERP E    *
000060*IMPRIME A LISTA DE SEPARACAO POR ALMOXARIFADO DE ORIGEM NA     *
000070*ORDEM DE CAMINHADA DE ACELC; A FALTA QUE A SOBRA INTERNA NAO   *
000080*COBRE SAI NUMA SECAO PROPRIA - E SO ELA QUE A SUGESTAO DE      *
000090*COMPRA (SUGCOM) COMPRA. A CONFIRMACAO EFETIVA TODA A PROPOSTA  *
000100*NUM PASSO SO, COMO A TRANSFERENCIA DE TRANSF: OS DOIS          *
000110*EST-ALM-01 NUMA SO REGRAVACAO, O PAR DE MOVIMENTOS "T" E, NO   *
000120*PERECIVEL, OS LOTES DA ORIGEM PELO VENCIMENTO MAIS PROXIMO,    *
000130*COM LOTE E VALIDADE PRESERVADOS NO DESTINO. EXIGE NIVEL DE     *
000140*MANUTENCAO, PERIODO ABERTO E NENHUM BALANCO GERAL EM           *
000150*ANDAMENTO.                                                     *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE). LOTE RECOLHIDO NAO ENTRA NA REPOSICAO.              *
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. REPALM.
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELMX".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELRP".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELLC".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000310     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000320                    FILE STATUS IS FS-REL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000360 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDMX".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDRP".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDLC".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000420 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000430 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000440 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000450 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000460 WORKING-STORAGE SECTION.
000470 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000480 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000490 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000500 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000510 COPY "C:\Repo2024\cobol\dados1\book\CPYMVWS".
000520 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
000530 COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
000540 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000550 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
000560 COPY "C:\Repo2024\cobol\dados1\book\CPYMXWS".
000570 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-REPALM         PIC X(01) VALUE "N".
           88  FIM-REPALM        VALUE "S".
       01  WS-FIM-PRODUTOS       PIC X(01).
           88  FIM-PRODUTOS      VALUE "S".
       01  WS-FIM-PROPOSTA       PIC X(01).
           88  FIM-PROPOSTA      VALUE "S".
       01  WS-FIM-LOTES          PIC X(01).
           88  FIM-LOTES         VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-ORIGEM             PIC 9(02) COMP.
       01  WS-DESTINO            PIC 9(02) COMP.
       01  WS-ALM-ANT            PIC 9(02).
       01  WS-QTD-ITEM           PIC 9(07).
       01  WS-QTD-PROPOSTAS      PIC 9(05) VALUE ZERO.
       01  WS-QTD-EFETIVADAS     PIC 9(05) VALUE ZERO.
       01  WS-QTD-SEM-SALDO      PIC 9(05) VALUE ZERO.
       01  WS-QTD-SEM-COBERTURA  PIC 9(05) VALUE ZERO.

      *LOTES DA ORIGEM ESCOLHIDOS PARA A TRANSFERENCIA DO PERECIVEL,
      *SEPARADOS ANTES DE MEXER EM ACELT (ATE 20 LOTES POR ITEM).
       78  Tl-Max-Lotes          VALUE 20.
       01  WS-QT-LOTES           PIC 9(02) COMP VALUE ZERO.
       01  WS-LX                 PIC 9(02) COMP.
       01  WS-LOTE-RESTANTE      PIC 9(07).
       01  WS-TAB-LOTES.
           03  WS-LTR OCCURS 20 TIMES.
               05  LTR-LOTE      PIC X(10).
               05  LTR-VALIDADE  PIC 9(08).
               05  LTR-QTDE      PIC 9(07).

       01  WS-LINHA-SECAO.
           03  SEC-TITULO        PIC X(60).
           03  SEC-ALM           PIC Z9.

       01  WS-LINHA-COL-FALTA.
           03  FILLER            PIC X(40) VALUE
               "PRODUT DESCRICAO                   ALM ".
           03  FILLER            PIC X(32) VALUE
               " MINIMO  MAXIMO   SALDO   FALTA".

       01  WS-LINHA-FALTA.
           03  FLT-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FLT-DESC          PIC X(28).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FLT-ALM           PIC Z9.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  FLT-MINIMO        PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FLT-MAXIMO        PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FLT-SALDO         PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FLT-FALTA         PIC Z(06)9.

       01  WS-LINHA-COL-SEPARA.
           03  FILLER            PIC X(40) VALUE
               "COR PRA NV PRODUT DESCRICAO             ".
           03  FILLER            PIC X(38) VALUE
               "          QTDE  PARA SIT  CONFERIDO".

       01  WS-LINHA-SEPARA.
           03  SEP-CORREDOR      PIC X(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SEP-PRATELEIRA    PIC X(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SEP-NIVEL         PIC X(02).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SEP-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SEP-DESC          PIC X(30).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SEP-QTDE          PIC Z(06)9.
           03  FILLER            PIC X(04) VALUE " -> ".
           03  SEP-DESTINO       PIC Z9.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  SEP-SITUACAO      PIC X(01).
           03  FILLER            PIC X(11) VALUE "  [      ]".

       01  WS-LINHA-TOT.
           03  TOT-ROTULO        PIC X(40).
           03  TOT-QTDE          PIC Z(04)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-REPALM
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "REPALM - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-REPALM
           END-IF
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE WS-Arq-Empresa TO WS-Per-Empresa
           MOVE "ACE01" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-REPALM
           END-IF
           MOVE "ACE02" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-REPALM
           END-IF
           OPEN I-O ACE01
           OPEN I-O ACE02
           OPEN INPUT ACECE
           OPEN INPUT ACEMX
           IF FS = "05" OR "35"
               DISPLAY "REPALM - NENHUM MINIMO\MAXIMO POR "
                       "ALMOXARIFADO CADASTRADO - CADASTRE EM LOCALCAD."
               MOVE "S" TO WS-FIM-REPALM
           END-IF
           OPEN INPUT ACELC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELC
               CLOSE ACELC
               OPEN INPUT ACELC
           END-IF
           OPEN I-O ACERP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACERP
               CLOSE ACERP
               OPEN I-O ACERP
           END-IF
           OPEN I-O ACELT
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELT
               CLOSE ACELT
               OPEN I-O ACELT
           END-IF
           OPEN I-O ACELS
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELS
               CLOSE ACELS
               OPEN I-O ACELS
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "REPALM" TO WS-Log-Programa
      *A CONFIRMACAO E LANCAMENTO DE ESTOQUE: RECUSADA QUANDO HOJE
      *CAI NO PERIODO CONTABIL JA FECHADO (FECHPER).
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-Per-Data
           PERFORM VERIFICA-PERIODO-FECHADO THRU
               SAI-VERIFICA-PERIODO-FECHADO
           IF Periodo-Fechado
               DISPLAY "REPALM - PERIODO CONTABIL FECHADO ATE "
                       FECHMES-CE "/" FECHANO-CE
                       " - LANCAMENTOS RECUSADOS."
               MOVE "S" TO WS-FIM-REPALM
           END-IF
      *BALANCO GERAL EM CURSO (CONGELAMENTO LIGADO EM FECHPER): SO A
      *CONTAGEM PODE MEXER EM ESTOQUE ATE O SUPERVISOR DESLIGAR.
           PERFORM VERIFICA-BALANCO-GERAL THRU
               SAI-VERIFICA-BALANCO-GERAL
           IF Balanco-Em-Curso
               DISPLAY "REPALM - BALANCO GERAL EM ANDAMENTO - "
                       "LANCAMENTOS RECUSADOS."
               MOVE "S" TO WS-FIM-REPALM
           END-IF
           MOVE "00" TO FS
           MOVE "REPALM" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "REPALM - 1=GERAR PROPOSTA E LISTA DE SEPARACAO "
                   "2=CONFIRMAR TRANSFERENCIAS 3=REIMPRIMIR LISTA "
                   "0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Gera-Proposta
               WHEN 2
                   PERFORM Confirma-Proposta
               WHEN 3
                   PERFORM Imprime-Lista-Separacao
               WHEN 0
                   MOVE "S" TO WS-FIM-REPALM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *GERA-PROPOSTA - RECOMECA ACERP E PASSA POR TODO O CADASTRO: O
      *PRODUTO COM FALTA EM ALGUM ALMOXARIFADO RECEBE A SOBRA DOS
      *OUTROS; O QUE SOBRAR DE FALTA SAI NA SECAO SEM COBERTURA.
       Gera-Proposta SECTION.
           CLOSE ACERP
           OPEN OUTPUT ACERP
           CLOSE ACERP
           OPEN I-O ACERP
           MOVE ZERO TO WS-QTD-PROPOSTAS WS-QTD-SEM-COBERTURA
           MOVE "REPOSICAO ENTRE ALMOXARIFADOS" TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
                 MOVE "FALTA SEM COBERTURA INTERNA - VAI PARA SUGCOM"
                      TO SEC-TITULO
           MOVE ZERO TO SEC-ALM
           WRITE REG-REL FROM WS-LINHA-SECAO
           WRITE REG-REL FROM WS-LINHA-COL-FALTA
           ADD 2 TO WS-Rel-Linha
           MOVE "N" TO WS-FIM-PRODUTOS
           MOVE ZEROS TO COD-01
           START ACE01 KEY IS NOT LESS COD-01
               INVALID KEY
                   MOVE "S" TO WS-FIM-PRODUTOS
           END-START
           PERFORM UNTIL FIM-PRODUTOS
               READ ACE01 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PRODUTOS
                   NOT AT END
                       PERFORM CARREGA-MINMAX THRU SAI-CARREGA-MINMAX
                       IF Mx-Produto-Gerido
                          AND WS-Mx-Falta-Total > ZERO
                           PERFORM Distribui-Sobras
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE "ITENS SEM COBERTURA INTERNA: " TO TOT-ROTULO
           MOVE WS-QTD-SEM-COBERTURA TO TOT-QTDE
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           PERFORM Imprime-Lista-Separacao
           MOVE "REPOS-GERA"     TO WS-Log-Funcao
           MOVE WS-QTD-PROPOSTAS TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "REPALM - TRANSFERENCIAS PROPOSTAS: "
                   WS-QTD-PROPOSTAS " SEM COBERTURA INTERNA: "
                   WS-QTD-SEM-COBERTURA
           .

      *---------------------------------------------------------------*
      *DISTRIBUI-SOBRAS - CADA ALMOXARIFADO COM FALTA, DO 1 (LOJA) AO
      *5, RECEBE DA SOBRA DOS OUTROS NA MESMA ORDEM ATE COMPLETAR.
       Distribui-Sobras SECTION.
           PERFORM VARYING WS-DESTINO FROM 1 BY 1 UNTIL WS-DESTINO > 5
               PERFORM VARYING WS-ORIGEM FROM 1 BY 1
                       UNTIL WS-ORIGEM > 5
                          OR WS-Mx-Falta(WS-DESTINO) = ZERO
                   IF WS-Mx-Sobra(WS-ORIGEM) > ZERO
                       PERFORM Grava-Proposta
                   END-IF
               END-PERFORM
               IF WS-Mx-Falta(WS-DESTINO) > ZERO
                   PERFORM Imprime-Sem-Cobertura
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Grava-Proposta SECTION.
           IF WS-Mx-Sobra(WS-ORIGEM) < WS-Mx-Falta(WS-DESTINO)
               MOVE WS-Mx-Sobra(WS-ORIGEM) TO WS-QTD-ITEM
           ELSE
               MOVE WS-Mx-Falta(WS-DESTINO) TO WS-QTD-ITEM
           END-IF
           SUBTRACT WS-QTD-ITEM FROM WS-Mx-Sobra(WS-ORIGEM)
                                     WS-Mx-Falta(WS-DESTINO)
           MOVE COD-01    TO LC-COD
           MOVE WS-ORIGEM TO LC-ALM
           READ ACELC
               INVALID KEY
                   MOVE "ZZZ" TO LC-CORREDOR LC-PRATELEIRA
                   MOVE "ZZ"  TO LC-NIVEL
           END-READ
           MOVE "00" TO FS
           MOVE WS-ORIGEM     TO RP-ALM-ORIGEM
           MOVE LC-CORREDOR   TO RP-CORREDOR
           MOVE LC-PRATELEIRA TO RP-PRATELEIRA
           MOVE LC-NIVEL      TO RP-NIVEL
           MOVE COD-01        TO RP-COD
           MOVE WS-DESTINO    TO RP-ALM-DESTINO
           MOVE WS-QTD-ITEM   TO RP-QTDE
           MOVE WS-DATA-HOJE  TO RP-DATA
           MOVE "P"           TO RP-SITUACAO
           WRITE REG-RP
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PROPOSTA DO PRODUTO " COD-01
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-PROPOSTAS
           END-WRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Sem-Cobertura SECTION.
           ADD 1 TO WS-QTD-SEM-COBERTURA
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE COD-01                   TO FLT-COD
           MOVE DESC-01                  TO FLT-DESC
           MOVE WS-DESTINO               TO FLT-ALM
           MOVE WS-Mx-Minimo(WS-DESTINO) TO FLT-MINIMO
           MOVE WS-Mx-Maximo(WS-DESTINO) TO FLT-MAXIMO
           MOVE EST-ALM-01(WS-DESTINO)   TO FLT-SALDO
           MOVE WS-Mx-Falta(WS-DESTINO)  TO FLT-FALTA
           WRITE REG-REL FROM WS-LINHA-FALTA
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *IMPRIME-LISTA-SEPARACAO - A LEITURA DE ACERP JA SAI POR
      *ALMOXARIFADO DE ORIGEM E ORDEM DE CAMINHADA; CADA ORIGEM COMECA
      *PAGINA NOVA PARA A LISTA IR INTEIRA AO SEPARADOR DAQUELE
      *DEPOSITO.
       Imprime-Lista-Separacao SECTION.
           MOVE "LISTA DE SEPARACAO REPOSICAO " TO WS-Rel-Titulo
           MOVE ZERO TO WS-ALM-ANT
           MOVE "N" TO WS-FIM-PROPOSTA
           MOVE LOW-VALUES TO RP-CHAVE
           START ACERP KEY IS NOT LESS RP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PROPOSTA
           END-START
           PERFORM UNTIL FIM-PROPOSTA
               READ ACERP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PROPOSTA
                   NOT AT END
                       IF RP-ALM-ORIGEM NOT = WS-ALM-ANT
                           PERFORM Abre-Pagina-Origem
                       END-IF
                       PERFORM Imprime-Item-Separacao
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Abre-Pagina-Origem SECTION.
           MOVE RP-ALM-ORIGEM TO WS-ALM-ANT
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE "SEPARAR NO ALMOXARIFADO" TO SEC-TITULO
           MOVE RP-ALM-ORIGEM TO SEC-ALM
           WRITE REG-REL FROM WS-LINHA-SECAO
           WRITE REG-REL FROM WS-LINHA-COL-SEPARA
           ADD 2 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Item-Separacao SECTION.
           MOVE RP-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE SPACES TO DESC-01
           END-READ
           MOVE "00" TO FS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE RP-CORREDOR    TO SEP-CORREDOR
           MOVE RP-PRATELEIRA  TO SEP-PRATELEIRA
           MOVE RP-NIVEL       TO SEP-NIVEL
           MOVE RP-COD         TO SEP-COD
           MOVE DESC-01        TO SEP-DESC
           MOVE RP-QTDE        TO SEP-QTDE
           MOVE RP-ALM-DESTINO TO SEP-DESTINO
           MOVE RP-SITUACAO    TO SEP-SITUACAO
           WRITE REG-REL FROM WS-LINHA-SEPARA
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *CONFIRMA-PROPOSTA - UM PASSO SO PARA A LISTA INTEIRA; A LINHA
      *CUJA ORIGEM JA NAO TEM O SALDO PROPOSTO (VENDA DEPOIS DA
      *GERACAO) FICA "N" E NADA MOVE.
       Confirma-Proposta SECTION.
           DISPLAY "CONFIRMA TODAS AS TRANSFERENCIAS PROPOSTAS (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR "s"
               MOVE ZERO TO WS-QTD-EFETIVADAS WS-QTD-SEM-SALDO
               MOVE "N" TO WS-FIM-PROPOSTA
               MOVE LOW-VALUES TO RP-CHAVE
               START ACERP KEY IS NOT LESS RP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-PROPOSTA
               END-START
               PERFORM UNTIL FIM-PROPOSTA
                   READ ACERP NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PROPOSTA
                       NOT AT END
                           IF RP-PROPOSTA
                               PERFORM Efetiva-Item
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
               MOVE "REPOS-CONF"      TO WS-Log-Funcao
               MOVE WS-QTD-EFETIVADAS TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "REPALM - TRANSFERENCIAS EFETIVADAS: "
                       WS-QTD-EFETIVADAS " SEM SALDO NA ORIGEM: "
                       WS-QTD-SEM-SALDO
           ELSE
               DISPLAY "NADA CONFIRMADO."
           END-IF
           .

      *---------------------------------------------------------------*

       Efetiva-Item SECTION.
           MOVE RP-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "N" TO RP-SITUACAO
               NOT INVALID KEY
                   IF EST-ALM-01(RP-ALM-ORIGEM) < RP-QTDE
                       MOVE "N" TO RP-SITUACAO
                   ELSE
                       PERFORM Transfere-Item
                   END-IF
           END-READ
           MOVE "00" TO FS
           IF RP-SEM-SALDO
               ADD 1 TO WS-QTD-SEM-SALDO
           END-IF
           REWRITE REG-RP
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PROPOSTA DO PRODUTO " RP-COD
           END-REWRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *TRANSFERE-ITEM - A MESMA TRANSFERENCIA DE TRANSF: OS DOIS
      *EST-ALM-01 NUMA SO REGRAVACAO (EST-01 NAO MUDA) E O PAR "T".
       Transfere-Item SECTION.
           SUBTRACT RP-QTDE FROM EST-ALM-01(RP-ALM-ORIGEM)
           ADD RP-QTDE TO EST-ALM-01(RP-ALM-DESTINO)
           REWRITE REG-01
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PRODUTO " COD-01
                   MOVE "N" TO RP-SITUACAO
               NOT INVALID KEY
                   IF CLASSECE-01 = "R"
                       PERFORM Transfere-Lotes-Fefo
                   END-IF
                   MOVE COD-01        TO WS-Mov-Cod
                   MOVE "T"           TO WS-Mov-Tipo
                   MOVE RP-QTDE       TO WS-Mov-Qtde
                   MOVE RP-ALM-ORIGEM TO WS-Mov-Alm
                   MOVE "-"           TO WS-Mov-Sinal
                   MOVE "T"           TO WS-Mov-DocTipo
                   PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
                   MOVE RP-ALM-DESTINO TO WS-Mov-Alm
                   MOVE "+"            TO WS-Mov-Sinal
                   MOVE "T"            TO WS-Mov-DocTipo
                   PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
                   MOVE "E" TO RP-SITUACAO
                   ADD 1 TO WS-QTD-EFETIVADAS
           END-REWRITE
           .

      *---------------------------------------------------------------*
      *TRANSFERE-LOTES-FEFO - SEM OPERADOR PARA INFORMAR O LOTE, O
      *PERECIVEL SAI DA ORIGEM PELO VENCIMENTO MAIS PROXIMO; CADA LOTE
      *TOCADO E SEPARADO PRIMEIRO E DEPOIS BAIXADO NA ORIGEM E
      *RECRIADO NO DESTINO COM O MESMO LOTE E VALIDADE.
       Transfere-Lotes-Fefo SECTION.
           MOVE ZERO TO WS-QT-LOTES
           MOVE RP-QTDE TO WS-LOTE-RESTANTE
           MOVE "N" TO WS-FIM-LOTES
           MOVE COD-01 TO COD-LT
           MOVE ZERO   TO VALIDADE-LT ALM-LT
           MOVE SPACES TO LOTE-LT
           START ACELT KEY IS NOT LESS CHAVE-LT
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTES
           END-START
           PERFORM UNTIL FIM-LOTES
               READ ACELT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LOTES
                   NOT AT END
                       IF COD-LT NOT = COD-01
                           MOVE "S" TO WS-FIM-LOTES
                       ELSE
      *LOTE RECOLHIDO (RECALL) NAO VAI REPOR A VENDA DE OUTRO
      *ALMOXARIFADO - FICA NA ORIGEM ATE A DEVOLUCAO.
                           IF ALM-LT = RP-ALM-ORIGEM
                              AND WS-QT-LOTES < Tl-Max-Lotes
                              AND NOT LT-RECOLHIDO
                               PERFORM Separa-Lote
                           END-IF
                       END-IF
               END-READ
               IF WS-LOTE-RESTANTE = ZERO
                   MOVE "S" TO WS-FIM-LOTES
               END-IF
           END-PERFORM
           MOVE "00" TO FS
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-QT-LOTES
               MOVE COD-01                TO WS-Lt-Cod
               MOVE LTR-LOTE(WS-LX)       TO WS-Lt-Lote
               MOVE LTR-VALIDADE(WS-LX)   TO WS-Lt-Validade
               MOVE LTR-QTDE(WS-LX)       TO WS-Lt-Qtde
               MOVE RP-ALM-ORIGEM         TO WS-Lt-Alm
               MOVE "T"                   TO WS-Lt-DocTipo
               PERFORM BAIXA-LOTE-EXPLICITO THRU
                   SAI-BAIXA-LOTE-EXPLICITO
               MOVE RP-ALM-DESTINO        TO WS-Lt-Alm
               MOVE LTR-QTDE(WS-LX)       TO WS-Lt-Qtde
               PERFORM CRIA-LOTE THRU SAI-CRIA-LOTE
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Separa-Lote SECTION.
           ADD 1 TO WS-QT-LOTES
           MOVE LOTE-LT     TO LTR-LOTE(WS-QT-LOTES)
           MOVE VALIDADE-LT TO LTR-VALIDADE(WS-QT-LOTES)
           IF QTDE-LT < WS-LOTE-RESTANTE
               MOVE QTDE-LT TO LTR-QTDE(WS-QT-LOTES)
           ELSE
               MOVE WS-LOTE-RESTANTE TO LTR-QTDE(WS-QT-LOTES)
           END-IF
           SUBTRACT LTR-QTDE(WS-QT-LOTES) FROM WS-LOTE-RESTANTE
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACECE ACEMX ACELC ACERP ACELT ACELS
                 Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMXPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
