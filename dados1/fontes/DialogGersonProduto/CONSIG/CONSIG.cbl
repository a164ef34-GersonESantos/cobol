000010*CONSIG-MERCADORIA DE FORNECEDOR EM CONSIGNACAO (ACECG). A      *
000020*REMESSA ENTRA POR NOTA DE CONSIGNACAO EM RECMERC, SEM TITULO A *
000030*PAGAR E FORA DO CUSTO MEDIO, E VIRA SALDO DO FORNECEDOR NA     *
000040*LIBERACAO DA QUARENTENA (INSPECAO); A VENDA (FATURA, PEDVEN,   *
000050*POSIMP) PASSA A PARTE CONSIGNADA PARA "VENDIDO A ACERTAR" PELA *
000060*REGRA DA EMPRESA (CONSREG-CE, FECHPER). MODO 1 LISTA OS SALDOS *
000070*EM CONSIGNACAO POR FORNECEDOR. MODO 2 E O ACERTO PERIODICO:    *
000080*IMPRIME O EXTRATO DO FORNECEDOR COM O VENDIDO DESDE O ULTIMO   *
000090*ACERTO AO CUSTO COMBINADO E, CONFIRMADO, GERA UM TITULO A      *
000100*PAGAR EM ACECP SO PELO VENDIDO (PRAZO CONDPG-06, VENCIMENTO    *
000110*ROLADO PARA DIA UTIL). MODO 3 DEVOLVE AO FORNECEDOR O NAO      *
000120*VENDIDO: BAIXA EST-ALM-01\EST-01 E QTCONSIG-01, CONSOME O LOTE *
000130*DO PERECIVEL, POSTA A SAIDA "G" EM ACE02 E IMPRIME O DOCUMENTO *
000140*DE DEVOLUCAO; SALDO E VENDA ZERADOS ENCERRAM A CONSIGNACAO.    *
000150*ACERTO E DEVOLUCAO EXIGEM NIVEL DE MANUTENCAO E PERIODO        *
000160*ABERTO; A DEVOLUCAO RESPEITA TAMBEM O BALANCO GERAL. TUDO FICA *
000170*NO LOG.                                                        *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE).                                                     *
      *O TITULO A PAGAR GRAVA A EMPRESA DEVEDORA (AP-EMPRESA), USADA  *
      *NA CONSOLIDACAO DAS FILIAIS (CONSOL).                          *
      *O TITULO A PAGAR GRAVA TAMBEM O OPERADOR QUE O LANCOU (AP-OPER-*
      *LANC, ACECP LAYOUT 2 - CONVCP) E VAI PARA O LOG COMO LANCA-PAG;*
      *O CTAPAG E O PAGBAN RECUSAM QUE O MESMO OPERADOR O BAIXE OU    *
      *APROVE O LOTE (SEGREGACAO DE FUNCOES, ACESD).                  *
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CONSIG.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELCG".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELCP".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELFE".
000310     SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
000320            ORGANIZATION IS INDEXED
000330            ACCESS MODE  IS DYNAMIC
000340            RECORD KEY   IS Cid-Codigo
000350            FILE STATUS  IS FS-CID.
000360 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000370 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000380 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000390     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000400                    FILE STATUS IS FS-REL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000440 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000450 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000460 COPY "C:\Repo2024\cobol\dados1\book\FDCG".
000470 COPY "C:\Repo2024\cobol\dados1\book\FDCP".
000480 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
000490 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000500 COPY "C:\Repo2024\cobol\dados1\book\FDFE".
000510 FD Arquivo-Cidade.
000520 01 Registro-Cidade.
000530   02 Cid-Codigo         Pic 9(05).
000540   02 Cidade             Pic x(30).
000550   02 DDD-Cidade         Pic 9(04).
000560   02 Cid-Cod-Municipio  Pic 9(07).
000570   02 Cid-Estado         Pic x(02).
000580   02 Cid-CEP            Pic 9(08).
000590   02 Cid-Status         Pic x(01).
000600      88 Cid-Status-Ativa    value "A".
000610      88 Cid-Status-Inativa  value "I".
000620   02 Cid-Versao         Pic 9(14).
000630 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000640 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000650 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000660 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000670 WORKING-STORAGE SECTION.
000680 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000690 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000700 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000710 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000720 COPY "C:\Repo2024\cobol\dados1\book\CPYMVWS".
000730 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
000740 COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
000750 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000760 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
000770 COPY "C:\Repo2024\cobol\dados1\book\CPYCGWS".
000780 COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".
000790 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-CID                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-CONSIG         PIC X(01) VALUE "N".
           88  FIM-CONSIG        VALUE "S".
       01  WS-FIM-SALDOS         PIC X(01).
           88  FIM-SALDOS        VALUE "S".
       01  WS-FORN-OK            PIC X(01).
           88  FORN-OK           VALUE "S".
       01  WS-PODE-LANCAR        PIC X(01) VALUE "S".
           88  PODE-LANCAR       VALUE "S".
       01  WS-CONFIRMA           PIC X(01).
           88  CONFIRMA-SIM      VALUE "S" "s".

       01  WS-OPCAO              PIC 9(01).
       01  WS-FORNECEDOR         PIC 9(04).
       01  WS-FORN-ANTERIOR      PIC 9(04).
       01  WS-COD-DEVOL          PIC 9(06).
       01  WS-ALMOXARIFADO       PIC 9(02).
       01  WS-QTD-DEVOL          PIC 9(07).
       01  WS-INDICE-ALM         PIC 9(02) COMP.
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-NUM-TITULO         PIC 9(06).
       01  WS-JULIANO-VENCTO     PIC 9(07).
       01  WS-VALOR-LINHA        PIC 9(15).
       01  WS-VALOR-ACERTO       PIC 9(15).
       01  WS-QTD-ACERTO         PIC 9(07).
       01  WS-LINHAS-ACERTO      PIC 9(05).
       01  WS-QTD-REGISTROS      PIC 9(05).
       01  WS-CHAVE-LOG.
           03  WS-CHAVE-LOG-FORN PIC 9(04).
           03  FILLER            PIC X(01) VALUE "-".
           03  WS-CHAVE-LOG-NUM  PIC 9(06).

       01  WS-LINHA-FORN.
           03  FILLER            PIC X(12) VALUE "FORNECEDOR: ".
           03  FRN-COD           PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FRN-NOME          PIC X(40).

       01  WS-LINHA-CAB-SALDO.
           03  FILLER            PIC X(07) VALUE "CODIGO".
           03  FILLER            PIC X(26) VALUE "DESCRICAO".
           03  FILLER            PIC X(09) VALUE "  EM LOJA".
           03  FILLER            PIC X(09) VALUE "  VENDIDO".
           03  FILLER            PIC X(12) VALUE "  CUSTO UNIT".
           03  FILLER            PIC X(11) VALUE " ULT.ACERTO".

       01  WS-LINHA-SALDO.
           03  SAL-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAL-DESC          PIC X(25).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAL-SALDO         PIC Z(07)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAL-VENDIDA       PIC Z(07)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAL-CUSTO         PIC Z(07)9.99.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  SAL-DT-ACERTO     PIC 9(08).

       01  WS-LINHA-CAB-ACERTO.
           03  FILLER            PIC X(07) VALUE "CODIGO".
           03  FILLER            PIC X(26) VALUE "DESCRICAO".
           03  FILLER            PIC X(09) VALUE "  VENDIDO".
           03  FILLER            PIC X(12) VALUE "  CUSTO UNIT".
           03  FILLER            PIC X(15) VALUE "    VALOR (R$)".
           03  FILLER            PIC X(11) VALUE " DESDE".

       01  WS-LINHA-ACERTO.
           03  ACE-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ACE-DESC          PIC X(25).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ACE-VENDIDA       PIC Z(07)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ACE-CUSTO         PIC Z(07)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ACE-VALOR         PIC Z(10)9.99.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  ACE-DESDE         PIC 9(08).

       01  WS-LINHA-TOT-ACERTO.
           03  FILLER            PIC X(24) VALUE
               "TOTAL A PAGAR - QTDE ".
           03  TAC-QTDE          PIC Z(06)9.
           03  FILLER            PIC X(10) VALUE "  VALOR: ".
           03  TAC-VALOR         PIC Z(12)9.99.
           03  FILLER            PIC X(08) VALUE "  TIT. ".
           03  TAC-TITULO        PIC 9(06).

       01  WS-LINHA-DEVOL.
           03  FILLER            PIC X(13) VALUE "DEVOLUCAO AO ".
           03  FILLER            PIC X(11) VALUE "FORNECEDOR ".
           03  DEV-FORN          PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DEV-NOME          PIC X(30).

       01  WS-LINHA-DEVOL-ITEM.
           03  FILLER            PIC X(04) VALUE SPACES.
           03  DVI-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DVI-DESC          PIC X(40).
           03  FILLER            PIC X(07) VALUE " QTDE: ".
           03  DVI-QTDE          PIC Z(06)9.
           03  FILLER            PIC X(06) VALUE " ALM: ".
           03  DVI-ALM           PIC 9(02).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-CONSIG
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE WS-Arq-Empresa TO WS-Per-Empresa
           MOVE "ACE01" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CONSIG
           END-IF
           MOVE "ACE06" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CONSIG
           END-IF
           MOVE "ACECP" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CONSIG
           END-IF
           OPEN I-O ACE01
           OPEN I-O ACE02
           OPEN INPUT ACE06
           OPEN I-O ACECG
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECG
               CLOSE ACECG
               OPEN I-O ACECG
           END-IF
           OPEN I-O ACECP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECP
               CLOSE ACECP
               OPEN I-O ACECP
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
           OPEN INPUT ACECE
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "CONSIG" TO WS-Log-Programa
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *O ACERTO GERA TITULO E A DEVOLUCAO MEXE EM SALDO: RECUSADOS
      *QUANDO HOJE CAI NO PERIODO CONTABIL JA FECHADO; A LISTAGEM
      *CONTINUA.
           MOVE WS-DATA-HOJE TO WS-Per-Data
           PERFORM VERIFICA-PERIODO-FECHADO THRU
               SAI-VERIFICA-PERIODO-FECHADO
           IF Periodo-Fechado
               DISPLAY "CONSIG - PERIODO CONTABIL FECHADO ATE "
                       FECHMES-CE "/" FECHANO-CE
                       " - SO A LISTAGEM ESTA DISPONIVEL."
               MOVE "N" TO WS-PODE-LANCAR
           END-IF
           IF NOT Oper-Pode-Manter
               MOVE "N" TO WS-PODE-LANCAR
           END-IF
           MOVE "00" TO FS
           MOVE "CONSIG" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "CONSIG - 1=SALDOS EM CONSIGNACAO 2=ACERTO DO "
                   "FORNECEDOR"
           DISPLAY "         3=DEVOLUCAO DO NAO VENDIDO 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Lista-Saldos
               WHEN 2
                   IF PODE-LANCAR
                       PERFORM Acerto-Fornecedor
                   ELSE
                       DISPLAY "ACERTO EXIGE OPERADOR COM NIVEL DE "
                               "MANUTENCAO E PERIODO ABERTO."
                   END-IF
               WHEN 3
                   IF PODE-LANCAR
                       PERFORM Devolucao-Fornecedor
                   ELSE
                       DISPLAY "DEVOLUCAO EXIGE OPERADOR COM NIVEL DE "
                               "MANUTENCAO E PERIODO ABERTO."
                   END-IF
               WHEN 0
                   MOVE "S" TO WS-FIM-CONSIG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Pede-Fornecedor SECTION.
           MOVE "N" TO WS-FORN-OK
           DISPLAY "FORNECEDOR: "
           ACCEPT WS-FORNECEDOR
           MOVE WS-FORNECEDOR TO COD-06
           READ ACE06
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO: " WS-FORNECEDOR
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR: " NOME-06
                   MOVE "S" TO WS-FORN-OK
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *LISTA-SALDOS - TODOS OS REGISTROS ABERTOS DE ACECG (OU SO OS
      *DE UM FORNECEDOR), COM O SALDO AINDA NA LOJA, O VENDIDO A
      *ACERTAR E O CUSTO COMBINADO.
       Lista-Saldos SECTION.
           DISPLAY "FORNECEDOR (0 = TODOS): "
           ACCEPT WS-FORNECEDOR
           MOVE "SALDOS EM CONSIGNACAO        " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB-SALDO
           ADD 1 TO WS-Rel-Linha
           MOVE ZERO TO WS-QTD-REGISTROS
           MOVE "N" TO WS-FIM-SALDOS
           MOVE LOW-VALUES TO CG-CHAVE
           START ACECG KEY IS NOT LESS CG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SALDOS
           END-START
           PERFORM UNTIL FIM-SALDOS
               READ ACECG NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SALDOS
                   NOT AT END
                       IF CG-ABERTA
                          AND (WS-FORNECEDOR = ZERO
                               OR CG-FORN = WS-FORNECEDOR)
                           PERFORM Imprime-Saldo
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           DISPLAY "CONSIG - " WS-QTD-REGISTROS " SALDO(S) LISTADO(S)."
           .

      *---------------------------------------------------------------*

       Imprime-Saldo SECTION.
           MOVE CG-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
           END-READ
           MOVE "00" TO FS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE CG-COD         TO SAL-COD
           MOVE DESC-01        TO SAL-DESC
           MOVE CG-QTD-SALDO   TO SAL-SALDO
           MOVE CG-QTD-VENDIDA TO SAL-VENDIDA
           COMPUTE SAL-CUSTO = CG-CUSTO / 100
           MOVE CG-DT-ACERTO   TO SAL-DT-ACERTO
           WRITE REG-REL FROM WS-LINHA-SALDO
           ADD 1 TO WS-Rel-Linha
           ADD 1 TO WS-QTD-REGISTROS
           .

      *---------------------------------------------------------------*
      *ACERTO-FORNECEDOR - O EXTRATO LISTA O VENDIDO A ACERTAR DE
      *CADA PRODUTO DO FORNECEDOR DESDE O ULTIMO ACERTO, AO CUSTO
      *COMBINADO. CONFIRMADO, O TOTAL VIRA UM TITULO A PAGAR EM ACECP
      *E O VENDIDO PASSA PARA O ACUMULADO ACERTADO; O SALDO QUE AINDA
      *ESTA NA LOJA NAO E COBRADO.
       Acerto-Fornecedor SECTION.
           PERFORM Pede-Fornecedor
           IF FORN-OK
               MOVE ZERO TO WS-VALOR-ACERTO WS-QTD-ACERTO
                            WS-LINHAS-ACERTO
               MOVE "EXTRATO DE CONSIGNACAO       " TO WS-Rel-Titulo
               PERFORM IMPRIME-CABECALHO-REL THRU
                   SAI-IMPRIME-CABECALHO-REL
               MOVE WS-FORNECEDOR TO FRN-COD
               MOVE NOME-06       TO FRN-NOME
               WRITE REG-REL FROM WS-LINHA-FORN
               WRITE REG-REL FROM WS-LINHA-CAB-ACERTO
               ADD 2 TO WS-Rel-Linha
               MOVE "N" TO WS-FIM-SALDOS
               MOVE LOW-VALUES TO CG-CHAVE
               START ACECG KEY IS NOT LESS CG-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-SALDOS
               END-START
               PERFORM UNTIL FIM-SALDOS
                   READ ACECG NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-SALDOS
                       NOT AT END
                           IF CG-FORN = WS-FORNECEDOR
                              AND CG-QTD-VENDIDA NOT = ZERO
                               PERFORM Imprime-Linha-Acerto
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
               IF WS-LINHAS-ACERTO = ZERO
                   DISPLAY "NADA VENDIDO A ACERTAR COM O FORNECEDOR."
               ELSE
                   PERFORM Confirma-Acerto
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Acerto SECTION.
           MOVE CG-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
           END-READ
           MOVE "00" TO FS
           COMPUTE WS-VALOR-LINHA = CG-QTD-VENDIDA * CG-CUSTO
           ADD WS-VALOR-LINHA TO WS-VALOR-ACERTO
           ADD CG-QTD-VENDIDA TO WS-QTD-ACERTO
           ADD 1 TO WS-LINHAS-ACERTO
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE CG-COD         TO ACE-COD
           MOVE DESC-01        TO ACE-DESC
           MOVE CG-QTD-VENDIDA TO ACE-VENDIDA
           COMPUTE ACE-CUSTO = CG-CUSTO / 100
           COMPUTE ACE-VALOR = WS-VALOR-LINHA / 100
           MOVE CG-DT-ACERTO   TO ACE-DESDE
           WRITE REG-REL FROM WS-LINHA-ACERTO
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Confirma-Acerto SECTION.
           COMPUTE TAC-VALOR = WS-VALOR-ACERTO / 100
           MOVE WS-QTD-ACERTO TO TAC-QTDE
           DISPLAY "VENDIDO A ACERTAR: " WS-QTD-ACERTO " UNIDADE(S) - "
                   "R$ " TAC-VALOR
           DISPLAY "GERAR O TITULO A PAGAR DO ACERTO (S/N)? "
           ACCEPT WS-CONFIRMA
           IF CONFIRMA-SIM
               PERFORM Grava-Titulo-Acerto
               IF WS-NUM-TITULO NOT = ZERO
                   PERFORM Baixa-Vendido-Acertado
                   MOVE WS-NUM-TITULO TO TAC-TITULO
                   PERFORM VERIFICA-QUEBRA-REL THRU
                       SAI-VERIFICA-QUEBRA-REL
                   WRITE REG-REL FROM WS-LINHA-TOT-ACERTO
                   ADD 1 TO WS-Rel-Linha
                   MOVE WS-FORNECEDOR TO WS-CHAVE-LOG-FORN
                   MOVE WS-NUM-TITULO TO WS-CHAVE-LOG-NUM
                   MOVE "ACERTO-CG"   TO WS-Log-Funcao
                   MOVE WS-CHAVE-LOG  TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   DISPLAY "ACERTO GRAVADO - TITULO A PAGAR "
                           WS-NUM-TITULO " VENCE EM " AP-VENCTO "."
               END-IF
           ELSE
               MOVE ZERO TO TAC-TITULO
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               WRITE REG-REL FROM WS-LINHA-TOT-ACERTO
               ADD 1 TO WS-Rel-Linha
               DISPLAY "EXTRATO IMPRESSO SEM ACERTO."
           END-IF
           .

      *---------------------------------------------------------------*
      *GRAVA-TITULO-ACERTO - O ACERTO VIRA UM TITULO DO FORNECEDOR EM
      *ACECP, NUMERADO COMO OS DA NOTA DE ENTRADA, SEM PRODUTO (AP-COD
      *ZERO), COM A QUANTIDADE VENDIDA E VENCENDO NO PRAZO DELE.
       Grava-Titulo-Acerto SECTION.
           MOVE 999999 TO AP-NUM
           START ACECP KEY IS NOT GREATER AP-NUM
           IF FS NOT = "00" AND "02"
               MOVE ZERO TO WS-NUM-TITULO
           ELSE
               READ ACECP PREVIOUS RECORD
               IF FS NOT = "00" AND "02"
                   MOVE ZERO TO WS-NUM-TITULO
               ELSE
                   MOVE AP-NUM TO WS-NUM-TITULO
               END-IF
           END-IF
           ADD 1 TO WS-NUM-TITULO
           MOVE WS-NUM-TITULO   TO AP-NUM
           MOVE WS-FORNECEDOR   TO AP-FORN
           MOVE ZERO            TO AP-COD
           MOVE WS-DATA-HOJE    TO AP-EMISSAO
           IF CONDPG-06 NUMERIC
               MOVE CONDPG-06 TO AP-CONDPG
           ELSE
               MOVE ZERO TO AP-CONDPG
           END-IF
           COMPUTE WS-JULIANO-VENCTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + AP-CONDPG
           COMPUTE AP-VENCTO =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-VENCTO)
           PERFORM Ajusta-Vencimento-Util
           MOVE WS-QTD-ACERTO   TO AP-QTDE
           MOVE ZERO            TO AP-CUSTO
           MOVE WS-VALOR-ACERTO TO AP-VALOR
           MOVE ZEROS           TO AP-VALORPAGO AP-DATAPAGTO
                                   AP-LOTE
           MOVE "A"             TO AP-SITUACAO
           MOVE WS-Arq-Empresa  TO AP-EMPRESA
      *QUEM LANCOU O TITULO NAO PODE BAIXA-LO (SEGREGACAO DE FUNCOES).
           MOVE WS-Oper-Codigo  TO AP-OPER-LANC
           WRITE REG-CP
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TITULO A PAGAR - ACERTO "
                           "NAO FEITO."
                   MOVE ZERO TO WS-NUM-TITULO
               NOT INVALID KEY
                   MOVE "LANCA-PAG" TO WS-Log-Funcao
                   MOVE AP-NUM      TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-WRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *AJUSTA-VENCIMENTO-UTIL - VENCIMENTO EM FIM DE SEMANA OU FERIADO
      *(NACIONAL, DA UF OU DA CIDADE DO FORNECEDOR) ROLA PARA O DIA
      *UTIL SEGUINTE, PELO CALENDARIO ACEFE (CPYDUPG).
       Ajusta-Vencimento-Util SECTION.
           MOVE AP-VENCTO TO WS-Du-Data
           MOVE SPACES    TO WS-Du-Uf
           MOVE ZERO      TO WS-Du-Cidade
           IF CID-CODIGO-06 IS NUMERIC AND CID-CODIGO-06 NOT = ZERO
               MOVE CID-CODIGO-06 TO WS-Du-Cidade
               OPEN INPUT Arquivo-Cidade
               IF FS-CID = "00"
                   MOVE CID-CODIGO-06 TO Cid-Codigo
                   READ Arquivo-Cidade
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Cid-Estado TO WS-Du-Uf
                   END-READ
                   CLOSE Arquivo-Cidade
               END-IF
           END-IF
           PERFORM PROXIMO-DIA-UTIL THRU SAI-PROXIMO-DIA-UTIL
           MOVE WS-Du-Data TO AP-VENCTO
           .

      *---------------------------------------------------------------*
      *BAIXA-VENDIDO-ACERTADO - O VENDIDO DE CADA PRODUTO DO
      *FORNECEDOR PASSA PARA O ACUMULADO ACERTADO, COM A DATA E O
      *TITULO DO ACERTO; SEM SALDO NA LOJA A CONSIGNACAO ENCERRA.
       Baixa-Vendido-Acertado SECTION.
           MOVE "N" TO WS-FIM-SALDOS
           MOVE LOW-VALUES TO CG-CHAVE
           START ACECG KEY IS NOT LESS CG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SALDOS
           END-START
           PERFORM UNTIL FIM-SALDOS
               READ ACECG NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SALDOS
                   NOT AT END
                       IF CG-FORN = WS-FORNECEDOR
                          AND CG-QTD-VENDIDA NOT = ZERO
                           ADD CG-QTD-VENDIDA TO CG-QTD-ACERTADA
                           MOVE ZERO          TO CG-QTD-VENDIDA
                           MOVE WS-DATA-HOJE  TO CG-DT-ACERTO
                           MOVE WS-NUM-TITULO TO CG-TITULO
                           IF CG-QTD-SALDO = ZERO
                               MOVE "E" TO CG-SITUACAO
                           END-IF
                           REWRITE REG-CG
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR SALDO "
                                           "CONSIGNADO " CG-COD
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *DEVOLUCAO-FORNECEDOR - O NAO VENDIDO VOLTA AO FORNECEDOR:
      *BAIXA O ALMOXARIFADO, EST-01 E QTCONSIG-01, CONSOME O LOTE DO
      *PERECIVEL, POSTA A SAIDA "G" E IMPRIME O DOCUMENTO. NAO PASSA
      *DO SALDO DO FORNECEDOR NEM DO ESTOQUE DO ALMOXARIFADO. COM O
      *SALDO E O VENDIDO ZERADOS A CONSIGNACAO ENCERRA.
       Devolucao-Fornecedor SECTION.
           PERFORM VERIFICA-BALANCO-GERAL THRU
               SAI-VERIFICA-BALANCO-GERAL
           MOVE "00" TO FS
           IF Balanco-Em-Curso
               DISPLAY "BALANCO GERAL EM ANDAMENTO - DEVOLUCAO "
                       "RECUSADA."
           ELSE
               PERFORM Pede-Fornecedor
               IF FORN-OK
                   PERFORM Devolve-Produto
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Devolve-Produto SECTION.
           DISPLAY "PRODUTO A DEVOLVER: "
           ACCEPT WS-COD-DEVOL
           MOVE WS-COD-DEVOL  TO CG-COD
           MOVE WS-FORNECEDOR TO CG-FORN
           READ ACECG
               INVALID KEY
                   DISPLAY "PRODUTO SEM CONSIGNACAO DO FORNECEDOR."
                   MOVE "23" TO FS
           END-READ
           IF FS = "00"
               IF CG-QTD-SALDO = ZERO
                   DISPLAY "NADA DO FORNECEDOR NA LOJA - VENDIDO A "
                           "ACERTAR: " CG-QTD-VENDIDA
                   MOVE "23" TO FS
               END-IF
           END-IF
           IF FS = "00"
               MOVE WS-COD-DEVOL TO COD-01
               READ ACE01
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO: " WS-COD-DEVOL
                       MOVE "23" TO FS
               END-READ
           END-IF
           IF FS = "00"
               DISPLAY "PRODUTO: " DESC-01
               DISPLAY "EM CONSIGNACAO NA LOJA: " CG-QTD-SALDO
               DISPLAY "ALMOXARIFADO DE SAIDA (1-5, BRANCO=1): "
               ACCEPT WS-ALMOXARIFADO
               IF WS-ALMOXARIFADO = ZERO OR WS-ALMOXARIFADO > 5
                   MOVE 1 TO WS-ALMOXARIFADO
               END-IF
               DISPLAY "QUANTIDADE (0 = TODO O SALDO): "
               ACCEPT WS-QTD-DEVOL
               IF WS-QTD-DEVOL = ZERO OR WS-QTD-DEVOL > CG-QTD-SALDO
                   MOVE CG-QTD-SALDO TO WS-QTD-DEVOL
               END-IF
               IF WS-QTD-DEVOL > EST-ALM-01(WS-ALMOXARIFADO)
                   DISPLAY "ALMOXARIFADO " WS-ALMOXARIFADO " SO TEM "
                           EST-ALM-01(WS-ALMOXARIFADO)
                           " - DEVOLUCAO RECUSADA."
               ELSE
                   PERFORM Efetiva-Devolucao
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Efetiva-Devolucao SECTION.
           SUBTRACT WS-QTD-DEVOL FROM EST-ALM-01(WS-ALMOXARIFADO)
           MOVE ZERO TO EST-01
           PERFORM VARYING WS-INDICE-ALM FROM 1 BY 1
                   UNTIL WS-INDICE-ALM > 5
               ADD EST-ALM-01(WS-INDICE-ALM) TO EST-01
           END-PERFORM
           IF QTCONSIG-01 NOT NUMERIC
              OR QTCONSIG-01 < WS-QTD-DEVOL
               MOVE ZERO TO QTCONSIG-01
           ELSE
               SUBTRACT WS-QTD-DEVOL FROM QTCONSIG-01
           END-IF
           REWRITE REG-01
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PRODUTO."
           END-REWRITE
           IF CLASSECE-01 = "R"
               MOVE COD-01          TO WS-Lt-Cod
               MOVE WS-ALMOXARIFADO TO WS-Lt-Alm
               MOVE WS-QTD-DEVOL    TO WS-Lt-Qtde
               MOVE "G"             TO WS-Lt-DocTipo
               MOVE WS-FORNECEDOR   TO WS-Lt-DocNum
               PERFORM BAIXA-LOTE-FEFO THRU SAI-BAIXA-LOTE-FEFO
           END-IF
           MOVE COD-01          TO WS-Mov-Cod
           MOVE "S"             TO WS-Mov-Tipo
           MOVE WS-QTD-DEVOL    TO WS-Mov-Qtde
           MOVE WS-ALMOXARIFADO TO WS-Mov-Alm
           MOVE "-"             TO WS-Mov-Sinal
           MOVE "G"             TO WS-Mov-DocTipo
           MOVE WS-FORNECEDOR   TO WS-Mov-DocNum
           PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
           SUBTRACT WS-QTD-DEVOL FROM CG-QTD-SALDO
           ADD WS-QTD-DEVOL TO CG-QTD-DEVOLVIDA
           IF CG-QTD-SALDO = ZERO AND CG-QTD-VENDIDA = ZERO
               MOVE "E" TO CG-SITUACAO
           END-IF
           REWRITE REG-CG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR SALDO CONSIGNADO."
           END-REWRITE
           MOVE "DEVOLUCAO AO FORNECEDOR      " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-FORNECEDOR   TO DEV-FORN
           MOVE NOME-06         TO DEV-NOME
           WRITE REG-REL FROM WS-LINHA-DEVOL
           MOVE COD-01          TO DVI-COD
           MOVE DESC-01         TO DVI-DESC
           MOVE WS-QTD-DEVOL    TO DVI-QTDE
           MOVE WS-ALMOXARIFADO TO DVI-ALM
           WRITE REG-REL FROM WS-LINHA-DEVOL-ITEM
           ADD 2 TO WS-Rel-Linha
           MOVE WS-FORNECEDOR TO WS-CHAVE-LOG-FORN
           MOVE COD-01        TO WS-CHAVE-LOG-NUM
           MOVE "DEVOL-CG"    TO WS-Log-Funcao
           MOVE WS-CHAVE-LOG  TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           IF CG-ENCERRADA
               DISPLAY "DEVOLVIDO - CONSIGNACAO DO PRODUTO ENCERRADA."
           ELSE
               DISPLAY "DEVOLVIDO - RESTAM " CG-QTD-SALDO " NA LOJA E "
                       CG-QTD-VENDIDA " VENDIDO(S) A ACERTAR."
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACE06 ACECG ACECP ACELT ACELS ACECE
                 Arquivo-Log RELATO
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
