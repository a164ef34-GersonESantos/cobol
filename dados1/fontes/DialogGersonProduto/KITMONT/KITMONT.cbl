000010*KITMONT-ORDENS DE MONTAGEM E DESMONTAGEM DE KIT (CESTA         *
000020*BASICA). A MONTAGEM ANTECIPADA CONSOME, PELA COMPOSICAO DE     *
000030*ACEKT, OS COMPONENTES DO ALMOXARIFADO DE ORIGEM (BAIXA         *
000040*EST-ALM-01\EST-01, LOTE FEFO DO PERECIVEL E MOVIMENTO "K" PELA *
000050*ROTINA CENTRAL) E POE O KIT PRONTO NO SALDO DO PROPRIO PAI EM  *
000060*ACE01, NO ALMOXARIFADO ESCOLHIDO, COM O CMEDIO-01 DO KIT       *
000070*PONDERADO PELO CUSTO SOMADO DOS CMEDIO-01 DOS COMPONENTES. A   *
000080*DESMONTAGEM DEVOLVE O KIT PRONTO AOS COMPONENTES (PERECIVEL    *
000090*VOLTA COM LOTE E VALIDADE INFORMADOS). CADA ORDEM E NUMERADA E *
000100*GRAVADA EM ACEOK, IMPRESSA EM RELATO E REGISTRADA NO LOG; A    *
000110*VENDA (FATURA\PEDVEN) CONSOME O KIT PRONTO ANTES DE EXPLODIR.  *
000120*EXIGE NIVEL DE MANUTENCAO, PERIODO ABERTO E NENHUM BALANCO     *
000130*GERAL EM ANDAMENTO.                                            *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE).                                                     *
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. KITMONT.
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELKT".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELOK".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000280     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000290                    FILE STATUS IS FS-REL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000330 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDKT".
000350 COPY "C:\Repo2024\cobol\dados1\book\FDOK".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000420 WORKING-STORAGE SECTION.
000430 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000440 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000450 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000460 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000470 COPY "C:\Repo2024\cobol\dados1\book\CPYMVWS".
000480 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
000490 COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
000500 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000510 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
000520 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-KITMONT        PIC X(01) VALUE "N".
           88  FIM-KITMONT       VALUE "S".
       01  WS-FIM-KIT            PIC X(01).
           88  FIM-KIT           VALUE "S".
       01  WS-EH-KIT             PIC X(01).
           88  EH-KIT            VALUE "S".
       01  WS-FALTA-COMP         PIC X(01).
           88  FALTA-COMPONENTE  VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-COD-KIT            PIC 9(06).
       01  WS-QTD-ORDEM          PIC 9(07).
       01  WS-ALM-KIT            PIC 9(02).
       01  WS-ALM-COMP           PIC 9(02).
       01  WS-INDICE-ALM         PIC 9(02) COMP.
       01  WS-NUM-ORDEM          PIC 9(06).
       01  WS-QTD-COMPONENTE     PIC 9(07)V9(03).
       01  WS-CUSTO-KIT          PIC 9(15).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-HORA-AGORA         PIC 9(08).
       01  WS-QTD-ORDENS         PIC 9(05) VALUE ZERO.
       01  WS-DESC-KIT           PIC X(40).

       01  WS-LINHA-ORDEM.
           03  FILLER            PIC X(07) VALUE "ORDEM ".
           03  ORD-NUM           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ORD-TIPO          PIC X(12).
           03  FILLER            PIC X(05) VALUE " KIT ".
           03  ORD-KIT           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ORD-DESC          PIC X(25).
           03  FILLER            PIC X(07) VALUE " QTDE: ".
           03  ORD-QTDE          PIC Z(06)9.

       01  WS-LINHA-ORDEM-2.
           03  FILLER            PIC X(13) VALUE "  ALM. KIT: ".
           03  OR2-ALM-KIT       PIC 9(02).
           03  FILLER            PIC X(20) VALUE
               "  ALM. COMPONENTES: ".
           03  OR2-ALM-COMP      PIC 9(02).
           03  FILLER            PIC X(15) VALUE "  CUSTO UNIT: ".
           03  OR2-CUSTO         PIC Z(09)9.99.

       01  WS-LINHA-COMP.
           03  FILLER            PIC X(04) VALUE SPACES.
           03  CMP-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  CMP-DESC          PIC X(40).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  CMP-SINAL         PIC X(01).
           03  CMP-QTDE          PIC Z(06)9.999.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-KITMONT
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "KITMONT - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-KITMONT
           END-IF
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE WS-Arq-Empresa TO WS-Per-Empresa
           MOVE "ACE01" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-KITMONT
           END-IF
           MOVE "ACE02" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-KITMONT
           END-IF
           OPEN I-O ACE01
           OPEN I-O ACE02
           OPEN INPUT ACEKT
           OPEN INPUT ACECE
           OPEN I-O ACEOK
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEOK
               CLOSE ACEOK
               OPEN I-O ACEOK
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
           MOVE "KITMONT" TO WS-Log-Programa
      *MONTAGEM E DESMONTAGEM SAO LANCAMENTOS DE ESTOQUE: RECUSADAS
      *QUANDO HOJE CAI NO PERIODO CONTABIL JA FECHADO (FECHPER).
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-Per-Data
           PERFORM VERIFICA-PERIODO-FECHADO THRU
               SAI-VERIFICA-PERIODO-FECHADO
           IF Periodo-Fechado
               DISPLAY "KITMONT - PERIODO CONTABIL FECHADO ATE "
                       FECHMES-CE "/" FECHANO-CE
                       " - LANCAMENTOS RECUSADOS."
               MOVE "S" TO WS-FIM-KITMONT
           END-IF
      *BALANCO GERAL EM CURSO (CONGELAMENTO LIGADO EM FECHPER): SO A
      *CONTAGEM PODE MEXER EM ESTOQUE ATE O SUPERVISOR DESLIGAR.
           PERFORM VERIFICA-BALANCO-GERAL THRU
               SAI-VERIFICA-BALANCO-GERAL
           IF Balanco-Em-Curso
               DISPLAY "KITMONT - BALANCO GERAL EM ANDAMENTO - "
                       "LANCAMENTOS RECUSADOS."
               MOVE "S" TO WS-FIM-KITMONT
           END-IF
           MOVE "00" TO FS
           MOVE "KITMONT" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "KITMONT - 1=ORDEM DE MONTAGEM 2=ORDEM DE "
                   "DESMONTAGEM 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Ordem-Montagem
               WHEN 2
                   PERFORM Ordem-Desmontagem
               WHEN 0
                   MOVE "S" TO WS-FIM-KITMONT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *PEDE-KIT - O PRODUTO INFORMADO TEM DE EXISTIR EM ACE01 E TER
      *COMPOSICAO EM ACEKT.
       Pede-Kit SECTION.
           MOVE "N" TO WS-EH-KIT
           DISPLAY "CODIGO DO KIT: "
           ACCEPT WS-COD-KIT
           MOVE WS-COD-KIT TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: " WS-COD-KIT
               NOT INVALID KEY
                   MOVE DESC-01 TO WS-DESC-KIT
                   MOVE WS-COD-KIT TO KT-PAI
                   MOVE ZEROS      TO KT-SEQ
                   START ACEKT KEY IS NOT LESS KT-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ ACEKT NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF KT-PAI = WS-COD-KIT
                                       MOVE "S" TO WS-EH-KIT
                                   END-IF
                           END-READ
                   END-START
                   IF NOT EH-KIT
                       DISPLAY "PRODUTO SEM COMPOSICAO EM ACEKT - "
                               "CADASTRE EM KITCAD."
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Pede-Almoxarifados SECTION.
           DISPLAY "ALMOXARIFADO DOS COMPONENTES (1-5, BRANCO=1): "
           ACCEPT WS-ALM-COMP
           IF WS-ALM-COMP = ZERO OR WS-ALM-COMP > 5
               MOVE 1 TO WS-ALM-COMP
           END-IF
           DISPLAY "ALMOXARIFADO DO KIT PRONTO (1-5, BRANCO=O MESMO): "
           ACCEPT WS-ALM-KIT
           IF WS-ALM-KIT = ZERO OR WS-ALM-KIT > 5
               MOVE WS-ALM-COMP TO WS-ALM-KIT
           END-IF
           .

      *---------------------------------------------------------------*
      *ORDEM-MONTAGEM - CONFERE PRIMEIRO TODOS OS COMPONENTES NO
      *ALMOXARIFADO DE ORIGEM (NENHUMA BAIXA SE UM FALTAR) E SOMA O
      *CUSTO DO KIT PELOS CMEDIO-01 DELES; DEPOIS BAIXA CADA UM E
      *ENTRA O KIT PRONTO.
       Ordem-Montagem SECTION.
           PERFORM Pede-Kit
           IF EH-KIT
               DISPLAY "KIT: " WS-DESC-KIT
               DISPLAY "QUANTIDADE DE KITS A MONTAR: "
               ACCEPT WS-QTD-ORDEM
               IF WS-QTD-ORDEM = ZERO
                   DISPLAY "QUANTIDADE ZERADA - NADA MONTADO."
               ELSE
                   PERFORM Pede-Almoxarifados
                   PERFORM Confere-Componentes
                   IF FALTA-COMPONENTE
                       DISPLAY "COMPONENTES INSUFICIENTES - ORDEM "
                               "RECUSADA."
                   ELSE
                       PERFORM Efetiva-Montagem
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Confere-Componentes SECTION.
           MOVE "N" TO WS-FALTA-COMP
           MOVE ZERO TO WS-CUSTO-KIT
           MOVE "N" TO WS-FIM-KIT
           MOVE WS-COD-KIT TO KT-PAI
           MOVE ZEROS      TO KT-SEQ
           START ACEKT KEY IS NOT LESS KT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-KIT
           END-START
           PERFORM UNTIL FIM-KIT
               READ ACEKT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-KIT
                   NOT AT END
                       IF KT-PAI NOT = WS-COD-KIT
                           MOVE "S" TO WS-FIM-KIT
                       ELSE
                           PERFORM Confere-Um-Componente
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Confere-Um-Componente SECTION.
           COMPUTE WS-QTD-COMPONENTE = WS-QTD-ORDEM * KT-QTDE
           MOVE KT-COMP TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "COMPONENTE DO KIT NAO CADASTRADO: "
                           KT-COMP
                   MOVE "S" TO WS-FALTA-COMP
               NOT INVALID KEY
                   IF EST-ALM-01(WS-ALM-COMP) < WS-QTD-COMPONENTE
                       DISPLAY "COMPONENTE " KT-COMP " - PRECISA "
                               WS-QTD-COMPONENTE " TEM "
                               EST-ALM-01(WS-ALM-COMP)
                       MOVE "S" TO WS-FALTA-COMP
                   END-IF
                   COMPUTE WS-CUSTO-KIT =
                       WS-CUSTO-KIT + KT-QTDE * CMEDIO-01
           END-READ
           .

      *---------------------------------------------------------------*

       Efetiva-Montagem SECTION.
           PERFORM Numera-Ordem
           MOVE "MONTAGEM    " TO ORD-TIPO
           PERFORM Imprime-Cabecalho-Ordem
           MOVE "N" TO WS-FIM-KIT
           MOVE WS-COD-KIT TO KT-PAI
           MOVE ZEROS      TO KT-SEQ
           START ACEKT KEY IS NOT LESS KT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-KIT
           END-START
           PERFORM UNTIL FIM-KIT
               READ ACEKT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-KIT
                   NOT AT END
                       IF KT-PAI NOT = WS-COD-KIT
                           MOVE "S" TO WS-FIM-KIT
                       ELSE
                           PERFORM Baixa-Um-Componente
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           PERFORM Entra-Kit-Montado
           MOVE "M" TO OK-TIPO
           PERFORM Grava-Ordem
           MOVE "MONTA-KIT" TO WS-Log-Funcao
           MOVE WS-NUM-ORDEM TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           ADD 1 TO WS-QTD-ORDENS
           DISPLAY "ORDEM DE MONTAGEM " WS-NUM-ORDEM " GRAVADA - "
                   WS-QTD-ORDEM " KIT(S) NO ALMOXARIFADO " WS-ALM-KIT
           .

      *---------------------------------------------------------------*
      *BAIXA-UM-COMPONENTE - MESMA BAIXA DA VENDA POR COMPONENTE, SEM
      *SOMAR EM QTSAI-01 (O COMPONENTE NAO FOI VENDIDO, VIROU KIT):
      *EST-ALM-01 DA ORIGEM, EST-01, LOTE FEFO DO PERECIVEL E O "K"
      *DE SAIDA COM O NUMERO DA ORDEM.
       Baixa-Um-Componente SECTION.
           COMPUTE WS-QTD-COMPONENTE = WS-QTD-ORDEM * KT-QTDE
           MOVE KT-COMP TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "COMPONENTE DO KIT NAO CADASTRADO: "
                           KT-COMP
               NOT INVALID KEY
                   SUBTRACT WS-QTD-COMPONENTE
                       FROM EST-ALM-01(WS-ALM-COMP)
                   PERFORM Refaz-Est-01
                   REWRITE REG-01
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR COMPONENTE."
                   END-REWRITE
                   IF CLASSECE-01 = "R"
                       MOVE COD-01            TO WS-Lt-Cod
                       MOVE WS-ALM-COMP       TO WS-Lt-Alm
                       MOVE WS-QTD-COMPONENTE TO WS-Lt-Qtde
                       MOVE "K"               TO WS-Lt-DocTipo
                       MOVE WS-NUM-ORDEM      TO WS-Lt-DocNum
                       PERFORM BAIXA-LOTE-FEFO THRU
                           SAI-BAIXA-LOTE-FEFO
                   END-IF
                   MOVE WS-ALM-COMP TO WS-Mov-Alm
                   MOVE "-"         TO WS-Mov-Sinal
                   PERFORM Grava-Movimento-Componente
           END-READ
           .

      *---------------------------------------------------------------*
      *ENTRA-KIT-MONTADO - O KIT PRONTO ENTRA NO SALDO DO PAI; O
      *CMEDIO-01 DO KIT E A MEDIA PONDERADA ENTRE O SALDO QUE JA HAVIA
      *E O CUSTO SOMADO DESTA ORDEM.
       Entra-Kit-Montado SECTION.
           MOVE WS-COD-KIT TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "KIT NAO CADASTRADO: " WS-COD-KIT
               NOT INVALID KEY
                   COMPUTE CMEDIO-01 ROUNDED =
                       (EST-01 * CMEDIO-01 +
                        WS-QTD-ORDEM * WS-CUSTO-KIT) /
                       (EST-01 + WS-QTD-ORDEM)
                   ADD WS-QTD-ORDEM TO EST-ALM-01(WS-ALM-KIT)
                   PERFORM Refaz-Est-01
                   REWRITE REG-01
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR KIT."
                   END-REWRITE
                   MOVE WS-QTD-ORDEM TO WS-QTD-COMPONENTE
                   MOVE WS-ALM-KIT   TO WS-Mov-Alm
                   MOVE "+"          TO WS-Mov-Sinal
                   PERFORM Grava-Movimento-Kit
           END-READ
           .

      *---------------------------------------------------------------*
      *ORDEM-DESMONTAGEM - SO DESMONTA KIT JA MONTADO NO ALMOXARIFADO
      *INFORMADO; OS COMPONENTES VOLTAM NA PROPORCAO DA COMPOSICAO
      *ATUAL DE ACEKT, AO CUSTO MEDIO QUE JA TEM.
       Ordem-Desmontagem SECTION.
           PERFORM Pede-Kit
           IF EH-KIT
               DISPLAY "KIT: " WS-DESC-KIT
               DISPLAY "QUANTIDADE DE KITS A DESMONTAR: "
               ACCEPT WS-QTD-ORDEM
               PERFORM Pede-Almoxarifados
               MOVE WS-COD-KIT TO COD-01
               READ ACE01
                   INVALID KEY
                       MOVE ZERO TO WS-QTD-ORDEM
               END-READ
               MOVE "00" TO FS
               EVALUATE TRUE
                   WHEN WS-QTD-ORDEM = ZERO
                       DISPLAY "QUANTIDADE ZERADA - NADA DESMONTADO."
                   WHEN EST-ALM-01(WS-ALM-KIT) < WS-QTD-ORDEM
                       DISPLAY "KIT MONTADO NO ALMOXARIFADO "
                               WS-ALM-KIT ": " EST-ALM-01(WS-ALM-KIT)
                               " - ORDEM RECUSADA."
                   WHEN OTHER
                       PERFORM Efetiva-Desmontagem
               END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------------*

       Efetiva-Desmontagem SECTION.
           PERFORM Numera-Ordem
           MOVE CMEDIO-01 TO WS-CUSTO-KIT
           MOVE "DESMONTAGEM " TO ORD-TIPO
           PERFORM Imprime-Cabecalho-Ordem
           SUBTRACT WS-QTD-ORDEM FROM EST-ALM-01(WS-ALM-KIT)
           PERFORM Refaz-Est-01
           REWRITE REG-01
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR KIT."
           END-REWRITE
           MOVE WS-QTD-ORDEM TO WS-QTD-COMPONENTE
           MOVE WS-ALM-KIT   TO WS-Mov-Alm
           MOVE "-"          TO WS-Mov-Sinal
           PERFORM Grava-Movimento-Kit
           MOVE "N" TO WS-FIM-KIT
           MOVE WS-COD-KIT TO KT-PAI
           MOVE ZEROS      TO KT-SEQ
           START ACEKT KEY IS NOT LESS KT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-KIT
           END-START
           PERFORM UNTIL FIM-KIT
               READ ACEKT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-KIT
                   NOT AT END
                       IF KT-PAI NOT = WS-COD-KIT
                           MOVE "S" TO WS-FIM-KIT
                       ELSE
                           PERFORM Volta-Um-Componente
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE "D" TO OK-TIPO
           PERFORM Grava-Ordem
           MOVE "DESMON-KIT" TO WS-Log-Funcao
           MOVE WS-NUM-ORDEM TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           ADD 1 TO WS-QTD-ORDENS
           DISPLAY "ORDEM DE DESMONTAGEM " WS-NUM-ORDEM " GRAVADA - "
                   "COMPONENTES NO ALMOXARIFADO " WS-ALM-COMP
           .

      *---------------------------------------------------------------*
      *VOLTA-UM-COMPONENTE - O COMPONENTE VOLTA AO ALMOXARIFADO
      *INFORMADO COM O "K" DE ENTRADA; PERECIVEL (CLASSE R) VOLTA COM
      *LOTE E VALIDADE INFORMADOS, PARA OS LOTES FECHAREM COM O SALDO.
       Volta-Um-Componente SECTION.
           COMPUTE WS-QTD-COMPONENTE = WS-QTD-ORDEM * KT-QTDE
           MOVE KT-COMP TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "COMPONENTE DO KIT NAO CADASTRADO: "
                           KT-COMP
               NOT INVALID KEY
                   ADD WS-QTD-COMPONENTE TO EST-ALM-01(WS-ALM-COMP)
                   PERFORM Refaz-Est-01
                   REWRITE REG-01
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR COMPONENTE."
                   END-REWRITE
                   IF CLASSECE-01 = "R"
                       DISPLAY "LOTE DO COMPONENTE " KT-COMP ": "
                       ACCEPT WS-Lt-Lote
                       DISPLAY "VALIDADE DO LOTE (AAAAMMDD): "
                       ACCEPT WS-Lt-Validade
                       MOVE COD-01            TO WS-Lt-Cod
                       MOVE WS-ALM-COMP       TO WS-Lt-Alm
                       MOVE WS-QTD-COMPONENTE TO WS-Lt-Qtde
                       PERFORM CRIA-LOTE THRU SAI-CRIA-LOTE
                   END-IF
                   MOVE WS-ALM-COMP TO WS-Mov-Alm
                   MOVE "+"         TO WS-Mov-Sinal
                   PERFORM Grava-Movimento-Componente
           END-READ
           .

      *---------------------------------------------------------------*

       Refaz-Est-01 SECTION.
           MOVE ZERO TO EST-01
           PERFORM VARYING WS-INDICE-ALM FROM 1 BY 1
                   UNTIL WS-INDICE-ALM > 5
               ADD EST-ALM-01(WS-INDICE-ALM) TO EST-01
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *GRAVA-MOVIMENTO-COMPONENTE \ GRAVA-MOVIMENTO-KIT - O "K" DE
      *ACE02 PELA ROTINA CENTRAL, COM A ORDEM EM DOCNUM-02; O
      *ALMOXARIFADO E O SINAL VEM DO CHAMADOR. O COMPONENTE TAMBEM SAI
      *NA LINHA DA ORDEM EM RELATO.
       Grava-Movimento-Componente SECTION.
           PERFORM Grava-Movimento-Kit
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE COD-01            TO CMP-COD
           MOVE DESC-01           TO CMP-DESC
           MOVE WS-Mov-Sinal      TO CMP-SINAL
           MOVE WS-QTD-COMPONENTE TO CMP-QTDE
           WRITE REG-REL FROM WS-LINHA-COMP
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Grava-Movimento-Kit SECTION.
           MOVE COD-01            TO WS-Mov-Cod
           MOVE "K"               TO WS-Mov-Tipo
           MOVE WS-QTD-COMPONENTE TO WS-Mov-Qtde
           MOVE "K"               TO WS-Mov-DocTipo
           MOVE WS-NUM-ORDEM      TO WS-Mov-DocNum
           PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
           .

      *---------------------------------------------------------------*
      *NUMERA-ORDEM - PROXIMO NUMERO A PARTIR DA ULTIMA ORDEM GRAVADA
      *EM ACEOK, COMO OS TITULOS DE ACECP.
       Numera-Ordem SECTION.
           MOVE 999999 TO OK-NUM
           START ACEOK KEY IS NOT GREATER OK-NUM
           IF FS NOT = "00" AND "02"
               MOVE ZERO TO WS-NUM-ORDEM
           ELSE
               READ ACEOK PREVIOUS RECORD
               IF FS NOT = "00" AND "02"
                   MOVE ZERO TO WS-NUM-ORDEM
               ELSE
                   MOVE OK-NUM TO WS-NUM-ORDEM
               END-IF
           END-IF
           MOVE "00" TO FS
           ADD 1 TO WS-NUM-ORDEM
           .

      *---------------------------------------------------------------*

       Grava-Ordem SECTION.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-NUM-ORDEM       TO OK-NUM
           MOVE WS-COD-KIT         TO OK-KIT
           MOVE WS-QTD-ORDEM       TO OK-QTDE
           MOVE WS-ALM-KIT         TO OK-ALM-KIT
           MOVE WS-ALM-COMP        TO OK-ALM-COMP
           MOVE WS-CUSTO-KIT       TO OK-CUSTO
           MOVE WS-DATA-HOJE       TO OK-DATA
           MOVE WS-HORA-AGORA(1:6) TO OK-HORA
           MOVE WS-Oper-Codigo     TO OK-OPERADOR
           WRITE REG-OK
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ORDEM " WS-NUM-ORDEM
           END-WRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Cabecalho-Ordem SECTION.
           MOVE "ORDEM DE KIT                 " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-NUM-ORDEM TO ORD-NUM
           MOVE WS-COD-KIT   TO ORD-KIT
           MOVE WS-DESC-KIT  TO ORD-DESC
           MOVE WS-QTD-ORDEM TO ORD-QTDE
           MOVE WS-ALM-KIT   TO OR2-ALM-KIT
           MOVE WS-ALM-COMP  TO OR2-ALM-COMP
           COMPUTE OR2-CUSTO = WS-CUSTO-KIT / 100
           WRITE REG-REL FROM WS-LINHA-ORDEM
           WRITE REG-REL FROM WS-LINHA-ORDEM-2
           ADD 2 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACEKT ACECE ACEOK ACELT ACELS Arquivo-Log
                 RELATO
           DISPLAY "KITMONT - ORDENS GRAVADAS: " WS-QTD-ORDENS
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
