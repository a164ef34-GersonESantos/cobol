000010*REQUIS-REQUISICOES DE CONSUMO INTERNO POR CENTRO DE CUSTO      *
000020*(ACECU). O MATERIAL QUE A PROPRIA EMPRESA CONSOME (CLASSES M,  *
000030*V E B DE CLASSECE-01 - CONSUMO, MANUTENCAO DE VEICULO,         *
000040*BRINDES) SAI DO ESTOQUE POR REQUISICAO EM VEZ DE VENDA         *
000050*FICTICIA OU BAIXA: O OPERADOR ASSINADO DIGITA A REQUISICAO DO  *
000060*DEPARTAMENTO (ACERQ, SITUACAO P), OUTRO OPERADOR COM NIVEL DE  *
000070*MANUTENCAO APROVA E A MERCADORIA SAI DE EST-ALM-01\EST-01      *
000080*(LOTE FEFO DO PERECIVEL) COM O MOVIMENTO "R" EM ACE02,         *
000090*VALORIZADA AO CMEDIO-01 DO MOMENTO. NAO MEXE EM QTSAIDAR-01    *
000100*(NAO E VENDA) NEM GRAVA ACEBX (NAO E PERDA). A APROVACAO EXIGE *
000110*PERIODO ABERTO E NENHUM BALANCO GERAL EM ANDAMENTO. O          *
000120*RELATORIO MENSAL ORDENA AS REQUISICOES ATENDIDAS NO MES POR    *
000130*CENTRO DE CUSTO E CLASSE, COM SOLICITANTE E APROVADOR, PARA O  *
000140*RATEIO DA DESPESA AOS DEPARTAMENTOS.                           *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE).                                                     *
      *A PECA DE MANUTENCAO DE VEICULO (CLASSE V) GUARDA O VEICULO DA *
      *FROTA QUE A RECEBEU (RQ-VEICULO)                               *
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. REQUIS.
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELCU".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELRQ".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
       COPY "C:\Repo2024\cobol\dados1\book\SELVC".
000290     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000300                    FILE STATUS IS FS-REL.
000310     SELECT WS-Ordenacao ASSIGN TO "arquivos\requis.srt".
000320 DATA DIVISION.
000330 FILE SECTION.
000340 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000350 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDCU".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDRQ".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000420 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
       COPY "C:\Repo2024\cobol\dados1\book\FDVC".
000430 SD  WS-Ordenacao.
000440 01  SRT-Registro.
000450     03  SRT-CCusto        PIC 9(04).
000460     03  SRT-Classe        PIC X(01).
000470     03  SRT-Num           PIC 9(06).
000480     03  SRT-Seq           PIC 9(02).
000490     03  SRT-Cod           PIC 9(06).
000500     03  SRT-Qtde          PIC 9(07).
000510     03  SRT-Valor         PIC 9(15).
000520     03  SRT-Dt-Baixa      PIC 9(08).
000530     03  SRT-Solicitante   PIC 9(04).
000540     03  SRT-Aprovador     PIC 9(04).
000550 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000560 WORKING-STORAGE SECTION.
000570 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000580 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000590 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000600 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000610 COPY "C:\Repo2024\cobol\dados1\book\CPYMVWS".
000620 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
000630 COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
000640 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000650 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
000660 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-REQUIS         PIC X(01) VALUE "N".
           88  FIM-REQUIS        VALUE "S".
       01  WS-FIM-LINHAS         PIC X(01).
           88  FIM-LINHAS        VALUE "S".
       01  WS-FIM-ACERQ          PIC X(01).
           88  FIM-ACERQ         VALUE "S".
       01  WS-FIM-ORDENACAO      PIC X(01).
           88  FIM-ORDENACAO     VALUE "S".
       01  WS-ESTOQUE-BLOQ       PIC X(01) VALUE "N".
           88  ESTOQUE-BLOQUEADO VALUE "S".
       01  WS-REQ-OK             PIC X(01).
           88  REQUISICAO-OK     VALUE "S".
       01  WS-VEICULO-OK         PIC X(01).
           88  VEICULO-OK        VALUE "S".
       01  WS-ACEVC-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACEVC-DISPONIVEL  VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-DECISAO            PIC X(01).
       01  WS-CCUSTO             PIC 9(04).
       01  WS-NUM-REQ            PIC 9(06).
       01  WS-SEQ-REQ            PIC 9(02).
       01  WS-COD-PRODUTO        PIC 9(06).
       01  WS-ALM-REQ            PIC 9(02).
       01  WS-QTD-REQ            PIC 9(07).
       01  WS-SOLICITANTE        PIC 9(04).
       01  WS-VEICULO            PIC 9(03).
       01  WS-INDICE-ALM         PIC 9(02) COMP.
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-MES-RATEIO         PIC 9(06).
       01  WS-QTD-LINHAS         PIC 9(03).
       01  WS-QTD-REQUISICOES    PIC 9(05) VALUE ZERO.
       01  WS-CCUSTO-ANT         PIC 9(04).
       01  WS-CLASSE-ANT         PIC X(01).
       01  WS-TOTAL-CLASSE       PIC 9(15).
       01  WS-TOTAL-CCUSTO       PIC 9(15).
       01  WS-TOTAL-GERAL        PIC 9(15).

       01  WS-LINHA-REQ.
           03  FILLER            PIC X(12) VALUE "REQUISICAO ".
           03  REQ-NUM           PIC 9(06).
           03  FILLER            PIC X(09) VALUE "  CENTRO ".
           03  REQ-CCUSTO        PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  REQ-NOME          PIC X(25).
           03  FILLER            PIC X(06) VALUE " SOL. ".
           03  REQ-SOLICITANTE   PIC 9(04).
           03  FILLER            PIC X(06) VALUE " APR. ".
           03  REQ-APROVADOR     PIC 9(04).

       01  WS-LINHA-ITEM.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  ITM-NUM           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ITM-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ITM-DESC          PIC X(22).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ITM-QTDE          PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ITM-VALOR         PIC Z(10)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ITM-SOLICITANTE   PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ITM-APROVADOR     PIC 9(04).

       01  WS-LINHA-CCUSTO.
           03  FILLER            PIC X(08) VALUE "CENTRO ".
           03  LCC-COD           PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LCC-NOME          PIC X(30).
           03  FILLER            PIC X(07) VALUE " RESP. ".
           03  LCC-RESP          PIC X(30).

       01  WS-LINHA-TOTAL.
           03  FILLER            PIC X(04) VALUE SPACES.
           03  TOT-ROTULO        PIC X(44).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  TOT-VALOR         PIC Z(12)9.99.

       01  WS-LINHA-COLUNAS.
           03  FILLER            PIC X(40) VALUE
               "  REQUIS. PRODUT DESCRICAO              ".
           03  FILLER            PIC X(40) VALUE
               "   QTDE          VALOR  SOL. APR.       ".

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-REQUIS
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
      *DIGITAR REQUISICAO BASTA ESTAR ASSINADO (O SOLICITANTE FICA
      *GRAVADO); APROVAR EXIGE NIVEL DE MANUTENCAO, CONFERIDO NA
      *PROPRIA OPCAO.
           IF WS-Oper-Codigo = ZERO
               DISPLAY "REQUIS - FUNCAO EXIGE OPERADOR ASSINADO. "
                       "ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-REQUIS
           END-IF
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE WS-Arq-Empresa TO WS-Per-Empresa
           MOVE "ACE01" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-REQUIS
           END-IF
           MOVE "ACE02" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-REQUIS
           END-IF
           OPEN I-O ACE01
           OPEN I-O ACE02
           OPEN INPUT ACECE
           OPEN INPUT ACECU
           IF FS = "05" OR "35"
               DISPLAY "REQUIS - NENHUM CENTRO DE CUSTO CADASTRADO - "
                       "CADASTRE EM CCUSTO."
               MOVE "S" TO WS-FIM-REQUIS
           END-IF
           OPEN I-O ACERQ
           IF FS = "05" OR "35"
               OPEN OUTPUT ACERQ
               CLOSE ACERQ
               OPEN I-O ACERQ
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
      *SEM CADASTRO DE FROTA A PECA DE MANUTENCAO SAI SEM VEICULO.
           OPEN INPUT ACEVC
           IF FS = "00"
               MOVE "S" TO WS-ACEVC-DISPONIVEL
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "REQUIS" TO WS-Log-Programa
      *A SAIDA DO ESTOQUE NA APROVACAO E LANCAMENTO: RECUSADA QUANDO
      *HOJE CAI NO PERIODO CONTABIL JA FECHADO (FECHPER) OU COM
      *BALANCO GERAL EM CURSO. A DIGITACAO E O RELATORIO CONTINUAM.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-Per-Data
           PERFORM VERIFICA-PERIODO-FECHADO THRU
               SAI-VERIFICA-PERIODO-FECHADO
           IF Periodo-Fechado
               DISPLAY "REQUIS - PERIODO CONTABIL FECHADO ATE "
                       FECHMES-CE "/" FECHANO-CE
                       " - APROVACAO BLOQUEADA."
               MOVE "S" TO WS-ESTOQUE-BLOQ
           END-IF
           PERFORM VERIFICA-BALANCO-GERAL THRU
               SAI-VERIFICA-BALANCO-GERAL
           IF Balanco-Em-Curso
               DISPLAY "REQUIS - BALANCO GERAL EM ANDAMENTO - "
                       "APROVACAO BLOQUEADA."
               MOVE "S" TO WS-ESTOQUE-BLOQ
           END-IF
           MOVE "00" TO FS
           MOVE "REQUIS" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "REQUIS - 1=NOVA REQUISICAO 2=APROVAR\RECUSAR "
                   "3=PENDENTES 4=RATEIO MENSAL 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Nova-Requisicao
               WHEN 2
                   PERFORM Aprova-Requisicao
               WHEN 3
                   PERFORM Lista-Pendentes
               WHEN 4
                   PERFORM Relatorio-Rateio
               WHEN 0
                   MOVE "S" TO WS-FIM-REQUIS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *NOVA-REQUISICAO - CENTRO DE CUSTO ATIVO E ATE 99 LINHAS DE
      *PRODUTO\ALMOXARIFADO\QUANTIDADE; NADA SAI DO ESTOQUE AINDA.
       Nova-Requisicao SECTION.
           DISPLAY "CENTRO DE CUSTO: "
           ACCEPT WS-CCUSTO
           MOVE WS-CCUSTO TO CU-COD
           READ ACECU
               INVALID KEY
                   DISPLAY "CENTRO DE CUSTO NAO CADASTRADO."
                   MOVE "I" TO CU-STATUS
           END-READ
           MOVE "00" TO FS
           IF CU-INATIVO
               DISPLAY "CENTRO DE CUSTO INATIVO - REQUISICAO RECUSADA."
           ELSE
               DISPLAY "CENTRO: " CU-NOME
               PERFORM Numera-Requisicao
               MOVE ZERO TO WS-SEQ-REQ
               MOVE "N" TO WS-FIM-LINHAS
               PERFORM Digita-Linha UNTIL FIM-LINHAS
               IF WS-SEQ-REQ = ZERO
                   DISPLAY "REQUISICAO SEM LINHAS - NADA GRAVADO."
               ELSE
                   MOVE "REQ-NOVA" TO WS-Log-Funcao
                   MOVE WS-NUM-REQ TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   ADD 1 TO WS-QTD-REQUISICOES
                   DISPLAY "REQUISICAO " WS-NUM-REQ " GRAVADA COM "
                           WS-SEQ-REQ " LINHA(S) - AGUARDA APROVACAO."
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Digita-Linha SECTION.
           DISPLAY "PRODUTO (0=ENCERRA): "
           ACCEPT WS-COD-PRODUTO
           IF WS-COD-PRODUTO = ZERO
               MOVE "S" TO WS-FIM-LINHAS
           ELSE
               MOVE WS-COD-PRODUTO TO COD-01
               READ ACE01
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO: "
                               WS-COD-PRODUTO
                   NOT INVALID KEY
                       PERFORM Grava-Linha
               END-READ
               MOVE "00" TO FS
               IF WS-SEQ-REQ = 99
                   DISPLAY "LIMITE DE 99 LINHAS POR REQUISICAO."
                   MOVE "S" TO WS-FIM-LINHAS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Linha SECTION.
           DISPLAY DESC-01 " CLASSE " CLASSECE-01
                   " ESTOQUE " EST-01
           DISPLAY "ALMOXARIFADO DE SAIDA (1-5, BRANCO=1): "
           ACCEPT WS-ALM-REQ
           IF WS-ALM-REQ = ZERO OR WS-ALM-REQ > 5
               MOVE 1 TO WS-ALM-REQ
           END-IF
           DISPLAY "QUANTIDADE: "
           ACCEPT WS-QTD-REQ
           MOVE ZERO TO WS-VEICULO
           IF CLASSECE-01 = "V"
              AND WS-QTD-REQ NOT = ZERO
               PERFORM Pede-Veiculo
           END-IF
           IF WS-QTD-REQ = ZERO
               DISPLAY "QUANTIDADE ZERADA - LINHA IGNORADA."
           ELSE
               ADD 1 TO WS-SEQ-REQ
               MOVE WS-NUM-REQ     TO RQ-NUM
               MOVE WS-SEQ-REQ     TO RQ-SEQ
               MOVE WS-CCUSTO      TO RQ-CCUSTO
               MOVE COD-01         TO RQ-COD
               MOVE WS-ALM-REQ     TO RQ-ALM
               MOVE WS-QTD-REQ     TO RQ-QTDE
               MOVE CLASSECE-01    TO RQ-CLASSE
               MOVE WS-VEICULO     TO RQ-VEICULO
               MOVE ZERO           TO RQ-CUSTO RQ-VALOR
               MOVE WS-DATA-HOJE   TO RQ-DT-PEDIDO
               MOVE WS-Oper-Codigo TO RQ-SOLICITANTE
               MOVE ZERO           TO RQ-DT-BAIXA RQ-APROVADOR
               MOVE "P"            TO RQ-SITUACAO
               WRITE REG-RQ
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A LINHA " WS-SEQ-REQ
               END-WRITE
           END-IF
           .

      *---------------------------------------------------------------*
      *PEDE-VEICULO - A PECA DE MANUTENCAO DE VEICULO (CLASSE V) FICA
      *LIGADA AO VEICULO DA FROTA QUE A RECEBEU, PARA O CUSTO POR KG
      *DO RELATORIO MENSAL DE FROTA. ZERO = SEM VEICULO (USO GERAL).
       Pede-Veiculo SECTION.
           IF ACEVC-DISPONIVEL
               MOVE "N" TO WS-VEICULO-OK
               PERFORM UNTIL VEICULO-OK
                   DISPLAY "VEICULO QUE RECEBE A PECA (0=NENHUM): "
                   ACCEPT WS-VEICULO
                   IF WS-VEICULO = ZERO
                       MOVE "S" TO WS-VEICULO-OK
                   ELSE
                       MOVE WS-VEICULO TO VC-CODIGO
                       READ ACEVC
                           INVALID KEY
                               DISPLAY "VEICULO NAO CADASTRADO."
                           NOT INVALID KEY
                               DISPLAY "VEICULO " VC-PLACA " "
                                       VC-DESCRICAO
                               MOVE "S" TO WS-VEICULO-OK
                       END-READ
                       MOVE "00" TO FS
                   END-IF
               END-PERFORM
           END-IF
           .

      *---------------------------------------------------------------*
      *APROVA-REQUISICAO - QUEM APROVA NAO PODE SER QUEM PEDIU. A
      *APROVACAO CONFERE O SALDO DE TODAS AS LINHAS NO ALMOXARIFADO
      *ANTES DE BAIXAR QUALQUER UMA (COMO A ORDEM DE KITMONT).
       Aprova-Requisicao SECTION.
           EVALUATE TRUE
               WHEN NOT Oper-Pode-Manter
                   DISPLAY "APROVACAO EXIGE NIVEL DE MANUTENCAO."
               WHEN ESTOQUE-BLOQUEADO
                   DISPLAY "APROVACAO BLOQUEADA - PERIODO FECHADO OU "
                           "BALANCO EM ANDAMENTO."
               WHEN OTHER
                   DISPLAY "NUMERO DA REQUISICAO: "
                   ACCEPT WS-NUM-REQ
                   PERFORM Confere-Requisicao
                   IF REQUISICAO-OK
                       DISPLAY "A=APROVAR E BAIXAR  R=RECUSAR  "
                               "OUTRO=VOLTAR: "
                       ACCEPT WS-DECISAO
                       EVALUATE WS-DECISAO
                           WHEN "A"
                               PERFORM Efetiva-Aprovacao
                           WHEN "R"
                               PERFORM Efetiva-Recusa
                           WHEN OTHER
                               DISPLAY "REQUISICAO MANTIDA PENDENTE."
                       END-EVALUATE
                   END-IF
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Confere-Requisicao SECTION.
           MOVE "S" TO WS-REQ-OK
           MOVE ZERO TO WS-QTD-LINHAS WS-SOLICITANTE
           PERFORM Posiciona-Requisicao
           PERFORM UNTIL FIM-ACERQ
               IF RQ-PENDENTE
                   ADD 1 TO WS-QTD-LINHAS
                   MOVE RQ-SOLICITANTE TO WS-SOLICITANTE
                   MOVE RQ-CCUSTO      TO WS-CCUSTO
                   PERFORM Confere-Linha
               END-IF
               PERFORM Proxima-Linha
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-QTD-LINHAS = ZERO
                   DISPLAY "REQUISICAO SEM LINHAS PENDENTES: "
                           WS-NUM-REQ
                   MOVE "N" TO WS-REQ-OK
               WHEN WS-SOLICITANTE = WS-Oper-Codigo
                   DISPLAY "O SOLICITANTE NAO PODE APROVAR A PROPRIA "
                           "REQUISICAO."
                   MOVE "N" TO WS-REQ-OK
               WHEN NOT REQUISICAO-OK
                   DISPLAY "SALDO INSUFICIENTE - SO E POSSIVEL "
                           "RECUSAR OU AGUARDAR."
                   DISPLAY "R=RECUSAR  OUTRO=VOLTAR: "
                   ACCEPT WS-DECISAO
                   IF WS-DECISAO = "R"
                       PERFORM Efetiva-Recusa
                   END-IF
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Confere-Linha SECTION.
           MOVE RQ-COD TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "LINHA " RQ-SEQ " - PRODUTO NAO CADASTRADO: "
                           RQ-COD
                   MOVE "N" TO WS-REQ-OK
               NOT INVALID KEY
                   DISPLAY RQ-SEQ " " RQ-COD " " DESC-01 " ALM "
                           RQ-ALM " QTDE " RQ-QTDE
                   IF EST-ALM-01(RQ-ALM) < RQ-QTDE
                       DISPLAY "   SALDO NO ALMOXARIFADO: "
                               EST-ALM-01(RQ-ALM)
                       MOVE "N" TO WS-REQ-OK
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Posiciona-Requisicao SECTION.
           MOVE "N" TO WS-FIM-ACERQ
           MOVE WS-NUM-REQ TO RQ-NUM
           MOVE ZERO       TO RQ-SEQ
           START ACERQ KEY IS NOT LESS RQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ACERQ
           END-START
           IF NOT FIM-ACERQ
               PERFORM Proxima-Linha
           END-IF
           .

      *---------------------------------------------------------------*

       Proxima-Linha SECTION.
           READ ACERQ NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ACERQ
               NOT AT END
                   IF RQ-NUM NOT = WS-NUM-REQ
                       MOVE "S" TO WS-FIM-ACERQ
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Efetiva-Aprovacao SECTION.
           MOVE WS-CCUSTO TO CU-COD
           READ ACECU
               INVALID KEY
                   MOVE SPACES TO CU-NOME
           END-READ
           MOVE "REQUISICAO DE CONSUMO INTERNO" TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-NUM-REQ     TO REQ-NUM
           MOVE WS-CCUSTO      TO REQ-CCUSTO
           MOVE CU-NOME        TO REQ-NOME
           MOVE WS-SOLICITANTE TO REQ-SOLICITANTE
           MOVE WS-Oper-Codigo TO REQ-APROVADOR
           WRITE REG-REL FROM WS-LINHA-REQ
           WRITE REG-REL FROM WS-LINHA-COLUNAS
           ADD 2 TO WS-Rel-Linha
           PERFORM Posiciona-Requisicao
           PERFORM UNTIL FIM-ACERQ
               IF RQ-PENDENTE
                   PERFORM Baixa-Linha
               END-IF
               PERFORM Proxima-Linha
           END-PERFORM
           MOVE "REQ-APROV" TO WS-Log-Funcao
           MOVE WS-NUM-REQ  TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           ADD 1 TO WS-QTD-REQUISICOES
           DISPLAY "REQUISICAO " WS-NUM-REQ " ATENDIDA."
           .

      *---------------------------------------------------------------*
      *BAIXA-LINHA - MESMA BAIXA DO COMPONENTE EM KITMONT, SEM SOMAR
      *EM QTSAI-01: EST-ALM-01 DO ALMOXARIFADO DA LINHA, EST-01, LOTE
      *FEFO DO PERECIVEL E O "R" DE SAIDA COM O NUMERO DA REQUISICAO.
      *O CUSTO DA LINHA E O CMEDIO-01 DE AGORA.
       Baixa-Linha SECTION.
           MOVE RQ-COD TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: " RQ-COD
               NOT INVALID KEY
                   SUBTRACT RQ-QTDE FROM EST-ALM-01(RQ-ALM)
                   PERFORM Refaz-Est-01
                   REWRITE REG-01
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PRODUTO."
                   END-REWRITE
                   IF CLASSECE-01 = "R"
                       MOVE COD-01     TO WS-Lt-Cod
                       MOVE RQ-ALM     TO WS-Lt-Alm
                       MOVE RQ-QTDE    TO WS-Lt-Qtde
                       MOVE "R"        TO WS-Lt-DocTipo
                       MOVE WS-NUM-REQ TO WS-Lt-DocNum
                       PERFORM BAIXA-LOTE-FEFO THRU
                           SAI-BAIXA-LOTE-FEFO
                   END-IF
                   MOVE COD-01     TO WS-Mov-Cod
                   MOVE "R"        TO WS-Mov-Tipo
                   MOVE RQ-QTDE    TO WS-Mov-Qtde
                   MOVE RQ-ALM     TO WS-Mov-Alm
                   MOVE "-"        TO WS-Mov-Sinal
                   MOVE "R"        TO WS-Mov-DocTipo
                   MOVE WS-NUM-REQ TO WS-Mov-DocNum
                   PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
                   MOVE CLASSECE-01    TO RQ-CLASSE
                   MOVE CMEDIO-01      TO RQ-CUSTO
                   COMPUTE RQ-VALOR = RQ-QTDE * CMEDIO-01
                   MOVE WS-DATA-HOJE   TO RQ-DT-BAIXA
                   MOVE WS-Oper-Codigo TO RQ-APROVADOR
                   MOVE "A"            TO RQ-SITUACAO
                   REWRITE REG-RQ
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A LINHA " RQ-SEQ
                   END-REWRITE
                   PERFORM VERIFICA-QUEBRA-REL THRU
                       SAI-VERIFICA-QUEBRA-REL
                   MOVE RQ-NUM         TO ITM-NUM
                   MOVE RQ-COD         TO ITM-COD
                   MOVE DESC-01        TO ITM-DESC
                   MOVE RQ-QTDE        TO ITM-QTDE
                   COMPUTE ITM-VALOR = RQ-VALOR / 100
                   MOVE RQ-SOLICITANTE TO ITM-SOLICITANTE
                   MOVE RQ-APROVADOR   TO ITM-APROVADOR
                   WRITE REG-REL FROM WS-LINHA-ITEM
                   ADD 1 TO WS-Rel-Linha
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Efetiva-Recusa SECTION.
           PERFORM Posiciona-Requisicao
           PERFORM UNTIL FIM-ACERQ
               IF RQ-PENDENTE
                   MOVE WS-DATA-HOJE   TO RQ-DT-BAIXA
                   MOVE WS-Oper-Codigo TO RQ-APROVADOR
                   MOVE "R"            TO RQ-SITUACAO
                   REWRITE REG-RQ
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A LINHA " RQ-SEQ
                   END-REWRITE
               END-IF
               PERFORM Proxima-Linha
           END-PERFORM
           MOVE "REQ-RECUS" TO WS-Log-Funcao
           MOVE WS-NUM-REQ  TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "REQUISICAO " WS-NUM-REQ " RECUSADA."
           .

      *---------------------------------------------------------------*

       Lista-Pendentes SECTION.
           MOVE "N" TO WS-FIM-ACERQ
           MOVE ZERO TO RQ-NUM RQ-SEQ
           START ACERQ KEY IS NOT LESS RQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ACERQ
           END-START
           PERFORM UNTIL FIM-ACERQ
               READ ACERQ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ACERQ
                   NOT AT END
                       IF RQ-PENDENTE
                           DISPLAY RQ-NUM "/" RQ-SEQ " CENTRO "
                                   RQ-CCUSTO " PRODUTO " RQ-COD
                                   " QTDE " RQ-QTDE " SOL. "
                                   RQ-SOLICITANTE " EM "
                                   RQ-DT-PEDIDO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *RELATORIO-RATEIO - LINHAS ATENDIDAS NO MES (RQ-DT-BAIXA),
      *ORDENADAS POR CENTRO DE CUSTO E CLASSE (MESMO SORT COM
      *INPUT\OUTPUT PROCEDURE DE ABCPROD), COM TOTAL POR CLASSE, POR
      *CENTRO E GERAL, NO CMEDIO-01 GRAVADO NA SAIDA.
       Relatorio-Rateio SECTION.
           DISPLAY "MES DO RATEIO (AAAAMM): "
           ACCEPT WS-MES-RATEIO
           MOVE "RATEIO DE CONSUMO INTERNO    " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE ZERO TO WS-TOTAL-GERAL
           SORT WS-Ordenacao
               ON ASCENDING KEY SRT-CCusto SRT-Classe SRT-Num SRT-Seq
               INPUT PROCEDURE IS Seleciona-Requisicoes
               OUTPUT PROCEDURE IS Imprime-Rateio
           MOVE "TOTAL GERAL DO MES" TO TOT-ROTULO
           COMPUTE TOT-VALOR = WS-TOTAL-GERAL / 100
           WRITE REG-REL FROM WS-LINHA-TOTAL
           ADD 1 TO WS-Rel-Linha
           MOVE "REQ-RATEIO"  TO WS-Log-Funcao
           MOVE WS-MES-RATEIO TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "RATEIO " WS-MES-RATEIO " IMPRESSO."
           .

      *---------------------------------------------------------------*

       Seleciona-Requisicoes SECTION.
           MOVE "N" TO WS-FIM-ACERQ
           MOVE ZERO TO RQ-NUM RQ-SEQ
           START ACERQ KEY IS NOT LESS RQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ACERQ
           END-START
           PERFORM UNTIL FIM-ACERQ
               READ ACERQ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ACERQ
                   NOT AT END
                       IF RQ-ATENDIDA
                          AND RQ-DT-BAIXA(1:6) = WS-MES-RATEIO
                           MOVE RQ-CCUSTO      TO SRT-CCusto
                           MOVE RQ-CLASSE      TO SRT-Classe
                           MOVE RQ-NUM         TO SRT-Num
                           MOVE RQ-SEQ         TO SRT-Seq
                           MOVE RQ-COD         TO SRT-Cod
                           MOVE RQ-QTDE        TO SRT-Qtde
                           MOVE RQ-VALOR       TO SRT-Valor
                           MOVE RQ-DT-BAIXA    TO SRT-Dt-Baixa
                           MOVE RQ-SOLICITANTE TO SRT-Solicitante
                           MOVE RQ-APROVADOR   TO SRT-Aprovador
                           RELEASE SRT-Registro
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Rateio SECTION.
           MOVE "N" TO WS-FIM-ORDENACAO
           RETURN WS-Ordenacao
               AT END
                   MOVE "S" TO WS-FIM-ORDENACAO
           END-RETURN
           IF NOT FIM-ORDENACAO
               PERFORM Abre-Centro
               PERFORM Abre-Classe
           END-IF
           PERFORM UNTIL FIM-ORDENACAO
               IF SRT-CCusto NOT = WS-CCUSTO-ANT
                   PERFORM Fecha-Classe
                   PERFORM Fecha-Centro
                   PERFORM Abre-Centro
                   PERFORM Abre-Classe
               ELSE
                   IF SRT-Classe NOT = WS-CLASSE-ANT
                       PERFORM Fecha-Classe
                       PERFORM Abre-Classe
                   END-IF
               END-IF
               PERFORM Imprime-Linha-Rateio
               RETURN WS-Ordenacao
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
               END-RETURN
           END-PERFORM
           IF WS-TOTAL-GERAL NOT = ZERO
               PERFORM Fecha-Classe
               PERFORM Fecha-Centro
           END-IF
           .

      *---------------------------------------------------------------*

       Abre-Centro SECTION.
           MOVE SRT-CCusto TO WS-CCUSTO-ANT CU-COD
           MOVE ZERO TO WS-TOTAL-CCUSTO
           READ ACECU
               INVALID KEY
                   MOVE SPACES TO CU-NOME CU-RESP
           END-READ
           MOVE "00" TO FS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE CU-COD  TO LCC-COD
           MOVE CU-NOME TO LCC-NOME
           MOVE CU-RESP TO LCC-RESP
           WRITE REG-REL FROM WS-LINHA-CCUSTO
           WRITE REG-REL FROM WS-LINHA-COLUNAS
           ADD 2 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Abre-Classe SECTION.
           MOVE SRT-Classe TO WS-CLASSE-ANT
           MOVE ZERO TO WS-TOTAL-CLASSE
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Rateio SECTION.
           MOVE SRT-Cod TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE SPACES TO DESC-01
           END-READ
           MOVE "00" TO FS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE SRT-Num         TO ITM-NUM
           MOVE SRT-Cod         TO ITM-COD
           MOVE DESC-01         TO ITM-DESC
           MOVE SRT-Qtde        TO ITM-QTDE
           COMPUTE ITM-VALOR = SRT-Valor / 100
           MOVE SRT-Solicitante TO ITM-SOLICITANTE
           MOVE SRT-Aprovador   TO ITM-APROVADOR
           WRITE REG-REL FROM WS-LINHA-ITEM
           ADD 1 TO WS-Rel-Linha
           ADD SRT-Valor TO WS-TOTAL-CLASSE WS-TOTAL-CCUSTO
                            WS-TOTAL-GERAL
           .

      *---------------------------------------------------------------*

       Fecha-Classe SECTION.
           MOVE SPACES TO TOT-ROTULO
           STRING "TOTAL DA CLASSE " DELIMITED BY SIZE
                  WS-CLASSE-ANT      DELIMITED BY SIZE
               INTO TOT-ROTULO
           END-STRING
           COMPUTE TOT-VALOR = WS-TOTAL-CLASSE / 100
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOTAL
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Fecha-Centro SECTION.
           MOVE SPACES TO TOT-ROTULO
           STRING "TOTAL DO CENTRO DE CUSTO " DELIMITED BY SIZE
                  WS-CCUSTO-ANT              DELIMITED BY SIZE
               INTO TOT-ROTULO
           END-STRING
           COMPUTE TOT-VALOR = WS-TOTAL-CCUSTO / 100
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOTAL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           ADD 2 TO WS-Rel-Linha
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
      *NUMERA-REQUISICAO - PROXIMO NUMERO A PARTIR DA ULTIMA LINHA
      *GRAVADA EM ACERQ, COMO AS ORDENS DE ACEOK.
       Numera-Requisicao SECTION.
           MOVE 999999 TO RQ-NUM
           MOVE 99     TO RQ-SEQ
           START ACERQ KEY IS NOT GREATER RQ-CHAVE
           IF FS NOT = "00" AND "02"
               MOVE ZERO TO WS-NUM-REQ
           ELSE
               READ ACERQ PREVIOUS RECORD
               IF FS NOT = "00" AND "02"
                   MOVE ZERO TO WS-NUM-REQ
               ELSE
                   MOVE RQ-NUM TO WS-NUM-REQ
               END-IF
           END-IF
           MOVE "00" TO FS
           ADD 1 TO WS-NUM-REQ
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACECE ACECU ACERQ ACELT ACELS Arquivo-Log
                 RELATO
           IF ACEVC-DISPONIVEL
               CLOSE ACEVC
           END-IF
           DISPLAY "REQUIS - REQUISICOES GRAVADAS\ATENDIDAS: "
                   WS-QTD-REQUISICOES
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
