000102*LOTE DE PERECIVEL E ALOCACAO AOS PEDIDOS EM ESPERA SO          *
000104*ACONTECEM QUANDO O INSPETOR LIBERA A CARGA EM INSPECAO; CARGA  *
000106*RUIM E REJEITADA SEM NUNCA TER VIRADO SALDO VENDAVEL.          *
      *VENCIMENTO QUE CAI EM SABADO, DOMINGO OU FERIADO DA CIDADE DO  *
      *FORNECEDOR (CALENDARIO ACEFE) ROLA PARA O DIA UTIL SEGUINTE.   *
      *O RECEBIMENTO E POR NOTA DO FORNECEDOR: CABECALHO EM ACENE     *
      *(NUMERO, SERIE, EMISSAO, FRETE E IMPOSTO) E AS LINHAS EM ACENI,*
      *CADA UMA PASSANDO PELO CUSTO MEDIO E PELA QUARENTENA. NO       *
      *FECHAMENTO DA NOTA O TITULO A PAGAR E GERADO POR NOTA (OU UM   *
      *POR PARCELA), NAO MAIS POR PRODUTO. NOTA INTERROMPIDA NO MEIO  *
      *(SITUACAO "D") E RETOMADA INFORMANDO DE NOVO FORNECEDOR,       *
      *NUMERO E SERIE.                                                *
      *CADA LINHA E CONFERIDA CONTRA O SALDO ABERTO E O CUSTO         *
      *COMBINADO DO PEDIDO DE COMPRA (ACE13) DENTRO DAS TOLERANCIAS   *
      *DE ACECE; NO FECHAMENTO A NOTA PASSA PELA CONFERENCIA PEDIDO X *
      *RECEBIMENTO X NOTA (CPYCFPG) E, COM LINHA DIVERGENTE OU AINDA  *
      *NA QUARENTENA, OS TITULOS NASCEM BLOQUEADOS ("B") - SO SAEM    *
      *PARA PAGAMENTO DEPOIS DA INSPECAO OU DA LIBERACAO EM CONFNE.   *
      *O FRETE DESTACADO NA NOTA E RATEADO NAS LINHAS NO FECHAMENTO   *
      *(POR VALOR, PESO OU QUANTIDADE, A ESCOLHA DO OPERADOR) E ENTRA *
      *NO CUSTO MEDIO (CPYRTPG), FICANDO REGISTRADO EM ACEDA; FRETE DE*
      *TRANSPORTADORA, SEGURO E OUTRAS DESPESAS EM DOCUMENTO SEPARADO *
      *SAO LANCADOS DEPOIS EM RATDESP.                                *
      *NOTA DE REMESSA EM CONSIGNACAO (NE-CONSIG) NAO GERA TITULO A   *
      *PAGAR, NAO ENTRA NO CUSTO MEDIO E NAO ABATE PEDIDO DE COMPRA:  *
      *A CARGA PASSA PELA QUARENTENA MARCADA E A LIBERACAO EM         *
      *INSPECAO CREDITA O SALDO DO FORNECEDOR EM ACECG. O FORNECEDOR  *
      *RECEBE SO PELO VENDIDO, NO ACERTO EM CONSIG. O CUSTO MEDIO DA  *
      *COMPRA NORMAL DESCONTA A PARTE CONSIGNADA DO ESTOQUE.          *
      *CUSTO ALTERADO GERA RECOMENDACAO DE PRECO EM ACEFP QUANDO HA   *
      *POLITICA DE MARKUP EM ACEMK (CPYFPPG); A REVISAO FICA NO       *
      *FILAPRE.                                                       *
      *O TITULO A PAGAR GRAVA A EMPRESA DEVEDORA (AP-EMPRESA), USADA  *
      *NA CONSOLIDACAO DAS FILIAIS (CONSOL).                          *
      *O TITULO A PAGAR GRAVA TAMBEM O OPERADOR QUE O LANCOU (AP-OPER-*
      *LANC, ACECP LAYOUT 2 - CONVCP) E VAI PARA O LOG COMO LANCA-PAG;*
      *A CARGA EM QUARENTENA GRAVA O OPERADOR DO RECEBIMENTO (QA-OPER-*
      *RECEB). COM ELES A BAIXA DO TITULO E A LIBERACAO DA CARGA      *
      *RECUSAM O MESMO OPERADOR (SEGREGACAO DE FUNCOES, ACESD).       *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. RECMERC.
000130 ENVIRONMENT DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000187 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000188 COPY "C:\Repo2024\cobol\dados1\book\SELQA".
       COPY "C:\Repo2024\cobol\dados1\book\SELNE".
       COPY "C:\Repo2024\cobol\dados1\book\SELNI".
       COPY "C:\Repo2024\cobol\dados1\book\SELDA".
       COPY "C:\Repo2024\cobol\dados1\book\SELFE".
           SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS Cid-Codigo
                  FILE STATUS  IS FS-CID.
000190 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELMK".
       COPY "C:\Repo2024\cobol\dados1\book\SELFP".
000200     SELECT RELATO  ASSIGN TO PRINTER
000210                    FILE STATUS IS FS.
000220 DATA DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000267 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000268 COPY "C:\Repo2024\cobol\dados1\book\FDQA".
       COPY "C:\Repo2024\cobol\dados1\book\FDNE".
       COPY "C:\Repo2024\cobol\dados1\book\FDNI".
       COPY "C:\Repo2024\cobol\dados1\book\FDDA".
       COPY "C:\Repo2024\cobol\dados1\book\FDFE".
       FD Arquivo-Cidade.
       01 Registro-Cidade.
         02 Cid-Codigo         Pic 9(05).
         02 Cidade             Pic x(30).
         02 DDD-Cidade         Pic 9(04).
         02 Cid-Cod-Municipio  Pic 9(07).
         02 Cid-Estado         Pic x(02).
         02 Cid-CEP            Pic 9(08).
         02 Cid-Status         Pic x(01).
            88 Cid-Status-Ativa    value "A".
            88 Cid-Status-Inativa  value "I".
         02 Cid-Versao         Pic 9(14).
000270 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDMK".
       COPY "C:\Repo2024\cobol\dados1\book\FDFP".
000280 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000290 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000330 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCFWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYFPWS".

       01  FS-CID                PIC X(02) VALUE "00".
       01  WS-FIM-RECEBIMENTO    PIC X(01) VALUE "N".
           88  FIM-RECEBIMENTO   VALUE "S".

       01  WS-QA-TENTATIVAS      PIC 9(02) COMP.
       01  WS-FIM-PEDIDOS        PIC X(01).
           88  FIM-PEDIDOS       VALUE "S".
       01  WS-FIM-ITENS-NOTA     PIC X(01).
           88  FIM-ITENS-NOTA    VALUE "S".
       01  WS-NOTA-ABERTA        PIC X(01).
           88  NOTA-ABERTA       VALUE "S".
       01  WS-NE-CHAVE           PIC X(16).
       01  WS-QTD-TOTAL-NOTA     PIC 9(09).
       01  WS-COD-PRIMEIRO       PIC 9(06).
       01  WS-PRAZO-NOTA         PIC 9(03).
       01  WS-PARCELA            PIC 9(02).
       01  WS-VALOR-PARCELA      PIC 9(15).
       01  WS-RESTO-PARCELA      PIC 9(15).
       01  WS-QTD-PEDIDO-ABERTO  PIC 9(07).
       01  WS-CUSTO-PEDIDO       PIC 9(10).
       01  WS-DIV-PEDIDO         PIC X(01).
       01  WS-QTD-LIMITE         PIC 9(09).
       01  WS-DIF-CUSTO          PIC 9(10).
       01  WS-DIF-PCT            PIC 9(07)V99.
       01  WS-TOL-QTD            PIC 9(02)V99 VALUE ZERO.
       01  WS-TOL-CUS            PIC 9(02)V99 VALUE ZERO.

       01  WS-LINHA-CAB.
           03  FILLER            PIC X(60) VALUE
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-CMEDIO-NOVO   PIC Z(09)9.

       01  WS-LINHA-NOTA.
           03  FILLER            PIC X(11) VALUE "NOTA FORN. ".
           03  NOT-FORN          PIC 9(04).
           03  FILLER            PIC X(08) VALUE "  NUMERO".
           03  NOT-NOTA          PIC Z(08)9.
           03  FILLER            PIC X(08) VALUE "  SERIE ".
           03  NOT-SERIE         PIC X(03).
           03  FILLER            PIC X(10) VALUE "  EMISSAO ".
           03  NOT-EMISSAO       PIC 9(08).

       01  WS-LINHA-TOT-NOTA.
           03  FILLER            PIC X(16) VALUE "TOTAL DA NOTA: ".
           03  TNO-TOTAL         PIC Z(14)9.
           03  FILLER            PIC X(08) VALUE "  FRETE ".
           03  TNO-FRETE         PIC Z(09)9.
           03  FILLER            PIC X(11) VALUE "  PARCELAS ".
           03  TNO-PARCELAS      PIC Z9.
           03  FILLER            PIC X(10) VALUE "  1o TIT. ".
           03  TNO-TITULO        PIC 9(06).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-RECEBIMENTO
           END-IF
           MOVE "ACE13" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-RECEBIMENTO
           END-IF
           MOVE "ACECE" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-RECEBIMENTO
           END-IF
           MOVE "ACECP" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-RECEBIMENTO
           END-IF
           OPEN I-O ACE01
           OPEN INPUT ACE06
           OPEN I-O ACE13
               CLOSE ACEQA
               OPEN I-O ACEQA
           END-IF
           OPEN I-O ACENE
           IF FS = "05" OR "35"
               OPEN OUTPUT ACENE
               CLOSE ACENE
               OPEN I-O ACENE
           END-IF
           OPEN I-O ACENI
           IF FS = "05" OR "35"
               OPEN OUTPUT ACENI
               CLOSE ACENI
               OPEN I-O ACENI
           END-IF
           OPEN I-O ACEDA
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEDA
               CLOSE ACEDA
               OPEN I-O ACEDA
           END-IF
           OPEN EXTEND Arquivo-Log
           MOVE "RECMERC" TO WS-Log-Programa
           MOVE "RECMERC" TO WS-Fp-Origem
           PERFORM ABRE-FILA-PRECO THRU SAI-ABRE-FILA-PRECO
           OPEN INPUT ACECE
           OPEN OUTPUT RELATO
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           WRITE REG-REL FROM WS-LINHA-CAB
      *ENTRADA DE MERCADORIA MEXE EM SALDO E CUSTO: RECUSADA QUANDO
      *HOJE CAI NO PERIODO CONTABIL JA FECHADO (FECHPER).
                       "LANCAMENTOS RECUSADOS."
               MOVE "S" TO WS-FIM-RECEBIMENTO
           END-IF
      *TOLERANCIAS DA CONFERENCIA DA NOTA CONTRA O PEDIDO, DO
      *REGISTRO DA EMPRESA JA LIDO ACIMA (SEM REGISTRO = ZERO).
           IF FS = "00" AND TOLQTD-CE NUMERIC AND TOLCUS-CE NUMERIC
               MOVE TOLQTD-CE TO WS-TOL-QTD
               MOVE TOLCUS-CE TO WS-TOL-CUS
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "INFORME O FORNECEDOR DA NOTA (0 PARA ENCERRAR): "
           ACCEPT WS-FORNECEDOR
           IF WS-FORNECEDOR = ZERO
               MOVE "S" TO WS-FIM-RECEBIMENTO
           ELSE
               PERFORM Valida-Fornecedor
               IF FS = "00"
                   PERFORM Abre-Nota-Entrada
                   IF NOTA-ABERTA
                       MOVE "N" TO WS-FIM-ITENS-NOTA
                       PERFORM Lanca-Item-Nota UNTIL FIM-ITENS-NOTA
                       PERFORM Fecha-Nota-Entrada
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *ABRE-NOTA-ENTRADA - NOTA NOVA GRAVA O CABECALHO EM DIGITACAO
      *("D") JA NA ABERTURA, SEGURANDO A CHAVE; NOTA "D" ACHADA E
      *RETOMADA DE ONDE PAROU; NOTA FECHADA NAO ENTRA DE NOVO.
       Abre-Nota-Entrada SECTION.
           MOVE "N" TO WS-NOTA-ABERTA
           INITIALIZE REG-NE
           MOVE WS-FORNECEDOR TO NE-FORN
           DISPLAY "NUMERO DA NOTA DO FORNECEDOR: "
           ACCEPT NE-NOTA
           DISPLAY "SERIE DA NOTA: "
           ACCEPT NE-SERIE
           IF NE-NOTA = ZERO
               DISPLAY "NUMERO DA NOTA OBRIGATORIO."
           ELSE
               READ ACENE
                   INVALID KEY
                       PERFORM Grava-Cabecalho-Nota
                   NOT INVALID KEY
                       IF NE-FECHADA
                           DISPLAY "NOTA JA LANCADA EM " NE-ENTRADA
                                   " - RECEBIMENTO RECUSADO."
                       ELSE
                           DISPLAY "NOTA EM DIGITACAO RETOMADA - "
                                   NE-QTD-ITENS " LINHA(S) JA "
                                   "LANCADA(S)."
                           IF NE-CONSIGNACAO
                               DISPLAY "NOTA DE REMESSA EM "
                                       "CONSIGNACAO."
                           END-IF
                           MOVE "S" TO WS-NOTA-ABERTA
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           IF NOTA-ABERTA
               MOVE NE-FORN    TO NOT-FORN
               MOVE NE-NOTA    TO NOT-NOTA
               MOVE NE-SERIE   TO NOT-SERIE
               MOVE NE-EMISSAO TO NOT-EMISSAO
               WRITE REG-REL FROM WS-LINHA-NOTA
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Cabecalho-Nota SECTION.
           DISPLAY "DATA DE EMISSAO DA NOTA (AAAAMMDD, 0 = HOJE): "
           ACCEPT NE-EMISSAO
           IF NE-EMISSAO = ZERO
               MOVE WS-Per-Data TO NE-EMISSAO
           END-IF
           DISPLAY "REMESSA EM CONSIGNACAO (S/N, BRANCO=N): "
           ACCEPT NE-CONSIG
           IF NE-CONSIG = "s"
               MOVE "S" TO NE-CONSIG
           END-IF
           IF NOT NE-CONSIGNACAO
               MOVE SPACE TO NE-CONSIG
           END-IF
      *NA CONSIGNACAO NAO HA O QUE PAGAR NA ENTRADA, NEM FRETE A
      *RATEAR NO CUSTO MEDIO.
           IF NE-CONSIGNACAO
               MOVE ZERO TO NE-FRETE
           ELSE
               DISPLAY "VALOR DO FRETE DA NOTA (0 = SEM FRETE): "
               ACCEPT NE-FRETE
           END-IF
           DISPLAY "VALOR TOTAL DO IMPOSTO DESTACADO NA NOTA: "
           ACCEPT NE-TOTTRIB
           MOVE WS-Per-Data TO NE-ENTRADA
           MOVE ZEROS TO NE-VLR-PRODUTOS NE-TOTAL NE-QTD-ITENS
                         NE-PARCELAS NE-TITULO
           MOVE "D" TO NE-SITUACAO
           MOVE WS-Oper-Codigo TO NE-OPERADOR
           MOVE "P" TO NE-CONFERENCIA
           MOVE ZEROS TO NE-LIB-OPERADOR NE-LIB-DATA
           WRITE REG-NE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A NOTA DE ENTRADA."
               NOT INVALID KEY
                   MOVE "S" TO WS-NOTA-ABERTA
           END-WRITE
           .

      *---------------------------------------------------------------*

       Lanca-Item-Nota SECTION.
           DISPLAY "LINHA " NE-QTD-ITENS " LANCADA(S) - CODIGO DO "
                   "PRODUTO (0 PARA FECHAR A NOTA): "
           ACCEPT WS-COD-ENTRADA
           IF WS-COD-ENTRADA = ZERO
               MOVE "S" TO WS-FIM-ITENS-NOTA
           ELSE
               PERFORM Processa-Recebimento
           END-IF
                       DISPLAY "PRODUTO BLOQUEADO PARA COMPRA/"
                               "DESCONTINUADO - ENTRADA RECUSADA."
                   ELSE
                       DISPLAY "PRODUTO: " DESC-01
                       PERFORM Registra-Recebimento
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Valida-Fornecedor SECTION.
           MOVE WS-FORNECEDOR TO COD-06
           READ ACE06
               INVALID KEY
           IF WS-QTD-RECEBIDA = ZERO
               DISPLAY "QUANTIDADE ZERADA - ENTRADA IGNORADA."
           ELSE
               IF NE-CONSIGNACAO
                   PERFORM Registra-Consignacao
               ELSE
                   PERFORM Registra-Compra
               END-IF
               PERFORM Grava-Quarentena
               PERFORM Grava-Item-Nota
               PERFORM Imprime-Entrada
               MOVE COD-01       TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               ADD 1 TO WS-QTD-LANCAMENTOS
           END-IF
           .

      *---------------------------------------------------------------*

       Registra-Compra SECTION.
           PERFORM GUARDA-CUSTO-RECOMENDACAO THRU
               SAI-GUARDA-CUSTO-RECOMENDACAO
           PERFORM Atualiza-Custos
           PERFORM Abate-Saldo-Pedido
           REWRITE REG-01
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O REGISTRO."
               NOT INVALID KEY
                   PERFORM GERA-RECOMENDACAO-PRECO THRU
                       SAI-GERA-RECOMENDACAO-PRECO
           END-REWRITE
           PERFORM Confere-Pedido-Compra
           PERFORM Abate-Pedidos-Compra
           MOVE "RECEBIMENT" TO WS-Log-Funcao
           .

      *---------------------------------------------------------------*
      *REGISTRA-CONSIGNACAO - A LINHA DA REMESSA EM CONSIGNACAO NAO
      *MEXE EM CUSTO MEDIO, QTPED-01 NEM PEDIDO DE COMPRA; SO A
      *QUARENTENA E A NOTA GUARDAM A CHEGADA ATE A LIBERACAO.
       Registra-Consignacao SECTION.
           MOVE ZERO  TO WS-QTD-PEDIDO-ABERTO WS-CUSTO-PEDIDO
           MOVE SPACE TO WS-DIV-PEDIDO
           MOVE "RECEB-CONS" TO WS-Log-Funcao
           .

      *---------------------------------------------------------------*
      *ATUALIZA-CUSTOS - CMEDIO-01 PASSA A SER A MEDIA PONDERADA DO
      *ESTOQUE TOTAL ANTIGO AO CUSTO MEDIO ANTIGO COM A QUANTIDADE
      *RECEBIDA AO CUSTO DA NOTA; CREAL-01 E CATUAL-01 RECEBEM O
      *CUSTO DA NOTA (ULTIMO CUSTO REAL CONHECIDO). A PARTE DO
      *ESTOQUE QUE E DO FORNECEDOR EM CONSIGNACAO (QTCONSIG-01) NAO
      *ENTRA NA MEDIA.
       Atualiza-Custos SECTION.
           MOVE EST-01    TO WS-EST-ANTIGO
           IF QTCONSIG-01 NUMERIC
               IF QTCONSIG-01 < WS-EST-ANTIGO
                   SUBTRACT QTCONSIG-01 FROM WS-EST-ANTIGO
               ELSE
                   MOVE ZERO TO WS-EST-ANTIGO
               END-IF
           END-IF
           MOVE CMEDIO-01 TO WS-CMEDIO-ANTIGO
           COMPUTE CMEDIO-01 ROUNDED =
               ((WS-EST-ANTIGO * WS-CMEDIO-ANTIGO)
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-PEDIDO-COMPRA - ANTES DO ABATIMENTO, SOMA O SALDO
      *ABERTO DAS LINHAS DE ACE13 DO FORNECEDOR + PRODUTO E PEGA O
      *CUSTO COMBINADO DA LINHA MAIS ANTIGA QUE TEM CUSTO. QUANTIDADE
      *DA NOTA ACIMA DO SALDO + TOLQTD-CE (OU PRODUTO SEM PEDIDO
      *ABERTO) MARCA "Q"; CUSTO DA NOTA FORA DO COMBINADO +\- TOLCUS-CE
      *MARCA "C"; AS DUAS COISAS, "X". A LINHA ENTRA DO MESMO JEITO -
      *A DIVERGENCIA SEGURA SO O PAGAMENTO DA NOTA.
       Confere-Pedido-Compra SECTION.
           MOVE ZERO  TO WS-QTD-PEDIDO-ABERTO WS-CUSTO-PEDIDO
           MOVE SPACE TO WS-DIV-PEDIDO
           MOVE "N" TO WS-FIM-PEDIDOS
           MOVE WS-FORNECEDOR TO FORN-13
           MOVE COD-01        TO COD-13
           MOVE ZEROS         TO DATA-13
           START ACE13 KEY IS NOT LESS CHAVE-13
               INVALID KEY
                   MOVE "S" TO WS-FIM-PEDIDOS
           END-START
           PERFORM UNTIL FIM-PEDIDOS
               READ ACE13 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PEDIDOS
                   NOT AT END
                       IF FORN-13 NOT = WS-FORNECEDOR
                          OR COD-13 NOT = COD-01
                           MOVE "S" TO WS-FIM-PEDIDOS
                       ELSE
                           IF PEDIDO-13-ABERTO
                               ADD QTABERTA-13 TO WS-QTD-PEDIDO-ABERTO
                               IF WS-CUSTO-PEDIDO = ZERO
                                  AND CUSTO-13 NUMERIC
                                   MOVE CUSTO-13 TO WS-CUSTO-PEDIDO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           COMPUTE WS-QTD-LIMITE =
               WS-QTD-PEDIDO-ABERTO * (100 + WS-TOL-QTD) / 100
           IF WS-QTD-RECEBIDA > WS-QTD-LIMITE
               MOVE "Q" TO WS-DIV-PEDIDO
           END-IF
           IF WS-CUSTO-PEDIDO NOT = ZERO
               IF WS-CUSTO-NOTA > WS-CUSTO-PEDIDO
                   COMPUTE WS-DIF-CUSTO =
                       WS-CUSTO-NOTA - WS-CUSTO-PEDIDO
               ELSE
                   COMPUTE WS-DIF-CUSTO =
                       WS-CUSTO-PEDIDO - WS-CUSTO-NOTA
               END-IF
               COMPUTE WS-DIF-PCT ROUNDED =
                   WS-DIF-CUSTO * 100 / WS-CUSTO-PEDIDO
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-DIF-PCT
               END-COMPUTE
               IF WS-DIF-PCT > WS-TOL-CUS
                   IF WS-DIV-PEDIDO = "Q"
                       MOVE "X" TO WS-DIV-PEDIDO
                   ELSE
                       MOVE "C" TO WS-DIV-PEDIDO
                   END-IF
               END-IF
           END-IF
           EVALUATE WS-DIV-PEDIDO
               WHEN "Q"
                   DISPLAY "ATENCAO: QUANTIDADE ACIMA DO PEDIDO "
                           "ABERTO (" WS-QTD-PEDIDO-ABERTO
                           ") - NOTA SERA "
                           "BLOQUEADA PARA PAGAMENTO."
               WHEN "C"
                   DISPLAY "ATENCAO: CUSTO FORA DO COMBINADO ("
                           WS-CUSTO-PEDIDO ") - NOTA SERA "
                           "BLOQUEADA PARA PAGAMENTO."
               WHEN "X"
                   DISPLAY "ATENCAO: QUANTIDADE E CUSTO FORA DO "
                           "PEDIDO - NOTA SERA BLOQUEADA PARA "
                           "PAGAMENTO."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *ABATE-PEDIDOS-COMPRA - ABATE A QUANTIDADE RECEBIDA DAS LINHAS
      *ABERTAS DE ACE13 DO FORNECEDOR + PRODUTO, DA MAIS ANTIGA PARA
           .

      *---------------------------------------------------------------*
      *GRAVA-ITEM-NOTA - A LINHA ENTRA EM ACENI E O CABECALHO E
      *REGRAVADO COM A CONTAGEM E O VALOR DOS PRODUTOS ATE AQUI, PARA
      *A NOTA INTERROMPIDA SER RETOMADA SEM PERDER NADA. A LINHA LEVA
      *O RESULTADO DA CONFERENCIA CONTRA O PEDIDO E A CHAVE DO
      *REGISTRO DE QUARENTENA RECEM-GRAVADO.
       Grava-Item-Nota SECTION.
           ADD 1 TO NE-QTD-ITENS
           MOVE NE-FORN         TO NI-FORN
           MOVE NE-NOTA         TO NI-NOTA
           MOVE NE-SERIE        TO NI-SERIE
           MOVE NE-QTD-ITENS    TO NI-SEQ
           MOVE COD-01          TO NI-COD
           MOVE WS-ALMOXARIFADO TO NI-ALM
           MOVE WS-QTD-RECEBIDA TO NI-QTDE
           MOVE WS-CUSTO-NOTA   TO NI-CUSTO
           COMPUTE NI-VALOR = WS-QTD-RECEBIDA * WS-CUSTO-NOTA
           MOVE WS-QTD-PEDIDO-ABERTO TO NI-QTD-PEDIDO
           MOVE WS-CUSTO-PEDIDO      TO NI-CUSTO-PEDIDO
           MOVE QA-DATA              TO NI-QA-DATA
           MOVE QA-HORA              TO NI-QA-HORA
           MOVE WS-DIV-PEDIDO        TO NI-DIV-PEDIDO
           MOVE "P"                  TO NI-DIV-RECEB
           MOVE ZERO                 TO NI-DESP-ACESS
           WRITE REG-NI
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LINHA DA NOTA DE ENTRADA."
           END-WRITE
           ADD NI-VALOR TO NE-VLR-PRODUTOS
           REWRITE REG-NE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A NOTA DE ENTRADA."
           END-REWRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *FECHA-NOTA-ENTRADA - NOTA SEM LINHA E DESCARTADA; COM LINHAS,
      *GERA OS TITULOS A PAGAR (GERA-TITULOS-NOTA) E A NOTA FECHA
      *("F"). REMESSA EM CONSIGNACAO FECHA SEM TITULO.
       Fecha-Nota-Entrada SECTION.
           IF NE-QTD-ITENS = ZERO
               DELETE ACENE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "00" TO FS
               DISPLAY "NOTA SEM LINHAS - DESCARTADA."
           ELSE
               PERFORM Totaliza-Itens-Nota
               IF NE-CONSIGNACAO
                   MOVE NE-VLR-PRODUTOS TO NE-TOTAL
                   MOVE ZERO TO NE-PARCELAS NE-TITULO
               ELSE
                   PERFORM Gera-Titulos-Nota
               END-IF
               MOVE "F" TO NE-SITUACAO
               REWRITE REG-NE
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A NOTA DE ENTRADA."
               END-REWRITE
               MOVE "00" TO FS
      *CONFERENCIA PEDIDO X RECEBIMENTO X NOTA: AS LINHAS ACABARAM DE
      *ENTRAR NA QUARENTENA, ENTAO A NOTA NORMALMENTE FICA PENDENTE E
      *OS TITULOS BLOQUEADOS ATE A INSPECAO.
               PERFORM CONFERE-NOTA-ENTRADA THRU
                   SAI-CONFERE-NOTA-ENTRADA
               EVALUATE TRUE
                   WHEN NE-CONSIGNACAO
                       CONTINUE
                   WHEN NE-CONF-DIVERGENTE
                       DISPLAY "NOTA DIVERGENTE DO PEDIDO - TITULOS "
                               "BLOQUEADOS ATE LIBERACAO EM CONFNE."
                   WHEN NE-CONF-PENDENTE
                       DISPLAY "NOTA AGUARDANDO INSPECAO - TITULOS "
                               "BLOQUEADOS ATE A LIBERACAO DA "
                               "QUARENTENA."
               END-EVALUATE
               IF NE-FRETE NOT = ZERO
                   PERFORM Rateia-Frete-Nota
               END-IF
               MOVE NE-TOTAL    TO TNO-TOTAL
               MOVE NE-FRETE    TO TNO-FRETE
               MOVE NE-PARCELAS TO TNO-PARCELAS
               MOVE NE-TITULO   TO TNO-TITULO
               WRITE REG-REL FROM WS-LINHA-TOT-NOTA
               MOVE SPACES TO WS-NE-CHAVE
               STRING NE-FORN NE-NOTA NE-SERIE DELIMITED BY SIZE
                   INTO WS-NE-CHAVE
               END-STRING
               MOVE "NOTA-ENTR"  TO WS-Log-Funcao
               MOVE WS-NE-CHAVE  TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               IF NE-CONSIGNACAO
                   DISPLAY "REMESSA EM CONSIGNACAO FECHADA - SEM "
                           "TITULO A PAGAR; O ACERTO DO VENDIDO E "
                           "FEITO EM CONSIG."
               ELSE
                   DISPLAY "NOTA FECHADA - " NE-PARCELAS
                           " TITULO(S) A PAGAR A PARTIR DO "
                           NE-TITULO "."
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *GERA-TITULOS-NOTA - O VALOR A PAGAR (PRODUTOS + FRETE) E
      *REPARTIDO NAS PARCELAS PEDIDAS, O RESTO DA DIVISAO NA PRIMEIRA.
       Gera-Titulos-Nota SECTION.
           COMPUTE NE-TOTAL = NE-VLR-PRODUTOS + NE-FRETE
           DISPLAY "TOTAL A PAGAR DA NOTA: " NE-TOTAL
           DISPLAY "NUMERO DE PARCELAS (1-12, BRANCO=1): "
           ACCEPT NE-PARCELAS
           IF NE-PARCELAS = ZERO OR NE-PARCELAS > 12
               MOVE 1 TO NE-PARCELAS
           END-IF
      *O PRAZO DO FORNECEDOR (CONDPG-06, QUANDO INFORMADO) PREVALECE
      *SOBRE O DO PRIMEIRO PRODUTO DA NOTA; A PARCELA N VENCE EM
      *N VEZES O PRAZO.
           IF CONDPG-06 NUMERIC AND CONDPG-06 NOT = ZERO
               MOVE CONDPG-06 TO WS-PRAZO-NOTA
           ELSE
               MOVE WS-COD-PRIMEIRO TO COD-01
               READ ACE01
                   INVALID KEY
                       MOVE ZERO TO CONDPG-01
               END-READ
               MOVE "00" TO FS
               MOVE CONDPG-01 TO WS-PRAZO-NOTA
           END-IF
           DIVIDE NE-TOTAL BY NE-PARCELAS
               GIVING WS-VALOR-PARCELA
               REMAINDER WS-RESTO-PARCELA
           MOVE ZERO TO NE-TITULO
           PERFORM Grava-Titulo-Pagar
               VARYING WS-PARCELA FROM 1 BY 1
               UNTIL WS-PARCELA > NE-PARCELAS
           .

      *---------------------------------------------------------------*
      *RATEIA-FRETE-NOTA - O FRETE DESTACADO NA NOTA (JA NO TITULO DA
      *NOTA) E RATEADO NAS LINHAS PELO CRITERIO ESCOLHIDO E ENTRA NO
      *CUSTO MEDIO; FICA EM ACEDA COMO DESPESA DE ORIGEM "N". SEM BASE
      *PARA O CRITERIO (NENHUM PESO CADASTRADO) O RATEIO CAI PARA O
      *VALOR DAS LINHAS.
       Rateia-Frete-Nota SECTION.
           DISPLAY "RATEIO DO FRETE NOS ITENS - V=VALOR P=PESO "
                   "Q=QUANTIDADE (BRANCO=V): "
           ACCEPT WS-Rt-Criterio
           MOVE NE-FRETE TO WS-Rt-Valor
           PERFORM RATEIA-DESPESA THRU SAI-RATEIA-DESPESA
           IF Rt-Sem-Base
               DISPLAY "SEM BASE PARA O CRITERIO - FRETE RATEADO "
                       "PELO VALOR DAS LINHAS."
               MOVE "V" TO WS-Rt-Criterio
               PERFORM RATEIA-DESPESA THRU SAI-RATEIA-DESPESA
           END-IF
           INITIALIZE REG-DA
           MOVE NE-FORN         TO DA-FORN DA-EMITENTE
           MOVE NE-NOTA         TO DA-NOTA DA-DOCTO
           MOVE NE-SERIE        TO DA-SERIE DA-DOC-SERIE
           MOVE "F"             TO DA-TIPO
           MOVE "N"             TO DA-ORIGEM
           MOVE NE-FRETE        TO DA-VALOR
           MOVE WS-Rt-Criterio  TO DA-CRITERIO
           MOVE WS-Per-Data     TO DA-DATA
           MOVE WS-Rt-Absorvido TO DA-ABSORVIDO
           MOVE NE-TITULO       TO DA-TITULO
           MOVE WS-Oper-Codigo  TO DA-OPERADOR
           PERFORM GRAVA-DESPESA THRU SAI-GRAVA-DESPESA
           DISPLAY "FRETE RATEADO NOS ITENS - " WS-Rt-Absorvido
                   " NO CUSTO MEDIO."
           IF WS-Rt-Nao-Absorvido NOT = ZERO
               DISPLAY "ATENCAO: " WS-Rt-Nao-Absorvido
                       " DO FRETE EM PRODUTO SEM SALDO - FORA DO "
                       "CUSTO."
           END-IF
           .

      *---------------------------------------------------------------*
      *TOTALIZA-ITENS-NOTA - REFAZ O VALOR DOS PRODUTOS E A
      *QUANTIDADE PELAS LINHAS GRAVADAS (INCLUSIVE AS DE UMA
      *DIGITACAO RETOMADA) E GUARDA O PRIMEIRO PRODUTO DA NOTA.
       Totaliza-Itens-Nota SECTION.
           MOVE ZERO TO NE-VLR-PRODUTOS WS-QTD-TOTAL-NOTA
                        WS-COD-PRIMEIRO
           MOVE "N" TO WS-FIM-ITENS-NOTA
           MOVE NE-FORN  TO NI-FORN
           MOVE NE-NOTA  TO NI-NOTA
           MOVE NE-SERIE TO NI-SERIE
           MOVE ZERO     TO NI-SEQ
           START ACENI KEY IS NOT LESS NI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS-NOTA
           END-START
           PERFORM UNTIL FIM-ITENS-NOTA
               READ ACENI NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS-NOTA
                   NOT AT END
                       IF NI-FORN NOT = NE-FORN
                          OR NI-NOTA NOT = NE-NOTA
                          OR NI-SERIE NOT = NE-SERIE
                           MOVE "S" TO WS-FIM-ITENS-NOTA
                       ELSE
                           IF WS-COD-PRIMEIRO = ZERO
                               MOVE NI-COD TO WS-COD-PRIMEIRO
                           END-IF
                           ADD NI-VALOR TO NE-VLR-PRODUTOS
                           ADD NI-QTDE  TO WS-QTD-TOTAL-NOTA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GRAVA-TITULO-PAGAR - UMA PARCELA DA NOTA VIRA TITULO EM ACECP,
      *NUMERADO SEQUENCIALMENTE A PARTIR DO ULTIMO GRAVADO, COM
      *VENCIMENTO = HOJE + PRAZO X NUMERO DA PARCELA (ZERO = A
      *VISTA). O TITULO DE NOTA NAO TEM PRODUTO (AP-COD ZERO) E A
      *QUANTIDADE DA NOTA VAI SO NA PRIMEIRA PARCELA.
       Grava-Titulo-Pagar SECTION.
           MOVE 999999 TO AP-NUM
           START ACECP KEY IS NOT GREATER AP-NUM
               END-IF
           END-IF
           ADD 1 TO WS-NUM-TITULO
           IF NE-TITULO = ZERO
               MOVE WS-NUM-TITULO TO NE-TITULO
           END-IF
           MOVE WS-NUM-TITULO   TO AP-NUM
           MOVE WS-FORNECEDOR   TO AP-FORN
           MOVE ZERO            TO AP-COD
           MOVE WS-Per-Data     TO AP-EMISSAO
           COMPUTE AP-CONDPG = WS-PRAZO-NOTA * WS-PARCELA
           COMPUTE WS-JULIANO-VENCTO =
               FUNCTION INTEGER-OF-DATE(WS-Per-Data) + AP-CONDPG
           COMPUTE AP-VENCTO =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-VENCTO)
           PERFORM Ajusta-Vencimento-Util
           IF WS-PARCELA = 1
               MOVE WS-QTD-TOTAL-NOTA TO AP-QTDE
               COMPUTE AP-VALOR = WS-VALOR-PARCELA + WS-RESTO-PARCELA
           ELSE
               MOVE ZERO TO AP-QTDE
               MOVE WS-VALOR-PARCELA TO AP-VALOR
           END-IF
           MOVE ZERO            TO AP-CUSTO
           MOVE ZEROS           TO AP-VALORPAGO AP-DATAPAGTO
                                   AP-LOTE
           MOVE "A"             TO AP-SITUACAO
           MOVE WS-Arq-Empresa  TO AP-EMPRESA
      *QUEM LANCOU O TITULO NAO PODE BAIXA-LO (SEGREGACAO DE FUNCOES).
           MOVE WS-Oper-Codigo  TO AP-OPER-LANC
           WRITE REG-CP
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TITULO A PAGAR."
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
      *GRAVA-QUARENTENA - O RECEBIMENTO ENTRA BLOQUEADO ("Q") EM
      *ACEQA; PERECIVEL (CLASSE R) LEVA LOTE E VALIDADE JUNTO PARA A
           END-IF
           MOVE "Q"   TO QA-SITUACAO
           MOVE ZEROS TO QA-DATA-INSP QA-INSPETOR
           MOVE NE-CONSIG TO QA-CONSIG
      *QUEM RECEBE NAO LIBERA A PROPRIA CARGA (SEGREGACAO DE FUNCOES).
           MOVE WS-Oper-Codigo TO QA-OPER-RECEB
           MOVE ZERO TO WS-QA-TENTATIVAS
           WRITE REG-QA
           PERFORM UNTIL FS NOT = "22" AND "02"
      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE06 ACE13 ACECE ACECP ACEQA ACENE ACENI
                 ACEDA Arquivo-Log RELATO
           PERFORM FECHA-FILA-PRECO THRU SAI-FECHA-FILA-PRECO
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           DISPLAY "RECMERC - ENTRADAS LANCADAS: " WS-QTD-LANCAMENTOS
           STOP RUN
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCFPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYFPPG".
