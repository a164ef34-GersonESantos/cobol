000010*POSIMP-IMPORTACAO DAS VENDAS DE FIM DE DIA DO CAIXA DA FRENTE  *
000020*DE LOJA (arquivos\pdvvendas.txt: CODIGO DE BARRAS E            *
000030*QUANTIDADE). CADA VENDA E LOCALIZADA PELA CHAVE ALTERNATIVA    *
000040*BARRA-01 DE ACE01, BAIXA EST-ALM-01 DO ALMOXARIFADO DA LOJA    *
000050*(ALMOXARIFADO 1), REFAZ EST-01, SOMA NO MES CORRENTE DE        *
000060*QTSAIDAR-01 E POSTA A SAIDA EM ACE02 PELA ROTINA CENTRAL. AS   *
000070*BARRAS QUE NAO CASAM COM NENHUM BARRA-01 SAEM NUM RELATORIO    *
000084*2CCCCCCPPPPPD, COM O CODIGO DO PRODUTO NAS POSICOES 2-7 E O    *
000086*PESO EM GRAMAS NAS 8-12 - O ITEM PRECISA ESTAR MARCADO COMO    *
000088*PESADO (PESOVAR-01) E A SAIDA E POSTADA COM TRES DECIMAIS.     *
000090*RESPEITA O PERIODO CONTABIL FECHADO. O ARQUIVO AGORA EXIGE     *
000091*HEADER "H" COM A DATA DA VENDA E TRAILER "T" COM CONTAGEM DE   *
000092*LINHAS E SOMA DAS QUANTIDADES: ARQUIVO QUE NAO FECHA E         *
000093*RECUSADO INTEIRO ANTES DE POSTAR QUALQUER SAIDA, E O DIA JA    *
000094*PROCESSADO (CONTROLE arquivos\posimp.ctl) SO REPROCESSA COM    *
000095*SUPERVISOR FORCANDO - O MESMO DIA IMPORTADO DUAS VEZES DEIXA   *
000096*DE ENVENENAR O MOVIMENTO.                                      *
      *CADA LINHA TRAZ TAMBEM A FORMA DE PAGAMENTO DA VENDA           *
      *(DINHEIRO, DEBITO, CREDITO), A BANDEIRA, AS PARCELAS, O VALOR  *
      *E O NSU DA TRANSACAO DE CARTAO. AS LINHAS DE UM MESMO NSU      *
      *(CONSECUTIVAS) FORMAM A VENDA EM CARTAO, QUE VIRA RECEBIVEL    *
      *ESPERADO EM ACECA, UM POR PARCELA, COM DATA DE CREDITO E       *
      *LIQUIDO PELA TAXA DA BANDEIRA EM ACETC - A CONCILIACAO COM A   *
      *ADQUIRENTE E FEITA EM CONCCART. O TOTAL DO DIA SAI ABERTO POR  *
      *FORMA DE PAGAMENTO.                                            *
      *DATA DE CREDITO QUE CAI EM SABADO, DOMINGO OU FERIADO NACIONAL *
      *(CALENDARIO ACEFE) PASSA PARA O DIA UTIL SEGUINTE, QUANDO A    *
      *ADQUIRENTE DE FATO DEPOSITA.                                   *
      *A SAIDA DE PRODUTO COM MERCADORIA EM CONSIGNACAO CONSOME O     *
      *SALDO DO FORNECEDOR PELA REGRA DA EMPRESA (CPYCGPG).           *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE).                                                     *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. POSIMP.
000120 ENVIRONMENT DIVISION.
000160 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000170 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000175 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
       COPY "C:\Repo2024\cobol\dados1\book\SELCG".
       COPY "C:\Repo2024\cobol\dados1\book\SELTC".
       COPY "C:\Repo2024\cobol\dados1\book\SELCA".
       COPY "C:\Repo2024\cobol\dados1\book\SELFE".
000180     SELECT Arquivo-Vendas ASSIGN TO WS-Arq-PdvVendas
000190            ORGANIZATION IS LINE SEQUENTIAL
000200            FILE STATUS  IS FS-VEN.
000260 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000275 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
       COPY "C:\Repo2024\cobol\dados1\book\FDCG".
       COPY "C:\Repo2024\cobol\dados1\book\FDTC".
       COPY "C:\Repo2024\cobol\dados1\book\FDCA".
       COPY "C:\Repo2024\cobol\dados1\book\FDFE".
000280 FD  Arquivo-Vendas
000290     RECORD CONTAINS 60 CHARACTERS.
000300 01  Linha-Venda.
000310     03  VEN-BARRA         PIC X(13).
000320     03  FILLER            PIC X(01).
000330     03  VEN-QTDE          PIC 9(07).
000340     03  FILLER            PIC X(09).
      *PAGAMENTO DA VENDA A QUE O ITEM PERTENCE. ARQUIVO DE CAIXA
      *ANTIGO (30 POSICOES) CHEGA COM ESPACOS AQUI E CONTA COMO
      *DINHEIRO.
           03  VEN-FORMA         PIC X(01).
               88  VEN-DINHEIRO          VALUE "D" " ".
               88  VEN-DEBITO            VALUE "B".
               88  VEN-CREDITO           VALUE "C".
           03  VEN-BANDEIRA      PIC X(02).
           03  VEN-PARCELAS      PIC 9(02).
           03  VEN-VALOR         PIC 9(07)V99.
      *VALOR DO ITEM NA VENDA (QUANTIDADE X PRECO PRATICADO NO CAIXA)
           03  VEN-NSU           PIC X(12).
      *NSU DA TRANSACAO DE CARTAO; IGUAL EM TODOS OS ITENS DA VENDA
           03  FILLER            PIC X(04).
000342*HEADER ("H" + DATA DA VENDA) E TRAILER ("T" + CONTAGEM DE
000344*LINHAS + SOMA DAS QUANTIDADES) COMPARTILHAM O MESMO BUFFER.
000345 01  Linha-Controle.
000346     03  CTL-TIPO          PIC X(01).
000347     03  CTL-DATA          PIC 9(08).
000348     03  FILLER            PIC X(51).
000349 01  Linha-Trailer.
000350     03  FILLER            PIC X(01).
000351     03  TRL-LINHAS        PIC 9(07).
000352     03  TRL-QTDE          PIC 9(13).
000353     03  FILLER            PIC X(39).
000363 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000354 FD  Arquivo-CtlPdv
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000410 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".

       01  FS-VEN                PIC X(02) VALUE "00".
       01  FS-CTL                PIC X(02) VALUE "00".
       01  WS-QTD-POSTADAS       PIC 9(07) VALUE ZERO.
       01  WS-QTD-REJEITADAS     PIC 9(07) VALUE ZERO.

      *VENDA EM CARTAO EM MONTAGEM (LINHAS CONSECUTIVAS DO MESMO NSU)
      *E TOTAIS DO DIA POR FORMA DE PAGAMENTO.
       01  WS-CARTAO.
           03  WS-Car-Nsu        PIC X(12) VALUE SPACES.
           03  WS-Car-Forma      PIC X(01).
           03  WS-Car-Bandeira   PIC X(02).
           03  WS-Car-Parcelas   PIC 9(02).
           03  WS-Car-Bruto      PIC 9(09)V99.
           03  WS-Car-Parcela    PIC 9(02).
           03  WS-Car-Vlr-Parc   PIC 9(09)V99.
           03  WS-Car-Acumulado  PIC 9(09)V99.
           03  WS-Car-Taxa       PIC 9(02)V99.
           03  WS-Car-Prazo      PIC 9(03).
           03  WS-Car-Juliano    PIC 9(07).
       01  WS-TOT-DINHEIRO       PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-DEBITO         PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-CREDITO        PIC 9(09)V99 VALUE ZERO.
       01  WS-QTD-RECEBIVEIS     PIC 9(07) VALUE ZERO.
       01  WS-QTD-SEM-TAXA       PIC 9(07) VALUE ZERO.

       01  WS-LINHA-CAB.
           03  FILLER            PIC X(50) VALUE
               "POSIMP - VENDAS DO CAIXA REJEITADAS (SEM BARRA)".
           03  FILLER            PIC X(13) VALUE "  REJEITADAS:".
           03  TOT-REJEITADAS    PIC Z(06)9.

       01  WS-LINHA-TOT-FORMA.
           03  FILLER            PIC X(10) VALUE "DINHEIRO: ".
           03  TOT-DINHEIRO      PIC Z(08)9.99.
           03  FILLER            PIC X(10) VALUE "  DEBITO: ".
           03  TOT-DEBITO        PIC Z(08)9.99.
           03  FILLER            PIC X(11) VALUE "  CREDITO: ".
           03  TOT-CREDITO       PIC Z(08)9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.
               CLOSE ACELT
               OPEN I-O ACELT
           END-IF
           OPEN I-O ACELS
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELS
               CLOSE ACELS
               OPEN I-O ACELS
           END-IF
           OPEN I-O ACECG
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECG
               CLOSE ACECG
               OPEN I-O ACECG
           END-IF
           OPEN INPUT ACETC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACETC
               CLOSE ACETC
               OPEN INPUT ACETC
           END-IF
           OPEN I-O ACECA
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECA
               CLOSE ACECA
               OPEN I-O ACECA
           END-IF
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           OPEN EXTEND Arquivo-Log
           MOVE "POSIMP" TO WS-Log-Programa
                   ELSE
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM Posta-Venda
                       PERFORM Acumula-Pagamento
                   END-IF
           END-READ
           .
               ADD EST-ALM-01(WS-INDICE-ALM) TO EST-01
           END-PERFORM
           ADD WS-QTD-VENDA TO QTSAI-01(1)
      *A PARTE CONSIGNADA DA VENDA SAI DO SALDO DO FORNECEDOR PELA
      *REGRA DA EMPRESA (CPYCGPG).
           MOVE COD-01       TO WS-Cg-Cod
           MOVE WS-QTD-VENDA TO WS-Cg-Qtde
           PERFORM BAIXA-CONSIGNADO THRU SAI-BAIXA-CONSIGNADO
           REWRITE REG-01
               INVALID KEY
                   DISPLAY "POSIMP - ERRO AO GRAVAR PRODUTO " COD-01
               MOVE COD-01       TO WS-Lt-Cod
               MOVE Tl-Alm-Loja  TO WS-Lt-Alm
               MOVE WS-QTD-VENDA TO WS-Lt-Qtde
               MOVE "V"          TO WS-Lt-DocTipo
               PERFORM BAIXA-LOTE-FEFO THRU SAI-BAIXA-LOTE-FEFO
           END-IF
           MOVE COD-01       TO WS-Mov-Cod
           WRITE REG-REL FROM WS-LINHA-REJ
           .

      *---------------------------------------------------------------*

      *ACUMULA-PAGAMENTO - O ITEM CONTA NO TOTAL DA SUA FORMA DE
      *PAGAMENTO MESMO QUANDO A BARRA FOI REJEITADA (O DINHEIRO OU O
      *CARTAO ENTROU DO MESMO JEITO). ITEM EM CARTAO SOMA NA VENDA DO
      *SEU NSU; NSU NOVO FECHA A VENDA ANTERIOR EM ACECA.
       Acumula-Pagamento SECTION.
           IF VEN-VALOR NOT NUMERIC
               MOVE ZERO TO VEN-VALOR
           END-IF
           IF VEN-PARCELAS NOT NUMERIC
               MOVE ZERO TO VEN-PARCELAS
           END-IF
           EVALUATE TRUE
               WHEN VEN-DEBITO
                   ADD VEN-VALOR TO WS-TOT-DEBITO
               WHEN VEN-CREDITO
                   ADD VEN-VALOR TO WS-TOT-CREDITO
               WHEN OTHER
                   ADD VEN-VALOR TO WS-TOT-DINHEIRO
           END-EVALUATE
           IF (VEN-DEBITO OR VEN-CREDITO) AND VEN-NSU NOT = SPACES
               IF VEN-NSU NOT = WS-Car-Nsu
                   PERFORM Gera-Recebivel-Cartao
                   MOVE VEN-NSU      TO WS-Car-Nsu
                   MOVE VEN-FORMA    TO WS-Car-Forma
                   MOVE VEN-BANDEIRA TO WS-Car-Bandeira
                   MOVE VEN-PARCELAS TO WS-Car-Parcelas
                   MOVE ZERO         TO WS-Car-Bruto
               END-IF
               ADD VEN-VALOR TO WS-Car-Bruto
           END-IF
           .

      *---------------------------------------------------------------*
      *GERA-RECEBIVEL-CARTAO - FECHA A VENDA EM CARTAO MONTADA: UM
      *REGISTRO EM ACECA POR PARCELA, BRUTO DIVIDIDO IGUAL (CENTAVOS
      *NA ULTIMA), LIQUIDO PELA TAXA DE ACETC (PARCELAS EXATAS, SENAO
      *A PADRAO 00 DA BANDEIRA\FORMA) E CREDITO PREVISTO NA DATA DA
      *VENDA + PRAZO, AS DEMAIS PARCELAS DE 30 EM 30 DIAS. SEM TAXA
      *CADASTRADA O ESPERADO SAI SEM DESCONTO (E A CONCILIACAO APONTA
      *A DIFERENCA). REPROCESSO DO DIA NAO MEXE EM PARCELA JA
      *CONCILIADA.
       Gera-Recebivel-Cartao SECTION.
           IF WS-Car-Nsu NOT = SPACES AND WS-Car-Bruto NOT = ZERO
               IF WS-Car-Parcelas = ZERO OR WS-Car-Forma = "B"
                   MOVE 1 TO WS-Car-Parcelas
               END-IF
               PERFORM Busca-Taxa-Cartao
               MOVE ZERO TO WS-Car-Acumulado
               COMPUTE WS-Car-Juliano =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VENDA)
               PERFORM VARYING WS-Car-Parcela FROM 1 BY 1
                       UNTIL WS-Car-Parcela > WS-Car-Parcelas
                   PERFORM Grava-Parcela-Cartao
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-Car-Nsu
           MOVE ZERO   TO WS-Car-Bruto
           .

      *---------------------------------------------------------------*

       Busca-Taxa-Cartao SECTION.
           MOVE WS-Car-Bandeira TO TC-BANDEIRA
           MOVE WS-Car-Forma    TO TC-FORMA
           MOVE WS-Car-Parcelas TO TC-PARCELAS
           READ ACETC
               INVALID KEY
                   MOVE ZERO TO TC-PARCELAS
                   READ ACETC
                       INVALID KEY
                           MOVE ZERO TO TC-TAXA
                           IF WS-Car-Forma = "B"
                               MOVE 1 TO TC-PRAZO
                           ELSE
                               MOVE 30 TO TC-PRAZO
                           END-IF
                           ADD 1 TO WS-QTD-SEM-TAXA
                           DISPLAY "POSIMP - SEM TAXA EM ACETC PARA "
                                   WS-Car-Bandeira "/" WS-Car-Forma
                                   " - NSU " WS-Car-Nsu
                   END-READ
           END-READ
           MOVE "00" TO FS
           MOVE TC-TAXA  TO WS-Car-Taxa
           MOVE TC-PRAZO TO WS-Car-Prazo
           .

      *---------------------------------------------------------------*

       Grava-Parcela-Cartao SECTION.
           IF WS-Car-Parcela = WS-Car-Parcelas
               COMPUTE WS-Car-Vlr-Parc =
                   WS-Car-Bruto - WS-Car-Acumulado
           ELSE
               COMPUTE WS-Car-Vlr-Parc =
                   WS-Car-Bruto / WS-Car-Parcelas
           END-IF
           ADD WS-Car-Vlr-Parc TO WS-Car-Acumulado
           MOVE WS-Car-Nsu     TO CA-NSU
           MOVE WS-Car-Parcela TO CA-PARCELA
           READ ACECA
               INVALID KEY
                   PERFORM Monta-Recebivel-Cartao
                   WRITE REG-CA
                       INVALID KEY
                           DISPLAY "POSIMP - ERRO AO GRAVAR ACECA "
                                   CA-CHAVE
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-RECEBIVEIS
                   END-WRITE
               NOT INVALID KEY
                   IF CARTAO-PENDENTE
                       PERFORM Monta-Recebivel-Cartao
                       REWRITE REG-CA
                           INVALID KEY
                               DISPLAY "POSIMP - ERRO AO GRAVAR ACECA "
                                       CA-CHAVE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-RECEBIVEIS
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Monta-Recebivel-Cartao SECTION.
           INITIALIZE REG-CA
           MOVE WS-Car-Nsu      TO CA-NSU
           MOVE WS-Car-Parcela  TO CA-PARCELA
           MOVE WS-DATA-VENDA   TO CA-DTVENDA
           COMPUTE CA-DTPREV = FUNCTION DATE-OF-INTEGER(
               WS-Car-Juliano + WS-Car-Prazo
               + (WS-Car-Parcela - 1) * 30)
           MOVE CA-DTPREV       TO WS-Du-Data
           MOVE SPACES          TO WS-Du-Uf
           MOVE ZERO            TO WS-Du-Cidade
           PERFORM PROXIMO-DIA-UTIL THRU SAI-PROXIMO-DIA-UTIL
           MOVE WS-Du-Data      TO CA-DTPREV
           MOVE WS-Car-Forma    TO CA-FORMA
           MOVE WS-Car-Bandeira TO CA-BANDEIRA
           MOVE WS-Car-Parcelas TO CA-QTPARC
           MOVE WS-Car-Vlr-Parc TO CA-BRUTO
           MOVE WS-Car-Taxa     TO CA-TAXA
           COMPUTE CA-LIQUIDO ROUNDED =
               WS-Car-Vlr-Parc - WS-Car-Vlr-Parc * WS-Car-Taxa / 100
           MOVE "P"             TO CA-SITUACAO
           MOVE ZERO            TO CA-DTLIQ CA-VLRLIQ
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           IF ARQUIVO-OK
               PERFORM Gera-Recebivel-Cartao
           END-IF
           MOVE WS-QTD-LIDAS      TO TOT-LIDAS
           MOVE WS-QTD-POSTADAS   TO TOT-POSTADAS
           MOVE WS-QTD-REJEITADAS TO TOT-REJEITADAS
           WRITE REG-REL FROM WS-LINHA-TOT
           MOVE WS-TOT-DINHEIRO   TO TOT-DINHEIRO
           MOVE WS-TOT-DEBITO     TO TOT-DEBITO
           MOVE WS-TOT-CREDITO    TO TOT-CREDITO
           WRITE REG-REL FROM WS-LINHA-TOT-FORMA
      *O DIA SO ENTRA NO CONTROLE DEPOIS DE POSTADO: A RE-RODADA DO
      *MESMO ARQUIVO PASSA A SER RECUSADA.
           IF ARQUIVO-OK AND WS-QTD-LIDAS NOT = ZERO
               MOVE WS-DATA-VENDA  TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           CLOSE ACE01 ACE02 ACECE ACELT ACELS ACETC ACECA
                 Arquivo-CtlPdv ACECG Arquivo-Log RELATO
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           IF ARQUIVO-OK
               CLOSE Arquivo-Vendas
           END-IF
           DISPLAY "POSIMP - POSTADAS " WS-QTD-POSTADAS
                   " REJEITADAS " WS-QTD-REJEITADAS
           DISPLAY "POSIMP - RECEBIVEIS DE CARTAO GRAVADOS "
                   WS-QTD-RECEBIVEIS " (SEM TAXA: " WS-QTD-SEM-TAXA ")"
           STOP RUN
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
