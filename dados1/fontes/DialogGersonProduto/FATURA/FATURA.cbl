000120*SOMA NO MES CORRENTE DE QTSAIDAR-01. CADA NOTA GERA TAMBEM O   *
000122*TITULO A RECEBER EM ACERC, COM VENCIMENTO PELA CONDICAO DE     *
000124*PAGAMENTO DO CLIENTE (CLI-CONDPG) - BAIXA E AGING EM CTAREC.   *
      *COM PLANO DE PAGAMENTO (ACEPL, DO CLIENTE OU TROCADO NA NOTA) O *
      *TITULO SAI PARCELADO: UM REGISTRO DE ACERC POR PARCELA.        *
      *VENCIMENTO QUE CAI EM SABADO, DOMINGO OU FERIADO DA CIDADE DO  *
      *CLIENTE (CALENDARIO ACEFE) ROLA PARA O DIA UTIL SEGUINTE.      *
      *CLIENTE COM CREDITO BLOQUEADO PELA REVISAO MENSAL (REVCRED,    *
      *CLI-BLOQCRED) NAO FATURA ATE O SUPERVISOR LIBERAR LA.          *
      *A SAIDA DE PRODUTO COM MERCADORIA EM CONSIGNACAO CONSOME O     *
      *SALDO DO FORNECEDOR PELA REGRA DA EMPRESA (CPYCGPG).           *
      *KIT COM SALDO JA MONTADO (ORDEM DE MONTAGEM, KITMONT) SAI      *
      *PRIMEIRO DESSE SALDO; SO O QUE FALTA EXPLODE NOS COMPONENTES.  *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE).                                                     *
      *ITEM CONTROLADO POR SERIE (SERIE-01) SO E FATURADO COM SERIES  *
      *EM ESTOQUE BASTANTES NO ALMOXARIFADO; A SERIE DE CADA UNIDADE  *
      *SAI VENDIDA EM ACESR COM A NOTA E O CLIENTE.                   *
      *O PEDIDO FATURA SO O QUE A CONFERENCIA DA SEPARACAO (SEPARA,   *
      *ACESP) REGISTROU COMO SEPARADO, COM O LOTE SEPARADO DO         *
      *PERECIVEL; PEDIDO SEM CONFERENCIA SO FATURA CHEIO COM          *
      *SUPERVISOR.                                                    *
      *OPCAO 3: FATURAMENTO EM LOTE DOS PEDIDOS COBERTOS POR          *
      *ENTREGA/ROTA/CIDADE, COM RETOMADA (fatlote.ckp) E RELATORIO DE *
      *CONTROLE.                                                      *
      *CADA ITEM E CADA CAPA GRAVADOS ENTRAM NO RESUMO MENSAL DE      *
      *VENDAS (ACESV, CPYSVPG) - MES, PRODUTO, CLIENTE E VENDEDOR.    *
      *A CAPA DA NOTA GRAVA A EMPRESA EMISSORA (NF-EMPRESA), USADA NA *
      *CONSOLIDACAO DAS FILIAIS (CONSOL).                             *
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. FATURA.
000150 ENVIRONMENT DIVISION.
000230 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000245 COPY "C:\Repo2024\cobol\dados1\book\SELRC".
       COPY "C:\Repo2024\cobol\dados1\book\SELFE".
       COPY "C:\Repo2024\cobol\dados1\book\SELPL".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELTX".
000252 COPY "C:\Repo2024\cobol\dados1\book\SELTE".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELKT".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000275 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
       COPY "C:\Repo2024\cobol\dados1\book\SELSR".
       COPY "C:\Repo2024\cobol\dados1\book\SELCG".
       COPY "C:\Repo2024\cobol\dados1\book\SELSP".
       COPY "C:\Repo2024\cobol\dados1\book\SELSV".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
      *CONTROLE DO FATURAMENTO EM LOTE: CAPA COM A SELECAO E UMA
      *LINHA POR PEDIDO TRATADO, GRAVADA A CADA NOTA - E O PONTO DE
      *RETOMADA E A BASE DO RELATORIO DE CONTROLE.
           SELECT Arquivo-Checkpoint ASSIGN TO WS-Arq-CkpFatura
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-CKP.
000300     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000310                    FILE STATUS IS FS-REL.
000320 DATA DIVISION.
000390 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000400 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000405 COPY "C:\Repo2024\cobol\dados1\book\FDRC".
       COPY "C:\Repo2024\cobol\dados1\book\FDFE".
       COPY "C:\Repo2024\cobol\dados1\book\FDPL".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDTX".
000412 COPY "C:\Repo2024\cobol\dados1\book\FDTE".
000430 COPY "C:\Repo2024\cobol\dados1\book\FDKT".
000430 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000435 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
       COPY "C:\Repo2024\cobol\dados1\book\FDSR".
       COPY "C:\Repo2024\cobol\dados1\book\FDCG".
       COPY "C:\Repo2024\cobol\dados1\book\FDSP".
       COPY "C:\Repo2024\cobol\dados1\book\FDSV".
000440 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000450 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000460 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
       FD  Arquivo-Checkpoint.
       01  Reg-Checkpoint.
           03  CKP-TIPO          PIC X(01).
               88  CKP-CAPA-LOTE      VALUE "H".
               88  CKP-LINHA-PEDIDO   VALUE "P".
           03  CKP-DADOS         PIC X(79).
           03  CKP-CAPA REDEFINES CKP-DADOS.
               05  CKP-ENTREGA   PIC 9(08).
               05  CKP-ROTA      PIC 9(03).
               05  CKP-CIDADE    PIC 9(05).
               05  CKP-DATA      PIC 9(08).
               05  CKP-OPERADOR  PIC 9(04).
               05  FILLER        PIC X(51).
           03  CKP-PEDIDO-LOTE REDEFINES CKP-DADOS.
               05  CKP-PEDIDO    PIC 9(06).
               05  CKP-RESULTADO PIC X(01).
                   88  CKP-FATURADO   VALUE "F".
                   88  CKP-PARCIAL    VALUE "P".
                   88  CKP-PULADO     VALUE "R".
               05  CKP-NOTA      PIC 9(06).
               05  CKP-CLIENTE   PIC 9(06).
               05  CKP-VALOR     PIC 9(10)V99.
               05  CKP-IMPOSTO   PIC 9(10)V99.
               05  CKP-MOTIVO    PIC X(30).
               05  FILLER        PIC X(06).
000470 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000480 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000512 COPY "C:\Repo2024\cobol\dados1\book\CPYCRWS".
000514 COPY "C:\Repo2024\cobol\dados1\book\CPYCTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".
000515 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSRWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVWS".
000520 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".
       01  FS-CID                PIC X(02) VALUE "00".
       01  FS-CKP                PIC X(02) VALUE "00".

       01  WS-FIM-FATURA         PIC X(01) VALUE "N".
           88  FIM-FATURA        VALUE "S".
       01  WS-FIM-KIT            PIC X(01).
           88  FIM-KIT           VALUE "S".
       01  WS-QTD-COMPONENTE     PIC 9(07)V9(03).
       01  WS-QTD-KIT-MONTADO    PIC 9(07)V9(03).
       01  WS-QTD-KIT-EXPLODIR   PIC 9(07)V9(03).
       01  WS-VL-HORA-SISTEMA    PIC 9(08).
       01  WS-VL-TENTATIVAS      PIC 9(02) COMP.
       01  WS-PESO-NOTA          PIC 9(07)V9(03).
       01  WS-TOTAL-TRIB         PIC 9(10)V99 COMP-3.
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-JULIANO-VENCTO     PIC 9(07).
       01  WS-ACEPL-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACEPL-DISPONIVEL  VALUE "S".
       01  WS-PLANO-NOTA         PIC 9(03).
       01  WS-PLANO-INFORMADO    PIC 9(03).
       01  WS-PLANO-ESCOLHIDO    PIC X(01).
           88  PLANO-ESCOLHIDO   VALUE "S".
       01  WS-IX-PARC            PIC 9(02) COMP.
       01  WS-VALOR-TITULO       PIC 9(10)V99.
       01  WS-SALDO-PARCELAR     PIC 9(10)V99.
       01  WS-SOMA-PERC-PLANO    PIC 9(05)V99.
       01  WS-INDICE-ALM         PIC 9(02) COMP.
       01  WS-ACEPM-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACEPM-DISPONIVEL  VALUE "S".
       01  WS-UF-CLIENTE         PIC X(02) VALUE SPACES.
       01  WS-ITEM-FATURADO      PIC X(01).
           88  ITEM-FATURADO     VALUE "S".
       01  WS-SERIES-ITEM        PIC X(01).
           88  SERIES-ITEM-OK    VALUE "S".
       01  WS-LIBERA-CREDITO     PIC X(01).
       01  WS-PEDIDO-COMPLETO    PIC X(01).
           88  PEDIDO-COMPLETO   VALUE "S".
       01  WS-SEPARACAO-OK       PIC X(01).
           88  SEPARACAO-OK      VALUE "S".
       01  WS-SEM-CONFERENCIA    PIC X(01).
           88  FATURA-SEM-CONFERENCIA VALUE "S".
       01  WS-SEP-ACHADA         PIC X(01).
           88  SEP-ACHADA        VALUE "S".
       01  WS-ITENS-CONFERIDOS   PIC 9(03).
       01  WS-ITENS-SEPARADOS    PIC 9(03).
       01  WS-QTD-PENDENTE       PIC 9(07)V9(03).
       01  WS-LOTE-SEP           PIC X(10) VALUE SPACES.
       01  WS-VALIDADE-SEP       PIC 9(08) VALUE ZERO.

      *FATURAMENTO EM LOTE (MODO 3): SELECAO, RETOMADA E CONTROLE.
       01  WS-FATURA-LOTE        PIC X(01) VALUE "N".
           88  FATURA-EM-LOTE    VALUE "S".
       01  WS-FIM-LOTE           PIC X(01).
           88  FIM-LOTE          VALUE "S".
       01  WS-FIM-CKP            PIC X(01).
           88  FIM-CKP           VALUE "S".
       01  WS-LOTE-RETOMADO      PIC X(01).
           88  LOTE-RETOMADO     VALUE "S".
       01  WS-PEDIDO-SELECIONADO PIC X(01).
           88  PEDIDO-SELECIONADO VALUE "S".
       01  WS-MOTIVO-LOTE        PIC X(30).
       01  WS-RESULTADO-LOTE     PIC X(01).
       01  WS-NOTA-LOTE          PIC 9(06).
       01  WS-LOTE-ENTREGA       PIC 9(08).
       01  WS-LOTE-ROTA          PIC 9(03).
       01  WS-LOTE-CIDADE        PIC 9(05).
       01  WS-LOTE-DATA          PIC 9(08).
       01  WS-ULTIMO-PEDIDO      PIC 9(06).
       01  WS-TOT-LOTE.
           03  TL-FATURADOS      PIC 9(05).
           03  TL-PARCIAIS       PIC 9(05).
           03  TL-PULADOS        PIC 9(05).
           03  TL-NOTA-INI       PIC 9(06).
           03  TL-NOTA-FIM       PIC 9(06).
           03  TL-VALOR          PIC 9(11)V99.
           03  TL-IMPOSTO        PIC 9(11)V99.

       01  WS-LINHA-NF-CAB.
           03  FILLER            PIC X(13) VALUE "NOTA FISCAL: ".
           03  FILLER            PIC X(17) VALUE "FRETE COBRADO    ".
           03  NFF-FRETE         PIC ZZZZZZZZ9.99.

       01  WS-LINHA-NF-PARC.
           03  FILLER            PIC X(08) VALUE "PARCELA ".
           03  NFP-PARC          PIC 9(02).
           03  FILLER            PIC X(01) VALUE "/".
           03  NFP-QTPARC        PIC 9(02).
           03  FILLER            PIC X(13) VALUE "  VENCIMENTO ".
           03  NFP-VENCTO        PIC 9(08).
           03  FILLER            PIC X(08) VALUE "  VALOR ".
           03  NFP-VALOR         PIC ZZZZZZZZ9.99.

       01  WS-LINHA-LOTE-CAB.
           03  FILLER            PIC X(28) VALUE
               "FATURAMENTO EM LOTE - DATA ".
           03  LLC-DATA          PIC 9(08).
           03  FILLER            PIC X(09) VALUE " ENTREGA ".
           03  LLC-ENTREGA       PIC 9(08).
           03  FILLER            PIC X(06) VALUE " ROTA ".
           03  LLC-ROTA          PIC 9(03).
           03  FILLER            PIC X(08) VALUE " CIDADE ".
           03  LLC-CIDADE        PIC 9(05).

       01  WS-LINHA-LOTE-CAB2.
           03  FILLER            PIC X(40) VALUE
               "PEDIDO CLIENT SITUACAO  NOTA       VALOR".
           03  FILLER            PIC X(07) VALUE
               " MOTIVO".

       01  WS-LINHA-LOTE-DET.
           03  LLD-PEDIDO        PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LLD-CLIENTE       PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LLD-SITUACAO      PIC X(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LLD-NOTA          PIC Z(05)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LLD-VALOR         PIC Z(06)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LLD-MOTIVO        PIC X(30).

       01  WS-LINHA-LOTE-TOT1.
           03  FILLER            PIC X(20) VALUE
               "PEDIDOS FATURADOS: ".
           03  LLT-FATURADOS     PIC Z(04)9.
           03  FILLER            PIC X(12) VALUE "  PARCIAIS: ".
           03  LLT-PARCIAIS      PIC Z(04)9.
           03  FILLER            PIC X(11) VALUE "  PULADOS: ".
           03  LLT-PULADOS       PIC Z(04)9.

       01  WS-LINHA-LOTE-TOT2.
           03  FILLER            PIC X(20) VALUE
               "NOTAS EMITIDAS DE  ".
           03  LLT-NOTA-INI      PIC 9(06).
           03  FILLER            PIC X(05) VALUE " A   ".
           03  LLT-NOTA-FIM      PIC 9(06).

       01  WS-LINHA-LOTE-TOT3.
           03  FILLER            PIC X(20) VALUE
               "TOTAL MERCADORIA   ".
           03  LLT-VALOR         PIC Z(10)9.99.
           03  FILLER            PIC X(17) VALUE
               "  TOTAL IMPOSTO  ".
           03  LLT-IMPOSTO       PIC Z(10)9.99.

       01  WS-LINHA-NF-TOT.
           03  FILLER            PIC X(17) VALUE "TOTAL MERCADORIA ".
           03  NFT-TOTAL         PIC ZZZZZZZZ9.99.
               MOVE "S" TO WS-FIM-FATURA
           END-IF
           MOVE "ACE12" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-FATURA
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-FATURA
           END-IF
           MOVE "ACERC" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-FATURA
           END-IF
           OPEN I-O ACE01
           OPEN I-O ACE02
           OPEN INPUT ACE09
               CLOSE ACE15
               OPEN I-O ACE15
           END-IF
           PERFORM ABRE-RESUMO-VENDAS THRU SAI-ABRE-RESUMO-VENDAS
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
           OPEN I-O ACESR
           IF FS = "05" OR "35"
               OPEN OUTPUT ACESR
               CLOSE ACESR
               OPEN I-O ACESR
           END-IF
           OPEN I-O ACECG
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECG
               CLOSE ACECG
               OPEN I-O ACECG
           END-IF
           OPEN I-O ACERC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACERC
               CLOSE ACERC
               OPEN I-O ACERC
           END-IF
           OPEN I-O ACESP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACESP
               CLOSE ACESP
               OPEN I-O ACESP
           END-IF
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           OPEN INPUT ACETX
           IF FS = "00"
               MOVE "S" TO WS-ACETX-DISPONIVEL
           END-IF
           OPEN INPUT ACEPL
           IF FS = "00"
               MOVE "S" TO WS-ACEPL-DISPONIVEL
           END-IF
           OPEN INPUT ACETE
           IF FS = "00"
               MOVE "S" TO WS-ACETE-DISPONIVEL
      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "FATURA - 1=FATURAR PEDIDO 2=NOTA AVULSA "
                   "3=FATURAMENTO EM LOTE 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Fatura-Pedido
               WHEN 2
                   PERFORM Fatura-Avulsa
               WHEN 3
                   PERFORM Fatura-Lote
               WHEN 0
                   MOVE "S" TO WS-FIM-FATURA
               WHEN OTHER
                   IF CLI-STATUS-INATIVO
                       DISPLAY "CLIENTE INATIVO."
                       MOVE "23" TO FS
                   ELSE
                   IF CLI-CREDITO-BLOQUEADO
                       DISPLAY "CLIENTE COM CREDITO BLOQUEADO PELA "
                               "REVISAO MENSAL - LIBERACAO EM REVCRED."
                       MOVE "23" TO FS
                   ELSE
                       DISPLAY "CLIENTE: " CLI-NOME
                               " TABELA: " CLI-CODTAB
                       MOVE "00" TO FS
                       PERFORM Busca-Estado-Cliente
                       PERFORM Confere-Credito-Cliente
                       IF CLI-COM-CHEQUE-DEVOLVIDO AND FS = "00"
                           DISPLAY "ATENCAO: CLIENTE COM CHEQUE "
                                   "DEVOLVIDO - EVITAR PAGAMENTO EM "
                                   "CHEQUE."
                       END-IF
                   END-IF
                   END-IF
           END-READ
           .
               IF WS-Cr-Saldo NOT LESS CLI-LIMITE
                   DISPLAY "CLIENTE NO LIMITE DE CREDITO - SALDO "
                           WS-Cr-Saldo " LIMITE " CLI-LIMITE
      *NO LOTE NINGUEM LIBERA NA HORA: O PEDIDO FICA PARA O MODO 1.
                   IF FATURA-EM-LOTE
                       MOVE "LIMITE DE CREDITO" TO WS-MOTIVO-LOTE
                       MOVE "23" TO FS
                   ELSE
                   IF Oper-Supervisor
                       DISPLAY "LIBERAR FATURAMENTO (S/N)? "
                       ACCEPT WS-LIBERA-CREDITO
                       DISPLAY "LIBERACAO EXIGE SUPERVISOR (NIVEL 3)."
                       MOVE "23" TO FS
                   END-IF
                   END-IF
               END-IF
           END-IF
           .
                           ELSE
                               MOVE ZEROS TO WS-ENDENT-NOTA
                           END-IF
                           PERFORM Confere-Separacao-Pedido
                           IF SEPARACAO-OK
                               PERFORM Emite-Nota-Do-Pedido
                           END-IF
                       END-IF
                       END-IF
               END-READ
                               MOVE ALM-12 TO WS-ALM-ITEM
                               COMPUTE WS-QTD-ITEM =
                                   QTDE-12 - QTATEND-12
                               PERFORM Quantidade-Separada-Item
                           END-IF
                           IF QTDE-12 > QTATEND-12
                              AND WS-QTD-ITEM = ZERO
                               MOVE "N" TO WS-PEDIDO-COMPLETO
                           END-IF
                           IF QTDE-12 > QTATEND-12
                              AND WS-QTD-ITEM NOT = ZERO
      *O DESCONTO NEGOCIADO NO PEDIDO ACOMPANHA O ITEM ATE A NOTA;
      *ITEM ANTERIOR AO CAMPO CARREGA ESPACOS E VALE ZERO.
                               IF DESC-12 NUMERIC
                               PERFORM Fatura-Item
      *ITEM RECUSADO (PRODUTO INEXISTENTE OU BLOQUEADO) CONTINUA
      *PENDENTE NO PEDIDO - SO O ITEM DE FATO FATURADO E ATENDIDO.
      *SO A QUANTIDADE SEPARADA E ATENDIDA; O SALDO EM ENCOMENDA DEIXA
      *O PEDIDO ABERTO PARA A PROXIMA LISTA.
                               IF ITEM-FATURADO
                                   ADD WS-QTD-ITEM TO QTATEND-12
                                   IF QTATEND-12 < QTDE-12
                                       MOVE "N" TO WS-PEDIDO-COMPLETO
                                   END-IF
                                   REWRITE REG-12
                                       INVALID KEY
                                           CONTINUE
                                   END-REWRITE
                                   IF SEP-ACHADA
                                       PERFORM Marca-Separacao-Faturada
                                   END-IF
                               ELSE
                                   MOVE "N" TO WS-PEDIDO-COMPLETO
                               END-IF
                               MOVE SPACES TO WS-LOTE-SEP
                               MOVE ZERO   TO WS-VALIDADE-SEP
                           END-IF
                       END-IF
               END-READ
           PERFORM Fecha-Nota
           .

      *---------------------------------------------------------------*
      *FATURA-LOTE - FATURA DE UMA VEZ TODO PEDIDO ABERTO E COBERTO
      *(PRONTO-11 = "S") DA ENTREGA/ROTA/CIDADE PEDIDA (ZERO = TODAS),
      *COM AS MESMAS REGRAS DE PRECO, IMPOSTO, CREDITO E MARGEM DO
      *MODO 1 - O QUE NELE PEDIRIA LIBERACAO AQUI PULA O PEDIDO (OU
      *O ITEM) E FICA NO RELATORIO DE CONTROLE COM O MOTIVO.
      *CADA PEDIDO TRATADO GANHA UMA LINHA NO fatlote.ckp LOGO DEPOIS
      *DA NOTA. SE O LOTE CAIR, A PROXIMA CHAMADA RETOMA COM A MESMA
      *SELECAO A PARTIR DO PEDIDO SEGUINTE AO ULTIMO GRAVADO. NAO HA
      *NOTA EM DOBRO MESMO SE A QUEDA FOR ENTRE A NOTA E A LINHA: O
      *PEDIDO ATENDIDO JA ESTA "F" E A RODADA DE SEPARACAO FATURADA
      *JA ESTA "F" EM ACESP, E NENHUM DOS DOIS VOLTA A FATURAR.
       Fatura-Lote SECTION.
           MOVE "S" TO WS-FATURA-LOTE
           PERFORM Le-Checkpoint-Lote
           IF LOTE-RETOMADO
               DISPLAY "FATURA - RETOMANDO O LOTE DE " WS-LOTE-DATA
                       " ENTREGA " WS-LOTE-ENTREGA
                       " ROTA " WS-LOTE-ROTA
                       " CIDADE " WS-LOTE-CIDADE
                       " APOS O PEDIDO " WS-ULTIMO-PEDIDO
           ELSE
               PERFORM Pede-Selecao-Lote
           END-IF
           MOVE "N" TO WS-FIM-LOTE
           PERFORM UNTIL FIM-LOTE
               PERFORM Proximo-Pedido-Lote
               IF NOT FIM-LOTE AND PEDIDO-SELECIONADO
                   PERFORM Fatura-Pedido-Lote
                   PERFORM Grava-Checkpoint-Lote
               END-IF
           END-PERFORM
           PERFORM Relatorio-Controle-Lote
           PERFORM Apaga-Checkpoint-Lote
           MOVE "FAT-LOTE"   TO WS-Log-Funcao
           MOVE TL-FATURADOS TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "FATURA - LOTE ENCERRADO: " TL-FATURADOS
                   " FATURADOS, " TL-PARCIAIS " PARCIAIS, "
                   TL-PULADOS " PULADOS."
           MOVE "N" TO WS-FATURA-LOTE
           .

      *---------------------------------------------------------------*
      *LE-CHECKPOINT-LOTE - A CAPA ("H") DEVOLVE A SELECAO DO LOTE
      *INTERROMPIDO; A ULTIMA LINHA DE PEDIDO ("P") E O PONTO DE
      *RETOMADA. ARQUIVO AUSENTE OU VAZIO = LOTE NOVO.
       Le-Checkpoint-Lote SECTION.
           MOVE "N" TO WS-LOTE-RETOMADO
           MOVE ZERO TO WS-ULTIMO-PEDIDO
           OPEN INPUT Arquivo-Checkpoint
           IF FS-CKP = "00"
               MOVE "N" TO WS-FIM-CKP
               PERFORM UNTIL FIM-CKP
                   READ Arquivo-Checkpoint
                       AT END
                           MOVE "S" TO WS-FIM-CKP
                       NOT AT END
                           IF CKP-CAPA-LOTE
                               MOVE "S"          TO WS-LOTE-RETOMADO
                               MOVE CKP-ENTREGA  TO WS-LOTE-ENTREGA
                               MOVE CKP-ROTA     TO WS-LOTE-ROTA
                               MOVE CKP-CIDADE   TO WS-LOTE-CIDADE
                               MOVE CKP-DATA     TO WS-LOTE-DATA
                           END-IF
                           IF CKP-LINHA-PEDIDO
                               MOVE CKP-PEDIDO TO WS-ULTIMO-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Arquivo-Checkpoint
           END-IF
           .

      *---------------------------------------------------------------*

       Pede-Selecao-Lote SECTION.
           DISPLAY "DATA DE ENTREGA AAAAMMDD (0 = TODAS): "
           ACCEPT WS-LOTE-ENTREGA
           DISPLAY "ROTA (0 = TODAS): "
           ACCEPT WS-LOTE-ROTA
           DISPLAY "CIDADE (0 = TODAS): "
           ACCEPT WS-LOTE-CIDADE
           MOVE WS-DATA-HOJE TO WS-LOTE-DATA
           MOVE SPACES          TO Reg-Checkpoint
           MOVE "H"             TO CKP-TIPO
           MOVE WS-LOTE-ENTREGA TO CKP-ENTREGA
           MOVE WS-LOTE-ROTA    TO CKP-ROTA
           MOVE WS-LOTE-CIDADE  TO CKP-CIDADE
           MOVE WS-LOTE-DATA    TO CKP-DATA
           MOVE WS-Oper-Codigo  TO CKP-OPERADOR
           OPEN OUTPUT Arquivo-Checkpoint
           WRITE Reg-Checkpoint
           CLOSE Arquivo-Checkpoint
           .

      *---------------------------------------------------------------*
      *PROXIMO-PEDIDO-LOTE - REPOSICIONA ACE11 A CADA PEDIDO: O SALDO
      *DE CREDITO (CPYCRPG) PERCORRE ACE11 E PERDE A POSICAO.
       Proximo-Pedido-Lote SECTION.
           MOVE "N" TO WS-PEDIDO-SELECIONADO
           MOVE WS-ULTIMO-PEDIDO TO NUM-11
           START ACE11 KEY IS GREATER NUM-11
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTE
           END-START
           IF NOT FIM-LOTE
               READ ACE11 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LOTE
                   NOT AT END
                       MOVE NUM-11 TO WS-ULTIMO-PEDIDO WS-NUM-PEDIDO
                       PERFORM Seleciona-Pedido-Lote
               END-READ
           END-IF
           .

      *---------------------------------------------------------------*

       Seleciona-Pedido-Lote SECTION.
           IF PEDIDO-11-ABERTO AND PEDIDO-11-COBERTO
               MOVE "S" TO WS-PEDIDO-SELECIONADO
               IF WS-LOTE-ENTREGA NOT = ZERO
                   IF ENTREGA-11 NOT NUMERIC
                      OR ENTREGA-11 NOT = WS-LOTE-ENTREGA
                       MOVE "N" TO WS-PEDIDO-SELECIONADO
                   END-IF
               END-IF
               IF WS-LOTE-ROTA NOT = ZERO
                   IF ROTA-11 NOT NUMERIC
                      OR ROTA-11 NOT = WS-LOTE-ROTA
                       MOVE "N" TO WS-PEDIDO-SELECIONADO
                   END-IF
               END-IF
           END-IF
           IF PEDIDO-SELECIONADO AND WS-LOTE-CIDADE NOT = ZERO
               MOVE "N" TO WS-PEDIDO-SELECIONADO
               IF CLI-11 NUMERIC
                   MOVE CLI-11 TO CLI-CODIGO
                   READ ACECL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLI-CIDADE = WS-LOTE-CIDADE
                               MOVE "S" TO WS-PEDIDO-SELECIONADO
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *FATURA-PEDIDO-LOTE - O CLIENTE VEM DO PROPRIO PEDIDO (CLI-11)
      *E PASSA PELAS MESMAS CONFERENCIAS DE Le-Cliente.
       Fatura-Pedido-Lote SECTION.
           MOVE "R"    TO WS-RESULTADO-LOTE
           MOVE SPACES TO WS-MOTIVO-LOTE
           MOVE ZERO   TO WS-NOTA-LOTE WS-CLIENTE
                          WS-TOTAL-NOTA WS-TOTAL-TRIB
           IF CLI-11 NOT NUMERIC
               MOVE "PEDIDO SEM CODIGO DE CLIENTE" TO WS-MOTIVO-LOTE
           ELSE
               MOVE CLI-11 TO WS-CLIENTE CLI-CODIGO
               READ ACECL
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO-LOTE
                   NOT INVALID KEY
                       IF CLI-STATUS-INATIVO
                           MOVE "CLIENTE INATIVO" TO WS-MOTIVO-LOTE
                       ELSE
                       IF CLI-CREDITO-BLOQUEADO
                           MOVE "CREDITO BLOQUEADO (REVCRED)"
                             TO WS-MOTIVO-LOTE
                       ELSE
                           MOVE "00" TO FS
                           PERFORM Busca-Estado-Cliente
                           PERFORM Confere-Credito-Cliente
                           IF FS = "00"
                               PERFORM Emite-Pedido-Lote
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF
           EVALUATE WS-RESULTADO-LOTE
               WHEN "F"
                   DISPLAY "FATURA - PEDIDO " WS-NUM-PEDIDO
                           " FATURADO NA NOTA " WS-NOTA-LOTE
               WHEN "P"
                   DISPLAY "FATURA - PEDIDO " WS-NUM-PEDIDO
                           " FATURADO EM PARTE NA NOTA " WS-NOTA-LOTE
               WHEN OTHER
                   DISPLAY "FATURA - PEDIDO " WS-NUM-PEDIDO
                           " PULADO: " WS-MOTIVO-LOTE
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Emite-Pedido-Lote SECTION.
           MOVE WS-NUM-PEDIDO TO NUM-11
           READ ACE11
               INVALID KEY
                   MOVE "PEDIDO NAO ENCONTRADO" TO WS-MOTIVO-LOTE
               NOT INVALID KEY
                   IF VEND-11 NUMERIC
                       MOVE VEND-11 TO WS-VENDEDOR-NOTA
                   ELSE
                       MOVE ZEROS TO WS-VENDEDOR-NOTA
                   END-IF
                   IF ENDENT-11 NUMERIC
                       MOVE ENDENT-11 TO WS-ENDENT-NOTA
                   ELSE
                       MOVE ZEROS TO WS-ENDENT-NOTA
                   END-IF
                   PERFORM Confere-Separacao-Pedido
                   IF SEPARACAO-OK
                       PERFORM Emite-Nota-Do-Pedido
                       MOVE WS-NUM-NOTA TO WS-NOTA-LOTE
                       IF PEDIDO-COMPLETO
                           MOVE "F" TO WS-RESULTADO-LOTE
                       ELSE
                           MOVE "P" TO WS-RESULTADO-LOTE
                           MOVE "ITEM PENDENTE - PEDIDO ABERTO"
                             TO WS-MOTIVO-LOTE
                       END-IF
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*

       Grava-Checkpoint-Lote SECTION.
           MOVE SPACES            TO Reg-Checkpoint
           MOVE "P"               TO CKP-TIPO
           MOVE WS-NUM-PEDIDO     TO CKP-PEDIDO
           MOVE WS-RESULTADO-LOTE TO CKP-RESULTADO
           MOVE WS-NOTA-LOTE      TO CKP-NOTA
           MOVE WS-CLIENTE        TO CKP-CLIENTE
           MOVE WS-TOTAL-NOTA     TO CKP-VALOR
           MOVE WS-TOTAL-TRIB     TO CKP-IMPOSTO
           MOVE WS-MOTIVO-LOTE    TO CKP-MOTIVO
           OPEN EXTEND Arquivo-Checkpoint
           WRITE Reg-Checkpoint
           CLOSE Arquivo-Checkpoint
           .

      *---------------------------------------------------------------*
      *RELATORIO-CONTROLE-LOTE - SAI DO fatlote.ckp, ENTAO UM LOTE
      *RETOMADO LISTA TAMBEM OS PEDIDOS TRATADOS ANTES DA QUEDA.
       Relatorio-Controle-Lote SECTION.
           INITIALIZE WS-TOT-LOTE
           MOVE "FATURAMENTO EM LOTE - CONTROLE" TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-LOTE-DATA    TO LLC-DATA
           MOVE WS-LOTE-ENTREGA TO LLC-ENTREGA
           MOVE WS-LOTE-ROTA    TO LLC-ROTA
           MOVE WS-LOTE-CIDADE  TO LLC-CIDADE
           WRITE REG-REL FROM WS-LINHA-LOTE-CAB
           WRITE REG-REL FROM WS-LINHA-LOTE-CAB2
           ADD 2 TO WS-Rel-Linha
           OPEN INPUT Arquivo-Checkpoint
           IF FS-CKP = "00"
               MOVE "N" TO WS-FIM-CKP
               PERFORM UNTIL FIM-CKP
                   READ Arquivo-Checkpoint
                       AT END
                           MOVE "S" TO WS-FIM-CKP
                       NOT AT END
                           IF CKP-LINHA-PEDIDO
                               PERFORM Imprime-Linha-Lote
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Arquivo-Checkpoint
           END-IF
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE TL-FATURADOS TO LLT-FATURADOS
           MOVE TL-PARCIAIS  TO LLT-PARCIAIS
           MOVE TL-PULADOS   TO LLT-PULADOS
           MOVE TL-NOTA-INI  TO LLT-NOTA-INI
           MOVE TL-NOTA-FIM  TO LLT-NOTA-FIM
           MOVE TL-VALOR     TO LLT-VALOR
           MOVE TL-IMPOSTO   TO LLT-IMPOSTO
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-LOTE-TOT1
           WRITE REG-REL FROM WS-LINHA-LOTE-TOT2
           WRITE REG-REL FROM WS-LINHA-LOTE-TOT3
           ADD 4 TO WS-Rel-Linha
           MOVE "EMISSAO DE NOTAS FISCAIS      " TO WS-Rel-Titulo
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Lote SECTION.
           EVALUATE TRUE
               WHEN CKP-FATURADO
                   ADD 1 TO TL-FATURADOS
                   MOVE "FATURADO" TO LLD-SITUACAO
               WHEN CKP-PARCIAL
                   ADD 1 TO TL-PARCIAIS
                   MOVE "PARCIAL"  TO LLD-SITUACAO
               WHEN OTHER
                   ADD 1 TO TL-PULADOS
                   MOVE "PULADO"   TO LLD-SITUACAO
           END-EVALUATE
           IF CKP-NOTA NOT = ZERO
               IF TL-NOTA-INI = ZERO OR CKP-NOTA < TL-NOTA-INI
                   MOVE CKP-NOTA TO TL-NOTA-INI
               END-IF
               IF CKP-NOTA > TL-NOTA-FIM
                   MOVE CKP-NOTA TO TL-NOTA-FIM
               END-IF
               ADD CKP-VALOR   TO TL-VALOR
               ADD CKP-IMPOSTO TO TL-IMPOSTO
           END-IF
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE CKP-PEDIDO  TO LLD-PEDIDO
           MOVE CKP-CLIENTE TO LLD-CLIENTE
           MOVE CKP-NOTA    TO LLD-NOTA
           MOVE CKP-VALOR   TO LLD-VALOR
           MOVE CKP-MOTIVO  TO LLD-MOTIVO
           WRITE REG-REL FROM WS-LINHA-LOTE-DET
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Apaga-Checkpoint-Lote SECTION.
           OPEN OUTPUT Arquivo-Checkpoint
           CLOSE Arquivo-Checkpoint
           .

      *---------------------------------------------------------------*
      *CONFERE-SEPARACAO-PEDIDO - O PEDIDO SO E FATURADO PELO QUE A
      *CONFERENCIA DA SEPARACAO (SEPARA) REGISTROU COMO SEPARADO, PARA
      *NAO SAIR NOTA DE MERCADORIA QUE NAO FOI CARREGADA. PEDIDO SEM
      *NENHUM ITEM CONFERIDO SO FATURA CHEIO COM SUPERVISOR, NO LOG.
       Confere-Separacao-Pedido SECTION.
           MOVE "N" TO WS-SEPARACAO-OK WS-SEM-CONFERENCIA
           MOVE ZERO TO WS-ITENS-CONFERIDOS WS-ITENS-SEPARADOS
           MOVE WS-NUM-PEDIDO TO NUM-12
           MOVE ZERO TO SEQ-12
           MOVE "N" TO WS-FIM-ITENS
           START ACE12 KEY IS NOT LESS CHAVE-12
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACE12 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
                       IF NUM-12 NOT = WS-NUM-PEDIDO
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           IF QTDE-12 > QTATEND-12
                               PERFORM Busca-Separacao-Item
                               IF SEP-ACHADA
                                   ADD 1 TO WS-ITENS-CONFERIDOS
                                   IF SP-QTSEP NOT = ZERO
                                       ADD 1 TO WS-ITENS-SEPARADOS
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           EVALUATE TRUE
               WHEN WS-ITENS-SEPARADOS NOT = ZERO
                   MOVE "S" TO WS-SEPARACAO-OK
               WHEN WS-ITENS-CONFERIDOS NOT = ZERO
                   DISPLAY "FATURA - NADA SEPARADO A FATURAR NO PEDIDO "
                           WS-NUM-PEDIDO "."
                   MOVE "NADA SEPARADO A FATURAR" TO WS-MOTIVO-LOTE
               WHEN FATURA-EM-LOTE
                   MOVE "SEM CONFERENCIA DA SEPARACAO" TO WS-MOTIVO-LOTE
               WHEN OTHER
                   DISPLAY "FATURA - PEDIDO " WS-NUM-PEDIDO " SEM "
                           "CONFERENCIA DA SEPARACAO (SEPARA OPCAO 3)."
                   IF Oper-Supervisor
                       DISPLAY "FATURAR O PEDIDO CHEIO SEM CONFERENCIA "
                               "(S/N)? "
                       ACCEPT WS-LIBERA-CREDITO
                       IF WS-LIBERA-CREDITO = "S" OR "s"
                           MOVE "S" TO WS-SEPARACAO-OK
                                       WS-SEM-CONFERENCIA
                           MOVE "FAT-SEMSEP"  TO WS-Log-Funcao
                           MOVE WS-NUM-PEDIDO TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       END-IF
                   ELSE
                       DISPLAY "FATURAR SEM CONFERENCIA EXIGE "
                               "SUPERVISOR (NIVEL 3)."
                   END-IF
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *BUSCA-SEPARACAO-ITEM - ULTIMA RODADA DE SEPARACAO DO ITEM
      *CORRENTE DE ACE12 AINDA NAO FATURADA.
       Busca-Separacao-Item SECTION.
           MOVE "N" TO WS-SEP-ACHADA
           MOVE NUM-12 TO SP-PEDIDO
           MOVE SEQ-12 TO SP-SEQ
           MOVE 99     TO SP-RODADA
           START ACESP KEY IS NOT GREATER SP-CHAVE
               INVALID KEY
                   MOVE "23" TO FS
           END-START
           IF FS = "00"
               READ ACESP PREVIOUS RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-PEDIDO = NUM-12
                          AND SP-SEQ = SEQ-12
                          AND SP-CONFERIDA
                           MOVE "S" TO WS-SEP-ACHADA
                       END-IF
               END-READ
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *QUANTIDADE-SEPARADA-ITEM - A QUANTIDADE A FATURAR E A SEPARADA
      *(NUNCA MAIS QUE O PENDENTE); ITEM NAO CONFERIDO FICA PENDENTE.
      *O LOTE SEPARADO DO PERECIVEL VAI PARA A BAIXA DO ESTOQUE.
       Quantidade-Separada-Item SECTION.
           MOVE "N" TO WS-SEP-ACHADA
           MOVE SPACES TO WS-LOTE-SEP
           MOVE ZERO   TO WS-VALIDADE-SEP
           IF NOT FATURA-SEM-CONFERENCIA
               MOVE WS-QTD-ITEM TO WS-QTD-PENDENTE
               PERFORM Busca-Separacao-Item
               IF SEP-ACHADA
                   IF SP-QTSEP < WS-QTD-PENDENTE
                       MOVE SP-QTSEP TO WS-QTD-ITEM
                   END-IF
                   MOVE SP-LOTE     TO WS-LOTE-SEP
                   MOVE SP-VALIDADE TO WS-VALIDADE-SEP
               ELSE
                   MOVE ZERO TO WS-QTD-ITEM
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Marca-Separacao-Faturada SECTION.
           MOVE "F"         TO SP-SITUACAO
           MOVE WS-NUM-NOTA TO SP-NF
           REWRITE REG-SP
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CONFERENCIA DA SEPARACAO."
           END-REWRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Fatura-Avulsa SECTION.
      *QTSAI-01(1), ITEM GRAVADO EM ACE15 E IMPRESSO NA NOTA.
       Fatura-Item SECTION.
           MOVE "N" TO WS-ITEM-FATURADO
           MOVE ZERO TO WS-QTD-KIT-MONTADO
           MOVE WS-COD-ITEM TO COD-01
           READ ACE01
               INVALID KEY
                               "DESCONTINUADO - ITEM RECUSADO: "
                               WS-COD-ITEM
                   ELSE
                   PERFORM Confere-Series-Item
                   IF SERIES-ITEM-OK
                   PERFORM Verifica-Kit
                   PERFORM Precifica-Item
                   PERFORM Confere-Margem-Item
                   IF ITEM-NA-MARGEM
                       PERFORM Calcula-Imposto-Item
      *KIT: O PRECO E O DO PAI. O SALDO DE KIT JA MONTADO SAI
      *PRIMEIRO; O QUE FALTA SAI POR COMPONENTE (BAIXA E MOVIMENTO).
                       IF EH-KIT
                           PERFORM Baixa-Kit-Montado
                           IF WS-QTD-KIT-EXPLODIR NOT = ZERO
                               PERFORM Baixa-Componentes-Kit
                           END-IF
                       ELSE
                           PERFORM Baixa-Estoque-Item
                       END-IF
                       MOVE "S" TO WS-ITEM-FATURADO
                   END-IF
                   END-IF
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*
      *CONFERE-SERIES-ITEM - ITEM DE ALTO VALOR (SERIE-01) SO E
      *FATURADO COM UMA SERIE EM ESTOQUE NO ALMOXARIFADO PARA CADA
      *UNIDADE, EM QUANTIDADE INTEIRA; AS SERIES SAO PEDIDAS NA
      *BAIXA DO ESTOQUE.
       Confere-Series-Item SECTION.
           MOVE "S" TO WS-SERIES-ITEM
           IF SERIE-01-SIM
      *NO LOTE NINGUEM DIGITA AS SERIES: O ITEM FICA PENDENTE E O
      *PEDIDO SAI PARCIAL, PARA O MODO 1.
               IF FATURA-EM-LOTE
                   DISPLAY "PRODUTO CONTROLADO POR SERIE - NAO "
                           "FATURADO EM LOTE: " WS-COD-ITEM
                   MOVE "N" TO WS-SERIES-ITEM
               ELSE
                   MOVE COD-01      TO WS-Sr-Cod
                   MOVE WS-ALM-ITEM TO WS-Sr-Alm
                   PERFORM CONTA-SERIES-ESTOQUE
                       THRU SAI-CONTA-SERIES-ESTOQUE
                   MOVE WS-QTD-ITEM TO WS-Sr-Qtde
                   IF WS-Sr-Qtde NOT = WS-QTD-ITEM
                       DISPLAY "PRODUTO CONTROLADO POR SERIE - "
                               "QUANTIDADE FRACIONADA - ITEM "
                               "RECUSADO: " WS-COD-ITEM
                       MOVE "N" TO WS-SERIES-ITEM
                   ELSE
                       IF WS-Sr-Disponivel < WS-Sr-Qtde
                           DISPLAY "SO HA " WS-Sr-Disponivel
                                   " SERIES EM ESTOQUE NO "
                                   "ALMOXARIFADO - ITEM "
                                   "RECUSADO: " WS-COD-ITEM
                           MOVE "N" TO WS-SERIES-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Precifica-Item SECTION.
                           "MINIMA - PRECO " WS-PRECO-ITEM
                           " PISO " WS-PRECO-PISO
                   IF Oper-Supervisor
                      AND NOT FATURA-EM-LOTE
                       DISPLAY "LIBERAR O ITEM (S/N)? "
                       ACCEPT WS-LIBERA-MARGEM
                       IF WS-LIBERA-MARGEM = "S" OR "s"
           END-IF
           .

      *---------------------------------------------------------------*
      *BAIXA-KIT-MONTADO - O KIT PRE-MONTADO (KITMONT) MORA NO SALDO
      *DO PROPRIO PAI: A VENDA CONSOME ESSE SALDO NO ALMOXARIFADO DO
      *ITEM ANTES DE EXPLODIR, POSTA O "S" DO PAI E DEIXA EM
      *WS-QTD-KIT-EXPLODIR O QUE AINDA SAI POR COMPONENTE. A PARTE
      *TIRADA DO MONTADO FICA NO ITEM DA NOTA (QTMONT-15) PARA O
      *ESTORNO E A CONCILIACAO SABEREM POR ONDE A BAIXA SAIU.
       Baixa-Kit-Montado SECTION.
           MOVE ZERO TO WS-QTD-KIT-MONTADO
           IF EST-ALM-01(WS-ALM-ITEM) NOT = ZERO
               IF EST-ALM-01(WS-ALM-ITEM) < WS-QTD-ITEM
                   MOVE EST-ALM-01(WS-ALM-ITEM) TO WS-QTD-KIT-MONTADO
               ELSE
                   MOVE WS-QTD-ITEM TO WS-QTD-KIT-MONTADO
               END-IF
               SUBTRACT WS-QTD-KIT-MONTADO
                   FROM EST-ALM-01(WS-ALM-ITEM)
               MOVE ZERO TO EST-01
               PERFORM VARYING WS-INDICE-ALM FROM 1 BY 1
                       UNTIL WS-INDICE-ALM > 5
                   ADD EST-ALM-01(WS-INDICE-ALM) TO EST-01
               END-PERFORM
               ADD WS-QTD-KIT-MONTADO TO QTSAI-01(1)
               REWRITE REG-01
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PRODUTO."
               END-REWRITE
               MOVE COD-01             TO WS-Mov-Cod
               MOVE "S"                TO WS-Mov-Tipo
               MOVE WS-QTD-KIT-MONTADO TO WS-Mov-Qtde
               MOVE WS-ALM-ITEM        TO WS-Mov-Alm
               MOVE "-"                TO WS-Mov-Sinal
               MOVE "N"                TO WS-Mov-DocTipo
               MOVE WS-NUM-NOTA        TO WS-Mov-DocNum
               PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
           END-IF
           COMPUTE WS-QTD-KIT-EXPLODIR =
               WS-QTD-ITEM - WS-QTD-KIT-MONTADO
           .

      *---------------------------------------------------------------*
      *BAIXA-COMPONENTES-KIT - PARA CADA COMPONENTE DO KIT: BAIXA
      *EST-ALM-01 DO ALMOXARIFADO DO ITEM, REFAZ EST-01, SOMA NO MES
      *---------------------------------------------------------------*

       Baixa-Um-Componente SECTION.
           COMPUTE WS-QTD-COMPONENTE = WS-QTD-KIT-EXPLODIR * KT-QTDE
           MOVE KT-COMP TO COD-01
           READ ACE01
               INVALID KEY
                       ADD EST-ALM-01(WS-INDICE-ALM) TO EST-01
                   END-PERFORM
                   ADD WS-QTD-COMPONENTE TO QTSAI-01(1)
                   MOVE COD-01            TO WS-Cg-Cod
                   MOVE WS-QTD-COMPONENTE TO WS-Cg-Qtde
                   PERFORM BAIXA-CONSIGNADO THRU SAI-BAIXA-CONSIGNADO
                   REWRITE REG-01
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR COMPONENTE."
                       MOVE COD-01            TO WS-Lt-Cod
                       MOVE WS-ALM-ITEM       TO WS-Lt-Alm
                       MOVE WS-QTD-COMPONENTE TO WS-Lt-Qtde
                       MOVE "N"               TO WS-Lt-DocTipo
                       MOVE WS-NUM-NOTA       TO WS-Lt-DocNum
                       MOVE WS-CLIENTE        TO WS-Lt-Cliente
                       PERFORM BAIXA-LOTE-FEFO THRU
                           SAI-BAIXA-LOTE-FEFO
                   END-IF
               ADD EST-ALM-01(WS-INDICE-ALM) TO EST-01
           END-PERFORM
           ADD WS-QTD-ITEM TO QTSAI-01(1)
      *A PARTE CONSIGNADA DA VENDA SAI DO SALDO DO FORNECEDOR PELA
      *REGRA DA EMPRESA (CPYCGPG).
           MOVE COD-01      TO WS-Cg-Cod
           MOVE WS-QTD-ITEM TO WS-Cg-Qtde
           PERFORM BAIXA-CONSIGNADO THRU SAI-BAIXA-CONSIGNADO
           REWRITE REG-01
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PRODUTO."
           END-REWRITE
      *PERECIVEL (CLASSE R) CONSOME LOTE PELO VENCIMENTO MAIS
      *PROXIMO (CPYLTPG); COM O LOTE REGISTRADO NA CONFERENCIA DA
      *SEPARACAO SAI PRIMEIRO DESSE LOTE E SO O QUE FALTAR PELO
      *VENCIMENTO.
           IF CLASSECE-01 = "R"
               MOVE COD-01      TO WS-Lt-Cod
               MOVE WS-ALM-ITEM TO WS-Lt-Alm
               MOVE WS-QTD-ITEM TO WS-Lt-Qtde
               MOVE "N"         TO WS-Lt-DocTipo
               MOVE WS-NUM-NOTA TO WS-Lt-DocNum
               MOVE WS-CLIENTE  TO WS-Lt-Cliente
               IF WS-LOTE-SEP NOT = SPACES
                   MOVE WS-LOTE-SEP     TO WS-Lt-Lote
                   MOVE WS-VALIDADE-SEP TO WS-Lt-Validade
                   PERFORM BAIXA-LOTE-EXPLICITO THRU
                       SAI-BAIXA-LOTE-EXPLICITO
                   MOVE WS-Lt-Restante TO WS-Lt-Qtde
                   MOVE "N"            TO WS-Lt-DocTipo
                   MOVE WS-NUM-NOTA    TO WS-Lt-DocNum
                   MOVE WS-CLIENTE     TO WS-Lt-Cliente
               END-IF
               IF WS-Lt-Qtde NOT = ZERO
                   PERFORM BAIXA-LOTE-FEFO THRU SAI-BAIXA-LOTE-FEFO
               END-IF
           END-IF
      *ITEM DE ALTO VALOR: A SERIE DE CADA UNIDADE SAI VENDIDA NA
      *NOTA, PARA O CLIENTE (CPYSRPG).
           IF SERIE-01-SIM
               MOVE COD-01      TO WS-Sr-Cod
               MOVE WS-ALM-ITEM TO WS-Sr-Alm
               MOVE WS-QTD-ITEM TO WS-Sr-Qtde
               MOVE WS-NUM-NOTA TO WS-Sr-Nf
               MOVE WS-CLIENTE  TO WS-Sr-Cli
               MOVE "V"         TO WS-Sr-Operacao
               PERFORM MOVE-SERIES THRU SAI-MOVE-SERIES
           END-IF
           MOVE COD-01      TO WS-Mov-Cod
           MOVE "S"         TO WS-Mov-Tipo
           MOVE LIVRO-01      TO LIVRO-15
           MOVE CODTRI-01     TO CODTRI-15
           MOVE CMEDIO-01     TO CUSTO-15
           MOVE WS-QTD-KIT-MONTADO TO QTMONT-15
      *ACUMULA O PESO DA CARGA PARA O CALCULO DO FRETE DA NOTA;
      *PRODUTO SEM PESO CADASTRADO NAO SOMA.
           IF PESO-01 NUMERIC
           WRITE REG-15
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ITEM DA NOTA."
               NOT INVALID KEY
                   PERFORM Resume-Item-Nota
           END-WRITE
           .

      *---------------------------------------------------------------*
      *RESUME-ITEM-NOTA - O ITEM GRAVADO ENTRA NA HORA NO RESUMO
      *MENSAL DE VENDAS (ACESV), NO MES DA NOTA, PARA AS ANALISES
      *MENSAIS NAO PRECISAREM VARRER AS NOTAS.
       Resume-Item-Nota SECTION.
           MOVE WS-DATA-HOJE     TO WS-Sv-Data
           MOVE WS-CLIENTE       TO WS-Sv-Cli
           MOVE WS-VENDEDOR-NOTA TO WS-Sv-Vend
           MOVE CMEDIO-01        TO WS-Sv-Cmedio
           MOVE "+"              TO WS-Sv-Sinal
           PERFORM ACUMULA-ITEM-RESUMO THRU SAI-ACUMULA-ITEM-RESUMO
           .

      *---------------------------------------------------------------*

       Imprime-Item-Nota SECTION.
           MOVE SPACES           TO ENTSTAT-14 ENTOCOR-14
           MOVE ZEROS            TO ENTDATA-14
           MOVE WS-ENDENT-NOTA   TO NF-ENDENT
           MOVE WS-Arq-Empresa   TO NF-EMPRESA
           WRITE REG-14
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CAPA DA NOTA."
               NOT INVALID KEY
      *FRETE E CONTAGEM DA NOTA NO REGISTRO DE CAPA DO RESUMO.
                   MOVE "+" TO WS-Sv-Sinal
                   PERFORM ACUMULA-CAPA-RESUMO THRU
                           SAI-ACUMULA-CAPA-RESUMO
           END-WRITE
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-TOTAL-NOTA TO NFT-TOTAL
           .

      *---------------------------------------------------------------*
      *GRAVA-TITULO-RECEBER - CADA NOTA EMITIDA VIRA TITULO A RECEBER
      *EM ACERC. SEM PLANO DE PAGAMENTO SAI PARCELA UNICA (01 DE 01)
      *COM VENCIMENTO = DATA DA NOTA + CLI-CONDPG DIAS (ZERO = A
      *VISTA); CLIENTES CADASTRADOS ANTES DO CAMPO DE PRAZO CARREGAM
      *ESPACOS NELE E CONTAM COMO A VISTA. COM PLANO (ACEPL) SAI UM
      *TITULO POR PARCELA, CADA UM COM PRAZO E VALOR PROPRIOS. A
      *BAIXA DE PAGAMENTO E O AGING SAEM DE CTAREC.
       Grava-Titulo-Receber SECTION.
           PERFORM Escolhe-Plano-Nota
      *O TITULO COBRA MERCADORIA + FRETE - O FRETE DEIXOU DE SER UM
      *"MAIS A ENTREGA" VERBAL.
           COMPUTE WS-SALDO-PARCELAR = WS-TOTAL-NOTA + WS-FRETE-NOTA
           MOVE SPACES TO REG-RC
           IF WS-PLANO-NOTA = ZERO
               PERFORM Grava-Parcela-Unica
           ELSE
               PERFORM Grava-Parcelas-Plano
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *ESCOLHE-PLANO-NOTA - O PLANO DA NOTA E O DO CLIENTE (CLI-PLANO)
      *SALVO TROCA NA EMISSAO: 0 MANTEM O DO CLIENTE, 999 FORCA A
      *PARCELA UNICA PELO PRAZO DO CLIENTE, OUTRO CODIGO TEM DE SER
      *PLANO ATIVO DE ACEPL. SEM O ARQUIVO DE PLANOS NAO HA
      *PARCELAMENTO. A TROCA FICA NO LOG COM A NOTA NA CHAVE.
       Escolhe-Plano-Nota SECTION.
           MOVE ZERO TO WS-PLANO-NOTA
           IF ACEPL-DISPONIVEL
               IF CLI-PLANO NUMERIC
                   MOVE CLI-PLANO TO WS-PLANO-NOTA
               END-IF
               MOVE "N" TO WS-PLANO-ESCOLHIDO
      *NO LOTE VALE O PLANO DO CADASTRO DO CLIENTE, SEM PERGUNTA.
               IF FATURA-EM-LOTE
                   MOVE ZERO TO WS-PLANO-INFORMADO
                   MOVE "S"  TO WS-PLANO-ESCOLHIDO
               END-IF
               PERFORM UNTIL PLANO-ESCOLHIDO
                   DISPLAY "PLANO DE PAGAMENTO DO CLIENTE: "
                           WS-PLANO-NOTA
                   DISPLAY "PLANO DA NOTA (0 = MANTER, 999 = PARCELA "
                           "UNICA): "
                   ACCEPT WS-PLANO-INFORMADO
                   EVALUATE WS-PLANO-INFORMADO
                       WHEN ZERO
                           MOVE "S" TO WS-PLANO-ESCOLHIDO
                       WHEN 999
                           MOVE ZERO TO WS-PLANO-NOTA
                           MOVE "S" TO WS-PLANO-ESCOLHIDO
                       WHEN OTHER
                           MOVE WS-PLANO-INFORMADO TO PL-CODIGO
                           READ ACEPL
                               INVALID KEY
                                   DISPLAY "PLANO NAO CADASTRADO."
                               NOT INVALID KEY
                                   IF PLANO-ATIVO
                                       MOVE WS-PLANO-INFORMADO
                                           TO WS-PLANO-NOTA
                                       MOVE "S" TO WS-PLANO-ESCOLHIDO
                                   ELSE
                                       DISPLAY "PLANO INATIVO."
                                   END-IF
                           END-READ
                   END-EVALUATE
               END-PERFORM
               IF WS-PLANO-INFORMADO NOT = ZERO
                   MOVE "PLANO-NF"  TO WS-Log-Funcao
                   MOVE WS-NUM-NOTA TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               END-IF
      *PLANO DO CLIENTE QUE SUMIU OU FOI INATIVADO DEPOIS DO CADASTRO
      *NAO PARCELA - A NOTA SAI PELO PRAZO DO CLIENTE, COM AVISO.
               IF WS-PLANO-NOTA NOT = ZERO
                   MOVE WS-PLANO-NOTA TO PL-CODIGO
                   READ ACEPL
                       INVALID KEY
                           MOVE ZERO TO WS-PLANO-NOTA
                       NOT INVALID KEY
                           IF NOT PLANO-ATIVO
                              OR PL-QTPARC = ZERO OR PL-QTPARC > 12
                               MOVE ZERO TO WS-PLANO-NOTA
                           END-IF
                   END-READ
                   IF WS-PLANO-NOTA = ZERO
                       DISPLAY "AVISO: PLANO DO CLIENTE INEXISTENTE OU "
                               "INATIVO - PARCELA UNICA."
                   END-IF
               END-IF
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Parcela-Unica SECTION.
           IF CLI-CONDPG NUMERIC
               MOVE CLI-CONDPG TO RC-CONDPG
           ELSE
               MOVE ZERO TO RC-CONDPG
           END-IF
           MOVE 1                 TO RC-PARCELA RC-QTPARC
           MOVE WS-SALDO-PARCELAR TO WS-VALOR-TITULO
           PERFORM Grava-Parcela
           .

      *---------------------------------------------------------------*
      *GRAVA-PARCELAS-PLANO - UM TITULO POR PARCELA DO PLANO (REG-PL
      *JA LIDO EM ESCOLHE-PLANO-NOTA). SEM PERCENTUAIS AS PARCELAS
      *SAO IGUAIS; A ULTIMA LEVA O QUE SOBROU, PARA A SOMA DAS
      *PARCELAS FECHAR CENTAVO A CENTAVO COM A NOTA.
       Grava-Parcelas-Plano SECTION.
           MOVE ZERO TO WS-SOMA-PERC-PLANO
           PERFORM VARYING WS-IX-PARC FROM 1 BY 1
                   UNTIL WS-IX-PARC > PL-QTPARC
               ADD PL-PERC(WS-IX-PARC) TO WS-SOMA-PERC-PLANO
           END-PERFORM
           MOVE PL-QTPARC TO RC-QTPARC
           PERFORM VARYING WS-IX-PARC FROM 1 BY 1
                   UNTIL WS-IX-PARC > PL-QTPARC
               MOVE WS-IX-PARC          TO RC-PARCELA
               MOVE PL-PRAZO(WS-IX-PARC) TO RC-CONDPG
               EVALUATE TRUE
                   WHEN WS-IX-PARC = PL-QTPARC
                       MOVE WS-SALDO-PARCELAR TO WS-VALOR-TITULO
                   WHEN WS-SOMA-PERC-PLANO = ZERO
                       COMPUTE WS-VALOR-TITULO =
                           (WS-TOTAL-NOTA + WS-FRETE-NOTA) / PL-QTPARC
                   WHEN OTHER
                       COMPUTE WS-VALOR-TITULO ROUNDED =
                           (WS-TOTAL-NOTA + WS-FRETE-NOTA)
                           * PL-PERC(WS-IX-PARC) / 100
               END-EVALUATE
               IF WS-VALOR-TITULO > WS-SALDO-PARCELAR
                   MOVE WS-SALDO-PARCELAR TO WS-VALOR-TITULO
               END-IF
               SUBTRACT WS-VALOR-TITULO FROM WS-SALDO-PARCELAR
               PERFORM Grava-Parcela
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *GRAVA-PARCELA - GRAVA O TITULO DA PARCELA CORRENTE (RC-PARCELA,
      *RC-QTPARC E RC-CONDPG JA POSTOS) E IMPRIME A LINHA DA PARCELA
      *NA NOTA QUANDO HA MAIS DE UMA.
       Grava-Parcela SECTION.
           MOVE WS-NUM-NOTA   TO RC-NFNUM
           MOVE WS-CLIENTE    TO RC-CLI
           MOVE WS-DATA-HOJE  TO RC-EMISSAO
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + RC-CONDPG
           COMPUTE RC-VENCTO =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-VENCTO)
      *VENCIMENTO EM SABADO, DOMINGO OU FERIADO DA PRACA DO CLIENTE
      *ROLA PARA O DIA UTIL SEGUINTE (ACEFE, CPYDUPG).
           MOVE RC-VENCTO     TO WS-Du-Data
           MOVE WS-UF-CLIENTE TO WS-Du-Uf
           MOVE CLI-CIDADE    TO WS-Du-Cidade
           PERFORM PROXIMO-DIA-UTIL THRU SAI-PROXIMO-DIA-UTIL
           MOVE WS-Du-Data    TO RC-VENCTO
           MOVE WS-VALOR-TITULO TO RC-VALOR
           MOVE ZEROS         TO RC-VALORPAGO RC-DATAPAGTO
                                 RC-DTREMESSA RC-ENCPAGO
                                 RC-ENCDISP RC-DTENCARGO
                                 RC-CHEQUE RC-ENCPEND
           MOVE "A"           TO RC-SITUACAO
           MOVE "N"           TO RC-REMESSA
           MOVE WS-PLANO-NOTA TO RC-PLANO
           WRITE REG-RC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TITULO A RECEBER."
           END-WRITE
           IF RC-QTPARC > 1
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE RC-PARCELA TO NFP-PARC
               MOVE RC-QTPARC  TO NFP-QTPARC
               MOVE RC-VENCTO  TO NFP-VENCTO
               MOVE RC-VALOR   TO NFP-VALOR
               WRITE REG-REL FROM WS-LINHA-NF-PARC
               ADD 1 TO WS-Rel-Linha
           END-IF
           .

      *---------------------------------------------------------------*
      *MERCADORIA). SEM TABELA NENHUMA O FRETE SAI ZERADO.
       Calcula-Frete-Nota SECTION.
           MOVE ZERO TO WS-FRETE-NOTA
      *O LOTE E O FATURAMENTO DO DIA DE ROTA: SAI PELA FROTA PROPRIA.
           IF ACETP-DISPONIVEL
              AND NOT FATURA-EM-LOTE
               DISPLAY "TRANSPORTADORA (0 = FROTA PROPRIA): "
               ACCEPT WS-TRANSP-NOTA
           ELSE

       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACE09 ACE11 ACE12 ACE14 ACE15
                 ACECL ACECE ACELT ACELS ACESR ACERC ACEVL ACECG
                 ACESP Arquivo-Log
                 RELATO
           IF ACETX-DISPONIVEL
               CLOSE ACETX
           END-IF
           IF ACEKT-DISPONIVEL
               CLOSE ACEKT
           END-IF
           IF ACEPL-DISPONIVEL
               CLOSE ACEPL
           END-IF
           IF Sv-Disponivel
               CLOSE ACESV
           END-IF
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           STOP RUN
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
