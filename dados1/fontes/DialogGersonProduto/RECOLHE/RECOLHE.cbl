000010*RECOLHE-RECOLHIMENTO DE LOTE (RECALL DO FORNECEDOR). DADO O    *
000020*PRODUTO E O NUMERO DO LOTE CHAMADO, MARCA COMO RECOLHIDO       *
000030*(LT-RECOLHIDO) TODO SALDO DO LOTE EM ACELT, EM QUALQUER        *
000040*ALMOXARIFADO E VALIDADE - A BAIXA PELO VENCIMENTO PASSA A      *
000050*PULAR O LOTE E O PEDIDO DE VENDA TIRA O SALDO RECOLHIDO DO     *
000060*DISPONIVEL; O LOTE SO SAI DA CASA PELA DEVOLUCAO AO FORNECEDOR *
000070*(DEVOL), COM O LOTE INFORMADO. EM SEGUIDA IMPRIME A            *
000080*DISTRIBUICAO DO LOTE A PARTIR DO RASTRO DE SAIDAS (ACELS):     *
000090*CADA NOTA\PEDIDO\VENDA DO CAIXA, CLIENTE E CIDADE DA ENTREGA   *
000100*(ENDERECO DA NOTA OU DO PEDIDO, SENAO O DO CADASTRO) COM AS    *
000110*QUANTIDADES, E AS SAIDAS INTERNAS (TRANSFERENCIA, BAIXA,       *
000120*REQUISICAO...) PARA O LOTE SER PROCURADO TAMBEM NOS OUTROS     *
000130*ALMOXARIFADOS. O RECOLHIMENTO VAI PARA O LOG DE OPERACOES. A   *
000140*REIMPRESSAO SO LISTA, SEM BLOQUEAR. EXIGE NIVEL DE MANUTENCAO. *
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. RECOLHE.
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELC-11".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELEE".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELLS".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000310     SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
000320            ORGANIZATION IS INDEXED
000330            ACCESS MODE  IS DYNAMIC
000340            RECORD KEY   IS Cid-Codigo
000350            FILE STATUS  IS FS-CID.
000360     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000370                    FILE STATUS IS FS-REL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000410 COPY "C:\Repo2024\cobol\dados1\book\FD-11".
000420 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000430 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000440 COPY "C:\Repo2024\cobol\dados1\book\FDEE".
000450 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
000460 COPY "C:\Repo2024\cobol\dados1\book\FDLS".
000470 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000480 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000490 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000500 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
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
000630 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000640 WORKING-STORAGE SECTION.
000650 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000660 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000670 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000680 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000690 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000700 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
000710 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-CID                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-RECOLHE        PIC X(01) VALUE "N".
           88  FIM-RECOLHE       VALUE "S".
       01  WS-FIM-LOTES          PIC X(01).
           88  FIM-LOTES         VALUE "S".
       01  WS-FIM-SAIDAS         PIC X(01).
           88  FIM-SAIDAS        VALUE "S".
       01  WS-PRODUTO-OK         PIC X(01).
           88  PRODUTO-OK        VALUE "S".
       01  WS-NOTA-CANCELADA     PIC X(01).
           88  NOTA-CANCELADA    VALUE "S".
       01  WS-ACE11-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACE11-DISPONIVEL  VALUE "S".
       01  WS-ACE14-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACE14-DISPONIVEL  VALUE "S".
       01  WS-ACEEE-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACEEE-DISPONIVEL  VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-COD                PIC 9(06).
       01  WS-LOTE               PIC X(10).
       01  WS-CLIENTE            PIC 9(06).
       01  WS-ENDENT             PIC 9(02).
       01  WS-CIDADE             PIC 9(05).
       01  WS-QT-MARCADOS        PIC 9(05) VALUE ZERO.
       01  WS-QT-SAIDAS-CLI      PIC 9(05) VALUE ZERO.

      *QUANTIDADES DO LOTE: O QUE AINDA ESTA NA CASA E PARA ONDE
      *FOI O QUE SAIU, PELO TIPO DO DOCUMENTO DO RASTRO.
       01  WS-QT-NA-CASA         PIC 9(09) VALUE ZERO.
       01  WS-QT-CLIENTES        PIC 9(09) VALUE ZERO.
       01  WS-QT-INTERNO         PIC 9(09) VALUE ZERO.
       01  WS-QT-FORNECEDOR      PIC 9(09) VALUE ZERO.

       01  WS-LINHA-PRODUTO.
           03  FILLER            PIC X(09) VALUE "PRODUTO: ".
           03  PRD-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  PRD-DESC          PIC X(40).
           03  FILLER            PIC X(07) VALUE " LOTE: ".
           03  PRD-LOTE          PIC X(10).

       01  WS-LINHA-SECAO.
           03  SEC-TITULO        PIC X(60).

       01  WS-LINHA-COL-LOTE.
           03  FILLER            PIC X(40) VALUE
               "ALM VALIDADE QUANTIDADE SITUACAO".

       01  WS-LINHA-LOTE.
           03  LOT-ALM           PIC Z9.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  LOT-VALIDADE      PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LOT-QTDE          PIC Z(09)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LOT-SITUACAO      PIC X(10).

       01  WS-LINHA-COL-SAIDA.
           03  FILLER            PIC X(40) VALUE
               "DATA     AL DOCUMENT NUMERO CLIENT NOME ".
           03  FILLER            PIC X(39) VALUE
               "            CIDADE           UF    QTDE".

       01  WS-LINHA-SAIDA.
           03  SAI-DATA          PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAI-ALM           PIC Z9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAI-DOC           PIC X(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAI-DOCNUM        PIC Z(05)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAI-CLIENTE       PIC Z(05)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAI-NOME          PIC X(16).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAI-CIDADE        PIC X(16).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAI-UF            PIC X(02).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  SAI-QTDE          PIC Z(06)9.

       01  WS-LINHA-TOT.
           03  TOT-ROTULO        PIC X(45).
           03  TOT-QTDE          PIC Z(08)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-RECOLHE
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "RECOLHE - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-RECOLHE
           END-IF
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE "ACE01" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-RECOLHE
           END-IF
           OPEN INPUT ACE01
           OPEN INPUT ACECL
           OPEN INPUT Arquivo-Cidade
      *SEM NOTAS\PEDIDOS\ENDERECOS DE ENTREGA A DISTRIBUICAO SAI SO
      *COM O CLIENTE GRAVADO NO RASTRO E A CIDADE DO CADASTRO.
           OPEN INPUT ACE14
           IF FS = "00"
               MOVE "S" TO WS-ACE14-DISPONIVEL
           END-IF
           OPEN INPUT ACE11
           IF FS = "00"
               MOVE "S" TO WS-ACE11-DISPONIVEL
           END-IF
           OPEN INPUT ACEEE
           IF FS = "00"
               MOVE "S" TO WS-ACEEE-DISPONIVEL
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
           MOVE "RECOLHE" TO WS-Log-Programa
           MOVE "RECOLHE" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "RECOLHE - 1=RECOLHER LOTE (BLOQUEIA E IMPRIME "
                   "DISTRIBUICAO) 2=REIMPRIMIR DISTRIBUICAO 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Recolhe-Lote
               WHEN 2
                   PERFORM Pede-Produto-Lote
                   IF PRODUTO-OK
                       PERFORM Imprime-Distribuicao
                   END-IF
               WHEN 0
                   MOVE "S" TO WS-FIM-RECOLHE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Pede-Produto-Lote SECTION.
           MOVE "N" TO WS-PRODUTO-OK
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT WS-COD
           MOVE WS-COD TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO."
               NOT INVALID KEY
                   DISPLAY "NUMERO DO LOTE: "
                   ACCEPT WS-LOTE
                   IF WS-LOTE = SPACES
                       DISPLAY "LOTE NAO INFORMADO."
                   ELSE
                       MOVE "S" TO WS-PRODUTO-OK
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *RECOLHE-LOTE - BLOQUEIA O SALDO DO LOTE EM TODOS OS
      *ALMOXARIFADOS, REGISTRA NO LOG E IMPRIME A DISTRIBUICAO.
       Recolhe-Lote SECTION.
           PERFORM Pede-Produto-Lote
           IF PRODUTO-OK
               DISPLAY "CONFIRMA O RECOLHIMENTO DO LOTE " WS-LOTE
                       " DO PRODUTO " WS-COD " (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR "s"
                   PERFORM Marca-Lote-Recolhido
                   MOVE "RECALL"   TO WS-Log-Funcao
                   MOVE WS-COD     TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   MOVE "RECALL-LT" TO WS-Log-Funcao
                   MOVE WS-LOTE     TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   DISPLAY "RECOLHE - REGISTROS DE LOTE BLOQUEADOS "
                           "AGORA: " WS-QT-MARCADOS
                   PERFORM Imprime-Distribuicao
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *MARCA-LOTE-RECOLHIDO - O MESMO NUMERO DE LOTE PODE ESTAR EM
      *VARIOS ALMOXARIFADOS (TRANSFERENCIA) E COM MAIS DE UMA
      *VALIDADE: TODOS OS REGISTROS DO PRODUTO COM ESTE LOTE FICAM
      *RECOLHIDOS.
       Marca-Lote-Recolhido SECTION.
           MOVE ZERO TO WS-QT-MARCADOS
           MOVE "N" TO WS-FIM-LOTES
           MOVE WS-COD TO COD-LT
           MOVE ZEROS  TO VALIDADE-LT ALM-LT
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
                       IF COD-LT NOT = WS-COD
                           MOVE "S" TO WS-FIM-LOTES
                       ELSE
                           IF LOTE-LT = WS-LOTE AND NOT LT-RECOLHIDO
                               MOVE "R" TO LT-SITUACAO
                               REWRITE REG-LT
                                   INVALID KEY
                                       DISPLAY "ERRO AO GRAVAR LOTE."
                                   NOT INVALID KEY
                                       ADD 1 TO WS-QT-MARCADOS
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *IMPRIME-DISTRIBUICAO - O QUE RESTA DO LOTE NA CASA E TODA
      *SAIDA DO LOTE GRAVADA NO RASTRO (ACELS), EM ORDEM DE DATA.
       Imprime-Distribuicao SECTION.
           MOVE ZERO TO WS-QT-NA-CASA WS-QT-CLIENTES WS-QT-INTERNO
                        WS-QT-FORNECEDOR WS-QT-SAIDAS-CLI
           MOVE "RECOLHIMENTO DE LOTE (RECALL)" TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-COD  TO PRD-COD
           MOVE DESC-01 TO PRD-DESC
           MOVE WS-LOTE TO PRD-LOTE
           WRITE REG-REL FROM WS-LINHA-PRODUTO
           ADD 1 TO WS-Rel-Linha
           MOVE "SALDO DO LOTE AINDA NA CASA" TO SEC-TITULO
           PERFORM Imprime-Secao
           WRITE REG-REL FROM WS-LINHA-COL-LOTE
           ADD 1 TO WS-Rel-Linha
           MOVE "N" TO WS-FIM-LOTES
           MOVE WS-COD TO COD-LT
           MOVE ZEROS  TO VALIDADE-LT ALM-LT
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
                       IF COD-LT NOT = WS-COD
                           MOVE "S" TO WS-FIM-LOTES
                       ELSE
                           IF LOTE-LT = WS-LOTE
                               PERFORM Imprime-Lote
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE "SAIDAS DO LOTE - QUEM RECEBEU" TO SEC-TITULO
           PERFORM Imprime-Secao
           WRITE REG-REL FROM WS-LINHA-COL-SAIDA
           ADD 1 TO WS-Rel-Linha
           MOVE "N" TO WS-FIM-SAIDAS
           MOVE WS-COD  TO LS-COD
           MOVE WS-LOTE TO LS-LOTE
           MOVE ZEROS   TO LS-DATA LS-HORA
           START ACELS KEY IS NOT LESS LS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SAIDAS
           END-START
           PERFORM UNTIL FIM-SAIDAS
               READ ACELS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SAIDAS
                   NOT AT END
                       IF LS-COD NOT = WS-COD
                          OR LS-LOTE NOT = WS-LOTE
                           MOVE "S" TO WS-FIM-SAIDAS
                       ELSE
                           PERFORM Imprime-Saida
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           PERFORM Imprime-Totais
           .

      *---------------------------------------------------------------*

       Imprime-Lote SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE ALM-LT      TO LOT-ALM
           MOVE VALIDADE-LT TO LOT-VALIDADE
           MOVE QTDE-LT     TO LOT-QTDE
           IF LT-RECOLHIDO
               MOVE "RECOLHIDO" TO LOT-SITUACAO
           ELSE
               MOVE "LIVRE"     TO LOT-SITUACAO
           END-IF
           WRITE REG-REL FROM WS-LINHA-LOTE
           ADD 1 TO WS-Rel-Linha
           ADD QTDE-LT TO WS-QT-NA-CASA
           .

      *---------------------------------------------------------------*
      *IMPRIME-SAIDA - UMA LINHA POR SAIDA DO RASTRO. NOTA E PEDIDO
      *LEVAM O CLIENTE E A CIDADE DA ENTREGA (ENDERECO ESCOLHIDO NO
      *DOCUMENTO, COMO O ROMANEIO ROTEIA); AS DEMAIS SAO INTERNAS OU
      *DE FORNECEDOR.
       Imprime-Saida SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE LS-DATA   TO SAI-DATA
           MOVE LS-ALM    TO SAI-ALM
           MOVE LS-DOCNUM TO SAI-DOCNUM
           MOVE LS-QTDE   TO SAI-QTDE
           MOVE SPACES    TO SAI-NOME SAI-CIDADE SAI-UF
           MOVE LS-CLIENTE TO WS-CLIENTE
           MOVE ZERO       TO WS-ENDENT
           MOVE "N"        TO WS-NOTA-CANCELADA
           EVALUATE LS-DOCTIPO
               WHEN "N"
                   MOVE "NOTA"     TO SAI-DOC
                   PERFORM Le-Nota-Saida
               WHEN "P"
                   MOVE "PEDIDO"   TO SAI-DOC
                   PERFORM Le-Pedido-Saida
               WHEN "V"
                   MOVE "CAIXA"    TO SAI-DOC
                   MOVE "CONSUMIDOR CAIXA" TO SAI-NOME
               WHEN "F"
                   MOVE "DEV.FORN" TO SAI-DOC
                   MOVE "FORNECEDOR" TO SAI-NOME
               WHEN "T"
                   MOVE "TRANSF"   TO SAI-DOC
               WHEN "B"
                   MOVE "BAIXA"    TO SAI-DOC
               WHEN "C"
                   MOVE "CONTAGEM" TO SAI-DOC
               WHEN "G"
                   MOVE "CONSIG"   TO SAI-DOC
               WHEN "K"
                   MOVE "KIT"      TO SAI-DOC
               WHEN "R"
                   MOVE "REQUISIC" TO SAI-DOC
               WHEN OTHER
                   MOVE "AVULSO"   TO SAI-DOC
           END-EVALUATE
           IF WS-CLIENTE NOT = ZERO
               PERFORM Le-Cliente-Saida
           END-IF
           MOVE WS-CLIENTE TO SAI-CLIENTE
      *NOTA CANCELADA POR ESTORNO DEVOLVEU O LOTE AO ESTOQUE: SAI NA
      *LISTA, MAS NAO CONTA COMO ENTREGUE A CLIENTE.
           IF NOTA-CANCELADA
               MOVE "NF CANC." TO SAI-DOC
           END-IF
           EVALUATE TRUE
               WHEN NOTA-CANCELADA
                   ADD LS-QTDE TO WS-QT-INTERNO
               WHEN LS-DOCTIPO = "N"
               WHEN LS-DOCTIPO = "P"
               WHEN LS-DOCTIPO = "V"
                   ADD LS-QTDE TO WS-QT-CLIENTES
                   ADD 1 TO WS-QT-SAIDAS-CLI
               WHEN LS-DOCTIPO = "F"
                   ADD LS-QTDE TO WS-QT-FORNECEDOR
               WHEN OTHER
                   ADD LS-QTDE TO WS-QT-INTERNO
           END-EVALUATE
           WRITE REG-REL FROM WS-LINHA-SAIDA
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Le-Nota-Saida SECTION.
           IF ACE14-DISPONIVEL
               MOVE LS-DOCNUM TO NF-NUM
               READ ACE14
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-CLIENTE = ZERO
                           MOVE NF-CLI TO WS-CLIENTE
                       END-IF
                       IF NF-CANCELADA
                           MOVE "S" TO WS-NOTA-CANCELADA
                       END-IF
                       IF NF-ENDENT NUMERIC
                           MOVE NF-ENDENT TO WS-ENDENT
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Le-Pedido-Saida SECTION.
           IF ACE11-DISPONIVEL
               MOVE LS-DOCNUM TO NUM-11
               READ ACE11
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-CLIENTE = ZERO AND CLI-11 NUMERIC
                           MOVE CLI-11 TO WS-CLIENTE
                       END-IF
                       IF ENDENT-11 NUMERIC
                           MOVE ENDENT-11 TO WS-ENDENT
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *LE-CLIENTE-SAIDA - NOME DO CLIENTE E CIDADE DA ENTREGA: A DO
      *ENDERECO ESCOLHIDO NO DOCUMENTO, SENAO A DO CADASTRO.
       Le-Cliente-Saida SECTION.
           MOVE ZEROS TO WS-CIDADE
           MOVE WS-CLIENTE TO CLI-CODIGO
           READ ACECL
               INVALID KEY
                   MOVE "CLIENTE NAO CAD." TO SAI-NOME
               NOT INVALID KEY
                   MOVE CLI-NOME   TO SAI-NOME
                   MOVE CLI-CIDADE TO WS-CIDADE
           END-READ
           MOVE "00" TO FS
           IF ACEEE-DISPONIVEL AND WS-ENDENT NOT = ZERO
               MOVE WS-CLIENTE TO EE-CLI
               MOVE WS-ENDENT  TO EE-SEQ
               READ ACEEE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EE-CIDADE TO WS-CIDADE
               END-READ
               MOVE "00" TO FS
           END-IF
           IF WS-CIDADE NOT = ZERO
               MOVE WS-CIDADE TO Cid-Codigo
               READ Arquivo-Cidade
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Cidade     TO SAI-CIDADE
                       MOVE Cid-Estado TO SAI-UF
               END-READ
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Totais SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "ENTREGUE A CLIENTES (NOTA\PEDIDO\CAIXA): "
               TO TOT-ROTULO
           MOVE WS-QT-CLIENTES TO TOT-QTDE
           WRITE REG-REL FROM WS-LINHA-TOT
           MOVE "SAIDAS PARA CLIENTES A CONTATAR: " TO TOT-ROTULO
           MOVE WS-QT-SAIDAS-CLI TO TOT-QTDE
           WRITE REG-REL FROM WS-LINHA-TOT
           MOVE "SAIDA INTERNA (TRANSF\BAIXA...) OU NF CANCELADA: "
               TO TOT-ROTULO
           MOVE WS-QT-INTERNO TO TOT-QTDE
           WRITE REG-REL FROM WS-LINHA-TOT
           MOVE "DEVOLVIDO AO FORNECEDOR: " TO TOT-ROTULO
           MOVE WS-QT-FORNECEDOR TO TOT-QTDE
           WRITE REG-REL FROM WS-LINHA-TOT
           MOVE "SALDO AINDA NA CASA: " TO TOT-ROTULO
           MOVE WS-QT-NA-CASA TO TOT-QTDE
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 6 TO WS-Rel-Linha
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

       Program-Terminate SECTION.
           CLOSE ACE01 ACECL Arquivo-Cidade ACELT ACELS Arquivo-Log
                 RELATO
           IF ACE14-DISPONIVEL
               CLOSE ACE14
           END-IF
           IF ACE11-DISPONIVEL
               CLOSE ACE11
           END-IF
           IF ACEEE-DISPONIVEL
               CLOSE ACEEE
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
