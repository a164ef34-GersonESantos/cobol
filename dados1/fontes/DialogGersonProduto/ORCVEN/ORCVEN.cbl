000010*ORCVEN-ORCAMENTOS DE VENDA COM VALIDADE E CONVERSAO EM PEDIDO  *
000020*(ACEOV\ACEOI). O VENDEDOR EMITE O ORCAMENTO DO CLIENTE         *
000030*PRECIFICADO PELA MESMA REGRA DO PEDIDO E DO FATURAMENTO:       *
000040*TABELA DO CLIENTE EM ACE09 (SEM LINHA VALE O PRVAR-01R),       *
000050*PROMOCAO VIGENTE EM ACEPM POR CIMA E CONTRATO VIGENTE EM ACECT *
000060*POR CIMA DE TUDO; O DESCONTO DO ITEM OBEDECE AO TETO DO NIVEL  *
000070*2 (DESCMAX-CE, ACIMA SO SUPERVISOR). O ORCAMENTO TEM DATA DE   *
000080*VALIDADE, SAI IMPRESSO PARA O CLIENTE EM RELATO E NAO RESERVA  *
000090*ESTOQUE. O ORCAMENTO ACEITO VIRA PEDIDO ABERTO EM ACE11\ACE12  *
000100*NUM SO PASSO, COM AS CONFERENCIAS DE PEDVEN REFEITAS NA HORA:  *
000110*ORCAMENTO DENTRO DA VALIDADE, PRECO DE PROMOCAO OU CONTRATO    *
000120*QUE JA ACABOU REFEITO PELA REGRA DE HOJE,                      *
000130*CLIENTE\VENDEDOR\ENDERECO ATIVOS, SALDO DISPONIVEL LIQUIDO DAS *
000140*RESERVAS (KIT PELO MONTAVEL) E LIMITE DE CREDITO (CPYCRPG,     *
000150*ESTOURO SO COM SUPERVISOR). QUALQUER ITEM RECUSADO DEIXA O     *
000160*ORCAMENTO ABERTO E NENHUM PEDIDO E GRAVADO. O RELATORIO        *
000170*SEMANAL POR VENDEDOR MOSTRA OS ORCAMENTOS EMITIDOS NA SEMANA   *
000180*EM ABERTO, VENCIDOS, CONVERTIDOS E CANCELADOS COM A TAXA DE    *
000190*CONVERSAO. TUDO FICA NO LOG.                                   *
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ORCVEN.
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250 COPY "C:\Repo2024\cobol\dados1\book\SELOV".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELOI".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELC-09".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELC-11".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELC-12".
000310 COPY "C:\Repo2024\cobol\dados1\book\SELPM".
000320 COPY "C:\Repo2024\cobol\dados1\book\SELCT".
000330 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000340 COPY "C:\Repo2024\cobol\dados1\book\SELRC".
000350 COPY "C:\Repo2024\cobol\dados1\book\SELVD".
000360 COPY "C:\Repo2024\cobol\dados1\book\SELEE".
000370 COPY "C:\Repo2024\cobol\dados1\book\SELKT".
000380 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
000390 COPY "C:\Repo2024\cobol\dados1\book\SELLS".
000400 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000410 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000420 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000430 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000440     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000450                    FILE STATUS IS FS-REL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 COPY "C:\Repo2024\cobol\dados1\book\FDOV".
000490 COPY "C:\Repo2024\cobol\dados1\book\FDOI".
000500 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000510 COPY "C:\Repo2024\cobol\dados1\book\FD-09".
000520 COPY "C:\Repo2024\cobol\dados1\book\FD-11".
000530 COPY "C:\Repo2024\cobol\dados1\book\FD-12".
000540 COPY "C:\Repo2024\cobol\dados1\book\FDPM".
000550 COPY "C:\Repo2024\cobol\dados1\book\FDCT".
000560 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000570 COPY "C:\Repo2024\cobol\dados1\book\FDRC".
000580 COPY "C:\Repo2024\cobol\dados1\book\FDVD".
000590 COPY "C:\Repo2024\cobol\dados1\book\FDEE".
000600 COPY "C:\Repo2024\cobol\dados1\book\FDKT".
000610 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
000620 COPY "C:\Repo2024\cobol\dados1\book\FDLS".
000630 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000640 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000650 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000660 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000670 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000680 WORKING-STORAGE SECTION.
000690 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000700 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000710 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000720 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000730 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000740 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
000750 COPY "C:\Repo2024\cobol\dados1\book\CPYCRWS".
000760 COPY "C:\Repo2024\cobol\dados1\book\CPYCTWS".
000770 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".

       01  FS-REL                PIC X(02) VALUE "00".

      *VALIDADE PADRAO DO ORCAMENTO, EM DIAS CORRIDOS DA EMISSAO.
       78  Tl-Validade-Padrao    VALUE 10.
       78  Tl-Max-Itens          VALUE 20.
       78  Tl-Max-Vendedores     VALUE 200.

       01  WS-FIM-ORCVEN         PIC X(01) VALUE "N".
           88  FIM-ORCVEN        VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-FIM-LISTA          PIC X(01).
           88  FIM-LISTA         VALUE "S".
       01  WS-ORCAMENTO-OK       PIC X(01).
           88  ORCAMENTO-OK      VALUE "S".
       01  WS-ITEM-OK            PIC X(01).
           88  ITEM-OK           VALUE "S".
       01  WS-DESC-LIBERADO      PIC X(01).
           88  DESC-LIBERADO     VALUE "S".
       01  WS-ACE09-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACE09-DISPONIVEL  VALUE "S".
       01  WS-ACEPM-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACEPM-DISPONIVEL  VALUE "S".
       01  WS-ACEVD-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACEVD-DISPONIVEL  VALUE "S".
       01  WS-ACEEE-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACEEE-DISPONIVEL  VALUE "S".
       01  WS-ACEKT-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACEKT-DISPONIVEL  VALUE "S".
       01  WS-ACELT-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACELT-DISPONIVEL  VALUE "S".
       01  WS-EH-KIT             PIC X(01).
           88  EH-KIT            VALUE "S".
       01  WS-FIM-KIT            PIC X(01).
           88  FIM-KIT           VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DIAS-VALIDADE      PIC 9(03).
       01  WS-JULIANO-TRAB       PIC 9(07).
       01  WS-DESCMAX            PIC 9(02)V99 VALUE ZERO.
       01  WS-NUM-ORCAMENTO      PIC 9(06).
       01  WS-NUM-PEDIDO         PIC 9(06).
       01  WS-CLIENTE            PIC 9(06).
       01  WS-CODTAB             PIC X(01).
       01  WS-PRODUTO            PIC 9(06).
       01  WS-ALMOXARIFADO       PIC 9(02).
       01  WS-QTDE               PIC 9(07)V9(03).
       01  WS-DESC               PIC 9(02)V99.
       01  WS-PRECO-ITEM         PIC 9(08)V99.
       01  WS-ORIGEM-ITEM        PIC X(01).
       01  WS-VALOR-ITEM         PIC 9(10)V99.
       01  WS-VLR-ORCAMENTO      PIC 9(10)V99.
       01  WS-VLR-PEDIDO         PIC 9(10)V99.
       01  WS-RESERVADO          PIC 9(07)V9(03).
       01  WS-QT-PENDENTE        PIC 9(07)V9(03).
       01  WS-COD-KIT            PIC 9(06).
       01  WS-MONTAVEL           PIC 9(07).
       01  WS-MONTAVEL-COMP      PIC 9(07).
       01  WS-MOTIVO             PIC X(40).
       01  WS-ORC-VALIDADE       PIC 9(08).
       01  WS-ORC-VEND           PIC 9(04).
       01  WS-ORC-ENDENT         PIC 9(02).
       01  WS-ORC-CLIENTE        PIC X(40).
       01  WS-IX                 PIC 9(03) COMP.
       01  WS-JX                 PIC 9(03) COMP.
       01  WS-VX                 PIC 9(03) COMP.

       01  WS-QT-ITENS           PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-ITENS.
           03  WS-ITEM OCCURS 20 TIMES.
               05  ITM-COD       PIC 9(06).
               05  ITM-ALM       PIC 9(02).
               05  ITM-QTDE      PIC 9(07)V9(03).
               05  ITM-PRECO     PIC 9(08)V99.
               05  ITM-DESC      PIC 9(02)V99.
               05  ITM-ORIGEM    PIC X(01).

      *ACUMULADORES DO RELATORIO SEMANAL, UMA LINHA POR VENDEDOR.
       01  WS-DATA-INI           PIC 9(08).
       01  WS-DATA-FIM           PIC 9(08).
       01  WS-QT-VEND            PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-VEND.
           03  WS-VEND OCCURS 200 TIMES.
               05  VND-COD       PIC 9(04).
               05  VND-EMITIDOS  PIC 9(05).
               05  VND-ABERTOS   PIC 9(05).
               05  VND-VENCIDOS  PIC 9(05).
               05  VND-CONVERT   PIC 9(05).
               05  VND-CANCEL    PIC 9(05).
               05  VND-VLR-CONV  PIC 9(10)V99.
       01  WS-TOT-EMITIDOS       PIC 9(05).
       01  WS-TOT-ABERTOS        PIC 9(05).
       01  WS-TOT-VENCIDOS       PIC 9(05).
       01  WS-TOT-CONVERT        PIC 9(05).
       01  WS-TOT-CANCEL         PIC 9(05).
       01  WS-TOT-VLR-CONV       PIC 9(10)V99.
       01  WS-TAXA               PIC 9(03)V9.

       01  WS-LINHA-ORC1.
           03  FILLER            PIC X(12) VALUE "ORCAMENTO N.".
           03  LO-NUM            PIC 9(06).
           03  FILLER            PIC X(12) VALUE "   EMISSAO: ".
           03  LO-DATA           PIC 9(08).
           03  FILLER            PIC X(13) VALUE "   VALIDO ATE".
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LO-VALIDADE       PIC 9(08).

       01  WS-LINHA-ORC2.
           03  FILLER            PIC X(09) VALUE "CLIENTE: ".
           03  LO-CLI            PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LO-NOME           PIC X(40).

       01  WS-LINHA-ORC3.
           03  FILLER            PIC X(10) VALUE "VENDEDOR: ".
           03  LO-VEND           PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LO-VEND-NOME      PIC X(30).

       01  WS-LINHA-ITEM-CAB.
           03  FILLER            PIC X(07) VALUE "CODIGO".
           03  FILLER            PIC X(26) VALUE "DESCRICAO".
           03  FILLER            PIC X(12) VALUE "  QUANTIDADE".
           03  FILLER            PIC X(12) VALUE "  PRECO UNIT".
           03  FILLER            PIC X(07) VALUE " DESC%".
           03  FILLER            PIC X(14) VALUE "         TOTAL".

       01  WS-LINHA-ITEM.
           03  LI-COD            PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-DESC           PIC X(25).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-QTDE           PIC Z(06)9.999.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-PRECO          PIC Z(07)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-DESCP          PIC Z9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-TOTAL          PIC Z(09)9.99.

       01  WS-LINHA-TOTAL.
           03  FILLER            PIC X(53) VALUE SPACES.
           03  FILLER            PIC X(13) VALUE "TOTAL ORCADO ".
           03  LT-TOTAL          PIC Z(09)9.99.

       01  WS-LINHA-AVISO.
           03  FILLER            PIC X(25) VALUE
               "PRECOS VALIDOS ATE O DIA ".
           03  LA-VALIDADE       PIC 9(08).
           03  FILLER            PIC X(40) VALUE
               " - ESTE ORCAMENTO NAO RESERVA MERCADORIA".

       01  WS-LINHA-SEMANA.
           03  FILLER            PIC X(22) VALUE
               "ORCAMENTOS EMITIDOS DE".
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LS-INI            PIC 9(08).
           03  FILLER            PIC X(03) VALUE " A ".
           03  LS-FIM            PIC 9(08).
           03  FILLER            PIC X(15) VALUE "  SITUACAO EM ".
           03  LS-HOJE           PIC 9(08).

       01  WS-LINHA-VEND-CAB.
           03  FILLER            PIC X(26) VALUE "VEND  NOME".
           03  FILLER            PIC X(06) VALUE "  EMIT".
           03  FILLER            PIC X(06) VALUE " ABERT".
           03  FILLER            PIC X(06) VALUE "  VENC".
           03  FILLER            PIC X(06) VALUE "  CONV".
           03  FILLER            PIC X(06) VALUE "  CANC".
           03  FILLER            PIC X(14) VALUE "  VLR.CONVERT.".
           03  FILLER            PIC X(07) VALUE "   TAXA".

       01  WS-LINHA-VEND.
           03  LV-VEND           PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LV-NOME           PIC X(20).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LV-EMITIDOS       PIC Z(05)9.
           03  LV-ABERTOS        PIC Z(05)9.
           03  LV-VENCIDOS       PIC Z(05)9.
           03  LV-CONVERT        PIC Z(05)9.
           03  LV-CANCEL         PIC Z(05)9.
           03  LV-VLR-CONV       PIC Z(10)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LV-TAXA           PIC ZZ9.9.
           03  FILLER            PIC X(01) VALUE "%".

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-ORCVEN
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
      *CONFERE O CARIMBO DE VERSAO DOS ARQUIVOS DE PEDIDO (layout.ctl)
      *QUE A CONVERSAO GRAVA, COMO PEDVEN E PEDIMP.
           MOVE "ACE11" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-ORCVEN
           END-IF
           MOVE "ACE12" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-ORCVEN
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *O TETO DE DESCONTO DO NIVEL 2 VEM DO REGISTRO DA EMPRESA
      *(DESCMAX-CE), COMO EM PEDVEN; SEM REGISTRO VALE ZERO.
           OPEN INPUT ACECE
           IF FS = "00"
               MOVE WS-Arq-Empresa TO COD-CE
               READ ACECE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DESCMAX-CE NUMERIC
                           MOVE DESCMAX-CE TO WS-DESCMAX
                       END-IF
               END-READ
               CLOSE ACECE
           END-IF
           MOVE "00" TO FS
           OPEN I-O ACEOV
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEOV
               CLOSE ACEOV
               OPEN I-O ACEOV
           END-IF
           OPEN I-O ACEOI
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEOI
               CLOSE ACEOI
               OPEN I-O ACEOI
           END-IF
           OPEN I-O ACE11
           IF FS = "05" OR "35"
               OPEN OUTPUT ACE11
               CLOSE ACE11
               OPEN I-O ACE11
           END-IF
           OPEN I-O ACE12
           IF FS = "05" OR "35"
               OPEN OUTPUT ACE12
               CLOSE ACE12
               OPEN I-O ACE12
           END-IF
           OPEN INPUT ACE01
           OPEN INPUT ACECL
           IF FS NOT = "00"
               DISPLAY "ORCVEN - CADASTRO DE CLIENTES NAO ENCONTRADO."
               MOVE "S" TO WS-FIM-ORCVEN
           END-IF
      *ARQUIVOS OPCIONAIS: SEM ELES VALE A REGRA DE SEMPRE, COMO EM
      *PEDVEN (SEM TABELA\PROMOCAO\CONTRATO O PRECO E O PRVAR-01R).
           OPEN INPUT ACE09
           IF FS = "00"
               MOVE "S" TO WS-ACE09-DISPONIVEL
           END-IF
           OPEN INPUT ACEPM
           IF FS = "00"
               MOVE "S" TO WS-ACEPM-DISPONIVEL
           END-IF
           OPEN INPUT ACECT
           IF FS = "00"
               MOVE "S" TO WS-Ct-Disponivel
           END-IF
           OPEN INPUT ACERC
           IF FS = "00"
               MOVE "S" TO WS-Cr-Tem-Titulos
           END-IF
           OPEN INPUT ACEVD
           IF FS = "00"
               MOVE "S" TO WS-ACEVD-DISPONIVEL
           END-IF
           OPEN INPUT ACEEE
           IF FS = "00"
               MOVE "S" TO WS-ACEEE-DISPONIVEL
           END-IF
           OPEN INPUT ACEKT
           IF FS = "00"
               MOVE "S" TO WS-ACEKT-DISPONIVEL
           END-IF
           OPEN INPUT ACELT
           IF FS = "00"
               MOVE "S" TO WS-ACELT-DISPONIVEL
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "ORCVEN" TO WS-Log-Programa
           MOVE "ORCAMENTO DE VENDA           " TO WS-Rel-Titulo
           MOVE "ORCVEN" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "ORCVEN - 1=EMITIR 2=IMPRIMIR P\ CLIENTE "
                   "3=CONVERTER EM PEDIDO 4=CANCELAR "
                   "5=RELATORIO SEMANAL 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Emite-Orcamento
               WHEN 2
                   PERFORM Reimprime-Orcamento
               WHEN 3
                   PERFORM Converte-Orcamento
               WHEN 4
                   PERFORM Cancela-Orcamento
               WHEN 5
                   PERFORM Relatorio-Semanal
               WHEN 0
                   MOVE "S" TO WS-FIM-ORCVEN
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *EMITE-ORCAMENTO - CLIENTE, VENDEDOR, ENDERECO, VALIDADE E OS
      *ITENS PRECIFICADOS; NADA E CONFERIDO CONTRA O SALDO (O
      *ORCAMENTO NAO RESERVA) - ISSO FICA PARA A CONVERSAO.
       Emite-Orcamento SECTION.
           MOVE "S" TO WS-ORCAMENTO-OK
           DISPLAY "CLIENTE: "
           ACCEPT WS-CLIENTE
           PERFORM Le-Cliente
           IF ORCAMENTO-OK
               MOVE CLI-NOME   TO OV-CLIENTE
               MOVE CLI-CODTAB TO WS-CODTAB
               DISPLAY "VENDEDOR (0=SEM VENDEDOR): "
               ACCEPT OV-VEND
               DISPLAY "ENDERECO DE ENTREGA (0=PRINCIPAL): "
               ACCEPT OV-ENDENT
               PERFORM Confere-Vendedor
           END-IF
           IF ORCAMENTO-OK
               PERFORM Confere-Endereco
           END-IF
           IF ORCAMENTO-OK
               DISPLAY "VALIDADE EM DIAS (0=" Tl-Validade-Padrao "): "
               ACCEPT WS-DIAS-VALIDADE
               IF WS-DIAS-VALIDADE = ZERO
                   MOVE Tl-Validade-Padrao TO WS-DIAS-VALIDADE
               END-IF
               COMPUTE WS-JULIANO-TRAB =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-DIAS-VALIDADE
               COMPUTE OV-VALIDADE =
                   FUNCTION DATE-OF-INTEGER(WS-JULIANO-TRAB)
               MOVE "N" TO WS-DESC-LIBERADO
               MOVE ZERO TO WS-QT-ITENS
               MOVE "N" TO WS-FIM-ITENS
               PERFORM Digita-Item UNTIL FIM-ITENS
               IF WS-QT-ITENS = ZERO
                   DISPLAY "ORCAMENTO SEM ITENS - NADA GRAVADO."
               ELSE
                   PERFORM Grava-Orcamento
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *LE-CLIENTE - CLIENTE WS-CLIENTE ATIVO EM ACECL. CREDITO
      *BLOQUEADO (REVCRED) NAO IMPEDE O ORCAMENTO, SO AVISA: O PEDIDO
      *E QUE E RECUSADO NA CONVERSAO.
       Le-Cliente SECTION.
           MOVE WS-CLIENTE TO CLI-CODIGO
           READ ACECL
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO EM ACECL."
                   MOVE "N" TO WS-ORCAMENTO-OK
               NOT INVALID KEY
                   IF CLI-STATUS-INATIVO
                       DISPLAY "CLIENTE INATIVO - ORCAMENTO RECUSADO."
                       MOVE "N" TO WS-ORCAMENTO-OK
                   ELSE
                       DISPLAY "CLIENTE: " CLI-NOME
                       IF CLI-CREDITO-BLOQUEADO
                           DISPLAY "ATENCAO: CREDITO BLOQUEADO - O "
                                   "PEDIDO SO SAI DEPOIS DA LIBERACAO "
                                   "EM REVCRED."
                       END-IF
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CONFERE-VENDEDOR - VENDEDOR INFORMADO (DIFERENTE DE ZERO) TEM
      *DE EXISTIR E ESTAR ATIVO EM ACEVD, COMO VALIDA-VENDEDOR DE
      *PEDVEN.
       Confere-Vendedor SECTION.
           IF OV-VEND NOT = ZERO
               IF ACEVD-DISPONIVEL
                   MOVE OV-VEND TO VD-CODIGO
                   READ ACEVD
                       INVALID KEY
                           DISPLAY "VENDEDOR NAO CADASTRADO EM ACEVD."
                           MOVE "N" TO WS-ORCAMENTO-OK
                       NOT INVALID KEY
                           IF VENDEDOR-INATIVO
                               DISPLAY "VENDEDOR INATIVO."
                               MOVE "N" TO WS-ORCAMENTO-OK
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "CADASTRO DE VENDEDORES NAO ENCONTRADO."
                   MOVE "N" TO WS-ORCAMENTO-OK
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CONFERE-ENDERECO - ENDERECO INFORMADO (DIFERENTE DE ZERO) TEM
      *DE EXISTIR E ESTAR ATIVO PARA O CLIENTE EM ACEEE.
       Confere-Endereco SECTION.
           IF OV-ENDENT NOT = ZERO
               IF ACEEE-DISPONIVEL
                   MOVE WS-CLIENTE TO EE-CLI
                   MOVE OV-ENDENT  TO EE-SEQ
                   READ ACEEE
                       INVALID KEY
                           DISPLAY "ENDERECO DE ENTREGA NAO "
                                   "CADASTRADO."
                           MOVE "N" TO WS-ORCAMENTO-OK
                       NOT INVALID KEY
                           IF ENDERECO-INATIVO
                               DISPLAY "ENDERECO DE ENTREGA INATIVO."
                               MOVE "N" TO WS-ORCAMENTO-OK
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "ARQUIVO DE ENDERECOS NAO ENCONTRADO."
                   MOVE "N" TO WS-ORCAMENTO-OK
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Digita-Item SECTION.
           IF WS-QT-ITENS NOT < Tl-Max-Itens
               DISPLAY "LIMITE DE " Tl-Max-Itens " ITENS ATINGIDO."
               MOVE "S" TO WS-FIM-ITENS
           ELSE
               DISPLAY "PRODUTO (0=FIM): "
               ACCEPT WS-PRODUTO
               IF WS-PRODUTO = ZERO
                   MOVE "S" TO WS-FIM-ITENS
               ELSE
                   PERFORM Le-Item-Digitado
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Le-Item-Digitado SECTION.
           MOVE WS-PRODUTO TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO."
                   MOVE "23" TO FS
               NOT INVALID KEY
                   IF SIT-01-BLOQ-VENDA OR SIT-01-DESCONTINUADO
                       DISPLAY "PRODUTO BLOQUEADO P\ VENDA OU "
                               "DESCONTINUADO."
                       MOVE "23" TO FS
                   END-IF
           END-READ
           IF FS = "00"
               DISPLAY DESC-01 " " UND-01
               DISPLAY "ALMOXARIFADO (1 A 5): "
               ACCEPT WS-ALMOXARIFADO
               IF WS-ALMOXARIFADO = ZERO OR WS-ALMOXARIFADO > 5
                   MOVE 1 TO WS-ALMOXARIFADO
               END-IF
               DISPLAY "QUANTIDADE (9999999.999): "
               ACCEPT WS-QTDE
               DISPLAY "DESCONTO % (99.99): "
               ACCEPT WS-DESC
               IF WS-QTDE = ZERO
                   DISPLAY "QUANTIDADE ZERADA - ITEM IGNORADO."
               ELSE
               IF WS-DESC > WS-DESCMAX AND NOT Oper-Supervisor
                   DISPLAY "DESCONTO ACIMA DO TETO - EXIGE SUPERVISOR."
               ELSE
                   IF WS-DESC > WS-DESCMAX
                       MOVE "S" TO WS-DESC-LIBERADO
                   END-IF
                   PERFORM Precifica-Item
                   ADD 1 TO WS-QT-ITENS
                   MOVE COD-01          TO ITM-COD(WS-QT-ITENS)
                   MOVE WS-ALMOXARIFADO TO ITM-ALM(WS-QT-ITENS)
                   MOVE WS-QTDE         TO ITM-QTDE(WS-QT-ITENS)
                   MOVE WS-PRECO-ITEM   TO ITM-PRECO(WS-QT-ITENS)
                   MOVE WS-DESC         TO ITM-DESC(WS-QT-ITENS)
                   MOVE WS-ORIGEM-ITEM  TO ITM-ORIGEM(WS-QT-ITENS)
                   DISPLAY "PRECO " WS-PRECO-ITEM " (" WS-ORIGEM-ITEM
                           ")"
               END-IF
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *PRECIFICA-ITEM - PRECO DO PRODUTO EM REG-01 PARA O CLIENTE
      *WS-CLIENTE NA DATA DE HOJE: TABELA DO CLIENTE EM ACE09 (SEM
      *LINHA VALE O PRVAR-01R), PROMOCAO VIGENTE EM ACEPM POR CIMA E
      *CONTRATO VIGENTE (CPYCTPG) POR CIMA DE TUDO - A MESMA ORDEM
      *DO FATURAMENTO. WS-ORIGEM-ITEM DIZ DE ONDE SAIU O PRECO.
       Precifica-Item SECTION.
           MOVE PRVAR-01R TO WS-PRECO-ITEM
           MOVE "T" TO WS-ORIGEM-ITEM
           IF ACE09-DISPONIVEL
               MOVE COD-01    TO COD-09
               MOVE WS-CODTAB TO CODTAB-09
               READ ACE09
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRVAR-09R TO WS-PRECO-ITEM
               END-READ
           END-IF
           IF ACEPM-DISPONIVEL
               MOVE COD-01 TO COD-PM
               READ ACEPM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-DATA-HOJE NOT LESS PM-DATA-INI
                          AND WS-DATA-HOJE NOT GREATER PM-DATA-FIM
                           MOVE PM-PRVAR TO WS-PRECO-ITEM
                           MOVE "P" TO WS-ORIGEM-ITEM
                       END-IF
               END-READ
           END-IF
           IF Ct-Disponivel
               MOVE WS-CLIENTE   TO WS-Ct-Cliente
               MOVE COD-01       TO WS-Ct-Cod
               MOVE WS-DATA-HOJE TO WS-Ct-Data
               PERFORM BUSCA-PRECO-CONTRATO
                   THRU SAI-BUSCA-PRECO-CONTRATO
               IF Ct-Achado
                   MOVE WS-Ct-Prvar TO WS-PRECO-ITEM
                   MOVE "C" TO WS-ORIGEM-ITEM
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GRAVA-ORCAMENTO - NUMERO SEQUENCIADO A PARTIR DO ULTIMO
      *ORCAMENTO GRAVADO (COMO SEQUENCIA-PEDIDO DE PEDVEN), CAPA EM
      *ACEOV E UM ITEM POR LINHA DIGITADA EM ACEOI.
       Grava-Orcamento SECTION.
      *O DIGITADO NA CAPA ESTA NO PROPRIO REG-OV, QUE A BUSCA DO
      *ULTIMO NUMERO SOBREPOE.
           MOVE OV-VALIDADE TO WS-ORC-VALIDADE
           MOVE OV-VEND     TO WS-ORC-VEND
           MOVE OV-ENDENT   TO WS-ORC-ENDENT
           MOVE OV-CLIENTE  TO WS-ORC-CLIENTE
           MOVE 999999 TO OV-NUM
           START ACEOV KEY IS NOT GREATER OV-NUM
           IF FS NOT = "00" AND "02"
               MOVE ZERO TO WS-NUM-ORCAMENTO
           ELSE
               READ ACEOV PREVIOUS RECORD
               IF FS NOT = "00" AND "02"
                   MOVE ZERO TO WS-NUM-ORCAMENTO
               ELSE
                   MOVE OV-NUM TO WS-NUM-ORCAMENTO
               END-IF
           END-IF
           ADD 1 TO WS-NUM-ORCAMENTO
           MOVE "00" TO FS
           MOVE ZERO TO WS-VLR-ORCAMENTO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QT-ITENS
               PERFORM Calcula-Valor-Item
               ADD WS-VALOR-ITEM TO WS-VLR-ORCAMENTO
           END-PERFORM
           INITIALIZE REG-OV
           MOVE WS-NUM-ORCAMENTO TO OV-NUM
           MOVE WS-DATA-HOJE     TO OV-DATA
           MOVE WS-ORC-VALIDADE  TO OV-VALIDADE
           MOVE WS-CLIENTE       TO OV-CLI
           MOVE WS-ORC-CLIENTE   TO OV-CLIENTE
           MOVE WS-ORC-VEND      TO OV-VEND
           MOVE WS-ORC-ENDENT    TO OV-ENDENT
           MOVE WS-Oper-Codigo   TO OV-OPER
           MOVE "A"              TO OV-SITUACAO
           MOVE WS-VLR-ORCAMENTO TO OV-VALOR
           MOVE ZERO             TO OV-PEDIDO OV-DATA-CONV
           WRITE REG-OV
               INVALID KEY
                   DISPLAY "ORCVEN - ERRO AO GRAVAR O ORCAMENTO "
                           WS-NUM-ORCAMENTO
                   MOVE "23" TO FS
           END-WRITE
           IF FS = "00"
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-QT-ITENS
                   MOVE WS-NUM-ORCAMENTO  TO OI-NUM
                   MOVE WS-IX             TO OI-SEQ
                   MOVE ITM-COD(WS-IX)    TO OI-COD
                   MOVE ITM-ALM(WS-IX)    TO OI-ALM
                   MOVE ITM-QTDE(WS-IX)   TO OI-QTDE
                   MOVE ITM-PRECO(WS-IX)  TO OI-PRECO
                   MOVE ITM-DESC(WS-IX)   TO OI-DESC
                   MOVE ITM-ORIGEM(WS-IX) TO OI-ORIGEM
                   WRITE REG-OI
                       INVALID KEY
                           DISPLAY "ORCVEN - ERRO AO GRAVAR ITEM "
                                   WS-IX " DO ORCAMENTO "
                                   WS-NUM-ORCAMENTO
                   END-WRITE
               END-PERFORM
               MOVE "GRAVA-ORC"      TO WS-Log-Funcao
               MOVE WS-NUM-ORCAMENTO TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               IF DESC-LIBERADO
                   MOVE "LIB-DESC"       TO WS-Log-Funcao
                   MOVE WS-NUM-ORCAMENTO TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               END-IF
               DISPLAY "ORCAMENTO " WS-NUM-ORCAMENTO " GRAVADO - "
                       "VALOR " WS-VLR-ORCAMENTO
                       " VALIDO ATE " OV-VALIDADE
               DISPLAY "IMPRIME PARA O CLIENTE (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR "s"
                   PERFORM Imprime-Orcamento
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Calcula-Valor-Item SECTION.
           COMPUTE WS-VALOR-ITEM ROUNDED =
               ITM-QTDE(WS-IX) * ITM-PRECO(WS-IX)
               * (100 - ITM-DESC(WS-IX)) / 100
           .

      *---------------------------------------------------------------*
      *LE-ORCAMENTO - CAPA WS-NUM-ORCAMENTO EM REG-OV E OS ITENS NA
      *TABELA WS-TAB-ITENS.
       Le-Orcamento SECTION.
           DISPLAY "NUMERO DO ORCAMENTO: "
           ACCEPT WS-NUM-ORCAMENTO
           MOVE WS-NUM-ORCAMENTO TO OV-NUM
           READ ACEOV
               INVALID KEY
                   DISPLAY "ORCAMENTO NAO ENCONTRADO."
                   MOVE "23" TO FS
           END-READ
           IF FS = "00"
               PERFORM Carrega-Itens-Orcamento
           END-IF
           .

      *---------------------------------------------------------------*

       Carrega-Itens-Orcamento SECTION.
           MOVE ZERO TO WS-QT-ITENS
           MOVE "N" TO WS-FIM-LISTA
           MOVE WS-NUM-ORCAMENTO TO OI-NUM
           MOVE ZERO             TO OI-SEQ
           START ACEOI KEY IS NOT LESS OI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEOI NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF OI-NUM NOT = WS-NUM-ORCAMENTO
                          OR WS-QT-ITENS NOT < Tl-Max-Itens
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           ADD 1 TO WS-QT-ITENS
                           MOVE OI-COD    TO ITM-COD(WS-QT-ITENS)
                           MOVE OI-ALM    TO ITM-ALM(WS-QT-ITENS)
                           MOVE OI-QTDE   TO ITM-QTDE(WS-QT-ITENS)
                           MOVE OI-PRECO  TO ITM-PRECO(WS-QT-ITENS)
                           MOVE OI-DESC   TO ITM-DESC(WS-QT-ITENS)
                           MOVE OI-ORIGEM TO ITM-ORIGEM(WS-QT-ITENS)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Reimprime-Orcamento SECTION.
           PERFORM Le-Orcamento
           IF FS = "00"
               IF ORCAMENTO-ABERTO AND OV-VALIDADE < WS-DATA-HOJE
                   DISPLAY "ATENCAO: ORCAMENTO VENCIDO EM "
                           OV-VALIDADE
               END-IF
               PERFORM Imprime-Orcamento
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *IMPRIME-ORCAMENTO - O ORCAMENTO EM REG-OV\WS-TAB-ITENS, EM
      *PAGINA PROPRIA DE RELATO, PARA ENTREGAR AO CLIENTE.
       Imprime-Orcamento SECTION.
           MOVE "ORCAMENTO DE VENDA           " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE OV-NUM       TO LO-NUM
           MOVE OV-DATA      TO LO-DATA
           MOVE OV-VALIDADE  TO LO-VALIDADE LA-VALIDADE
           WRITE REG-REL FROM WS-LINHA-ORC1
           MOVE OV-CLI       TO LO-CLI
           MOVE OV-CLIENTE   TO LO-NOME
           WRITE REG-REL FROM WS-LINHA-ORC2
           ADD 2 TO WS-Rel-Linha
           IF OV-VEND NOT = ZERO
               MOVE OV-VEND TO LO-VEND
               MOVE SPACES  TO LO-VEND-NOME
               IF ACEVD-DISPONIVEL
                   MOVE OV-VEND TO VD-CODIGO
                   READ ACEVD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VD-NOME TO LO-VEND-NOME
                   END-READ
                   MOVE "00" TO FS
               END-IF
               WRITE REG-REL FROM WS-LINHA-ORC3
               ADD 1 TO WS-Rel-Linha
           END-IF
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-ITEM-CAB
           ADD 2 TO WS-Rel-Linha
           MOVE ZERO TO WS-VLR-ORCAMENTO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QT-ITENS
               PERFORM Imprime-Item-Orcamento
           END-PERFORM
           MOVE WS-VLR-ORCAMENTO TO LT-TOTAL
           WRITE REG-REL FROM WS-LINHA-TOTAL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-AVISO
           ADD 3 TO WS-Rel-Linha
           MOVE "IMPR-ORC" TO WS-Log-Funcao
           MOVE OV-NUM     TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "ORCAMENTO " OV-NUM " IMPRESSO EM RELATO."
           .

      *---------------------------------------------------------------*

       Imprime-Item-Orcamento SECTION.
           MOVE ITM-COD(WS-IX) TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "NAO ENCONTRADO" TO DESC-01
           END-READ
           MOVE "00" TO FS
           PERFORM Calcula-Valor-Item
           ADD WS-VALOR-ITEM TO WS-VLR-ORCAMENTO
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE ITM-COD(WS-IX)   TO LI-COD
           MOVE DESC-01          TO LI-DESC
           MOVE ITM-QTDE(WS-IX)  TO LI-QTDE
           MOVE ITM-PRECO(WS-IX) TO LI-PRECO
           MOVE ITM-DESC(WS-IX)  TO LI-DESCP
           MOVE WS-VALOR-ITEM    TO LI-TOTAL
           WRITE REG-REL FROM WS-LINHA-ITEM
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *CANCELA-ORCAMENTO - O CLIENTE RECUSOU: O ORCAMENTO ABERTO SAI
      *DA LISTA DE ABERTOS E CONTA COMO CANCELADO NO RELATORIO.
       Cancela-Orcamento SECTION.
           PERFORM Le-Orcamento
           IF FS = "00"
               IF NOT ORCAMENTO-ABERTO
                   DISPLAY "ORCAMENTO JA CONVERTIDO OU CANCELADO."
               ELSE
                   DISPLAY "CLIENTE " OV-CLIENTE
                   DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR "s"
                       MOVE "C"          TO OV-SITUACAO
                       MOVE WS-DATA-HOJE TO OV-DATA-CONV
                       REWRITE REG-OV
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR O ORCAMENTO."
                       END-REWRITE
                       MOVE "CANC-ORC" TO WS-Log-Funcao
                       MOVE OV-NUM     TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       DISPLAY "ORCAMENTO CANCELADO."
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CONVERTE-ORCAMENTO - O CLIENTE ACEITOU: O ORCAMENTO ABERTO E
      *DENTRO DA VALIDADE VIRA PEDIDO ABERTO EM ACE11\ACE12, DEPOIS
      *DE REFEITAS AS CONFERENCIAS DE PEDVEN. TUDO-OU-NADA: COM
      *QUALQUER RECUSA O ORCAMENTO FICA COMO ESTAVA.
       Converte-Orcamento SECTION.
           PERFORM Le-Orcamento
           IF FS = "00"
               MOVE "S" TO WS-ORCAMENTO-OK
               IF NOT ORCAMENTO-ABERTO
                   DISPLAY "ORCAMENTO JA CONVERTIDO OU CANCELADO."
                   MOVE "N" TO WS-ORCAMENTO-OK
               ELSE
               IF OV-VALIDADE < WS-DATA-HOJE
                   DISPLAY "ORCAMENTO VENCIDO EM " OV-VALIDADE
                           " - EMITA UM ORCAMENTO NOVO."
                   MOVE "N" TO WS-ORCAMENTO-OK
               END-IF
               END-IF
               IF ORCAMENTO-OK
                   PERFORM Confere-Cliente-Conversao
               END-IF
               IF ORCAMENTO-OK
                   PERFORM Confere-Itens-Conversao
               END-IF
               IF ORCAMENTO-OK
                   PERFORM Confere-Credito-Conversao
               END-IF
               IF ORCAMENTO-OK
                   DISPLAY "CONFIRMA O PEDIDO DO ORCAMENTO " OV-NUM
                           " (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR "s"
                       PERFORM Grava-Pedido-Orcamento
                   ELSE
                       DISPLAY "CONVERSAO CANCELADA."
                   END-IF
               ELSE
                   DISPLAY "ORCAMENTO NAO CONVERTIDO."
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CONFERE-CLIENTE-CONVERSAO - CLIENTE ATIVO E SEM BLOQUEIO DE
      *CREDITO, VENDEDOR E ENDERECO DO ORCAMENTO AINDA ATIVOS.
       Confere-Cliente-Conversao SECTION.
           MOVE OV-CLI TO WS-CLIENTE
           MOVE OV-CLI TO CLI-CODIGO
           READ ACECL
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO EM ACECL."
                   MOVE "N" TO WS-ORCAMENTO-OK
               NOT INVALID KEY
                   IF CLI-STATUS-INATIVO
                       DISPLAY "CLIENTE INATIVO - PEDIDO RECUSADO."
                       MOVE "N" TO WS-ORCAMENTO-OK
                   ELSE
                   IF CLI-CREDITO-BLOQUEADO
                       DISPLAY "CREDITO BLOQUEADO - LIBERACAO EM "
                               "REVCRED."
                       MOVE "N" TO WS-ORCAMENTO-OK
                   END-IF
                   END-IF
                   MOVE CLI-CODTAB TO WS-CODTAB
           END-READ
           MOVE "00" TO FS
           IF ORCAMENTO-OK
               PERFORM Confere-Vendedor
           END-IF
           IF ORCAMENTO-OK
               PERFORM Confere-Endereco
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-ITENS-CONVERSAO - POR ITEM: PRODUTO AINDA VENDAVEL,
      *DESCONTO DENTRO DO TETO DO OPERADOR QUE CONVERTE, PRECO AINDA
      *SUSTENTADO E SALDO DISPONIVEL. TODOS OS ITENS SAO CONFERIDOS
      *PARA O VENDEDOR VER TODAS AS RECUSAS DE UMA VEZ.
       Confere-Itens-Conversao SECTION.
           MOVE "N" TO WS-DESC-LIBERADO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QT-ITENS
               MOVE "S" TO WS-ITEM-OK
               MOVE SPACES TO WS-MOTIVO
               MOVE ITM-COD(WS-IX) TO COD-01
               READ ACE01
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO WS-MOTIVO
                   NOT INVALID KEY
                       IF SIT-01-BLOQ-VENDA OR SIT-01-DESCONTINUADO
                           MOVE "PRODUTO BLOQUEADO P\ VENDA"
                               TO WS-MOTIVO
                       END-IF
               END-READ
               MOVE "00" TO FS
               IF WS-MOTIVO = SPACES
                  AND ITM-DESC(WS-IX) > WS-DESCMAX
                   IF Oper-Supervisor
                       MOVE "S" TO WS-DESC-LIBERADO
                   ELSE
                       MOVE "DESCONTO ACIMA DO TETO - SUPERVISOR"
                           TO WS-MOTIVO
                   END-IF
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM Confere-Preco-Item
                   PERFORM Confere-Saldo-Item
               END-IF
               IF WS-MOTIVO NOT = SPACES
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "N" TO WS-ORCAMENTO-OK
                   DISPLAY "ITEM " WS-IX " PRODUTO " ITM-COD(WS-IX)
                           ": " WS-MOTIVO
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *CONFERE-PRECO-ITEM - DENTRO DA VALIDADE O PRECO ORCADO VALE,
      *MAS SO ENQUANTO A BASE DELE EXISTIR: PRECO DE PROMOCAO OU DE
      *CONTRATO QUE NAO ESTA MAIS VIGENTE HOJE E REFEITO PELA REGRA
      *DE HOJE (PRECIFICA-ITEM) E O NOVO PRECO E AVISADO.
       Confere-Preco-Item SECTION.
           PERFORM Precifica-Item
           IF (ITM-ORIGEM(WS-IX) = "P" OR "C")
              AND WS-ORIGEM-ITEM NOT = ITM-ORIGEM(WS-IX)
               DISPLAY "ITEM " WS-IX " PRODUTO " ITM-COD(WS-IX)
                       ": PRECO ORCADO " ITM-PRECO(WS-IX)
                       " SEM PROMOCAO\CONTRATO VIGENTE - VAI A "
                       WS-PRECO-ITEM
               MOVE WS-PRECO-ITEM  TO ITM-PRECO(WS-IX)
               MOVE WS-ORIGEM-ITEM TO ITM-ORIGEM(WS-IX)
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-SALDO-ITEM - O MESMO CRITERIO DE VALIDA-ITENS-PEDIDO
      *DE PEDVEN: PRODUTO SIMPLES CONTRA O SALDO DO ALMOXARIFADO
      *LIQUIDO DAS RESERVAS DE PEDIDOS ABERTOS, DOS ITENS ANTERIORES
      *DESTE ORCAMENTO E DO LOTE RECOLHIDO; KIT CONTRA O KIT JA
      *MONTADO MAIS O MINIMO MONTAVEL PELOS COMPONENTES.
       Confere-Saldo-Item SECTION.
           MOVE ITM-ALM(WS-IX) TO WS-ALMOXARIFADO
           PERFORM Verifica-Kit
           IF EH-KIT
               PERFORM Calcula-Montavel-Kit
               IF ITM-QTDE(WS-IX) > WS-MONTAVEL
                   MOVE "COMPONENTES INSUFICIENTES PARA O KIT"
                       TO WS-MOTIVO
               END-IF
           ELSE
               PERFORM Calcula-Reservado
               PERFORM VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX >= WS-IX
                   IF ITM-COD(WS-JX) = COD-01
                      AND ITM-ALM(WS-JX) = WS-ALMOXARIFADO
                       ADD ITM-QTDE(WS-JX) TO WS-RESERVADO
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-Lt-Recolhido
               IF CLASSECE-01 = "R" AND ACELT-DISPONIVEL
                   MOVE COD-01          TO WS-Lt-Cod
                   MOVE WS-ALMOXARIFADO TO WS-Lt-Alm
                   PERFORM SOMA-LOTE-RECOLHIDO
                       THRU SAI-SOMA-LOTE-RECOLHIDO
               END-IF
               IF ITM-QTDE(WS-IX) + WS-RESERVADO + WS-Lt-Recolhido
                  > EST-ALM-01(WS-ALMOXARIFADO)
                   MOVE "SALDO DISPONIVEL INSUFICIENTE" TO WS-MOTIVO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Verifica-Kit SECTION.
           MOVE "N" TO WS-EH-KIT
           IF ACEKT-DISPONIVEL
               MOVE COD-01 TO WS-COD-KIT
               MOVE COD-01 TO KT-PAI
               MOVE ZEROS  TO KT-SEQ
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
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *CALCULA-MONTAVEL-KIT - O ESPELHO DE CALCULA-MONTAVEL-KIT DE
      *PEDVEN: MINIMO, SOBRE OS COMPONENTES, DE EST-ALM-01 \
      *QUANTIDADE POR KIT, MAIS O KIT JA MONTADO NO PAI (RELIDO NO
      *FIM PORQUE O CHAMADOR AINDA PRECISA DELE).
       Calcula-Montavel-Kit SECTION.
           MOVE 9999999 TO WS-MONTAVEL
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
                           MOVE KT-COMP TO COD-01
                           READ ACE01
                               INVALID KEY
                                   MOVE ZERO TO WS-MONTAVEL
                               NOT INVALID KEY
                                   IF KT-QTDE = ZERO
                                       MOVE ZERO TO WS-MONTAVEL-COMP
                                   ELSE
                                       DIVIDE
                                           EST-ALM-01(WS-ALMOXARIFADO)
                                           BY KT-QTDE
                                           GIVING WS-MONTAVEL-COMP
                                   END-IF
                                   IF WS-MONTAVEL-COMP < WS-MONTAVEL
                                       MOVE WS-MONTAVEL-COMP
                                           TO WS-MONTAVEL
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE WS-COD-KIT TO COD-01
           READ ACE01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD EST-ALM-01(WS-ALMOXARIFADO) TO WS-MONTAVEL
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CALCULA-RESERVADO - QUANTIDADE AINDA NAO ATENDIDA DO PRODUTO
      *COD-01 NO ALMOXARIFADO WS-ALMOXARIFADO NOS PEDIDOS ABERTOS.
       Calcula-Reservado SECTION.
           MOVE ZERO TO WS-RESERVADO
           MOVE "N" TO WS-FIM-LISTA
           MOVE LOW-VALUES TO CHAVE-12
           START ACE12 KEY IS NOT LESS CHAVE-12
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACE12 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF COD-12 = COD-01
                          AND ALM-12 = WS-ALMOXARIFADO
                          AND QTDE-12 > QTATEND-12
                           MOVE NUM-12 TO NUM-11
                           READ ACE11
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF PEDIDO-11-ABERTO
                                       COMPUTE WS-QT-PENDENTE =
                                           QTDE-12 - QTATEND-12
                                       ADD WS-QT-PENDENTE
                                           TO WS-RESERVADO
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CONFERE-CREDITO-CONVERSAO - COMO CONFERE-LIMITE-CREDITO DE
      *PEDVEN: SALDO DEVEDOR (CPYCRPG) MAIS O VALOR DO PEDIDO NAO
      *PODE PASSAR DE CLI-LIMITE; O ESTOURO SO PASSA COM SUPERVISOR
      *ASSINADO, E A LIBERACAO VAI PARA O LOG.
       Confere-Credito-Conversao SECTION.
           IF CLI-LIMITE NOT = ZERO
               MOVE ZERO TO WS-VLR-PEDIDO
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-QT-ITENS
                   COMPUTE WS-VLR-PEDIDO = WS-VLR-PEDIDO
                       + ITM-QTDE(WS-IX) * ITM-PRECO(WS-IX)
               END-PERFORM
               MOVE OV-CLI TO WS-Cr-Cliente
               PERFORM CALCULA-SALDO-CLIENTE
                   THRU SAI-CALCULA-SALDO-CLIENTE
               IF WS-Cr-Saldo + WS-VLR-PEDIDO > CLI-LIMITE
                   IF Oper-Supervisor
                       MOVE "LIB-CRED" TO WS-Log-Funcao
                       MOVE OV-CLI     TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       DISPLAY "LIMITE ESTOURADO - LIBERADO POR "
                               "SUPERVISOR."
                   ELSE
                       DISPLAY "LIMITE DE CREDITO ESTOURADO - EXIGE "
                               "SUPERVISOR."
                       MOVE "N" TO WS-ORCAMENTO-OK
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GRAVA-PEDIDO-ORCAMENTO - CAPA EM ACE11 (NUMERO COMO
      *SEQUENCIA-PEDIDO DE PEDVEN), UM ITEM DE ACE12 POR ITEM DO
      *ORCAMENTO E O ORCAMENTO MARCADO COMO CONVERTIDO COM O NUMERO
      *DO PEDIDO. FALHA NUM ITEM CANCELA A CAPA, COMO EM PEDVEN.
       Grava-Pedido-Orcamento SECTION.
           MOVE 999999 TO NUM-11
           START ACE11 KEY IS NOT GREATER NUM-11
           IF FS NOT = "00" AND "02"
               MOVE ZERO TO WS-NUM-PEDIDO
           ELSE
               READ ACE11 PREVIOUS RECORD
               IF FS NOT = "00" AND "02"
                   MOVE ZERO TO WS-NUM-PEDIDO
               ELSE
                   MOVE NUM-11 TO WS-NUM-PEDIDO
               END-IF
           END-IF
           ADD 1 TO WS-NUM-PEDIDO
           MOVE "00" TO FS
           MOVE WS-NUM-PEDIDO  TO NUM-11
           MOVE WS-DATA-HOJE   TO DATA-11
           MOVE OV-CLIENTE     TO CLIENTE-11
           MOVE OV-CLI         TO CLI-11
           MOVE WS-Oper-Codigo TO OPER-11
           MOVE SPACE          TO PRONTO-11
           MOVE OV-VEND        TO VEND-11
           MOVE OV-ENDENT      TO ENDENT-11
           MOVE "A"            TO SITUACAO-11
      *SEM DATA PROMETIDA: O ROMANEIO ASSUME A PROXIMA SAIDA DA ROTA
      *DEPOIS DA NOTA
           MOVE ZEROS          TO ROTA-11 ENTREGA-11
           WRITE REG-11
               INVALID KEY
                   DISPLAY "ORCVEN - ERRO AO GRAVAR A CAPA DO PEDIDO "
                           WS-NUM-PEDIDO
                   MOVE "23" TO FS
           END-WRITE
           IF FS = "00"
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-QT-ITENS OR FS NOT = "00"
                   MOVE WS-NUM-PEDIDO    TO NUM-12
                   MOVE WS-IX            TO SEQ-12
                   MOVE ITM-COD(WS-IX)   TO COD-12
                   MOVE ITM-ALM(WS-IX)   TO ALM-12
                   MOVE ITM-QTDE(WS-IX)  TO QTDE-12
                   MOVE ZERO             TO QTATEND-12
                   MOVE ITM-PRECO(WS-IX) TO PRECO-12
                   MOVE ITM-DESC(WS-IX)  TO DESC-12
                   MOVE SPACE            TO SUBST-12
                   MOVE ZERO             TO ORIG-12 QTORIG-12
                   WRITE REG-12
                       INVALID KEY
                           MOVE "23" TO FS
                   END-WRITE
               END-PERFORM
               IF FS NOT = "00"
                   DISPLAY "ORCVEN - ERRO AO GRAVAR ITEM DO PEDIDO "
                           WS-NUM-PEDIDO " - PEDIDO CANCELADO."
                   MOVE WS-NUM-PEDIDO TO NUM-11
                   READ ACE11
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "C" TO SITUACAO-11
                           REWRITE REG-11
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
               ELSE
                   PERFORM Marca-Orcamento-Convertido
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Marca-Orcamento-Convertido SECTION.
           MOVE "P"           TO OV-SITUACAO
           MOVE WS-NUM-PEDIDO TO OV-PEDIDO
           MOVE WS-DATA-HOJE  TO OV-DATA-CONV
           REWRITE REG-OV
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O ORCAMENTO " OV-NUM
           END-REWRITE
      *OS PRECOS REFEITOS NA CONFERENCIA VOLTAM AO ORCAMENTO, PARA O
      *ITEM GUARDAR O PRECO QUE FOI PARA O PEDIDO.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QT-ITENS
               MOVE OV-NUM TO OI-NUM
               MOVE WS-IX  TO OI-SEQ
               READ ACEOI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OI-PRECO NOT = ITM-PRECO(WS-IX)
                           MOVE ITM-PRECO(WS-IX)  TO OI-PRECO
                           MOVE ITM-ORIGEM(WS-IX) TO OI-ORIGEM
                           REWRITE REG-OI
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE "CONV-ORC"    TO WS-Log-Funcao
           MOVE OV-NUM        TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           MOVE "GRAVA-PED"   TO WS-Log-Funcao
           MOVE WS-NUM-PEDIDO TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           IF DESC-LIBERADO
               MOVE "LIB-DESC"    TO WS-Log-Funcao
               MOVE WS-NUM-PEDIDO TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           DISPLAY "ORCAMENTO " OV-NUM " CONVERTIDO NO PEDIDO "
                   WS-NUM-PEDIDO " - SALDO RESERVADO."
           .

      *---------------------------------------------------------------*
      *RELATORIO-SEMANAL - ORCAMENTOS EMITIDOS NA SEMANA, POR
      *VENDEDOR, NA SITUACAO DE HOJE: ABERTOS (AINDA NA VALIDADE),
      *VENCIDOS (ABERTOS COM A VALIDADE PASSADA), CONVERTIDOS EM
      *PEDIDO E CANCELADOS, COM O VALOR CONVERTIDO E A TAXA DE
      *CONVERSAO (CONVERTIDOS SOBRE EMITIDOS).
       Relatorio-Semanal SECTION.
           DISPLAY "PRIMEIRO DIA DA SEMANA (AAAAMMDD, 0=ULTIMOS 7 "
                   "DIAS): "
           ACCEPT WS-DATA-INI
           IF WS-DATA-INI = ZERO
               COMPUTE WS-JULIANO-TRAB =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 6
               COMPUTE WS-DATA-INI =
                   FUNCTION DATE-OF-INTEGER(WS-JULIANO-TRAB)
           END-IF
           COMPUTE WS-JULIANO-TRAB =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INI) + 6
           COMPUTE WS-DATA-FIM =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-TRAB)
           MOVE ZERO TO WS-QT-VEND WS-TOT-EMITIDOS WS-TOT-ABERTOS
                        WS-TOT-VENCIDOS WS-TOT-CONVERT WS-TOT-CANCEL
                        WS-TOT-VLR-CONV
           MOVE "N" TO WS-FIM-LISTA
           MOVE ZERO TO OV-NUM
           START ACEOV KEY IS NOT LESS OV-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACEOV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF OV-DATA NOT < WS-DATA-INI
                          AND OV-DATA NOT > WS-DATA-FIM
                           PERFORM Acumula-Orcamento
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           PERFORM Imprime-Semanal
           .

      *---------------------------------------------------------------*

       Acumula-Orcamento SECTION.
           MOVE ZERO TO WS-VX
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-QT-VEND OR WS-VX NOT = ZERO
               IF VND-COD(WS-JX) = OV-VEND
                   MOVE WS-JX TO WS-VX
               END-IF
           END-PERFORM
           IF WS-VX = ZERO
               IF WS-QT-VEND < Tl-Max-Vendedores
                   ADD 1 TO WS-QT-VEND
                   MOVE WS-QT-VEND TO WS-VX
                   MOVE OV-VEND TO VND-COD(WS-VX)
                   MOVE ZERO TO VND-EMITIDOS(WS-VX)
                                VND-ABERTOS(WS-VX)
                                VND-VENCIDOS(WS-VX)
                                VND-CONVERT(WS-VX)
                                VND-CANCEL(WS-VX)
                                VND-VLR-CONV(WS-VX)
               ELSE
                   DISPLAY "ORCVEN - MAIS DE " Tl-Max-Vendedores
                           " VENDEDORES: O VENDEDOR " OV-VEND
                           " SO ENTRA NO TOTAL."
               END-IF
           END-IF
           ADD 1 TO WS-TOT-EMITIDOS
           EVALUATE TRUE
               WHEN ORCAMENTO-CONVERTIDO
                   ADD 1 TO WS-TOT-CONVERT
                   ADD OV-VALOR TO WS-TOT-VLR-CONV
               WHEN ORCAMENTO-CANCELADO
                   ADD 1 TO WS-TOT-CANCEL
               WHEN OV-VALIDADE < WS-DATA-HOJE
                   ADD 1 TO WS-TOT-VENCIDOS
               WHEN OTHER
                   ADD 1 TO WS-TOT-ABERTOS
           END-EVALUATE
           IF WS-VX NOT = ZERO
               ADD 1 TO VND-EMITIDOS(WS-VX)
               EVALUATE TRUE
                   WHEN ORCAMENTO-CONVERTIDO
                       ADD 1 TO VND-CONVERT(WS-VX)
                       ADD OV-VALOR TO VND-VLR-CONV(WS-VX)
                   WHEN ORCAMENTO-CANCELADO
                       ADD 1 TO VND-CANCEL(WS-VX)
                   WHEN OV-VALIDADE < WS-DATA-HOJE
                       ADD 1 TO VND-VENCIDOS(WS-VX)
                   WHEN OTHER
                       ADD 1 TO VND-ABERTOS(WS-VX)
               END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Semanal SECTION.
           MOVE "CONVERSAO DE ORCAMENTOS      " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-DATA-INI  TO LS-INI
           MOVE WS-DATA-FIM  TO LS-FIM
           MOVE WS-DATA-HOJE TO LS-HOJE
           WRITE REG-REL FROM WS-LINHA-SEMANA
           WRITE REG-REL FROM WS-LINHA-VEND-CAB
           ADD 2 TO WS-Rel-Linha
           PERFORM VARYING WS-VX FROM 1 BY 1 UNTIL WS-VX > WS-QT-VEND
               PERFORM Imprime-Vendedor
           END-PERFORM
           MOVE ZERO              TO LV-VEND
           MOVE "TOTAL"           TO LV-NOME
           MOVE WS-TOT-EMITIDOS   TO LV-EMITIDOS
           MOVE WS-TOT-ABERTOS    TO LV-ABERTOS
           MOVE WS-TOT-VENCIDOS   TO LV-VENCIDOS
           MOVE WS-TOT-CONVERT    TO LV-CONVERT
           MOVE WS-TOT-CANCEL     TO LV-CANCEL
           MOVE WS-TOT-VLR-CONV   TO LV-VLR-CONV
           MOVE ZERO TO WS-TAXA
           IF WS-TOT-EMITIDOS NOT = ZERO
               COMPUTE WS-TAXA ROUNDED =
                   WS-TOT-CONVERT * 100 / WS-TOT-EMITIDOS
           END-IF
           MOVE WS-TAXA TO LV-TAXA
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-VEND
           ADD 2 TO WS-Rel-Linha
           MOVE "REL-ORC" TO WS-Log-Funcao
           MOVE WS-DATA-INI TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "ORCVEN - " WS-TOT-EMITIDOS " ORCAMENTOS NA SEMANA, "
                   WS-TOT-CONVERT " CONVERTIDOS - RELATORIO EM RELATO."
           .

      *---------------------------------------------------------------*

       Imprime-Vendedor SECTION.
           MOVE VND-COD(WS-VX) TO LV-VEND
           MOVE SPACES TO LV-NOME
           IF VND-COD(WS-VX) = ZERO
               MOVE "SEM VENDEDOR" TO LV-NOME
           ELSE
           IF ACEVD-DISPONIVEL
               MOVE VND-COD(WS-VX) TO VD-CODIGO
               READ ACEVD
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO LV-NOME
                   NOT INVALID KEY
                       MOVE VD-NOME TO LV-NOME
               END-READ
               MOVE "00" TO FS
           END-IF
           END-IF
           MOVE VND-EMITIDOS(WS-VX) TO LV-EMITIDOS
           MOVE VND-ABERTOS(WS-VX)  TO LV-ABERTOS
           MOVE VND-VENCIDOS(WS-VX) TO LV-VENCIDOS
           MOVE VND-CONVERT(WS-VX)  TO LV-CONVERT
           MOVE VND-CANCEL(WS-VX)   TO LV-CANCEL
           MOVE VND-VLR-CONV(WS-VX) TO LV-VLR-CONV
           MOVE ZERO TO WS-TAXA
           IF VND-EMITIDOS(WS-VX) NOT = ZERO
               COMPUTE WS-TAXA ROUNDED =
                   VND-CONVERT(WS-VX) * 100 / VND-EMITIDOS(WS-VX)
           END-IF
           MOVE WS-TAXA TO LV-TAXA
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-VEND
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEOV ACEOI ACE01 ACE11 ACE12 ACECL Arquivo-Log RELATO
           IF ACE09-DISPONIVEL
               CLOSE ACE09
           END-IF
           IF ACEPM-DISPONIVEL
               CLOSE ACEPM
           END-IF
           IF Ct-Disponivel
               CLOSE ACECT
           END-IF
           IF Cr-Tem-Titulos
               CLOSE ACERC
           END-IF
           IF ACEVD-DISPONIVEL
               CLOSE ACEVD
           END-IF
           IF ACEEE-DISPONIVEL
               CLOSE ACEEE
           END-IF
           IF ACEKT-DISPONIVEL
               CLOSE ACEKT
           END-IF
           IF ACELT-DISPONIVEL
               CLOSE ACELT
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYCTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
