000010*FUSAO-FUSAO DE PRODUTO CADASTRADO EM DUPLICIDADE (MESMO EAN EM *
000020*BARRA-01 DE UM E BARRA2-01 DE OUTRO, OU DESCRICAO QUASE        *
000030*IGUAL). O SUPERVISOR INFORMA O CODIGO DUPLICADO E O            *
000040*SOBREVIVENTE E TUDO O QUE ESTA NO DUPLICADO PASSA PARA O       *
000050*SOBREVIVENTE: HISTORICO DE PRECO (ACE08), PRECOS DE TABELA     *
000060*(ACE09), HISTORICO ANUAL DE SAIDAS (ACE10), LOTES (ACELT),     *
000070*LOCALIZACAO (ACELC), CONTRATOS (ACECT), PROMOCAO (ACEPM),      *
000080*ITENS DE PEDIDO DE VENDA EM ABERTO (ACE12) E PEDIDOS DE COMPRA *
000090*NAO ENCERRADOS (ACE13); E, EM CADA EMPRESA DE ACECE, O         *
000100*MOVIMENTO (ACE02), O ESTOQUE POR ALMOXARIFADO E AS SAIDAS      *
000110*MENSAIS DE ACE01. O DUPLICADO FICA ZERADO E DESCONTINUADO.     *
000120*QUANDO O SOBREVIVENTE JA TEM O REGISTRO (MESMA TABELA,         *
000130*ALMOXARIFADO, CLIENTE OU PROMOCAO) FICA O DELE E O DO          *
000140*DUPLICADO NAO SE MEXE; ANO DE HISTORICO, LOTE E PEDIDO DE      *
000150*COMPRA DE MESMA CHAVE SAO SOMADOS. A PREVIA LISTA EM RELATO    *
000160*TODO REGISTRO QUE SERIA MEXIDO, SEM GRAVAR NADA. A EXECUCAO    *
000170*JORNALA AS REGRAVACOES DE ACE01 (ACEJN), LOGA CADA ETAPA E     *
000180*GRAVA CHECKPOINT NO MOLDE DE ARQMOV: SE FOR INTERROMPIDA, A    *
000190*PROXIMA EXECUCAO SO OFERECE RETOMAR A MESMA FUSAO DO PONTO EM  *
000200*QUE PAROU.                                                     *
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. FUSAO.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELC-08".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELC-09".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELC-10".
000310 COPY "C:\Repo2024\cobol\dados1\book\SELC-11".
000320 COPY "C:\Repo2024\cobol\dados1\book\SELC-12".
000330 COPY "C:\Repo2024\cobol\dados1\book\SELC-13".
000340 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
000350 COPY "C:\Repo2024\cobol\dados1\book\SELLC".
000360 COPY "C:\Repo2024\cobol\dados1\book\SELCT".
000370 COPY "C:\Repo2024\cobol\dados1\book\SELPM".
000380 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000390 COPY "C:\Repo2024\cobol\dados1\book\SELJN".
000400 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000410 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000420     SELECT Arquivo-Checkpoint ASSIGN TO WS-Arq-CkpFusao
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS  IS FS-CKP.
000450     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000460                    FILE STATUS IS FS-REL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000500 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000510 COPY "C:\Repo2024\cobol\dados1\book\FD-08".
000520 COPY "C:\Repo2024\cobol\dados1\book\FD-09".
000530 COPY "C:\Repo2024\cobol\dados1\book\FD-10".
000540 COPY "C:\Repo2024\cobol\dados1\book\FD-11".
000550 COPY "C:\Repo2024\cobol\dados1\book\FD-12".
000560 COPY "C:\Repo2024\cobol\dados1\book\FD-13".
000570 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
000580 COPY "C:\Repo2024\cobol\dados1\book\FDLC".
000590 COPY "C:\Repo2024\cobol\dados1\book\FDCT".
000600 COPY "C:\Repo2024\cobol\dados1\book\FDPM".
000610 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000620 COPY "C:\Repo2024\cobol\dados1\book\FDJN".
000630 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000640 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000650 FD  Arquivo-Checkpoint.
000660 01  Reg-Checkpoint        PIC X(133).
000670 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000680 WORKING-STORAGE SECTION.
000690 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000700 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000710 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
000720 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000730 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000740 COPY "C:\Repo2024\cobol\dados1\book\CPYJNWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".

       01  FS-CKP                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

      *ESTADO DA FUSAO EM ANDAMENTO - E A IMAGEM GRAVADA NO
      *CHECKPOINT A CADA ETAPA CONCLUIDA. ETAPAS 01 A 09 SAO OS
      *ARQUIVOS COMUNS A TODAS AS EMPRESAS; 10 A 12 SE REPETEM POR
      *EMPRESA (WS-EST-EMPRESA). OS SALDOS DO DUPLICADO SAO GUARDADOS
      *ANTES DE ZERA-LO (ETAPA 11), PARA A ETAPA 12 SOMAR NO
      *SOBREVIVENTE MESMO QUE A EXECUCAO CAIA ENTRE AS DUAS.
       01  WS-ESTADO-FUSAO.
           03  WS-COD-DUP            PIC 9(06) VALUE ZERO.
           03  WS-COD-SOBR           PIC 9(06) VALUE ZERO.
           03  WS-ETAPA              PIC 9(02) VALUE ZERO.
           03  WS-EST-EMPRESA        PIC 9(02) VALUE ZERO.
           03  WS-EST-SALDOS         PIC X(01) VALUE "N".
               88  Saldos-Guardados  VALUE "S".
           03  WS-SD-EST             PIC 9(07) VALUE ZERO.
           03  WS-SD-QTPED           PIC 9(07) VALUE ZERO.
           03  WS-SD-QTENT           PIC 9(07) VALUE ZERO.
           03  WS-SD-EST-ALM         OCCURS 05 TIMES PIC 9(07).
           03  WS-SD-QTSAI           OCCURS 12 TIMES PIC 9(05).

       78  Tl-Ultima-Etapa-Comum VALUE 9.
       78  Tl-Ultima-Etapa       VALUE 12.
       01  WS-NOMES-ETAPA.
           03  FILLER            PIC X(30) VALUE
               "ACE08ACE09ACE10ACELTACELCACECT".
           03  FILLER            PIC X(30) VALUE
               "ACEPMACE12ACE13ACE02ACE01ACE01".
       01  FILLER REDEFINES WS-NOMES-ETAPA.
           03  WS-NOME-ETAPA     OCCURS 12 TIMES PIC X(05).

       01  WS-NOME-ATUAL         PIC X(05).
       01  WS-MODO               PIC X(01) VALUE "P".
           88  Modo-Previa       VALUE "P".
           88  Modo-Execucao     VALUE "E".
       01  WS-FUSAO-PEDIDA       PIC X(01) VALUE "N".
           88  Fusao-Pedida      VALUE "S".
       01  WS-RETOMANDO          PIC X(01) VALUE "N".
           88  Retomando         VALUE "S".
       01  WS-ERRO-FUSAO         PIC X(01) VALUE "N".
           88  Erro-Fusao        VALUE "S".
       01  WS-RELATO-ABERTO      PIC X(01) VALUE "N".
           88  Relato-Aberto     VALUE "S".
       01  WS-FIM-ETAPA          PIC X(01).
           88  FIM-ETAPA         VALUE "S".
       01  WS-FIM-ACECE          PIC X(01).
           88  FIM-ACECE         VALUE "S".
       01  WS-LAYOUTS-OK         PIC X(01) VALUE "S".
           88  Layouts-Conferem  VALUE "S".
       01  WS-SOBR-TEM           PIC X(01).
           88  Sobr-Ja-Tem       VALUE "S".

       01  WS-CONFIRMA           PIC X(01).
       01  WS-TENTATIVAS         PIC 9(02) COMP.
       01  WS-IX                 PIC 9(02) COMP.
       01  WS-QT-ETAPA           PIC 9(07) VALUE ZERO.
       01  WS-QT-TOTAL           PIC 9(07) VALUE ZERO.
       01  WS-QT-EMP-DUP         PIC 9(02) VALUE ZERO.
       01  WS-QT-EMP-SOBR        PIC 9(02) VALUE ZERO.
       01  WS-QT-IMPEDIMENTOS    PIC 9(02) VALUE ZERO.
       01  WS-DESC-DUP           PIC X(60) VALUE SPACES.
       01  WS-DESC-SOBR          PIC X(60) VALUE SPACES.
       01  WS-UND-DUP            PIC X(04) VALUE SPACES.
       01  WS-SAIDAS-12M         PIC 9(07).

      *EMPRESAS CADASTRADAS EM ACECE; SEM ACECE, SO A DO OPERADOR.
       01  WS-EMPRESAS.
           03  WS-EMP-QT         PIC 9(02) COMP VALUE ZERO.
           03  WS-EMP-COD        OCCURS 99 TIMES PIC 9(02).
       01  WS-EMP-IX             PIC 9(02) COMP.
       01  WS-EMP-INICIO         PIC 9(02) COMP.
       01  WS-EMP-ED             PIC 9(02).
       01  WS-ALM-ED             PIC 9(01).

      *AVISOS E IMPEDIMENTOS DA CONFERENCIA, IMPRESSOS DEPOIS DO
      *CABECALHO DO RELATORIO.
       01  WS-MSG                PIC X(79).
       01  WS-MENSAGENS.
           03  WS-MSG-QT         PIC 9(02) COMP VALUE ZERO.
           03  WS-MSG-TEXTO      OCCURS 20 TIMES PIC X(79).

      *REGISTRO DO DUPLICADO GUARDADO ANTES DE CONSULTAR A CHAVE DO
      *SOBREVIVENTE NO MESMO ARQUIVO; AS VISOES ABAIXO SERVEM AS
      *ETAPAS QUE SOMAM NO REGISTRO DO SOBREVIVENTE.
       01  WS-REG-GUARDADO       PIC X(80).
       01  WS-RG-10 REDEFINES WS-REG-GUARDADO.
           03  FILLER            PIC X(10).
           03  WS-RG-10-QTSAI    OCCURS 12 TIMES PIC 9(05).
           03  FILLER            PIC X(10).
       01  WS-RG-LT REDEFINES WS-REG-GUARDADO.
           03  FILLER            PIC X(26).
           03  WS-RG-LT-QTDE     PIC 9(07).
           03  WS-RG-LT-SITUACAO PIC X(01).
           03  FILLER            PIC X(46).
       01  WS-RG-13 REDEFINES WS-REG-GUARDADO.
           03  FILLER            PIC X(26).
           03  WS-RG-13-QTPEDIDA PIC 9(07).
           03  WS-RG-13-QTABERTA PIC 9(07).
           03  WS-RG-13-SITUACAO PIC X(01).
           03  FILLER            PIC X(39).

       01  WS-ED-QTDE            PIC Z(06)9.999.
       01  WS-ED-QT7             PIC Z(06)9.

       01  WS-LINHA-MODO.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LM-TEXTO          PIC X(79).

       01  WS-LINHA-PROD.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LP-ROTULO         PIC X(14).
           03  LP-COD            PIC 9(06).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  LP-DESC           PIC X(57).

       01  WS-LINHA-COL.
           03  FILLER            PIC X(07) VALUE "ARQ.".
           03  FILLER            PIC X(45) VALUE "REGISTRO".
           03  FILLER            PIC X(28) VALUE "ACAO".

       01  WS-LINHA-EMPRESA.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FILLER            PIC X(09) VALUE "EMPRESA: ".
           03  LE-EMPRESA        PIC 9(02).
           03  FILLER            PIC X(68) VALUE SPACES.

       01  WS-LINHA-DET.
           03  DET-ARQUIVO       PIC X(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-CHAVE         PIC X(44).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-ACAO          PIC X(28).

       01  WS-LINHA-TOT-ETAPA.
           03  FILLER            PIC X(07) VALUE SPACES.
           03  FILLER            PIC X(06) VALUE "TOTAL ".
           03  TE-ARQUIVO        PIC X(05).
           03  FILLER            PIC X(02) VALUE ": ".
           03  TE-QTDE           PIC Z(06)9.
           03  FILLER            PIC X(53) VALUE " REGISTRO(S)".

       01  WS-LINHA-TOT.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FILLER            PIC X(30) VALUE
               "TOTAL DE REGISTROS LISTADOS:".
           03  TOT-QTDE          PIC Z(06)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           IF Fusao-Pedida
               PERFORM Processa-Fusao
           END-IF
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           OPEN EXTEND Arquivo-Log
           MOVE "FUSAO" TO WS-Log-Programa
           IF NOT Oper-Supervisor
               DISPLAY "FUSAO - FUNCAO RESTRITA A SUPERVISOR "
                       "(NIVEL 3). ASSINE COM LOGON."
           ELSE
               PERFORM Confere-Layouts
           END-IF
           IF Oper-Supervisor AND Layouts-Conferem
               PERFORM Carrega-Empresas
               PERFORM Ler-Checkpoint
               IF WS-COD-DUP NOT = ZERO
                   PERFORM Pede-Retomada
               ELSE
                   PERFORM Pede-Produtos
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-LAYOUTS - A FUSAO REGRAVA ITENS DE ACE12 E ACE13: COM
      *O CARIMBO DE VERSAO DIVERGENTE (ARQUIVO NAO CONVERTIDO) NAO
      *RODA NEM A PREVIA NEM A EXECUCAO, NEM A RETOMADA.
       Confere-Layouts SECTION.
           MOVE "S" TO WS-LAYOUTS-OK
           MOVE "ACE12" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "N" TO WS-LAYOUTS-OK
           END-IF
           MOVE "ACE13" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "N" TO WS-LAYOUTS-OK
           END-IF
           IF NOT Layouts-Conferem
               DISPLAY "FUSAO - ARQUIVOS FORA DA VERSAO DE LAYOUT "
                       "DESTE PROGRAMA - FUSAO NAO EXECUTADA."
           END-IF
           .

      *---------------------------------------------------------------*

       Carrega-Empresas SECTION.
           MOVE ZERO TO WS-EMP-QT
           MOVE "N" TO WS-FIM-ACECE
           OPEN INPUT ACECE
           IF FS = "00"
               PERFORM UNTIL FIM-ACECE
                   READ ACECE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ACECE
                       NOT AT END
                           IF WS-EMP-QT < 99
                               ADD 1 TO WS-EMP-QT
                               MOVE COD-CE TO WS-EMP-COD (WS-EMP-QT)
                           END-IF
                           IF COD-CE = WS-Oper-Empresa
                               MOVE RAZAO-CE TO WS-Rel-Empresa
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACECE
           END-IF
           IF WS-EMP-QT = ZERO
               MOVE 1 TO WS-EMP-QT
               MOVE WS-Oper-Empresa TO WS-EMP-COD (1)
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *PEDE-RETOMADA - HA FUSAO INTERROMPIDA NO CHECKPOINT: ENQUANTO
      *ELA NAO TERMINAR O HISTORICO FICA DIVIDIDO ENTRE OS DOIS
      *CODIGOS, ENTAO NAO SE ACEITA OUTRA FUSAO ANTES DE RETOMA-LA.
       Pede-Retomada SECTION.
           PERFORM Nome-Etapa-Atual
           DISPLAY "FUSAO - HA FUSAO INTERROMPIDA: DUPLICADO "
                   WS-COD-DUP " NO SOBREVIVENTE " WS-COD-SOBR
           DISPLAY "        PARADA NA ETAPA " WS-ETAPA
                   " (" WS-NOME-ATUAL ") DA EMPRESA " WS-EST-EMPRESA
           DISPLAY "RETOMAR A FUSAO AGORA (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR "s"
               MOVE "E" TO WS-MODO
               MOVE "S" TO WS-RETOMANDO
               MOVE "S" TO WS-FUSAO-PEDIDA
           ELSE
               DISPLAY "FUSAO - NENHUMA OUTRA FUSAO E ACEITA ANTES "
                       "DE CONCLUIR A INTERROMPIDA."
           END-IF
           .

      *---------------------------------------------------------------*

       Pede-Produtos SECTION.
           DISPLAY "FUSAO - CODIGO DO PRODUTO DUPLICADO "
                   "(0 P/ ENCERRAR): "
           ACCEPT WS-COD-DUP
           IF WS-COD-DUP NOT = ZERO
               DISPLAY "CODIGO DO PRODUTO SOBREVIVENTE: "
               ACCEPT WS-COD-SOBR
               DISPLAY "P=PREVIA (NAO GRAVA NADA)  E=EXECUTAR A FUSAO: "
               ACCEPT WS-MODO
               IF WS-MODO = "e"
                   MOVE "E" TO WS-MODO
               END-IF
               IF NOT Modo-Execucao
                   MOVE "P" TO WS-MODO
               END-IF
               MOVE 1 TO WS-ETAPA
               MOVE "S" TO WS-FUSAO-PEDIDA
           END-IF
           .

      *---------------------------------------------------------------*

       Processa-Fusao SECTION.
           PERFORM Valida-Produtos
           IF Modo-Previa
               MOVE "FUSAO DE PRODUTOS - PREVIA" TO WS-Rel-Titulo
           ELSE
               MOVE "FUSAO DE PRODUTOS" TO WS-Rel-Titulo
           END-IF
           MOVE "FUSAO" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           MOVE "S" TO WS-RELATO-ABERTO
           PERFORM Imprime-Cabecalho
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-MSG-QT
               MOVE WS-MSG-TEXTO (WS-IX) TO WS-MSG
               PERFORM Imprime-Mensagem
           END-PERFORM
           IF WS-QT-IMPEDIMENTOS > ZERO
               MOVE "FUSAO NAO PODE SER EXECUTADA COM IMPEDIMENTO."
                 TO WS-MSG
               PERFORM Imprime-Mensagem
               DISPLAY WS-MSG
           END-IF
           IF Modo-Execucao AND WS-QT-IMPEDIMENTOS = ZERO
              AND NOT Retomando
               DISPLAY "CONFIRMA A FUSAO DE " WS-COD-DUP " EM "
                       WS-COD-SOBR " (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND "s"
                   MOVE "FUSAO CANCELADA PELO OPERADOR." TO WS-MSG
                   PERFORM Imprime-Mensagem
                   DISPLAY WS-MSG
                   MOVE "N" TO WS-FUSAO-PEDIDA
               END-IF
           END-IF
      *A PREVIA RODA MESMO COM IMPEDIMENTO, PARA MOSTRAR O TAMANHO
      *DA FUSAO - MENOS COM OS CODIGOS IGUAIS OU ZERADOS.
           IF (Modo-Previa AND WS-COD-DUP NOT = WS-COD-SOBR
               AND WS-COD-DUP NOT = ZERO AND WS-COD-SOBR NOT = ZERO)
              OR (WS-QT-IMPEDIMENTOS = ZERO AND Fusao-Pedida)
               PERFORM Executa-Fusao
           END-IF
           .

      *---------------------------------------------------------------*
      *VALIDA-PRODUTOS - CONFERE OS DOIS CODIGOS EM TODAS AS
      *EMPRESAS: ONDE HOUVER O DUPLICADO TEM DE HAVER O SOBREVIVENTE
      *(ATIVO), E O DUPLICADO NAO PODE TER SALDO EM CONSIGNACAO NEM
      *CONTROLE POR SERIE, QUE VIVEM EM ACECG\ACESR E NAO SAO
      *TRANSFERIDOS AQUI. UNIDADE DIFERENTE E SO AVISO.
       Valida-Produtos SECTION.
           MOVE ZERO TO WS-MSG-QT WS-QT-IMPEDIMENTOS
                        WS-QT-EMP-DUP WS-QT-EMP-SOBR
           IF WS-COD-DUP = ZERO OR WS-COD-SOBR = ZERO
              OR WS-COD-DUP = WS-COD-SOBR
               MOVE "IMPEDIMENTO: INFORME DOIS CODIGOS DIFERENTES."
                 TO WS-MSG
               PERFORM Guarda-Impedimento
           ELSE
               PERFORM VARYING WS-EMP-IX FROM 1 BY 1
                       UNTIL WS-EMP-IX > WS-EMP-QT
                   PERFORM Valida-Empresa
               END-PERFORM
               MOVE WS-Oper-Empresa TO WS-Arq-Empresa
               PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
               IF WS-QT-EMP-DUP = ZERO AND NOT Retomando
                   MOVE "IMPEDIMENTO: DUPLICADO NAO CADASTRADO."
                     TO WS-MSG
                   PERFORM Guarda-Impedimento
               END-IF
               IF WS-QT-EMP-SOBR = ZERO
                   MOVE "IMPEDIMENTO: SOBREVIVENTE NAO CADASTRADO."
                     TO WS-MSG
                   PERFORM Guarda-Impedimento
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Valida-Empresa SECTION.
           MOVE WS-EMP-COD (WS-EMP-IX) TO WS-Arq-Empresa WS-EMP-ED
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           OPEN INPUT ACE01
           IF FS = "00"
               MOVE WS-COD-SOBR TO COD-01
               READ ACE01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QT-EMP-SOBR
                       IF WS-DESC-SOBR = SPACES
                           MOVE DESC-01 TO WS-DESC-SOBR
                       END-IF
               END-READ
               MOVE WS-COD-DUP TO COD-01
               READ ACE01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Confere-Duplicado
               END-READ
               CLOSE ACE01
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Confere-Duplicado SECTION.
           ADD 1 TO WS-QT-EMP-DUP
           IF WS-DESC-DUP = SPACES
               MOVE DESC-01 TO WS-DESC-DUP
           END-IF
           MOVE UND-01 TO WS-UND-DUP
           IF QTCONSIG-01 NUMERIC AND QTCONSIG-01 > ZERO
               MOVE SPACES TO WS-MSG
               STRING "IMPEDIMENTO: EMPRESA " WS-EMP-ED
                      " - DUPLICADO COM SALDO EM CONSIGNACAO "
                      "(ACERTAR NO CONSIG)."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
               PERFORM Guarda-Impedimento
           END-IF
           IF SERIE-01-SIM
               MOVE SPACES TO WS-MSG
               STRING "IMPEDIMENTO: EMPRESA " WS-EMP-ED
                      " - DUPLICADO CONTROLADO POR NUMERO DE SERIE."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
               PERFORM Guarda-Impedimento
           END-IF
           MOVE WS-COD-SOBR TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE SPACES TO WS-MSG
                   STRING "IMPEDIMENTO: EMPRESA " WS-EMP-ED
                          " - SOBREVIVENTE NAO CADASTRADO NA EMPRESA."
                       DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
                   PERFORM Guarda-Impedimento
               NOT INVALID KEY
                   IF SIT-01-DESCONTINUADO
                       MOVE SPACES TO WS-MSG
                       STRING "IMPEDIMENTO: EMPRESA " WS-EMP-ED
                              " - SOBREVIVENTE ESTA DESCONTINUADO."
                           DELIMITED BY SIZE INTO WS-MSG
                       END-STRING
                       PERFORM Guarda-Impedimento
                   END-IF
                   IF UND-01 NOT = WS-UND-DUP
                       MOVE SPACES TO WS-MSG
                       STRING "AVISO: EMPRESA " WS-EMP-ED
                              " - UNIDADE DO DUPLICADO " WS-UND-DUP
                              " DIFERENTE DA DO SOBREVIVENTE " UND-01
                           DELIMITED BY SIZE INTO WS-MSG
                       END-STRING
                       PERFORM Guarda-Mensagem
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*

       Guarda-Impedimento SECTION.
           ADD 1 TO WS-QT-IMPEDIMENTOS
           PERFORM Guarda-Mensagem
           .

      *---------------------------------------------------------------*

       Guarda-Mensagem SECTION.
           DISPLAY WS-MSG
           IF WS-MSG-QT < 20
               ADD 1 TO WS-MSG-QT
               MOVE WS-MSG TO WS-MSG-TEXTO (WS-MSG-QT)
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Cabecalho SECTION.
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE SPACES TO LM-TEXTO
           IF Modo-Previa
               MOVE "PREVIA - NENHUM REGISTRO E ALTERADO" TO LM-TEXTO
           ELSE
               IF Retomando
                   PERFORM Nome-Etapa-Atual
                   STRING "RETOMADA DA FUSAO INTERROMPIDA NA ETAPA "
                          WS-ETAPA " (" WS-NOME-ATUAL ")"
                       DELIMITED BY SIZE INTO LM-TEXTO
                   END-STRING
               ELSE
                   MOVE "EXECUCAO" TO LM-TEXTO
               END-IF
           END-IF
           WRITE REG-REL FROM WS-LINHA-MODO
           MOVE "DUPLICADO:"    TO LP-ROTULO
           MOVE WS-COD-DUP      TO LP-COD
           MOVE WS-DESC-DUP     TO LP-DESC
           WRITE REG-REL FROM WS-LINHA-PROD
           MOVE "SOBREVIVENTE:" TO LP-ROTULO
           MOVE WS-COD-SOBR     TO LP-COD
           MOVE WS-DESC-SOBR    TO LP-DESC
           WRITE REG-REL FROM WS-LINHA-PROD
           WRITE REG-REL FROM WS-LINHA-COL
           ADD 4 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *EXECUTA-FUSAO - PRIMEIRO OS ARQUIVOS COMUNS, DEPOIS MOVIMENTO
      *E CADASTRO DE CADA EMPRESA. NA RETOMADA COMECA NA ETAPA E NA
      *EMPRESA DO CHECKPOINT; AS ETAPAS SO PROCURAM O QUE AINDA ESTA
      *NO CODIGO DUPLICADO, ENTAO REPETIR UMA ETAPA PELA METADE NAO
      *TRANSFERE NADA DUAS VEZES.
       Executa-Fusao SECTION.
           MOVE SPACES TO WS-Log-Chave
           STRING WS-COD-DUP ">" WS-COD-SOBR
               DELIMITED BY SIZE INTO WS-Log-Chave
           END-STRING
           IF Modo-Execucao
               OPEN I-O ACEJN
               IF FS = "05" OR "35"
                   OPEN OUTPUT ACEJN
                   CLOSE ACEJN
                   OPEN I-O ACEJN
               END-IF
               IF Retomando
                   MOVE "FUS-RETOMA" TO WS-Log-Funcao
               ELSE
                   MOVE "FUS-INICIO" TO WS-Log-Funcao
                   PERFORM Grava-Checkpoint
               END-IF
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           PERFORM Executa-Etapa
               UNTIL WS-ETAPA > Tl-Ultima-Etapa-Comum OR Erro-Fusao
           MOVE 1 TO WS-EMP-INICIO
           IF WS-ETAPA > Tl-Ultima-Etapa-Comum
               PERFORM VARYING WS-EMP-IX FROM 1 BY 1
                       UNTIL WS-EMP-IX > WS-EMP-QT
                   IF WS-EMP-COD (WS-EMP-IX) = WS-EST-EMPRESA
                       MOVE WS-EMP-IX TO WS-EMP-INICIO
                   END-IF
               END-PERFORM
           END-IF
           PERFORM Processa-Empresa
               VARYING WS-EMP-IX FROM WS-EMP-INICIO BY 1
               UNTIL WS-EMP-IX > WS-EMP-QT OR Erro-Fusao
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF Modo-Execucao
               IF Erro-Fusao
                   MOVE SPACES TO WS-MSG
                   STRING "FUSAO INTERROMPIDA - CORRIJA A CAUSA E RODE "
                          "DE NOVO PARA RETOMAR."
                       DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
                   MOVE "FUS-ERRO" TO WS-Log-Funcao
               ELSE
                   MOVE "FUSAO CONCLUIDA - DUPLICADO DESCONTINUADO."
                     TO WS-MSG
                   MOVE "FUS-FIM" TO WS-Log-Funcao
                   PERFORM Apaga-Checkpoint
               END-IF
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               CLOSE ACEJN
           ELSE
               MOVE "FIM DA PREVIA - NENHUM REGISTRO FOI ALTERADO."
                 TO WS-MSG
           END-IF
           PERFORM Imprime-Mensagem
           DISPLAY WS-MSG
           MOVE WS-QT-TOTAL TO TOT-QTDE
           WRITE REG-REL FROM WS-LINHA-TOT
           .

      *---------------------------------------------------------------*

       Processa-Empresa SECTION.
           MOVE WS-EMP-COD (WS-EMP-IX) TO WS-Arq-Empresa LE-EMPRESA
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF WS-EMP-IX NOT = WS-EMP-INICIO
              OR WS-ETAPA NOT > Tl-Ultima-Etapa-Comum + 1
               MOVE Tl-Ultima-Etapa-Comum TO WS-ETAPA
               ADD 1 TO WS-ETAPA
               MOVE WS-EMP-COD (WS-EMP-IX) TO WS-EST-EMPRESA
               MOVE "N" TO WS-EST-SALDOS
               IF Modo-Execucao
                   PERFORM Grava-Checkpoint
               END-IF
           END-IF
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-EMPRESA
           ADD 1 TO WS-Rel-Linha
           PERFORM Executa-Etapa
               UNTIL WS-ETAPA > Tl-Ultima-Etapa OR Erro-Fusao
           IF Modo-Execucao AND NOT Erro-Fusao
               MOVE SPACES TO WS-Log-Funcao
               STRING "FUS-EMP" LE-EMPRESA
                   DELIMITED BY SIZE INTO WS-Log-Funcao
               END-STRING
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           .

      *---------------------------------------------------------------*

       Executa-Etapa SECTION.
           MOVE ZERO TO WS-QT-ETAPA
           MOVE "N"  TO WS-FIM-ETAPA
           MOVE WS-NOME-ETAPA (WS-ETAPA) TO DET-ARQUIVO
           EVALUATE WS-ETAPA
               WHEN 1
                   PERFORM Etapa-ACE08
               WHEN 2
                   PERFORM Etapa-ACE09
               WHEN 3
                   PERFORM Etapa-ACE10
               WHEN 4
                   PERFORM Etapa-ACELT
               WHEN 5
                   PERFORM Etapa-ACELC
               WHEN 6
                   PERFORM Etapa-ACECT
               WHEN 7
                   PERFORM Etapa-ACEPM
               WHEN 8
                   PERFORM Etapa-ACE12
               WHEN 9
                   PERFORM Etapa-ACE13
               WHEN 10
                   PERFORM Etapa-ACE02
               WHEN 11
                   PERFORM Etapa-Duplicado
               WHEN 12
                   PERFORM Etapa-Sobrevivente
           END-EVALUATE
           IF WS-ETAPA < Tl-Ultima-Etapa - 1
               PERFORM Imprime-Total-Etapa
           END-IF
           MOVE "00" TO FS
           IF NOT Erro-Fusao
               IF Modo-Execucao
                  AND WS-ETAPA NOT > Tl-Ultima-Etapa-Comum
                   MOVE SPACES TO WS-Log-Funcao
                   STRING "FUS-" WS-NOME-ETAPA (WS-ETAPA)
                       DELIMITED BY SIZE INTO WS-Log-Funcao
                   END-STRING
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               END-IF
               ADD 1 TO WS-ETAPA
               IF Modo-Execucao
                   PERFORM Grava-Checkpoint
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-ABERTURA - ARQUIVO QUE NAO EXISTE (35) NAO TEM O QUE
      *TRANSFERIR; QUALQUER OUTRO ERRO NA EXECUCAO PARA A FUSAO, PARA
      *NAO DEIXAR REGISTRO PARA TRAS NO CODIGO DUPLICADO.
       Confere-Abertura SECTION.
           IF FS NOT = "00"
               MOVE "S" TO WS-FIM-ETAPA
               MOVE SPACES TO DET-CHAVE
               IF FS = "35" OR Modo-Previa
                   STRING "ARQUIVO NAO DISPONIVEL (" FS ")"
                       DELIMITED BY SIZE INTO DET-CHAVE
                   END-STRING
                   MOVE "NADA A TRANSFERIR" TO DET-ACAO
               ELSE
                   STRING "ERRO NA ABERTURA (" FS ")"
                       DELIMITED BY SIZE INTO DET-CHAVE
                   END-STRING
                   MOVE "FUSAO INTERROMPIDA" TO DET-ACAO
                   MOVE "S" TO WS-ERRO-FUSAO
               END-IF
               PERFORM Imprime-Detalhe
           END-IF
           .

      *---------------------------------------------------------------*

       Confere-Gravacao SECTION.
           IF FS NOT = "00" AND "02"
               MOVE SPACES TO DET-ACAO
               STRING "ERRO NA GRAVACAO (" FS ")"
                   DELIMITED BY SIZE INTO DET-ACAO
               END-STRING
               MOVE "S" TO WS-ERRO-FUSAO
               MOVE "S" TO WS-FIM-ETAPA
           END-IF
           .

      *---------------------------------------------------------------*
      *ETAPA-ACE08 - HISTORICO DE ALTERACAO DE PRECO. A CHAVE TRAZ A
      *DATA\HORA DA ALTERACAO; EM COLISAO COM O SOBREVIVENTE SOMA 1 A
      *HORA, COMO NAS DEMAIS GRAVACOES DE HISTORICO.
       Etapa-ACE08 SECTION.
           IF Modo-Previa
               OPEN INPUT ACE08
           ELSE
               OPEN I-O ACE08
           END-IF
           PERFORM Confere-Abertura
           IF FS = "00"
               MOVE WS-COD-DUP TO COD-08
               MOVE ZERO TO DATAHORA-08-DATA DATAHORA-08-HORA
               START ACE08 KEY IS NOT LESS CHAVE-08
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ETAPA
               END-START
               PERFORM UNTIL FIM-ETAPA
                   READ ACE08 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ETAPA
                       NOT AT END
                           IF COD-08 = WS-COD-DUP
                               PERFORM Move-ACE08
                           ELSE
                               MOVE "S" TO WS-FIM-ETAPA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACE08
           END-IF
           .

      *---------------------------------------------------------------*

       Move-ACE08 SECTION.
           MOVE REG-08 TO WS-REG-GUARDADO
           ADD 1 TO WS-QT-ETAPA
           MOVE SPACES TO DET-CHAVE
           STRING "DATA " DATAHORA-08-DATA " HORA " DATAHORA-08-HORA
               DELIMITED BY SIZE INTO DET-CHAVE
           END-STRING
           MOVE "TRANSFERE" TO DET-ACAO
           IF Modo-Execucao
               MOVE WS-COD-SOBR TO COD-08
               WRITE REG-08
               MOVE ZERO TO WS-TENTATIVAS
               PERFORM UNTIL FS NOT = "22" OR WS-TENTATIVAS > 60
                   ADD 1 TO DATAHORA-08-HORA
                   ADD 1 TO WS-TENTATIVAS
                   WRITE REG-08
               END-PERFORM
               IF FS = "00" OR "02"
                   MOVE WS-REG-GUARDADO TO REG-08
                   DELETE ACE08 RECORD
               END-IF
               PERFORM Confere-Gravacao
           END-IF
           PERFORM Imprime-Detalhe
           MOVE WS-REG-GUARDADO TO REG-08
           START ACE08 KEY IS GREATER CHAVE-08
               INVALID KEY
                   MOVE "S" TO WS-FIM-ETAPA
           END-START
           .

      *---------------------------------------------------------------*
      *ETAPA-ACE09 - PRECOS DE TABELA. TABELA QUE O SOBREVIVENTE JA
      *TEM CONTINUA COM O PRECO DELE.
       Etapa-ACE09 SECTION.
           IF Modo-Previa
               OPEN INPUT ACE09
           ELSE
               OPEN I-O ACE09
           END-IF
           PERFORM Confere-Abertura
           IF FS = "00"
               MOVE WS-COD-DUP TO COD-09
               MOVE LOW-VALUES TO CODTAB-09
               START ACE09 KEY IS NOT LESS CHAVE-09
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ETAPA
               END-START
               PERFORM UNTIL FIM-ETAPA
                   READ ACE09 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ETAPA
                       NOT AT END
                           IF COD-09 = WS-COD-DUP
                               PERFORM Move-ACE09
                           ELSE
                               MOVE "S" TO WS-FIM-ETAPA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACE09
           END-IF
           .

      *---------------------------------------------------------------*

       Move-ACE09 SECTION.
           MOVE REG-09 TO WS-REG-GUARDADO
           ADD 1 TO WS-QT-ETAPA
           MOVE SPACES TO DET-CHAVE
           STRING "TABELA " CODTAB-09
               DELIMITED BY SIZE INTO DET-CHAVE
           END-STRING
           MOVE WS-COD-SOBR TO COD-09
           PERFORM Procura-ACE09
           IF Sobr-Ja-Tem
               MOVE "FICA NO DUPLICADO (SOBR.TEM)" TO DET-ACAO
           ELSE
               MOVE "TRANSFERE" TO DET-ACAO
               IF Modo-Execucao
                   MOVE WS-REG-GUARDADO TO REG-09
                   MOVE WS-COD-SOBR TO COD-09
                   WRITE REG-09
                   IF FS = "00" OR "02"
                       MOVE WS-REG-GUARDADO TO REG-09
                       DELETE ACE09 RECORD
                   END-IF
                   PERFORM Confere-Gravacao
               END-IF
           END-IF
           PERFORM Imprime-Detalhe
           MOVE WS-REG-GUARDADO TO REG-09
           START ACE09 KEY IS GREATER CHAVE-09
               INVALID KEY
                   MOVE "S" TO WS-FIM-ETAPA
           END-START
           .

      *---------------------------------------------------------------*

       Procura-ACE09 SECTION.
           READ ACE09
               INVALID KEY
                   MOVE "N" TO WS-SOBR-TEM
               NOT INVALID KEY
                   MOVE "S" TO WS-SOBR-TEM
           END-READ
           .

      *---------------------------------------------------------------*
      *ETAPA-ACE10 - HISTORICO ANUAL DE SAIDAS. ANO QUE O
      *SOBREVIVENTE JA TEM RECEBE A SOMA MES A MES.
       Etapa-ACE10 SECTION.
           IF Modo-Previa
               OPEN INPUT ACE10
           ELSE
               OPEN I-O ACE10
           END-IF
           PERFORM Confere-Abertura
           IF FS = "00"
               MOVE WS-COD-DUP TO COD-10
               MOVE ZERO TO ANO-10
               START ACE10 KEY IS NOT LESS CHAVE-10
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ETAPA
               END-START
               PERFORM UNTIL FIM-ETAPA
                   READ ACE10 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ETAPA
                       NOT AT END
                           IF COD-10 = WS-COD-DUP
                               PERFORM Move-ACE10
                           ELSE
                               MOVE "S" TO WS-FIM-ETAPA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACE10
           END-IF
           .

      *---------------------------------------------------------------*

       Move-ACE10 SECTION.
           MOVE REG-10 TO WS-REG-GUARDADO
           ADD 1 TO WS-QT-ETAPA
           MOVE SPACES TO DET-CHAVE
           STRING "ANO " ANO-10
               DELIMITED BY SIZE INTO DET-CHAVE
           END-STRING
           MOVE WS-COD-SOBR TO COD-10
           READ ACE10
               INVALID KEY
                   MOVE "N" TO WS-SOBR-TEM
               NOT INVALID KEY
                   MOVE "S" TO WS-SOBR-TEM
           END-READ
           IF Sobr-Ja-Tem
               MOVE "SOMA NO ANO DO SOBREVIVENTE" TO DET-ACAO
               IF Modo-Execucao
                   PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 12
                       ADD WS-RG-10-QTSAI (WS-IX) TO QTSAI-10 (WS-IX)
                           ON SIZE ERROR
                               MOVE 99999 TO QTSAI-10 (WS-IX)
                       END-ADD
                   END-PERFORM
                   REWRITE REG-10
                   IF FS = "00"
                       MOVE WS-REG-GUARDADO TO REG-10
                       DELETE ACE10 RECORD
                   END-IF
                   PERFORM Confere-Gravacao
               END-IF
           ELSE
               MOVE "TRANSFERE" TO DET-ACAO
               IF Modo-Execucao
                   MOVE WS-REG-GUARDADO TO REG-10
                   MOVE WS-COD-SOBR TO COD-10
                   WRITE REG-10
                   IF FS = "00" OR "02"
                       MOVE WS-REG-GUARDADO TO REG-10
                       DELETE ACE10 RECORD
                   END-IF
                   PERFORM Confere-Gravacao
               END-IF
           END-IF
           PERFORM Imprime-Detalhe
           MOVE WS-REG-GUARDADO TO REG-10
           START ACE10 KEY IS GREATER CHAVE-10
               INVALID KEY
                   MOVE "S" TO WS-FIM-ETAPA
           END-START
           .

      *---------------------------------------------------------------*
      *ETAPA-ACELT - LOTES. MESMO LOTE\VALIDADE\ALMOXARIFADO NO
      *SOBREVIVENTE SOMA A QUANTIDADE; LOTE RECOLHIDO EM QUALQUER DOS
      *DOIS FICA RECOLHIDO.
       Etapa-ACELT SECTION.
           IF Modo-Previa
               OPEN INPUT ACELT
           ELSE
               OPEN I-O ACELT
           END-IF
           PERFORM Confere-Abertura
           IF FS = "00"
               MOVE WS-COD-DUP TO COD-LT
               MOVE ZERO TO VALIDADE-LT ALM-LT
               MOVE LOW-VALUES TO LOTE-LT
               START ACELT KEY IS NOT LESS CHAVE-LT
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ETAPA
               END-START
               PERFORM UNTIL FIM-ETAPA
                   READ ACELT NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ETAPA
                       NOT AT END
                           IF COD-LT = WS-COD-DUP
                               PERFORM Move-ACELT
                           ELSE
                               MOVE "S" TO WS-FIM-ETAPA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACELT
           END-IF
           .

      *---------------------------------------------------------------*

       Move-ACELT SECTION.
           MOVE REG-LT TO WS-REG-GUARDADO
           ADD 1 TO WS-QT-ETAPA
           MOVE QTDE-LT TO WS-ED-QT7
           MOVE SPACES TO DET-CHAVE
           STRING "LOTE " LOTE-LT " " VALIDADE-LT " A" ALM-LT
                  " " WS-ED-QT7
               DELIMITED BY SIZE INTO DET-CHAVE
           END-STRING
           MOVE WS-COD-SOBR TO COD-LT
           READ ACELT
               INVALID KEY
                   MOVE "N" TO WS-SOBR-TEM
               NOT INVALID KEY
                   MOVE "S" TO WS-SOBR-TEM
           END-READ
           IF Sobr-Ja-Tem
               MOVE "SOMA NO LOTE DO SOBREVIVENTE" TO DET-ACAO
               IF Modo-Execucao
                   ADD WS-RG-LT-QTDE TO QTDE-LT
                   IF WS-RG-LT-SITUACAO = "R"
                       MOVE "R" TO LT-SITUACAO
                   END-IF
                   REWRITE REG-LT
                   IF FS = "00"
                       MOVE WS-REG-GUARDADO TO REG-LT
                       DELETE ACELT RECORD
                   END-IF
                   PERFORM Confere-Gravacao
               END-IF
           ELSE
               MOVE "TRANSFERE" TO DET-ACAO
               IF Modo-Execucao
                   MOVE WS-REG-GUARDADO TO REG-LT
                   MOVE WS-COD-SOBR TO COD-LT
                   WRITE REG-LT
                   IF FS = "00" OR "02"
                       MOVE WS-REG-GUARDADO TO REG-LT
                       DELETE ACELT RECORD
                   END-IF
                   PERFORM Confere-Gravacao
               END-IF
           END-IF
           PERFORM Imprime-Detalhe
           MOVE WS-REG-GUARDADO TO REG-LT
           START ACELT KEY IS GREATER CHAVE-LT
               INVALID KEY
                   MOVE "S" TO WS-FIM-ETAPA
           END-START
           .

      *---------------------------------------------------------------*
      *ETAPA-ACELC - LOCALIZACAO FISICA POR ALMOXARIFADO. ONDE O
      *SOBREVIVENTE JA TEM ENDERECO, FICA O DELE.
       Etapa-ACELC SECTION.
           IF Modo-Previa
               OPEN INPUT ACELC
           ELSE
               OPEN I-O ACELC
           END-IF
           PERFORM Confere-Abertura
           IF FS = "00"
               MOVE WS-COD-DUP TO LC-COD
               MOVE ZERO TO LC-ALM
               START ACELC KEY IS NOT LESS LC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ETAPA
               END-START
               PERFORM UNTIL FIM-ETAPA
                   READ ACELC NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ETAPA
                       NOT AT END
                           IF LC-COD = WS-COD-DUP
                               PERFORM Move-ACELC
                           ELSE
                               MOVE "S" TO WS-FIM-ETAPA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACELC
           END-IF
           .

      *---------------------------------------------------------------*

       Move-ACELC SECTION.
           MOVE REG-LC TO WS-REG-GUARDADO
           ADD 1 TO WS-QT-ETAPA
           MOVE SPACES TO DET-CHAVE
           STRING "ALMOXARIFADO " LC-ALM " " LC-CORREDOR "-"
                  LC-PRATELEIRA "-" LC-NIVEL
               DELIMITED BY SIZE INTO DET-CHAVE
           END-STRING
           MOVE WS-COD-SOBR TO LC-COD
           READ ACELC
               INVALID KEY
                   MOVE "N" TO WS-SOBR-TEM
               NOT INVALID KEY
                   MOVE "S" TO WS-SOBR-TEM
           END-READ
           IF Sobr-Ja-Tem
               MOVE "FICA NO DUPLICADO (SOBR.TEM)" TO DET-ACAO
           ELSE
               MOVE "TRANSFERE" TO DET-ACAO
               IF Modo-Execucao
                   MOVE WS-REG-GUARDADO TO REG-LC
                   MOVE WS-COD-SOBR TO LC-COD
                   WRITE REG-LC
                   IF FS = "00" OR "02"
                       MOVE WS-REG-GUARDADO TO REG-LC
                       DELETE ACELC RECORD
                   END-IF
                   PERFORM Confere-Gravacao
               END-IF
           END-IF
           PERFORM Imprime-Detalhe
           MOVE WS-REG-GUARDADO TO REG-LC
           START ACELC KEY IS GREATER LC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ETAPA
           END-START
           .

      *---------------------------------------------------------------*
      *ETAPA-ACECT - PRECOS DE CONTRATO. A CHAVE COMECA PELO CLIENTE,
      *ENTAO O ARQUIVO E LIDO INTEIRO; CLIENTE QUE JA TEM CONTRATO NO
      *SOBREVIVENTE FICA COM O DELE.
       Etapa-ACECT SECTION.
           IF Modo-Previa
               OPEN INPUT ACECT
           ELSE
               OPEN I-O ACECT
           END-IF
           PERFORM Confere-Abertura
           IF FS = "00"
               MOVE ZERO TO CT-CLI CT-COD
               START ACECT KEY IS NOT LESS CT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ETAPA
               END-START
               PERFORM UNTIL FIM-ETAPA
                   READ ACECT NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ETAPA
                       NOT AT END
                           IF CT-COD = WS-COD-DUP
                               PERFORM Move-ACECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACECT
           END-IF
           .

      *---------------------------------------------------------------*

       Move-ACECT SECTION.
           MOVE REG-CT TO WS-REG-GUARDADO
           ADD 1 TO WS-QT-ETAPA
           MOVE SPACES TO DET-CHAVE
           STRING "CLIENTE " CT-CLI " " CT-DATA-INI " A " CT-DATA-FIM
               DELIMITED BY SIZE INTO DET-CHAVE
           END-STRING
           MOVE WS-COD-SOBR TO CT-COD
           READ ACECT
               INVALID KEY
                   MOVE "N" TO WS-SOBR-TEM
               NOT INVALID KEY
                   MOVE "S" TO WS-SOBR-TEM
           END-READ
           IF Sobr-Ja-Tem
               MOVE "FICA NO DUPLICADO (SOBR.TEM)" TO DET-ACAO
           ELSE
               MOVE "TRANSFERE" TO DET-ACAO
               IF Modo-Execucao
                   MOVE WS-REG-GUARDADO TO REG-CT
                   MOVE WS-COD-SOBR TO CT-COD
                   WRITE REG-CT
                   IF FS = "00" OR "02"
                       MOVE WS-REG-GUARDADO TO REG-CT
                       DELETE ACECT RECORD
                   END-IF
                   PERFORM Confere-Gravacao
               END-IF
           END-IF
           PERFORM Imprime-Detalhe
           MOVE WS-REG-GUARDADO TO REG-CT
           START ACECT KEY IS GREATER CT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ETAPA
           END-START
           .

      *---------------------------------------------------------------*
      *ETAPA-ACEPM - PROMOCAO (UMA POR PRODUTO). SE O SOBREVIVENTE JA
      *TEM PROMOCAO, FICA A DELE.
       Etapa-ACEPM SECTION.
           IF Modo-Previa
               OPEN INPUT ACEPM
           ELSE
               OPEN I-O ACEPM
           END-IF
           PERFORM Confere-Abertura
           IF FS = "00"
               MOVE WS-COD-DUP TO COD-PM
               READ ACEPM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Move-ACEPM
               END-READ
               CLOSE ACEPM
           END-IF
           .

      *---------------------------------------------------------------*

       Move-ACEPM SECTION.
           MOVE REG-PM TO WS-REG-GUARDADO
           ADD 1 TO WS-QT-ETAPA
           MOVE SPACES TO DET-CHAVE
           STRING "PROMOCAO " PM-DATA-INI " A " PM-DATA-FIM
               DELIMITED BY SIZE INTO DET-CHAVE
           END-STRING
           MOVE WS-COD-SOBR TO COD-PM
           READ ACEPM
               INVALID KEY
                   MOVE "N" TO WS-SOBR-TEM
               NOT INVALID KEY
                   MOVE "S" TO WS-SOBR-TEM
           END-READ
           IF Sobr-Ja-Tem
               MOVE "FICA NO DUPLICADO (SOBR.TEM)" TO DET-ACAO
           ELSE
               MOVE "TRANSFERE" TO DET-ACAO
               IF Modo-Execucao
                   MOVE WS-REG-GUARDADO TO REG-PM
                   MOVE WS-COD-SOBR TO COD-PM
                   WRITE REG-PM
                   IF FS = "00" OR "02"
                       MOVE WS-REG-GUARDADO TO REG-PM
                       DELETE ACEPM RECORD
                   END-IF
                   PERFORM Confere-Gravacao
               END-IF
           END-IF
           PERFORM Imprime-Detalhe
           .

      *---------------------------------------------------------------*
      *ETAPA-ACE12 - ITENS DE PEDIDO DE VENDA. SO OS DE PEDIDO AINDA
      *ABERTO EM ACE11 TROCAM DE PRODUTO; PEDIDO FATURADO OU
      *CANCELADO E HISTORICO E FICA COMO FOI DIGITADO.
       Etapa-ACE12 SECTION.
           IF Modo-Previa
               OPEN INPUT ACE12
           ELSE
               OPEN I-O ACE12
           END-IF
           PERFORM Confere-Abertura
           IF FS = "00"
               OPEN INPUT ACE11
               PERFORM Confere-Abertura
               IF FS = "00"
                   MOVE ZERO TO NUM-12 SEQ-12
                   START ACE12 KEY IS NOT LESS CHAVE-12
                       INVALID KEY
                           MOVE "S" TO WS-FIM-ETAPA
                   END-START
                   PERFORM UNTIL FIM-ETAPA
                       READ ACE12 NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ETAPA
                           NOT AT END
                               IF COD-12 = WS-COD-DUP
                                   PERFORM Move-ACE12
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACE11
               END-IF
               CLOSE ACE12
           END-IF
           .

      *---------------------------------------------------------------*

       Move-ACE12 SECTION.
           MOVE NUM-12 TO NUM-11
           READ ACE11
               INVALID KEY
                   MOVE SPACE TO SITUACAO-11
           END-READ
           IF PEDIDO-11-ABERTO
               ADD 1 TO WS-QT-ETAPA
               MOVE QTDE-12 TO WS-ED-QTDE
               MOVE SPACES TO DET-CHAVE
               STRING "PEDIDO " NUM-12 "\" SEQ-12 " QTDE " WS-ED-QTDE
                   DELIMITED BY SIZE INTO DET-CHAVE
               END-STRING
               MOVE "TRANSFERE" TO DET-ACAO
               IF Modo-Execucao
                   MOVE WS-COD-SOBR TO COD-12
                   REWRITE REG-12
                   PERFORM Confere-Gravacao
               END-IF
               PERFORM Imprime-Detalhe
           END-IF
           .

      *---------------------------------------------------------------*
      *ETAPA-ACE13 - PEDIDOS DE COMPRA NAO ENCERRADOS. MESMO
      *FORNECEDOR E DATA NO SOBREVIVENTE SOMA AS QUANTIDADES NA LINHA
      *DELE (QUE REABRE SE ESTAVA ENCERRADA).
       Etapa-ACE13 SECTION.
           IF Modo-Previa
               OPEN INPUT ACE13
           ELSE
               OPEN I-O ACE13
           END-IF
           PERFORM Confere-Abertura
           IF FS = "00"
               MOVE ZERO TO FORN-13 COD-13 DATA-13
               START ACE13 KEY IS NOT LESS CHAVE-13
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ETAPA
               END-START
               PERFORM UNTIL FIM-ETAPA
                   READ ACE13 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ETAPA
                       NOT AT END
                           IF COD-13 = WS-COD-DUP
                              AND NOT PEDIDO-13-ENCERRADO
                               PERFORM Move-ACE13
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACE13
           END-IF
           .

      *---------------------------------------------------------------*

       Move-ACE13 SECTION.
           MOVE REG-13 TO WS-REG-GUARDADO
           ADD 1 TO WS-QT-ETAPA
           MOVE QTABERTA-13 TO WS-ED-QT7
           MOVE SPACES TO DET-CHAVE
           STRING "FORN " FORN-13 " DATA " DATA-13 " ABERTO "
                  WS-ED-QT7
               DELIMITED BY SIZE INTO DET-CHAVE
           END-STRING
           MOVE WS-COD-SOBR TO COD-13
           READ ACE13
               INVALID KEY
                   MOVE "N" TO WS-SOBR-TEM
               NOT INVALID KEY
                   MOVE "S" TO WS-SOBR-TEM
           END-READ
           IF Sobr-Ja-Tem
               MOVE "SOMA NO PEDIDO DO SOBREV." TO DET-ACAO
               IF Modo-Execucao
                   ADD WS-RG-13-QTPEDIDA TO QTPEDIDA-13
                   ADD WS-RG-13-QTABERTA TO QTABERTA-13
                   IF PEDIDO-13-ENCERRADO
                       MOVE WS-RG-13-SITUACAO TO SITUACAO-13
                   END-IF
                   REWRITE REG-13
                   IF FS = "00"
                       MOVE WS-REG-GUARDADO TO REG-13
                       DELETE ACE13 RECORD
                   END-IF
                   PERFORM Confere-Gravacao
               END-IF
           ELSE
               MOVE "TRANSFERE" TO DET-ACAO
               IF Modo-Execucao
                   MOVE WS-REG-GUARDADO TO REG-13
                   MOVE WS-COD-SOBR TO COD-13
                   WRITE REG-13
                   IF FS = "00" OR "02"
                       MOVE WS-REG-GUARDADO TO REG-13
                       DELETE ACE13 RECORD
                   END-IF
                   PERFORM Confere-Gravacao
               END-IF
           END-IF
           PERFORM Imprime-Detalhe
           MOVE WS-REG-GUARDADO TO REG-13
           START ACE13 KEY IS GREATER CHAVE-13
               INVALID KEY
                   MOVE "S" TO WS-FIM-ETAPA
           END-START
           .

      *---------------------------------------------------------------*
      *ETAPA-ACE02 - MOVIMENTO DE ESTOQUE DA EMPRESA. TODO MOVIMENTO
      *DO DUPLICADO PASSA PARA O SOBREVIVENTE (EM COLISAO DE
      *DATA\HORA SOMA 1 A HORA, COMO EM CPYMVPG), ENTAO KARDEX E
      *BALANCETE DO SOBREVIVENTE FECHAM COM O ESTOQUE SOMADO NA
      *ETAPA 12.
       Etapa-ACE02 SECTION.
           IF Modo-Previa
               OPEN INPUT ACE02
           ELSE
               OPEN I-O ACE02
           END-IF
           PERFORM Confere-Abertura
           IF FS = "00"
               MOVE WS-COD-DUP TO COD-02
               MOVE ZERO TO DATA-02 HORA-02
               START ACE02 KEY IS NOT LESS CHAVE-02
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ETAPA
               END-START
               PERFORM UNTIL FIM-ETAPA
                   READ ACE02 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ETAPA
                       NOT AT END
                           IF COD-02 = WS-COD-DUP
                               PERFORM Move-ACE02
                           ELSE
                               MOVE "S" TO WS-FIM-ETAPA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACE02
           END-IF
           .

      *---------------------------------------------------------------*

       Move-ACE02 SECTION.
           MOVE REG-02 TO WS-REG-GUARDADO
           ADD 1 TO WS-QT-ETAPA
           MOVE QTDE-02 TO WS-ED-QTDE
           MOVE SPACES TO DET-CHAVE
           STRING DATA-02 " " HORA-02 " " TIPO-02 " " SINAL-02
                  WS-ED-QTDE " ALM " ALM-02
               DELIMITED BY SIZE INTO DET-CHAVE
           END-STRING
           MOVE "TRANSFERE" TO DET-ACAO
           IF Modo-Execucao
               MOVE WS-COD-SOBR TO COD-02
               WRITE REG-02
               MOVE ZERO TO WS-TENTATIVAS
               PERFORM UNTIL FS NOT = "22" OR WS-TENTATIVAS > 60
                   ADD 1 TO HORA-02
                   ADD 1 TO WS-TENTATIVAS
                   WRITE REG-02
               END-PERFORM
               IF FS = "00" OR "02"
                   MOVE WS-REG-GUARDADO TO REG-02
                   DELETE ACE02 RECORD
               END-IF
               PERFORM Confere-Gravacao
           END-IF
           PERFORM Imprime-Detalhe
           MOVE WS-REG-GUARDADO TO REG-02
           START ACE02 KEY IS GREATER CHAVE-02
               INVALID KEY
                   MOVE "S" TO WS-FIM-ETAPA
           END-START
           .

      *---------------------------------------------------------------*
      *ETAPA-DUPLICADO - GUARDA NO CHECKPOINT OS SALDOS DO DUPLICADO
      *NA EMPRESA, ZERA ESTOQUE\PEDIDOS\SAIDAS E DESCONTINUA. NA
      *RETOMADA, SALDOS JA GUARDADOS NAO SAO RELIDOS (O REGISTRO PODE
      *JA ESTAR ZERADO).
       Etapa-Duplicado SECTION.
           IF Modo-Previa
               OPEN INPUT ACE01
           ELSE
               OPEN I-O ACE01
           END-IF
           PERFORM Confere-Abertura
           IF FS = "00"
               MOVE WS-COD-DUP TO COD-01
               READ ACE01
                   INVALID KEY
                       MOVE SPACES TO DET-CHAVE
                       STRING "PRODUTO " WS-COD-DUP
                              " NAO CADASTRADO NA EMPRESA"
                           DELIMITED BY SIZE INTO DET-CHAVE
                       END-STRING
                       MOVE "NADA A FAZER" TO DET-ACAO
                       PERFORM Imprime-Detalhe
                   NOT INVALID KEY
                       PERFORM Zera-Duplicado
               END-READ
               CLOSE ACE01
           END-IF
           .

      *---------------------------------------------------------------*

       Zera-Duplicado SECTION.
           IF NOT Saldos-Guardados
               MOVE EST-01   TO WS-SD-EST
               MOVE QTPED-01 TO WS-SD-QTPED
               MOVE QTENT-01 TO WS-SD-QTENT
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
                   MOVE EST-ALM-01 (WS-IX) TO WS-SD-EST-ALM (WS-IX)
               END-PERFORM
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 12
                   MOVE QTSAI-01 (WS-IX) TO WS-SD-QTSAI (WS-IX)
               END-PERFORM
               MOVE "S" TO WS-EST-SALDOS
               IF Modo-Execucao
                   PERFORM Grava-Checkpoint
               END-IF
           END-IF
           PERFORM Imprime-Saldos
           MOVE SPACES TO DET-CHAVE
           STRING "PRODUTO " WS-COD-DUP " - CADASTRO"
               DELIMITED BY SIZE INTO DET-CHAVE
           END-STRING
           MOVE "ZERA E DESCONTINUA" TO DET-ACAO
           IF Modo-Execucao
               MOVE REG-01 TO WS-Jn-Antes
               MOVE ZERO TO EST-01 QTPED-01 QTENT-01
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
                   MOVE ZERO TO EST-ALM-01 (WS-IX)
               END-PERFORM
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 12
                   MOVE ZERO TO QTSAI-01 (WS-IX)
               END-PERFORM
               MOVE "D" TO SITUACAO-01
               REWRITE REG-01
               PERFORM Confere-Gravacao
               IF NOT Erro-Fusao
                   MOVE REG-01 TO WS-Jn-Depois
                   PERFORM GRAVA-JORNAL-REG01 THRU
                           SAI-GRAVA-JORNAL-REG01
               END-IF
           END-IF
           PERFORM Imprime-Detalhe
           .

      *---------------------------------------------------------------*

       Imprime-Saldos SECTION.
           MOVE "SOMA NO SOBREVIVENTE" TO DET-ACAO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               IF WS-SD-EST-ALM (WS-IX) NOT = ZERO
                   MOVE WS-SD-EST-ALM (WS-IX) TO WS-ED-QT7
                   MOVE WS-IX TO WS-ALM-ED
                   MOVE SPACES TO DET-CHAVE
                   STRING "ESTOQUE NO ALMOXARIFADO " WS-ALM-ED " "
                          WS-ED-QT7
                       DELIMITED BY SIZE INTO DET-CHAVE
                   END-STRING
                   PERFORM Imprime-Detalhe
               END-IF
           END-PERFORM
           IF WS-SD-QTPED NOT = ZERO
               MOVE WS-SD-QTPED TO WS-ED-QT7
               MOVE SPACES TO DET-CHAVE
               STRING "QUANTIDADE EM PEDIDO DE COMPRA " WS-ED-QT7
                   DELIMITED BY SIZE INTO DET-CHAVE
               END-STRING
               PERFORM Imprime-Detalhe
           END-IF
           MOVE ZERO TO WS-SAIDAS-12M
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 12
               ADD WS-SD-QTSAI (WS-IX) TO WS-SAIDAS-12M
           END-PERFORM
           IF WS-SAIDAS-12M NOT = ZERO
               MOVE WS-SAIDAS-12M TO WS-ED-QT7
               MOVE SPACES TO DET-CHAVE
               STRING "SAIDAS DOS ULTIMOS 12 MESES " WS-ED-QT7
                   DELIMITED BY SIZE INTO DET-CHAVE
               END-STRING
               PERFORM Imprime-Detalhe
           END-IF
           .

      *---------------------------------------------------------------*
      *ETAPA-SOBREVIVENTE - SOMA OS SALDOS GUARDADOS DO DUPLICADO:
      *ESTOQUE GERAL E POR ALMOXARIFADO, PEDIDOS E SAIDAS MES A MES
      *(OS DOIS PRODUTOS ROLAM QTSAI-01 JUNTOS NO ROLQT).
       Etapa-Sobrevivente SECTION.
           IF Saldos-Guardados
               IF Modo-Previa
                   OPEN INPUT ACE01
               ELSE
                   OPEN I-O ACE01
               END-IF
               PERFORM Confere-Abertura
               IF FS = "00"
                   MOVE WS-COD-SOBR TO COD-01
                   READ ACE01
                       INVALID KEY
                           MOVE SPACES TO DET-CHAVE
                           STRING "PRODUTO " WS-COD-SOBR
                                  " NAO CADASTRADO NA EMPRESA"
                               DELIMITED BY SIZE INTO DET-CHAVE
                           END-STRING
                           MOVE "FUSAO INTERROMPIDA" TO DET-ACAO
                           MOVE "S" TO WS-ERRO-FUSAO
                           PERFORM Imprime-Detalhe
                       NOT INVALID KEY
                           PERFORM Soma-Sobrevivente
                   END-READ
                   CLOSE ACE01
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Sobrevivente SECTION.
           MOVE WS-SD-EST TO WS-ED-QT7
           MOVE SPACES TO DET-CHAVE
           STRING "PRODUTO " WS-COD-SOBR " - ESTOQUE " WS-ED-QT7
               DELIMITED BY SIZE INTO DET-CHAVE
           END-STRING
           MOVE "RECEBE SALDOS DO DUPLICADO" TO DET-ACAO
           IF Modo-Execucao
               MOVE REG-01 TO WS-Jn-Antes
               ADD WS-SD-EST   TO EST-01
               ADD WS-SD-QTPED TO QTPED-01
               ADD WS-SD-QTENT TO QTENT-01
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
                   ADD WS-SD-EST-ALM (WS-IX) TO EST-ALM-01 (WS-IX)
               END-PERFORM
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 12
                   ADD WS-SD-QTSAI (WS-IX) TO QTSAI-01 (WS-IX)
                       ON SIZE ERROR
                           MOVE 99999 TO QTSAI-01 (WS-IX)
                   END-ADD
               END-PERFORM
               REWRITE REG-01
               PERFORM Confere-Gravacao
               IF NOT Erro-Fusao
                   MOVE REG-01 TO WS-Jn-Depois
                   PERFORM GRAVA-JORNAL-REG01 THRU
                           SAI-GRAVA-JORNAL-REG01
               END-IF
           END-IF
           PERFORM Imprime-Detalhe
           .

      *---------------------------------------------------------------*
      *NOME-ETAPA-ATUAL - ETAPA 13 E O CHECKPOINT ENTRE UMA EMPRESA
      *CONCLUIDA E A SEGUINTE.
       Nome-Etapa-Atual SECTION.
           IF WS-ETAPA > ZERO AND WS-ETAPA NOT > Tl-Ultima-Etapa
               MOVE WS-NOME-ETAPA (WS-ETAPA) TO WS-NOME-ATUAL
           ELSE
               MOVE "EMPR." TO WS-NOME-ATUAL
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Detalhe SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Total-Etapa SECTION.
           MOVE WS-NOME-ETAPA (WS-ETAPA) TO TE-ARQUIVO
           MOVE WS-QT-ETAPA TO TE-QTDE
           ADD WS-QT-ETAPA TO WS-QT-TOTAL
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOT-ETAPA
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Mensagem SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-MSG TO LM-TEXTO
           WRITE REG-REL FROM WS-LINHA-MODO
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Ler-Checkpoint SECTION.
           MOVE ZERO TO WS-COD-DUP
           OPEN INPUT Arquivo-Checkpoint
           IF FS-CKP = "00"
               READ Arquivo-Checkpoint
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Reg-Checkpoint TO WS-ESTADO-FUSAO
               END-READ
               CLOSE Arquivo-Checkpoint
           END-IF
           IF WS-COD-DUP NOT NUMERIC
               MOVE ZERO TO WS-COD-DUP
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Checkpoint SECTION.
           MOVE WS-ESTADO-FUSAO TO Reg-Checkpoint
           OPEN OUTPUT Arquivo-Checkpoint
           WRITE Reg-Checkpoint
           CLOSE Arquivo-Checkpoint
           .

      *---------------------------------------------------------------*

       Apaga-Checkpoint SECTION.
           OPEN OUTPUT Arquivo-Checkpoint
           CLOSE Arquivo-Checkpoint
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           IF Relato-Aberto
               CLOSE RELATO
           END-IF
           CLOSE Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYJNPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
