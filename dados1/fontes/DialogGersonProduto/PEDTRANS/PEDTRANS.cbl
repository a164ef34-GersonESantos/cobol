000010*PEDTRANS-TRANSMISSAO ELETRONICA DO PEDIDO DE COMPRA AO         *
000020*FORNECEDOR. MODO 1 GERA, PARA UM FORNECEDOR, O ARQUIVO DE      *
000030*PEDIDO (arquivos\pedcFFFF.txt, FFFF = FORNECEDOR; LAYOUT FIXO: *
000040*HEADER "0" COM A EMPRESA E O FORNECEDOR, ITEM "2" POR LINHA    *
000050*ABERTA DE ACE13 COM O NUMERO DO PEDIDO (FORNECEDOR + DATA DO   *
000060*PEDIDO), NOSSO CODIGO, O CODIGO DO PRODUTO NO FORNECEDOR       *
000070*QUANDO CADASTRADO EM ACERF, DESCRICAO, UNIDADE, QUANTIDADE EM  *
000080*ABERTO, CUSTO COMBINADO E DATA DE ENTREGA PEDIDA, E TRAILER    *
000090*"9" COM AS CONTAGENS), MARCANDO AS LINHAS ENVIADAS EM ACEPE.   *
000100*LINHA AGUARDANDO APROVACAO ("V") NAO VAI. MODO 2 IMPORTA A     *
000110*CONFIRMACAO DEVOLVIDA PELO FORNECEDOR (arquivos\pedcFFFF.ret): *
000120*A DATA CONFIRMADA SUBSTITUI DATAPREV-13 E A QUANTIDADE         *
000130*CONFIRMADA MENOR ABATE QTABERTA-13 E QTPED-01 (LINHA ZERADA    *
000140*FICA ENCERRADA); LINHA CORTADA, REDUZIDA OU ADIADA E LINHA DA  *
000150*CONFIRMACAO SEM PEDIDO CORRESPONDENTE SAEM NO RELATORIO DE     *
000160*EXCECOES DO COMPRADOR. MODO 3 REIMPRIME AS EXCECOES E AS       *
000170*LINHAS ENVIADAS AINDA SEM CONFIRMACAO. MODO 4 MANTEM O CODIGO  *
000180*DO PRODUTO NO FORNECEDOR. GERAR, IMPORTAR E MANTER EXIGEM      *
000190*NIVEL DE MANUTENCAO. TUDO FICA NO LOG.                         *
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. PEDTRANS.
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELC-13".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELPE".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELRF".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000310 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000320 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000330 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000340     SELECT Arquivo-Pedido ASSIGN TO WS-ARQ-PEDIDO-FORN
000350            ORGANIZATION IS LINE SEQUENTIAL
000360            FILE STATUS  IS FS-PED.
000370     SELECT Arquivo-Confirmacao ASSIGN TO WS-ARQ-CONF-FORN
000380            ORGANIZATION IS LINE SEQUENTIAL
000390            FILE STATUS  IS FS-CNF.
000400     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000410                    FILE STATUS IS FS-REL.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000450 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000460 COPY "C:\Repo2024\cobol\dados1\book\FD-13".
000470 COPY "C:\Repo2024\cobol\dados1\book\FDPE".
000480 COPY "C:\Repo2024\cobol\dados1\book\FDRF".
000490 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000500 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000510 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000520 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000530 FD  Arquivo-Pedido
000540     RECORD CONTAINS 150 CHARACTERS.
000550 01  Linha-Pedido          PIC X(150).
000560 FD  Arquivo-Confirmacao
000570     RECORD CONTAINS 100 CHARACTERS.
000580 01  Linha-Confirmacao.
000590     03  CNF-TIPO          PIC X(01).
000600*2 = LINHA DE PEDIDO CONFIRMADA (DEMAIS TIPOS SAO IGNORADOS)
000610     03  CNF-PEDIDO.
000620         05  CNF-PED-FORN  PIC 9(04).
000630         05  CNF-PED-DATA  PIC 9(08).
000640*NUMERO DO PEDIDO COMO FOI ENVIADO (FORNECEDOR + DATA)
000650     03  CNF-COD           PIC 9(06).
000660*NOSSO CODIGO; ZEROS\BRANCOS = ACHAR PELO CODIGO DO FORNECEDOR
000670     03  CNF-CODFORN       PIC X(20).
000680     03  CNF-QTDE          PIC 9(07).
000690     03  CNF-DATAPREV      PIC 9(08).
000700*QUANTIDADE E DATA DE ENTREGA CONFIRMADAS; DATA ZERADA = MANTEM
000710*A PEDIDA
000720     03  CNF-STATUS        PIC X(01).
000730*C = LINHA CORTADA PELO FORNECEDOR - OUTRO = CONFIRMADA
000740     03  FILLER            PIC X(45).
000750 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000760 WORKING-STORAGE SECTION.
000770 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000780 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000790 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000800 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000810 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000820 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-PED                PIC X(02) VALUE "00".
       01  FS-CNF                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-ARQ-PEDIDO-FORN    PIC X(60) VALUE SPACES.
       01  WS-ARQ-CONF-FORN      PIC X(60) VALUE SPACES.

       01  WS-FIM-PEDTRANS       PIC X(01) VALUE "N".
           88  FIM-PEDTRANS      VALUE "S".
       01  WS-FIM-LINHAS         PIC X(01).
           88  FIM-LINHAS        VALUE "S".
       01  WS-FIM-CONFIRMACAO    PIC X(01).
           88  FIM-CONFIRMACAO   VALUE "S".
       01  WS-FIM-CODIGOS        PIC X(01).
           88  FIM-CODIGOS       VALUE "S".
       01  WS-FORN-OK            PIC X(01).
           88  FORN-OK           VALUE "S".
       01  WS-TEM-PE             PIC X(01).
           88  TEM-PE            VALUE "S".
       01  WS-TEM-RF             PIC X(01).
           88  TEM-RF            VALUE "S".
       01  WS-REENVIA            PIC X(01).
           88  REENVIA-PENDENTES VALUE "S" "s".

       01  WS-OPCAO              PIC 9(01).
       01  WS-FORNECEDOR         PIC 9(04).
       01  WS-COD-LINHA          PIC 9(06).
       01  WS-CODFORN            PIC X(20).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-HORA-AGORA         PIC 9(08).
       01  WS-DATA-INICIAL       PIC 9(08).
       01  WS-QTD-CONF           PIC 9(07).
       01  WS-PREV-CONF          PIC 9(08).
       01  WS-QTD-CORTE          PIC 9(07).
       01  WS-MOTIVO             PIC X(50).
       01  WS-QTD-LINHAS         PIC 9(06).
       01  WS-QTD-CONFIRMADAS    PIC 9(06).
       01  WS-QTD-EXCECOES       PIC 9(06).
       01  WS-QTD-SEM-PEDIDO     PIC 9(06).
       01  WS-QTD-PENDENTES      PIC 9(06).
       01  WS-TOT-PEDIDO         PIC 9(12)V99.
       01  WS-CHAVE-LOG.
           03  WS-CHAVE-LOG-FORN PIC 9(04).
           03  FILLER            PIC X(01) VALUE "-".
           03  WS-CHAVE-LOG-QTD  PIC 9(06).

      *LAYOUT FIXO DO ARQUIVO DE PEDIDO (150 COLUNAS).
       01  WS-PED-HEADER.
           03  FILLER            PIC X(01) VALUE "0".
           03  HDR-DATA          PIC 9(08).
           03  HDR-HORA          PIC 9(06).
           03  HDR-EMPRESA       PIC 9(02).
           03  HDR-RAZAO         PIC X(40).
           03  HDR-FORN          PIC 9(04).
           03  HDR-FORN-NOME     PIC X(30).
           03  HDR-FORN-CNPJ     PIC 9(14).
           03  FILLER            PIC X(45) VALUE SPACES.

       01  WS-PED-ITEM.
           03  FILLER            PIC X(01) VALUE "2".
           03  ITM-PEDIDO.
               05  ITM-PED-FORN  PIC 9(04).
               05  ITM-PED-DATA  PIC 9(08).
           03  ITM-COD           PIC 9(06).
           03  ITM-CODFORN       PIC X(20).
           03  ITM-DESC          PIC X(60).
           03  ITM-UND           PIC X(04).
           03  ITM-QTDE          PIC 9(07).
           03  ITM-CUSTO         PIC 9(08)V99.
           03  ITM-DATAPREV      PIC 9(08).
           03  FILLER            PIC X(22) VALUE SPACES.

       01  WS-PED-TRAILER.
           03  FILLER            PIC X(01) VALUE "9".
           03  TRL-LINHAS        PIC 9(06).
           03  TRL-TOTAL         PIC 9(12)V99.
           03  FILLER            PIC X(129) VALUE SPACES.

       01  WS-LINHA-CAB-EXC.
           03  FILLER            PIC X(07) VALUE "CODIGO".
           03  FILLER            PIC X(09) VALUE "PEDIDO".
           03  FILLER            PIC X(15) VALUE "DESCRICAO".
           03  FILLER            PIC X(08) VALUE " PEDIDA".
           03  FILLER            PIC X(08) VALUE " CONFIR".
           03  FILLER            PIC X(09) VALUE "ENTREGA".
           03  FILLER            PIC X(09) VALUE "CONFIRM.".
           03  FILLER            PIC X(10) VALUE "OCORRENCIA".

       01  WS-LINHA-EXC.
           03  EXC-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EXC-DATA-PED      PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EXC-DESC          PIC X(14).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EXC-QTD-PEDIDA    PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EXC-QTD-CONF      PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EXC-PREV-PEDIDA   PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EXC-PREV-CONF     PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EXC-OCORRENCIA    PIC X(15).

       01  WS-LINHA-ERRO.
           03  ERR-PEDIDO        PIC X(12).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ERR-COD           PIC X(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ERR-CODFORN       PIC X(20).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  ERR-MOTIVO        PIC X(39).

       01  WS-LINHA-TOT          PIC X(80).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-PEDTRANS
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE "ACE01" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-PEDTRANS
           END-IF
           MOVE "ACE13" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-PEDTRANS
           END-IF
           OPEN I-O ACE01
           OPEN INPUT ACE06
           OPEN I-O ACE13
           IF FS NOT = "00"
               DISPLAY "PEDTRANS - ARQUIVO DE PEDIDOS DE COMPRA "
                       "(ACE13) NAO ENCONTRADO: " FS
               MOVE "S" TO WS-FIM-PEDTRANS
           END-IF
           OPEN I-O ACEPE
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEPE
               CLOSE ACEPE
               OPEN I-O ACEPE
           END-IF
           OPEN I-O ACERF
           IF FS = "05" OR "35"
               OPEN OUTPUT ACERF
               CLOSE ACERF
               OPEN I-O ACERF
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "PEDTRANS" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "PEDTRANS" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "PEDTRANS - 1=GERAR ARQUIVO DE PEDIDO "
                   "2=IMPORTAR CONFIRMACAO 3=EXCECOES"
           DISPLAY "           4=CODIGO DO PRODUTO NO FORNECEDOR "
                   "0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   IF Oper-Pode-Manter
                       PERFORM Gera-Arquivo-Pedido
                   ELSE
                       DISPLAY "OPERADOR SEM NIVEL PARA GERAR O "
                               "ARQUIVO DE PEDIDO."
                   END-IF
               WHEN 2
                   IF Oper-Pode-Manter
                       PERFORM Importa-Confirmacao
                   ELSE
                       DISPLAY "OPERADOR SEM NIVEL PARA IMPORTAR A "
                               "CONFIRMACAO."
                   END-IF
               WHEN 3
                   PERFORM Relatorio-Excecoes
               WHEN 4
                   IF Oper-Pode-Manter
                       PERFORM Manutencao-Codigo-Fornecedor
                   ELSE
                       DISPLAY "OPERADOR SEM NIVEL PARA MANTER OS "
                               "CODIGOS DO FORNECEDOR."
                   END-IF
               WHEN 0
                   MOVE "S" TO WS-FIM-PEDTRANS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *PEDE-FORNECEDOR - CONFERE O FORNECEDOR EM ACE06 E MONTA OS
      *NOMES DOS ARQUIVOS DE PEDIDO E DE CONFIRMACAO DELE.
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
           MOVE SPACES TO WS-ARQ-PEDIDO-FORN WS-ARQ-CONF-FORN
           STRING WS-Dir-Arq    DELIMITED BY SPACE
                  "\pedc"       DELIMITED BY SIZE
                  WS-FORNECEDOR DELIMITED BY SIZE
                  ".txt"        DELIMITED BY SIZE
               INTO WS-ARQ-PEDIDO-FORN
           END-STRING
           STRING WS-Dir-Arq    DELIMITED BY SPACE
                  "\pedc"       DELIMITED BY SIZE
                  WS-FORNECEDOR DELIMITED BY SIZE
                  ".ret"        DELIMITED BY SIZE
               INTO WS-ARQ-CONF-FORN
           END-STRING
           .

      *---------------------------------------------------------------*

       Le-Transmissao SECTION.
           MOVE "N" TO WS-TEM-PE
           MOVE CHAVE-13 TO PE-CHAVE
           READ ACEPE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-PE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Le-Codigo-Fornecedor SECTION.
           MOVE "N" TO WS-TEM-RF
           MOVE FORN-13 TO RF-FORN
           MOVE COD-13  TO RF-COD
           READ ACERF
               INVALID KEY
                   MOVE SPACES TO RF-CODFORN
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-RF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GERA-ARQUIVO-PEDIDO - LINHA ABERTA DO FORNECEDOR AINDA NAO
      *TRANSMITIDA VAI PARA O ARQUIVO; A JA TRANSMITIDA SEM
      *CONFIRMACAO SO VAI DE NOVO A PEDIDO, E A JA CONFIRMADA NAO VAI
      *MAIS. O ARQUIVO E REFEITO A CADA GERACAO.
       Gera-Arquivo-Pedido SECTION.
           PERFORM Pede-Fornecedor
           IF FORN-OK
               DISPLAY "REENVIAR AS LINHAS JA TRANSMITIDAS AINDA SEM "
                       "CONFIRMACAO (S/N)? "
               ACCEPT WS-REENVIA
               OPEN OUTPUT Arquivo-Pedido
               IF FS-PED NOT = "00"
                   DISPLAY "PEDTRANS - ERRO AO CRIAR O ARQUIVO DE "
                           "PEDIDO: " FS-PED
               ELSE
                   PERFORM Grava-Arquivo-Pedido
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Arquivo-Pedido SECTION.
           MOVE ZERO TO WS-QTD-LINHAS WS-TOT-PEDIDO
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE       TO HDR-DATA
           MOVE WS-HORA-AGORA(1:6) TO HDR-HORA
           MOVE WS-Arq-Empresa     TO HDR-EMPRESA
           MOVE WS-Rel-Empresa     TO HDR-RAZAO
           MOVE COD-06             TO HDR-FORN
           MOVE NOME-06            TO HDR-FORN-NOME
           MOVE ZERO               TO HDR-FORN-CNPJ
           IF CNPJ-06 NUMERIC
               MOVE CNPJ-06 TO HDR-FORN-CNPJ
           END-IF
           WRITE Linha-Pedido FROM WS-PED-HEADER
           MOVE WS-FORNECEDOR TO FORN-13
           MOVE ZEROS TO COD-13 DATA-13
           MOVE "N" TO WS-FIM-LINHAS
           START ACE13 KEY IS NOT LESS CHAVE-13
               INVALID KEY
                   MOVE "S" TO WS-FIM-LINHAS
           END-START
           PERFORM UNTIL FIM-LINHAS
               READ ACE13 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LINHAS
                   NOT AT END
                       IF FORN-13 NOT = WS-FORNECEDOR
                           MOVE "S" TO WS-FIM-LINHAS
                       ELSE
                           IF PEDIDO-13-ABERTO AND QTABERTA-13 > ZERO
                               PERFORM Seleciona-Linha-Envio
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE WS-QTD-LINHAS TO TRL-LINHAS
           MOVE WS-TOT-PEDIDO TO TRL-TOTAL
           WRITE Linha-Pedido FROM WS-PED-TRAILER
           CLOSE Arquivo-Pedido
           MOVE "PEDIDO ELETRONICO DE COMPRA  " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE SPACES TO WS-LINHA-TOT
           STRING "FORNECEDOR " WS-FORNECEDOR " " NOME-06
                  "  LINHAS ENVIADAS: " WS-QTD-LINHAS
               DELIMITED BY SIZE INTO WS-LINHA-TOT
           END-STRING
           PERFORM Escreve-Relato
           MOVE "GERA-PED"    TO WS-Log-Funcao
           MOVE WS-FORNECEDOR TO WS-CHAVE-LOG-FORN
           MOVE WS-QTD-LINHAS TO WS-CHAVE-LOG-QTD
           MOVE WS-CHAVE-LOG  TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "ARQUIVO DE PEDIDO GERADO COM " WS-QTD-LINHAS
                   " LINHAS: " WS-ARQ-PEDIDO-FORN
           .

      *---------------------------------------------------------------*

       Seleciona-Linha-Envio SECTION.
           PERFORM Le-Transmissao
           IF NOT TEM-PE
              OR (PE-ENVIADA AND REENVIA-PENDENTES)
               PERFORM Grava-Linha-Envio
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Linha-Envio SECTION.
           PERFORM Le-Codigo-Fornecedor
           MOVE FORN-13     TO ITM-PED-FORN
           MOVE DATA-13     TO ITM-PED-DATA
           MOVE COD-13      TO ITM-COD
           MOVE RF-CODFORN  TO ITM-CODFORN
           MOVE COD-13      TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO ITM-DESC
                   MOVE SPACES TO ITM-UND
               NOT INVALID KEY
                   MOVE DESC-01 TO ITM-DESC
                   MOVE UND-01  TO ITM-UND
           END-READ
           MOVE "00" TO FS
           MOVE QTABERTA-13 TO ITM-QTDE
           MOVE ZERO        TO ITM-CUSTO
           IF CUSTO-13 NUMERIC
      *CUSTO-13 ESTA EM CENTAVOS, COMO CREAL-01.
               COMPUTE ITM-CUSTO = CUSTO-13 / 100
           END-IF
           MOVE DATAPREV-13 TO ITM-DATAPREV
           WRITE Linha-Pedido FROM WS-PED-ITEM
           ADD 1 TO WS-QTD-LINHAS
           COMPUTE WS-TOT-PEDIDO = WS-TOT-PEDIDO
                                 + ITM-QTDE * ITM-CUSTO
           IF NOT TEM-PE
               MOVE SPACES   TO REG-PE
               MOVE CHAVE-13 TO PE-CHAVE
           END-IF
           MOVE "E"          TO PE-SITUACAO
           MOVE WS-DATA-HOJE TO PE-DATA-ENVIO
           MOVE QTABERTA-13  TO PE-QTD-ENVIADA
           MOVE DATAPREV-13  TO PE-PREV-ENVIADA
           MOVE ZERO         TO PE-DATA-RETORNO PE-QTD-CONF
                                PE-PREV-CONF
           MOVE SPACE        TO PE-OCORRENCIA
           IF TEM-PE
               REWRITE REG-PE
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR LINHA TRANSMITIDA: "
                               CHAVE-13
               END-REWRITE
           ELSE
               WRITE REG-PE
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR LINHA TRANSMITIDA: "
                               CHAVE-13
               END-WRITE
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *IMPORTA-CONFIRMACAO - CADA LINHA "2" CONFIRMA UMA LINHA DE
      *PEDIDO DO FORNECEDOR. O QUE NAO CASA COM LINHA ABERTA DE ACE13
      *E TODA LINHA CORTADA, REDUZIDA OU ADIADA SAEM NO RELATORIO.
       Importa-Confirmacao SECTION.
           PERFORM Pede-Fornecedor
           IF FORN-OK
               OPEN INPUT Arquivo-Confirmacao
               IF FS-CNF NOT = "00"
                   DISPLAY "PEDTRANS - ARQUIVO DE CONFIRMACAO NAO "
                           "ENCONTRADO: " WS-ARQ-CONF-FORN
               ELSE
                   PERFORM Processa-Confirmacao
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Processa-Confirmacao SECTION.
           MOVE ZERO TO WS-QTD-CONFIRMADAS WS-QTD-EXCECOES
                        WS-QTD-SEM-PEDIDO
           MOVE "CONFIRMACAO DE PEDIDO        " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE SPACES TO WS-LINHA-TOT
           STRING "FORNECEDOR " WS-FORNECEDOR " " NOME-06
               DELIMITED BY SIZE INTO WS-LINHA-TOT
           END-STRING
           PERFORM Escreve-Relato
           WRITE REG-REL FROM WS-LINHA-CAB-EXC
           ADD 1 TO WS-Rel-Linha
           MOVE "N" TO WS-FIM-CONFIRMACAO
           PERFORM UNTIL FIM-CONFIRMACAO
               READ Arquivo-Confirmacao
                   AT END
                       MOVE "S" TO WS-FIM-CONFIRMACAO
                   NOT AT END
                       IF CNF-TIPO = "2"
                           PERFORM Processa-Linha-Confirmacao
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Arquivo-Confirmacao
           MOVE SPACES TO WS-LINHA-TOT
           STRING "CONFIRMADAS: " WS-QTD-CONFIRMADAS
                  "  COM EXCECAO: " WS-QTD-EXCECOES
                  "  SEM PEDIDO: " WS-QTD-SEM-PEDIDO
               DELIMITED BY SIZE INTO WS-LINHA-TOT
           END-STRING
           PERFORM Escreve-Relato
           MOVE "CONF-PED"         TO WS-Log-Funcao
           MOVE WS-FORNECEDOR      TO WS-CHAVE-LOG-FORN
           MOVE WS-QTD-CONFIRMADAS TO WS-CHAVE-LOG-QTD
           MOVE WS-CHAVE-LOG       TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "CONFIRMACAO IMPORTADA - LINHAS " WS-QTD-CONFIRMADAS
                   " COM EXCECAO " WS-QTD-EXCECOES
                   " SEM PEDIDO " WS-QTD-SEM-PEDIDO
           .

      *---------------------------------------------------------------*

       Processa-Linha-Confirmacao SECTION.
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN CNF-PED-FORN NOT NUMERIC
                    OR CNF-PED-DATA NOT NUMERIC
                   MOVE "NUMERO DE PEDIDO INVALIDO" TO WS-MOTIVO
               WHEN CNF-PED-FORN NOT = WS-FORNECEDOR
                   MOVE "PEDIDO DE OUTRO FORNECEDOR" TO WS-MOTIVO
               WHEN OTHER
                   PERFORM Identifica-Produto
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               MOVE CNF-PED-FORN TO FORN-13
               MOVE WS-COD-LINHA TO COD-13
               MOVE CNF-PED-DATA TO DATA-13
               READ ACE13
                   INVALID KEY
                       MOVE "LINHA DE PEDIDO NAO ENCONTRADA"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       IF NOT PEDIDO-13-ABERTO
                           MOVE "LINHA DE PEDIDO NAO ESTA ABERTA"
                               TO WS-MOTIVO
                       ELSE
                           PERFORM Aplica-Confirmacao
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTD-SEM-PEDIDO
               PERFORM Imprime-Linha-Erro
           END-IF
           .

      *---------------------------------------------------------------*
      *IDENTIFICA-PRODUTO - NOSSO CODIGO QUANDO VEIO; SENAO, PROCURA
      *O CODIGO DO FORNECEDOR ENTRE OS CADASTRADOS DELE EM ACERF.
       Identifica-Produto SECTION.
           IF CNF-COD NUMERIC AND CNF-COD NOT = ZERO
               MOVE CNF-COD TO WS-COD-LINHA
           ELSE
               MOVE ZERO TO WS-COD-LINHA
               IF CNF-CODFORN NOT = SPACES
                   MOVE "N" TO WS-FIM-CODIGOS
                   MOVE WS-FORNECEDOR TO RF-FORN
                   MOVE ZERO          TO RF-COD
                   START ACERF KEY IS NOT LESS RF-CHAVE
                       INVALID KEY
                           MOVE "S" TO WS-FIM-CODIGOS
                   END-START
                   PERFORM UNTIL FIM-CODIGOS
                       READ ACERF NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-CODIGOS
                           NOT AT END
                               IF RF-FORN NOT = WS-FORNECEDOR
                                   MOVE "S" TO WS-FIM-CODIGOS
                               ELSE
                                   IF RF-CODFORN = CNF-CODFORN
                                       MOVE RF-COD TO WS-COD-LINHA
                                       MOVE "S" TO WS-FIM-CODIGOS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO FS
               END-IF
               IF WS-COD-LINHA = ZERO
                   MOVE "PRODUTO NAO IDENTIFICADO" TO WS-MOTIVO
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *APLICA-CONFIRMACAO - A DATA CONFIRMADA VIRA A PREVISAO DA
      *LINHA (FORNDES E FLUXCX PASSAM A ENXERGAR A DATA REAL); A
      *QUANTIDADE CONFIRMADA MENOR QUE A ABERTA ABATE O CORTE DE
      *QTABERTA-13 E DE QTPED-01, E A LINHA ZERADA FICA ENCERRADA.
      *QUANTIDADE ACIMA DA PEDIDA NAO E APLICADA - SAI NO RELATORIO.
       Aplica-Confirmacao SECTION.
           PERFORM Le-Transmissao
           IF NOT TEM-PE
               MOVE SPACES      TO REG-PE
               MOVE CHAVE-13    TO PE-CHAVE
               MOVE ZERO        TO PE-DATA-ENVIO
               MOVE QTABERTA-13 TO PE-QTD-ENVIADA
               MOVE DATAPREV-13 TO PE-PREV-ENVIADA
           END-IF
           EVALUATE TRUE
               WHEN CNF-STATUS = "C"
                   MOVE ZERO TO WS-QTD-CONF
               WHEN CNF-QTDE NUMERIC
                   MOVE CNF-QTDE TO WS-QTD-CONF
               WHEN OTHER
                   MOVE QTABERTA-13 TO WS-QTD-CONF
           END-EVALUATE
           IF WS-QTD-CONF > QTABERTA-13
               MOVE "QTDE ACIMA DO PEDIDO - MANTIDA A PEDIDA"
                   TO WS-MOTIVO
               PERFORM Imprime-Linha-Erro
               MOVE SPACES TO WS-MOTIVO
               MOVE QTABERTA-13 TO WS-QTD-CONF
           END-IF
           IF CNF-DATAPREV NUMERIC AND CNF-DATAPREV NOT = ZERO
               MOVE CNF-DATAPREV TO WS-PREV-CONF
           ELSE
               MOVE DATAPREV-13  TO WS-PREV-CONF
           END-IF
           EVALUATE TRUE
               WHEN WS-QTD-CONF = ZERO
                   MOVE "X" TO PE-OCORRENCIA
               WHEN WS-QTD-CONF < QTABERTA-13
                    AND WS-PREV-CONF > DATAPREV-13
                   MOVE "B" TO PE-OCORRENCIA
               WHEN WS-QTD-CONF < QTABERTA-13
                   MOVE "R" TO PE-OCORRENCIA
               WHEN WS-PREV-CONF > DATAPREV-13
                   MOVE "A" TO PE-OCORRENCIA
               WHEN OTHER
                   MOVE SPACE TO PE-OCORRENCIA
           END-EVALUATE
           MOVE "C"          TO PE-SITUACAO
           MOVE WS-DATA-HOJE TO PE-DATA-RETORNO
           MOVE WS-QTD-CONF  TO PE-QTD-CONF
           MOVE WS-PREV-CONF TO PE-PREV-CONF
           IF WS-QTD-CONF < QTABERTA-13
               COMPUTE WS-QTD-CORTE = QTABERTA-13 - WS-QTD-CONF
               PERFORM Abate-Pedido-Produto
               MOVE WS-QTD-CONF TO QTABERTA-13
               IF QTABERTA-13 = ZERO
                   MOVE "E" TO SITUACAO-13
               END-IF
           END-IF
           MOVE WS-PREV-CONF TO DATAPREV-13
           REWRITE REG-13
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LINHA DE PEDIDO " CHAVE-13
           END-REWRITE
           MOVE "00" TO FS
           IF TEM-PE
               REWRITE REG-PE
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A CONFIRMACAO " CHAVE-13
               END-REWRITE
           ELSE
               WRITE REG-PE
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A CONFIRMACAO " CHAVE-13
               END-WRITE
           END-IF
           MOVE "00" TO FS
           ADD 1 TO WS-QTD-CONFIRMADAS
           IF NOT PE-SEM-OCORRENCIA
               ADD 1 TO WS-QTD-EXCECOES
               PERFORM Imprime-Excecao
               MOVE "EXC-PED" TO WS-Log-Funcao
               MOVE CHAVE-13  TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           .

      *---------------------------------------------------------------*
      *ABATE-PEDIDO-PRODUTO - QTPED-01 CONTINUA SENDO A SOMA DAS
      *LINHAS ABERTAS: O CORTE DO FORNECEDOR SAI DO ACUMULADO.
       Abate-Pedido-Produto SECTION.
           MOVE COD-13 TO COD-01
           READ ACE01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF QTPED-01 > WS-QTD-CORTE
                       SUBTRACT WS-QTD-CORTE FROM QTPED-01
                   ELSE
                       MOVE ZERO TO QTPED-01
                   END-IF
                   REWRITE REG-01
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PRODUTO " COD-01
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *RELATORIO-EXCECOES - LINHAS CONFIRMADAS COM CORTE, REDUCAO OU
      *ADIAMENTO DESDE A DATA INFORMADA E LINHAS AINDA ABERTAS
      *TRANSMITIDAS E SEM CONFIRMACAO, DE UM FORNECEDOR (0 = TODOS).
       Relatorio-Excecoes SECTION.
           DISPLAY "FORNECEDOR (0 = TODOS): "
           ACCEPT WS-FORNECEDOR
           DISPLAY "CONFIRMACOES IMPORTADAS A PARTIR DE (AAAAMMDD, "
                   "0 = TODAS): "
           ACCEPT WS-DATA-INICIAL
           MOVE ZERO TO WS-QTD-EXCECOES WS-QTD-PENDENTES
           MOVE "EXCECOES DO PEDIDO DE COMPRA " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB-EXC
           ADD 1 TO WS-Rel-Linha
           MOVE WS-FORNECEDOR TO PE-FORN
           MOVE ZEROS TO PE-COD PE-DATA
           MOVE "N" TO WS-FIM-LINHAS
           START ACEPE KEY IS NOT LESS PE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LINHAS
           END-START
           PERFORM UNTIL FIM-LINHAS
               READ ACEPE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LINHAS
                   NOT AT END
                       IF WS-FORNECEDOR NOT = ZERO
                          AND PE-FORN NOT = WS-FORNECEDOR
                           MOVE "S" TO WS-FIM-LINHAS
                       ELSE
                           PERFORM Verifica-Excecao
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE SPACES TO WS-LINHA-TOT
           STRING "LINHAS COM EXCECAO: " WS-QTD-EXCECOES
                  "  SEM CONFIRMACAO: " WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO WS-LINHA-TOT
           END-STRING
           PERFORM Escreve-Relato
           MOVE "EXC-PED"       TO WS-Log-Funcao
           MOVE WS-FORNECEDOR   TO WS-CHAVE-LOG-FORN
           MOVE WS-QTD-EXCECOES TO WS-CHAVE-LOG-QTD
           MOVE WS-CHAVE-LOG    TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "PEDTRANS - EXCECOES: " WS-QTD-EXCECOES
                   " SEM CONFIRMACAO: " WS-QTD-PENDENTES
           .

      *---------------------------------------------------------------*

       Verifica-Excecao SECTION.
           EVALUATE TRUE
               WHEN PE-CONFIRMADA AND NOT PE-SEM-OCORRENCIA
                    AND PE-DATA-RETORNO NOT < WS-DATA-INICIAL
                   ADD 1 TO WS-QTD-EXCECOES
                   PERFORM Imprime-Excecao
               WHEN PE-ENVIADA
                   MOVE PE-CHAVE TO CHAVE-13
                   READ ACE13
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PEDIDO-13-ABERTO
                               ADD 1 TO WS-QTD-PENDENTES
                               PERFORM Imprime-Excecao
                           END-IF
                   END-READ
                   MOVE "00" TO FS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Imprime-Excecao SECTION.
           MOVE PE-COD          TO EXC-COD
           MOVE PE-DATA         TO EXC-DATA-PED
           MOVE PE-COD          TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
           END-READ
           MOVE "00" TO FS
           MOVE DESC-01         TO EXC-DESC
           MOVE PE-QTD-ENVIADA  TO EXC-QTD-PEDIDA
           MOVE PE-PREV-ENVIADA TO EXC-PREV-PEDIDA
           MOVE PE-QTD-CONF     TO EXC-QTD-CONF
           MOVE PE-PREV-CONF    TO EXC-PREV-CONF
           EVALUATE TRUE
               WHEN PE-ENVIADA
                   MOVE "SEM CONFIRMACAO" TO EXC-OCORRENCIA
               WHEN PE-CORTADA
                   MOVE "CORTADA"         TO EXC-OCORRENCIA
               WHEN PE-REDUZIDA AND PE-ADIADA
                   MOVE "REDUZIDA+ADIADA" TO EXC-OCORRENCIA
               WHEN PE-REDUZIDA
                   MOVE "REDUZIDA"        TO EXC-OCORRENCIA
               WHEN PE-ADIADA
                   MOVE "ADIADA"          TO EXC-OCORRENCIA
               WHEN OTHER
                   MOVE SPACES            TO EXC-OCORRENCIA
           END-EVALUATE
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-EXC
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Erro SECTION.
           MOVE CNF-PEDIDO  TO ERR-PEDIDO
           MOVE CNF-COD     TO ERR-COD
           MOVE CNF-CODFORN TO ERR-CODFORN
           MOVE WS-MOTIVO   TO ERR-MOTIVO
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-ERRO
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *MANUTENCAO-CODIGO-FORNECEDOR - INCLUI, TROCA OU (EM BRANCO)
      *EXCLUI O CODIGO DO PRODUTO NO CATALOGO DO FORNECEDOR.
       Manutencao-Codigo-Fornecedor SECTION.
           PERFORM Pede-Fornecedor
           IF FORN-OK
               DISPLAY "PRODUTO: "
               ACCEPT WS-COD-LINHA
               MOVE WS-COD-LINHA TO COD-01
               READ ACE01
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO: " WS-COD-LINHA
                   NOT INVALID KEY
                       DISPLAY "PRODUTO: " DESC-01
                       PERFORM Grava-Codigo-Fornecedor
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Codigo-Fornecedor SECTION.
           MOVE WS-FORNECEDOR TO FORN-13
           MOVE WS-COD-LINHA  TO COD-13
           PERFORM Le-Codigo-Fornecedor
           IF TEM-RF
               DISPLAY "CODIGO ATUAL NO FORNECEDOR: " RF-CODFORN
           END-IF
           DISPLAY "CODIGO NO FORNECEDOR (BRANCO = EXCLUIR): "
           MOVE SPACES TO WS-CODFORN
           ACCEPT WS-CODFORN
           EVALUATE TRUE
               WHEN WS-CODFORN = SPACES AND TEM-RF
                   DELETE ACERF RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR O CODIGO."
                   END-DELETE
               WHEN WS-CODFORN = SPACES
                   DISPLAY "NADA A GRAVAR."
               WHEN TEM-RF
                   MOVE WS-CODFORN TO RF-CODFORN
                   REWRITE REG-RF
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CODIGO."
                   END-REWRITE
               WHEN OTHER
                   MOVE SPACES        TO REG-RF
                   MOVE WS-FORNECEDOR TO RF-FORN
                   MOVE WS-COD-LINHA  TO RF-COD
                   MOVE WS-CODFORN    TO RF-CODFORN
                   WRITE REG-RF
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CODIGO."
                   END-WRITE
           END-EVALUATE
           IF FS = "00"
               MOVE "COD-FORN" TO WS-Log-Funcao
               MOVE RF-CHAVE   TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Escreve-Relato SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE06 ACE13 ACEPE ACERF Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
