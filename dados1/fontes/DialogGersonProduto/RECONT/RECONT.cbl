000010*RECONT-RECONSTRUCAO DOS ACUMULADORES DERIVADOS DE ACE01 A      *
000020*PARTIR DAS SUAS FONTES, PARA QUANDO QUEDA OU RESTAURACAO       *
000030*(BACKRES) OS DEIXA DESENCONTRADOS - O BALMOV SO CONFERE        *
000040*EST-01. QTPED-01 SAI DAS LINHAS ABERTAS ("A") DE ACE13;        *
000050*QTENT-01 DAS LIBERACOES DE QUARENTENA (MOVIMENTO "E" DOCUMENTO *
000060*"Q"); QTSAIDAR-01 DOS MOVIMENTOS "S" MENOS "D" E "X" DE CADA   *
000070*MES; DATNOV-01 DO MES DO ULTIMO MOVIMENTO, QUE E TAMBEM O MES  *
000080*DA POSICAO 1 DE QTSAIDAR-01. ENTRA O MOVIMENTO VIVO (ACE02) E  *
000090*O ARQUIVADO PELO ARQMOV (MOVAAAA.ARQ DOS ULTIMOS 5 ANOS), QUE  *
000100*E CARREGADO NUM ARQUIVO DE TRABALHO INDEXADO JUNTO COM AS      *
000110*LINHAS DE PEDIDO; O SALDO TRANSPORTADO DO ARQMOV NAO CONTA.    *
000120*MODO PREVIA SO LISTA EM RELATO CADA PRODUTO E CAMPO            *
000130*DIVERGENTE; MODO APLICAR REGRAVA SO OS CAMPOS DIVERGENTES, COM *
000140*JORNAL DE IMAGENS (ACEJN) E LOG, E EXIGE OPERADOR SUPERVISOR E *
000150*PERIODO CORRENTE ABERTO. CHECKPOINT\RESTART NO MESMO MOLDE DE  *
000160*ROLQT: O ULTIMO COD-01 PROCESSADO E GRAVADO A CADA INTERVALO E *
000170*UMA NOVA EXECUCAO NO MESMO MODO RETOMA DALI.                   *
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. RECONT.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELC-13".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELJN".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000310     SELECT Arquivo-Morto ASSIGN TO WS-ARQ-MORTO-NOME
000320            ORGANIZATION IS LINE SEQUENTIAL
000330            FILE STATUS  IS FS-MORTO.
000340     SELECT Arquivo-Trabalho ASSIGN TO WS-Arq-TrabRecont
000350            ORGANIZATION IS INDEXED
000360            ACCESS MODE  IS DYNAMIC
000370            RECORD KEY   IS TR-CHAVE
000380            FILE STATUS  IS FS-TRAB.
000390     SELECT Arquivo-Checkpoint ASSIGN TO WS-Arq-CkpRecont
000400            ORGANIZATION IS LINE SEQUENTIAL
000410            FILE STATUS  IS FS-CKP.
000420     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000430                    FILE STATUS IS FS-REL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000470 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000480 COPY "C:\Repo2024\cobol\dados1\book\FD-13".
000490 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000500 COPY "C:\Repo2024\cobol\dados1\book\FDJN".
000510 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000520 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000530 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000540 FD  Arquivo-Morto.
000550 01  Reg-Morto.
000560     03  MO-COD            PIC 9(06).
000570     03  MO-DATA           PIC 9(08).
000580     03  MO-HORA           PIC 9(06).
000590     03  MO-TIPO           PIC X(01).
000600     03  MO-QTDE           PIC 9(07)V9(03).
000610     03  MO-ALM            PIC 9(02).
000620     03  MO-SINAL          PIC X(01).
000630     03  MO-DOCTIPO        PIC X(01).
000640     03  MO-DOCNUM         PIC 9(06).
000650     03  MO-MOTIVO         PIC X(03).
000660     03  FILLER            PIC X(02).
000670 FD  Arquivo-Trabalho.
000680 01  Reg-Trabalho.
000690     03  TR-CHAVE.
000700         05  TR-COD        PIC 9(06).
000710         05  TR-ORIGEM     PIC X(01).
000720             88  TR-PEDIDO         VALUE "P".
000730             88  TR-ARQUIVADO      VALUE "M".
000740         05  TR-DATA       PIC 9(08).
000750         05  TR-HORA       PIC 9(06).
000760     03  TR-TIPO           PIC X(01).
000770     03  TR-QTDE           PIC 9(07)V9(03).
000780     03  TR-ALM            PIC 9(02).
000790     03  TR-DOCTIPO        PIC X(01).
000800 FD  Arquivo-Checkpoint.
000810 01  Reg-Checkpoint.
000820     03  CKP-Modo          PIC 9(01).
000830     03  CKP-Cod-01        PIC 9(06).
000840 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000850 WORKING-STORAGE SECTION.
000860 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000870 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000880 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000890 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000900 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
000910 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000920 COPY "C:\Repo2024\cobol\dados1\book\CPYJNWS".
000930 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".
       01  FS-MORTO              PIC X(02) VALUE "00".
       01  FS-TRAB               PIC X(02) VALUE "00".
       01  FS-CKP                PIC X(02) VALUE "00".

       01  WS-FIM-ACE01          PIC X(01) VALUE "N".
           88  FIM-ACE01         VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-MODO               PIC 9(01) VALUE 1.
           88  MODO-PREVIA       VALUE 1.
           88  MODO-APLICAR      VALUE 2.
       01  WS-PRODUTO-DIVERGE    PIC X(01).
           88  PRODUTO-DIVERGE   VALUE "S".

       01  WS-ARQ-MORTO-NOME     PIC X(60) VALUE SPACES.
       01  WS-ANO-MORTO          PIC 9(04).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DATA-HOJE-GRUPO REDEFINES WS-DATA-HOJE.
           03  WS-HOJE-ANO       PIC 9(04).
           03  WS-HOJE-MES       PIC 9(02).
           03  WS-HOJE-DIA       PIC 9(02).

      *checkpoint/restart: grava o modo e o ultimo COD-01 ja processado
      *a cada Tl-Checkpoint-Intervalo produtos; o arquivo de trabalho e
      *derivado e e montado de novo a cada execucao.
       78  Tl-Checkpoint-Intervalo  VALUE 50.
       01  WS-Ultimo-Cod-Processado PIC 9(06) VALUE ZERO.
       01  WS-Modo-Checkpoint       PIC 9(01) VALUE ZERO.
       01  WS-Contador-Checkpoint   PIC 9(04) COMP VALUE ZERO.

      *movimento corrente (vivo ou arquivado) e o seu mes absoluto
      *(ano * 12 + mes); a tabela guarda as saidas liquidas dos 72
      *meses que terminam no mes corrente.
       01  WS-MV-DATA            PIC 9(08).
       01  WS-MV-DATA-GRUPO REDEFINES WS-MV-DATA.
           03  WS-MV-ANO         PIC 9(04).
           03  WS-MV-ANO-R REDEFINES WS-MV-ANO.
               05  FILLER        PIC 9(02).
               05  WS-MV-AA      PIC 9(02).
           03  WS-MV-MES         PIC 9(02).
           03  WS-MV-DIA         PIC 9(02).
       01  WS-MV-TIPO            PIC X(01).
       01  WS-MV-QTDE            PIC 9(07)V9(03).
       01  WS-MV-ALM             PIC 9(02).
       01  WS-MV-DOCTIPO         PIC X(01).
       01  WS-MES-BASE           PIC 9(06) COMP.
       01  WS-MES-ULTIMO         PIC 9(06) COMP.
       01  WS-IX                 PIC S9(04) COMP.
       01  WS-KX                 PIC 9(02) COMP.
       01  WS-KX-ED              PIC 9(02).
       01  WS-TAB-MESES.
           03  WS-SAIDA-MES      PIC S9(09)V9(03) OCCURS 72 TIMES.

       01  WS-ULTIMA-DATA        PIC 9(08).
       01  WS-SOMA-QTPED         PIC 9(09).
       01  WS-SOMA-QTENT         PIC 9(09)V9(03).
       01  WS-NOVO-QTPED         PIC 9(07).
       01  WS-NOVO-QTENT         PIC 9(07).
       01  WS-NOVO-DATNOV        PIC 9(04).
       01  WS-NOVO-QTSAIDAR.
           03  WS-NOVO-QTSAI     PIC 9(05) OCCURS 12 TIMES.
       01  WS-TEM-MOVIMENTO      PIC X(01).
           88  TEM-MOVIMENTO     VALUE "S".

       01  WS-QTD-LIDOS          PIC 9(07) COMP VALUE ZERO.
       01  WS-QTD-DIVERGENTES    PIC 9(07) COMP VALUE ZERO.
       01  WS-QTD-CAMPOS         PIC 9(07) COMP VALUE ZERO.
       01  WS-QTD-CORRIGIDOS     PIC 9(07) COMP VALUE ZERO.
       01  WS-QTD-TRABALHO       PIC 9(07) COMP VALUE ZERO.

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(07) VALUE "CODIGO".
           03  FILLER            PIC X(31) VALUE "DESCRICAO".
           03  FILLER            PIC X(13) VALUE "CAMPO".
           03  FILLER            PIC X(10) VALUE "   GRAVADO".
           03  FILLER            PIC X(10) VALUE "   APURADO".
           03  FILLER            PIC X(09) VALUE " ACAO".

       01  WS-LINHA-DET.
           03  DET-COD-01        PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-DESC-01       PIC X(30).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-CAMPO         PIC X(12).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-GRAVADO       PIC Z(08)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-APURADO       PIC Z(08)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-ACAO          PIC X(09).

       01  WS-LINHA-TOT.
           03  TOT-TEXTO         PIC X(40).
           03  TOT-VALOR         PIC Z(06)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-ACE01
           PERFORM Imprime-Totais
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
               MOVE "S" TO WS-FIM-ACE01
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "RECONT - 1=PREVIA (SO LISTA AS DIVERGENCIAS) "
                   "2=APLICAR AS CORRECOES: "
           ACCEPT WS-MODO
           IF NOT MODO-APLICAR
               MOVE 1 TO WS-MODO
           END-IF
      *A APLICACAO MEXE NAS SAIDAS MENSAIS E NOS PEDIDOS DE TODO O
      *CADASTRO: SO SUPERVISOR, E NUNCA COM O PERIODO CORRENTE JA
      *FECHADO (FECHPER). RECUSADA, A RODADA CONTINUA COMO PREVIA.
           OPEN INPUT ACECE
           IF MODO-APLICAR
               MOVE WS-DATA-HOJE TO WS-Per-Data
               PERFORM VERIFICA-PERIODO-FECHADO THRU
                   SAI-VERIFICA-PERIODO-FECHADO
               IF Periodo-Fechado
                   DISPLAY "RECONT - PERIODO CONTABIL FECHADO ATE "
                           FECHMES-CE "/" FECHANO-CE
                           " - RODANDO SO A PREVIA."
                   MOVE 1 TO WS-MODO
               END-IF
               IF NOT Oper-Supervisor
                   DISPLAY "RECONT - APLICAR EXIGE OPERADOR "
                           "SUPERVISOR - RODANDO SO A PREVIA."
                   MOVE 1 TO WS-MODO
               END-IF
           END-IF
           CLOSE ACECE
           MOVE "00" TO FS
           PERFORM Ler-Checkpoint
           IF WS-Modo-Checkpoint NOT = WS-MODO
               MOVE ZERO TO WS-Ultimo-Cod-Processado
           END-IF
           PERFORM Monta-Trabalho
           IF MODO-APLICAR
               OPEN I-O ACE01
               OPEN I-O ACEJN
               IF FS = "05" OR "35"
                   OPEN OUTPUT ACEJN
                   CLOSE ACEJN
                   OPEN I-O ACEJN
               END-IF
           ELSE
               OPEN INPUT ACE01
           END-IF
           OPEN INPUT ACE02
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "RECONT" TO WS-Log-Programa
           IF MODO-APLICAR
               MOVE "RECONSTRUCAO ACUMULADORES   " TO WS-Rel-Titulo
           ELSE
               MOVE "PREVIA RECONSTRUCAO ACUMUL. " TO WS-Rel-Titulo
           END-IF
           MOVE "RECONT" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB2
           ADD 1 TO WS-Rel-Linha
           IF WS-Ultimo-Cod-Processado NOT = ZERO
               MOVE WS-Ultimo-Cod-Processado TO COD-01
               START ACE01 KEY IS GREATER COD-01
               IF FS NOT = "00"
                   MOVE "S" TO WS-FIM-ACE01
               ELSE
                   DISPLAY "RECONT - RETOMANDO APOS COD-01 "
                           WS-Ultimo-Cod-Processado
                   PERFORM Ler-ACE01
               END-IF
           ELSE
               PERFORM Ler-ACE01
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           ADD 1 TO WS-QTD-LIDOS
           PERFORM Recalcula-Produto
           PERFORM Compara-Campos
           IF PRODUTO-DIVERGE
               ADD 1 TO WS-QTD-DIVERGENTES
               IF MODO-APLICAR
                   PERFORM Aplica-Correcao
               END-IF
           END-IF
           ADD 1 TO WS-Contador-Checkpoint
           IF WS-Contador-Checkpoint >= Tl-Checkpoint-Intervalo
               PERFORM Grava-Checkpoint
               MOVE ZERO TO WS-Contador-Checkpoint
           END-IF
           PERFORM Ler-ACE01
           .

      *---------------------------------------------------------------*

       Ler-ACE01 SECTION.
           READ ACE01 NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ACE01
           END-READ
           .

      *---------------------------------------------------------------*
      *MONTA-TRABALHO - JUNTA NUM ARQUIVO INDEXADO POR PRODUTO AS
      *LINHAS ABERTAS DE ACE13 (CUJA CHAVE COMECA PELO FORNECEDOR) E
      *O MOVIMENTO ARQUIVADO DOS ULTIMOS 5 ANOS, PARA A LEITURA POR
      *PRODUTO NAO PRECISAR VARRER OS DOIS A CADA COD-01. REGISTRO
      *ARQUIVADO DUAS VEZES (ARQMOV INTERROMPIDO) ENTRA UMA SO.
       Monta-Trabalho SECTION.
           OPEN OUTPUT Arquivo-Trabalho
           CLOSE Arquivo-Trabalho
           OPEN I-O Arquivo-Trabalho
           OPEN INPUT ACE13
           IF FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACE13 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PEDIDO-13-ABERTO
                              AND QTABERTA-13 > ZERO
                               PERFORM Grava-Pedido-Trabalho
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACE13
           END-IF
           MOVE "00" TO FS
           COMPUTE WS-ANO-MORTO = WS-HOJE-ANO - 5
           PERFORM UNTIL WS-ANO-MORTO > WS-HOJE-ANO
               PERFORM Carrega-Arquivo-Morto
               ADD 1 TO WS-ANO-MORTO
           END-PERFORM
           DISPLAY "RECONT - REGISTROS NO ARQUIVO DE TRABALHO: "
                   WS-QTD-TRABALHO
           .

      *---------------------------------------------------------------*

       Grava-Pedido-Trabalho SECTION.
           MOVE COD-13      TO TR-COD
           MOVE "P"         TO TR-ORIGEM
           MOVE DATA-13     TO TR-DATA
           MOVE FORN-13     TO TR-HORA
           MOVE SPACE       TO TR-TIPO TR-DOCTIPO
           MOVE QTABERTA-13 TO TR-QTDE
           MOVE ZERO        TO TR-ALM
           WRITE Reg-Trabalho
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-TRABALHO
           END-WRITE
           .

      *---------------------------------------------------------------*

       Carrega-Arquivo-Morto SECTION.
           MOVE SPACES TO WS-ARQ-MORTO-NOME
           STRING WS-Dir-Arq DELIMITED BY SPACE
                  "\MOV"          DELIMITED BY SIZE
                  WS-ANO-MORTO    DELIMITED BY SIZE
                  ".ARQ"          DELIMITED BY SIZE
               INTO WS-ARQ-MORTO-NOME
           END-STRING
           OPEN INPUT Arquivo-Morto
           IF FS-MORTO = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ Arquivo-Morto
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM Grava-Morto-Trabalho
                   END-READ
               END-PERFORM
               CLOSE Arquivo-Morto
           END-IF
           .

      *---------------------------------------------------------------*
      *O SALDO TRANSPORTADO QUE O ARQMOV GRAVA NO EXPURGO ("A" SEM
      *ALMOXARIFADO NEM DOCUMENTO) NAO E MOVIMENTO DE MERCADORIA.
       Grava-Morto-Trabalho SECTION.
           IF MO-TIPO = "A" AND MO-ALM = ZERO AND MO-DOCTIPO = SPACE
               CONTINUE
           ELSE
               MOVE MO-COD     TO TR-COD
               MOVE "M"        TO TR-ORIGEM
               MOVE MO-DATA    TO TR-DATA
               MOVE MO-HORA    TO TR-HORA
               MOVE MO-TIPO    TO TR-TIPO
               MOVE MO-QTDE    TO TR-QTDE
               MOVE MO-ALM     TO TR-ALM
               MOVE MO-DOCTIPO TO TR-DOCTIPO
               WRITE Reg-Trabalho
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-TRABALHO
               END-WRITE
           END-IF
           .

      *---------------------------------------------------------------*
      *RECALCULA-PRODUTO - UMA PASSADA PELO MOVIMENTO VIVO E OUTRA PELO
      *ARQUIVO DE TRABALHO (PEDIDOS E MOVIMENTO ARQUIVADO) DO PRODUTO;
      *DEPOIS O MES DO ULTIMO MOVIMENTO DA DATNOV-01 E AS 12 POSICOES
      *DE QTSAIDAR-01 CONTADAS PARA TRAS A PARTIR DELE. PRODUTO SEM
      *NENHUM MOVIMENTO GUARDADO FICA COM DATNOV-01 E QTSAIDAR-01 COMO
      *ESTAO - NAO HA FONTE PARA REFAZER.
       Recalcula-Produto SECTION.
           INITIALIZE WS-TAB-MESES
           MOVE ZERO TO WS-SOMA-QTPED WS-SOMA-QTENT WS-ULTIMA-DATA
           MOVE "N" TO WS-TEM-MOVIMENTO
           COMPUTE WS-MES-BASE = WS-HOJE-ANO * 12 + WS-HOJE-MES - 71
           MOVE COD-01 TO COD-02
           MOVE ZERO   TO DATA-02 HORA-02
           MOVE "N" TO WS-FIM-ARQUIVO
           START ACE02 KEY IS NOT LESS CHAVE-02
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACE02 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF COD-02 NOT = COD-01
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           MOVE DATA-02    TO WS-MV-DATA
                           MOVE TIPO-02    TO WS-MV-TIPO
                           MOVE QTDE-02    TO WS-MV-QTDE
                           MOVE ALM-02     TO WS-MV-ALM
                           MOVE DOCTIPO-02 TO WS-MV-DOCTIPO
                           PERFORM Acumula-Movimento
                       END-IF
               END-READ
           END-PERFORM
           MOVE COD-01 TO TR-COD
           MOVE SPACE  TO TR-ORIGEM
           MOVE ZERO   TO TR-DATA TR-HORA
           MOVE "N" TO WS-FIM-ARQUIVO
           START Arquivo-Trabalho KEY IS NOT LESS TR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ Arquivo-Trabalho NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TR-COD NOT = COD-01
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF TR-PEDIDO
                               ADD TR-QTDE TO WS-SOMA-QTPED
                           ELSE
                               MOVE TR-DATA    TO WS-MV-DATA
                               MOVE TR-TIPO    TO WS-MV-TIPO
                               MOVE TR-QTDE    TO WS-MV-QTDE
                               MOVE TR-ALM     TO WS-MV-ALM
                               MOVE TR-DOCTIPO TO WS-MV-DOCTIPO
                               PERFORM Acumula-Movimento
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE WS-SOMA-QTPED TO WS-NOVO-QTPED
           MOVE WS-SOMA-QTENT TO WS-NOVO-QTENT
           IF TEM-MOVIMENTO
               MOVE WS-ULTIMA-DATA TO WS-MV-DATA
               COMPUTE WS-NOVO-DATNOV = WS-MV-MES * 100 + WS-MV-AA
               COMPUTE WS-MES-ULTIMO = WS-MV-ANO * 12 + WS-MV-MES
               PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 12
                   COMPUTE WS-IX = WS-MES-ULTIMO - WS-KX + 2
                                   - WS-MES-BASE
                   MOVE ZERO TO WS-NOVO-QTSAI(WS-KX)
                   IF WS-IX >= 1 AND WS-IX <= 72
                       IF WS-SAIDA-MES(WS-IX) > ZERO
                           MOVE WS-SAIDA-MES(WS-IX)
                             TO WS-NOVO-QTSAI(WS-KX)
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               MOVE DATNOV-01 TO WS-NOVO-DATNOV
               PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 12
                   MOVE QTSAI-01(WS-KX) TO WS-NOVO-QTSAI(WS-KX)
               END-PERFORM
           END-IF
           .

      *---------------------------------------------------------------*
      *ACUMULA-MOVIMENTO - O SALDO TRANSPORTADO DO ARQMOV TAMBEM PODE
      *ESTAR NO ARQUIVO VIVO E E IGNORADO; "S" SOMA NAS SAIDAS DO MES,
      *"D" E "X" (DEVOLUCAO DE CLIENTE E ESTORNO DE NOTA) ABATEM, COMO
      *FAZEM DEVOL E ESTORNO NO QTSAI-01 DO MES CORRENTE.
       Acumula-Movimento SECTION.
           IF WS-MV-TIPO = "A" AND WS-MV-ALM = ZERO
              AND WS-MV-DOCTIPO = SPACE
               CONTINUE
           ELSE
               MOVE "S" TO WS-TEM-MOVIMENTO
               IF WS-MV-DATA > WS-ULTIMA-DATA
                   MOVE WS-MV-DATA TO WS-ULTIMA-DATA
               END-IF
               IF WS-MV-TIPO = "E" AND WS-MV-DOCTIPO = "Q"
                   ADD WS-MV-QTDE TO WS-SOMA-QTENT
               END-IF
               COMPUTE WS-IX = WS-MV-ANO * 12 + WS-MV-MES + 1
                               - WS-MES-BASE
               IF WS-IX >= 1 AND WS-IX <= 72
                   EVALUATE WS-MV-TIPO
                       WHEN "S"
                           ADD WS-MV-QTDE TO WS-SAIDA-MES(WS-IX)
                       WHEN "D"
                       WHEN "X"
                           SUBTRACT WS-MV-QTDE
                               FROM WS-SAIDA-MES(WS-IX)
                   END-EVALUATE
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Compara-Campos SECTION.
           MOVE "N" TO WS-PRODUTO-DIVERGE
           IF QTPED-01 NOT = WS-NOVO-QTPED
               MOVE "QTPED-01" TO DET-CAMPO
               MOVE QTPED-01      TO DET-GRAVADO
               MOVE WS-NOVO-QTPED TO DET-APURADO
               PERFORM Imprime-Divergencia
           END-IF
           IF QTENT-01 NOT = WS-NOVO-QTENT
               MOVE "QTENT-01" TO DET-CAMPO
               MOVE QTENT-01      TO DET-GRAVADO
               MOVE WS-NOVO-QTENT TO DET-APURADO
               PERFORM Imprime-Divergencia
           END-IF
           IF DATNOV-01 NOT = WS-NOVO-DATNOV
               MOVE "DATNOV-01" TO DET-CAMPO
               MOVE DATNOV-01      TO DET-GRAVADO
               MOVE WS-NOVO-DATNOV TO DET-APURADO
               PERFORM Imprime-Divergencia
           END-IF
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 12
               IF QTSAI-01(WS-KX) NOT = WS-NOVO-QTSAI(WS-KX)
                   MOVE WS-KX TO WS-KX-ED
                   MOVE SPACES TO DET-CAMPO
                   STRING "QTSAI-01(" WS-KX-ED ")" DELIMITED BY SIZE
                       INTO DET-CAMPO
                   END-STRING
                   MOVE QTSAI-01(WS-KX)      TO DET-GRAVADO
                   MOVE WS-NOVO-QTSAI(WS-KX) TO DET-APURADO
                   PERFORM Imprime-Divergencia
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Imprime-Divergencia SECTION.
           MOVE "S" TO WS-PRODUTO-DIVERGE
           ADD 1 TO WS-QTD-CAMPOS
           MOVE COD-01  TO DET-COD-01
           MOVE DESC-01 TO DET-DESC-01
           IF MODO-APLICAR
               MOVE "CORRIGIDO" TO DET-ACAO
           ELSE
               MOVE SPACES TO DET-ACAO
           END-IF
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *APLICA-CORRECAO - SO OS CAMPOS QUE DIVERGEM SAO TROCADOS; A
      *REGRAVACAO PASSA PELO JORNAL DE IMAGENS E PELO LOG.
       Aplica-Correcao SECTION.
           MOVE REG-01 TO WS-Jn-Antes
           IF QTPED-01 NOT = WS-NOVO-QTPED
               MOVE WS-NOVO-QTPED TO QTPED-01
           END-IF
           IF QTENT-01 NOT = WS-NOVO-QTENT
               MOVE WS-NOVO-QTENT TO QTENT-01
           END-IF
           IF DATNOV-01 NOT = WS-NOVO-DATNOV
               MOVE WS-NOVO-DATNOV TO DATNOV-01
           END-IF
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 12
               IF QTSAI-01(WS-KX) NOT = WS-NOVO-QTSAI(WS-KX)
                   MOVE WS-NOVO-QTSAI(WS-KX) TO QTSAI-01(WS-KX)
               END-IF
           END-PERFORM
           MOVE REG-01 TO WS-Jn-Depois
           REWRITE REG-01
               INVALID KEY
                   DISPLAY "RECONT - ERRO AO REGRAVAR PRODUTO " COD-01
               NOT INVALID KEY
                   PERFORM GRAVA-JORNAL-REG01
                       THRU SAI-GRAVA-JORNAL-REG01
                   MOVE "RECONT"   TO WS-Log-Funcao
                   MOVE COD-01     TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   ADD 1 TO WS-QTD-CORRIGIDOS
           END-REWRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Ler-Checkpoint SECTION.
           MOVE ZERO TO WS-Ultimo-Cod-Processado WS-Modo-Checkpoint
           OPEN INPUT Arquivo-Checkpoint
           IF FS-CKP = "00"
               READ Arquivo-Checkpoint
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CKP-Modo   TO WS-Modo-Checkpoint
                       MOVE CKP-Cod-01 TO WS-Ultimo-Cod-Processado
               END-READ
               CLOSE Arquivo-Checkpoint
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Checkpoint SECTION.
           MOVE WS-MODO TO CKP-Modo
           MOVE COD-01  TO CKP-Cod-01
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

       Imprime-Totais SECTION.
           MOVE SPACES TO REG-REL
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL
           ADD 1 TO WS-Rel-Linha
           MOVE "PRODUTOS LIDOS:" TO TOT-TEXTO
           MOVE WS-QTD-LIDOS TO TOT-VALOR
           PERFORM Imprime-Total
           MOVE "PRODUTOS COM ACUMULADOR DIVERGENTE:" TO TOT-TEXTO
           MOVE WS-QTD-DIVERGENTES TO TOT-VALOR
           PERFORM Imprime-Total
           MOVE "CAMPOS DIVERGENTES:" TO TOT-TEXTO
           MOVE WS-QTD-CAMPOS TO TOT-VALOR
           PERFORM Imprime-Total
           MOVE "PRODUTOS REGRAVADOS:" TO TOT-TEXTO
           MOVE WS-QTD-CORRIGIDOS TO TOT-VALOR
           PERFORM Imprime-Total
           .

      *---------------------------------------------------------------*

       Imprime-Total SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           IF MODO-APLICAR
               CLOSE ACEJN
           END-IF
           CLOSE ACE01 ACE02 Arquivo-Trabalho Arquivo-Log RELATO
      *O ARQUIVO DE TRABALHO SO SERVE A ESTA RODADA: FICA VAZIO.
           OPEN OUTPUT Arquivo-Trabalho
           CLOSE Arquivo-Trabalho
           PERFORM Apaga-Checkpoint
           DISPLAY "RECONT - PRODUTOS LIDOS: " WS-QTD-LIDOS
                   " DIVERGENTES: " WS-QTD-DIVERGENTES
                   " REGRAVADOS: " WS-QTD-CORRIGIDOS
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYJNPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
