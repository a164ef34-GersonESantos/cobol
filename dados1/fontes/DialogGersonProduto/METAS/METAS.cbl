000010*METAS-METAS MENSAIS DE VENDA POR VENDEDOR CONTRA O REALIZADO.  *
000020*MANTEM ACEMA (META GERAL DO MES - FATURAMENTO E CLIENTES       *
000030*ATIVOS - E, OPCIONAL, META DE FATURAMENTO POR CLASSE DE        *
000040*PRODUTO CLASSECE-01) E IMPRIME O CONFRONTO DO MES: FATURADO    *
000050*POR NF-VENDEDOR NAS NOTAS DO MES (ACE14, CANCELADAS FORA;      *
000060*CLASSE PELOS ITENS DE ACE15), MENOS AS DEVOLUCOES DE CLIENTE   *
000070*DO MES COM NOTA DE ORIGEM (MOVIMENTO "D" DE ACE02 LANCADO EM   *
000080*DEVOL, VALORIZADO AO PRECO DO ITEM NA NOTA E DESCONTADO DO     *
000090*VENDEDOR DA NOTA), CLIENTES DISTINTOS FATURADOS, PERCENTUAL    *
000100*ATINGIDO E A PROJECAO PARA O FIM DO MES PELOS DIAS UTEIS       *
000110*DECORRIDOS (CPYDUPG), COM O RANKING DOS VENDEDORES PELO        *
000120*PERCENTUAL ATINGIDO. GRAVAR E EXCLUIR META EXIGEM NIVEL DE     *
000130*MANUTENCAO E VAO PARA O LOG.                                   *
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. METAS.
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190 COPY "C:\Repo2024\cobol\dados1\book\SELMA".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELVD".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELFE".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000290     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000300                    FILE STATUS IS FS-REL.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 COPY "C:\Repo2024\cobol\dados1\book\FDMA".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDVD".
000350 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000360 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000370 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000380 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDFE".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000420 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000430 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000440 WORKING-STORAGE SECTION.
000450 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000460 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000470 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000480 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000490 COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".
000500 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       78  Tl-Max-Vend           VALUE 100.
       78  Tl-Max-Classes        VALUE 1000.
       78  Tl-Max-Clientes       VALUE 5000.

       01  WS-FIM-METAS          PIC X(01) VALUE "N".
           88  FIM-METAS         VALUE "S".
       01  WS-FIM-LEITURA        PIC X(01).
           88  FIM-LEITURA       VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-ACHOU              PIC X(01).
           88  ACHOU             VALUE "S".
       01  WS-TROCOU             PIC X(01).
       01  WS-TAB-ESTOUROU       PIC X(01) VALUE "N".
           88  TABELA-ESTOUROU   VALUE "S".
       01  WS-VENDEDOR-OK        PIC X(01).
           88  VENDEDOR-OK       VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-VENDEDOR           PIC 9(04).
       01  WS-MES                PIC 9(06).
       01  WS-CLASSE             PIC X(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-VENDEDOR-NOTA      PIC 9(04).
       01  WS-CLASSE-ITEM        PIC X(01).
       01  WS-VALOR-ITEM         PIC 9(10)V99.
       01  WS-PRECO-NOTA         PIC 9(08)V99.
       01  WS-NOTA-DEV           PIC 9(06).
       01  WS-DEV-SEM-NOTA       PIC 9(05) VALUE ZERO.
       01  WS-IX                 PIC 9(04) COMP.
       01  WS-JX                 PIC 9(04) COMP.
       01  WS-VX                 PIC 9(04) COMP.
       01  WS-KX                 PIC 9(04) COMP.
       01  WS-POSICAO            PIC 9(03).

      *DIAS UTEIS DO MES (CALENDARIO NACIONAL) E OS JA DECORRIDOS ATE
      *HOJE - BASE DA PROJECAO.
       01  WS-DIA-INICIAL        PIC 9(08).
       01  WS-DIAS-MES           PIC 9(02).
       01  WS-DIA                PIC 9(02).
       01  WS-UTEIS-MES          PIC 9(02).
       01  WS-UTEIS-DECORRIDOS   PIC 9(02).
       01  WS-PROX-MES.
           03  WS-PROX-ANO       PIC 9(04).
           03  WS-PROX-MM        PIC 9(02).
           03  WS-PROX-DD        PIC 9(02).
       01  WS-PROX-MES-R REDEFINES WS-PROX-MES PIC 9(08).

       01  WS-QT-VEND            PIC 9(04) COMP VALUE ZERO.
       01  WS-TAB-VEND.
           03  WS-VT OCCURS 100 TIMES.
               05  VT-CODIGO     PIC 9(04).
               05  VT-FATURADO   PIC 9(12)V99.
               05  VT-DEVOLVIDO  PIC 9(12)V99.
               05  VT-LIQUIDO    PIC S9(12)V99.
               05  VT-CLIENTES   PIC 9(05).
               05  VT-TEM-META   PIC X(01).
               05  VT-META       PIC 9(10)V99.
               05  VT-META-CLI   PIC 9(05).
               05  VT-PROJECAO   PIC S9(12)V99.
               05  VT-PCT        PIC S9(04)V9.
               05  VT-PCT-PROJ   PIC S9(04)V9.
       01  WS-VT-AUX             PIC X(93).

       01  WS-QT-CLASSES         PIC 9(04) COMP VALUE ZERO.
       01  WS-TAB-CLASSES.
           03  WS-VC OCCURS 1000 TIMES.
               05  VC-VENDEDOR   PIC 9(04).
               05  VC-CLASSE     PIC X(01).
               05  VC-FATURADO   PIC 9(12)V99.
               05  VC-DEVOLVIDO  PIC 9(12)V99.
               05  VC-META       PIC 9(10)V99.
               05  VC-TEM-META   PIC X(01).

       01  WS-QT-CLIENTES        PIC 9(04) COMP VALUE ZERO.
       01  WS-TAB-CLIENTES.
           03  WS-VL OCCURS 5000 TIMES.
               05  VL-VENDEDOR   PIC 9(04).
               05  VL-CLIENTE    PIC 9(06).

       01  WS-LIQUIDO-CLASSE     PIC S9(12)V99.
       01  WS-PCT-CLASSE         PIC S9(04)V9.

       01  WS-LINHA-MES.
           03  FILLER            PIC X(04) VALUE "MES ".
           03  LM-MES            PIC 9(06).
           03  FILLER            PIC X(14) VALUE "  DIAS UTEIS: ".
           03  LM-UTEIS          PIC Z9.
           03  FILLER            PIC X(14) VALUE "  DECORRIDOS: ".
           03  LM-DECORRIDOS     PIC Z9.

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(05) VALUE "VEND ".
           03  FILLER            PIC X(15) VALUE "NOME".
           03  FILLER            PIC X(10) VALUE "     META ".
           03  FILLER            PIC X(10) VALUE "  LIQUIDO ".
           03  FILLER            PIC X(07) VALUE "ATING% ".
           03  FILLER            PIC X(10) VALUE " PROJECAO ".
           03  FILLER            PIC X(07) VALUE " PROJ% ".
           03  FILLER            PIC X(05) VALUE "CLIM ".
           03  FILLER            PIC X(04) VALUE "CLIR".

       01  WS-LINHA-DET.
           03  DET-VEND          PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-NOME          PIC X(14).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-META          PIC Z(08)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-LIQUIDO       PIC -(08)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PCT           PIC -(03)9.9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PROJECAO      PIC -(08)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PCT-PROJ      PIC -(03)9.9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-META-CLI      PIC Z(03)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-CLIENTES      PIC Z(03)9.

       01  WS-LINHA-DEV.
           03  FILLER            PIC X(21) VALUE
               "     FATURADO BRUTO  ".
           03  DEV-FATURADO      PIC Z(09)9.99.
           03  FILLER            PIC X(15) VALUE "  DEVOLUCOES  ".
           03  DEV-DEVOLVIDO     PIC Z(09)9.99.

       01  WS-LINHA-CLASSE.
           03  FILLER            PIC X(12) VALUE "     CLASSE ".
           03  LC-CLASSE         PIC X(01).
           03  FILLER            PIC X(07) VALUE "  META ".
           03  LC-META           PIC Z(08)9.
           03  FILLER            PIC X(10) VALUE "  LIQUIDO ".
           03  LC-LIQUIDO        PIC -(08)9.
           03  FILLER            PIC X(09) VALUE "  ATING% ".
           03  LC-PCT            PIC -(03)9.9.

       01  WS-LINHA-SEM-META.
           03  FILLER            PIC X(40) VALUE
               "DEVOLUCOES DE CLIENTE SEM NOTA DE ORIGEM".
           03  FILLER            PIC X(22) VALUE
               " (NAO DEDUZIDAS):     ".
           03  LSM-QTDE          PIC Z(04)9.

       01  WS-LINHA-AVISO.
           03  FILLER            PIC X(40) VALUE
               "ATENCAO: TABELA CHEIA - VENDEDORES, CLAS".
           03  FILLER            PIC X(34) VALUE
               "SES OU CLIENTES FORA DA CONTA.".

       01  WS-LINHA-CABR.
           03  FILLER            PIC X(46) VALUE
               "RANKING DOS VENDEDORES PELO PERCENTUAL DA META".

       01  WS-LINHA-CABR2.
           03  FILLER            PIC X(04) VALUE "POS ".
           03  FILLER            PIC X(05) VALUE "VEND ".
           03  FILLER            PIC X(31) VALUE "NOME".
           03  FILLER            PIC X(07) VALUE "ATING% ".
           03  FILLER            PIC X(07) VALUE " PROJ% ".
           03  FILLER            PIC X(13) VALUE "      LIQUIDO".

       01  WS-LINHA-RANK.
           03  RK-POSICAO        PIC ZZ9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RK-VEND           PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RK-NOME           PIC X(30).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RK-PCT            PIC -(03)9.9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RK-PCT-PROJ       PIC -(03)9.9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  RK-LIQUIDO        PIC -(09)9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-METAS
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           OPEN I-O ACEMA
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEMA
               CLOSE ACEMA
               OPEN I-O ACEMA
           END-IF
           OPEN INPUT ACEVD
           IF FS NOT = "00"
               DISPLAY "METAS - CADASTRO DE VENDEDORES (ACEVD) NAO "
                       "ENCONTRADO - CADASTRE EM VENDEDOR."
               MOVE "S" TO WS-FIM-METAS
           END-IF
           OPEN INPUT ACE01 ACE02 ACE14 ACE15
           MOVE "00" TO FS
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           OPEN EXTEND Arquivo-Log
           MOVE "METAS" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "METAS DE VENDA X REALIZADO    " TO WS-Rel-Titulo
           MOVE "METAS" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "METAS - 1=GRAVAR META 2=LISTAR METAS DO MES "
                   "3=EXCLUIR META 4=META X REALIZADO 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Gravar-Meta
               WHEN 2
                   PERFORM Listar-Metas
               WHEN 3
                   PERFORM Excluir-Meta
               WHEN 4
                   PERFORM Relatorio-Metas
               WHEN 0
                   MOVE "S" TO WS-FIM-METAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *LE-CHAVE-META - VENDEDOR (TEM QUE ESTAR EM ACEVD), MES E
      *CLASSE (BRANCO = META GERAL).
       Le-Chave-Meta SECTION.
           MOVE "N" TO WS-VENDEDOR-OK
           DISPLAY "CODIGO DO VENDEDOR: "
           ACCEPT WS-VENDEDOR
           MOVE WS-VENDEDOR TO VD-CODIGO
           READ ACEVD
               INVALID KEY
                   DISPLAY "VENDEDOR NAO CADASTRADO."
               NOT INVALID KEY
                   DISPLAY "VENDEDOR: " VD-NOME
                   DISPLAY "ANO E MES DA META (AAAAMM): "
                   ACCEPT WS-MES
                   DISPLAY "CLASSE DE PRODUTO (BRANCO = META GERAL): "
                   ACCEPT WS-CLASSE
                   IF WS-MES(5:2) < "01" OR WS-MES(5:2) > "12"
                       DISPLAY "MES INVALIDO."
                   ELSE
                       MOVE "S" TO WS-VENDEDOR-OK
                       MOVE WS-VENDEDOR TO MA-VENDEDOR
                       MOVE WS-MES      TO MA-MES
                       MOVE WS-CLASSE   TO MA-CLASSE
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Gravar-Meta SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "METAS - GRAVAR META EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO."
           ELSE
               PERFORM Le-Chave-Meta
               IF VENDEDOR-OK
                   READ ACEMA
                       INVALID KEY
                           MOVE ZERO TO MA-RECEITA MA-CLIENTES
                       NOT INVALID KEY
                           DISPLAY "META ATUAL: " MA-RECEITA
                                   " CLIENTES " MA-CLIENTES
                   END-READ
                   MOVE WS-VENDEDOR TO MA-VENDEDOR
                   MOVE WS-MES      TO MA-MES
                   MOVE WS-CLASSE   TO MA-CLASSE
                   DISPLAY "META DE FATURAMENTO LIQUIDO: "
                   ACCEPT MA-RECEITA
                   IF MA-META-GERAL
                       DISPLAY "META DE CLIENTES ATIVOS NO MES: "
                       ACCEPT MA-CLIENTES
                   ELSE
                       MOVE ZERO TO MA-CLIENTES
                   END-IF
                   MOVE WS-Oper-Codigo TO MA-OPERADOR
                   MOVE WS-DATA-HOJE   TO MA-DATA
                   WRITE REG-MA
                       INVALID KEY
                           REWRITE REG-MA
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR META."
                           END-REWRITE
                   END-WRITE
                   MOVE "GRAVA-META"  TO WS-Log-Funcao
                   MOVE MA-CHAVE      TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   DISPLAY "META GRAVADA."
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Listar-Metas SECTION.
           DISPLAY "ANO E MES (AAAAMM): "
           ACCEPT WS-MES
           MOVE LOW-VALUES TO MA-CHAVE
           MOVE "N" TO WS-FIM-LEITURA
           START ACEMA KEY IS NOT LESS MA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ ACEMA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF MA-MES = WS-MES
                           DISPLAY MA-VENDEDOR " CLASSE " MA-CLASSE
                                   " FATURAMENTO " MA-RECEITA
                                   " CLIENTES " MA-CLIENTES
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Excluir-Meta SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "METAS - EXCLUIR META EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO."
           ELSE
               PERFORM Le-Chave-Meta
               IF VENDEDOR-OK
                   READ ACEMA
                       INVALID KEY
                           DISPLAY "META NAO CADASTRADA."
                       NOT INVALID KEY
                           DISPLAY "EXCLUIR A META DE " MA-RECEITA
                                   " (S/N)? "
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA = "S" OR "s"
                               DELETE ACEMA
                                   INVALID KEY
                                       DISPLAY "ERRO AO EXCLUIR META."
                                   NOT INVALID KEY
                                       MOVE "EXCL-META" TO
                                            WS-Log-Funcao
                                       MOVE MA-CHAVE TO WS-Log-Chave
                                       PERFORM GRAVA-LOG THRU
                                           SAI-GRAVA-LOG
                               END-DELETE
                           END-IF
                   END-READ
                   MOVE "00" TO FS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *RELATORIO-METAS - META X REALIZADO DO MES INFORMADO.
       Relatorio-Metas SECTION.
           DISPLAY "ANO E MES DO RELATORIO (AAAAMM): "
           ACCEPT WS-MES
           MOVE ZERO TO WS-QT-VEND WS-QT-CLASSES WS-QT-CLIENTES
                        WS-DEV-SEM-NOTA
           MOVE "N" TO WS-TAB-ESTOUROU
           PERFORM Conta-Dias-Uteis
           PERFORM Carrega-Metas
           PERFORM Soma-Notas
           PERFORM Soma-Devolucoes
           PERFORM Apura-Vendedores
           PERFORM Imprime-Vendedores
           PERFORM Imprime-Ranking
           MOVE "REL-METAS" TO WS-Log-Funcao
           MOVE WS-MES      TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "METAS - RELATORIO DO MES " WS-MES " EMITIDO."
           .

      *---------------------------------------------------------------*
      *CONTA-DIAS-UTEIS - DIAS UTEIS DO MES E OS JA DECORRIDOS (ATE
      *HOJE, INCLUSIVE). MES JA ENCERRADO TEM TODOS DECORRIDOS.
       Conta-Dias-Uteis SECTION.
           COMPUTE WS-DIA-INICIAL = WS-MES * 100 + 1
           MOVE WS-DIA-INICIAL TO WS-PROX-MES-R
           ADD 1 TO WS-PROX-MM
           IF WS-PROX-MM > 12
               MOVE 1 TO WS-PROX-MM
               ADD 1 TO WS-PROX-ANO
           END-IF
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-PROX-MES-R)
               - FUNCTION INTEGER-OF-DATE(WS-DIA-INICIAL)
           MOVE ZERO TO WS-UTEIS-MES WS-UTEIS-DECORRIDOS
           MOVE SPACES TO WS-Du-Uf
           MOVE ZERO   TO WS-Du-Cidade
           PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-DIAS-MES
               COMPUTE WS-Du-Data = WS-DIA-INICIAL + WS-DIA - 1
               PERFORM VERIFICA-DIA-UTIL THRU SAI-VERIFICA-DIA-UTIL
               IF Du-Dia-Util
                   ADD 1 TO WS-UTEIS-MES
                   IF WS-Du-Data NOT GREATER WS-DATA-HOJE
                       ADD 1 TO WS-UTEIS-DECORRIDOS
                   END-IF
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Carrega-Metas SECTION.
           MOVE LOW-VALUES TO MA-CHAVE
           MOVE "N" TO WS-FIM-LEITURA
           START ACEMA KEY IS NOT LESS MA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ ACEMA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF MA-MES = WS-MES
                           MOVE MA-VENDEDOR TO WS-VENDEDOR-NOTA
                           PERFORM Acha-Vendedor
                           IF ACHOU
                               PERFORM Registra-Meta
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Registra-Meta SECTION.
           IF MA-META-GERAL
               MOVE "S"         TO VT-TEM-META(WS-VX)
               MOVE MA-RECEITA  TO VT-META(WS-VX)
               MOVE MA-CLIENTES TO VT-META-CLI(WS-VX)
           ELSE
               MOVE MA-CLASSE TO WS-CLASSE-ITEM
               PERFORM Acha-Classe
               IF ACHOU
                   MOVE "S"        TO VC-TEM-META(WS-KX)
                   MOVE MA-RECEITA TO VC-META(WS-KX)
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *SOMA-NOTAS - NOTA VALIDA DO MES: TOTAL NO VENDEDOR, CLIENTE
      *DISTINTO NO VENDEDOR E CADA ITEM NA CLASSE DO PRODUTO.
       Soma-Notas SECTION.
           MOVE ZEROS TO NF-NUM
           MOVE "N" TO WS-FIM-LEITURA
           START ACE14 KEY IS NOT LESS NF-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ ACE14 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF NF-DATA(1:6) = WS-MES
                          AND NOT NF-CANCELADA
                           PERFORM Soma-Nota-Vendedor
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Soma-Nota-Vendedor SECTION.
           IF NF-VENDEDOR NUMERIC
               MOVE NF-VENDEDOR TO WS-VENDEDOR-NOTA
           ELSE
               MOVE ZEROS TO WS-VENDEDOR-NOTA
           END-IF
           PERFORM Acha-Vendedor
           IF ACHOU
               ADD NF-TOTAL TO VT-FATURADO(WS-VX)
               PERFORM Conta-Cliente
               MOVE NF-NUM TO NF-NUM-15
               MOVE ZERO TO SEQ-15
               MOVE "N" TO WS-FIM-ITENS
               START ACE15 KEY IS NOT LESS CHAVE-15
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ITENS
               END-START
               PERFORM UNTIL FIM-ITENS
                   READ ACE15 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ITENS
                       NOT AT END
                           IF NF-NUM-15 NOT = NF-NUM
                               MOVE "S" TO WS-FIM-ITENS
                           ELSE
                               COMPUTE WS-VALOR-ITEM ROUNDED =
                                   QTDE-15 * PRECO-15
                               MOVE COD-15 TO COD-01
                               PERFORM Soma-Item-Classe
                               IF ACHOU
                                   ADD WS-VALOR-ITEM
                                    TO VC-FATURADO(WS-KX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *---------------------------------------------------------------*
      *SOMA-ITEM-CLASSE - ACHA (OU ABRE) A LINHA VENDEDOR X CLASSE DO
      *PRODUTO EM COD-01.
       Soma-Item-Classe SECTION.
           READ ACE01
               INVALID KEY
                   MOVE SPACE TO CLASSECE-01
           END-READ
           MOVE CLASSECE-01 TO WS-CLASSE-ITEM
           IF WS-CLASSE-ITEM = SPACE
               MOVE "N" TO WS-ACHOU
           ELSE
               PERFORM Acha-Classe
           END-IF
           .

      *---------------------------------------------------------------*

       Conta-Cliente SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-CLIENTES OR ACHOU
               IF VL-VENDEDOR(WS-IX) = WS-VENDEDOR-NOTA
                  AND VL-CLIENTE(WS-IX) = NF-CLI
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF NOT ACHOU
               IF WS-QT-CLIENTES < Tl-Max-Clientes
                   ADD 1 TO WS-QT-CLIENTES
                   MOVE WS-VENDEDOR-NOTA TO VL-VENDEDOR(WS-QT-CLIENTES)
                   MOVE NF-CLI           TO VL-CLIENTE(WS-QT-CLIENTES)
                   ADD 1 TO VT-CLIENTES(WS-VX)
               ELSE
                   MOVE "S" TO WS-TAB-ESTOUROU
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *SOMA-DEVOLUCOES - DEVOLUCAO DE CLIENTE LANCADA NO MES (DATA-02)
      *COM NOTA DE ORIGEM: O VALOR (QUANTIDADE AO PRECO DO ITEM NA
      *NOTA) SAI DO VENDEDOR DA NOTA, MESMO QUE A VENDA SEJA DE MES
      *ANTERIOR. SEM NOTA SO E CONTADA NO RODAPE.
       Soma-Devolucoes SECTION.
           MOVE LOW-VALUES TO CHAVE-02
           MOVE "N" TO WS-FIM-LEITURA
           START ACE02 KEY IS NOT LESS CHAVE-02
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ ACE02 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF MOV-02-DEV-CLIENTE
                          AND DATA-02(1:6) = WS-MES
                           IF DOC-02-NOTA AND DOCNUM-02 NOT = ZERO
                               PERFORM Desconta-Devolucao
                           ELSE
                               ADD 1 TO WS-DEV-SEM-NOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Desconta-Devolucao SECTION.
           MOVE DOCNUM-02 TO WS-NOTA-DEV NF-NUM
           READ ACE14
               INVALID KEY
                   ADD 1 TO WS-DEV-SEM-NOTA
               NOT INVALID KEY
                   IF NF-VENDEDOR NUMERIC
                       MOVE NF-VENDEDOR TO WS-VENDEDOR-NOTA
                   ELSE
                       MOVE ZEROS TO WS-VENDEDOR-NOTA
                   END-IF
                   PERFORM Preco-Item-Nota
                   COMPUTE WS-VALOR-ITEM ROUNDED =
                       QTDE-02 * WS-PRECO-NOTA
                   PERFORM Acha-Vendedor
                   IF ACHOU
                       ADD WS-VALOR-ITEM TO VT-DEVOLVIDO(WS-VX)
                       MOVE COD-02 TO COD-01
                       PERFORM Soma-Item-Classe
                       IF ACHOU
                           ADD WS-VALOR-ITEM TO VC-DEVOLVIDO(WS-KX)
                       END-IF
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Preco-Item-Nota SECTION.
           MOVE ZERO TO WS-PRECO-NOTA
           MOVE WS-NOTA-DEV TO NF-NUM-15
           MOVE ZERO TO SEQ-15
           MOVE "N" TO WS-FIM-ITENS
           START ACE15 KEY IS NOT LESS CHAVE-15
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACE15 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
                       IF NF-NUM-15 NOT = WS-NOTA-DEV
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           IF COD-15 = COD-02
                               MOVE PRECO-15 TO WS-PRECO-NOTA
                               MOVE "S" TO WS-FIM-ITENS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Acha-Vendedor SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-QT-VEND OR ACHOU
               IF VT-CODIGO(WS-VX) = WS-VENDEDOR-NOTA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU
               SUBTRACT 1 FROM WS-VX
           ELSE
               IF WS-QT-VEND < Tl-Max-Vend
                   ADD 1 TO WS-QT-VEND
                   MOVE WS-QT-VEND TO WS-VX
                   INITIALIZE WS-VT(WS-VX)
                   MOVE WS-VENDEDOR-NOTA TO VT-CODIGO(WS-VX)
                   MOVE "N" TO VT-TEM-META(WS-VX)
                   MOVE "S" TO WS-ACHOU
               ELSE
                   MOVE "S" TO WS-TAB-ESTOUROU
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Acha-Classe SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-QT-CLASSES OR ACHOU
               IF VC-VENDEDOR(WS-KX) = WS-VENDEDOR-NOTA
                  AND VC-CLASSE(WS-KX) = WS-CLASSE-ITEM
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU
               SUBTRACT 1 FROM WS-KX
           ELSE
               IF WS-QT-CLASSES < Tl-Max-Classes
                   ADD 1 TO WS-QT-CLASSES
                   MOVE WS-QT-CLASSES TO WS-KX
                   INITIALIZE WS-VC(WS-KX)
                   MOVE WS-VENDEDOR-NOTA TO VC-VENDEDOR(WS-KX)
                   MOVE WS-CLASSE-ITEM   TO VC-CLASSE(WS-KX)
                   MOVE "N" TO VC-TEM-META(WS-KX)
                   MOVE "S" TO WS-ACHOU
               ELSE
                   MOVE "S" TO WS-TAB-ESTOUROU
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *APURA-VENDEDORES - LIQUIDO, PERCENTUAL DA META E PROJECAO
      *(LIQUIDO \ DIAS UTEIS DECORRIDOS X DIAS UTEIS DO MES).
       Apura-Vendedores SECTION.
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-QT-VEND
               COMPUTE VT-LIQUIDO(WS-VX) =
                   VT-FATURADO(WS-VX) - VT-DEVOLVIDO(WS-VX)
               EVALUATE TRUE
                   WHEN WS-UTEIS-DECORRIDOS = ZERO
                       MOVE ZERO TO VT-PROJECAO(WS-VX)
                   WHEN WS-UTEIS-DECORRIDOS NOT LESS WS-UTEIS-MES
                       MOVE VT-LIQUIDO(WS-VX) TO VT-PROJECAO(WS-VX)
                   WHEN OTHER
                       COMPUTE VT-PROJECAO(WS-VX) ROUNDED =
                           VT-LIQUIDO(WS-VX) * WS-UTEIS-MES
                           / WS-UTEIS-DECORRIDOS
               END-EVALUATE
               MOVE ZERO TO VT-PCT(WS-VX) VT-PCT-PROJ(WS-VX)
               IF VT-META(WS-VX) NOT = ZERO
                   COMPUTE VT-PCT(WS-VX) ROUNDED =
                       VT-LIQUIDO(WS-VX) * 100 / VT-META(WS-VX)
                       ON SIZE ERROR
                           MOVE 9999.9 TO VT-PCT(WS-VX)
                   END-COMPUTE
                   COMPUTE VT-PCT-PROJ(WS-VX) ROUNDED =
                       VT-PROJECAO(WS-VX) * 100 / VT-META(WS-VX)
                       ON SIZE ERROR
                           MOVE 9999.9 TO VT-PCT-PROJ(WS-VX)
                   END-COMPUTE
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *IMPRIME-VENDEDORES - EM ORDEM DE CODIGO (TROCA DE VIZINHOS,
      *COMO EM CLIRANK), CADA VENDEDOR COM O BRUTO\DEVOLUCOES E AS
      *CLASSES QUE TEM META.
       Imprime-Vendedores SECTION.
           PERFORM Ordena-Por-Codigo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-MES              TO LM-MES
           MOVE WS-UTEIS-MES        TO LM-UTEIS
           MOVE WS-UTEIS-DECORRIDOS TO LM-DECORRIDOS
           WRITE REG-REL FROM WS-LINHA-MES
           ADD 1 TO WS-Rel-Linha
           IF TABELA-ESTOUROU
               WRITE REG-REL FROM WS-LINHA-AVISO
               ADD 1 TO WS-Rel-Linha
           END-IF
           WRITE REG-REL FROM WS-LINHA-CAB2
           ADD 1 TO WS-Rel-Linha
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-QT-VEND
               PERFORM Imprime-Linha-Vendedor
           END-PERFORM
           IF WS-DEV-SEM-NOTA NOT = ZERO
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE WS-DEV-SEM-NOTA TO LSM-QTDE
               WRITE REG-REL FROM WS-LINHA-SEM-META
               ADD 1 TO WS-Rel-Linha
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Vendedor SECTION.
           MOVE VT-CODIGO(WS-VX) TO VD-CODIGO
           READ ACEVD
               INVALID KEY
                   IF VT-CODIGO(WS-VX) = ZERO
                       MOVE "SEM VENDEDOR" TO VD-NOME
                   ELSE
                       MOVE "NAO CADASTRADO" TO VD-NOME
                   END-IF
           END-READ
           MOVE "00" TO FS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE VT-CODIGO(WS-VX)   TO DET-VEND
           MOVE VD-NOME            TO DET-NOME
           MOVE VT-META(WS-VX)     TO DET-META
           MOVE VT-LIQUIDO(WS-VX)  TO DET-LIQUIDO
           MOVE VT-PCT(WS-VX)      TO DET-PCT
           MOVE VT-PROJECAO(WS-VX) TO DET-PROJECAO
           MOVE VT-PCT-PROJ(WS-VX) TO DET-PCT-PROJ
           MOVE VT-META-CLI(WS-VX) TO DET-META-CLI
           MOVE VT-CLIENTES(WS-VX) TO DET-CLIENTES
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           IF VT-DEVOLVIDO(WS-VX) NOT = ZERO
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE VT-FATURADO(WS-VX)  TO DEV-FATURADO
               MOVE VT-DEVOLVIDO(WS-VX) TO DEV-DEVOLVIDO
               WRITE REG-REL FROM WS-LINHA-DEV
               ADD 1 TO WS-Rel-Linha
           END-IF
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-QT-CLASSES
               IF VC-VENDEDOR(WS-KX) = VT-CODIGO(WS-VX)
                  AND VC-TEM-META(WS-KX) = "S"
                   PERFORM Imprime-Linha-Classe
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Classe SECTION.
           COMPUTE WS-LIQUIDO-CLASSE =
               VC-FATURADO(WS-KX) - VC-DEVOLVIDO(WS-KX)
           MOVE ZERO TO WS-PCT-CLASSE
           IF VC-META(WS-KX) NOT = ZERO
               COMPUTE WS-PCT-CLASSE ROUNDED =
                   WS-LIQUIDO-CLASSE * 100 / VC-META(WS-KX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PCT-CLASSE
               END-COMPUTE
           END-IF
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE VC-CLASSE(WS-KX) TO LC-CLASSE
           MOVE VC-META(WS-KX)   TO LC-META
           MOVE WS-LIQUIDO-CLASSE TO LC-LIQUIDO
           MOVE WS-PCT-CLASSE    TO LC-PCT
           WRITE REG-REL FROM WS-LINHA-CLASSE
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Ordena-Por-Codigo SECTION.
           MOVE "S" TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU NOT = "S"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX NOT LESS WS-QT-VEND
                   COMPUTE WS-JX = WS-IX + 1
                   IF VT-CODIGO(WS-JX) < VT-CODIGO(WS-IX)
                       PERFORM Troca-Vendedores
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Troca-Vendedores SECTION.
           MOVE WS-VT(WS-IX) TO WS-VT-AUX
           MOVE WS-VT(WS-JX) TO WS-VT(WS-IX)
           MOVE WS-VT-AUX    TO WS-VT(WS-JX)
           MOVE "S" TO WS-TROCOU
           .

      *---------------------------------------------------------------*
      *IMPRIME-RANKING - SO VENDEDOR COM META GERAL NO MES, DO MAIOR
      *PERCENTUAL ATINGIDO PARA O MENOR (EMPATE: MAIOR PROJECAO).
       Imprime-Ranking SECTION.
           MOVE "S" TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU NOT = "S"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX NOT LESS WS-QT-VEND
                   COMPUTE WS-JX = WS-IX + 1
                   IF VT-TEM-META(WS-JX) = "S"
                      AND (VT-TEM-META(WS-IX) NOT = "S"
                       OR VT-PCT(WS-JX) > VT-PCT(WS-IX)
                       OR (VT-PCT(WS-JX) = VT-PCT(WS-IX)
                       AND VT-PCT-PROJ(WS-JX) > VT-PCT-PROJ(WS-IX)))
                       PERFORM Troca-Vendedores
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-CABR
           WRITE REG-REL FROM WS-LINHA-CABR2
           ADD 3 TO WS-Rel-Linha
           MOVE ZERO TO WS-POSICAO
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-QT-VEND
               IF VT-TEM-META(WS-VX) = "S"
                   PERFORM Imprime-Linha-Ranking
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Ranking SECTION.
           MOVE VT-CODIGO(WS-VX) TO VD-CODIGO
           READ ACEVD
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO VD-NOME
           END-READ
           MOVE "00" TO FS
           ADD 1 TO WS-POSICAO
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-POSICAO         TO RK-POSICAO
           MOVE VT-CODIGO(WS-VX)   TO RK-VEND
           MOVE VD-NOME            TO RK-NOME
           MOVE VT-PCT(WS-VX)      TO RK-PCT
           MOVE VT-PCT-PROJ(WS-VX) TO RK-PCT-PROJ
           MOVE VT-LIQUIDO(WS-VX)  TO RK-LIQUIDO
           WRITE REG-REL FROM WS-LINHA-RANK
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEMA ACEVD ACE01 ACE02 ACE14 ACE15 Arquivo-Log
                 RELATO
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
