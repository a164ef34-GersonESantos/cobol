000010*LIVROENT-LIVRO FISCAL DE ENTRADAS (REGISTRO DE ENTRADAS) E     *
000020*APURACAO MENSAL DO IMPOSTO. MODO 1 MONTA O REGISTRO DO MES     *
000030*(AAAAMM) A PARTIR DAS NOTAS DE ENTRADA FECHADAS EM RECMERC     *
000040*(ACENE\ACENI) COM DATA DE ENTRADA NO MES: UMA LINHA POR NOTA,  *
000050*EM ORDEM DE ENTRADA, COM A BASE (NI-VALOR DAS LINHAS), O       *
000060*CREDITO CALCULADO E O IMPOSTO DESTACADO PELO FORNECEDOR        *
000070*(NE-TOTTRIB) PARA CONFERENCIA, TOTAL POR DIA, TOTAL DO MES E O *
000080*RESUMO POR CODIGO TRIBUTARIO + ALIQUOTA. O CREDITO DE CADA     *
000090*LINHA USA O CODTRI-01 DO PRODUTO E A ALIQUOTA DE ACETX, OU A   *
000100*DE ACETE QUANDO HA LINHA PARA O ESTADO DO FORNECEDOR, COMO O   *
000110*FATURAMENTO FAZ PARA O CLIENTE. MODO 2 APURA O MES: DEBITO DO  *
000120*LIVRO DE SAIDAS (VLRTRIB-15 DAS NOTAS DO MES NAO CANCELADAS,   *
000130*COMO LIVROFIS) MENOS O IMPOSTO DAS NOTAS DE MESES ANTERIORES   *
000140*ESTORNADAS NO MES (LOG DO ESTORNO), MENOS O CREDITO DAS        *
000150*ENTRADAS E O SALDO CREDOR DO MES ANTERIOR; O RESULTADO E O     *
000160*IMPOSTO A RECOLHER OU O SALDO CREDOR QUE PASSA ADIANTE,        *
000170*GRAVADO POR MES EM ACEAI. SEM APURACAO DO MES ANTERIOR O       *
000180*OPERADOR INFORMA O SALDO INICIAL. MES JA APURADO E COM PERIODO *
000190*CONTABIL FECHADO SO E REIMPRESSO. APURAR EXIGE OPERADOR COM    *
000200*NIVEL DE MANUTENCAO.                                           *
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. LIVROENT.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260 COPY "C:\Repo2024\cobol\dados1\book\SELNE".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELNI".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELAI".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000310 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000320 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000330 COPY "C:\Repo2024\cobol\dados1\book\SELTX".
000340 COPY "C:\Repo2024\cobol\dados1\book\SELTE".
000350 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000360     SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE  IS DYNAMIC
000390            RECORD KEY   IS Cid-Codigo
000400            FILE STATUS  IS FS-CID.
000410 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000420 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000430 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000440     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000450                    FILE STATUS IS FS-REL.
000460     SELECT WS-Ordenacao ASSIGN TO "arquivos\livroent.srt".
000470 DATA DIVISION.
000480 FILE SECTION.
000490 COPY "C:\Repo2024\cobol\dados1\book\FDNE".
000500 COPY "C:\Repo2024\cobol\dados1\book\FDNI".
000510 COPY "C:\Repo2024\cobol\dados1\book\FDAI".
000520 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000530 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000540 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000550 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000560 COPY "C:\Repo2024\cobol\dados1\book\FDTX".
000570 COPY "C:\Repo2024\cobol\dados1\book\FDTE".
000580 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000590 FD Arquivo-Cidade.
000600 01 Registro-Cidade.
000610   02 Cid-Codigo         Pic 9(05).
000620   02 Cidade             Pic x(30).
000630   02 DDD-Cidade         Pic 9(04).
000640   02 Cid-Cod-Municipio  Pic 9(07).
000650   02 Cid-Estado         Pic x(02).
000660   02 Cid-CEP            Pic 9(08).
000670   02 Cid-Status         Pic x(01).
000680      88 Cid-Status-Ativa    value "A".
000690      88 Cid-Status-Inativa  value "I".
000700   02 Cid-Versao         Pic 9(14).
000710 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000720 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000730 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000740 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000750 SD  WS-Ordenacao.
000760 01  SRT-Registro.
000770     03  SRT-Entrada       PIC 9(08).
000780     03  SRT-Forn          PIC 9(04).
000790     03  SRT-Nota          PIC 9(09).
000800     03  SRT-Serie         PIC X(03).
000810     03  SRT-Base          PIC 9(12)V99.
000820     03  SRT-Credito       PIC 9(12)V99.
000830     03  SRT-Destacado     PIC 9(10).
000840 WORKING-STORAGE SECTION.
000850 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000860 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000870 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000880 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000890 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
000900 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000910 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".
       01  FS-CID                PIC X(02) VALUE "00".

       01  WS-FIM-LIVROENT       PIC X(01) VALUE "N".
           88  FIM-LIVROENT      VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-FIM-ORDENACAO      PIC X(01).
           88  FIM-ORDENACAO     VALUE "S".
       01  WS-ACETX-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACETX-DISPONIVEL  VALUE "S".
       01  WS-ACETE-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACETE-DISPONIVEL  VALUE "S".
       01  WS-CIDADE-DISPONIVEL  PIC X(01) VALUE "N".
           88  CIDADE-DISPONIVEL VALUE "S".
       01  WS-MODO-NOTAS         PIC X(01).
           88  NOTAS-PARA-LIVRO  VALUE "L".
           88  NOTAS-PARA-APURACAO VALUE "A".
       01  WS-AI-EXISTE          PIC X(01).
           88  APURACAO-EXISTE   VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-MES-LIVRO          PIC 9(06).
       01  WS-MES-GRUPO REDEFINES WS-MES-LIVRO.
           03  WS-MES-ANO        PIC 9(04).
           03  WS-MES-MES        PIC 9(02).
       01  WS-MES-ANTERIOR       PIC 9(06).
       01  WS-MES-SEGUINTE       PIC 9(06).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DIA-CORRENTE       PIC 9(08) VALUE ZERO.
       01  WS-UF-FORN            PIC X(02).
       01  WS-ALIQ-LINHA         PIC 9(03)V99.
       01  WS-CRED-LINHA         PIC 9(12)V99.
       01  WS-NOTA-BASE          PIC 9(12)V99.
       01  WS-NOTA-CRED          PIC 9(12)V99.
       01  WS-NOTA-TRIB          PIC 9(12)V99.
       01  WS-DIA-BASE           PIC 9(12)V99.
       01  WS-DIA-CRED           PIC 9(12)V99.
       01  WS-DIA-DEST           PIC 9(12).
       01  WS-MES-BASE           PIC 9(13)V99.
       01  WS-MES-CRED           PIC 9(13)V99.
       01  WS-MES-DEST           PIC 9(13).
       01  WS-QTD-NOTAS          PIC 9(05).
       01  WS-QTD-SAIDAS         PIC 9(05).
       01  WS-QTD-ESTORNOS       PIC 9(05).
       01  WS-SALDO-MES          PIC S9(13)V99.
       01  WS-IX                 PIC 9(02) COMP.
       01  WS-GRUPO-ACHADO       PIC X(01).

      *CHAVE DO LOG DO ESTORNO: O NUMERO DA NOTA NAS 6 PRIMEIRAS
      *POSICOES.
       01  WS-CHAVE-ESTORNO.
           03  WS-CE-NOTA        PIC X(06).
           03  FILLER            PIC X(09).

      *RESUMO DO CREDITO POR CODIGO TRIBUTARIO + ALIQUOTA (ATE 30
      *COMBINACOES).
       01  WS-QT-GRUPOS          PIC 9(02) COMP VALUE ZERO.
       01  WS-TAB-GRUPOS.
           03  WS-GRUPO OCCURS 30 TIMES.
               05  GR-CODTRI     PIC 9(01).
               05  GR-ALIQ       PIC 9(03)V99.
               05  GR-BASE       PIC 9(13)V99.
               05  GR-CRED       PIC 9(13)V99.

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(10) VALUE " ENTRADA".
           03  FILLER            PIC X(05) VALUE "FORN".
           03  FILLER            PIC X(14) VALUE "NOTA/SERIE".
           03  FILLER            PIC X(14) VALUE "          BASE".
           03  FILLER            PIC X(14) VALUE "       CREDITO".
           03  FILLER            PIC X(12) VALUE "   DESTACADO".

       01  WS-LINHA-DET.
           03  DET-ENTRADA       PIC 9(08).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-FORN          PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-NOTA          PIC 9(09).
           03  FILLER            PIC X(01) VALUE "/".
           03  DET-SERIE         PIC X(03).
           03  DET-BASE          PIC Z(10)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-CRED          PIC Z(10)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-DEST          PIC Z(10)9.

       01  WS-LINHA-DIA.
           03  FILLER            PIC X(14) VALUE "TOTAL DO DIA  ".
           03  DIA-DATA          PIC 9(08).
           03  FILLER            PIC X(07) VALUE SPACES.
           03  DIA-BASE          PIC Z(10)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DIA-CRED          PIC Z(10)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DIA-DEST          PIC Z(10)9.

       01  WS-LINHA-MES.
           03  FILLER            PIC X(14) VALUE "TOTAL DO MES  ".
           03  MES-QTD           PIC ZZZZ9.
           03  FILLER            PIC X(09) VALUE " NOTAS   ".
           03  MES-BASE          PIC Z(11)9.99.
           03  MES-CRED          PIC Z(11)9.99.
           03  MES-DEST          PIC Z(11)9.

       01  WS-LINHA-GRUPO.
           03  FILLER            PIC X(07) VALUE "CODTRI ".
           03  GRP-CODTRI        PIC 9(01).
           03  FILLER            PIC X(07) VALUE " ALIQ  ".
           03  GRP-ALIQ          PIC ZZ9.99.
           03  FILLER            PIC X(07) VALUE SPACES.
           03  GRP-BASE          PIC Z(11)9.99.
           03  GRP-CRED          PIC Z(11)9.99.

       01  WS-LINHA-APUR.
           03  APR-DESCR         PIC X(44).
           03  APR-VALOR         PIC Z(12)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  APR-SINAL         PIC X(01).

       01  WS-LINHA-APUR-MES.
           03  FILLER            PIC X(20) VALUE
               "APURACAO DO MES ".
           03  APM-ANO           PIC 9(04).
           03  FILLER            PIC X(01) VALUE "/".
           03  APM-MES           PIC 9(02).
           03  FILLER            PIC X(15) VALUE "   APURADO EM ".
           03  APM-DATA          PIC 9(08).
           03  FILLER            PIC X(06) VALUE " OPER ".
           03  APM-OPER          PIC 9(04).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-LIVROENT
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
               MOVE "S" TO WS-FIM-LIVROENT
           END-IF
           MOVE "ACE06" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-LIVROENT
           END-IF
           OPEN INPUT ACENE
           IF FS = "05" OR "35"
               OPEN OUTPUT ACENE
               CLOSE ACENE
               OPEN INPUT ACENE
           END-IF
           OPEN INPUT ACENI
           IF FS = "05" OR "35"
               OPEN OUTPUT ACENI
               CLOSE ACENI
               OPEN INPUT ACENI
           END-IF
           OPEN I-O ACEAI
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEAI
               CLOSE ACEAI
               OPEN I-O ACEAI
           END-IF
           OPEN INPUT ACE01
           OPEN INPUT ACE06
           OPEN INPUT ACE14
           IF FS = "05" OR "35"
               OPEN OUTPUT ACE14
               CLOSE ACE14
               OPEN INPUT ACE14
           END-IF
           OPEN INPUT ACE15
           IF FS = "05" OR "35"
               OPEN OUTPUT ACE15
               CLOSE ACE15
               OPEN INPUT ACE15
           END-IF
           OPEN INPUT ACETX
           IF FS = "00"
               MOVE "S" TO WS-ACETX-DISPONIVEL
           END-IF
           OPEN INPUT ACETE
           IF FS = "00"
               MOVE "S" TO WS-ACETE-DISPONIVEL
           END-IF
           OPEN INPUT Arquivo-Cidade
           IF FS-CID = "00"
               MOVE "S" TO WS-CIDADE-DISPONIVEL
           END-IF
           OPEN INPUT ACECE
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "LIVROENT" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "REGISTRO DE ENTRADAS         " TO WS-Rel-Titulo
           MOVE "LIVROENT" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "LIVROENT - 1=REGISTRO DE ENTRADAS 2=APURACAO DO "
                   "IMPOSTO 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Registro-Entradas
               WHEN 2
                   PERFORM Apuracao-Mes
               WHEN 0
                   MOVE "S" TO WS-FIM-LIVROENT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Informa-Mes SECTION.
           DISPLAY "ANO E MES (AAAAMM): "
           ACCEPT WS-MES-LIVRO
           IF WS-MES-MES < 1 OR WS-MES-MES > 12
              OR WS-MES-ANO = ZERO
               DISPLAY "MES INVALIDO."
               MOVE "23" TO FS
           ELSE
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *REGISTRO-ENTRADAS - AS NOTAS DE ACENE VEM NA ORDEM DO
      *FORNECEDOR; O LIVRO SAI NA ORDEM DA DATA DE ENTRADA, ENTAO CADA
      *NOTA DO MES E SOMADA E PASSA PELA ORDENACAO ANTES DE IMPRIMIR.
       Registro-Entradas SECTION.
           PERFORM Informa-Mes
           IF FS = "00"
               MOVE "REGISTRO DE ENTRADAS         " TO WS-Rel-Titulo
               PERFORM IMPRIME-CABECALHO-REL THRU
                   SAI-IMPRIME-CABECALHO-REL
               WRITE REG-REL FROM WS-LINHA-CAB2
               ADD 1 TO WS-Rel-Linha
               MOVE "L" TO WS-MODO-NOTAS
               PERFORM Zera-Totais
               MOVE ZERO TO WS-DIA-CORRENTE
               SORT WS-Ordenacao
                   ON ASCENDING KEY SRT-Entrada SRT-Forn SRT-Nota
                                    SRT-Serie
                   INPUT PROCEDURE IS Percorre-Notas-Entrada
                   OUTPUT PROCEDURE IS Imprime-Registro
               PERFORM Quebra-Dia
               PERFORM Imprime-Total-Mes
               PERFORM Imprime-Grupos
               DISPLAY "LIVROENT - MES " WS-MES-LIVRO " NOTAS "
                       WS-QTD-NOTAS " CREDITO " WS-MES-CRED
           END-IF
           .

      *---------------------------------------------------------------*

       Zera-Totais SECTION.
           MOVE ZERO TO WS-DIA-BASE WS-DIA-CRED WS-DIA-DEST
                        WS-MES-BASE WS-MES-CRED WS-MES-DEST
                        WS-QTD-NOTAS WS-QT-GRUPOS
           .

      *---------------------------------------------------------------*
      *PERCORRE-NOTAS-ENTRADA - SO NOTA FECHADA (TOTAIS E TITULOS
      *GRAVADOS) COM ENTRADA NO MES. NO LIVRO CADA NOTA VAI PARA A
      *ORDENACAO; NA APURACAO SO O CREDITO E SOMADO.
       Percorre-Notas-Entrada SECTION.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO NE-CHAVE
           START ACENE KEY IS NOT LESS NE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACENE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NE-FECHADA
                          AND NE-ENTRADA(1:6) = WS-MES-LIVRO
                           PERFORM Escritura-Nota-Entrada
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Escritura-Nota-Entrada SECTION.
           PERFORM Busca-Estado-Fornecedor
           MOVE ZERO TO WS-NOTA-BASE WS-NOTA-CRED
           PERFORM Soma-Linhas-Nota
           ADD 1 TO WS-QTD-NOTAS
           ADD WS-NOTA-BASE TO WS-MES-BASE
           ADD WS-NOTA-CRED TO WS-MES-CRED
           ADD NE-TOTTRIB   TO WS-MES-DEST
           IF NOTAS-PARA-LIVRO
               MOVE NE-ENTRADA   TO SRT-Entrada
               MOVE NE-FORN      TO SRT-Forn
               MOVE NE-NOTA      TO SRT-Nota
               MOVE NE-SERIE     TO SRT-Serie
               MOVE WS-NOTA-BASE TO SRT-Base
               MOVE WS-NOTA-CRED TO SRT-Credito
               MOVE NE-TOTTRIB   TO SRT-Destacado
               RELEASE SRT-Registro
           END-IF
           .

      *---------------------------------------------------------------*
      *BUSCA-ESTADO-FORNECEDOR - ESTADO DO FORNECEDOR PELA CIDADE DO
      *CADASTRO (CID-CODIGO-06 -> Cid-Estado), PARA A ALIQUOTA
      *INTERESTADUAL DE ACETE. SEM CIDADE O ESTADO FICA EM BRANCO E A
      *NOTA TODA CAI NA ALIQUOTA UNICA DE ACETX.
       Busca-Estado-Fornecedor SECTION.
           MOVE SPACES TO WS-UF-FORN
           MOVE NE-FORN TO COD-06
           READ ACE06
               INVALID KEY
                   MOVE ZERO TO CID-CODIGO-06
           END-READ
           MOVE "00" TO FS
           IF CIDADE-DISPONIVEL AND CID-CODIGO-06 NOT = ZERO
               MOVE CID-CODIGO-06 TO Cid-Codigo
               READ Arquivo-Cidade
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Cid-Estado TO WS-UF-FORN
               END-READ
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Linhas-Nota SECTION.
           MOVE "N" TO WS-FIM-ITENS
           MOVE NE-FORN  TO NI-FORN
           MOVE NE-NOTA  TO NI-NOTA
           MOVE NE-SERIE TO NI-SERIE
           MOVE ZERO     TO NI-SEQ
           START ACENI KEY IS NOT LESS NI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACENI NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
                       IF NI-FORN NOT = NE-FORN
                          OR NI-NOTA NOT = NE-NOTA
                          OR NI-SERIE NOT = NE-SERIE
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           PERFORM Soma-Linha
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *SOMA-LINHA - O IMPOSTO DA ENTRADA VEM EMBUTIDO NO PRECO (COMO
      *NE-TOTTRIB): A BASE E O VALOR DA LINHA E O CREDITO E A
      *ALIQUOTA DO CODTRI DO PRODUTO SOBRE ELA.
       Soma-Linha SECTION.
           MOVE NI-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE ZERO TO CODTRI-01
           END-READ
           MOVE "00" TO FS
           MOVE ZERO TO WS-ALIQ-LINHA
           IF ACETX-DISPONIVEL
               MOVE CODTRI-01 TO TX-CODTRI
               READ ACETX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TX-ALIQ TO WS-ALIQ-LINHA
               END-READ
               MOVE "00" TO FS
           END-IF
           IF ACETE-DISPONIVEL AND WS-UF-FORN NOT = SPACES
               MOVE CODTRI-01  TO TE-CODTRI
               MOVE WS-UF-FORN TO TE-UF
               READ ACETE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TE-ALIQ TO WS-ALIQ-LINHA
               END-READ
               MOVE "00" TO FS
           END-IF
           COMPUTE WS-CRED-LINHA ROUNDED =
               NI-VALOR * WS-ALIQ-LINHA / 100
           ADD NI-VALOR      TO WS-NOTA-BASE
           ADD WS-CRED-LINHA TO WS-NOTA-CRED
           PERFORM Soma-Grupo
           .

      *---------------------------------------------------------------*

       Soma-Grupo SECTION.
           MOVE "N" TO WS-GRUPO-ACHADO
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-GRUPOS
                      OR WS-GRUPO-ACHADO = "S"
               IF GR-CODTRI(WS-IX) = CODTRI-01
                  AND GR-ALIQ(WS-IX) = WS-ALIQ-LINHA
                   ADD NI-VALOR      TO GR-BASE(WS-IX)
                   ADD WS-CRED-LINHA TO GR-CRED(WS-IX)
                   MOVE "S" TO WS-GRUPO-ACHADO
               END-IF
           END-PERFORM
           IF WS-GRUPO-ACHADO NOT = "S"
              AND WS-QT-GRUPOS < 30
               ADD 1 TO WS-QT-GRUPOS
               MOVE CODTRI-01     TO GR-CODTRI(WS-QT-GRUPOS)
               MOVE WS-ALIQ-LINHA TO GR-ALIQ(WS-QT-GRUPOS)
               MOVE NI-VALOR      TO GR-BASE(WS-QT-GRUPOS)
               MOVE WS-CRED-LINHA TO GR-CRED(WS-QT-GRUPOS)
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Registro SECTION.
           MOVE "N" TO WS-FIM-ORDENACAO
           RETURN WS-Ordenacao
               AT END
                   MOVE "S" TO WS-FIM-ORDENACAO
           END-RETURN
           PERFORM UNTIL FIM-ORDENACAO
               IF SRT-Entrada NOT = WS-DIA-CORRENTE
                   PERFORM Quebra-Dia
                   MOVE SRT-Entrada TO WS-DIA-CORRENTE
               END-IF
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE SRT-Entrada   TO DET-ENTRADA
               MOVE SRT-Forn      TO DET-FORN
               MOVE SRT-Nota      TO DET-NOTA
               MOVE SRT-Serie     TO DET-SERIE
               MOVE SRT-Base      TO DET-BASE
               MOVE SRT-Credito   TO DET-CRED
               MOVE SRT-Destacado TO DET-DEST
               WRITE REG-REL FROM WS-LINHA-DET
               ADD 1 TO WS-Rel-Linha
               ADD SRT-Base      TO WS-DIA-BASE
               ADD SRT-Credito   TO WS-DIA-CRED
               ADD SRT-Destacado TO WS-DIA-DEST
               RETURN WS-Ordenacao
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
               END-RETURN
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Quebra-Dia SECTION.
           IF WS-DIA-CORRENTE NOT = ZERO
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE WS-DIA-CORRENTE TO DIA-DATA
               MOVE WS-DIA-BASE     TO DIA-BASE
               MOVE WS-DIA-CRED     TO DIA-CRED
               MOVE WS-DIA-DEST     TO DIA-DEST
               WRITE REG-REL FROM WS-LINHA-DIA
               ADD 1 TO WS-Rel-Linha
           END-IF
           MOVE ZERO TO WS-DIA-BASE WS-DIA-CRED WS-DIA-DEST
           .

      *---------------------------------------------------------------*

       Imprime-Total-Mes SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-QTD-NOTAS TO MES-QTD
           MOVE WS-MES-BASE  TO MES-BASE
           MOVE WS-MES-CRED  TO MES-CRED
           MOVE WS-MES-DEST  TO MES-DEST
           WRITE REG-REL FROM WS-LINHA-MES
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Grupos SECTION.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-GRUPOS
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE GR-CODTRI(WS-IX) TO GRP-CODTRI
               MOVE GR-ALIQ(WS-IX)   TO GRP-ALIQ
               MOVE GR-BASE(WS-IX)   TO GRP-BASE
               MOVE GR-CRED(WS-IX)   TO GRP-CRED
               WRITE REG-REL FROM WS-LINHA-GRUPO
               ADD 1 TO WS-Rel-Linha
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *APURACAO-MES - MES JA APURADO COM O PERIODO CONTABIL FECHADO E
      *SO REIMPRESSO, SEM RECALCULO; MES ABERTO PODE SER REAPURADO
      *QUANTAS VEZES FOR PRECISO ATE O FECHAMENTO.
       Apuracao-Mes SECTION.
           PERFORM Informa-Mes
           IF FS = "00"
               MOVE "N" TO WS-AI-EXISTE
               MOVE WS-MES-LIVRO TO AI-MES
               READ ACEAI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-AI-EXISTE
               END-READ
               MOVE "00" TO FS
               MOVE WS-MES-ANO TO WS-Per-Ano
               MOVE WS-MES-MES TO WS-Per-Mes
               MOVE 1          TO WS-Per-Dia
               PERFORM VERIFICA-PERIODO-FECHADO THRU
                   SAI-VERIFICA-PERIODO-FECHADO
               MOVE "00" TO FS
               EVALUATE TRUE
                   WHEN APURACAO-EXISTE AND Periodo-Fechado
                       DISPLAY "MES APURADO E PERIODO FECHADO - "
                               "REIMPRIMINDO A APURACAO GRAVADA."
                       PERFORM Imprime-Apuracao
                   WHEN NOT Oper-Pode-Manter
                       DISPLAY "OPERADOR SEM NIVEL PARA APURAR O "
                               "IMPOSTO."
                       IF APURACAO-EXISTE
                           PERFORM Imprime-Apuracao
                       END-IF
                   WHEN OTHER
                       PERFORM Calcula-Apuracao
               END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------------*

       Calcula-Apuracao SECTION.
           MOVE "S" TO WS-CONFIRMA
           IF APURACAO-EXISTE
               DISPLAY "MES JA APURADO EM " AI-DATA
                       " - REFAZER A APURACAO (S/N)? "
               ACCEPT WS-CONFIRMA
           END-IF
           IF WS-CONFIRMA = "S" OR "s"
               PERFORM Busca-Saldo-Anterior
               IF FS = "00"
                   PERFORM Soma-Debito-Saidas
                   PERFORM Soma-Estornos-Mes
                   MOVE "A" TO WS-MODO-NOTAS
                   PERFORM Zera-Totais
                   PERFORM Percorre-Notas-Entrada
                   MOVE WS-MES-CRED TO AI-CREDITO
                   PERFORM Grava-Apuracao
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *BUSCA-SALDO-ANTERIOR - O SALDO CREDOR DO MES ANTERIOR E O
      *PONTO DE PARTIDA; NA PRIMEIRA APURACAO (SEM REGISTRO DO MES
      *ANTERIOR) O OPERADOR INFORMA O SALDO QUE O CONTADOR TRAZ DO
      *CONTROLE MANUAL.
       Busca-Saldo-Anterior SECTION.
           IF WS-MES-MES = 1
               COMPUTE WS-MES-ANTERIOR = (WS-MES-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-MES-LIVRO - 1
           END-IF
           IF WS-MES-MES = 12
               COMPUTE WS-MES-SEGUINTE = (WS-MES-ANO + 1) * 100 + 1
           ELSE
               COMPUTE WS-MES-SEGUINTE = WS-MES-LIVRO + 1
           END-IF
           MOVE WS-MES-SEGUINTE TO AI-MES
           READ ACEAI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ATENCAO: " WS-MES-SEGUINTE " JA APURADO - "
                           "REFACA-O PARA LEVAR O NOVO SALDO."
           END-READ
           MOVE WS-MES-ANTERIOR TO AI-MES
           READ ACEAI
               INVALID KEY
                   DISPLAY "SEM APURACAO DE " WS-MES-ANTERIOR
                           " - SALDO CREDOR INICIAL (0 = NENHUM): "
                   ACCEPT AI-SALDO-CREDOR
                   DISPLAY "CONFIRMA O SALDO INICIAL " AI-SALDO-CREDOR
                           " (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR "s"
                       MOVE "00" TO FS
                   ELSE
                       DISPLAY "APURACAO CANCELADA."
                       MOVE "23" TO FS
                   END-IF
               NOT INVALID KEY
                   MOVE "00" TO FS
           END-READ
           IF FS = "00"
               MOVE AI-SALDO-CREDOR TO WS-SALDO-MES
               INITIALIZE REG-AI
               MOVE WS-MES-LIVRO TO AI-MES
               MOVE WS-SALDO-MES TO AI-SALDO-ANT
           END-IF
           .

      *---------------------------------------------------------------*
      *SOMA-DEBITO-SAIDAS - O MESMO DEBITO DO LIVRO DE SAIDAS
      *(LIVROFIS): ITENS DE LIVRO DAS NOTAS DO MES NAO CANCELADAS.
       Soma-Debito-Saidas SECTION.
           MOVE ZERO TO WS-QTD-SAIDAS
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO NF-NUM
           START ACE14 KEY IS NOT LESS NF-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACE14 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NF-DATA(1:6) = WS-MES-LIVRO
                          AND NOT NF-CANCELADA
                           ADD 1 TO WS-QTD-SAIDAS
                           PERFORM Soma-Imposto-Saida
                           ADD WS-NOTA-TRIB TO AI-DEBITO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Soma-Imposto-Saida SECTION.
           MOVE ZERO TO WS-NOTA-TRIB
           MOVE "N" TO WS-FIM-ITENS
           MOVE NF-NUM TO NF-NUM-15
           MOVE ZERO   TO SEQ-15
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
                           IF ITEM-15-NO-LIVRO
                               ADD VLRTRIB-15 TO WS-NOTA-TRIB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *SOMA-ESTORNOS-MES - NOTA CANCELADA DENTRO DO PROPRIO MES JA
      *FICOU FORA DO DEBITO; A DE MES ANTERIOR, JA ESCRITURADA LA, E
      *ABATIDA NO MES DO ESTORNO. O ESTORNO (ESTORNO) GRAVA NO LOG A
      *NOTA CANCELADA.
       Soma-Estornos-Mes SECTION.
           MOVE ZERO TO WS-QTD-ESTORNOS
           CLOSE Arquivo-Log
           OPEN INPUT Arquivo-Log
           IF FS-LOG = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ Arquivo-Log
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LOG-PROGRAMA = "ESTORNO"
                              AND LOG-FUNCAO = "ESTORNA-NF"
                              AND LOG-DATA(1:6) = WS-MES-LIVRO
                               PERFORM Soma-Estorno
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Arquivo-Log
           END-IF
           OPEN EXTEND Arquivo-Log
           .

      *---------------------------------------------------------------*

       Soma-Estorno SECTION.
           MOVE LOG-CHAVE TO WS-CHAVE-ESTORNO
           IF WS-CE-NOTA IS NUMERIC
               MOVE WS-CE-NOTA TO NF-NUM
               READ ACE14
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NF-DATA(1:6) < WS-MES-LIVRO
                           ADD 1 TO WS-QTD-ESTORNOS
                           PERFORM Soma-Imposto-Saida
                           ADD WS-NOTA-TRIB TO AI-ESTORNOS
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *GRAVA-APURACAO - DEBITO LIQUIDO MENOS CREDITOS: SOBRANDO
      *DEBITO HA IMPOSTO A RECOLHER; SOBRANDO CREDITO ELE PASSA PARA O
      *MES SEGUINTE.
       Grava-Apuracao SECTION.
           COMPUTE WS-SALDO-MES = AI-DEBITO - AI-ESTORNOS
                                - AI-CREDITO - AI-SALDO-ANT
           IF WS-SALDO-MES > ZERO
               MOVE WS-SALDO-MES TO AI-RECOLHER
               MOVE ZERO         TO AI-SALDO-CREDOR
           ELSE
               MOVE ZERO         TO AI-RECOLHER
               COMPUTE AI-SALDO-CREDOR = ZERO - WS-SALDO-MES
           END-IF
           MOVE WS-DATA-HOJE   TO AI-DATA
           MOVE WS-Oper-Codigo TO AI-OPERADOR
           IF APURACAO-EXISTE
               REWRITE REG-AI
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A APURACAO."
               END-REWRITE
           ELSE
               WRITE REG-AI
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A APURACAO."
               END-WRITE
           END-IF
           MOVE "00" TO FS
           MOVE "APURACAO"   TO WS-Log-Funcao
           MOVE WS-MES-LIVRO TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "LIVROENT - SAIDAS " WS-QTD-SAIDAS " ESTORNOS "
                   WS-QTD-ESTORNOS " ENTRADAS " WS-QTD-NOTAS
           DISPLAY "A RECOLHER " AI-RECOLHER " SALDO CREDOR "
                   AI-SALDO-CREDOR
           PERFORM Imprime-Apuracao
           PERFORM Imprime-Grupos
           .

      *---------------------------------------------------------------*

       Imprime-Apuracao SECTION.
           MOVE "APURACAO DO IMPOSTO          " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-MES-ANO  TO APM-ANO
           MOVE WS-MES-MES  TO APM-MES
           MOVE AI-DATA     TO APM-DATA
           MOVE AI-OPERADOR TO APM-OPER
           WRITE REG-REL FROM WS-LINHA-APUR-MES
           ADD 1 TO WS-Rel-Linha
           MOVE "DEBITO DAS SAIDAS DO MES" TO APR-DESCR
           MOVE AI-DEBITO   TO APR-VALOR
           MOVE "+"         TO APR-SINAL
           PERFORM Imprime-Linha-Apuracao
           MOVE "ESTORNOS DE NOTAS DE MESES ANTERIORES" TO APR-DESCR
           MOVE AI-ESTORNOS TO APR-VALOR
           MOVE "-"         TO APR-SINAL
           PERFORM Imprime-Linha-Apuracao
           MOVE "CREDITO DAS ENTRADAS DO MES" TO APR-DESCR
           MOVE AI-CREDITO  TO APR-VALOR
           MOVE "-"         TO APR-SINAL
           PERFORM Imprime-Linha-Apuracao
           MOVE "SALDO CREDOR DO MES ANTERIOR" TO APR-DESCR
           MOVE AI-SALDO-ANT TO APR-VALOR
           MOVE "-"         TO APR-SINAL
           PERFORM Imprime-Linha-Apuracao
           MOVE "IMPOSTO A RECOLHER" TO APR-DESCR
           MOVE AI-RECOLHER TO APR-VALOR
           MOVE SPACE       TO APR-SINAL
           PERFORM Imprime-Linha-Apuracao
           MOVE "SALDO CREDOR PARA O MES SEGUINTE" TO APR-DESCR
           MOVE AI-SALDO-CREDOR TO APR-VALOR
           MOVE SPACE       TO APR-SINAL
           PERFORM Imprime-Linha-Apuracao
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Apuracao SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-APUR
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACENE ACENI ACEAI ACE01 ACE06 ACE14 ACE15 ACECE
                 Arquivo-Log RELATO
           IF ACETX-DISPONIVEL
               CLOSE ACETX
           END-IF
           IF ACETE-DISPONIVEL
               CLOSE ACETE
           END-IF
           IF CIDADE-DISPONIVEL
               CLOSE Arquivo-Cidade
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
