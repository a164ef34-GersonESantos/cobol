000010*ACURAC-ACURACIA DO ESTOQUE A PARTIR DAS CONTAGENS FISICAS. A   *
000020*APURACAO DO MES LE O HISTORICO DE CONTAGENS (ACEHC, GRAVADO    *
000030*POR CONTAGEM A CADA CONTAGEM, INCLUSIVE AS QUE BATEM) E GUARDA *
000040*EM ACEAC, POR ALMOXARIFADO, POR CLASSECE-01 E NO TOTAL:        *
000050*CONTAGENS, ACERTOS (DIVERGENCIA ZERO), DIVERGENCIA ABSOLUTA E  *
000060*LIQUIDA EM UNIDADES E O VALOR DOS AJUSTES POSTADOS A CATUAL-01 *
000070*DA DATA DA CONTAGEM; RODAR DE NOVO REFAZ O MES. O RELATORIO    *
000080*MOSTRA O MES ESCOLHIDO, A TENDENCIA DOS 12 MESES ATE ELE (SO   *
000090*DE ACEAC, SEM DEPENDER DO MOVIMENTO QUE ARQMOV ARQUIVA) E OS   *
000100*PRODUTOS\ALMOXARIFADOS AJUSTADOS EM 3 OU MAIS CONTAGENS        *
000110*SEGUIDAS NA JANELA. A APURACAO EXIGE NIVEL DE MANUTENCAO.      *
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. ACURAC.
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELHC".
000185 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELAC".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000230     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000240                    FILE STATUS IS FS-REL.
000250 DATA DIVISION.
000260 FILE SECTION.
000270 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000280 COPY "C:\Repo2024\cobol\dados1\book\FDHC".
000275 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000300 COPY "C:\Repo2024\cobol\dados1\book\FDAC".
000310 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000320 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000330 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000340 WORKING-STORAGE SECTION.
000350 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000360 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000370 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000380 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000390 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-ACURAC         PIC X(01) VALUE "N".
           88  FIM-ACURAC        VALUE "S".
       01  WS-FIM-HISTORICO      PIC X(01).
           88  FIM-HISTORICO     VALUE "S".
       01  WS-FIM-APURADO        PIC X(01).
           88  FIM-APURADO       VALUE "S".
       01  WS-TEM-HISTORICO      PIC X(01) VALUE "S".
           88  Tem-Historico     VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-ANOMES             PIC 9(06).
       01  WS-ANOMES-R REDEFINES WS-ANOMES.
           03  WS-ANO            PIC 9(04).
           03  WS-MES            PIC 9(02).
       01  WS-ANOMES-LIDO        PIC 9(06).
       01  WS-ANOMES-TEND        PIC 9(06).
       01  WS-ANOMES-TEND-R REDEFINES WS-ANOMES-TEND.
           03  WS-ANO-TEND       PIC 9(04).
           03  WS-MES-TEND       PIC 9(02).
       01  WS-DATA-INI           PIC 9(08).
       01  WS-DATA-FIM           PIC 9(08).
       01  WS-IX                 PIC 9(03) COMP.
       01  WS-AX                 PIC 9(03) COMP.
       01  WS-CX                 PIC 9(03) COMP.
       01  WS-ALM-ED             PIC 9(02).
       01  WS-VALOR              PIC S9(15).
       01  WS-PCT                PIC 9(03)V9.
       01  WS-QTD-LIDAS          PIC 9(07) VALUE ZERO.
       01  WS-QTD-REINCIDENTES   PIC 9(05) VALUE ZERO.

      *ACUMULADORES DA APURACAO: UMA LINHA POR ALMOXARIFADO, POR
      *CLASSE (ATE 20) E O TOTAL DO MES, NO MESMO FORMATO DE ACEAC.
       01  WS-TAB-ALM.
           03  WS-TA OCCURS 5 TIMES.
               05  TA-ACUM.
                   07  TA-CONTADOS       PIC 9(07).
                   07  TA-ACERTOS        PIC 9(07).
                   07  TA-VAR-ABSOLUTA   PIC 9(09).
                   07  TA-VAR-LIQUIDA    PIC S9(09).
                   07  TA-VALOR-AJUSTE   PIC S9(15).
                   07  TA-VALOR-ABSOLUTO PIC 9(15).

       78  Tl-Max-Classes        VALUE 20.
       01  WS-QT-CLASSES         PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-CLASSE.
           03  WS-TC OCCURS 20 TIMES.
               05  TC-CLASSE             PIC X(01).
               05  TC-ACUM.
                   07  TC-CONTADOS       PIC 9(07).
                   07  TC-ACERTOS        PIC 9(07).
                   07  TC-VAR-ABSOLUTA   PIC 9(09).
                   07  TC-VAR-LIQUIDA    PIC S9(09).
                   07  TC-VALOR-AJUSTE   PIC S9(15).
                   07  TC-VALOR-ABSOLUTO PIC 9(15).

       01  WS-TOT-MES.
           03  TM-CONTADOS       PIC 9(07).
           03  TM-ACERTOS        PIC 9(07).
           03  TM-VAR-ABSOLUTA   PIC 9(09).
           03  TM-VAR-LIQUIDA    PIC S9(09).
           03  TM-VALOR-AJUSTE   PIC S9(15).
           03  TM-VALOR-ABSOLUTO PIC 9(15).

      *AJUSTES SEGUIDOS DO PRODUTO EM LEITURA, POR ALMOXARIFADO: A
      *SEQUENCIA CORRENTE, A MAIOR DA JANELA E A ULTIMA CONTAGEM.
       01  WS-COD-ANT            PIC 9(06).
       01  WS-TAB-SEQUENCIA.
           03  WS-TS OCCURS 5 TIMES.
               05  TS-CORRENTE   PIC 9(03).
               05  TS-MAIOR      PIC 9(03).
               05  TS-CONTAGENS  PIC 9(03).
               05  TS-ULTIMA     PIC 9(08).

       01  WS-LINHA-SECAO.
           03  SEC-TITULO        PIC X(60).

       01  WS-LINHA-COLUNAS.
           03  FILLER            PIC X(38) VALUE
               "GRUPO            CONTAD ACERTO %ACER  ".
           03  FILLER            PIC X(41) VALUE
               " VAR.ABS   VAR.LIQ VLR.LIQUIDO  VLR.ABSOL".

       01  WS-LINHA-DET.
           03  DET-ROTULO        PIC X(16).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-CONTADOS      PIC Z(05)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-ACERTOS       PIC Z(05)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-PCT           PIC ZZ9.9.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-VAR-ABSOLUTA  PIC Z(07)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-VAR-LIQUIDA   PIC -(08)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-VALOR-AJUSTE  PIC -(10)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-VALOR-ABSOLUTO PIC Z(09)9.

       01  WS-LINHA-NAO-APURADO.
           03  NAP-ROTULO        PIC X(16).
           03  FILLER            PIC X(40) VALUE
               " MES NAO APURADO".

       01  WS-LINHA-COL-REINC.
           03  FILLER            PIC X(40) VALUE
               "PRODUT DESCRICAO                   ALM ".
           03  FILLER            PIC X(40) VALUE
               "SEGUIDAS CONTAGENS  ULTIMA    SITUACAO".

       01  WS-LINHA-REINC.
           03  REI-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  REI-DESC          PIC X(28).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  REI-ALM           PIC Z9.
           03  FILLER            PIC X(03) VALUE SPACES.
           03  REI-MAIOR         PIC ZZ9.
           03  FILLER            PIC X(06) VALUE SPACES.
           03  REI-CONTAGENS     PIC ZZ9.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  REI-ULTIMA        PIC 9(08).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  REI-SITUACAO      PIC X(12).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-ACURAC
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT ACE01
           OPEN INPUT ACEHC
           IF FS = "05" OR "35"
               DISPLAY "ACURAC - NENHUMA CONTAGEM REGISTRADA EM "
                       "ACEHC - SO A CONSULTA DO JA APURADO."
               MOVE "N" TO WS-TEM-HISTORICO
           END-IF
           OPEN I-O ACEAC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEAC
               CLOSE ACEAC
               OPEN I-O ACEAC
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "ACURAC" TO WS-Log-Programa
           MOVE "ACURACIA DO ESTOQUE         " TO WS-Rel-Titulo
           MOVE "ACURAC" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "ACURAC - 1=APURAR MES 2=RELATORIO DO MES COM "
                   "TENDENCIA 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   IF NOT Oper-Pode-Manter
                       DISPLAY "APURACAO EXIGE OPERADOR ASSINADO "
                               "COM NIVEL DE MANUTENCAO."
                   ELSE
                       IF NOT Tem-Historico
                           DISPLAY "NAO HA CONTAGENS PARA APURAR."
                       ELSE
                           PERFORM Pede-Mes
                           IF WS-ANOMES NOT = ZERO
                               PERFORM Apura-Mes
                           END-IF
                       END-IF
                   END-IF
               WHEN 2
                   PERFORM Pede-Mes
                   IF WS-ANOMES NOT = ZERO
                       PERFORM Imprime-Relatorio
                   END-IF
               WHEN 0
                   MOVE "S" TO WS-FIM-ACURAC
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Pede-Mes SECTION.
           DISPLAY "ANO E MES (AAAAMM): "
           ACCEPT WS-ANOMES
           IF WS-MES = ZERO OR WS-MES > 12 OR WS-ANO < 1900
               DISPLAY "MES INVALIDO."
               MOVE ZERO TO WS-ANOMES
           END-IF
           .

      *---------------------------------------------------------------*
      *APURA-MES - PASSA POR TODO O HISTORICO (A CHAVE COMECA PELO
      *PRODUTO), SOMA AS CONTAGENS DO MES E REGRAVA O MES EM ACEAC.
       Apura-Mes SECTION.
           INITIALIZE WS-TAB-ALM WS-TAB-CLASSE WS-TOT-MES
           MOVE ZERO TO WS-QT-CLASSES WS-QTD-LIDAS
           MOVE "N" TO WS-FIM-HISTORICO
           MOVE LOW-VALUES TO HC-CHAVE
           START ACEHC KEY IS NOT LESS HC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-HISTORICO
           END-START
           PERFORM UNTIL FIM-HISTORICO
               READ ACEHC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-HISTORICO
                   NOT AT END
                       COMPUTE WS-ANOMES-LIDO = HC-DATA / 100
                       IF WS-ANOMES-LIDO = WS-ANOMES
                           PERFORM Acumula-Contagem
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           PERFORM Exclui-Mes-Apurado
           PERFORM Grava-Mes-Apurado
           MOVE "ACUR-APURA" TO WS-Log-Funcao
           MOVE WS-ANOMES    TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "ACURAC - MES " WS-MES "/" WS-ANO
                   " APURADO. CONTAGENS: " WS-QTD-LIDAS
           .

      *---------------------------------------------------------------*
      *ACUMULA-CONTAGEM - A DIVERGENCIA CONTA EM UNIDADES MESMO SEM
      *AJUSTE; O VALOR SO ENTRA QUANDO O AJUSTE FOI POSTADO.
       Acumula-Contagem SECTION.
           ADD 1 TO WS-QTD-LIDAS
           IF HC-ALM = ZERO OR HC-ALM > 5
               MOVE 1 TO WS-AX
           ELSE
               MOVE HC-ALM TO WS-AX
           END-IF
           PERFORM Localiza-Classe
           ADD 1 TO TA-CONTADOS(WS-AX) TC-CONTADOS(WS-CX)
                    TM-CONTADOS
           IF HC-DIFERENCA = ZERO
               ADD 1 TO TA-ACERTOS(WS-AX) TC-ACERTOS(WS-CX)
                        TM-ACERTOS
           ELSE
               ADD HC-DIFERENCA TO TA-VAR-LIQUIDA(WS-AX)
                                   TC-VAR-LIQUIDA(WS-CX)
                                   TM-VAR-LIQUIDA
               IF HC-DIFERENCA < ZERO
                   SUBTRACT HC-DIFERENCA FROM TA-VAR-ABSOLUTA(WS-AX)
                                              TC-VAR-ABSOLUTA(WS-CX)
                                              TM-VAR-ABSOLUTA
               ELSE
                   ADD HC-DIFERENCA TO TA-VAR-ABSOLUTA(WS-AX)
                                       TC-VAR-ABSOLUTA(WS-CX)
                                       TM-VAR-ABSOLUTA
               END-IF
               IF HC-AJUSTE-POSTADO
                   COMPUTE WS-VALOR = HC-DIFERENCA * HC-CATUAL
                   ADD WS-VALOR TO TA-VALOR-AJUSTE(WS-AX)
                                   TC-VALOR-AJUSTE(WS-CX)
                                   TM-VALOR-AJUSTE
                   IF WS-VALOR < ZERO
                       SUBTRACT WS-VALOR FROM TA-VALOR-ABSOLUTO(WS-AX)
                                              TC-VALOR-ABSOLUTO(WS-CX)
                                              TM-VALOR-ABSOLUTO
                   ELSE
                       ADD WS-VALOR TO TA-VALOR-ABSOLUTO(WS-AX)
                                       TC-VALOR-ABSOLUTO(WS-CX)
                                       TM-VALOR-ABSOLUTO
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *LOCALIZA-CLASSE - DEVOLVE EM WS-CX A LINHA DA CLASSE DA
      *CONTAGEM, INCLUINDO-A NA PRIMEIRA VEZ QUE APARECE.
       Localiza-Classe SECTION.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-QT-CLASSES
                      OR TC-CLASSE(WS-CX) = HC-CLASSE
               CONTINUE
           END-PERFORM
           IF WS-CX > WS-QT-CLASSES
               IF WS-QT-CLASSES < Tl-Max-Classes
                   ADD 1 TO WS-QT-CLASSES
               END-IF
               MOVE WS-QT-CLASSES TO WS-CX
               MOVE HC-CLASSE TO TC-CLASSE(WS-CX)
           END-IF
           .

      *---------------------------------------------------------------*

       Exclui-Mes-Apurado SECTION.
           MOVE "N" TO WS-FIM-APURADO
           MOVE WS-ANOMES  TO AC-ANOMES
           MOVE LOW-VALUES TO AC-TIPO AC-GRUPO
           START ACEAC KEY IS NOT LESS AC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-APURADO
           END-START
           PERFORM UNTIL FIM-APURADO
               READ ACEAC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-APURADO
                   NOT AT END
                       IF AC-ANOMES NOT = WS-ANOMES
                           MOVE "S" TO WS-FIM-APURADO
                       ELSE
                           DELETE ACEAC RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GRAVA-MES-APURADO - ALMOXARIFADOS E CLASSES SO COM CONTAGEM; O
      *TOTAL SEMPRE, PARA A TENDENCIA DISTINGUIR MES SEM CONTAGEM DE
      *MES NAO APURADO.
       Grava-Mes-Apurado SECTION.
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 5
               IF TA-CONTADOS(WS-AX) > ZERO
                   INITIALIZE REG-AC
                   MOVE "A" TO AC-TIPO
                   MOVE WS-AX TO WS-ALM-ED
                   MOVE WS-ALM-ED TO AC-GRUPO
                   MOVE TA-ACUM(WS-AX) TO WS-TOT-MES
                   PERFORM Grava-Linha-Apurada
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-QT-CLASSES
               INITIALIZE REG-AC
               MOVE "C" TO AC-TIPO
               MOVE TC-CLASSE(WS-CX) TO AC-GRUPO
               MOVE TC-ACUM(WS-CX) TO WS-TOT-MES
               PERFORM Grava-Linha-Apurada
           END-PERFORM
           INITIALIZE WS-TOT-MES
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 5
               ADD TA-CONTADOS(WS-AX)       TO TM-CONTADOS
               ADD TA-ACERTOS(WS-AX)        TO TM-ACERTOS
               ADD TA-VAR-ABSOLUTA(WS-AX)   TO TM-VAR-ABSOLUTA
               ADD TA-VAR-LIQUIDA(WS-AX)    TO TM-VAR-LIQUIDA
               ADD TA-VALOR-AJUSTE(WS-AX)   TO TM-VALOR-AJUSTE
               ADD TA-VALOR-ABSOLUTO(WS-AX) TO TM-VALOR-ABSOLUTO
           END-PERFORM
           INITIALIZE REG-AC
           MOVE "T" TO AC-TIPO
           MOVE SPACES TO AC-GRUPO
           PERFORM Grava-Linha-Apurada
           .

      *---------------------------------------------------------------*

       Grava-Linha-Apurada SECTION.
           MOVE WS-ANOMES         TO AC-ANOMES
           MOVE TM-CONTADOS       TO AC-CONTADOS
           MOVE TM-ACERTOS        TO AC-ACERTOS
           MOVE TM-VAR-ABSOLUTA   TO AC-VAR-ABSOLUTA
           MOVE TM-VAR-LIQUIDA    TO AC-VAR-LIQUIDA
           MOVE TM-VALOR-AJUSTE   TO AC-VALOR-AJUSTE
           MOVE TM-VALOR-ABSOLUTO TO AC-VALOR-ABSOLUTO
           MOVE WS-DATA-HOJE      TO AC-DATA-APURACAO
           WRITE REG-AC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A APURACAO " AC-CHAVE
           END-WRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Relatorio SECTION.
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           PERFORM Imprime-Mes
           PERFORM Imprime-Tendencia
           IF Tem-Historico
               PERFORM Imprime-Reincidentes
           END-IF
           DISPLAY "ACURAC - RELATORIO EMITIDO."
           .

      *---------------------------------------------------------------*
      *IMPRIME-MES - AS LINHAS DO MES JA SAEM NA ORDEM DA CHAVE:
      *ALMOXARIFADOS, CLASSES E O TOTAL.
       Imprime-Mes SECTION.
           MOVE SPACES TO SEC-TITULO
           STRING "ACURACIA DO MES " DELIMITED BY SIZE
                  WS-MES             DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-ANO             DELIMITED BY SIZE
               INTO SEC-TITULO
           END-STRING
           PERFORM Imprime-Secao
           WRITE REG-REL FROM WS-LINHA-COLUNAS
           ADD 1 TO WS-Rel-Linha
           MOVE "N" TO WS-FIM-APURADO
           MOVE WS-ANOMES  TO AC-ANOMES
           MOVE LOW-VALUES TO AC-TIPO AC-GRUPO
           START ACEAC KEY IS NOT LESS AC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-APURADO
           END-START
           MOVE ZERO TO WS-IX
           PERFORM UNTIL FIM-APURADO
               READ ACEAC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-APURADO
                   NOT AT END
                       IF AC-ANOMES NOT = WS-ANOMES
                           MOVE "S" TO WS-FIM-APURADO
                       ELSE
                           ADD 1 TO WS-IX
                           PERFORM Rotulo-Grupo
                           PERFORM Imprime-Linha-Apurada
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           IF WS-IX = ZERO
               MOVE SPACES TO NAP-ROTULO
               WRITE REG-REL FROM WS-LINHA-NAO-APURADO
               ADD 1 TO WS-Rel-Linha
           END-IF
           .

      *---------------------------------------------------------------*

       Rotulo-Grupo SECTION.
           MOVE SPACES TO DET-ROTULO
           EVALUATE TRUE
               WHEN AC-POR-ALMOX
                   STRING "ALMOXARIFADO " DELIMITED BY SIZE
                          AC-GRUPO        DELIMITED BY SIZE
                       INTO DET-ROTULO
                   END-STRING
               WHEN AC-POR-CLASSE
                   STRING "CLASSE " DELIMITED BY SIZE
                          AC-GRUPO  DELIMITED BY SIZE
                       INTO DET-ROTULO
                   END-STRING
               WHEN OTHER
                   MOVE "TOTAL DO MES" TO DET-ROTULO
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Apurada SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           IF AC-CONTADOS > ZERO
               COMPUTE WS-PCT ROUNDED =
                   AC-ACERTOS * 100 / AC-CONTADOS
           ELSE
               MOVE ZERO TO WS-PCT
           END-IF
           MOVE AC-CONTADOS       TO DET-CONTADOS
           MOVE AC-ACERTOS        TO DET-ACERTOS
           MOVE WS-PCT            TO DET-PCT
           MOVE AC-VAR-ABSOLUTA   TO DET-VAR-ABSOLUTA
           MOVE AC-VAR-LIQUIDA    TO DET-VAR-LIQUIDA
           MOVE AC-VALOR-AJUSTE   TO DET-VALOR-AJUSTE
           MOVE AC-VALOR-ABSOLUTO TO DET-VALOR-ABSOLUTO
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *IMPRIME-TENDENCIA - O TOTAL DE CADA UM DOS 12 MESES ATE O
      *ESCOLHIDO, DO MAIS ANTIGO PARA O MAIS NOVO.
       Imprime-Tendencia SECTION.
           MOVE "TENDENCIA DOS ULTIMOS 12 MESES" TO SEC-TITULO
           PERFORM Imprime-Secao
           WRITE REG-REL FROM WS-LINHA-COLUNAS
           ADD 1 TO WS-Rel-Linha
           MOVE WS-ANOMES TO WS-ANOMES-TEND
           PERFORM 11 TIMES
               IF WS-MES-TEND = 1
                   MOVE 12 TO WS-MES-TEND
                   SUBTRACT 1 FROM WS-ANO-TEND
               ELSE
                   SUBTRACT 1 FROM WS-MES-TEND
               END-IF
           END-PERFORM
           COMPUTE WS-DATA-INI = WS-ANOMES-TEND * 100 + 1
           COMPUTE WS-DATA-FIM = WS-ANOMES * 100 + 31
           PERFORM 12 TIMES
               MOVE WS-ANOMES-TEND TO AC-ANOMES
               MOVE "T"            TO AC-TIPO
               MOVE SPACES         TO AC-GRUPO
               MOVE SPACES TO DET-ROTULO
               STRING WS-MES-TEND DELIMITED BY SIZE
                      "/"         DELIMITED BY SIZE
                      WS-ANO-TEND DELIMITED BY SIZE
                   INTO DET-ROTULO
               END-STRING
               READ ACEAC
                   INVALID KEY
                       MOVE DET-ROTULO TO NAP-ROTULO
                       PERFORM VERIFICA-QUEBRA-REL THRU
                           SAI-VERIFICA-QUEBRA-REL
                       WRITE REG-REL FROM WS-LINHA-NAO-APURADO
                       ADD 1 TO WS-Rel-Linha
                   NOT INVALID KEY
                       PERFORM Imprime-Linha-Apurada
               END-READ
               MOVE "00" TO FS
               IF WS-MES-TEND = 12
                   MOVE 1 TO WS-MES-TEND
                   ADD 1 TO WS-ANO-TEND
               ELSE
                   ADD 1 TO WS-MES-TEND
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *IMPRIME-REINCIDENTES - PRODUTO\ALMOXARIFADO COM AJUSTE POSTADO
      *EM 3 OU MAIS CONTAGENS SEGUIDAS DENTRO DA JANELA DE 12 MESES;
      *UMA CONTAGEM QUE BATE (OU DIVERGENCIA NAO POSTADA) ZERA A
      *SEQUENCIA. "EM ABERTO" = A ULTIMA CONTAGEM AINDA FOI AJUSTE.
       Imprime-Reincidentes SECTION.
           MOVE "PRODUTOS AJUSTADOS EM 3 OU MAIS CONTAGENS SEGUIDAS"
               TO SEC-TITULO
           PERFORM Imprime-Secao
           WRITE REG-REL FROM WS-LINHA-COL-REINC
           ADD 1 TO WS-Rel-Linha
           MOVE ZERO TO WS-QTD-REINCIDENTES WS-COD-ANT
           INITIALIZE WS-TAB-SEQUENCIA
           MOVE "N" TO WS-FIM-HISTORICO
           MOVE LOW-VALUES TO HC-CHAVE
           START ACEHC KEY IS NOT LESS HC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-HISTORICO
           END-START
           PERFORM UNTIL FIM-HISTORICO
               READ ACEHC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-HISTORICO
                   NOT AT END
                       IF HC-COD NOT = WS-COD-ANT
                           PERFORM Fecha-Produto-Sequencia
                           MOVE HC-COD TO WS-COD-ANT
                       END-IF
                       IF HC-DATA NOT < WS-DATA-INI
                          AND HC-DATA NOT > WS-DATA-FIM
                           PERFORM Conta-Sequencia
                       END-IF
               END-READ
           END-PERFORM
           PERFORM Fecha-Produto-Sequencia
           MOVE "00" TO FS
           MOVE SPACES TO SEC-TITULO
           STRING "PRODUTOS\ALMOXARIFADOS REINCIDENTES: "
                      DELIMITED BY SIZE
                  WS-QTD-REINCIDENTES DELIMITED BY SIZE
               INTO SEC-TITULO
           END-STRING
           PERFORM Imprime-Secao
           DISPLAY "ACURAC - REINCIDENTES: " WS-QTD-REINCIDENTES
           .

      *---------------------------------------------------------------*

       Conta-Sequencia SECTION.
           IF HC-ALM = ZERO OR HC-ALM > 5
               MOVE 1 TO WS-AX
           ELSE
               MOVE HC-ALM TO WS-AX
           END-IF
           ADD 1 TO TS-CONTAGENS(WS-AX)
           MOVE HC-DATA TO TS-ULTIMA(WS-AX)
           IF HC-AJUSTE-POSTADO
               ADD 1 TO TS-CORRENTE(WS-AX)
               IF TS-CORRENTE(WS-AX) > TS-MAIOR(WS-AX)
                   MOVE TS-CORRENTE(WS-AX) TO TS-MAIOR(WS-AX)
               END-IF
           ELSE
               MOVE ZERO TO TS-CORRENTE(WS-AX)
           END-IF
           .

      *---------------------------------------------------------------*

       Fecha-Produto-Sequencia SECTION.
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 5
               IF TS-MAIOR(WS-AX) NOT < 3
                   PERFORM Imprime-Reincidente
               END-IF
           END-PERFORM
           INITIALIZE WS-TAB-SEQUENCIA
           .

      *---------------------------------------------------------------*

       Imprime-Reincidente SECTION.
           ADD 1 TO WS-QTD-REINCIDENTES
           MOVE WS-COD-ANT TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO DESC-01
           END-READ
           MOVE "00" TO FS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-COD-ANT            TO REI-COD
           MOVE DESC-01               TO REI-DESC
           MOVE WS-AX                 TO REI-ALM
           MOVE TS-MAIOR(WS-AX)       TO REI-MAIOR
           MOVE TS-CONTAGENS(WS-AX)   TO REI-CONTAGENS
           MOVE TS-ULTIMA(WS-AX)      TO REI-ULTIMA
           IF TS-CORRENTE(WS-AX) NOT < 3
               MOVE "EM ABERTO" TO REI-SITUACAO
           ELSE
               MOVE "INTERROMPIDA" TO REI-SITUACAO
           END-IF
           WRITE REG-REL FROM WS-LINHA-REINC
           ADD 1 TO WS-Rel-Linha
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
           CLOSE ACE01 ACEAC Arquivo-Log RELATO
           IF Tem-Historico
               CLOSE ACEHC
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
