000080*EST-ALM-01. IMPRIME UMA LINHA DE EXCECAO POR PRODUTO POR ERRO  *
000090*E, NO MODO REPARO, CORRIGE AS FALHAS MECANICAS: ZERA CAMPO     *
000100*NUMERICO COM LIXO E REFAZ EST-01 COMO A SOMA DOS ALMOXARIFADOS.*
      *PRODUTO CONTROLADO POR SERIE (SERIE-01) TEM A CONTAGEM DE      *
      *SERIES EM ESTOQUE (ACESR) DE CADA ALMOXARIFADO CONFERIDA COM   *
      *EST-ALM-01, SEM REPARO.                                        *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. AUDIT01.
000130 ENVIRONMENT DIVISION.
000150 FILE-CONTROL.
000160 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
       COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELSR".
000170     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000180                    FILE STATUS IS FS-REL.
000190 DATA DIVISION.
000200 FILE SECTION.
000210 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
       COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDSR".
000220 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000230 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
       01  WS-SOMA-ALM           PIC 9(09).
       01  WS-REPAROU            PIC X(01).
           88  Reparou           VALUE "S".
       01  WS-ACESR-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACESR-DISPONIVEL  VALUE "S".
       01  WS-FIM-SERIES         PIC X(01).
           88  FIM-SERIES        VALUE "S".
       01  WS-IX-ED              PIC 9(01).
       01  WS-TAB-SERIES.
           03  WS-SERIES-ALM     PIC 9(07) OCCURS 5 TIMES.
       01  WS-LINHA-ERRO-SERIE.
           03  FILLER            PIC X(07) VALUE "SERIES ".
           03  ERS-SERIES        PIC Z(06)9.
           03  FILLER            PIC X(09) VALUE " X SALDO ".
           03  ERS-SALDO         PIC Z(06)9.
           03  FILLER            PIC X(10) VALUE SPACES.

       01  WS-QTD-ERROS          PIC 9(07) VALUE ZERO.
       01  WS-QTD-PROD-ERRO      PIC 9(06) VALUE ZERO.
       01  WS-QTD-REPARADOS      PIC 9(06) VALUE ZERO.
           MOVE "AUDIT01" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
      *ACESR SO EXISTE DEPOIS DO PRIMEIRO ITEM CONTROLADO POR SERIE;
      *SEM ELE, PRODUTO MARCADO CONTA ZERO SERIES.
           OPEN INPUT ACESR
           IF FS = "00"
               MOVE "S" TO WS-ACESR-DISPONIVEL
           END-IF
           MOVE "00" TO FS
           OPEN OUTPUT RELATO
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           PERFORM Ler-ACE01
           PERFORM Audita-Classe
           PERFORM Audita-Datas
           PERFORM Audita-Soma-Almoxarifados
           IF SERIE-01-SIM
               PERFORM Audita-Series
           END-IF
           IF Tem-Erro
               ADD 1 TO WS-QTD-PROD-ERRO
           END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *AUDITA-SERIES - ITEM DE ALTO VALOR (SERIE-01): O NUMERO DE
      *SERIES EM ESTOQUE (ACESR) DE CADA ALMOXARIFADO TEM QUE BATER
      *COM EST-ALM-01. SEM REPARO: A DIFERENCA E UNIDADE SEM SERIE
      *(IMPLANTAR EM SERIE) OU SERIE DE UNIDADE QUE JA SAIU.
       Audita-Series SECTION.
           INITIALIZE WS-TAB-SERIES
           IF ACESR-DISPONIVEL
               MOVE "N" TO WS-FIM-SERIES
               MOVE COD-01 TO SR-COD
               MOVE SPACES TO SR-SERIE
               START ACESR KEY IS NOT LESS SR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-SERIES
               END-START
               PERFORM UNTIL FIM-SERIES
                   READ ACESR NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-SERIES
                       NOT AT END
                           IF SR-COD NOT = COD-01
                               MOVE "S" TO WS-FIM-SERIES
                           ELSE
                               IF SR-EM-ESTOQUE
                                  AND SR-ALM > ZERO AND SR-ALM < 6
                                   ADD 1 TO WS-SERIES-ALM(SR-ALM)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               IF EST-ALM-01(WS-IX) NUMERIC
                  AND EST-ALM-01(WS-IX) NOT = WS-SERIES-ALM(WS-IX)
                   MOVE SPACES TO DET-CAMPO
                   MOVE WS-IX TO WS-IX-ED
                   STRING "SERIES ALM " WS-IX-ED DELIMITED BY SIZE
                       INTO DET-CAMPO
                   MOVE WS-SERIES-ALM(WS-IX) TO ERS-SERIES
                   MOVE EST-ALM-01(WS-IX)    TO ERS-SALDO
                   MOVE WS-LINHA-ERRO-SERIE  TO DET-ERRO
                   PERFORM Imprime-Erro
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Reporta-Nao-Numerico SECTION.

       Program-Terminate SECTION.
           CLOSE ACE01 RELATO
           IF ACESR-DISPONIVEL
               CLOSE ACESR
           END-IF
           DISPLAY "AUDIT01 - ERROS: " WS-QTD-ERROS
                   " REPARADOS: " WS-QTD-REPARADOS
           STOP RUN
