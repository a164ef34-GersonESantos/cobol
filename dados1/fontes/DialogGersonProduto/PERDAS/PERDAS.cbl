000010*PERDAS-QUEBRA DE ESTOQUE DO MES POR MOTIVO DE PERDA. LE O      *
000020*MOVIMENTO DO MES EM ACE02 E SOMA COMO PERDA A BAIXA "B", O     *
000030*AJUSTE "A" NEGATIVO E A DEVOLUCAO AO FORNECEDOR "F", AGRUPADOS *
000040*POR MOTIVO-02 (TABELA ACEMT, MANTIDA EM MOTPERD), POR          *
000050*CLASSECE-01 E POR ALMOXARIFADO, EM QUANTIDADE E VALOR A        *
000060*CATUAL-01. O PERCENTUAL SOBRE VENDAS USA A VENDA DO MES NO     *
000070*MESMO GRUPO (SAIDA "S" MENOS DEVOLUCAO DE CLIENTE "D", A       *
000080*PRVAR-01 COMO EM ABCPROD). A QUEBRA POR MOTIVO SAI DO MAIOR    *
000090*VALOR PARA O MENOR, COM O TOTAL COBRAVEL DA TRANSPORTADORA E   *
000100*DO FORNECEDOR; O MOVIMENTO ANTERIOR AO MOTIVO APARECE COMO SEM *
000110*MOTIVO.                                                        *
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. PERDAS.
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELMT".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000210     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000220                    FILE STATUS IS FS-REL.
000230 DATA DIVISION.
000240 FILE SECTION.
000250 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000260 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDMT".
000280 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000290 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000300 WORKING-STORAGE SECTION.
000310 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000320 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000330 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-PRODUTOS       PIC X(01) VALUE "N".
           88  FIM-PRODUTOS      VALUE "S".
       01  WS-FIM-MOVTO          PIC X(01).
           88  FIM-MOVTO         VALUE "S".
       01  WS-TROCOU             PIC X(01).

       01  WS-ANOMES             PIC 9(06).
       01  WS-ANOMES-R REDEFINES WS-ANOMES.
           03  WS-ANO            PIC 9(04).
           03  WS-MES            PIC 9(02).
       01  WS-DATA-INI           PIC 9(08).
       01  WS-DATA-FIM           PIC 9(08).
       01  WS-IX                 PIC 9(03) COMP.
       01  WS-JX                 PIC 9(03) COMP.
       01  WS-AX                 PIC 9(03) COMP.
       01  WS-CX                 PIC 9(03) COMP.
       01  WS-MX                 PIC 9(03) COMP.
       01  WS-ALM-ED             PIC 9(02).
       01  WS-VALOR              PIC 9(15).
       01  WS-PCT                PIC 9(03)V99.
       01  WS-QTD-MOVIMENTOS     PIC 9(07) VALUE ZERO.
       01  WS-COBRAVEL-TRANSP    PIC 9(15) VALUE ZERO.
       01  WS-COBRAVEL-FORNEC    PIC 9(15) VALUE ZERO.

      *TOTAIS DO MES: PERDA EM QUANTIDADE E VALOR E A VENDA DO MES
      *(SAIDAS MENOS DEVOLUCOES DE CLIENTE) A PRECO DE VAREJO.
       01  WS-TOT-GERAL.
           03  TG-QTDE           PIC 9(09)V9(03).
           03  TG-VALOR          PIC 9(15).
           03  TG-VENDA          PIC S9(15).

       01  WS-TAB-ALM.
           03  WS-TA OCCURS 5 TIMES.
               05  TA-QTDE       PIC 9(09)V9(03).
               05  TA-VALOR      PIC 9(15).
               05  TA-VENDA      PIC S9(15).

       78  Tl-Max-Classes        VALUE 20.
       01  WS-QT-CLASSES         PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-CLASSE.
           03  WS-TC OCCURS 20 TIMES.
               05  TC-CLASSE     PIC X(01).
               05  TC-QTDE       PIC 9(09)V9(03).
               05  TC-VALOR      PIC 9(15).
               05  TC-VENDA      PIC S9(15).

      *MOTIVO ALEM DO LIMITE DA TABELA SOMA NA ULTIMA LINHA ("***",
      *DEMAIS MOTIVOS); MOVIMENTO SEM MOTIVO-02 ENTRA COMO BRANCO.
       78  Tl-Max-Motivos        VALUE 50.
       01  WS-QT-MOTIVOS         PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-MOTIVO.
           03  WS-TM OCCURS 50 TIMES.
               05  TM-MOTIVO     PIC X(03).
               05  TM-QTDE       PIC 9(09)V9(03).
               05  TM-VALOR      PIC 9(15).
       01  WS-TM-AUX             PIC X(30).

       01  WS-LINHA-SECAO.
           03  SEC-TITULO        PIC X(60).

       01  WS-LINHA-COL-MOTIVO.
           03  FILLER            PIC X(40) VALUE
               "MOT DESCRICAO                 R    QUANT".
           03  FILLER            PIC X(26) VALUE
               "IDADE         VALOR %VENDA".

       01  WS-LINHA-MOTIVO.
           03  MOT-COD           PIC X(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  MOT-DESC          PIC X(25).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  MOT-RECUPERA      PIC X(01).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  MOT-QTDE          PIC Z(07)9.999.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  MOT-VALOR         PIC Z(12)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  MOT-PCT           PIC ZZ9.99.

       01  WS-LINHA-COL-GRUPO.
           03  FILLER            PIC X(40) VALUE
               "GRUPO              QUANTIDADE         VA".
           03  FILLER            PIC X(24) VALUE
               "LOR        VENDAS %VENDA".

       01  WS-LINHA-GRUPO.
           03  GRP-ROTULO        PIC X(16).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  GRP-QTDE          PIC Z(07)9.999.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  GRP-VALOR         PIC Z(12)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  GRP-VENDA         PIC -(12)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  GRP-PCT           PIC ZZ9.99.

       01  WS-LINHA-COBRAVEL.
           03  COB-ROTULO        PIC X(43).
           03  COB-VALOR         PIC Z(12)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-PRODUTOS
           PERFORM Imprime-Totais
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           DISPLAY "PERDAS - ANO E MES (AAAAMM): "
           ACCEPT WS-ANOMES
           IF WS-MES = ZERO OR WS-MES > 12 OR WS-ANO < 1900
               DISPLAY "PERDAS - MES INVALIDO."
               MOVE "S" TO WS-FIM-PRODUTOS
           END-IF
           COMPUTE WS-DATA-INI = WS-ANOMES * 100 + 1
           COMPUTE WS-DATA-FIM = WS-ANOMES * 100 + 31
           INITIALIZE WS-TOT-GERAL WS-TAB-ALM WS-TAB-CLASSE
                      WS-TAB-MOTIVO
           OPEN INPUT ACE01
           IF FS NOT = "00"
               DISPLAY "PERDAS - CADASTRO DE PRODUTOS NAO "
                       "ENCONTRADO: " FS
               MOVE "S" TO WS-FIM-PRODUTOS
           END-IF
           OPEN INPUT ACE02
           OPEN INPUT ACEMT
           MOVE "00" TO FS
           MOVE "QUEBRA DE ESTOQUE DO MES      " TO WS-Rel-Titulo
           MOVE "PERDAS" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           MOVE ZEROS TO COD-01
           START ACE01 KEY IS NOT LESS COD-01
               INVALID KEY
                   MOVE "S" TO WS-FIM-PRODUTOS
           END-START
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           READ ACE01 NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PRODUTOS
               NOT AT END
                   PERFORM Localiza-Classe
                   PERFORM Le-Movimento-Mes
           END-READ
           .

      *---------------------------------------------------------------*
      *LE-MOVIMENTO-MES - O MOVIMENTO DO PRODUTO NO MES, PELA CHAVE
      *PRODUTO+DATA DE ACE02.
       Le-Movimento-Mes SECTION.
           MOVE "N" TO WS-FIM-MOVTO
           MOVE COD-01      TO COD-02
           MOVE WS-DATA-INI TO DATA-02
           MOVE ZERO        TO HORA-02
           START ACE02 KEY IS NOT LESS CHAVE-02
               INVALID KEY
                   MOVE "S" TO WS-FIM-MOVTO
           END-START
           PERFORM UNTIL FIM-MOVTO
               READ ACE02 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MOVTO
                   NOT AT END
                       IF COD-02 NOT = COD-01
                          OR DATA-02 > WS-DATA-FIM
                           MOVE "S" TO WS-FIM-MOVTO
                       ELSE
                           PERFORM Classifica-Movimento
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Classifica-Movimento SECTION.
           IF ALM-02 = ZERO OR ALM-02 > 5
               MOVE 1 TO WS-AX
           ELSE
               MOVE ALM-02 TO WS-AX
           END-IF
           EVALUATE TRUE
               WHEN MOV-02-BAIXA
               WHEN MOV-02-DEV-FORNECEDOR
               WHEN MOV-02-AJUSTE AND MOV-02-SUBTRAI
                   PERFORM Acumula-Perda
               WHEN MOV-02-SAIDA
                   COMPUTE WS-VALOR ROUNDED = QTDE-02 * PRVAR-01
                   ADD WS-VALOR TO TG-VENDA TA-VENDA(WS-AX)
                                   TC-VENDA(WS-CX)
               WHEN MOV-02-DEV-CLIENTE
                   COMPUTE WS-VALOR ROUNDED = QTDE-02 * PRVAR-01
                   SUBTRACT WS-VALOR FROM TG-VENDA TA-VENDA(WS-AX)
                                          TC-VENDA(WS-CX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Acumula-Perda SECTION.
           ADD 1 TO WS-QTD-MOVIMENTOS
           COMPUTE WS-VALOR ROUNDED = QTDE-02 * CATUAL-01
           PERFORM Localiza-Motivo
           ADD QTDE-02  TO TG-QTDE TA-QTDE(WS-AX) TC-QTDE(WS-CX)
                           TM-QTDE(WS-MX)
           ADD WS-VALOR TO TG-VALOR TA-VALOR(WS-AX) TC-VALOR(WS-CX)
                           TM-VALOR(WS-MX)
           .

      *---------------------------------------------------------------*
      *LOCALIZA-CLASSE \ LOCALIZA-MOTIVO - DEVOLVEM EM WS-CX \ WS-MX
      *A LINHA DA TABELA, INCLUINDO A CLASSE OU O MOTIVO NA PRIMEIRA
      *VEZ QUE APARECEM.
       Localiza-Classe SECTION.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-QT-CLASSES
                      OR TC-CLASSE(WS-CX) = CLASSECE-01
               CONTINUE
           END-PERFORM
           IF WS-CX > WS-QT-CLASSES
               IF WS-QT-CLASSES < Tl-Max-Classes
                   ADD 1 TO WS-QT-CLASSES
               END-IF
               MOVE WS-QT-CLASSES TO WS-CX
               MOVE CLASSECE-01 TO TC-CLASSE(WS-CX)
           END-IF
           .

      *---------------------------------------------------------------*

       Localiza-Motivo SECTION.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-QT-MOTIVOS
                      OR TM-MOTIVO(WS-MX) = MOTIVO-02
               CONTINUE
           END-PERFORM
           IF WS-MX > WS-QT-MOTIVOS
               IF WS-QT-MOTIVOS < Tl-Max-Motivos - 1
                   ADD 1 TO WS-QT-MOTIVOS
                   MOVE WS-QT-MOTIVOS TO WS-MX
                   MOVE MOTIVO-02 TO TM-MOTIVO(WS-MX)
               ELSE
                   MOVE Tl-Max-Motivos TO WS-QT-MOTIVOS WS-MX
                   MOVE "***" TO TM-MOTIVO(WS-MX)
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Totais SECTION.
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE SPACES TO SEC-TITULO
           STRING "PERDAS POR MOTIVO - MES " DELIMITED BY SIZE
                  WS-MES                     DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  WS-ANO                     DELIMITED BY SIZE
               INTO SEC-TITULO
           END-STRING
           PERFORM Imprime-Secao
           WRITE REG-REL FROM WS-LINHA-COL-MOTIVO
           ADD 1 TO WS-Rel-Linha
           PERFORM Ordena-Motivos
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-QT-MOTIVOS
               PERFORM Imprime-Motivo
           END-PERFORM
           MOVE "COBRAVEL DA TRANSPORTADORA" TO COB-ROTULO
           MOVE WS-COBRAVEL-TRANSP TO COB-VALOR
           WRITE REG-REL FROM WS-LINHA-COBRAVEL
           MOVE "COBRAVEL DO FORNECEDOR" TO COB-ROTULO
           MOVE WS-COBRAVEL-FORNEC TO COB-VALOR
           WRITE REG-REL FROM WS-LINHA-COBRAVEL
           ADD 2 TO WS-Rel-Linha
           MOVE "PERDAS POR CLASSE" TO SEC-TITULO
           PERFORM Imprime-Secao
           WRITE REG-REL FROM WS-LINHA-COL-GRUPO
           ADD 1 TO WS-Rel-Linha
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-QT-CLASSES
               IF TC-VALOR(WS-CX) NOT = ZERO
                  OR TC-QTDE(WS-CX) NOT = ZERO
                   MOVE SPACES TO GRP-ROTULO
                   STRING "CLASSE " DELIMITED BY SIZE
                          TC-CLASSE(WS-CX) DELIMITED BY SIZE
                       INTO GRP-ROTULO
                   END-STRING
                   MOVE TC-QTDE(WS-CX)  TO GRP-QTDE
                   MOVE TC-VALOR(WS-CX) TO GRP-VALOR WS-VALOR
                   MOVE TC-VENDA(WS-CX) TO GRP-VENDA
                   IF TC-VENDA(WS-CX) > ZERO
                       COMPUTE WS-PCT ROUNDED =
                           WS-VALOR * 100 / TC-VENDA(WS-CX)
                   ELSE
                       MOVE ZERO TO WS-PCT
                   END-IF
                   PERFORM Imprime-Grupo
               END-IF
           END-PERFORM
           MOVE "PERDAS POR ALMOXARIFADO" TO SEC-TITULO
           PERFORM Imprime-Secao
           WRITE REG-REL FROM WS-LINHA-COL-GRUPO
           ADD 1 TO WS-Rel-Linha
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 5
               MOVE SPACES TO GRP-ROTULO
               MOVE WS-AX TO WS-ALM-ED
               STRING "ALMOXARIFADO " DELIMITED BY SIZE
                      WS-ALM-ED       DELIMITED BY SIZE
                   INTO GRP-ROTULO
               END-STRING
               MOVE TA-QTDE(WS-AX)  TO GRP-QTDE
               MOVE TA-VALOR(WS-AX) TO GRP-VALOR WS-VALOR
               MOVE TA-VENDA(WS-AX) TO GRP-VENDA
               IF TA-VENDA(WS-AX) > ZERO
                   COMPUTE WS-PCT ROUNDED =
                       WS-VALOR * 100 / TA-VENDA(WS-AX)
               ELSE
                   MOVE ZERO TO WS-PCT
               END-IF
               PERFORM Imprime-Grupo
           END-PERFORM
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           ADD 1 TO WS-Rel-Linha
           MOVE "TOTAL DO MES" TO GRP-ROTULO
           MOVE TG-QTDE  TO GRP-QTDE
           MOVE TG-VALOR TO GRP-VALOR WS-VALOR
           MOVE TG-VENDA TO GRP-VENDA
           IF TG-VENDA > ZERO
               COMPUTE WS-PCT ROUNDED = WS-VALOR * 100 / TG-VENDA
           ELSE
               MOVE ZERO TO WS-PCT
           END-IF
           PERFORM Imprime-Grupo
           .

      *---------------------------------------------------------------*
      *ORDENA-MOTIVOS - DO MAIOR VALOR PARA O MENOR (TROCA DE
      *VIZINHOS COMO EM RENTAB, A TABELA E PEQUENA).
       Ordena-Motivos SECTION.
           MOVE "S" TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU NOT = "S"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX NOT LESS WS-QT-MOTIVOS
                   COMPUTE WS-JX = WS-IX + 1
                   IF TM-VALOR(WS-JX) > TM-VALOR(WS-IX)
                       MOVE WS-TM(WS-IX) TO WS-TM-AUX
                       MOVE WS-TM(WS-JX) TO WS-TM(WS-IX)
                       MOVE WS-TM-AUX    TO WS-TM(WS-JX)
                       MOVE "S" TO WS-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Imprime-Motivo SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE TM-MOTIVO(WS-MX) TO MOT-COD
           MOVE SPACE TO MOT-RECUPERA
           EVALUATE TM-MOTIVO(WS-MX)
               WHEN SPACES
                   MOVE "SEM MOTIVO (ANTERIOR)" TO MOT-DESC
               WHEN "***"
                   MOVE "DEMAIS MOTIVOS" TO MOT-DESC
               WHEN OTHER
                   MOVE TM-MOTIVO(WS-MX) TO MT-COD
                   READ ACEMT
                       INVALID KEY
                           MOVE "NAO CADASTRADO" TO MOT-DESC
                       NOT INVALID KEY
                           MOVE MT-DESC     TO MOT-DESC
                           MOVE MT-RECUPERA TO MOT-RECUPERA
                           IF MT-RECUPERA-TRANSP
                               ADD TM-VALOR(WS-MX) TO WS-COBRAVEL-TRANSP
                           END-IF
                           IF MT-RECUPERA-FORNEC
                               ADD TM-VALOR(WS-MX) TO WS-COBRAVEL-FORNEC
                           END-IF
                   END-READ
                   MOVE "00" TO FS
           END-EVALUATE
           MOVE TM-QTDE(WS-MX)  TO MOT-QTDE
           MOVE TM-VALOR(WS-MX) TO MOT-VALOR
           IF TG-VENDA > ZERO
               COMPUTE WS-PCT ROUNDED =
                   TM-VALOR(WS-MX) * 100 / TG-VENDA
           ELSE
               MOVE ZERO TO WS-PCT
           END-IF
           MOVE WS-PCT TO MOT-PCT
           WRITE REG-REL FROM WS-LINHA-MOTIVO
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Grupo SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-PCT TO GRP-PCT
           WRITE REG-REL FROM WS-LINHA-GRUPO
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
           CLOSE ACE01 ACE02 ACEMT RELATO
           DISPLAY "PERDAS - MOVIMENTOS DE PERDA NO MES: "
                   WS-QTD-MOVIMENTOS
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
