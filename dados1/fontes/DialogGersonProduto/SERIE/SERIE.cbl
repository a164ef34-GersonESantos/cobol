000010*SERIE-CONTROLE DE NUMERO DE SERIE DOS ITENS DE ALTO VALOR      *
000020*(ACESR). OPCAO 1 LIGA\DESLIGA A MARCACAO SERIE-01 DO PRODUTO   *
000030*(REGRAVACAO COM JORNAL ACEJN). OPCAO 2 IMPLANTA AS SERIES DO   *
000040*SALDO QUE JA ESTAVA NO ALMOXARIFADO QUANDO O PRODUTO PASSOU A  *
000050*SER CONTROLADO, ATE FECHAR COM EST-ALM-01 - DAI EM DIANTE A    *
000060*SERIE ENTRA NA LIBERACAO DA QUARENTENA (INSPECAO) E ACOMPANHA  *
000070*A UNIDADE NA TRANSFERENCIA (TRANSF), NA NOTA (FATURA) E NAS    *
000080*DEVOLUCOES (DEVOL). OPCAO 3 CONSULTA UMA SERIE: PRODUTO,       *
000090*SITUACAO, ALMOXARIFADO, DATA DE ENTRADA, FORNECEDOR, NOTA DE   *
000100*VENDA E CLIENTE. MARCACAO E IMPLANTACAO EXIGEM NIVEL DE        *
000110*MANUTENCAO E VAO PARA O LOG; A CONSULTA E LIVRE.               *
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. SERIE.
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELSR".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELJN".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000250 DATA DIVISION.
000260 FILE SECTION.
000270 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000280 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000290 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000300 COPY "C:\Repo2024\cobol\dados1\book\FDSR".
000310 COPY "C:\Repo2024\cobol\dados1\book\FDJN".
000320 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000330 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000350 WORKING-STORAGE SECTION.
000360 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000370 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000380 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000390 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000400 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000410 COPY "C:\Repo2024\cobol\dados1\book\CPYJNWS".
000420 COPY "C:\Repo2024\cobol\dados1\book\CPYSRWS".

       01  WS-FIM-SERIE          PIC X(01) VALUE "N".
           88  FIM-SERIE         VALUE "S".
       01  WS-FIM-CONSULTA       PIC X(01).
           88  FIM-CONSULTA      VALUE "S".
       01  WS-ACHOU              PIC X(01).
           88  ACHOU             VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-COD-ENTRADA        PIC 9(06).
       01  WS-ALMOXARIFADO       PIC 9(02).
       01  WS-MARCA              PIC X(01).
       01  WS-SERIE-ENTRADA      PIC X(20).
       01  WS-FALTAM             PIC 9(07).
       01  WS-QTDE               PIC 9(07).
       01  WS-SITUACAO-DESC      PIC X(25).
       01  WS-DATA-ED.
           03  ED-DIA            PIC 9(02).
           03  FILLER            PIC X(01) VALUE "/".
           03  ED-MES            PIC 9(02).
           03  FILLER            PIC X(01) VALUE "/".
           03  ED-ANO            PIC 9(04).
       01  WS-DATA-AAAAMMDD      PIC 9(08).
       01  FILLER REDEFINES WS-DATA-AAAAMMDD.
           03  WS-DT-ANO         PIC 9(04).
           03  WS-DT-MES         PIC 9(02).
           03  WS-DT-DIA         PIC 9(02).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-SERIE
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           MOVE "ACE01" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-SERIE
           END-IF
           OPEN I-O ACE01
           OPEN INPUT ACE06
           OPEN INPUT ACECL
           OPEN I-O ACESR
           IF FS = "05" OR "35"
               OPEN OUTPUT ACESR
               CLOSE ACESR
               OPEN I-O ACESR
           END-IF
           OPEN I-O ACEJN
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEJN
               CLOSE ACEJN
               OPEN I-O ACEJN
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "SERIE" TO WS-Log-Programa
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "SERIE - 1=MARCAR PRODUTO 2=IMPLANTAR SERIES DO "
                   "SALDO 3=CONSULTAR SERIE 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
               WHEN 2
                   IF NOT Oper-Pode-Manter
                       DISPLAY "SERIE - FUNCAO EXIGE OPERADOR ASSINADO "
                               "COM NIVEL DE MANUTENCAO. ASSINE COM "
                               "LOGON."
                   ELSE
                       IF WS-OPCAO = 1
                           PERFORM Marca-Produto
                       ELSE
                           PERFORM Implanta-Series
                       END-IF
                   END-IF
               WHEN 3
                   PERFORM Consulta-Serie
               WHEN 0
                   MOVE "S" TO WS-FIM-SERIE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *MARCA-PRODUTO - LIGA\DESLIGA SERIE-01 DO PRODUTO; A REGRAVACAO
      *DE REG-01 PASSA PELO JORNAL DE IMAGENS (ACEJN). AO LIGAR COM
      *SALDO EM ESTOQUE, LEMBRA DE IMPLANTAR AS SERIES (OPCAO 2) -
      *SEM ELAS A VENDA E A TRANSFERENCIA DO PRODUTO SAO RECUSADAS.
       Marca-Produto SECTION.
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT WS-COD-ENTRADA
           MOVE WS-COD-ENTRADA TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO."
               NOT INVALID KEY
                   DISPLAY "PRODUTO: " DESC-01
                   DISPLAY "CONTROLADO POR NUMERO DE SERIE (S/N)? "
                   ACCEPT WS-MARCA
                   MOVE REG-01 TO WS-Jn-Antes
                   IF WS-MARCA = "S" OR "s"
                       MOVE "S" TO SERIE-01
                   ELSE
                       MOVE "N" TO SERIE-01
                   END-IF
                   MOVE REG-01 TO WS-Jn-Depois
                   REWRITE REG-01
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PRODUTO."
                       NOT INVALID KEY
                           PERFORM GRAVA-JORNAL-REG01
                               THRU SAI-GRAVA-JORNAL-REG01
                           MOVE "MARCA-SER" TO WS-Log-Funcao
                           MOVE COD-01      TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                           DISPLAY "MARCACAO GRAVADA."
                           IF SERIE-01-SIM AND EST-01 NUMERIC
                              AND EST-01 > ZERO
                               DISPLAY "PRODUTO COM SALDO " EST-01
                                       " - IMPLANTE AS SERIES DO "
                                       "SALDO (OPCAO 2)."
                           END-IF
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *IMPLANTA-SERIES - O SALDO DO ALMOXARIFADO QUE AINDA NAO TEM
      *SERIE (EST-ALM-01 MENOS AS SERIES EM ESTOQUE) RECEBE UMA SERIE
      *POR UNIDADE, SEM FORNECEDOR, COMO SE ENTRASSE HOJE.
       Implanta-Series SECTION.
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT WS-COD-ENTRADA
           MOVE WS-COD-ENTRADA TO COD-01
           READ ACE01
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO."
               NOT INVALID KEY
                   IF NOT SERIE-01-SIM
                       DISPLAY "PRODUTO NAO E CONTROLADO POR SERIE - "
                               "MARQUE ANTES (OPCAO 1)."
                   ELSE
                       PERFORM Implanta-Almoxarifado
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Implanta-Almoxarifado SECTION.
           DISPLAY "PRODUTO: " DESC-01
           DISPLAY "ALMOXARIFADO (1-5): "
           ACCEPT WS-ALMOXARIFADO
           IF WS-ALMOXARIFADO < 1 OR WS-ALMOXARIFADO > 5
               DISPLAY "ALMOXARIFADO INVALIDO."
           ELSE
               MOVE COD-01          TO WS-Sr-Cod
               MOVE WS-ALMOXARIFADO TO WS-Sr-Alm
               PERFORM CONTA-SERIES-ESTOQUE
                   THRU SAI-CONTA-SERIES-ESTOQUE
               IF EST-ALM-01(WS-ALMOXARIFADO) > WS-Sr-Disponivel
                   COMPUTE WS-FALTAM = EST-ALM-01(WS-ALMOXARIFADO)
                                     - WS-Sr-Disponivel
               ELSE
                   MOVE ZERO TO WS-FALTAM
               END-IF
               DISPLAY "SALDO: " EST-ALM-01(WS-ALMOXARIFADO)
                       "  SERIES EM ESTOQUE: " WS-Sr-Disponivel
                       "  SEM SERIE: " WS-FALTAM
               IF WS-FALTAM = ZERO
                   DISPLAY "NADA A IMPLANTAR NESTE ALMOXARIFADO."
               ELSE
                   DISPLAY "QUANTAS UNIDADES VAI INFORMAR AGORA "
                           "(0 = NENHUMA): "
                   ACCEPT WS-QTDE
                   IF WS-QTDE > WS-FALTAM
                       MOVE WS-FALTAM TO WS-QTDE
                   END-IF
                   IF WS-QTDE NOT = ZERO
                       MOVE COD-01          TO WS-Sr-Cod
                       MOVE WS-ALMOXARIFADO TO WS-Sr-Alm
                       MOVE WS-QTDE         TO WS-Sr-Qtde
                       MOVE "E"             TO WS-Sr-Operacao
                       PERFORM MOVE-SERIES THRU SAI-MOVE-SERIES
                       MOVE "IMPLANTA-S" TO WS-Log-Funcao
                       MOVE COD-01       TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       DISPLAY WS-QTDE " SERIES IMPLANTADAS."
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *CONSULTA-SERIE - A MESMA SERIE PODE EXISTIR EM PRODUTOS DE
      *FABRICANTES DIFERENTES: MOSTRA TODOS OS REGISTROS DA CHAVE
      *ALTERNATIVA.
       Consulta-Serie SECTION.
           DISPLAY "NUMERO DE SERIE: "
           MOVE SPACES TO WS-SERIE-ENTRADA
           ACCEPT WS-SERIE-ENTRADA
           MOVE "N" TO WS-FIM-CONSULTA WS-ACHOU
           MOVE WS-SERIE-ENTRADA TO SR-SERIE
           START ACESR KEY IS EQUAL SR-SERIE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONSULTA
           END-START
           PERFORM UNTIL FIM-CONSULTA
               READ ACESR NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONSULTA
                   NOT AT END
                       IF SR-SERIE NOT = WS-SERIE-ENTRADA
                           MOVE "S" TO WS-FIM-CONSULTA
                       ELSE
                           MOVE "S" TO WS-ACHOU
                           PERFORM Mostra-Serie
                       END-IF
               END-READ
           END-PERFORM
           IF NOT ACHOU
               DISPLAY "SERIE NAO CADASTRADA."
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Mostra-Serie SECTION.
           MOVE SR-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
           END-READ
           EVALUATE TRUE
               WHEN SR-EM-ESTOQUE
                   MOVE "EM ESTOQUE" TO WS-SITUACAO-DESC
               WHEN SR-VENDIDA
                   MOVE "VENDIDA" TO WS-SITUACAO-DESC
               WHEN SR-DEVOLVIDA-FORN
                   MOVE "DEVOLVIDA AO FORNECEDOR" TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE "SITUACAO DESCONHECIDA" TO WS-SITUACAO-DESC
           END-EVALUATE
           DISPLAY "----------------------------------------"
           DISPLAY "SERIE.......: " SR-SERIE
           DISPLAY "PRODUTO.....: " SR-COD " " DESC-01
           DISPLAY "SITUACAO....: " WS-SITUACAO-DESC
                   "  ALMOXARIFADO: " SR-ALM
           MOVE SR-DATA-ENT TO WS-DATA-AAAAMMDD
           PERFORM Edita-Data
           DISPLAY "ENTRADA.....: " WS-DATA-ED
           IF SR-FORN = ZERO
               DISPLAY "FORNECEDOR..: (IMPLANTACAO DE SALDO)"
           ELSE
               MOVE SR-FORN TO COD-06
               READ ACE06
                   INVALID KEY
                       MOVE "FORNECEDOR NAO CADASTRADO" TO NOME-06
               END-READ
               DISPLAY "FORNECEDOR..: " SR-FORN " " NOME-06
           END-IF
           IF SR-LOTE NOT = SPACES
               DISPLAY "LOTE........: " SR-LOTE
           END-IF
           IF SR-NF-SAIDA NOT = ZERO
               MOVE SR-DATA-SAI TO WS-DATA-AAAAMMDD
               PERFORM Edita-Data
               DISPLAY "NOTA VENDA..: " SR-NF-SAIDA " DE " WS-DATA-ED
               MOVE SR-CLI TO CLI-CODIGO
               READ ACECL
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME
               END-READ
               DISPLAY "CLIENTE.....: " SR-CLI " " CLI-NOME
           END-IF
           IF SR-DEVOLVIDA-FORN
               MOVE SR-DATA-SAI TO WS-DATA-AAAAMMDD
               PERFORM Edita-Data
               DISPLAY "DEVOLUCAO...: " WS-DATA-ED
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Edita-Data SECTION.
           MOVE WS-DT-DIA TO ED-DIA
           MOVE WS-DT-MES TO ED-MES
           MOVE WS-DT-ANO TO ED-ANO
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE06 ACECL ACESR ACEJN Arquivo-Log
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYJNPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
