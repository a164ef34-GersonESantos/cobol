000070*RELATO COM O NOME DO FORNECEDOR DE ACE06. MODO 3: TOTAIS DE    *
000080*DEVOLUCAO DO MES POR PRODUTO (LIDOS DE ACE02), PARA ENXERGAR   *
000090*OS ITENS QUE VIVEM VOLTANDO. RESPEITA O PERIODO FECHADO.       *
      *A DEVOLUCAO AO FORNECEDOR EXIGE MOTIVO DE PERDA DE ACEMT       *
      *(MOTPERD): VAI PARA MOTIVO-02 NO MOVIMENTO "F" E SAI IMPRESSO  *
      *NO DOCUMENTO.                                                  *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE).                                                     *
      *PRODUTO CONTROLADO POR SERIE (SERIE-01): NA DEVOLUCAO DO       *
      *CLIENTE A SERIE VENDIDA VOLTA AO ESTOQUE; NA DEVOLUCAO AO      *
      *FORNECEDOR A SERIE SAI DO ESTOQUE (ACESR).                     *
      *A DEVOLUCAO DE CLIENTE PEDE A NOTA DE ORIGEM DA VENDA          *
      *(CONFERIDA EM ACE14\ACE15) E A GRAVA NO MOVIMENTO "D", PARA O  *
      *DESCONTO DA DEVOLUCAO NA META DO VENDEDOR (METAS).             *
      *DEVOLUCAO COM NOTA DE ORIGEM ENTRA NO RESUMO MENSAL DE VENDAS  *
      *(ACESV) NO MES DA DEVOLUCAO, COM O CLIENTE E O VENDEDOR DA     *
      *NOTA.                                                          *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DEVOL.
000120 ENVIRONMENT DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000185 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
       COPY "C:\Repo2024\cobol\dados1\book\SELSR".
       COPY "C:\Repo2024\cobol\dados1\book\SELMT".
       COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
       COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
       COPY "C:\Repo2024\cobol\dados1\book\SELSV".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000200     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000275 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
       COPY "C:\Repo2024\cobol\dados1\book\FDSR".
       COPY "C:\Repo2024\cobol\dados1\book\FDMT".
       COPY "C:\Repo2024\cobol\dados1\book\FD-14".
       COPY "C:\Repo2024\cobol\dados1\book\FD-15".
       COPY "C:\Repo2024\cobol\dados1\book\FDSV".
000280 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000290 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000355 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSRWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVWS".
000360 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".
       01  WS-PROD-CORRENTE      PIC 9(06).
       01  WS-TOT-DEV-CLIENTE    PIC 9(09).
       01  WS-TOT-DEV-FORNEC     PIC 9(09).
       01  WS-NOTA-ORIGEM        PIC 9(06).
       01  WS-NOTA-CONFERE       PIC X(01).
           88  NOTA-CONFERE      VALUE "S".
       01  WS-FIM-ITENS-NF       PIC X(01).
           88  FIM-ITENS-NF      VALUE "S".

       01  WS-LINHA-DOC1.
           03  FILLER            PIC X(26) VALUE
           03  FILLER            PIC X(07) VALUE " QTDE: ".
           03  DOC-QTDE          PIC Z(06)9.

       01  WS-LINHA-DOC3.
           03  FILLER            PIC X(09) VALUE "MOTIVO:  ".
           03  DOC-MOTIVO        PIC X(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DOC-MOTIVO-DESC   PIC X(30).

       01  WS-LINHA-MES.
           03  MES-COD           PIC 9(06).
           03  FILLER            PIC X(02) VALUE SPACES.
               CLOSE ACELT
               OPEN I-O ACELT
           END-IF
           OPEN I-O ACELS
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELS
               CLOSE ACELS
               OPEN I-O ACELS
           END-IF
           OPEN I-O ACESR
           IF FS = "05" OR "35"
               OPEN OUTPUT ACESR
               CLOSE ACESR
               OPEN I-O ACESR
           END-IF
           OPEN INPUT ACEMT
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEMT
               CLOSE ACEMT
               OPEN INPUT ACEMT
           END-IF
           OPEN INPUT ACE14 ACE15
           MOVE "00" TO FS
           PERFORM ABRE-RESUMO-VENDAS THRU SAI-ABRE-RESUMO-VENDAS
           OPEN EXTEND Arquivo-Log
           MOVE "DEVOL" TO WS-Log-Programa
           MOVE "DEVOLUCOES DE MERCADORIA      " TO WS-Rel-Titulo
       Devolucao-Cliente SECTION.
           PERFORM Le-Produto-Devolucao
           IF FS = "00" AND WS-QTD-DEVOLVIDA NOT = ZERO
               PERFORM Le-Nota-Origem
               ADD WS-QTD-DEVOLVIDA TO EST-ALM-01(WS-ALMOXARIFADO)
               PERFORM Refaz-EST-01
               IF QTSAI-01(1) > WS-QTD-DEVOLVIDA
                   MOVE WS-QTD-DEVOLVIDA TO WS-Lt-Qtde
                   PERFORM CRIA-LOTE THRU SAI-CRIA-LOTE
               END-IF
      *ITEM DE ALTO VALOR: A SERIE VENDIDA DE CADA UNIDADE VOLTA AO
      *ESTOQUE DO ALMOXARIFADO (CPYSRPG).
               IF SERIE-01-SIM
                   MOVE COD-01           TO WS-Sr-Cod
                   MOVE WS-ALMOXARIFADO  TO WS-Sr-Alm
                   MOVE WS-QTD-DEVOLVIDA TO WS-Sr-Qtde
                   MOVE "D"              TO WS-Sr-Operacao
                   PERFORM MOVE-SERIES THRU SAI-MOVE-SERIES
               END-IF
               MOVE COD-01           TO WS-Mov-Cod
               MOVE "D"              TO WS-Mov-Tipo
               MOVE WS-QTD-DEVOLVIDA TO WS-Mov-Qtde
               MOVE WS-ALMOXARIFADO  TO WS-Mov-Alm
               MOVE "+"              TO WS-Mov-Sinal
               IF WS-NOTA-ORIGEM NOT = ZERO
                   MOVE "N"            TO WS-Mov-DocTipo
                   MOVE WS-NOTA-ORIGEM TO WS-Mov-DocNum
               END-IF
               PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
               IF WS-NOTA-ORIGEM NOT = ZERO
                   PERFORM Resume-Devolucao
               END-IF
               MOVE "DEV-CLIENT" TO WS-Log-Funcao
               MOVE COD-01       TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           .

      *---------------------------------------------------------------*
      *RESUME-DEVOLUCAO - A DEVOLUCAO COM NOTA DE ORIGEM ENTRA NO
      *RESUMO MENSAL DE VENDAS (ACESV) NO MES DE HOJE, NO CLIENTE E
      *VENDEDOR DA NOTA E PELO PRECO DO ITEM DELA (REG-14\REG-15
      *FICARAM NA NOTA CONFERIDA). SEM NOTA NAO HA CLIENTE NEM PRECO
      *PARA LANCAR - FICA SO NO MOVIMENTO "D".
       Resume-Devolucao SECTION.
           MOVE WS-Per-Data      TO WS-Sv-Data
           MOVE WS-QTD-DEVOLVIDA TO WS-Sv-Qtd-Devolvida
           MOVE CMEDIO-01        TO WS-Sv-Cmedio
           MOVE "+"              TO WS-Sv-Sinal
           PERFORM ACUMULA-DEVOLUCAO-RESUMO THRU
                   SAI-ACUMULA-DEVOLUCAO-RESUMO
           .

      *---------------------------------------------------------------*
      *LE-NOTA-ORIGEM - A NOTA DE VENDA QUE A MERCADORIA DEVOLVIDA
      *DESFAZ VAI PARA O MOVIMENTO "D" (DOCTIPO-02 "N"): E POR ELA
      *QUE METAS DESCONTA A DEVOLUCAO DO VENDEDOR DA NOTA. A NOTA TEM
      *QUE EXISTIR, NAO ESTAR CANCELADA E TER O PRODUTO; ZERO POSTA A
      *DEVOLUCAO SEM NOTA, COMO ANTES.
       Le-Nota-Origem SECTION.
           MOVE "N" TO WS-NOTA-CONFERE
           PERFORM UNTIL NOTA-CONFERE
               DISPLAY "NOTA DE ORIGEM DA VENDA (0 = NAO INFORMADA): "
               ACCEPT WS-NOTA-ORIGEM
               IF WS-NOTA-ORIGEM = ZERO
                   MOVE "S" TO WS-NOTA-CONFERE
               ELSE
                   PERFORM Confere-Nota-Origem
               END-IF
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Confere-Nota-Origem SECTION.
           MOVE WS-NOTA-ORIGEM TO NF-NUM
           READ ACE14
               INVALID KEY
                   DISPLAY "NOTA NAO ENCONTRADA."
               NOT INVALID KEY
                   IF NF-CANCELADA
                       DISPLAY "NOTA CANCELADA - NAO ACEITA DEVOLUCAO."
                   ELSE
                       PERFORM Procura-Produto-Nota
                       IF NOTA-CONFERE
                           DISPLAY "NOTA " NF-NUM " DE " NF-DATA
                                   " CLIENTE " NF-CLI
                       ELSE
                           DISPLAY "PRODUTO NAO CONSTA DA NOTA."
                       END-IF
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*

       Procura-Produto-Nota SECTION.
           MOVE WS-NOTA-ORIGEM TO NF-NUM-15
           MOVE ZERO TO SEQ-15
           MOVE "N" TO WS-FIM-ITENS-NF
           START ACE15 KEY IS NOT LESS CHAVE-15
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS-NF
           END-START
           PERFORM UNTIL FIM-ITENS-NF
               READ ACE15 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS-NF
                   NOT AT END
                       IF NF-NUM-15 NOT = WS-NOTA-ORIGEM
                           MOVE "S" TO WS-FIM-ITENS-NF
                       ELSE
                           IF COD-15 = COD-01
                               MOVE "S" TO WS-NOTA-CONFERE
                                           WS-FIM-ITENS-NF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Devolucao-Fornecedor SECTION.
                   INVALID KEY
                       DISPLAY "FORNECEDOR NAO CADASTRADO."
                   NOT INVALID KEY
                       PERFORM PEDE-MOTIVO-PERDA THRU
                           SAI-PEDE-MOTIVO-PERDA
                       IF Mt-Desistiu
                           DISPLAY "SEM MOTIVO DE PERDA - DEVOLUCAO "
                                   "NAO POSTADA."
                       ELSE
                           PERFORM Posta-Devolucao-Fornecedor
                       END-IF
               END-READ
           END-IF
           .
      *---------------------------------------------------------------*

       Posta-Devolucao-Fornecedor SECTION.
      *ITEM DE ALTO VALOR (SERIE-01): A DEVOLUCAO SO SAI COM UMA SERIE
      *EM ESTOQUE NO ALMOXARIFADO PARA CADA UNIDADE DEVOLVIDA.
           MOVE ZERO TO WS-Sr-Disponivel
           IF SERIE-01-SIM
               MOVE COD-01          TO WS-Sr-Cod
               MOVE WS-ALMOXARIFADO TO WS-Sr-Alm
               PERFORM CONTA-SERIES-ESTOQUE
                   THRU SAI-CONTA-SERIES-ESTOQUE
           END-IF
           EVALUATE TRUE
               WHEN EST-ALM-01(WS-ALMOXARIFADO) < WS-QTD-DEVOLVIDA
                   DISPLAY "SALDO DO ALMOXARIFADO NAO COBRE A "
                           "DEVOLUCAO."
               WHEN SERIE-01-SIM
                AND WS-Sr-Disponivel < WS-QTD-DEVOLVIDA
                   DISPLAY "PRODUTO CONTROLADO POR SERIE - SO HA "
                           WS-Sr-Disponivel " SERIES NO ALMOXARIFADO."
               WHEN OTHER
                   SUBTRACT WS-QTD-DEVOLVIDA
                       FROM EST-ALM-01(WS-ALMOXARIFADO)
                   PERFORM Refaz-EST-01
                   REWRITE REG-01
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PRODUTO."
                   END-REWRITE
      *PERECIVEL (CLASSE R): A DEVOLUCAO AO FORNECEDOR SAI DE UM
      *LOTE IDENTIFICADO (A MERCADORIA RUIM TEM LOTE CONHECIDO).
                   IF CLASSECE-01 = "R"
                       DISPLAY "NUMERO DO LOTE DEVOLVIDO: "
                       ACCEPT WS-Lt-Lote
                       DISPLAY "VALIDADE DO LOTE (AAAAMMDD): "
                       ACCEPT WS-Lt-Validade
                       MOVE COD-01           TO WS-Lt-Cod
                       MOVE WS-ALMOXARIFADO  TO WS-Lt-Alm
                       MOVE WS-QTD-DEVOLVIDA TO WS-Lt-Qtde
                       MOVE "F"              TO WS-Lt-DocTipo
                       MOVE WS-FORNECEDOR    TO WS-Lt-DocNum
                       PERFORM BAIXA-LOTE-EXPLICITO THRU
                           SAI-BAIXA-LOTE-EXPLICITO
      *O LOTE SAI DA CASA (MESMO RECOLHIDO): NAO HA LOTE NOVO A
      *CRIAR COM A SITUACAO DELE.
                       MOVE SPACE TO WS-Lt-Situacao
                   END-IF
      *AS SERIES DAS UNIDADES DEVOLVIDAS SAEM DO ESTOQUE (CPYSRPG).
                   IF SERIE-01-SIM
                       MOVE COD-01           TO WS-Sr-Cod
                       MOVE WS-ALMOXARIFADO  TO WS-Sr-Alm
                       MOVE WS-QTD-DEVOLVIDA TO WS-Sr-Qtde
                       MOVE "F"              TO WS-Sr-Operacao
                       PERFORM MOVE-SERIES THRU SAI-MOVE-SERIES
                   END-IF
                   MOVE COD-01           TO WS-Mov-Cod
                   MOVE "F"              TO WS-Mov-Tipo
                   MOVE WS-QTD-DEVOLVIDA TO WS-Mov-Qtde
                   MOVE WS-ALMOXARIFADO  TO WS-Mov-Alm
                   MOVE "-"              TO WS-Mov-Sinal
                   MOVE WS-Mt-Cod        TO WS-Mov-Motivo
                   PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
                   PERFORM VERIFICA-QUEBRA-REL THRU
                       SAI-VERIFICA-QUEBRA-REL
                   MOVE WS-FORNECEDOR TO DOC-FORN
                   MOVE NOME-06       TO DOC-NOME
                   WRITE REG-REL FROM WS-LINHA-DOC1
                   MOVE COD-01            TO DOC-COD
                   MOVE DESC-01           TO DOC-DESC
                   MOVE WS-QTD-DEVOLVIDA  TO DOC-QTDE
                   WRITE REG-REL FROM WS-LINHA-DOC2
                   MOVE WS-Mt-Cod         TO DOC-MOTIVO
                   MOVE MT-DESC           TO DOC-MOTIVO-DESC
                   WRITE REG-REL FROM WS-LINHA-DOC3
                   ADD 3 TO WS-Rel-Linha
                   MOVE "DEV-FORNEC" TO WS-Log-Funcao
                   MOVE COD-01       TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   DISPLAY "DEVOLUCAO AO FORNECEDOR POSTADA E IMPRESSA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACE06 ACECE ACELT ACELS ACESR ACEMT
                 ACE14 ACE15 Arquivo-Log
                 RELATO
           IF Sv-Disponivel
               CLOSE ACESV
           END-IF
           STOP RUN
           .


       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
