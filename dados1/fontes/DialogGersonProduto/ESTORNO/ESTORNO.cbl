000084*COMPONENTE, ESPELHO EXATO DA BAIXA DO FATURAMENTO - O PAI NAO  *
000086*CARREGA ESTOQUE. O VASILHAME RETORNAVEL QUE A NOTA LANCOU NA   *
000088*CONTA DO CLIENTE (ACEVL) VOLTA COM UM RETORNO "E" DE MESMA     *
000090*QUANTIDADE. OS TITULOS A RECEBER DA NOTA (ACERC, TODAS AS      *
000092*PARCELAS) SAO CANCELADOS JUNTO. PERECIVEL (CLASSE R) VOLTA COM *
000100*LOTE E VALIDADE INFORMADOS. RESPEITA O PERIODO CONTABIL        *
000110*FECHADO E TUDO FICA NO LOG.                                    *
      *NOTA ELETRONICA JA AUTORIZADA GERA O EVENTO DE CANCELAMENTO    *
      *PARA A TRANSMISSAO (arquivos\nfecancel.txt, ACEAU EM "E"); A   *
      *TRANSMITIDA AINDA SEM RETORNO GERA O EVENTO QUANDO NFETRANS    *
      *IMPORTAR A AUTORIZACAO.                                        *
      *A PARTE DO KIT QUE SAIU DO SALDO JA MONTADO (QTMONT-15) VOLTA  *
      *AO SALDO DO PAI; SO O RESTO VOLTA POR COMPONENTE.              *
      *A NOTA ESTORNADA SAI DO RESUMO MENSAL DE VENDAS (ACESV) NO MES *
      *DA EMISSAO, ITEM A ITEM E NA CAPA.                             *
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. ESTORNO.
000140 ENVIRONMENT DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELAU".
       COPY "C:\Repo2024\cobol\dados1\book\SELCN".
       COPY "C:\Repo2024\cobol\dados1\book\SELSV".
000270 DATA DIVISION.
000280 FILE SECTION.
000290 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000350 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDAU".
       COPY "C:\Repo2024\cobol\dados1\book\FDCN".
       COPY "C:\Repo2024\cobol\dados1\book\FDSV".
000370 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000380 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000420 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYNFWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVWS".

       01  WS-FIM-ESTORNO        PIC X(01) VALUE "N".
           88  FIM-ESTORNO       VALUE "S".
           88  EH-KIT            VALUE "S".
       01  WS-FIM-KIT            PIC X(01).
           88  FIM-KIT           VALUE "S".
       01  WS-FIM-TITULOS        PIC X(01).
           88  FIM-TITULOS       VALUE "S".
       01  WS-QTD-COMPONENTE     PIC 9(09)V9(03).
       01  WS-QTD-KIT-MONTADO    PIC 9(07)V9(03).
       01  WS-QTD-KIT-EXPLODIR   PIC 9(07)V9(03).
       01  WS-VASILHAME-NOTA     PIC 9(05).
       01  WS-VL-HORA-SISTEMA    PIC 9(08).
       01  WS-VL-TENTATIVAS      PIC 9(02) COMP.
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-ESTORNO
           END-IF
           MOVE "ACERC" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-ESTORNO
           END-IF
           OPEN I-O ACE01
           OPEN I-O ACE02
           OPEN I-O ACE14
           OPEN INPUT ACE15
           PERFORM ABRE-RESUMO-VENDAS THRU SAI-ABRE-RESUMO-VENDAS
           OPEN I-O ACELT
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELT
               CLOSE ACELT
               OPEN I-O ACELT
           END-IF
           OPEN I-O ACELS
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELS
               CLOSE ACELS
               OPEN I-O ACELS
           END-IF
           OPEN I-O ACERC
           IF FS = "00"
               MOVE "S" TO WS-ACERC-DISPONIVEL
               OPEN I-O ACEVL
           END-IF
           MOVE "00" TO FS
           OPEN I-O ACEAU
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEAU
               CLOSE ACEAU
               OPEN I-O ACEAU
           END-IF
           MOVE "00" TO FS
           OPEN INPUT ACECE
           OPEN EXTEND Arquivo-Log
           MOVE "ESTORNO" TO WS-Log-Programa

       Estorna-Nota SECTION.
           MOVE ZERO TO WS-QTD-ITENS WS-VASILHAME-NOTA
      *A NOTA SAI DO RESUMO MENSAL DE VENDAS NO MES EM QUE ENTROU.
           PERFORM DADOS-NOTA-RESUMO THRU SAI-DADOS-NOTA-RESUMO
           MOVE "-" TO WS-Sv-Sinal
           MOVE "N" TO WS-FIM-ITENS
           MOVE WS-NUM-NOTA TO NF-NUM-15
           MOVE ZERO        TO SEQ-15
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           PERFORM Estorna-Item
                           PERFORM Resume-Item-Estornado
                           ADD 1 TO WS-QTD-ITENS
                       END-IF
               END-READ
                   REWRITE REG-14
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A CAPA CANCELADA."
                       NOT INVALID KEY
                           MOVE "-" TO WS-Sv-Sinal
                           PERFORM ACUMULA-CAPA-RESUMO THRU
                                   SAI-ACUMULA-CAPA-RESUMO
                   END-REWRITE
                   PERFORM Estorna-Vasilhame-Nota
           END-READ
           PERFORM Cancela-Titulo-Receber
           PERFORM Cancela-Nota-Eletronica
           MOVE "ESTORNA-NF" TO WS-Log-Funcao
           MOVE WS-NUM-NOTA  TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   "REVERTIDOS: " WS-QTD-ITENS
           .

      *---------------------------------------------------------------*
      *RESUME-ITEM-ESTORNADO - SUBTRAI O ITEM DO RESUMO MENSAL DE
      *VENDAS (ACESV) COMO O FATURAMENTO SOMOU. O ITEM CONVERTIDO SEM
      *CUSTO-15 SAI PELO CMEDIO-01 DO PRODUTO, COMO NA RECONSTRUCAO.
       Resume-Item-Estornado SECTION.
           MOVE ZERO TO WS-Sv-Cmedio
           IF CUSTO-15 NOT NUMERIC OR CUSTO-15 = ZERO
               MOVE COD-15 TO COD-01
               READ ACE01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CMEDIO-01 TO WS-Sv-Cmedio
               END-READ
               MOVE "00" TO FS
           END-IF
           PERFORM ACUMULA-ITEM-RESUMO THRU SAI-ACUMULA-ITEM-RESUMO
           .

      *---------------------------------------------------------------*
      *ESTORNA-ITEM - DEVOLVE A QUANTIDADE AO ALMOXARIFADO DE ONDE
      *SAIU, REFAZ EST-01 COMO A SOMA DOS 5, REDUZ O MES CORRENTE DE
                   END-IF
                   PERFORM Verifica-Kit
                   IF EH-KIT
                       PERFORM Estorna-Kit-Montado
                       IF WS-QTD-KIT-EXPLODIR NOT = ZERO
                           PERFORM Estorna-Componentes-Kit
                       END-IF
                   ELSE
                       PERFORM Estorna-Produto-Item
                   END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *ESTORNA-KIT-MONTADO - A PARTE DO ITEM QUE O FATURAMENTO TIROU
      *DO SALDO DE KIT JA MONTADO (QTMONT-15) VOLTA AO ALMOXARIFADO DO
      *PAI COM O PROPRIO "X"; O RESTO (WS-QTD-KIT-EXPLODIR) VOLTA POR
      *COMPONENTE. ITEM ANTERIOR AO CAMPO TRAZ BRANCOS: TUDO POR
      *COMPONENTE, COMO ERA.
       Estorna-Kit-Montado SECTION.
           MOVE ZERO TO WS-QTD-KIT-MONTADO
           IF QTMONT-15 NUMERIC AND QTMONT-15 NOT = ZERO
               MOVE QTMONT-15 TO WS-QTD-KIT-MONTADO
               IF WS-QTD-KIT-MONTADO > QTDE-15
                   MOVE QTDE-15 TO WS-QTD-KIT-MONTADO
               END-IF
               ADD WS-QTD-KIT-MONTADO TO EST-ALM-01(ALM-15)
               MOVE ZERO TO EST-01
               PERFORM VARYING WS-INDICE-ALM FROM 1 BY 1
                       UNTIL WS-INDICE-ALM > 5
                   ADD EST-ALM-01(WS-INDICE-ALM) TO EST-01
               END-PERFORM
               IF QTSAI-01(1) > WS-QTD-KIT-MONTADO
                   SUBTRACT WS-QTD-KIT-MONTADO FROM QTSAI-01(1)
               ELSE
                   MOVE ZERO TO QTSAI-01(1)
               END-IF
               REWRITE REG-01
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PRODUTO."
               END-REWRITE
               MOVE COD-15             TO WS-Mov-Cod
               MOVE "X"                TO WS-Mov-Tipo
               MOVE WS-QTD-KIT-MONTADO TO WS-Mov-Qtde
               MOVE ALM-15             TO WS-Mov-Alm
               MOVE "+"                TO WS-Mov-Sinal
               MOVE "N"                TO WS-Mov-DocTipo
               MOVE WS-NUM-NOTA        TO WS-Mov-DocNum
               PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
           END-IF
           COMPUTE WS-QTD-KIT-EXPLODIR = QTDE-15 - WS-QTD-KIT-MONTADO
           .

      *---------------------------------------------------------------*
      *ESTORNA-COMPONENTES-KIT - ESPELHO DA BAIXA POR COMPONENTE DO
      *FATURAMENTO: CADA COMPONENTE VOLTA AO ALMOXARIFADO DO ITEM NA
      *---------------------------------------------------------------*

       Estorna-Um-Componente SECTION.
           COMPUTE WS-QTD-COMPONENTE = WS-QTD-KIT-EXPLODIR * KT-QTDE
           MOVE KT-COMP TO COD-01
           READ ACE01
               INVALID KEY
           .

      *---------------------------------------------------------------*
      *CANCELA-TITULO-RECEBER - OS TITULOS DA NOTA CANCELADA NAO
      *PODEM SEGUIR COBRANDO O CLIENTE: TODAS AS PARCELAS SAO
      *CANCELADAS JUNTAS. PARCELA COM PAGAMENTO JA BAIXADO E AVISADA
      *PARA DEVOLUCAO MANUAL DO VALOR.
       Cancela-Titulo-Receber SECTION.
           IF ACERC-DISPONIVEL
               MOVE "N" TO WS-FIM-TITULOS
               MOVE WS-NUM-NOTA TO RC-NFNUM
               MOVE ZERO        TO RC-PARCELA
               START ACERC KEY IS NOT LESS RC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-TITULOS
               END-START
               PERFORM UNTIL FIM-TITULOS
                   READ ACERC NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-TITULOS
                       NOT AT END
                           IF RC-NFNUM NOT = WS-NUM-NOTA
                               MOVE "S" TO WS-FIM-TITULOS
                           ELSE
                               PERFORM Cancela-Parcela
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Cancela-Parcela SECTION.
           IF RC-VALORPAGO NOT = ZERO
               DISPLAY "ATENCAO: PARCELA " RC-PARCELA " COM PAGAMENTO "
                       "BAIXADO DE " RC-VALORPAGO
                       " - PROVIDENCIAR DEVOLUCAO."
           END-IF
           IF TITULO-EM-CUSTODIA
               DISPLAY "ATENCAO: PARCELA " RC-PARCELA " PAGA COM "
                       "CHEQUE EM CUSTODIA " RC-CHEQUE
                       " - DEVOLVER O CHEQUE AO CLIENTE."
           END-IF
           MOVE "C" TO RC-SITUACAO
           REWRITE REG-RC
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR O TITULO " RC-NFNUM "/"
                           RC-PARCELA
           END-REWRITE
           .

      *---------------------------------------------------------------*
      *CANCELA-NOTA-ELETRONICA - NOTA AUTORIZADA PELO FISCO SO SE
      *CANCELA POR EVENTO: VAI PARA O ARQUIVO DE EVENTOS DA
      *TRANSMISSAO. NOTA NUNCA TRANSMITIDA OU REJEITADA NAO TEM O QUE
      *CANCELAR (NFETRANS NAO LEVA NOTA CANCELADA); A TRANSMITIDA SEM
      *RETORNO FICA PARA A IMPORTACAO DA AUTORIZACAO.
       Cancela-Nota-Eletronica SECTION.
           MOVE WS-NUM-NOTA TO AU-NUM
           READ ACEAU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NFE-AUTORIZADA
                           PERFORM GRAVA-EVENTO-CANCELAMENTO THRU
                               SAI-GRAVA-EVENTO-CANCELAMENTO
                           IF Nf-Evento-Gerado
                               DISPLAY "EVENTO DE CANCELAMENTO DA "
                                       "NOTA ELETRONICA GERADO PARA "
                                       "TRANSMISSAO."
                           END-IF
                       WHEN NFE-TRANSMITIDA
                           DISPLAY "NOTA ELETRONICA AINDA SEM "
                                   "RETORNO - O EVENTO DE "
                                   "CANCELAMENTO SAI QUANDO A "
                                   "AUTORIZACAO FOR IMPORTADA."
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACE14 ACE15 ACECE ACELT ACELS ACEVL ACEAU
                 Arquivo-Log
           IF ACERC-DISPONIVEL
               CLOSE ACERC
           IF ACEKT-DISPONIVEL
               CLOSE ACEKT
           END-IF
           IF Sv-Disponivel
               CLOSE ACESV
           END-IF
           STOP RUN
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYNFPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSVPG".
