000070*DESTINO) E REGISTRA A OPERACAO NO LOG - ACABA A JANELA DE      *
000080*TOTAIS ERRADOS E O PALETE MOVIDO SEM RASTRO DA EDICAO DUPLA    *
000090*NA TELA DE PRODUTO.                                            *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE).                                                     *
      *PRODUTO CONTROLADO POR SERIE (SERIE-01) PEDE A SERIE DE CADA   *
      *UNIDADE TRANSFERIDA, QUE MUDA DE ALMOXARIFADO EM ACESR.        *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TRANSF.
000120 ENVIRONMENT DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000170 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000172 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
       COPY "C:\Repo2024\cobol\dados1\book\SELSR".
000175 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000180 DATA DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000215 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000217 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
       COPY "C:\Repo2024\cobol\dados1\book\FDSR".
000220 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000230 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000275 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSRWS".

       01  WS-FIM-TRANSF         PIC X(01) VALUE "N".
           88  FIM-TRANSF        VALUE "S".
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
           OPEN EXTEND Arquivo-Log
           MOVE "TRANSF" TO WS-Log-Programa
      *TRANSFERENCIA E LANCAMENTO DE ESTOQUE: RECUSADA QUANDO HOJE
           ACCEPT WS-ALM-DESTINO
           DISPLAY "QUANTIDADE A TRANSFERIR: "
           ACCEPT WS-QTD-TRANSF
           MOVE ZERO TO WS-Sr-Disponivel
           IF SERIE-01-SIM
               MOVE COD-01        TO WS-Sr-Cod
               MOVE WS-ALM-ORIGEM TO WS-Sr-Alm
               PERFORM CONTA-SERIES-ESTOQUE
                   THRU SAI-CONTA-SERIES-ESTOQUE
           END-IF
           EVALUATE TRUE
               WHEN WS-ALM-ORIGEM < 1 OR WS-ALM-ORIGEM > 5
                   DISPLAY "ALMOXARIFADO DE ORIGEM INVALIDO."
               WHEN EST-ALM-01(WS-ALM-ORIGEM) < WS-QTD-TRANSF
                   DISPLAY "SALDO DA ORIGEM INSUFICIENTE: "
                           EST-ALM-01(WS-ALM-ORIGEM)
               WHEN SERIE-01-SIM
                AND WS-Sr-Disponivel < WS-QTD-TRANSF
                   DISPLAY "PRODUTO CONTROLADO POR SERIE - SO HA "
                           WS-Sr-Disponivel " SERIES NA ORIGEM."
               WHEN OTHER
                   PERFORM Efetiva-Transferencia
           END-EVALUATE
                   IF CLASSECE-01 = "R"
                       PERFORM Transfere-Lote-Perecivel
                   END-IF
                   IF SERIE-01-SIM
                       PERFORM Transfere-Series
                   END-IF
                   PERFORM Grava-Par-Movimentos
                   MOVE "TRANSFEREN" TO WS-Log-Funcao
                   MOVE COD-01       TO WS-Log-Chave
           MOVE COD-01        TO WS-Lt-Cod
           MOVE WS-ALM-ORIGEM TO WS-Lt-Alm
           MOVE WS-QTD-TRANSF TO WS-Lt-Qtde
           MOVE "T"           TO WS-Lt-DocTipo
           PERFORM BAIXA-LOTE-EXPLICITO THRU
               SAI-BAIXA-LOTE-EXPLICITO
           MOVE WS-ALM-DESTINO TO WS-Lt-Alm
           PERFORM CRIA-LOTE THRU SAI-CRIA-LOTE
           .

      *---------------------------------------------------------------*
      *TRANSFERE-SERIES - ITEM DE ALTO VALOR (SERIE-01): O OPERADOR
      *INFORMA A SERIE DE CADA UNIDADE, QUE PASSA DO ALMOXARIFADO DE
      *ORIGEM PARA O DE DESTINO EM ACESR (CPYSRPG).
       Transfere-Series SECTION.
           MOVE COD-01         TO WS-Sr-Cod
           MOVE WS-ALM-ORIGEM  TO WS-Sr-Alm
           MOVE WS-ALM-DESTINO TO WS-Sr-Alm-Dest
           MOVE WS-QTD-TRANSF  TO WS-Sr-Qtde
           MOVE "T"            TO WS-Sr-Operacao
           PERFORM MOVE-SERIES THRU SAI-MOVE-SERIES
           .

      *---------------------------------------------------------------*
      *GRAVA-PAR-MOVIMENTOS - A TRANSFERENCIA GERA DOIS MOVIMENTOS
      *"T" EM ACE02: "-" NO ALMOXARIFADO DE ORIGEM E "+" NO DE
      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACECE ACELT ACELS ACESR Arquivo-Log
           DISPLAY "TRANSF - TRANSFERENCIAS GRAVADAS: " WS-QTD-FEITAS
           STOP RUN
           .
       COPY "C:\Repo2024\cobol\dados1\book\CPYBGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSRPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
