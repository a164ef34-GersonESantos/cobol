000052*PARA NAO SER DESFEITO NA PROXIMA GRAVACAO PELA TELA DE         *
000058*MANUTENCAO. DTCON-01 E ATUALIZADA SEMPRE QUE UMA CONTAGEM E    *
000064*REGISTRADA.                                                   *
      *TODA CONTAGEM, COM OU SEM DIVERGENCIA, FICA NO HISTORICO ACEHC *
      *(SALDO, CONTADO, DIFERENCA, CATUAL-01 E SE O AJUSTE FOI        *
      *POSTADO), BASE DA ACURACIA MENSAL APURADA EM ACURAC.           *
      *AJUSTE NEGATIVO (FALTA) SO E POSTADO COM MOTIVO DE PERDA DE    *
      *ACEMT (MOTPERD), QUE VAI PARA MOTIVO-02 E HC-MOTIVO; NA        *
      *IMPORTACAO DO COLETOR O MOTIVO E PEDIDO UMA VEZ PARA TODAS AS  *
      *FALTAS APROVADAS.                                              *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE).                                                     *
      *A CONTAGEM TAMBEM LIGA A MARCA DE PRODUTO CONTADO NO ANO       *
      *(CONTOU-01 = "S"), QUE A VIRADA DO ANO (VIRADA) VOLTA PARA "N".*
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID. CONTAGEM.
000090 ENVIRONMENT DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000127 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000127 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
       COPY "C:\Repo2024\cobol\dados1\book\SELHC".
       COPY "C:\Repo2024\cobol\dados1\book\SELMT".
000128     SELECT Arquivo-Coletor ASSIGN TO WS-Arq-Coletor
000129            ORGANIZATION IS LINE SEQUENTIAL
000130            FILE STATUS  IS FS-COL.
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000177 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000177 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
       COPY "C:\Repo2024\cobol\dados1\book\FDHC".
       COPY "C:\Repo2024\cobol\dados1\book\FDMT".
000178 FD  Arquivo-Coletor
000179     RECORD CONTAINS 30 CHARACTERS.
000180 01  Linha-Coletor.
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000220 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
000225 COPY "C:\Repo2024\cobol\dados1\book\CPYLTWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMTWS".

       01  WS-FIM-CONTAGEM       PIC X(01) VALUE "N".
           88  FIM-CONTAGEM      VALUE "S".
       01  WS-ALMOXARIFADO       PIC 9(02).
       01  WS-INDICE-ALM         PIC 9(02) COMP.
       01  WS-EST-ANTIGO         PIC 9(07).
       01  WS-HORA-SISTEMA       PIC 9(08).

      *IMPORTACAO DO COLETOR DE CODIGO DE BARRAS (MODO 2): AS
      *LEITURAS REPETIDAS DO MESMO ITEM\ALMOXARIFADO SAO AGREGADAS
               CLOSE ACELT
               OPEN I-O ACELT
           END-IF
           OPEN I-O ACELS
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELS
               CLOSE ACELS
               OPEN I-O ACELS
           END-IF
           OPEN I-O ACEHC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEHC
               CLOSE ACEHC
               OPEN I-O ACEHC
           END-IF
           OPEN INPUT ACEMT
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEMT
               CLOSE ACEMT
               OPEN INPUT ACEMT
           END-IF
           MOVE "00" TO FS
           OPEN OUTPUT RELATO
           WRITE REG-REL FROM WS-LINHA-CAB
           ACCEPT WS-DATA-SISTEMA FROM DATE
               DISPLAY "LEITURAS AGREGADAS: " WS-QTD-COLETAS
               DISPLAY "POSTAR OS AJUSTES DIVERGENTES (S/N)? "
               ACCEPT WS-APROVA-LOTE
               IF WS-APROVA-LOTE = "S"
                   DISPLAY "MOTIVO DAS FALTAS (AJUSTES NEGATIVOS) "
                           "DESTA IMPORTACAO:"
                   PERFORM PEDE-MOTIVO-PERDA THRU
                       SAI-PEDE-MOTIVO-PERDA
               END-IF
               PERFORM VARYING WS-IX-COL FROM 1 BY 1
                       UNTIL WS-IX-COL > WS-QTD-COLETAS
                   PERFORM Processa-Coleta
           MOVE TC-QTDE(WS-IX-COL) TO WS-QTD-CONTADA
           COMPUTE WS-DIFERENCA = WS-QTD-CONTADA - WS-EST-ANTIGO
           MOVE WS-APROVA-LOTE TO WS-CONFIRMA-AJUSTE
           IF WS-DIFERENCA < ZERO AND Mt-Desistiu
               MOVE "N" TO WS-CONFIRMA-AJUSTE
           END-IF
           IF WS-DIFERENCA NOT = ZERO
               PERFORM Imprime-Divergencia
               IF CONFIRMA-AJUSTE
                   PERFORM Grava-Ajuste-Movimento
               END-IF
           END-IF
           PERFORM Grava-Historico-Contagem
           MOVE WS-DATA-SISTEMA TO DTCON-01
           MOVE "S" TO CONTOU-01
           REWRITE REG-01
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O REGISTRO."
           IF WS-DIFERENCA NOT = ZERO
               DISPLAY "DIVERGENCIA ENCONTRADA. POSTAR O AJUSTE (S/N)? "
               ACCEPT WS-CONFIRMA-AJUSTE
               IF CONFIRMA-AJUSTE AND WS-DIFERENCA < ZERO
                   PERFORM PEDE-MOTIVO-PERDA THRU
                       SAI-PEDE-MOTIVO-PERDA
                   IF Mt-Desistiu
                       DISPLAY "FALTA SEM MOTIVO - AJUSTE NAO POSTADO."
                       MOVE "N" TO WS-CONFIRMA-AJUSTE
                   END-IF
               END-IF
               PERFORM Imprime-Divergencia
               IF CONFIRMA-AJUSTE
                   MOVE WS-QTD-CONTADA TO EST-ALM-01(WS-ALMOXARIFADO)
                   PERFORM Grava-Ajuste-Movimento
               END-IF
           END-IF
           PERFORM Grava-Historico-Contagem
           MOVE WS-DATA-SISTEMA TO DTCON-01
           MOVE "S" TO CONTOU-01
           REWRITE REG-01
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O REGISTRO."
                   MOVE WS-ALMOXARIFADO TO WS-Lt-Alm
                   COMPUTE WS-Lt-Qtde =
                       WS-EST-ANTIGO - WS-QTD-CONTADA
                   MOVE "C" TO WS-Lt-DocTipo
                   PERFORM BAIXA-LOTE-FEFO THRU SAI-BAIXA-LOTE-FEFO
               END-IF
           END-IF
           ELSE
               COMPUTE WS-Mov-Qtde = WS-EST-ANTIGO - WS-QTD-CONTADA
               MOVE "-"          TO WS-Mov-Sinal
               MOVE WS-Mt-Cod    TO WS-Mov-Motivo
           END-IF
           MOVE "C" TO WS-Mov-DocTipo
           PERFORM GRAVA-MOVIMENTO THRU SAI-GRAVA-MOVIMENTO
           .

      *---------------------------------------------------------------*
      *GRAVA-HISTORICO-CONTAGEM - UMA LINHA EM ACEHC POR CONTAGEM,
      *INCLUSIVE A QUE BATE (QUE NAO GERA MOVIMENTO); EM COLISAO DE
      *CHAVE SOMA 1 A HORA COMO A ROTINA CENTRAL DE ACE02.
       Grava-Historico-Contagem SECTION.
           MOVE COD-01 TO HC-COD
           ACCEPT HC-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO HC-HORA
           MOVE WS-ALMOXARIFADO TO HC-ALM
           MOVE CLASSECE-01     TO HC-CLASSE
           MOVE WS-EST-ANTIGO   TO HC-SISTEMA
           MOVE WS-QTD-CONTADA  TO HC-CONTADA
           MOVE WS-DIFERENCA    TO HC-DIFERENCA
           MOVE CATUAL-01       TO HC-CATUAL
           MOVE SPACES TO HC-MOTIVO
           IF WS-DIFERENCA NOT = ZERO AND CONFIRMA-AJUSTE
               MOVE "S" TO HC-AJUSTADO
               IF WS-DIFERENCA < ZERO
                   MOVE WS-Mt-Cod TO HC-MOTIVO
               END-IF
           ELSE
               MOVE "N" TO HC-AJUSTADO
           END-IF
           WRITE REG-HC
           PERFORM UNTIL FS NOT = "22" AND "02"
               ADD 1 TO HC-HORA
               WRITE REG-HC
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACE01 ACE02 ACECE ACELT ACELS ACEHC ACEMT RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYMVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
