000100*RELATORIO LISTA O QUE ESTA EM TRANSITO HA MAIS DIAS QUE O      *
000110*PARAMETRO. RESPEITA O PERIODO FECHADO E EXIGE NIVEL DE         *
000120*MANUTENCAO; TUDO FICA NO LOG.                                  *
      *CADA LOTE CONSUMIDO GRAVA O RASTRO DE SAIDA EM ACELS COM O     *
      *DOCUMENTO (E O CLIENTE, NA VENDA), BASE DO RECOLHIMENTO DE LOTE*
      *(RECOLHE).                                                     *
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. TRANSEMP.
000150 ENVIRONMENT DIVISION.
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELLS".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000240     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000310 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000320 COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDLS".
000330 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
               CLOSE ACELT
               OPEN I-O ACELT
           END-IF
           OPEN I-O ACELS
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELS
               CLOSE ACELS
               OPEN I-O ACELS
           END-IF
           OPEN INPUT ACECE
           OPEN EXTEND Arquivo-Log
           MOVE "TRANSEMP" TO WS-Log-Programa
               ACCEPT WS-Lt-Lote
               DISPLAY "VALIDADE DO LOTE (AAAAMMDD): "
               ACCEPT WS-Lt-Validade
           END-IF
           PERFORM Grava-Registro-Transito
      *O RASTRO DO LOTE (ACELS) LEVA O NUMERO DA TRANSFERENCIA, POR
      *ISSO A BAIXA DO LOTE VEM DEPOIS DE SEQUENCIAR O TRANSITO.
           IF CLASSECE-01 = "R"
               MOVE COD-01          TO WS-Lt-Cod
               MOVE WS-ALMOXARIFADO TO WS-Lt-Alm
               MOVE WS-QTDE         TO WS-Lt-Qtde
               MOVE "T"             TO WS-Lt-DocTipo
               MOVE WS-NUM-TRANSF   TO WS-Lt-DocNum
               PERFORM BAIXA-LOTE-EXPLICITO THRU
                   SAI-BAIXA-LOTE-EXPLICITO
               MOVE SPACE           TO WS-Lt-Situacao
           END-IF
      *O MOVIMENTO DE SAIDA LEVA O NUMERO DA TRANSFERENCIA RECEM
      *SEQUENCIADO COMO DOCUMENTO DE ORIGEM.
           MOVE COD-01          TO WS-Mov-Cod
      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACEIT ACE01 ACE02 ACECE ACELT ACELS Arquivo-Log RELATO
           STOP RUN
           .

