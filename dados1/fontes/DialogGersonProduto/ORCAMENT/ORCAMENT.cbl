000060*ENTRADAS DO MES PELOS TITULOS DE ACECP (CUSTO EXATO DA NOTA).  *
000070*O AVISO NA PONTA (PEDIDO NOVO QUE ESTOURARIA O TETO) FICA EM   *
000080*PEDCOM. EXIGE NIVEL DE MANUTENCAO E TUDO FICA NO LOG.          *
      *TITULO DE NOTA DE ENTRADA (SEM PRODUTO) E REALIZADO PELAS      *
      *LINHAS DA NOTA EM ACENI, CADA UMA NA CLASSE DO SEU PRODUTO.    *
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. ORCAMENT.
000110 ENVIRONMENT DIVISION.
000150 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000160 COPY "C:\Repo2024\cobol\dados1\book\SELC-13".
000170 COPY "C:\Repo2024\cobol\dados1\book\SELCP".
       COPY "C:\Repo2024\cobol\dados1\book\SELNE".
       COPY "C:\Repo2024\cobol\dados1\book\SELNI".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000250 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000260 COPY "C:\Repo2024\cobol\dados1\book\FD-13".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDCP".
       COPY "C:\Repo2024\cobol\dados1\book\FDNE".
       COPY "C:\Repo2024\cobol\dados1\book\FDNI".
000280 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000290 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
           88  FIM-ORCAMENT      VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-FIM-ITENS          PIC X(01).
           88  FIM-ITENS         VALUE "S".
       01  WS-ACECP-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACECP-DISPONIVEL  VALUE "S".

           MOVE SPACES TO WS-TAB-CLASSES
           PERFORM Soma-Comprometido
           PERFORM Soma-Realizado
           PERFORM Soma-Realizado-Notas
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB2
           ADD 1 TO WS-Rel-Linha
                       NOT AT END
                           IF NOT PAGAR-CANCELADO
                              AND AP-EMISSAO(1:6) = WS-AAAAMM
                              AND AP-COD NOT = ZERO
                               MOVE AP-COD TO COD-01
                               READ ACE01
                                   INVALID KEY
           END-IF
           .

      *---------------------------------------------------------------*
      *SOMA-REALIZADO-NOTAS - NOTAS DE ENTRADA FECHADAS NO MES, LINHA
      *A LINHA (NI-VALOR) NA CLASSE DO PRODUTO.
       Soma-Realizado-Notas SECTION.
           OPEN INPUT ACENE
           IF FS = "00"
               OPEN INPUT ACENI
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
                              AND NE-ENTRADA(1:6) = WS-AAAAMM
                               PERFORM Soma-Itens-Nota
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACENE ACENI
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Soma-Itens-Nota SECTION.
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
                           MOVE NI-COD TO COD-01
                           READ ACE01
                               INVALID KEY
                                   MOVE SPACE TO CLASSECE-01
                           END-READ
                           MOVE CLASSECE-01 TO WS-CLASSE
                           PERFORM Localiza-Classe
                           ADD NI-VALOR TO CL-REALIZADO(WS-IX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Localiza-Classe SECTION.
