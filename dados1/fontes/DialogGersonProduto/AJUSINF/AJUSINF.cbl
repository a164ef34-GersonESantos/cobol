000030*PROGRAMA APLICA O PERCENTUAL A CREAL-01 E CMEDIO-01 DE CADA     *
000040*PRODUTO SELECIONADO, ATUALIZA DATINF-01 PARA O MES\ANO ATUAL E  *
000050*IMPRIME UM RELATORIO ANTES\DEPOIS EM RELATO.                    *
      *CUSTO ALTERADO GERA RECOMENDACAO DE PRECO EM ACEFP QUANDO HA   *
      *POLITICA DE MARKUP EM ACEMK (CPYFPPG); A REVISAO FICA NO       *
      *FILAPRE.                                                       *
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. AJUSINF.
000080 ENVIRONMENT DIVISION.
000100 FILE-CONTROL.
000110 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000115 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000116 COPY "C:\Repo2024\cobol\dados1\book\SELMK".
000117 COPY "C:\Repo2024\cobol\dados1\book\SELFP".
000120     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000130                    FILE STATUS IS FS.
000140 DATA DIVISION.
000150 FILE SECTION.
000160 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000165 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000166 COPY "C:\Repo2024\cobol\dados1\book\FDMK".
000167 COPY "C:\Repo2024\cobol\dados1\book\FDFP".
000170 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000180 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000190 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
       COPY "\dados1\book\CPYRELWS".
       COPY "\dados1\book\CPYPERWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYFPWS".

       01  WS-FIM-ACE01          PIC X(01) VALUE "N".
           88  FIM-ACE01         VALUE "S".
           MOVE WS-Arq-Empresa TO WS-Per-Empresa
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           OPEN I-O ACE01
           MOVE "AJUSINF" TO WS-Fp-Origem
           PERFORM ABRE-FILA-PRECO THRU SAI-ABRE-FILA-PRECO
      *REINDEXACAO MEXE EM CUSTO: RECUSADA QUANDO HOJE CAI NO
      *PERIODO CONTABIL JA FECHADO (FECHPER).
           OPEN INPUT ACECE
           IF WS-Codtab-Filtro = SPACE OR CODTAB-01 = WS-Codtab-Filtro
               MOVE CREAL-01  TO WS-Creal-Antigo
               MOVE CMEDIO-01 TO WS-Cmedio-Antigo
               PERFORM GUARDA-CUSTO-RECOMENDACAO THRU
                   SAI-GUARDA-CUSTO-RECOMENDACAO
               COMPUTE CREAL-01 ROUNDED  = CREAL-01 * WS-Fator
               COMPUTE CMEDIO-01 ROUNDED = CMEDIO-01 * WS-Fator
               MOVE WS-Datinf-Atual TO DATINF-01
               MOVE "N" TO CONFCUS-01
               REWRITE REG-01 INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GERA-RECOMENDACAO-PRECO THRU
                       SAI-GERA-RECOMENDACAO-PRECO
               END-REWRITE
               PERFORM Verifica-Quebra-Rel THRU Sai-Verifica-Quebra-Rel
               MOVE COD-01           TO DET-COD-01
           MOVE WS-Rel-Total-Ajustados TO TOT-Ajustados
           WRITE REG-REL FROM WS-Linha-Tot
           CLOSE ACE01 ACECE
           PERFORM FECHA-FILA-PRECO THRU SAI-FECHA-FILA-PRECO
           CLOSE RELATO
           STOP RUN
           .
       COPY "\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYFPPG".
