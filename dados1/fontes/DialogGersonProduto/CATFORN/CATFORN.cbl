000090*(PASSA DE NOVO PELA CONFIRMACAO DO SUPERVISOR). LINHAS SEM     *
000100*CASAMENTO OU DE OUTRO FORNECEDOR VAO PARA O RELATORIO DE       *
000110*REJEICAO. RESPEITA O PERIODO CONTABIL FECHADO.                 *
      *CUSTO ALTERADO GERA RECOMENDACAO DE PRECO EM ACEFP QUANDO HA   *
      *POLITICA DE MARKUP EM ACEMK (CPYFPPG); A REVISAO FICA NO       *
      *FILAPRE.                                                       *
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. CATFORN.
000140 ENVIRONMENT DIVISION.
000160 FILE-CONTROL.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000182 COPY "C:\Repo2024\cobol\dados1\book\SELMK".
000184 COPY "C:\Repo2024\cobol\dados1\book\SELFP".
000190     SELECT Arquivo-Catalogo ASSIGN TO WS-Arq-CatForn
000200            ORGANIZATION IS LINE SEQUENTIAL
000210            FILE STATUS  IS FS-CAT.
000250 FILE SECTION.
000260 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000272 COPY "C:\Repo2024\cobol\dados1\book\FDMK".
000274 COPY "C:\Repo2024\cobol\dados1\book\FDFP".
000280 FD  Arquivo-Catalogo
000290     RECORD CONTAINS 40 CHARACTERS.
000300 01  Linha-Catalogo.
000420 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000430 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
000440 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
000445 COPY "C:\Repo2024\cobol\dados1\book\CPYFPWS".

       01  FS-CAT                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           IF Modo-Executa
               OPEN I-O ACE01
               MOVE "CATFORN" TO WS-Fp-Origem
               PERFORM ABRE-FILA-PRECO THRU SAI-ABRE-FILA-PRECO
           ELSE
               OPEN INPUT ACE01
           END-IF
           WRITE REG-REL FROM WS-LINHA-DET
           ADD 1 TO WS-Rel-Linha
           IF Modo-Executa
               PERFORM GUARDA-CUSTO-RECOMENDACAO THRU
                   SAI-GUARDA-CUSTO-RECOMENDACAO
               MOVE CAT-CUSTO TO CREAL-01
               MOVE CAT-CUSTO TO CATUAL-01
               MOVE WS-DATINF-ATUAL TO DATINF-01
               REWRITE REG-01
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PRODUTO " COD-01
                   NOT INVALID KEY
                       PERFORM GERA-RECOMENDACAO-PRECO THRU
                           SAI-GERA-RECOMENDACAO-PRECO
               END-REWRITE
           END-IF
           ADD 1 TO WS-QTD-ATUALIZADAS

       Program-Terminate SECTION.
           CLOSE ACE01 ACECE Arquivo-Catalogo RELATO
           PERFORM FECHA-FILA-PRECO THRU SAI-FECHA-FILA-PRECO
           IF Modo-Executa
               DISPLAY "CATFORN - CUSTOS ATUALIZADOS: "
                       WS-QTD-ATUALIZADAS
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYFPPG".
