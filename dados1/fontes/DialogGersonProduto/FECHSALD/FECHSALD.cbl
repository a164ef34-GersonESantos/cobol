000084*VEZES. ELES PARTEM DA ULTIMA FOTO ANTERIOR AO PERIODO E LEEM   *
000086*SO A FATIA DE ACE02 DALI EM DIANTE - O FECHAMENTO DEIXA DE     *
000088*VARRER O MOVIMENTO DESDE O COMECO DOS TEMPOS.                  *
      *NA VIRADA DO ANO A FOTO DE JANEIRO, QUE E O SALDO DE 31\12,    *
      *TAMBEM E VALORIZADA PELO CUSTO VIGENTE E CONGELADA EM ACEIV    *
      *PARA O REGISTRO DE INVENTARIO DO ANO QUE FECHOU (LIVROINV);    *
      *LIVRO JA EMITIDO NAO E REGRAVADO.                              *
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FECHSALD.
000110 ENVIRONMENT DIVISION.
000140 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000145 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000150 COPY "C:\Repo2024\cobol\dados1\book\SELSN".
       COPY "C:\Repo2024\cobol\dados1\book\SELIV".
000160 DATA DIVISION.
000170 FILE SECTION.
000180 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000185 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000190 COPY "C:\Repo2024\cobol\dados1\book\FDSN".
       COPY "C:\Repo2024\cobol\dados1\book\FDIV".
000200 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000210 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
       COPY "C:\Repo2024\cobol\dados1\book\CPYIVWS".

       01  WS-FIM-PRODUTOS       PIC X(01) VALUE "N".
           88  FIM-PRODUTOS      VALUE "S".
           88  FIM-MOVTOS        VALUE "S".
       01  WS-ACE02-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACE02-DISPONIVEL  VALUE "S".
       01  WS-VIRADA-ANO         PIC X(01) VALUE "N".
           88  VIRADA-ANO        VALUE "S".

       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-AAAAMM             PIC 9(06).
               CLOSE ACESN
               OPEN I-O ACESN
           END-IF
      *FOTO DE JANEIRO: O SALDO DE 31\12 VAI TAMBEM, VALORIZADO, PARA
      *O INVENTARIO DO ANO QUE FECHOU.
           IF WS-AAAAMM(5:2) = "01"
               MOVE "S" TO WS-VIRADA-ANO
               OPEN I-O ACEIV
               IF FS = "05" OR "35"
                   OPEN OUTPUT ACEIV
                   CLOSE ACEIV
                   OPEN I-O ACEIV
               END-IF
               COMPUTE WS-Iv-Ano = WS-AAAAMM / 100 - 1
               MOVE "F"          TO WS-Iv-Origem
               MOVE WS-AAAAMM    TO WS-Iv-Foto
               MOVE WS-DATA-HOJE TO WS-Iv-Data
               PERFORM INICIA-INVENTARIO THRU SAI-INICIA-INVENTARIO
               IF Iv-Congelado
                   DISPLAY "FECHSALD - REGISTRO DE INVENTARIO DE "
                           WS-Iv-Ano " JA EMITIDO - NAO REGRAVADO."
               END-IF
           END-IF
           MOVE ZEROS TO COD-01
           START ACE01 KEY IS NOT LESS COD-01
               INVALID KEY
           END-WRITE
           ADD 1 TO WS-QTD-FOTOS
           MOVE "00" TO FS
           IF VIRADA-ANO
               MOVE SN-EST TO WS-Iv-Qtde
               PERFORM GRAVA-ITEM-INVENTARIO THRU
                   SAI-GRAVA-ITEM-INVENTARIO
           END-IF
           .

      *---------------------------------------------------------------*
           CLOSE ACE01 ACESN
           DISPLAY "FECHSALD - FOTOS DO MES " WS-AAAAMM
                   " GRAVADAS: " WS-QTD-FOTOS
           IF VIRADA-ANO
               PERFORM ENCERRA-INVENTARIO THRU SAI-ENCERRA-INVENTARIO
               CLOSE ACEIV
               DISPLAY "FECHSALD - INVENTARIO DE " WS-Iv-Ano
                       " ITENS: " WS-Iv-Qtd-Itens
           END-IF
           GOBACK
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYIVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
