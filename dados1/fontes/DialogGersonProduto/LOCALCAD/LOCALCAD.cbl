000040*LISTAS DE SEPARACAO (SEPARA) SAEM NA ORDEM DE CAMINHADA E A    *
000050*CONSULTA 360 (PROD360) MOSTRA A LOCALIZACAO. EXIGE NIVEL DE    *
000060*MANUTENCAO E TODA OPERACAO VAI PARA O LOG.                     *
      *MANTEM TAMBEM O MINIMO\MAXIMO DE CADA PRODUTO POR ALMOXARIFADO *
      *(ACEMX), USADO NA REPOSICAO ENTRE ALMOXARIFADOS (REPALM) E NA  *
      *SUGESTAO DE COMPRA (SUGCOM).                                   *
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID. LOCALCAD.
000090 ENVIRONMENT DIVISION.
000120 COPY "C:\Repo2024\cobol\dados1\book\SELLC".
000130 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000140 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELMX".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000150 DATA DIVISION.
000160 FILE SECTION.
000170 COPY "C:\Repo2024\cobol\dados1\book\FDLC".
000180 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000190 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDMX".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000200 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
               CLOSE ACELC
               OPEN I-O ACELC
           END-IF
           OPEN I-O ACEMX
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEMX
               CLOSE ACEMX
               OPEN I-O ACEMX
           END-IF
           OPEN INPUT ACE01
           OPEN EXTEND Arquivo-Log
           MOVE "LOCALCAD" TO WS-Log-Programa

       Program-Body SECTION.
           DISPLAY "LOCALCAD - 1=GRAVAR LOCALIZACAO 2=CONSULTAR "
                   "3=EXCLUIR 4=MINIMO\MAXIMO 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Consultar-Localizacao
               WHEN 3
                   PERFORM Excluir-Localizacao
               WHEN 4
                   PERFORM Gravar-Minimo-Maximo
               WHEN 0
                   MOVE "S" TO WS-FIM-LOCALCAD
               WHEN OTHER
                               " PRATELEIRA " LC-PRATELEIRA
                               " NIVEL " LC-NIVEL
               END-READ
               MOVE WS-PRODUTO TO MX-COD
               MOVE WS-ALM     TO MX-ALM
               READ ACEMX
                   INVALID KEY
                       DISPLAY "SEM MINIMO\MAXIMO NO ALMOXARIFADO."
                   NOT INVALID KEY
                       DISPLAY "MINIMO " MX-MINIMO " MAXIMO " MX-MAXIMO
                               " SALDO " EST-ALM-01(WS-ALM)
               END-READ
               MOVE "00" TO FS
           END-IF
           .
           END-IF
           .

      *---------------------------------------------------------------*
      *GRAVAR-MINIMO-MAXIMO - MINIMO E MAXIMO ZERADOS TIRAM O
      *ALMOXARIFADO DA ADMINISTRACAO POR MINIMO\MAXIMO (APAGA O
      *REGISTRO); MAXIMO ZERO COM MINIMO INFORMADO = SEM TETO.
       Gravar-Minimo-Maximo SECTION.
           PERFORM Pede-Produto-Almox
           IF FS = "00"
               DISPLAY "SALDO NO ALMOXARIFADO: " EST-ALM-01(WS-ALM)
               MOVE WS-PRODUTO TO MX-COD
               MOVE WS-ALM     TO MX-ALM
               DISPLAY "ESTOQUE MINIMO NO ALMOXARIFADO: "
               ACCEPT MX-MINIMO
               DISPLAY "ESTOQUE MAXIMO NO ALMOXARIFADO (0=SEM TETO): "
               ACCEPT MX-MAXIMO
               EVALUATE TRUE
                   WHEN MX-MINIMO = ZERO AND MX-MAXIMO = ZERO
                       DELETE ACEMX RECORD
                           INVALID KEY
                               DISPLAY "SEM MINIMO\MAXIMO A EXCLUIR."
                           NOT INVALID KEY
                               MOVE "EXCL-MMX"   TO WS-Log-Funcao
                               MOVE MX-CHAVE     TO WS-Log-Chave
                               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       END-DELETE
                   WHEN MX-MAXIMO NOT = ZERO AND MX-MAXIMO < MX-MINIMO
                       DISPLAY "MAXIMO MENOR QUE O MINIMO - NADA "
                               "GRAVADO."
                   WHEN OTHER
                       WRITE REG-MX
                           INVALID KEY
                               REWRITE REG-MX
                                   INVALID KEY
                                       DISPLAY "ERRO AO GRAVAR "
                                               "MINIMO\MAXIMO."
                               END-REWRITE
                       END-WRITE
                       MOVE "GRAVA-MMX"   TO WS-Log-Funcao
                       MOVE MX-CHAVE      TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               END-EVALUATE
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACELC ACEMX ACE01 Arquivo-Log
           STOP RUN
           .

