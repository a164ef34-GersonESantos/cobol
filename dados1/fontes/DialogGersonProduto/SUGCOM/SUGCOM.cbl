000080*ARREDONDADO PARA CIMA EM UNIDADES DE COMPRA INTEIRAS           *
000090*(FATOR-07 DE ACE07), AGRUPADA PELO FORNECEDOR DO PRODUTO       *
000100*(CODFOR-01). IMPRIME EM RELATO O QUE PROPOS.                   *
      *A PREVISAO DE CHEGADA CONTA O PRAZO DO FORNECEDOR EM DIAS      *
      *UTEIS PELO CALENDARIO ACEFE.                                   *
      *O RASCUNHO LEVA COMO CUSTO COMBINADO (CUSTO-13) O ULTIMO CUSTO *
      *REAL DO PRODUTO (CREAL-01); O COMPRADOR ACERTA NA CONFIRMACAO. *
      *PRODUTO COM MINIMO\MAXIMO POR ALMOXARIFADO (ACEMX) SO COMPRA A *
      *FALTA DOS DEPOSITOS QUE A SOBRA DOS OUTROS NAO COBRE - ESSA    *
      *PARTE VAI POR TRANSFERENCIA EM REPALM.                         *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. SUGCOM.
000130 ENVIRONMENT DIVISION.
000200 COPY "C:\Repo2024\cobol\dados1\book\SELC-13".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELFE".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
       COPY "C:\Repo2024\cobol\dados1\book\SELMX".
000230     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000240                    FILE STATUS IS FS-REL.
000250 DATA DIVISION.
000310 COPY "C:\Repo2024\cobol\dados1\book\FD-13".
000320 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000330 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDFE".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
       COPY "C:\Repo2024\cobol\dados1\book\FDMX".
000340 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000350 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000370 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000380 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMXWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-ACHADO             PIC X(01).
       01  WS-PROJECAO           PIC S9(09).
       01  WS-DEFICIT            PIC 9(07).
       01  WS-DEFICIT-ALM        PIC S9(09).
       01  WS-RESERVA-PROD       PIC 9(07).
       01  WS-QTD-SUGERIDA       PIC 9(07).
       01  WS-UNIDADES           PIC 9(05).
               + Tl-Prazo-Entrega
           COMPUTE WS-DATA-PREVISTA =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-TRAB)
      *CONFERE O CARIMBO DE VERSAO DO ACE13 (layout.ctl): O RASCUNHO
      *GRAVADO AQUI LEVA O CUSTO COMBINADO DO LAYOUT 2.
           MOVE "ACE13" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-PRODUTOS
           END-IF
           OPEN INPUT ACE01
           IF FS NOT = "00"
               DISPLAY "SUGCOM - CADASTRO DE PRODUTOS NAO "
           OPEN INPUT ACE07
           OPEN INPUT ACE11
           OPEN INPUT ACE12
           OPEN INPUT ACEMX
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEMX
               CLOSE ACEMX
               OPEN INPUT ACEMX
           END-IF
           MOVE "00" TO FS
           OPEN I-O ACE13
           IF FS = "05" OR "35"
               OPEN OUTPUT ACE13
               CLOSE ACE13
               OPEN I-O ACE13
           END-IF
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           OPEN EXTEND Arquivo-Log
           MOVE "SUGCOM" TO WS-Log-Programa
           MOVE "SUGESTAO DE COMPRA            " TO WS-Rel-Titulo
               AT END
                   MOVE "S" TO WS-FIM-PRODUTOS
               NOT AT END
                   PERFORM CARREGA-MINMAX THRU SAI-CARREGA-MINMAX
                   IF (ESTMIN-01 NOT = ZERO OR Mx-Produto-Gerido)
                      AND NOT SIT-01-BLOQ-COMPRA
                      AND NOT SIT-01-DESCONTINUADO
                       PERFORM Avalia-Produto
           END-PERFORM
           COMPUTE WS-PROJECAO =
               EST-01 + QTPED-01 - WS-RESERVA-PROD
           MOVE ZERO TO WS-DEFICIT
           IF WS-PROJECAO < ESTMIN-01
               COMPUTE WS-DEFICIT = ESTMIN-01 - WS-PROJECAO
           END-IF
      *COM MINIMO\MAXIMO POR ALMOXARIFADO, A FALTA DOS DEPOSITOS QUE
      *A SOBRA DOS OUTROS NAO COBRE, DESCONTADO O JA PEDIDO E SOMADAS
      *AS RESERVAS, TAMBEM E DEFICIT; VALE O MAIOR DOS DOIS.
           IF Mx-Produto-Gerido
               COMPUTE WS-DEFICIT-ALM =
                   WS-Mx-Falta-Total - WS-Mx-Sobra-Total
                   - QTPED-01 + WS-RESERVA-PROD
               IF WS-DEFICIT-ALM > WS-DEFICIT
                   MOVE WS-DEFICIT-ALM TO WS-DEFICIT
               END-IF
           END-IF
           IF WS-DEFICIT > ZERO
               PERFORM Arredonda-Unidade-Compra
               PERFORM Grava-Rascunho
           END-IF
           MOVE COD-01           TO COD-13
           MOVE WS-DATA-HOJE     TO DATA-13
      *O PRAZO DE ENTREGA DO FORNECEDOR (PRAZOENT-06) DATA A
      *PREVISAO DO RASCUNHO, EM DIAS UTEIS A PARTIR DE HOJE
      *(CPYDUPG); SEM PRAZO CADASTRADO VALE O PADRAO.
           MOVE CODFOR-01 TO COD-06
           READ ACE06
               INVALID KEY
               NOT INVALID KEY
                   IF PRAZOENT-06 NUMERIC
                      AND PRAZOENT-06 NOT = ZERO
                       MOVE WS-DATA-HOJE TO WS-Du-Data
                       MOVE PRAZOENT-06  TO WS-Du-Dias
                       MOVE SPACES       TO WS-Du-Uf
                       MOVE ZERO         TO WS-Du-Cidade
                       IF CID-CODIGO-06 NUMERIC
                           MOVE CID-CODIGO-06 TO WS-Du-Cidade
                       END-IF
                       PERFORM SOMA-DIAS-UTEIS THRU
                           SAI-SOMA-DIAS-UTEIS
                       MOVE WS-Du-Data   TO DATAPREV-13
                   ELSE
                       MOVE WS-DATA-PREVISTA TO DATAPREV-13
                   END-IF
           MOVE WS-QTD-SUGERIDA  TO QTPEDIDA-13
           MOVE WS-QTD-SUGERIDA  TO QTABERTA-13
           MOVE "P"              TO SITUACAO-13
           MOVE CREAL-01         TO CUSTO-13
           WRITE REG-13
               INVALID KEY
      *JA EXISTE LINHA DESTE FORNECEDOR + PRODUTO HOJE (RODADA
           MOVE "SUGERE-CMP"     TO WS-Log-Funcao
           MOVE WS-QTD-RASCUNHOS TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           CLOSE ACE01 ACE06 ACE07 ACE11 ACE12 ACE13 ACEMX
                 Arquivo-Log RELATO
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           DISPLAY "SUGCOM - RASCUNHOS GRAVADOS: " WS-QTD-RASCUNHOS
           GOBACK
           .
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMXPG".
