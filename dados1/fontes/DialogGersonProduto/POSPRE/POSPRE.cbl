000010*POSPRE-POSICAO DE PRECO CONTRA A CONCORRENCIA, POR CLASSE      *
000020*(CLASSECE-01). PARA CADA PRODUTO COM PESQUISA EM ACEPQ         *
000030*(PESQPRE) IMPRIME O NOSSO VAREJO (PRVAR-01), O CUSTO MEDIO E A *
000040*MARGEM SOBRE O CUSTO, E EMBAIXO O ULTIMO PRECO ANOTADO DE CADA *
000050*CONCORRENTE COM O INDICE NOSSO\DELE. DESTACA O CONCORRENTE EM  *
000060*QUE ESTAMOS MAIS DE X% ACIMA DO MERCADO E AQUELE CUJO PRECO,   *
000070*SE IGUALADO, FICARIA ABAIXO DO PISO DA MARGEM MINIMA DA        *
000080*EMPRESA (MARGMIN-CE, O MESMO PISO DO FATURA). NO MOLDE DO      *
000090*ABCPROD: SORT COM INPUT PROCEDURE EM ACE01 E OUTPUT PROCEDURE  *
000100*QUE LE A PESQUISA E IMPRIME. SO LEITURA.                       *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. POSPRE.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000170 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELCO".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELPQ".
000200     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000210                    FILE STATUS IS FS-REL.
000220     SELECT WS-Ordenacao ASSIGN TO "arquivos\pospre.srt".
000230 DATA DIVISION.
000240 FILE SECTION.
000250 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000260 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDCO".
000280 COPY "C:\Repo2024\cobol\dados1\book\FDPQ".
000290 SD  WS-Ordenacao.
000300 01  SRT-Registro.
000310     03  SRT-Classe        PIC X(01).
000320     03  SRT-Cod-01        PIC 9(06).
000330     03  SRT-Desc-01       PIC X(60).
000340     03  SRT-Prvar         PIC 9(08)V99.
000350     03  SRT-Cmedio        PIC 9(10).
000360 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000370 WORKING-STORAGE SECTION.
000380 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000390 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000400 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       78  Tl-Pct-Acima-Padrao   VALUE 10.
       78  Tl-Max-Concorrentes   VALUE 50.

       01  FS-CO                 PIC X(02) VALUE "00".
       01  FS-PQ                 PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-ACE01          PIC X(01) VALUE "N".
           88  FIM-ACE01         VALUE "S".
       01  WS-FIM-ORDENACAO      PIC X(01) VALUE "N".
           88  FIM-ORDENACAO     VALUE "S".
       01  WS-FIM-PESQUISA       PIC X(01).
           88  FIM-PESQUISA      VALUE "S".
       01  WS-DESTAQUE           PIC X(01).
           88  PRODUTO-DESTACADO VALUE "S".
       01  WS-PRODUTO-ACIMA      PIC X(01).
       01  WS-PRODUTO-QUEBRA     PIC X(01).

      *PARAMETROS DO RELATORIO
       01  WS-CLASSE-FILTRO      PIC X(01).
       01  WS-PCT-ACIMA          PIC 9(03)V99.
       01  WS-DIAS-MAXIMO        PIC 9(04).
       01  WS-SO-DESTAQUES       PIC X(01).
           88  SO-DESTAQUES      VALUE "S" "s".

       01  WS-MARGMIN            PIC 9(02)V99.
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DATA-CORTE         PIC 9(08).
       01  WS-JULIANO-CORTE      PIC 9(08).
       01  WS-CLASSE-ATUAL       PIC X(01).
       01  WS-CUSTO              PIC 9(08)V99.
       01  WS-PRECO-PISO         PIC 9(08)V99.
       01  WS-MARGEM-PCT         PIC S9(05)V99.

       01  WS-QTD-PRODUTOS       PIC 9(06) VALUE ZERO.
       01  WS-QTD-PESQUISADOS    PIC 9(06) VALUE ZERO.
       01  WS-QTD-ACIMA          PIC 9(06) VALUE ZERO.
       01  WS-QTD-QUEBRA         PIC 9(06) VALUE ZERO.

      *ULTIMO PRECO DE CADA CONCORRENTE PARA O PRODUTO DA VEZ; ACEPQ
      *VEM EM ORDEM DE CONCORRENTE E DATA, ENTAO O ULTIMO LIDO DE CADA
      *CONCORRENTE E O MAIS RECENTE.
       01  WS-QT-CONC            PIC 9(04) COMP.
       01  WS-IX                 PIC 9(04) COMP.
       01  WS-TAB-CONCORRENTES.
           03  WS-TC-ITEM OCCURS 50 TIMES.
               05  WS-TC-CONC    PIC 9(04).
               05  WS-TC-DATA    PIC 9(08).
               05  WS-TC-PRECO   PIC 9(08)V99.
               05  WS-TC-PROMO   PIC X(01).
               05  WS-TC-INDICE  PIC 9(05)V99.
               05  WS-TC-ACIMA   PIC X(01).
               05  WS-TC-QUEBRA  PIC X(01).

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(07) VALUE "CODIGO".
           03  FILLER            PIC X(29) VALUE "DESCRICAO".
           03  FILLER            PIC X(14) VALUE "   NOSSO PRECO".
           03  FILLER            PIC X(16) VALUE "     CUSTO MEDIO".
           03  FILLER            PIC X(12) VALUE "   MARGEM %".
       01  WS-LINHA-CAB3.
           03  FILLER            PIC X(03) VALUE SPACES.
           03  FILLER            PIC X(26) VALUE "CONCORRENTE".
           03  FILLER            PIC X(09) VALUE "DATA".
           03  FILLER            PIC X(13) VALUE "  PRECO DELE".
           03  FILLER            PIC X(08) VALUE " INDICE".
           03  FILLER            PIC X(21) VALUE " DESTAQUE".

       01  WS-LINHA-CLASSE.
           03  FILLER            PIC X(07) VALUE "CLASSE ".
           03  CLA-CLASSE        PIC X(01).
           03  FILLER            PIC X(72) VALUE SPACES.

       01  WS-LINHA-PRODUTO.
           03  PRO-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  PRO-DESC          PIC X(28).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  PRO-PRVAR         PIC Z(07)9.99.
           03  FILLER            PIC X(05) VALUE SPACES.
           03  PRO-CUSTO         PIC Z(07)9.99.
           03  FILLER            PIC X(03) VALUE SPACES.
           03  PRO-MARGEM        PIC -(05)9.99.

       01  WS-LINHA-CONC.
           03  FILLER            PIC X(03) VALUE SPACES.
           03  CON-CONC          PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  CON-NOME          PIC X(20).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  CON-DATA          PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  CON-PRECO         PIC Z(07)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  CON-PROMO         PIC X(01).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  CON-INDICE        PIC Z(04)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  CON-DESTAQUE      PIC X(19).

       01  WS-LINHA-TOT1.
           03  FILLER            PIC X(22) VALUE
               "PRODUTOS ANALISADOS: ".
           03  TOT-PRODUTOS      PIC Z(05)9.
           03  FILLER            PIC X(18) VALUE
               "  COM PESQUISA: ".
           03  TOT-PESQUISADOS   PIC Z(05)9.
       01  WS-LINHA-TOT2.
           03  FILLER            PIC X(22) VALUE
               "ACIMA DO MERCADO:    ".
           03  TOT-ACIMA         PIC Z(05)9.
           03  FILLER            PIC X(18) VALUE
               "  QUEBRA MARGEM: ".
           03  TOT-QUEBRA        PIC Z(05)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           DISPLAY "POSPRE - CLASSE (BRANCO = TODAS): "
           ACCEPT WS-CLASSE-FILTRO
           DISPLAY "POSPRE - % ACIMA DO MERCADO PARA DESTACAR "
                   "(0 = " Tl-Pct-Acima-Padrao "): "
           ACCEPT WS-PCT-ACIMA
           IF WS-PCT-ACIMA = ZERO
               MOVE Tl-Pct-Acima-Padrao TO WS-PCT-ACIMA
           END-IF
           DISPLAY "POSPRE - IDADE MAXIMA DA PESQUISA EM DIAS "
                   "(0 = TODAS): "
           ACCEPT WS-DIAS-MAXIMO
           DISPLAY "POSPRE - SO PRODUTOS DESTACADOS (S/N): "
           ACCEPT WS-SO-DESTAQUES
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-DIAS-MAXIMO = ZERO
               MOVE ZERO TO WS-DATA-CORTE
           ELSE
               COMPUTE WS-JULIANO-CORTE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-DIAS-MAXIMO
               COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-JULIANO-CORTE)
           END-IF

           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
      *MARGEM MINIMA DA EMPRESA: SEM ELA O PISO E O PROPRIO CUSTO.
           MOVE ZERO TO WS-MARGMIN
           OPEN INPUT ACECE
           IF FS = "00"
               MOVE WS-Arq-Empresa TO COD-CE
               READ ACECE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MARGMIN-CE NUMERIC
                           MOVE MARGMIN-CE TO WS-MARGMIN
                       END-IF
               END-READ
               CLOSE ACECE
           END-IF
           MOVE "00" TO FS
           OPEN INPUT ACECO
           OPEN INPUT ACEPQ
           IF FS-PQ NOT = "00"
               DISPLAY "POSPRE - SEM PESQUISA DE PRECO (ACEPQ): " FS-PQ
               STOP RUN
           END-IF

           MOVE "POSICAO DE PRECO X MERCADO   " TO WS-Rel-Titulo
           MOVE "POSPRE" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           PERFORM Imprime-Cabecalho

           SORT WS-Ordenacao
               ON ASCENDING KEY SRT-Classe SRT-Cod-01
               INPUT PROCEDURE IS Gera-Ordenacao
               OUTPUT PROCEDURE IS Imprime-Ordenados
           .

      *---------------------------------------------------------------*

       Imprime-Cabecalho SECTION.
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB2
           WRITE REG-REL FROM WS-LINHA-CAB3
           ADD 2 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *GERA-ORDENACAO - PRODUTOS DA CLASSE PEDIDA, FORA OS
      *DESCONTINUADOS (NAO HA PRECO A DEFENDER).
       Gera-Ordenacao SECTION.
           OPEN INPUT ACE01
           PERFORM Ler-ACE01
           PERFORM UNTIL FIM-ACE01
               IF NOT SIT-01-DESCONTINUADO
                  AND (WS-CLASSE-FILTRO = SPACE
                       OR CLASSECE-01 = WS-CLASSE-FILTRO)
                   MOVE CLASSECE-01 TO SRT-Classe
                   MOVE COD-01      TO SRT-Cod-01
                   MOVE DESC-01     TO SRT-Desc-01
                   MOVE PRVAR-01R   TO SRT-Prvar
                   MOVE CMEDIO-01   TO SRT-Cmedio
                   RELEASE SRT-Registro
               END-IF
               PERFORM Ler-ACE01
           END-PERFORM
           CLOSE ACE01
           .

      *---------------------------------------------------------------*

       Ler-ACE01 SECTION.
           READ ACE01 NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ACE01
           END-READ
           .

      *---------------------------------------------------------------*

       Imprime-Ordenados SECTION.
           MOVE HIGH-VALUES TO WS-CLASSE-ATUAL
           RETURN WS-Ordenacao
               AT END
                   MOVE "S" TO WS-FIM-ORDENACAO
           END-RETURN
           PERFORM UNTIL FIM-ORDENACAO
               ADD 1 TO WS-QTD-PRODUTOS
               PERFORM Carrega-Pesquisa
               IF WS-QT-CONC > ZERO
                   ADD 1 TO WS-QTD-PESQUISADOS
                   PERFORM Avalia-Produto
                   IF PRODUTO-DESTACADO OR NOT SO-DESTAQUES
                       PERFORM Imprime-Produto
                   END-IF
               END-IF
               RETURN WS-Ordenacao
                   AT END
                       MOVE "S" TO WS-FIM-ORDENACAO
               END-RETURN
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *CARREGA-PESQUISA - A PESQUISA MAIS VELHA QUE O CORTE PEDIDO NAO
      *CONTA; O CONCORRENTE SO COM PRECO VELHO SAI DO RELATORIO.
       Carrega-Pesquisa SECTION.
           MOVE ZERO TO WS-QT-CONC
           MOVE SRT-Cod-01 TO PQ-COD
           MOVE ZERO       TO PQ-CONCORRENTE PQ-DATA
           MOVE "N" TO WS-FIM-PESQUISA
           START ACEPQ KEY IS NOT LESS PQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PESQUISA
           END-START
           PERFORM UNTIL FIM-PESQUISA
               READ ACEPQ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PESQUISA
                   NOT AT END
                       IF PQ-COD NOT = SRT-Cod-01
                           MOVE "S" TO WS-FIM-PESQUISA
                       ELSE
                           IF PQ-DATA NOT < WS-DATA-CORTE
                              AND PQ-PRECO > ZERO
                               PERFORM Guarda-Concorrente
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Guarda-Concorrente SECTION.
           IF WS-QT-CONC = ZERO
              OR WS-TC-CONC(WS-QT-CONC) NOT = PQ-CONCORRENTE
               IF WS-QT-CONC < Tl-Max-Concorrentes
                   ADD 1 TO WS-QT-CONC
               ELSE
                   MOVE "S" TO WS-FIM-PESQUISA
               END-IF
           END-IF
           IF NOT FIM-PESQUISA
               MOVE PQ-CONCORRENTE TO WS-TC-CONC(WS-QT-CONC)
               MOVE PQ-DATA        TO WS-TC-DATA(WS-QT-CONC)
               MOVE PQ-PRECO       TO WS-TC-PRECO(WS-QT-CONC)
               MOVE PQ-PROMOCAO    TO WS-TC-PROMO(WS-QT-CONC)
           END-IF
           .

      *---------------------------------------------------------------*
      *AVALIA-PRODUTO - INDICE = NOSSO PRECO \ PRECO DELE X 100.
      *ACIMA DO MERCADO: INDICE MAIOR QUE 100 + X%. QUEBRA MARGEM: O
      *PRECO DELE ESTA ABAIXO DO PISO CUSTO MEDIO + MARGMIN-CE, OU
      *SEJA, IGUALAR O CONCORRENTE VIOLARIA A MARGEM MINIMA.
       Avalia-Produto SECTION.
           MOVE "N" TO WS-DESTAQUE WS-PRODUTO-ACIMA WS-PRODUTO-QUEBRA
           COMPUTE WS-CUSTO ROUNDED = SRT-Cmedio / 100
           COMPUTE WS-PRECO-PISO ROUNDED =
               WS-CUSTO * (100 + WS-MARGMIN) / 100
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QT-CONC
               COMPUTE WS-TC-INDICE(WS-IX) ROUNDED =
                   SRT-Prvar * 100 / WS-TC-PRECO(WS-IX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-TC-INDICE(WS-IX)
               END-COMPUTE
               MOVE "N" TO WS-TC-ACIMA(WS-IX) WS-TC-QUEBRA(WS-IX)
               IF WS-TC-INDICE(WS-IX) > 100 + WS-PCT-ACIMA
                   MOVE "S" TO WS-TC-ACIMA(WS-IX) WS-DESTAQUE
                               WS-PRODUTO-ACIMA
               END-IF
               IF WS-CUSTO > ZERO
                  AND WS-TC-PRECO(WS-IX) < WS-PRECO-PISO
                   MOVE "S" TO WS-TC-QUEBRA(WS-IX) WS-DESTAQUE
                               WS-PRODUTO-QUEBRA
               END-IF
           END-PERFORM
           IF WS-PRODUTO-ACIMA = "S"
               ADD 1 TO WS-QTD-ACIMA
           END-IF
           IF WS-PRODUTO-QUEBRA = "S"
               ADD 1 TO WS-QTD-QUEBRA
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Produto SECTION.
           IF SRT-Classe NOT = WS-CLASSE-ATUAL
               MOVE SRT-Classe TO WS-CLASSE-ATUAL
               IF WS-Rel-Linha + 3 > Tl-Rel-Linhas-Pagina
                   PERFORM Imprime-Cabecalho
               END-IF
               MOVE SRT-Classe TO CLA-CLASSE
               WRITE REG-REL FROM WS-LINHA-CLASSE
               ADD 1 TO WS-Rel-Linha
           END-IF
           IF WS-Rel-Linha + 1 + WS-QT-CONC > Tl-Rel-Linhas-Pagina
               PERFORM Imprime-Cabecalho
           END-IF
           MOVE SRT-Cod-01  TO PRO-COD
           MOVE SRT-Desc-01 TO PRO-DESC
           MOVE SRT-Prvar   TO PRO-PRVAR
           MOVE WS-CUSTO    TO PRO-CUSTO
           IF WS-CUSTO > ZERO
               COMPUTE WS-MARGEM-PCT ROUNDED =
                   (SRT-Prvar - WS-CUSTO) * 100 / WS-CUSTO
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-MARGEM-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-MARGEM-PCT
           END-IF
           MOVE WS-MARGEM-PCT TO PRO-MARGEM
           WRITE REG-REL FROM WS-LINHA-PRODUTO
           ADD 1 TO WS-Rel-Linha
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QT-CONC
               PERFORM Imprime-Concorrente
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Imprime-Concorrente SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-TC-CONC(WS-IX) TO CON-CONC CO-CODIGO
           READ ACECO
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO CON-NOME
               NOT INVALID KEY
                   MOVE CO-NOME TO CON-NOME
           END-READ
           MOVE WS-TC-DATA(WS-IX)   TO CON-DATA
           MOVE WS-TC-PRECO(WS-IX)  TO CON-PRECO
           MOVE WS-TC-INDICE(WS-IX) TO CON-INDICE
           IF WS-TC-PROMO(WS-IX) = "S"
               MOVE "P" TO CON-PROMO
           ELSE
               MOVE SPACE TO CON-PROMO
           END-IF
           EVALUATE TRUE
               WHEN WS-TC-ACIMA(WS-IX) = "S"
                AND WS-TC-QUEBRA(WS-IX) = "S"
                   MOVE "ACIMA\QUEBRA MARGEM" TO CON-DESTAQUE
               WHEN WS-TC-ACIMA(WS-IX) = "S"
                   MOVE "ACIMA DO MERCADO" TO CON-DESTAQUE
               WHEN WS-TC-QUEBRA(WS-IX) = "S"
                   MOVE "QUEBRA MARGEM" TO CON-DESTAQUE
               WHEN OTHER
                   MOVE SPACES TO CON-DESTAQUE
           END-EVALUATE
           WRITE REG-REL FROM WS-LINHA-CONC
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           IF WS-Rel-Linha + 2 > Tl-Rel-Linhas-Pagina
               PERFORM Imprime-Cabecalho
           END-IF
           MOVE WS-QTD-PRODUTOS    TO TOT-PRODUTOS
           MOVE WS-QTD-PESQUISADOS TO TOT-PESQUISADOS
           MOVE WS-QTD-ACIMA       TO TOT-ACIMA
           MOVE WS-QTD-QUEBRA      TO TOT-QUEBRA
           WRITE REG-REL FROM WS-LINHA-TOT1
           WRITE REG-REL FROM WS-LINHA-TOT2
           CLOSE ACECO ACEPQ RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
