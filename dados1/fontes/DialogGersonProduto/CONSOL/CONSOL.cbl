000010*CONSOL-CONSOLIDACAO GERENCIAL DAS FILIAIS NUMA SO RODADA: LE O *
000020*JOGO DE ARQUIVOS DE CADA EMPRESA CADASTRADA EM ACECE E IMPRIME *
000030*EM RELATO, COM UMA COLUNA POR FILIAL E A COLUNA CONSOLIDADO NO *
000040*FIM, O ESTOQUE AO CUSTO (ACE01 DE CADA EMPRESA, CMEDIO-01 OU   *
000050*CREAL-01 SEM MEDIO), A MERCADORIA EM TRANSITO ENTRE EMPRESAS   *
000060*(ACEIT "T", SO NA COLUNA DA ORIGEM, QUE JA BAIXOU O SALDO E O  *
000070*DESTINO AINDA NAO RECEBEU - APARECE UMA VEZ SO), AS VENDAS DO  *
000080*MES (CAPAS DE ACE14 POR NF-EMPRESA, CANCELADAS FORA), O SALDO  *
000090*A RECEBER (ACERC ABERTO, EMPRESA DA NOTA) E O SALDO A PAGAR    *
000100*(ACECP ABERTO OU BLOQUEADO, AP-EMPRESA). VENDA, RECEBER E      *
000110*PAGAR ENTRE AS PROPRIAS FILIAIS - CLIENTE OU FORNECEDOR COM O  *
000120*CNPJ DE UMA EMPRESA DE ACECE (CNPJ-CE, FECHPER) - SAEM NUMA    *
000130*LINHA PROPRIA E FICAM FORA DOS VALORES CONSOLIDADOS. NOTA E    *
000140*TITULO ANTERIORES AO CAMPO DE EMPRESA CONTAM NA EMPRESA 01.    *
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. CONSOL.
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000210 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000220 COPY "C:\Repo2024\cobol\dados1\book\SELC-14".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELRC".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELCP".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELIT".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000280     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000290                    FILE STATUS IS FS-REL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000330 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000340 COPY "C:\Repo2024\cobol\dados1\book\FD-14".
000350 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000360 COPY "C:\Repo2024\cobol\dados1\book\FDRC".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDCP".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDIT".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000400 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000410 WORKING-STORAGE SECTION.
000420 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000430 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000440 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-MES-RELATORIO      PIC 9(06) VALUE ZERO.
       01  WS-MES-RELATORIO-R REDEFINES WS-MES-RELATORIO.
           03  WS-MES-REL-ANO    PIC 9(04).
           03  WS-MES-REL-MM     PIC 9(02).
       01  WS-EMPRESA-OPERADOR   PIC 9(02) VALUE ZERO.

       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-ACE14-ABERTO       PIC X(01) VALUE "N".
           88  ACE14-ABERTO      VALUE "S".
       01  WS-ACERC-ABERTO       PIC X(01) VALUE "N".
           88  ACERC-ABERTO      VALUE "S".
       01  WS-ACECP-ABERTO       PIC X(01) VALUE "N".
           88  ACECP-ABERTO      VALUE "S".
       01  WS-ACEIT-ABERTO       PIC X(01) VALUE "N".
           88  ACEIT-ABERTO      VALUE "S".
       01  WS-ACHOU              PIC X(01).
           88  ACHOU             VALUE "S".

       01  WS-EMP-PROCURA        PIC 9(02).
       01  WS-CNPJ-PROCURA       PIC 9(14).
       01  WS-CUSTO-UNIT         PIC 9(08)V99.
       01  WS-VALOR              PIC 9(13)V99.
       01  WS-IX                 PIC 9(04) COMP.
       01  WS-EX                 PIC 9(02) COMP.
       01  WS-CX                 PIC 9(02) COMP.
       01  WS-KX                 PIC 9(02) COMP.
       01  WS-RX                 PIC 9(02) COMP.
       01  WS-COL-INI            PIC 9(02) COMP.
       01  WS-QT-FORA            PIC 9(07) COMP VALUE ZERO.

      *UMA ENTRADA POR EMPRESA DE ACECE (MAIS AS QUE APARECEREM SO NO
      *MOVIMENTO); A COLUNA CONSOLIDADO E MONTADA NA ENTRADA SEGUINTE
      *A ULTIMA EMPRESA. AS LINHAS DE VALOR SEGUEM WS-ROTULOS.
       78  Tl-Max-Empresas       VALUE 30.
       01  WS-QT-EMPRESAS        PIC 9(02) COMP VALUE ZERO.
       01  WS-QT-COLUNAS         PIC 9(02) COMP VALUE ZERO.
       01  WS-TAB-EMPRESAS.
           03  WS-EMP OCCURS 31 TIMES.
               05  EMP-COD       PIC 9(02).
               05  EMP-RAZAO     PIC X(40).
               05  EMP-CNPJ      PIC 9(14).
               05  EMP-VALOR     PIC 9(13)V99 OCCURS 12 TIMES.

      *LINHAS DO QUADRO. A TERCEIRA DE CADA GRUPO E A PRIMEIRA MAIS
      *(ESTOQUE) OU MENOS (DEMAIS) A SEGUNDA.
       78  Lin-Estoque           VALUE 1.
       78  Lin-Transito          VALUE 2.
       78  Lin-Estoque-Cons      VALUE 3.
       78  Lin-Vendas            VALUE 4.
       78  Lin-Vendas-Fil        VALUE 5.
       78  Lin-Vendas-Cons       VALUE 6.
       78  Lin-Receber           VALUE 7.
       78  Lin-Receber-Fil       VALUE 8.
       78  Lin-Receber-Cons      VALUE 9.
       78  Lin-Pagar             VALUE 10.
       78  Lin-Pagar-Fil         VALUE 11.
       78  Lin-Pagar-Cons        VALUE 12.
       01  WS-ROTULOS-V.
           03  FILLER            PIC X(20) VALUE "ESTOQUE AO CUSTO".
           03  FILLER            PIC X(20) VALUE "EM TRANSITO (ORIGEM)".
           03  FILLER            PIC X(20) VALUE "ESTOQUE CONSOLIDADO".
           03  FILLER            PIC X(20) VALUE "VENDAS DO MES".
           03  FILLER            PIC X(20) VALUE "(-) ENTRE FILIAIS".
           03  FILLER            PIC X(20) VALUE "VENDAS CONSOLIDADAS".
           03  FILLER            PIC X(20) VALUE "A RECEBER".
           03  FILLER            PIC X(20) VALUE "(-) ENTRE FILIAIS".
           03  FILLER            PIC X(20) VALUE "RECEBER CONSOLIDADO".
           03  FILLER            PIC X(20) VALUE "A PAGAR".
           03  FILLER            PIC X(20) VALUE "(-) ENTRE FILIAIS".
           03  FILLER            PIC X(20) VALUE "PAGAR CONSOLIDADO".
       01  WS-ROTULOS REDEFINES WS-ROTULOS-V.
           03  ROTULO            PIC X(20) OCCURS 12 TIMES.

      *CLIENTES (ACECL) E FORNECEDORES (ACE06) QUE SAO UMA DAS
      *PROPRIAS FILIAIS, PELO CNPJ.
       78  Tl-Max-Parceiros      VALUE 100.
       01  WS-QT-CLI-FIL         PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-CLI-FIL.
           03  CLI-FIL           PIC 9(06) OCCURS 100 TIMES.
       01  WS-QT-FOR-FIL         PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-FOR-FIL.
           03  FOR-FIL           PIC 9(04) OCCURS 100 TIMES.

       01  WS-LINHA-PARAM.
           03  FILLER            PIC X(16) VALUE "VENDAS DO MES: ".
           03  LP-MES            PIC 9(06).
           03  FILLER            PIC X(46) VALUE
               "   RECEBER E PAGAR: SALDOS EM ABERTO NA DATA".

       01  WS-LINHA-AVISO.
           03  FILLER            PIC X(08) VALUE "EMPRESA ".
           03  LA-EMPRESA        PIC 9(02).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LA-TEXTO          PIC X(69).

       01  WS-LINHA-CAB-COL.
           03  LCC-ROTULO        PIC X(20).
           03  LCC-COL OCCURS 4 TIMES.
               05  FILLER        PIC X(01).
               05  LCC-TEXTO     PIC X(14).

       01  WS-LINHA-VALOR.
           03  LV-ROTULO         PIC X(20).
           03  LV-COL OCCURS 4 TIMES.
               05  FILLER        PIC X(01).
               05  LV-VALOR      PIC Z(10)9.99.

       01  WS-COL-EMPRESA.
           03  FILLER            PIC X(08) VALUE "EMPRESA ".
           03  CE-COD            PIC 9(02).
           03  FILLER            PIC X(04) VALUE SPACES.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           IF WS-QT-EMPRESAS NOT = ZERO
               PERFORM Carrega-Parceiros-Filiais
               PERFORM VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-QT-EMPRESAS
                   PERFORM Processa-Empresa
               END-PERFORM
               MOVE WS-EMPRESA-OPERADOR TO WS-Arq-Empresa
               PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
               PERFORM Soma-Vendas
               PERFORM Soma-Receber
               PERFORM Soma-Pagar
               PERFORM Fecha-Totais
               PERFORM Imprime-Consolidacao
           END-IF
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           DISPLAY "CONSOL - ANO E MES DAS VENDAS (AAAAMM): "
           ACCEPT WS-MES-RELATORIO
           IF WS-MES-REL-MM < 1 OR WS-MES-REL-MM > 12
               DISPLAY "CONSOL - MES INVALIDO."
           ELSE
               PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
               MOVE WS-Arq-Empresa TO WS-EMPRESA-OPERADOR
               PERFORM Carrega-Empresas
           END-IF
           IF WS-QT-EMPRESAS NOT = ZERO
               PERFORM Abre-Arquivos-Comuns
               MOVE "CONSOLIDACAO DAS FILIAIS"  TO WS-Rel-Titulo
               MOVE "CONSOLIDADO - TODAS AS EMPRESAS DE ACECE"
                 TO WS-Rel-Empresa
               MOVE "CONSOL" TO WS-Rel-Id
               PERFORM MONTA-DISPOSITIVO-REL THRU
                   SAI-MONTA-DISPOSITIVO-REL
               OPEN OUTPUT RELATO
               PERFORM IMPRIME-CABECALHO-REL THRU
                   SAI-IMPRIME-CABECALHO-REL
               MOVE WS-MES-RELATORIO TO LP-MES
               WRITE REG-REL FROM WS-LINHA-PARAM
               ADD 1 TO WS-Rel-Linha
           END-IF
           .

      *---------------------------------------------------------------*
      *CARREGA-EMPRESAS - UMA COLUNA POR EMPRESA DE ACECE, NA ORDEM DO
      *CODIGO, COM O CNPJ QUE IDENTIFICA A FILIAL COMO PARCEIRO.
       Carrega-Empresas SECTION.
           INITIALIZE WS-TAB-EMPRESAS
           OPEN INPUT ACECE
           IF FS NOT = "00"
               DISPLAY "CONSOL - ERRO AO ABRIR ACECE: " FS
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACECE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE COD-CE TO WS-EMP-PROCURA
                           PERFORM Procura-Empresa
                           IF WS-EX NOT = ZERO
                               MOVE RAZAO-CE TO EMP-RAZAO(WS-EX)
                               IF CNPJ-CE NUMERIC
                                   MOVE CNPJ-CE TO EMP-CNPJ(WS-EX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACECE
           END-IF
           MOVE "00" TO FS
           IF WS-QT-EMPRESAS = ZERO
               DISPLAY "CONSOL - NENHUMA EMPRESA EM ACECE."
           END-IF
           .

      *---------------------------------------------------------------*
      *PROCURA-EMPRESA - DEVOLVE EM WS-EX A ENTRADA DA EMPRESA
      *WS-EMP-PROCURA, CRIANDO-A QUANDO AINDA NAO EXISTE (EMPRESA SO NO
      *MOVIMENTO, SEM ACECE). TABELA CHEIA DEVOLVE ZERO E CONTA.
       Procura-Empresa SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-QT-EMPRESAS OR ACHOU
               IF EMP-COD(WS-EX) = WS-EMP-PROCURA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU
               SUBTRACT 1 FROM WS-EX
           ELSE
               IF WS-QT-EMPRESAS < Tl-Max-Empresas
                   ADD 1 TO WS-QT-EMPRESAS
                   MOVE WS-QT-EMPRESAS TO WS-EX
                   MOVE WS-EMP-PROCURA TO EMP-COD(WS-EX)
                   MOVE "EMPRESA FORA DE ACECE" TO EMP-RAZAO(WS-EX)
               ELSE
                   MOVE ZERO TO WS-EX
                   ADD 1 TO WS-QT-FORA
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *ABRE-ARQUIVOS-COMUNS - NOTAS, TITULOS E TRANSITO SAO UNICOS
      *PARA TODAS AS EMPRESAS; ARQUIVO QUE NAO ABRE DEIXA A LINHA
      *DELE ZERADA, COM AVISO.
       Abre-Arquivos-Comuns SECTION.
           OPEN INPUT ACECL
           MOVE "00" TO FS
           OPEN INPUT ACE06
           MOVE "00" TO FS
           OPEN INPUT ACE14
           IF FS = "00"
               MOVE "S" TO WS-ACE14-ABERTO
           ELSE
               DISPLAY "CONSOL - SEM NOTAS (ACE14): " FS
           END-IF
           OPEN INPUT ACERC
           IF FS = "00"
               MOVE "S" TO WS-ACERC-ABERTO
           ELSE
               DISPLAY "CONSOL - SEM CONTAS A RECEBER (ACERC): " FS
           END-IF
           OPEN INPUT ACECP
           IF FS = "00"
               MOVE "S" TO WS-ACECP-ABERTO
           ELSE
               DISPLAY "CONSOL - SEM CONTAS A PAGAR (ACECP): " FS
           END-IF
           OPEN INPUT ACEIT
           IF FS = "00"
               MOVE "S" TO WS-ACEIT-ABERTO
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CARREGA-PARCEIROS-FILIAIS - CLIENTES E FORNECEDORES CUJO CNPJ E
      *O DE UMA EMPRESA DE ACECE. EMPRESA SEM CNPJ NAO TEM COMO SER
      *RECONHECIDA E SAI AVISADA NO RELATORIO.
       Carrega-Parceiros-Filiais SECTION.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-QT-EMPRESAS
               IF EMP-CNPJ(WS-EX) = ZERO
                   PERFORM VERIFICA-QUEBRA-REL THRU
                       SAI-VERIFICA-QUEBRA-REL
                   MOVE EMP-COD(WS-EX) TO LA-EMPRESA
                   MOVE "SEM CNPJ (FECHPER): NAO ELIMINADA NAS FILIAIS"
                     TO LA-TEXTO
                   WRITE REG-REL FROM WS-LINHA-AVISO
                   ADD 1 TO WS-Rel-Linha
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO CLI-CODIGO
           START ACECL KEY IS NOT LESS CLI-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           IF FS NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ ACECL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CLI-CNPJ NUMERIC AND CLI-CNPJ NOT = ZERO
                           MOVE CLI-CNPJ TO WS-CNPJ-PROCURA
                           PERFORM Procura-CNPJ-Filial
                           IF ACHOU
                              AND WS-QT-CLI-FIL < Tl-Max-Parceiros
                               ADD 1 TO WS-QT-CLI-FIL
                               MOVE CLI-CODIGO
                                 TO CLI-FIL(WS-QT-CLI-FIL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO COD-06
           START ACE06 KEY IS NOT LESS COD-06
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           IF FS NOT = "00"
               MOVE "S" TO WS-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               READ ACE06 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CNPJ-06 NUMERIC AND CNPJ-06 NOT = ZERO
                           MOVE CNPJ-06 TO WS-CNPJ-PROCURA
                           PERFORM Procura-CNPJ-Filial
                           IF ACHOU
                              AND WS-QT-FOR-FIL < Tl-Max-Parceiros
                               ADD 1 TO WS-QT-FOR-FIL
                               MOVE COD-06 TO FOR-FIL(WS-QT-FOR-FIL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Procura-CNPJ-Filial SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-QT-EMPRESAS OR ACHOU
               IF EMP-CNPJ(WS-CX) NOT = ZERO
                  AND EMP-CNPJ(WS-CX) = WS-CNPJ-PROCURA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *PROCESSA-EMPRESA - TROCA O JOGO DE ARQUIVOS PARA A EMPRESA DA
      *ENTRADA WS-EX (COMO O CONSOLIDADO DE VALEST), VALORIZA O
      *ESTOQUE DELA E, COM O ACE01 DELA ABERTO, O QUE ELA EMBARCOU E
      *AINDA ESTA EM TRANSITO.
       Processa-Empresa SECTION.
           MOVE EMP-COD(WS-EX) TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           OPEN INPUT ACE01
           IF FS NOT = "00"
               DISPLAY "CONSOL - EMPRESA " EMP-COD(WS-EX)
                       " SEM ARQUIVO DE PRODUTOS: " FS
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACE01 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF EST-01 NOT = ZERO
                               PERFORM Custo-Unitario
                               COMPUTE WS-VALOR ROUNDED =
                                   EST-01 * WS-CUSTO-UNIT
                               ADD WS-VALOR
                                 TO EMP-VALOR(WS-EX, Lin-Estoque)
                           END-IF
                   END-READ
               END-PERFORM
               IF ACEIT-ABERTO
                   PERFORM Soma-Transito
               END-IF
               CLOSE ACE01
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CUSTO-UNITARIO - CMEDIO-01 EM REAIS; PRODUTO SEM MEDIO CAI NO
      *CUSTO REAL DA ULTIMA ENTRADA (CREAL-01), COMO NO INVENTARIO.
       Custo-Unitario SECTION.
           IF CMEDIO-01 NOT = ZERO
               DIVIDE CMEDIO-01 BY 100 GIVING WS-CUSTO-UNIT
           ELSE
               DIVIDE CREAL-01 BY 100 GIVING WS-CUSTO-UNIT
           END-IF
           .

      *---------------------------------------------------------------*
      *SOMA-TRANSITO - TRANSFERENCIA EMBARCADA PELA EMPRESA E AINDA
      *NAO RECEBIDA: O SALDO JA SAIU DA ORIGEM E NAO ENTROU NO
      *DESTINO, ENTAO ENTRA UMA VEZ SO, NA ORIGEM, AO CUSTO DELA.
       Soma-Transito SECTION.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO IT-NUM
           START ACEIT KEY IS NOT LESS IT-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACEIT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TRANSF-EM-TRANSITO
                          AND IT-EMP-ORIGEM = EMP-COD(WS-EX)
                           MOVE IT-COD TO COD-01
                           READ ACE01
                               INVALID KEY
                                   MOVE ZEROS TO CMEDIO-01 CREAL-01
                           END-READ
                           PERFORM Custo-Unitario
                           COMPUTE WS-VALOR ROUNDED =
                               IT-QTDE * WS-CUSTO-UNIT
                           ADD WS-VALOR
                             TO EMP-VALOR(WS-EX, Lin-Transito)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *SOMA-VENDAS - CAPAS DAS NOTAS EMITIDAS NO MES (NF-TOTAL), NA
      *EMPRESA QUE EMITIU; A NOTA PARA UMA FILIAL VAI TAMBEM PARA A
      *LINHA DE ELIMINACAO.
       Soma-Vendas SECTION.
           IF ACE14-ABERTO
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE ZEROS TO NF-NUM
               START ACE14 KEY IS NOT LESS NF-NUM
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACE14 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NF-DATA(1:6) = WS-MES-RELATORIO
                              AND NOT NF-CANCELADA
                               PERFORM Soma-Nota
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Nota SECTION.
           PERFORM Empresa-Da-Nota
           IF WS-EX NOT = ZERO
               ADD NF-TOTAL TO EMP-VALOR(WS-EX, Lin-Vendas)
               PERFORM Cliente-Filial
               IF ACHOU
                   ADD NF-TOTAL TO EMP-VALOR(WS-EX, Lin-Vendas-Fil)
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *EMPRESA-DA-NOTA - NOTA ANTERIOR AO CAMPO NF-EMPRESA CONTA NA
      *EMPRESA 01.
       Empresa-Da-Nota SECTION.
           IF NF-EMPRESA NUMERIC AND NF-EMPRESA NOT = ZERO
               MOVE NF-EMPRESA TO WS-EMP-PROCURA
           ELSE
               MOVE 1 TO WS-EMP-PROCURA
           END-IF
           PERFORM Procura-Empresa
           .

      *---------------------------------------------------------------*

       Cliente-Filial SECTION.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-CLI-FIL OR ACHOU
               IF CLI-FIL(WS-IX) = NF-CLI
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*
      *SOMA-RECEBER - SALDO DAS PARCELAS EM ABERTO (COMO O AGING DE
      *CTAREC), NA EMPRESA QUE EMITIU A NOTA DO TITULO.
       Soma-Receber SECTION.
           IF ACERC-ABERTO
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE ZEROS TO RC-CHAVE
               START ACERC KEY IS NOT LESS RC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACERC NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TITULO-ABERTO
                               PERFORM Soma-Titulo-Receber
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Titulo-Receber SECTION.
           COMPUTE WS-VALOR = RC-VALOR - RC-VALORPAGO
           MOVE ZERO TO NF-EMPRESA
           IF ACE14-ABERTO
               MOVE RC-NFNUM TO NF-NUM
               READ ACE14
                   INVALID KEY
                       MOVE ZERO TO NF-EMPRESA
               END-READ
               MOVE "00" TO FS
           END-IF
           PERFORM Empresa-Da-Nota
           IF WS-EX NOT = ZERO
               ADD WS-VALOR TO EMP-VALOR(WS-EX, Lin-Receber)
               MOVE RC-CLI TO NF-CLI
               PERFORM Cliente-Filial
               IF ACHOU
                   ADD WS-VALOR TO EMP-VALOR(WS-EX, Lin-Receber-Fil)
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *SOMA-PAGAR - SALDO DOS TITULOS AINDA DEVIDOS (ABERTOS E
      *BLOQUEADOS, COMO NO FLUXO DE CAIXA), NA EMPRESA DO TITULO.
       Soma-Pagar SECTION.
           IF ACECP-ABERTO
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE ZEROS TO AP-NUM
               START ACECP KEY IS NOT LESS AP-NUM
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACECP NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PAGAR-ABERTO OR PAGAR-BLOQUEADO
                               PERFORM Soma-Titulo-Pagar
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Soma-Titulo-Pagar SECTION.
           COMPUTE WS-VALOR = AP-VALOR - AP-VALORPAGO
           IF AP-EMPRESA NUMERIC AND AP-EMPRESA NOT = ZERO
               MOVE AP-EMPRESA TO WS-EMP-PROCURA
           ELSE
               MOVE 1 TO WS-EMP-PROCURA
           END-IF
           PERFORM Procura-Empresa
           IF WS-EX NOT = ZERO
               ADD WS-VALOR TO EMP-VALOR(WS-EX, Lin-Pagar)
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-QT-FOR-FIL OR ACHOU
                   IF FOR-FIL(WS-IX) = AP-FORN
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF ACHOU
                   ADD WS-VALOR TO EMP-VALOR(WS-EX, Lin-Pagar-Fil)
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *FECHA-TOTAIS - LINHAS CONSOLIDADAS DE CADA EMPRESA E A COLUNA
      *CONSOLIDADO, SOMA DE TODAS AS EMPRESAS.
       Fecha-Totais SECTION.
           COMPUTE WS-QT-COLUNAS = WS-QT-EMPRESAS + 1
           MOVE 99 TO EMP-COD(WS-QT-COLUNAS)
           MOVE "CONSOLIDADO" TO EMP-RAZAO(WS-QT-COLUNAS)
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-QT-EMPRESAS
               COMPUTE EMP-VALOR(WS-EX, Lin-Estoque-Cons) =
                   EMP-VALOR(WS-EX, Lin-Estoque)
                 + EMP-VALOR(WS-EX, Lin-Transito)
               COMPUTE EMP-VALOR(WS-EX, Lin-Vendas-Cons) =
                   EMP-VALOR(WS-EX, Lin-Vendas)
                 - EMP-VALOR(WS-EX, Lin-Vendas-Fil)
               COMPUTE EMP-VALOR(WS-EX, Lin-Receber-Cons) =
                   EMP-VALOR(WS-EX, Lin-Receber)
                 - EMP-VALOR(WS-EX, Lin-Receber-Fil)
               COMPUTE EMP-VALOR(WS-EX, Lin-Pagar-Cons) =
                   EMP-VALOR(WS-EX, Lin-Pagar)
                 - EMP-VALOR(WS-EX, Lin-Pagar-Fil)
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 12
                   ADD EMP-VALOR(WS-EX, WS-RX)
                    TO EMP-VALOR(WS-QT-COLUNAS, WS-RX)
               END-PERFORM
           END-PERFORM
           IF WS-QT-FORA NOT = ZERO
               DISPLAY "CONSOL - " WS-QT-FORA " LANCAMENTOS DE EMPRESA "
                       "ALEM DA TABELA (" Tl-Max-Empresas ") FICARAM "
                       "FORA."
           END-IF
           .

      *---------------------------------------------------------------*
      *IMPRIME-CONSOLIDACAO - O QUADRO SAI EM BLOCOS DE QUATRO
      *COLUNAS (A LARGURA DO RELATO); A COLUNA CONSOLIDADO E A ULTIMA
      *DO ULTIMO BLOCO.
       Imprime-Consolidacao SECTION.
           PERFORM VARYING WS-COL-INI FROM 1 BY 4
                   UNTIL WS-COL-INI > WS-QT-COLUNAS
               PERFORM Imprime-Bloco
           END-PERFORM
           DISPLAY "CONSOL - EMPRESAS CONSOLIDADAS: " WS-QT-EMPRESAS
           .

      *---------------------------------------------------------------*

       Imprime-Bloco SECTION.
           IF WS-Rel-Linha + 18 > Tl-Rel-Linhas-Pagina
               PERFORM IMPRIME-CABECALHO-REL THRU
                   SAI-IMPRIME-CABECALHO-REL
           END-IF
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO WS-LINHA-CAB-COL
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 4
               COMPUTE WS-CX = WS-COL-INI + WS-KX - 1
               IF WS-CX = WS-QT-COLUNAS
                   MOVE "   CONSOLIDADO" TO LCC-TEXTO(WS-KX)
               ELSE
                   IF WS-CX < WS-QT-COLUNAS
                       MOVE EMP-COD(WS-CX) TO CE-COD
                       MOVE WS-COL-EMPRESA TO LCC-TEXTO(WS-KX)
                   END-IF
               END-IF
           END-PERFORM
           WRITE REG-REL FROM WS-LINHA-CAB-COL
           MOVE SPACES TO WS-LINHA-CAB-COL
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 4
               COMPUTE WS-CX = WS-COL-INI + WS-KX - 1
               IF WS-CX < WS-QT-COLUNAS
                   MOVE EMP-RAZAO(WS-CX) TO LCC-TEXTO(WS-KX)
               END-IF
           END-PERFORM
           WRITE REG-REL FROM WS-LINHA-CAB-COL
           ADD 3 TO WS-Rel-Linha
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 12
               PERFORM Imprime-Linha-Valores
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Valores SECTION.
           MOVE SPACES TO WS-LINHA-VALOR
           MOVE ROTULO(WS-RX) TO LV-ROTULO
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 4
               COMPUTE WS-CX = WS-COL-INI + WS-KX - 1
               IF WS-CX NOT > WS-QT-COLUNAS
                   MOVE EMP-VALOR(WS-CX, WS-RX) TO LV-VALOR(WS-KX)
               END-IF
           END-PERFORM
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-VALOR
           ADD 1 TO WS-Rel-Linha
      *LINHA EM BRANCO DEPOIS DE CADA GRUPO (ESTOQUE, VENDAS, RECEBER)
           IF WS-RX = Lin-Estoque-Cons OR Lin-Vendas-Cons
                   OR Lin-Receber-Cons
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               ADD 1 TO WS-Rel-Linha
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           IF WS-QT-EMPRESAS NOT = ZERO
               CLOSE ACECL ACE06 RELATO
               IF ACE14-ABERTO
                   CLOSE ACE14
               END-IF
               IF ACERC-ABERTO
                   CLOSE ACERC
               END-IF
               IF ACECP-ABERTO
                   CLOSE ACECP
               END-IF
               IF ACEIT-ABERTO
                   CLOSE ACEIT
               END-IF
           END-IF
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
