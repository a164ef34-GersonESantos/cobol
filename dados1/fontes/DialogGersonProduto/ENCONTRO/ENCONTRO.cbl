000010*ENCONTRO-ENCONTRO DE CONTAS COM PARCEIROS QUE SAO AO MESMO     *
000020*TEMPO CLIENTE (ACECL) E FORNECEDOR (ACE06), RECONHECIDOS PELO  *
000030*MESMO CNPJ (CLI-CNPJ = CNPJ-06). MODO 1 LISTA EM RELATO OS     *
000040*PARCEIROS COM O SALDO ABERTO A RECEBER (ACERC) E A PAGAR       *
000050*(ACECP) E O QUANTO DA PARA COMPENSAR. MODO 2 (SUPERVISOR)      *
000060*MOSTRA LADO A LADO OS TITULOS ABERTOS DOS DOIS ARQUIVOS, DEIXA *
000070*MARCAR OS QUE ENTRAM NO ENCONTRO E COMPENSA O MENOR TOTAL      *
000080*CONTRA O MAIOR: O LADO MENOR QUITA INTEIRO E O MAIOR BAIXA     *
000090*PARCIAL, NA ORDEM DOS TITULOS MARCADOS. A COMPENSACAO ENTRA    *
000100*COMO BAIXA NOS DOIS ARQUIVOS (RC-VALORPAGO\RC-DATAPAGTO E      *
000110*AP-VALORPAGO\AP-DATAPAGTO), FICA REGISTRADA TITULO A TITULO EM *
000120*ACEEN E SAI NUM DEMONSTRATIVO DO ENCONTRO PARA O PARCEIRO. O   *
000130*CONTAS A PAGAR GUARDA REAIS INTEIROS, POR ISSO O VALOR         *
000140*COMPENSADO E SEMPRE EM REAIS INTEIROS. FICAM FORA O TITULO A   *
000150*RECEBER EM COBRANCA BANCARIA (REMETIDO PELO BANCOB) OU EM      *
000160*CUSTODIA DE CHEQUE E O TITULO A PAGAR QUE ESTA NUM LOTE DE     *
000170*PAGAMENTO (PAGBAN). JUROS E MULTA DE ATRASO NAO ENTRAM NO      *
000180*ENCONTRO. TUDO FICA NO LOG DE OPERACOES.                       *
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ENCONTRO.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240 COPY "C:\Repo2024\cobol\dados1\book\SELRC".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELCP".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELCL".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELEN".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000310 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000320 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000330     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000340                    FILE STATUS IS FS-REL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 COPY "C:\Repo2024\cobol\dados1\book\FDRC".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDCP".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDCL".
000400 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000410 COPY "C:\Repo2024\cobol\dados1\book\FDEN".
000420 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000430 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000440 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000450 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000460 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000470 WORKING-STORAGE SECTION.
000480 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000490 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000500 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000510 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000520 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000530 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-ENCONTRO       PIC X(01) VALUE "N".
           88  FIM-ENCONTRO      VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-FIM-ESCOLHA        PIC X(01).
           88  FIM-ESCOLHA       VALUE "S".
       01  WS-ACHOU              PIC X(01).
           88  ACHOU             VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-CLIENTE            PIC 9(06).
       01  WS-FORNECEDOR         PIC 9(04).
       01  WS-CNPJ               PIC 9(14).
       01  WS-NOME-PARCEIRO      PIC X(40).
       01  WS-NUM-ENCONTRO       PIC 9(06).
       01  WS-SEQ                PIC 9(03).
       01  WS-IND                PIC 9(04) COMP.
       01  WS-IND2               PIC 9(04) COMP.
       01  WS-LINHAS             PIC 9(04) COMP.
       01  WS-TOT-RECEBER        PIC 9(13)V99.
       01  WS-TOT-PAGAR          PIC 9(15).
       01  WS-TOT-MARCA-R        PIC 9(13)V99.
       01  WS-TOT-MARCA-P        PIC 9(15).
       01  WS-COMPENSAR          PIC 9(13).
       01  WS-RESTA              PIC 9(13)V99.
       01  WS-APLICAR            PIC 9(13)V99.
       01  WS-COMPENSAVEL        PIC 9(15).
       01  WS-QTD-PARCEIROS      PIC 9(05).

      *ITEM DIGITADO NA MARCACAO: "R" OU "P" + NUMERO DA LISTA.
       01  WS-ITEM.
           03  WS-ITEM-LADO      PIC X(01).
           03  WS-ITEM-NUM       PIC 9(02).

      *FORNECEDORES COM CNPJ, CARREGADOS PARA O CASAMENTO COM ACECL
      *(ACE06 NAO TEM CHAVE POR CNPJ).
       01  WS-QTD-FORN           PIC 9(04) COMP.
       01  WS-TAB-FORN.
           03  WS-FORN-ITEM OCCURS 3000 TIMES.
               05  TF-CNPJ       PIC 9(14).
               05  TF-COD        PIC 9(04).

      *TITULOS ABERTOS DO PARCEIRO, NA ORDEM DAS CHAVES.
       01  WS-QTD-REC            PIC 9(02) COMP.
       01  WS-TAB-REC.
           03  WS-REC-ITEM OCCURS 50 TIMES.
               05  TR-CHAVE.
                   07  TR-NFNUM  PIC 9(06).
                   07  TR-PARC   PIC 9(02).
               05  TR-VENCTO     PIC 9(08).
               05  TR-SALDO      PIC 9(11)V99.
               05  TR-MARCA      PIC X(01).
               05  TR-APLICADO   PIC 9(11)V99.
       01  WS-QTD-PAG            PIC 9(02) COMP.
       01  WS-TAB-PAG.
           03  WS-PAG-ITEM OCCURS 50 TIMES.
               05  TP-NUM        PIC 9(06).
               05  TP-VENCTO     PIC 9(08).
               05  TP-SALDO      PIC 9(15).
               05  TP-MARCA      PIC X(01).
               05  TP-APLICADO   PIC 9(15).

       01  WS-LINHA-PARC-CAB.
           03  FILLER            PIC X(08) VALUE "CLIENTE".
           03  FILLER            PIC X(05) VALUE "FORN".
           03  FILLER            PIC X(26) VALUE "PARCEIRO".
           03  FILLER            PIC X(14) VALUE "    A RECEBER".
           03  FILLER            PIC X(14) VALUE "      A PAGAR".
           03  FILLER            PIC X(13) VALUE "  COMPENSAVEL".

       01  WS-LINHA-PARC.
           03  PAR-CLI           PIC 9(06).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  PAR-FORN          PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  PAR-NOME          PIC X(25).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  PAR-RECEBER       PIC ZZZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  PAR-PAGAR         PIC Z(12)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  PAR-COMPENSAVEL   PIC Z(12)9.

       01  WS-LINHA-PARCEIRO.
           03  FILLER            PIC X(10) VALUE "PARCEIRO: ".
           03  LP-NOME-PARC      PIC X(40).
           03  FILLER            PIC X(06) VALUE " CNPJ ".
           03  LP-CNPJ-PARC      PIC 9(14).

       01  WS-LINHA-CODIGOS.
           03  FILLER            PIC X(09) VALUE "CLIENTE: ".
           03  LC-CLI            PIC 9(06).
           03  FILLER            PIC X(14) VALUE "  FORNECEDOR: ".
           03  LC-FORN           PIC 9(04).
           03  FILLER            PIC X(12) VALUE "  ENCONTRO: ".
           03  LC-NUM            PIC 9(06).

       01  WS-LINHA-LADOS-CAB.
           03  FILLER            PIC X(40) VALUE
               "A RECEBER (ACERC)".
           03  FILLER            PIC X(40) VALUE
               "A PAGAR (ACECP)".

       01  WS-LINHA-LADOS.
           03  LAD-R-ITEM        PIC X(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LAD-R-NF          PIC X(09).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LAD-R-VENCTO      PIC X(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LAD-R-SALDO       PIC X(13).
           03  FILLER            PIC X(04) VALUE " |  ".
           03  LAD-P-ITEM        PIC X(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LAD-P-NUM         PIC X(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LAD-P-VENCTO      PIC X(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LAD-P-SALDO       PIC X(13).
       01  WS-EDITA-VALOR        PIC ZZZZZZZZZ9.99.
       01  WS-EDITA-INTEIRO      PIC Z(12)9.
       01  WS-EDITA-NF.
           03  ED-NF             PIC 9(06).
           03  FILLER            PIC X(01) VALUE "/".
           03  ED-PARC           PIC 9(02).

       01  WS-LINHA-DEM-CAB.
           03  FILLER            PIC X(05) VALUE "LADO".
           03  FILLER            PIC X(11) VALUE "TITULO".
           03  FILLER            PIC X(09) VALUE "VENCTO".
           03  FILLER            PIC X(15) VALUE " SALDO ANTERIOR".
           03  FILLER            PIC X(15) VALUE "     COMPENSADO".
           03  FILLER            PIC X(15) VALUE "    SALDO ATUAL".

       01  WS-LINHA-DEM.
           03  DEM-LADO          PIC X(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DEM-TITULO        PIC X(10).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DEM-VENCTO        PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DEM-ANTERIOR      PIC ZZZZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DEM-COMPENSADO    PIC ZZZZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DEM-ATUAL         PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-DEM-TOT.
           03  FILLER            PIC X(40) VALUE
               "VALOR COMPENSADO EM CADA LADO:".
           03  DEM-TOTAL         PIC ZZZZZZZZZZ9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-ENCONTRO
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE "ACERC" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-ENCONTRO
           END-IF
           MOVE "ACECP" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-ENCONTRO
           END-IF
           OPEN I-O ACERC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACERC
               CLOSE ACERC
               OPEN I-O ACERC
           END-IF
           OPEN I-O ACECP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECP
               CLOSE ACECP
               OPEN I-O ACECP
           END-IF
           OPEN INPUT ACECL
           OPEN INPUT ACE06
           OPEN I-O ACEEN
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEEN
               CLOSE ACEEN
               OPEN I-O ACEEN
           END-IF
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "ENCONTRO" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "ENCONTRO DE CONTAS           " TO WS-Rel-Titulo
           MOVE "ENCONTRO" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "ENCONTRO - 1=LISTAR PARCEIROS 2=FAZER ENCONTRO "
                   "0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Lista-Parceiros
               WHEN 2
                   PERFORM Faz-Encontro
               WHEN 0
                   MOVE "S" TO WS-FIM-ENCONTRO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *LISTA-PARCEIROS - CARREGA OS FORNECEDORES COM CNPJ E VARRE OS
      *CLIENTES; PARA CADA CASAMENTO SOMA O ABERTO DOS DOIS LADOS.
       Lista-Parceiros SECTION.
           PERFORM Carrega-Fornecedores
           MOVE ZERO TO WS-QTD-PARCEIROS
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-PARC-CAB
           ADD 1 TO WS-Rel-Linha
           MOVE ZEROS TO CLI-CODIGO
           MOVE "N" TO WS-FIM-ARQUIVO
           START ACECL KEY IS NOT LESS CLI-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACECL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CLI-CNPJ NOT = ZERO
                           PERFORM Confere-Parceiro
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           DISPLAY WS-QTD-PARCEIROS " PARCEIROS CLIENTE\FORNECEDOR "
                   "LISTADOS EM RELATO."
           .

      *---------------------------------------------------------------*

       Carrega-Fornecedores SECTION.
           MOVE ZERO TO WS-QTD-FORN
           MOVE ZEROS TO COD-06
           MOVE "N" TO WS-FIM-ARQUIVO
           START ACE06 KEY IS NOT LESS COD-06
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACE06 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CNPJ-06 NUMERIC AND CNPJ-06 NOT = ZERO
                          AND WS-QTD-FORN < 3000
                           ADD 1 TO WS-QTD-FORN
                           MOVE CNPJ-06 TO TF-CNPJ(WS-QTD-FORN)
                           MOVE COD-06  TO TF-COD(WS-QTD-FORN)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Confere-Parceiro SECTION.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-FORN
               IF TF-CNPJ(WS-IND) = CLI-CNPJ
                   MOVE CLI-CODIGO      TO WS-CLIENTE
                   MOVE TF-COD(WS-IND)  TO WS-FORNECEDOR
                   PERFORM Carrega-Titulos
                   IF WS-TOT-RECEBER NOT = ZERO
                      OR WS-TOT-PAGAR NOT = ZERO
                       PERFORM Imprime-Parceiro
                   END-IF
               END-IF
           END-PERFORM
           .

      *---------------------------------------------------------------*

       Imprime-Parceiro SECTION.
           ADD 1 TO WS-QTD-PARCEIROS
           IF WS-TOT-RECEBER < WS-TOT-PAGAR
               MOVE WS-TOT-RECEBER TO WS-COMPENSAVEL
           ELSE
               MOVE WS-TOT-PAGAR   TO WS-COMPENSAVEL
           END-IF
           MOVE WS-CLIENTE     TO PAR-CLI
           MOVE WS-FORNECEDOR  TO PAR-FORN
           MOVE CLI-NOME       TO PAR-NOME
           MOVE WS-TOT-RECEBER TO PAR-RECEBER
           MOVE WS-TOT-PAGAR   TO PAR-PAGAR
           MOVE WS-COMPENSAVEL TO PAR-COMPENSAVEL
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-PARC
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *CARREGA-TITULOS - TITULOS COMPENSAVEIS DE WS-CLIENTE (PELA
      *CHAVE ALTERNADA RC-CLI) E DE WS-FORNECEDOR (AP-FORN), COM OS
      *TOTAIS EM ABERTO.
       Carrega-Titulos SECTION.
           MOVE ZERO TO WS-QTD-REC WS-QTD-PAG
                        WS-TOT-RECEBER WS-TOT-PAGAR
           MOVE WS-CLIENTE TO RC-CLI
           MOVE "N" TO WS-FIM-ARQUIVO
           START ACERC KEY IS = RC-CLI
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACERC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RC-CLI NOT = WS-CLIENTE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF TITULO-ABERTO AND NOT TITULO-REMETIDO
                              AND WS-QTD-REC < 50
                               PERFORM Guarda-Titulo-Receber
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-FORNECEDOR TO AP-FORN
           MOVE "N" TO WS-FIM-ARQUIVO
           START ACECP KEY IS = AP-FORN
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACECP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF AP-FORN NOT = WS-FORNECEDOR
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF AP-LOTE NOT NUMERIC
                               MOVE ZEROS TO AP-LOTE
                           END-IF
                           IF PAGAR-ABERTO AND AP-LOTE = ZERO
                              AND WS-QTD-PAG < 50
                               PERFORM Guarda-Titulo-Pagar
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Guarda-Titulo-Receber SECTION.
           ADD 1 TO WS-QTD-REC
           MOVE RC-CHAVE  TO TR-CHAVE(WS-QTD-REC)
           MOVE RC-VENCTO TO TR-VENCTO(WS-QTD-REC)
           COMPUTE TR-SALDO(WS-QTD-REC) = RC-VALOR - RC-VALORPAGO
           MOVE "N"  TO TR-MARCA(WS-QTD-REC)
           MOVE ZERO TO TR-APLICADO(WS-QTD-REC)
           ADD TR-SALDO(WS-QTD-REC) TO WS-TOT-RECEBER
           .

      *---------------------------------------------------------------*

       Guarda-Titulo-Pagar SECTION.
           ADD 1 TO WS-QTD-PAG
           MOVE AP-NUM    TO TP-NUM(WS-QTD-PAG)
           MOVE AP-VENCTO TO TP-VENCTO(WS-QTD-PAG)
           COMPUTE TP-SALDO(WS-QTD-PAG) = AP-VALOR - AP-VALORPAGO
           MOVE "N"  TO TP-MARCA(WS-QTD-PAG)
           MOVE ZERO TO TP-APLICADO(WS-QTD-PAG)
           ADD TP-SALDO(WS-QTD-PAG) TO WS-TOT-PAGAR
           .

      *---------------------------------------------------------------*
      *FAZ-ENCONTRO - O PARCEIRO E ESCOLHIDO PELO CODIGO DE CLIENTE;
      *O FORNECEDOR SAI DO CNPJ (O PRIMEIRO CODIGO DE ACE06 COM O
      *MESMO CNPJ).
       Faz-Encontro SECTION.
           IF NOT Oper-Supervisor
               DISPLAY "ENCONTRO - ENCONTRO DE CONTAS EXIGE OPERADOR "
                       "SUPERVISOR. ASSINE COM LOGON."
           ELSE
               DISPLAY "CODIGO DO CLIENTE: "
               ACCEPT WS-CLIENTE
               MOVE WS-CLIENTE TO CLI-CODIGO
               MOVE "N" TO WS-ACHOU
               READ ACECL
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO."
                   NOT INVALID KEY
                       IF CLI-CNPJ = ZERO
                           DISPLAY "CLIENTE SEM CNPJ NO CADASTRO."
                       ELSE
                           MOVE CLI-CNPJ TO WS-CNPJ
                           MOVE CLI-NOME TO WS-NOME-PARCEIRO
                           PERFORM Busca-Fornecedor-Cnpj
                       END-IF
               END-READ
               MOVE "00" TO FS
               IF ACHOU
                   PERFORM Carrega-Titulos
                   IF WS-QTD-REC = ZERO OR WS-QTD-PAG = ZERO
                       DISPLAY "PARCEIRO SEM TITULO COMPENSAVEL NOS "
                               "DOIS LADOS - NADA A FAZER."
                   ELSE
                       PERFORM Mostra-Titulos
                       PERFORM Marca-Titulos
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Busca-Fornecedor-Cnpj SECTION.
           MOVE ZEROS TO COD-06
           MOVE "N" TO WS-FIM-ARQUIVO
           START ACE06 KEY IS NOT LESS COD-06
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACE06 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CNPJ-06 NUMERIC AND CNPJ-06 = WS-CNPJ
                           MOVE COD-06 TO WS-FORNECEDOR
                           MOVE "S" TO WS-ACHOU WS-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           IF ACHOU
               DISPLAY "FORNECEDOR " WS-FORNECEDOR " " NOME-06
           ELSE
               DISPLAY "NENHUM FORNECEDOR COM O CNPJ " WS-CNPJ
           END-IF
           .

      *---------------------------------------------------------------*
      *MOSTRA-TITULOS - LISTA LADO A LADO NA TELA E NO RELATORIO; O
      *ITEM (R01, P01...) E O QUE O SUPERVISOR DIGITA NA MARCACAO.
       Mostra-Titulos SECTION.
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-NOME-PARCEIRO TO LP-NOME-PARC
           MOVE WS-CNPJ          TO LP-CNPJ-PARC
           WRITE REG-REL FROM WS-LINHA-PARCEIRO
           ADD 1 TO WS-Rel-Linha
           WRITE REG-REL FROM WS-LINHA-LADOS-CAB
           ADD 1 TO WS-Rel-Linha
           DISPLAY WS-LINHA-LADOS-CAB
           IF WS-QTD-REC > WS-QTD-PAG
               MOVE WS-QTD-REC TO WS-LINHAS
           ELSE
               MOVE WS-QTD-PAG TO WS-LINHAS
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-LINHAS
               PERFORM Monta-Linha-Lados
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               WRITE REG-REL FROM WS-LINHA-LADOS
               ADD 1 TO WS-Rel-Linha
               DISPLAY WS-LINHA-LADOS
           END-PERFORM
           MOVE WS-TOT-RECEBER TO WS-EDITA-VALOR
           MOVE WS-TOT-PAGAR   TO WS-EDITA-INTEIRO
           DISPLAY "TOTAL A RECEBER " WS-EDITA-VALOR
                   "   TOTAL A PAGAR " WS-EDITA-INTEIRO
           .

      *---------------------------------------------------------------*

       Monta-Linha-Lados SECTION.
           MOVE SPACES TO LAD-R-ITEM LAD-R-NF LAD-R-VENCTO LAD-R-SALDO
                          LAD-P-ITEM LAD-P-NUM LAD-P-VENCTO LAD-P-SALDO
           IF WS-IND NOT > WS-QTD-REC
               MOVE "R"     TO WS-ITEM-LADO
               MOVE WS-IND  TO WS-ITEM-NUM
               MOVE WS-ITEM TO LAD-R-ITEM
               MOVE TR-NFNUM(WS-IND) TO ED-NF
               MOVE TR-PARC(WS-IND)  TO ED-PARC
               MOVE WS-EDITA-NF      TO LAD-R-NF
               MOVE TR-VENCTO(WS-IND) TO LAD-R-VENCTO
               MOVE TR-SALDO(WS-IND)  TO WS-EDITA-VALOR
               MOVE WS-EDITA-VALOR    TO LAD-R-SALDO
           END-IF
           IF WS-IND NOT > WS-QTD-PAG
               MOVE "P"     TO WS-ITEM-LADO
               MOVE WS-IND  TO WS-ITEM-NUM
               MOVE WS-ITEM TO LAD-P-ITEM
               MOVE TP-NUM(WS-IND)    TO LAD-P-NUM
               MOVE TP-VENCTO(WS-IND) TO LAD-P-VENCTO
               MOVE TP-SALDO(WS-IND)  TO WS-EDITA-INTEIRO
               MOVE WS-EDITA-INTEIRO  TO LAD-P-SALDO
           END-IF
           .

      *---------------------------------------------------------------*
      *MARCA-TITULOS - CADA ITEM DIGITADO LIGA\DESLIGA A MARCA; NO
      *FIM O VALOR COMPENSADO E O MENOR DOS DOIS TOTAIS MARCADOS, EM
      *REAIS INTEIROS.
       Marca-Titulos SECTION.
           MOVE "N" TO WS-FIM-ESCOLHA
           PERFORM Marca-Item UNTIL FIM-ESCOLHA
           PERFORM Soma-Marcados
           IF WS-TOT-MARCA-R < WS-TOT-MARCA-P
               MOVE WS-TOT-MARCA-R TO WS-COMPENSAR
           ELSE
               MOVE WS-TOT-MARCA-P TO WS-COMPENSAR
           END-IF
           IF WS-COMPENSAR = ZERO
               DISPLAY "NADA MARCADO NOS DOIS LADOS - ENCONTRO "
                       "NAO FEITO."
           ELSE
               MOVE WS-COMPENSAR TO WS-EDITA-INTEIRO
               DISPLAY "VALOR A COMPENSAR EM CADA LADO: "
                       WS-EDITA-INTEIRO
               DISPLAY "CONFIRMA O ENCONTRO (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR "s"
                   PERFORM Grava-Encontro
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Marca-Item SECTION.
           DISPLAY "ITEM A MARCAR\DESMARCAR (EX.: R01, P02; "
                   "FIM = F): "
           MOVE SPACES TO WS-ITEM
           ACCEPT WS-ITEM
           EVALUATE TRUE
               WHEN WS-ITEM-LADO = "F" OR "f" OR SPACE
                   MOVE "S" TO WS-FIM-ESCOLHA
               WHEN WS-ITEM-NUM NOT NUMERIC
                   DISPLAY "ITEM INVALIDO."
               WHEN (WS-ITEM-LADO = "R" OR "r")
                    AND WS-ITEM-NUM > ZERO
                    AND WS-ITEM-NUM NOT > WS-QTD-REC
                   IF TR-MARCA(WS-ITEM-NUM) = "S"
                       MOVE "N" TO TR-MARCA(WS-ITEM-NUM)
                   ELSE
                       MOVE "S" TO TR-MARCA(WS-ITEM-NUM)
                   END-IF
                   PERFORM Soma-Marcados
               WHEN (WS-ITEM-LADO = "P" OR "p")
                    AND WS-ITEM-NUM > ZERO
                    AND WS-ITEM-NUM NOT > WS-QTD-PAG
                   IF TP-MARCA(WS-ITEM-NUM) = "S"
                       MOVE "N" TO TP-MARCA(WS-ITEM-NUM)
                   ELSE
                       MOVE "S" TO TP-MARCA(WS-ITEM-NUM)
                   END-IF
                   PERFORM Soma-Marcados
               WHEN OTHER
                   DISPLAY "ITEM INVALIDO."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Soma-Marcados SECTION.
           MOVE ZERO TO WS-TOT-MARCA-R WS-TOT-MARCA-P
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-REC
               IF TR-MARCA(WS-IND) = "S"
                   ADD TR-SALDO(WS-IND) TO WS-TOT-MARCA-R
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PAG
               IF TP-MARCA(WS-IND) = "S"
                   ADD TP-SALDO(WS-IND) TO WS-TOT-MARCA-P
               END-IF
           END-PERFORM
           MOVE WS-TOT-MARCA-R TO WS-EDITA-VALOR
           MOVE WS-TOT-MARCA-P TO WS-EDITA-INTEIRO
           DISPLAY "MARCADO A RECEBER " WS-EDITA-VALOR
                   "   MARCADO A PAGAR " WS-EDITA-INTEIRO
           .

      *---------------------------------------------------------------*
      *GRAVA-ENCONTRO - DISTRIBUI O VALOR NOS TITULOS MARCADOS DE
      *CADA LADO, NA ORDEM DA LISTA, E BAIXA CADA UM; O DEMONSTRATIVO
      *SAI EM RELATO.
       Grava-Encontro SECTION.
           PERFORM Proximo-Encontro
           MOVE ZERO TO WS-SEQ
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE WS-NOME-PARCEIRO TO LP-NOME-PARC
           MOVE WS-CNPJ          TO LP-CNPJ-PARC
           WRITE REG-REL FROM WS-LINHA-PARCEIRO
           ADD 1 TO WS-Rel-Linha
           MOVE WS-CLIENTE       TO LC-CLI
           MOVE WS-FORNECEDOR    TO LC-FORN
           MOVE WS-NUM-ENCONTRO  TO LC-NUM
           WRITE REG-REL FROM WS-LINHA-CODIGOS
           ADD 1 TO WS-Rel-Linha
           WRITE REG-REL FROM WS-LINHA-DEM-CAB
           ADD 1 TO WS-Rel-Linha
           MOVE WS-COMPENSAR TO WS-RESTA
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-REC OR WS-RESTA = ZERO
               IF TR-MARCA(WS-IND) = "S"
                   PERFORM Compensa-Receber
               END-IF
           END-PERFORM
           MOVE WS-COMPENSAR TO WS-RESTA
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PAG OR WS-RESTA = ZERO
               IF TP-MARCA(WS-IND) = "S"
                   PERFORM Compensa-Pagar
               END-IF
           END-PERFORM
           MOVE WS-COMPENSAR TO DEM-TOTAL
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-DEM-TOT
           ADD 1 TO WS-Rel-Linha
           MOVE "ENCONTRO"      TO WS-Log-Funcao
           MOVE WS-NUM-ENCONTRO TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "ENCONTRO " WS-NUM-ENCONTRO " GRAVADO - "
                   "DEMONSTRATIVO EM RELATO."
           .

      *---------------------------------------------------------------*

       Proximo-Encontro SECTION.
           MOVE 999999 TO EN-NUM
           MOVE 999    TO EN-SEQ
           MOVE ZERO TO WS-NUM-ENCONTRO
           START ACEEN KEY IS NOT GREATER EN-CHAVE
               INVALID KEY
                   MOVE ZERO TO WS-NUM-ENCONTRO
               NOT INVALID KEY
                   READ ACEEN PREVIOUS RECORD
                       AT END
                           MOVE ZERO TO WS-NUM-ENCONTRO
                       NOT AT END
                           MOVE EN-NUM TO WS-NUM-ENCONTRO
                   END-READ
           END-START
           MOVE "00" TO FS
           ADD 1 TO WS-NUM-ENCONTRO
           .

      *---------------------------------------------------------------*

       Compensa-Receber SECTION.
           MOVE TR-CHAVE(WS-IND) TO RC-CHAVE
           READ ACERC
               INVALID KEY
                   DISPLAY "TITULO " TR-NFNUM(WS-IND) "/"
                           TR-PARC(WS-IND) " SUMIU DE ACERC."
               NOT INVALID KEY
                   IF TR-SALDO(WS-IND) < WS-RESTA
                       MOVE TR-SALDO(WS-IND) TO WS-APLICAR
                   ELSE
                       MOVE WS-RESTA TO WS-APLICAR
                   END-IF
                   ADD WS-APLICAR   TO RC-VALORPAGO
                   MOVE WS-DATA-HOJE TO RC-DATAPAGTO
                   IF RC-VALORPAGO NOT LESS RC-VALOR
                       MOVE "P" TO RC-SITUACAO
                   END-IF
                   REWRITE REG-RC
                       INVALID KEY
                           DISPLAY "ERRO AO BAIXAR TITULO "
                                   RC-NFNUM "/" RC-PARCELA
                       NOT INVALID KEY
                           SUBTRACT WS-APLICAR FROM WS-RESTA
                           MOVE WS-APLICAR TO TR-APLICADO(WS-IND)
                           INITIALIZE REG-EN
                           MOVE "R"      TO EN-LADO
                           MOVE RC-CHAVE TO EN-TITULO
                           IF TITULO-PAGO
                               MOVE "S" TO EN-QUITOU
                           ELSE
                               MOVE "N" TO EN-QUITOU
                           END-IF
                           PERFORM Grava-Linha-Encontro
                           MOVE "R"              TO DEM-LADO
                           MOVE TR-NFNUM(WS-IND) TO ED-NF
                           MOVE TR-PARC(WS-IND)  TO ED-PARC
                           MOVE WS-EDITA-NF      TO DEM-TITULO
                           MOVE TR-VENCTO(WS-IND) TO DEM-VENCTO
                           MOVE TR-SALDO(WS-IND)  TO DEM-ANTERIOR
                           MOVE WS-APLICAR        TO DEM-COMPENSADO
                           COMPUTE DEM-ATUAL = RC-VALOR - RC-VALORPAGO
                           PERFORM Imprime-Linha-Demonstrativo
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Compensa-Pagar SECTION.
           MOVE TP-NUM(WS-IND) TO AP-NUM
           READ ACECP
               INVALID KEY
                   DISPLAY "TITULO " TP-NUM(WS-IND) " SUMIU DE ACECP."
               NOT INVALID KEY
                   IF TP-SALDO(WS-IND) < WS-RESTA
                       MOVE TP-SALDO(WS-IND) TO WS-APLICAR
                   ELSE
                       MOVE WS-RESTA TO WS-APLICAR
                   END-IF
                   ADD WS-APLICAR    TO AP-VALORPAGO
                   MOVE WS-DATA-HOJE TO AP-DATAPAGTO
                   IF AP-VALORPAGO NOT LESS AP-VALOR
                       MOVE "P" TO AP-SITUACAO
                   END-IF
                   REWRITE REG-CP
                       INVALID KEY
                           DISPLAY "ERRO AO BAIXAR TITULO " AP-NUM
                       NOT INVALID KEY
                           SUBTRACT WS-APLICAR FROM WS-RESTA
                           MOVE WS-APLICAR TO TP-APLICADO(WS-IND)
                           INITIALIZE REG-EN
                           MOVE "P"    TO EN-LADO
                           MOVE AP-NUM TO EN-TITULO
                           IF PAGAR-QUITADO
                               MOVE "S" TO EN-QUITOU
                           ELSE
                               MOVE "N" TO EN-QUITOU
                           END-IF
                           PERFORM Grava-Linha-Encontro
                           MOVE "P"              TO DEM-LADO
                           MOVE AP-NUM           TO DEM-TITULO
                           MOVE TP-VENCTO(WS-IND) TO DEM-VENCTO
                           MOVE TP-SALDO(WS-IND)  TO DEM-ANTERIOR
                           MOVE WS-APLICAR        TO DEM-COMPENSADO
                           COMPUTE DEM-ATUAL = AP-VALOR - AP-VALORPAGO
                           PERFORM Imprime-Linha-Demonstrativo
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Grava-Linha-Encontro SECTION.
           ADD 1 TO WS-SEQ
           MOVE WS-NUM-ENCONTRO TO EN-NUM
           MOVE WS-SEQ          TO EN-SEQ
           MOVE WS-DATA-HOJE    TO EN-DATA
           MOVE WS-CNPJ         TO EN-CNPJ
           MOVE WS-CLIENTE      TO EN-CLI
           MOVE WS-FORNECEDOR   TO EN-FORN
           MOVE WS-APLICAR      TO EN-VALOR
           MOVE WS-Oper-Codigo  TO EN-OPERADOR
           WRITE REG-EN
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ACEEN " EN-CHAVE
           END-WRITE
           MOVE "ENC-TITULO" TO WS-Log-Funcao
           MOVE EN-CHAVE     TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Demonstrativo SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-DEM
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACERC ACECP ACECL ACE06 ACEEN Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
