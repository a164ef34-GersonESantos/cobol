000010*CORCUSTO-CORRECAO RETROATIVA DO CUSTO DE UMA LINHA DE NOTA DE  *
000020*ENTRADA LANCADA COM O CUSTO ERRADO. O SUPERVISOR INFORMA A     *
000030*LINHA (FORNECEDOR, NOTA, SERIE E SEQUENCIA EM ACENI) E O CUSTO *
000040*UNITARIO CORRETO. O PROGRAMA CORRIGE A LINHA E O TOTAL DA NOTA *
000050*(ACENE), ACERTA OS TITULOS A PAGAR DA NOTA AINDA EM ABERTO E   *
000060*FORA DE LOTE DE PAGAMENTO (ACECP) - DIFERENCA A MAIS SEM       *
000070*TITULO ONDE CAIR VIRA TITULO COMPLEMENTAR, A MENOS VIRA        *
000080*CREDITO A COBRAR DO FORNECEDOR - E REFAZ A MEDIA PONDERADA     *
000090*PARA A FRENTE POR TODO O MOVIMENTO ACE02 DO PRODUTO POSTERIOR  *
000100*AO RECEBIMENTO: A DIFERENCA DE VALOR ENTRA NO SALDO NA HORA DO *
000110*RECEBIMENTO, SAI PROPORCIONALMENTE EM CADA SAIDA E O QUE SOBRA *
000120*NO SALDO ATUAL CORRIGE CMEDIO-01 (E CATUAL-01\CREAL-01 QUANDO  *
000130*AINDA SAO O CUSTO DESTA NOTA). O CUSTO CONGELADO CUSTO-15 DOS  *
000140*ITENS DAS NOTAS DE VENDA DO PRODUTO EMITIDAS NO MEIO DO        *
000150*CAMINHO E CORRIGIDO QUANDO A NOTA CAI EM PERIODO ABERTO; NOTA  *
000160*EM PERIODO JA FECHADO POR FECHPER NAO E ALTERADA - A DIFERENCA *
000170*DELA SAI NO RELATORIO COMO AJUSTE DO PERIODO CORRENTE.         *
000180*RELATORIO ANTES\DEPOIS POR NOTA EM RELATO E REGISTRO NO LOG.   *
000190*MOVIMENTO JA ARQUIVADO PELO ARQMOV NAO ENTRA NA REFEITURA.     *
000200*EXIGE OPERADOR SUPERVISOR E PERIODO CORRENTE ABERTO.           *
      *O TITULO A PAGAR GRAVA A EMPRESA DEVEDORA (AP-EMPRESA), USADA  *
      *NA CONSOLIDACAO DAS FILIAIS (CONSOL).                          *
      *O TITULO A PAGAR GRAVA TAMBEM O OPERADOR QUE O LANCOU (AP-OPER-*
      *LANC, ACECP LAYOUT 2 - CONVCP) E VAI PARA O LOG COMO LANCA-PAG;*
      *O CTAPAG E O PAGBAN RECUSAM QUE O MESMO OPERADOR O BAIXE OU    *
      *APROVE O LOTE (SEGREGACAO DE FUNCOES, ACESD).                  *
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CORCUSTO.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260 COPY "C:\Repo2024\cobol\dados1\book\SELNE".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELNI".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELCP".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELC-02".
000310 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000320 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000330 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000340 COPY "C:\Repo2024\cobol\dados1\book\SELFE".
000350     SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
000360            ORGANIZATION IS INDEXED
000370            ACCESS MODE  IS DYNAMIC
000380            RECORD KEY   IS Cid-Codigo
000390            FILE STATUS  IS FS-CID.
000400 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000410 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000420 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000430     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000440                    FILE STATUS IS FS-REL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 COPY "C:\Repo2024\cobol\dados1\book\FDNE".
000480 COPY "C:\Repo2024\cobol\dados1\book\FDNI".
000490 COPY "C:\Repo2024\cobol\dados1\book\FDCP".
000500 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000510 COPY "C:\Repo2024\cobol\dados1\book\FD-02".
000520 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000530 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000540 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000550 COPY "C:\Repo2024\cobol\dados1\book\FDFE".
000560 FD Arquivo-Cidade.
000570 01 Registro-Cidade.
000580   02 Cid-Codigo         Pic 9(05).
000590   02 Cidade             Pic x(30).
000600   02 DDD-Cidade         Pic 9(04).
000610   02 Cid-Cod-Municipio  Pic 9(07).
000620   02 Cid-Estado         Pic x(02).
000630   02 Cid-CEP            Pic 9(08).
000640   02 Cid-Status         Pic x(01).
000650      88 Cid-Status-Ativa    value "A".
000660      88 Cid-Status-Inativa  value "I".
000670   02 Cid-Versao         Pic 9(14).
000680 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000690 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000700 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000710 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000720 WORKING-STORAGE SECTION.
000730 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000740 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000750 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000760 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000770 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
000780 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000790 COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".
000800 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".
       01  FS-CID                PIC X(02) VALUE "00".

       01  WS-FIM-CORCUSTO       PIC X(01) VALUE "N".
           88  FIM-CORCUSTO      VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-PODE-CORRIGIR      PIC X(01) VALUE "S".
           88  PODE-CORRIGIR     VALUE "S".
       01  WS-PASSO              PIC 9(01).
           88  PASSO-SALDO       VALUE 1.
           88  PASSO-REFAZ       VALUE 2.

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-NE-CHAVE           PIC X(16).
       01  WS-CUSTO-ERRADO       PIC 9(10).
       01  WS-CUSTO-CERTO        PIC 9(10).
       01  WS-CUSTO-ITEM         PIC S9(11).
       01  WS-DIF-UNIT           PIC S9(11).
       01  WS-DIF-NOTA           PIC S9(15).
       01  WS-A-AJUSTAR          PIC S9(15).
       01  WS-VALOR              PIC S9(15).
       01  WS-VALOR-ANTES        PIC 9(15).
       01  WS-NUM-TITULO         PIC 9(06).
       01  WS-TITULO-COMPL       PIC 9(06).
       01  WS-JULIANO-VENCTO     PIC 9(07).
       01  WS-ULTIMA-NOTA        PIC 9(06).
       01  WS-QTD-MOV            PIC 9(07)V9(03).
       01  WS-QTD-LIBERAR        PIC 9(07)V9(03).
       01  WS-LIQ-DEPOIS         PIC S9(09)V9(03).
       01  WS-QTD-SALDO          PIC S9(09)V9(03).
       01  WS-ERRO-VALOR         PIC S9(13)V9(04).
       01  WS-ERRO-UNIT          PIC S9(11)V9(04).
       01  WS-ERRO-SAIDA         PIC S9(13)V9(04).
       01  WS-CMEDIO-ANTES       PIC 9(10).
       01  WS-CATUAL-ANTES       PIC 9(10).
       01  WS-CMEDIO-NOVO        PIC S9(11).
       01  WS-DIF-ITEM           PIC S9(13).
       01  WS-TOT-AJUSTADO       PIC S9(13).
       01  WS-TOT-FECHADO        PIC S9(13).
       01  WS-TOT-SEM-CUSTO      PIC S9(13).
       01  WS-ITENS-AJUSTADOS    PIC 9(05).
       01  WS-ITENS-FECHADOS     PIC 9(05).

       01  WS-LINHA-NOTA.
           03  FILLER            PIC X(06) VALUE "NOTA: ".
           03  LN-NOTA           PIC 9(09).
           03  FILLER            PIC X(01) VALUE "/".
           03  LN-SERIE          PIC X(03).
           03  FILLER            PIC X(07) VALUE "  FORN ".
           03  LN-FORN           PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LN-NOME           PIC X(30).
           03  FILLER            PIC X(09) VALUE " ENTRADA ".
           03  LN-ENTRADA        PIC 9(08).

       01  WS-LINHA-PRODUTO.
           03  FILLER            PIC X(05) VALUE "SEQ ".
           03  LP-SEQ            PIC 9(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LP-COD            PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LP-DESC           PIC X(20).
           03  FILLER            PIC X(06) VALUE " QTDE ".
           03  LP-QTDE           PIC Z(06)9.
           03  FILLER            PIC X(08) VALUE " CUSTO ".
           03  LP-ERRADO         PIC Z(09)9.
           03  FILLER            PIC X(03) VALUE " > ".
           03  LP-CERTO          PIC Z(09)9.

       01  WS-LINHA-CUSTOS.
           03  FILLER            PIC X(12) VALUE "CUSTO MEDIO ".
           03  LC-CMEDIO-ANTES   PIC Z(09)9.
           03  FILLER            PIC X(03) VALUE " > ".
           03  LC-CMEDIO-DEPOIS  PIC Z(09)9.
           03  FILLER            PIC X(15) VALUE "   CUSTO ATUAL ".
           03  LC-CATUAL-ANTES   PIC Z(09)9.
           03  FILLER            PIC X(03) VALUE " > ".
           03  LC-CATUAL-DEPOIS  PIC Z(09)9.

       01  WS-LINHA-TIT-CAB.
           03  FILLER            PIC X(08) VALUE "TITULO".
           03  FILLER            PIC X(09) VALUE "VENCTO".
           03  FILLER            PIC X(17) VALUE "      VALOR ANTES".
           03  FILLER            PIC X(17) VALUE "     VALOR DEPOIS".
           03  FILLER            PIC X(13) VALUE "  OBSERVACAO".

       01  WS-LINHA-TITULO.
           03  LT-NUM            PIC 9(06).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  LT-VENCTO         PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LT-ANTES          PIC Z(15)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LT-DEPOIS         PIC Z(15)9.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  LT-OBS            PIC X(12).

       01  WS-LINHA-ITEM-CAB.
           03  FILLER            PIC X(07) VALUE "NOTA".
           03  FILLER            PIC X(04) VALUE "SEQ".
           03  FILLER            PIC X(09) VALUE "DATA".
           03  FILLER            PIC X(12) VALUE "        QTDE".
           03  FILLER            PIC X(11) VALUE " CUSTO ANT.".
           03  FILLER            PIC X(11) VALUE " CUSTO DEP.".
           03  FILLER            PIC X(12) VALUE "   DIFERENCA".
           03  FILLER            PIC X(12) VALUE " SITUACAO".

       01  WS-LINHA-ITEM.
           03  LI-NOTA           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-SEQ            PIC 9(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-DATA           PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-QTDE           PIC Z(06)9.999.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-ANTES          PIC Z(09)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-DEPOIS         PIC Z(09)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-DIFERENCA      PIC -(10)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-SITUACAO       PIC X(11).

       01  WS-LINHA-TOTAL.
           03  LTT-TEXTO         PIC X(50).
           03  LTT-VALOR         PIC -(15)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-CORCUSTO
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE WS-Arq-Empresa TO WS-Per-Empresa
           MOVE "ACE01" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CORCUSTO
           END-IF
           MOVE "ACE06" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CORCUSTO
           END-IF
           MOVE "ACECP" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CORCUSTO
           END-IF
           OPEN I-O ACENE
           IF FS = "05" OR "35"
               OPEN OUTPUT ACENE
               CLOSE ACENE
               OPEN I-O ACENE
           END-IF
           OPEN I-O ACENI
           IF FS = "05" OR "35"
               OPEN OUTPUT ACENI
               CLOSE ACENI
               OPEN I-O ACENI
           END-IF
           OPEN I-O ACECP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECP
               CLOSE ACECP
               OPEN I-O ACECP
           END-IF
           OPEN I-O ACE01
           OPEN INPUT ACE02
           OPEN I-O ACE15
           OPEN INPUT ACE06
           OPEN INPUT ACECE
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "CORCUSTO" TO WS-Log-Programa
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
      *A CORRECAO E LANCADA HOJE: PERIODO CORRENTE FECHADO OU OPERADOR
      *SEM NIVEL DE SUPERVISOR NAO CORRIGEM NADA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-Per-Data
           PERFORM VERIFICA-PERIODO-FECHADO THRU
               SAI-VERIFICA-PERIODO-FECHADO
           IF Periodo-Fechado
               DISPLAY "CORCUSTO - PERIODO CONTABIL FECHADO ATE "
                       FECHMES-CE "/" FECHANO-CE
                       " - CORRECAO NAO PERMITIDA."
               MOVE "N" TO WS-PODE-CORRIGIR
           END-IF
           IF NOT Oper-Supervisor
               MOVE "N" TO WS-PODE-CORRIGIR
           END-IF
           MOVE "00" TO FS
           MOVE "CORRECAO RETROATIVA DE CUSTO " TO WS-Rel-Titulo
           MOVE "CORCUSTO" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "CORCUSTO - 1=CORRIGIR CUSTO DE RECEBIMENTO 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Corrige-Custo
               WHEN 0
                   MOVE "S" TO WS-FIM-CORCUSTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*

       Le-Nota-Entrada SECTION.
           DISPLAY "FORNECEDOR DA NOTA DE ENTRADA: "
           ACCEPT NE-FORN
           DISPLAY "NUMERO DA NOTA: "
           ACCEPT NE-NOTA
           DISPLAY "SERIE: "
           ACCEPT NE-SERIE
           READ ACENE
               INVALID KEY
                   DISPLAY "NOTA DE ENTRADA NAO ENCONTRADA."
                   MOVE "23" TO FS
               NOT INVALID KEY
                   IF NE-FECHADA
                       MOVE "00" TO FS
                   ELSE
                       DISPLAY "NOTA AINDA EM DIGITACAO - CORRIJA O "
                               "CUSTO NO PROPRIO RECMERC."
                       MOVE "23" TO FS
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*
      *CORRIGE-CUSTO - A LINHA E O CUSTO CORRETO SAO CONFERIDOS E
      *CONFIRMADOS ANTES DE MEXER EM QUALQUER ARQUIVO.
       Corrige-Custo SECTION.
           IF NOT PODE-CORRIGIR
               DISPLAY "CORCUSTO - CORRECAO EXIGE OPERADOR SUPERVISOR "
                       "E PERIODO ABERTO."
           ELSE
               PERFORM Le-Nota-Entrada
               IF FS = "00" AND NE-CONSIGNACAO
                   DISPLAY "NOTA DE REMESSA EM CONSIGNACAO - SEM "
                           "CUSTO MEDIO NOSSO A CORRIGIR."
                   MOVE "23" TO FS
               END-IF
               IF FS = "00"
                   PERFORM Le-Linha-Nota
               END-IF
               IF FS = "00"
                   PERFORM Informa-Custo
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Le-Linha-Nota SECTION.
           MOVE NE-FORN  TO NI-FORN
           MOVE NE-NOTA  TO NI-NOTA
           MOVE NE-SERIE TO NI-SERIE
           DISPLAY "SEQUENCIA DA LINHA NA NOTA: "
           ACCEPT NI-SEQ
           READ ACENI
               INVALID KEY
                   DISPLAY "LINHA NAO ENCONTRADA NA NOTA."
                   MOVE "23" TO FS
               NOT INVALID KEY
                   IF NI-RECEB-REJEITADO
                       DISPLAY "LINHA REJEITADA NO RECEBIMENTO - NAO "
                               "ENTROU NO CUSTO MEDIO."
                       MOVE "23" TO FS
                   ELSE
                       MOVE "00" TO FS
                   END-IF
           END-READ
           IF FS = "00"
               MOVE NI-COD TO COD-01
               READ ACE01
                   INVALID KEY
                       DISPLAY "PRODUTO DA LINHA NAO CADASTRADO: "
                               NI-COD
                       MOVE "23" TO FS
               END-READ
           END-IF
           .

      *---------------------------------------------------------------*

       Informa-Custo SECTION.
           DISPLAY "PRODUTO " NI-COD " " DESC-01
           DISPLAY "QUANTIDADE " NI-QTDE " CUSTO LANCADO " NI-CUSTO
           DISPLAY "CUSTO UNITARIO CORRETO: "
           ACCEPT WS-CUSTO-CERTO
           MOVE NI-CUSTO TO WS-CUSTO-ERRADO
           COMPUTE WS-DIF-UNIT = WS-CUSTO-CERTO - WS-CUSTO-ERRADO
           COMPUTE WS-DIF-NOTA = NI-QTDE * WS-DIF-UNIT
           IF WS-DIF-UNIT = ZERO
               DISPLAY "CUSTO IGUAL AO LANCADO - NADA A CORRIGIR."
           ELSE
               DISPLAY "DIFERENCA NA NOTA: " WS-DIF-NOTA
               DISPLAY "CONFIRMA A CORRECAO DO CUSTO DA LINHA " NI-SEQ
                       " DA NOTA " NE-NOTA " (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR "s"
                   PERFORM Efetiva-Correcao
               ELSE
                   DISPLAY "CORRECAO CANCELADA."
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *EFETIVA-CORRECAO - CABECALHO DO RELATORIO, CORRECAO DA NOTA DE
      *ENTRADA E DOS TITULOS, REFEITURA DA MEDIA E TOTAIS.
       Efetiva-Correcao SECTION.
           MOVE ZERO TO WS-TOT-AJUSTADO WS-TOT-FECHADO WS-TOT-SEM-CUSTO
                        WS-ITENS-AJUSTADOS WS-ITENS-FECHADOS
                        WS-TITULO-COMPL
           MOVE CMEDIO-01 TO WS-CMEDIO-ANTES
           MOVE CATUAL-01 TO WS-CATUAL-ANTES
           MOVE NE-FORN TO COD-06
           READ ACE06
               INVALID KEY
                   MOVE "FORNECEDOR NAO CADASTRADO" TO NOME-06
                   MOVE ZERO TO CONDPG-06 CID-CODIGO-06
           END-READ
           MOVE "00" TO FS
           MOVE NE-NOTA    TO LN-NOTA
           MOVE NE-SERIE   TO LN-SERIE
           MOVE NE-FORN    TO LN-FORN
           MOVE NOME-06    TO LN-NOME
           MOVE NE-ENTRADA TO LN-ENTRADA
           MOVE NI-SEQ          TO LP-SEQ
           MOVE NI-COD          TO LP-COD
           MOVE DESC-01         TO LP-DESC
           MOVE NI-QTDE         TO LP-QTDE
           MOVE WS-CUSTO-ERRADO TO LP-ERRADO
           MOVE WS-CUSTO-CERTO  TO LP-CERTO
           PERFORM IMPRIME-CABECALHO-REL THRU
               SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-NOTA
           WRITE REG-REL FROM WS-LINHA-PRODUTO
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-TIT-CAB
           ADD 4 TO WS-Rel-Linha
           PERFORM Corrige-Nota-Entrada
           PERFORM Ajusta-Titulos-Nota
           MOVE SPACES TO REG-REL
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-ITEM-CAB
           ADD 2 TO WS-Rel-Linha
           PERFORM Refaz-Custo-Medio
           PERFORM Imprime-Totais
           MOVE SPACES TO WS-NE-CHAVE
           STRING NE-FORN NE-NOTA NE-SERIE DELIMITED BY SIZE
               INTO WS-NE-CHAVE
           END-STRING
           MOVE "CORR-CUSTO" TO WS-Log-Funcao
           MOVE WS-NE-CHAVE  TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "CUSTO CORRIGIDO - CUSTO MEDIO " WS-CMEDIO-ANTES
                   " > " CMEDIO-01 ". DETALHE EM RELATO."
           IF WS-ITENS-FECHADOS NOT = ZERO
               DISPLAY "ATENCAO: " WS-ITENS-FECHADOS " ITEM(NS) DE "
                       "NOTA EM PERIODO FECHADO - AJUSTE DE "
                       WS-TOT-FECHADO " NO PERIODO CORRENTE."
           END-IF
           .

      *---------------------------------------------------------------*
      *CORRIGE-NOTA-ENTRADA - A LINHA PASSA AO CUSTO CORRETO E O VALOR
      *DOS PRODUTOS E O TOTAL DA NOTA ACOMPANHAM A DIFERENCA.
       Corrige-Nota-Entrada SECTION.
           MOVE WS-CUSTO-CERTO TO NI-CUSTO
           COMPUTE NI-VALOR = NI-QTDE * WS-CUSTO-CERTO
           REWRITE REG-NI
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A LINHA DA NOTA."
           END-REWRITE
           COMPUTE WS-VALOR = NE-VLR-PRODUTOS + WS-DIF-NOTA
           IF WS-VALOR < ZERO
               MOVE ZERO TO WS-VALOR
           END-IF
           MOVE WS-VALOR TO NE-VLR-PRODUTOS
           COMPUTE WS-VALOR = NE-TOTAL + WS-DIF-NOTA
           IF WS-VALOR < ZERO
               MOVE ZERO TO WS-VALOR
           END-IF
           MOVE WS-VALOR TO NE-TOTAL
           REWRITE REG-NE
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A NOTA DE ENTRADA."
           END-REWRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *AJUSTA-TITULOS-NOTA - A DIFERENCA VAI PARA AS PARCELAS DA NOTA
      *DA ULTIMA PARA A PRIMEIRA, SO AS EM ABERTO OU BLOQUEADAS E FORA
      *DE LOTE DE PAGAMENTO. A MAIS, TUDO NA ULTIMA PARCELA AJUSTAVEL;
      *A MENOS, CADA PARCELA BAIXA ATE O SALDO NAO PAGO. SOBRA A MAIS
      *VIRA TITULO COMPLEMENTAR; SOBRA A MENOS E CREDITO A COBRAR.
       Ajusta-Titulos-Nota SECTION.
           MOVE WS-DIF-NOTA TO WS-A-AJUSTAR
           IF NE-TITULO NOT = ZERO AND NE-PARCELAS NOT = ZERO
               COMPUTE WS-NUM-TITULO = NE-TITULO + NE-PARCELAS - 1
               PERFORM UNTIL WS-A-AJUSTAR = ZERO
                          OR WS-NUM-TITULO < NE-TITULO
                   PERFORM Ajusta-Titulo
                   SUBTRACT 1 FROM WS-NUM-TITULO
               END-PERFORM
           END-IF
           IF WS-A-AJUSTAR > ZERO
               PERFORM Grava-Titulo-Complementar
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Ajusta-Titulo SECTION.
           MOVE WS-NUM-TITULO TO AP-NUM
           READ ACECP
               INVALID KEY
                   MOVE "23" TO FS
           END-READ
           IF FS = "00" AND AP-FORN = NE-FORN
              AND (PAGAR-ABERTO OR PAGAR-BLOQUEADO)
              AND (AP-LOTE NOT NUMERIC OR AP-LOTE = ZERO)
               MOVE AP-VALOR TO WS-VALOR-ANTES
               IF WS-A-AJUSTAR > ZERO
                   ADD WS-A-AJUSTAR TO AP-VALOR
                   MOVE ZERO TO WS-A-AJUSTAR
               ELSE
                   COMPUTE WS-VALOR = AP-VALOR - AP-VALORPAGO
                   IF WS-VALOR > ZERO
                       IF WS-VALOR + WS-A-AJUSTAR < ZERO
                           ADD WS-VALOR TO WS-A-AJUSTAR
                           SUBTRACT WS-VALOR FROM AP-VALOR
                       ELSE
                           ADD WS-A-AJUSTAR TO AP-VALOR
                           MOVE ZERO TO WS-A-AJUSTAR
                       END-IF
                   END-IF
               END-IF
               IF AP-VALOR NOT = WS-VALOR-ANTES
                   REWRITE REG-CP
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR TITULO " AP-NUM
                   END-REWRITE
                   MOVE AP-NUM         TO LT-NUM
                   MOVE AP-VENCTO      TO LT-VENCTO
                   MOVE WS-VALOR-ANTES TO LT-ANTES
                   MOVE AP-VALOR       TO LT-DEPOIS
                   MOVE "AJUSTADO"     TO LT-OBS
                   PERFORM VERIFICA-QUEBRA-REL THRU
                       SAI-VERIFICA-QUEBRA-REL
                   WRITE REG-REL FROM WS-LINHA-TITULO
                   ADD 1 TO WS-Rel-Linha
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GRAVA-TITULO-COMPLEMENTAR - DIFERENCA A MAIS SEM PARCELA EM
      *ABERTO PARA RECEBER VIRA TITULO NOVO DO FORNECEDOR, NUMERADO E
      *COM VENCIMENTO COMO OS DE DESPESA DO RATDESP.
       Grava-Titulo-Complementar SECTION.
           MOVE 999999 TO AP-NUM
           START ACECP KEY IS NOT GREATER AP-NUM
           IF FS NOT = "00" AND "02"
               MOVE ZERO TO WS-TITULO-COMPL
           ELSE
               READ ACECP PREVIOUS RECORD
               IF FS NOT = "00" AND "02"
                   MOVE ZERO TO WS-TITULO-COMPL
               ELSE
                   MOVE AP-NUM TO WS-TITULO-COMPL
               END-IF
           END-IF
           ADD 1 TO WS-TITULO-COMPL
           MOVE WS-TITULO-COMPL TO AP-NUM
           MOVE NE-FORN         TO AP-FORN
           MOVE ZERO            TO AP-COD
           MOVE WS-DATA-HOJE    TO AP-EMISSAO
           IF CONDPG-06 NUMERIC
               MOVE CONDPG-06 TO AP-CONDPG
           ELSE
               MOVE ZERO TO AP-CONDPG
           END-IF
           COMPUTE WS-JULIANO-VENCTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + AP-CONDPG
           COMPUTE AP-VENCTO =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-VENCTO)
           PERFORM Ajusta-Vencimento-Util
           MOVE ZERO            TO AP-QTDE AP-CUSTO
           MOVE WS-A-AJUSTAR    TO AP-VALOR
           MOVE ZEROS           TO AP-VALORPAGO AP-DATAPAGTO
                                   AP-LOTE
           MOVE "A"             TO AP-SITUACAO
           MOVE WS-Arq-Empresa  TO AP-EMPRESA
      *QUEM LANCOU O TITULO NAO PODE BAIXA-LO (SEGREGACAO DE FUNCOES).
           MOVE WS-Oper-Codigo  TO AP-OPER-LANC
           WRITE REG-CP
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TITULO COMPLEMENTAR."
                   MOVE ZERO TO WS-TITULO-COMPL
               NOT INVALID KEY
                   MOVE "LANCA-PAG" TO WS-Log-Funcao
                   MOVE AP-NUM      TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-WRITE
           IF WS-TITULO-COMPL NOT = ZERO
               MOVE AP-NUM          TO LT-NUM
               MOVE AP-VENCTO       TO LT-VENCTO
               MOVE ZERO            TO LT-ANTES
               MOVE AP-VALOR        TO LT-DEPOIS
               MOVE "COMPLEMENTAR"  TO LT-OBS
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               WRITE REG-REL FROM WS-LINHA-TITULO
               ADD 1 TO WS-Rel-Linha
               MOVE ZERO TO WS-A-AJUSTAR
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *AJUSTA-VENCIMENTO-UTIL - VENCIMENTO EM FIM DE SEMANA OU FERIADO
      *(NACIONAL, DA UF OU DA CIDADE DO FORNECEDOR) ROLA PARA O DIA
      *UTIL SEGUINTE, PELO CALENDARIO ACEFE (CPYDUPG).
       Ajusta-Vencimento-Util SECTION.
           MOVE AP-VENCTO TO WS-Du-Data
           MOVE SPACES    TO WS-Du-Uf
           MOVE ZERO      TO WS-Du-Cidade
           IF CID-CODIGO-06 IS NUMERIC AND CID-CODIGO-06 NOT = ZERO
               MOVE CID-CODIGO-06 TO WS-Du-Cidade
               OPEN INPUT Arquivo-Cidade
               IF FS-CID = "00"
                   MOVE CID-CODIGO-06 TO Cid-Codigo
                   READ Arquivo-Cidade
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Cid-Estado TO WS-Du-Uf
                   END-READ
                   CLOSE Arquivo-Cidade
               END-IF
           END-IF
           PERFORM PROXIMO-DIA-UTIL THRU SAI-PROXIMO-DIA-UTIL
           MOVE WS-Du-Data TO AP-VENCTO
           .

      *---------------------------------------------------------------*
      *REFAZ-CUSTO-MEDIO - O RECMERC JUNTOU A LINHA AO CUSTO MEDIO NA
      *HORA DO RECEBIMENTO (NI-QA-DATA\NI-QA-HORA). O PRIMEIRO PASSO
      *SOMA O MOVIMENTO DO PRODUTO DEPOIS DESSA HORA PARA ACHAR O
      *SALDO DE ENTAO; O SEGUNDO ANDA PELO MESMO MOVIMENTO LEVANDO A
      *DIFERENCA DE VALOR: CADA SAIDA LEVA A SUA PARTE PELA DIFERENCA
      *UNITARIA DO MOMENTO, CADA ENTRADA SO DILUI. A LIBERACAO DA
      *QUARENTENA DESTA LINHA NAO CONTA DE NOVO - A QUANTIDADE JA
      *ENTROU NO SALDO DO RECEBIMENTO. TRANSFERENCIA ENTRE
      *ALMOXARIFADOS NAO MEXE NO SALDO DA EMPRESA.
       Refaz-Custo-Medio SECTION.
           MOVE ZERO TO WS-LIQ-DEPOIS
           MOVE 1 TO WS-PASSO
           PERFORM Percorre-Movimento
           COMPUTE WS-QTD-SALDO = EST-01 - WS-LIQ-DEPOIS
           IF QTCONSIG-01 NUMERIC
               SUBTRACT QTCONSIG-01 FROM WS-QTD-SALDO
           END-IF
           IF WS-QTD-SALDO < ZERO
               MOVE ZERO TO WS-QTD-SALDO
           END-IF
           ADD NI-QTDE TO WS-QTD-SALDO
           COMPUTE WS-ERRO-VALOR = NI-QTDE * WS-DIF-UNIT
           IF NI-RECEB-PENDENTE
               MOVE ZERO TO WS-QTD-LIBERAR
           ELSE
               MOVE NI-QTDE TO WS-QTD-LIBERAR
           END-IF
           MOVE ZERO TO WS-ULTIMA-NOTA
           MOVE 2 TO WS-PASSO
           PERFORM Percorre-Movimento
           MOVE NI-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "23" TO FS
           END-READ
           IF FS = "00"
               IF WS-QTD-SALDO > ZERO
                   COMPUTE WS-CMEDIO-NOVO ROUNDED =
                       CMEDIO-01 + WS-ERRO-VALOR / WS-QTD-SALDO
                   IF WS-CMEDIO-NOVO < ZERO
                       MOVE ZERO TO WS-CMEDIO-NOVO
                   END-IF
                   MOVE WS-CMEDIO-NOVO TO CMEDIO-01
                   MOVE ZERO TO WS-ERRO-VALOR
               END-IF
               IF CATUAL-01 = WS-CUSTO-ERRADO
                   MOVE WS-CUSTO-CERTO TO CATUAL-01 CREAL-01
               END-IF
               REWRITE REG-01
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O PRODUTO " COD-01
               END-REWRITE
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Percorre-Movimento SECTION.
           MOVE NI-COD     TO COD-02
           MOVE NI-QA-DATA TO DATA-02
           MOVE NI-QA-HORA TO HORA-02
           MOVE "N" TO WS-FIM-ARQUIVO
           START ACE02 KEY IS GREATER CHAVE-02
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACE02 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF COD-02 NOT = NI-COD
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF NOT MOV-02-TRANSFERENCIA
                               IF PASSO-SALDO
                                   PERFORM Soma-Movimento
                               ELSE
                                   PERFORM Refaz-Movimento
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Soma-Movimento SECTION.
           IF MOV-02-SOMA
               ADD QTDE-02 TO WS-LIQ-DEPOIS
           ELSE
               SUBTRACT QTDE-02 FROM WS-LIQ-DEPOIS
           END-IF
           .

      *---------------------------------------------------------------*

       Refaz-Movimento SECTION.
           MOVE QTDE-02 TO WS-QTD-MOV
           IF MOV-02-SOMA AND DOC-02-QUARENTENA
              AND WS-QTD-LIBERAR > ZERO
               IF WS-QTD-MOV > WS-QTD-LIBERAR
                   SUBTRACT WS-QTD-LIBERAR FROM WS-QTD-MOV
                   MOVE ZERO TO WS-QTD-LIBERAR
               ELSE
                   SUBTRACT WS-QTD-MOV FROM WS-QTD-LIBERAR
                   MOVE ZERO TO WS-QTD-MOV
               END-IF
           END-IF
           IF MOV-02-SOMA
               ADD WS-QTD-MOV TO WS-QTD-SALDO
           ELSE
               IF WS-QTD-SALDO > ZERO
                   COMPUTE WS-ERRO-UNIT ROUNDED =
                       WS-ERRO-VALOR / WS-QTD-SALDO
               ELSE
                   MOVE ZERO TO WS-ERRO-UNIT
               END-IF
               IF WS-QTD-MOV < WS-QTD-SALDO
                   COMPUTE WS-ERRO-SAIDA ROUNDED =
                       WS-QTD-MOV * WS-ERRO-UNIT
                   SUBTRACT WS-ERRO-SAIDA FROM WS-ERRO-VALOR
                   SUBTRACT WS-QTD-MOV FROM WS-QTD-SALDO
               ELSE
                   MOVE ZERO TO WS-ERRO-VALOR WS-QTD-SALDO
               END-IF
               IF MOV-02-SAIDA AND DOC-02-NOTA
                  AND DOCNUM-02 NOT = WS-ULTIMA-NOTA
                  AND WS-ERRO-UNIT NOT = ZERO
                   MOVE DOCNUM-02 TO WS-ULTIMA-NOTA
                   PERFORM Corrige-Itens-Nota
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *CORRIGE-ITENS-NOTA - OS ITENS DO PRODUTO NA NOTA DE VENDA
      *RECEBEM A DIFERENCA UNITARIA NO CUSTO CONGELADO. NOTA EM PERIODO
      *FECHADO NAO E TOCADA: A DIFERENCA VAI PARA O AJUSTE DO PERIODO
      *CORRENTE. ITEM SEM CUSTO CONGELADO (ANTERIOR AO CUSTO-15) FICA
      *COMO ESTA E SO E INFORMADO.
       Corrige-Itens-Nota SECTION.
           MOVE DATA-02 TO WS-Per-Data
           PERFORM VERIFICA-PERIODO-FECHADO THRU
               SAI-VERIFICA-PERIODO-FECHADO
           MOVE DOCNUM-02 TO NF-NUM-15
           MOVE ZERO      TO SEQ-15
           START ACE15 KEY IS NOT LESS CHAVE-15
               INVALID KEY
                   MOVE "23" TO FS
           END-START
           PERFORM UNTIL FS NOT = "00"
               READ ACE15 NEXT RECORD
                   AT END
                       MOVE "10" TO FS
                   NOT AT END
                       IF NF-NUM-15 NOT = DOCNUM-02
                           MOVE "10" TO FS
                       ELSE
                           IF COD-15 = NI-COD
                               PERFORM Corrige-Item-Nota
                           END-IF
                           MOVE "00" TO FS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Corrige-Item-Nota SECTION.
           MOVE NF-NUM-15 TO LI-NOTA
           MOVE SEQ-15    TO LI-SEQ
           MOVE DATA-02   TO LI-DATA
           MOVE QTDE-15   TO LI-QTDE
           MOVE CUSTO-15  TO LI-ANTES
           COMPUTE WS-DIF-ITEM ROUNDED = QTDE-15 * WS-ERRO-UNIT
           EVALUATE TRUE
               WHEN CUSTO-15 = ZERO
                   MOVE ZERO           TO LI-DEPOIS
                   MOVE "SEM CUSTO"    TO LI-SITUACAO
                   ADD WS-DIF-ITEM     TO WS-TOT-SEM-CUSTO
               WHEN Periodo-Fechado
                   MOVE CUSTO-15       TO LI-DEPOIS
                   MOVE "PER.FECHADO"  TO LI-SITUACAO
                   ADD WS-DIF-ITEM     TO WS-TOT-FECHADO
                   ADD 1               TO WS-ITENS-FECHADOS
               WHEN OTHER
                   COMPUTE WS-CUSTO-ITEM ROUNDED =
                       CUSTO-15 + WS-ERRO-UNIT
                   IF WS-CUSTO-ITEM < ZERO
                       MOVE ZERO TO WS-CUSTO-ITEM
                   END-IF
                   MOVE WS-CUSTO-ITEM  TO CUSTO-15
                   REWRITE REG-15
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR ITEM DA NOTA "
                                   NF-NUM-15
                   END-REWRITE
                   MOVE CUSTO-15       TO LI-DEPOIS
                   MOVE "AJUSTADO"     TO LI-SITUACAO
                   ADD WS-DIF-ITEM     TO WS-TOT-AJUSTADO
                   ADD 1               TO WS-ITENS-AJUSTADOS
           END-EVALUATE
           MOVE WS-DIF-ITEM TO LI-DIFERENCA
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-ITEM
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Totais SECTION.
           MOVE SPACES TO REG-REL
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL
           ADD 1 TO WS-Rel-Linha
           MOVE WS-CMEDIO-ANTES TO LC-CMEDIO-ANTES
           MOVE CMEDIO-01       TO LC-CMEDIO-DEPOIS
           MOVE WS-CATUAL-ANTES TO LC-CATUAL-ANTES
           MOVE CATUAL-01       TO LC-CATUAL-DEPOIS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-CUSTOS
           ADD 1 TO WS-Rel-Linha
           MOVE "DIFERENCA NA NOTA DE ENTRADA" TO LTT-TEXTO
           MOVE WS-DIF-NOTA TO LTT-VALOR
           PERFORM Imprime-Total
           IF WS-A-AJUSTAR < ZERO
               MOVE "CREDITO A COBRAR DO FORNECEDOR (SEM TITULO ABERTO)"
                   TO LTT-TEXTO
               MOVE WS-A-AJUSTAR TO LTT-VALOR
               PERFORM Imprime-Total
           END-IF
           IF WS-A-AJUSTAR > ZERO
               MOVE "DIFERENCA SEM TITULO (ERRO NA GRAVACAO)"
                   TO LTT-TEXTO
               MOVE WS-A-AJUSTAR TO LTT-VALOR
               PERFORM Imprime-Total
           END-IF
           MOVE "AJUSTADO NO CUSTO DAS NOTAS DE PERIODO ABERTO"
               TO LTT-TEXTO
           MOVE WS-TOT-AJUSTADO TO LTT-VALOR
           PERFORM Imprime-Total
           MOVE "NOTAS DE PERIODO FECHADO - AJUSTAR NO CORRENTE"
               TO LTT-TEXTO
           MOVE WS-TOT-FECHADO TO LTT-VALOR
           PERFORM Imprime-Total
           IF WS-TOT-SEM-CUSTO NOT = ZERO
               MOVE "ITENS SEM CUSTO CONGELADO (NAO ALTERADOS)"
                   TO LTT-TEXTO
               MOVE WS-TOT-SEM-CUSTO TO LTT-VALOR
               PERFORM Imprime-Total
           END-IF
           IF WS-ERRO-VALOR NOT = ZERO
               MOVE "DIFERENCA SEM SALDO ATUAL (FORA DO CUSTO MEDIO)"
                   TO LTT-TEXTO
               MOVE WS-ERRO-VALOR TO LTT-VALOR
               PERFORM Imprime-Total
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Total SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOTAL
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACENE ACENI ACECP ACE01 ACE02 ACE15 ACE06 ACECE
                 Arquivo-Log RELATO
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
