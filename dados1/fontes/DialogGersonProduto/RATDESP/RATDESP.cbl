000010*RATDESP-DESPESAS ACESSORIAS DO RECEBIMENTO (CUSTO DE ENTRADA). *
000020*MODO 1 LANCA CONTRA UMA NOTA DE ENTRADA JA FECHADA (ACENE) UMA *
000030*DESPESA DE DOCUMENTO SEPARADO - CONHECIMENTO DE FRETE DA       *
000040*TRANSPORTADORA, SEGURO OU OUTRA - COM O EMITENTE (FORNECEDOR   *
000050*EM ACE06), O NUMERO DO DOCUMENTO E O VALOR; A DESPESA E        *
000060*RATEADA NAS LINHAS DA NOTA POR VALOR, PESO (PESO-01) OU        *
000070*QUANTIDADE, A ESCOLHA DO OPERADOR, E A PARTE DE CADA LINHA     *
000080*ENTRA NO CUSTO MEDIO DO PRODUTO (CPYRTPG). DESPESA QUE CHEGA   *
000090*DEPOIS DA MERCADORIA CORRIGE O CUSTO DAQUI PARA A FRENTE; A    *
000100*PARTE QUE CAI EM PRODUTO SEM SALDO FICA FORA DO CUSTO E E      *
000110*INFORMADA. OPCIONALMENTE GERA O TITULO A PAGAR DO EMITENTE EM  *
000120*ACECP (PRAZO CONDPG-06, VENCIMENTO ROLADO PARA DIA UTIL). MODO *
000130*2 LISTA EM RELATO AS DESPESAS DE UMA NOTA E O CUSTO DE ENTRADA *
000140*DE CADA LINHA (NOTA + DESPESAS). O FRETE DESTACADO NA PROPRIA  *
000150*NOTA JA E RATEADO PELO RECMERC NO FECHAMENTO. RESPEITA O       *
000160*PERIODO FECHADO E EXIGE OPERADOR COM NIVEL DE MANUTENCAO PARA  *
000170*LANCAR.                                                        *
      *REMESSA EM CONSIGNACAO NAO RECEBE DESPESA: A MERCADORIA E DO   *
      *FORNECEDOR E NAO TEM CUSTO MEDIO NOSSO A CORRIGIR.             *
      *CUSTO ALTERADO GERA RECOMENDACAO DE PRECO EM ACEFP QUANDO HA   *
      *POLITICA DE MARKUP EM ACEMK (CPYFPPG); A REVISAO FICA NO       *
      *FILAPRE.                                                       *
      *O TITULO A PAGAR GRAVA A EMPRESA DEVEDORA (AP-EMPRESA), USADA  *
      *NA CONSOLIDACAO DAS FILIAIS (CONSOL).                          *
      *O TITULO A PAGAR GRAVA TAMBEM O OPERADOR QUE O LANCOU (AP-OPER-*
      *LANC, ACECP LAYOUT 2 - CONVCP) E VAI PARA O LOG COMO LANCA-PAG;*
      *O CTAPAG E O PAGBAN RECUSAM QUE O MESMO OPERADOR O BAIXE OU    *
      *APROVE O LOTE (SEGREGACAO DE FUNCOES, ACESD).                  *
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. RATDESP.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230 COPY "C:\Repo2024\cobol\dados1\book\SELNE".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELNI".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELDA".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELCP".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELFE".
000310     SELECT Arquivo-Cidade ASSIGN TO WS-Arq-Cidade
000320            ORGANIZATION IS INDEXED
000330            ACCESS MODE  IS DYNAMIC
000340            RECORD KEY   IS Cid-Codigo
000350            FILE STATUS  IS FS-CID.
000360 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000370 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000372 COPY "C:\Repo2024\cobol\dados1\book\SELMK".
000374 COPY "C:\Repo2024\cobol\dados1\book\SELFP".
000380 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000390     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000400                    FILE STATUS IS FS-REL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 COPY "C:\Repo2024\cobol\dados1\book\FDNE".
000440 COPY "C:\Repo2024\cobol\dados1\book\FDNI".
000450 COPY "C:\Repo2024\cobol\dados1\book\FDDA".
000460 COPY "C:\Repo2024\cobol\dados1\book\FDCP".
000470 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000480 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000490 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000500 COPY "C:\Repo2024\cobol\dados1\book\FDFE".
000510 FD Arquivo-Cidade.
000520 01 Registro-Cidade.
000530   02 Cid-Codigo         Pic 9(05).
000540   02 Cidade             Pic x(30).
000550   02 DDD-Cidade         Pic 9(04).
000560   02 Cid-Cod-Municipio  Pic 9(07).
000570   02 Cid-Estado         Pic x(02).
000580   02 Cid-CEP            Pic 9(08).
000590   02 Cid-Status         Pic x(01).
000600      88 Cid-Status-Ativa    value "A".
000610      88 Cid-Status-Inativa  value "I".
000620   02 Cid-Versao         Pic 9(14).
000630 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000640 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000642 COPY "C:\Repo2024\cobol\dados1\book\FDMK".
000644 COPY "C:\Repo2024\cobol\dados1\book\FDFP".
000650 COPY "C:\Repo2024\cobol\dados1\book\FDLV".
000660 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000670 WORKING-STORAGE SECTION.
000680 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000690 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000700 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000710 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000720 COPY "C:\Repo2024\cobol\dados1\book\CPYPERWS".
000730 COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
000740 COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".
000750 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
000760 COPY "C:\Repo2024\cobol\dados1\book\CPYRTWS".
000765 COPY "C:\Repo2024\cobol\dados1\book\CPYFPWS".

       01  FS-REL                PIC X(02) VALUE "00".
       01  FS-CID                PIC X(02) VALUE "00".

       01  WS-FIM-RATDESP        PIC X(01) VALUE "N".
           88  FIM-RATDESP       VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-PODE-LANCAR        PIC X(01) VALUE "S".
           88  PODE-LANCAR       VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-GERA-TITULO        PIC X(01).
       01  WS-TIPO               PIC X(01).
           88  TIPO-VALIDO       VALUE "F" "S" "O".
       01  WS-EMITENTE           PIC 9(04).
       01  WS-DOCTO              PIC 9(09).
       01  WS-DOC-SERIE          PIC X(03).
       01  WS-VALOR              PIC 9(10).
       01  WS-NUM-TITULO         PIC 9(06).
       01  WS-JULIANO-VENCTO     PIC 9(07).
       01  WS-NE-CHAVE           PIC X(16).
       01  WS-CUSTO-ENTRADA      PIC 9(10).

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

       01  WS-LINHA-DESP-CAB.
           03  FILLER            PIC X(04) VALUE "SEQ".
           03  FILLER            PIC X(07) VALUE "TIPO".
           03  FILLER            PIC X(05) VALUE "EMIT".
           03  FILLER            PIC X(14) VALUE "DOCUMENTO".
           03  FILLER            PIC X(11) VALUE "      VALOR".
           03  FILLER            PIC X(04) VALUE " CR".
           03  FILLER            PIC X(12) VALUE "   ABSORVIDO".
           03  FILLER            PIC X(08) VALUE "  TITULO".
           03  FILLER            PIC X(09) VALUE "     DATA".

       01  WS-LINHA-DESP.
           03  LD-SEQ            PIC 9(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LD-TIPO           PIC X(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LD-EMITENTE       PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LD-DOCTO          PIC 9(09).
           03  FILLER            PIC X(01) VALUE "/".
           03  LD-DOC-SERIE      PIC X(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LD-VALOR          PIC Z(09)9.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  LD-CRITERIO       PIC X(01).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LD-ABSORVIDO      PIC Z(10)9.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  LD-TITULO         PIC Z(05)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LD-DATA           PIC 9(08).

       01  WS-LINHA-ITEM-CAB.
           03  FILLER            PIC X(04) VALUE "SEQ".
           03  FILLER            PIC X(07) VALUE "PRODUTO".
           03  FILLER            PIC X(21) VALUE " DESCRICAO".
           03  FILLER            PIC X(08) VALUE "    QTDE".
           03  FILLER            PIC X(13) VALUE "   VALOR NOTA".
           03  FILLER            PIC X(11) VALUE "   DESPESAS".
           03  FILLER            PIC X(12) VALUE "  CUSTO UNIT".

       01  WS-LINHA-ITEM.
           03  LI-SEQ            PIC 9(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-COD            PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-DESC           PIC X(20).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-QTDE           PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-VALOR          PIC Z(11)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-DESPESAS       PIC Z(09)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-CUSTO-UNIT     PIC Z(10)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-RATDESP
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
               MOVE "S" TO WS-FIM-RATDESP
           END-IF
           MOVE "ACE06" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-RATDESP
           END-IF
           MOVE "ACECP" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-RATDESP
           END-IF
           OPEN INPUT ACENE
           IF FS = "05" OR "35"
               OPEN OUTPUT ACENE
               CLOSE ACENE
               OPEN INPUT ACENE
           END-IF
           OPEN I-O ACENI
           IF FS = "05" OR "35"
               OPEN OUTPUT ACENI
               CLOSE ACENI
               OPEN I-O ACENI
           END-IF
           OPEN I-O ACEDA
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEDA
               CLOSE ACEDA
               OPEN I-O ACEDA
           END-IF
           OPEN I-O ACECP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECP
               CLOSE ACECP
               OPEN I-O ACECP
           END-IF
           OPEN I-O ACE01
           OPEN INPUT ACE06
           OPEN INPUT ACECE
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "RATDESP" TO WS-Log-Programa
           MOVE "RATDESP" TO WS-Fp-Origem
           PERFORM ABRE-FILA-PRECO THRU SAI-ABRE-FILA-PRECO
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
      *A DESPESA MEXE NO CUSTO MEDIO: O LANCAMENTO E RECUSADO QUANDO
      *HOJE CAI NO PERIODO CONTABIL JA FECHADO; A LISTAGEM CONTINUA.
           ACCEPT WS-Per-Data FROM DATE YYYYMMDD
           PERFORM VERIFICA-PERIODO-FECHADO THRU
               SAI-VERIFICA-PERIODO-FECHADO
           IF Periodo-Fechado
               DISPLAY "RATDESP - PERIODO CONTABIL FECHADO ATE "
                       FECHMES-CE "/" FECHANO-CE
                       " - SO A LISTAGEM ESTA DISPONIVEL."
               MOVE "N" TO WS-PODE-LANCAR
           END-IF
           IF NOT Oper-Pode-Manter
               MOVE "N" TO WS-PODE-LANCAR
           END-IF
           MOVE "00" TO FS
           MOVE "DESPESAS ACESSORIAS DA NOTA  " TO WS-Rel-Titulo
           MOVE "RATDESP" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "RATDESP - 1=LANCAR DESPESA 2=LISTAR DESPESAS DA "
                   "NOTA 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Lanca-Despesa
               WHEN 2
                   PERFORM Lista-Despesas-Nota
               WHEN 0
                   MOVE "S" TO WS-FIM-RATDESP
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
                       DISPLAY "NOTA AINDA EM DIGITACAO - FECHE EM "
                               "RECMERC ANTES DE LANCAR DESPESAS."
                       MOVE "23" TO FS
                   END-IF
           END-READ
           .

      *---------------------------------------------------------------*
      *LANCA-DESPESA - A DESPESA E CONFERIDA E CONFIRMADA ANTES DE
      *MEXER EM QUALQUER ARQUIVO; DEPOIS RATEIO, TITULO (SE PEDIDO) E
      *O REGISTRO EM ACEDA.
       Lanca-Despesa SECTION.
           IF NOT PODE-LANCAR
               DISPLAY "RATDESP - LANCAMENTO EXIGE OPERADOR COM NIVEL "
                       "DE MANUTENCAO E PERIODO ABERTO."
           ELSE
               PERFORM Le-Nota-Entrada
               IF FS = "00" AND NE-CONSIGNACAO
                   DISPLAY "NOTA DE REMESSA EM CONSIGNACAO - SEM "
                           "DESPESA A RATEAR NO CUSTO."
                   MOVE "23" TO FS
               END-IF
               IF FS = "00"
                   PERFORM Informa-Despesa
               END-IF
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Informa-Despesa SECTION.
           DISPLAY "TIPO DA DESPESA - F=FRETE S=SEGURO O=OUTRAS: "
           ACCEPT WS-TIPO
           DISPLAY "EMITENTE DO DOCUMENTO (FORNECEDOR, 0 = O DA "
                   "NOTA): "
           ACCEPT WS-EMITENTE
           IF WS-EMITENTE = ZERO
               MOVE NE-FORN TO WS-EMITENTE
           END-IF
           MOVE WS-EMITENTE TO COD-06
           READ ACE06
               INVALID KEY
                   MOVE "23" TO FS
           END-READ
           EVALUATE TRUE
               WHEN NOT TIPO-VALIDO
                   DISPLAY "TIPO DE DESPESA INVALIDO."
               WHEN FS NOT = "00"
                   DISPLAY "EMITENTE NAO CADASTRADO EM ACE06: "
                           WS-EMITENTE
               WHEN OTHER
                   DISPLAY "EMITENTE: " NOME-06
                   DISPLAY "NUMERO DO DOCUMENTO DA DESPESA: "
                   ACCEPT WS-DOCTO
                   DISPLAY "SERIE DO DOCUMENTO: "
                   ACCEPT WS-DOC-SERIE
                   DISPLAY "VALOR DA DESPESA: "
                   ACCEPT WS-VALOR
                   DISPLAY "RATEIO NOS ITENS - V=VALOR P=PESO "
                           "Q=QUANTIDADE (BRANCO=V): "
                   ACCEPT WS-Rt-Criterio
                   IF NOT Rt-Criterio-Valido
                       MOVE "V" TO WS-Rt-Criterio
                   END-IF
                   DISPLAY "GERAR TITULO A PAGAR PARA O EMITENTE "
                           "(S/N)? "
                   ACCEPT WS-GERA-TITULO
                   IF WS-VALOR = ZERO
                       DISPLAY "VALOR ZERADO - NADA A LANCAR."
                   ELSE
                       DISPLAY "CONFIRMA A DESPESA DE " WS-VALOR
                               " NA NOTA " NE-NOTA " (S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR "s"
                           PERFORM Efetiva-Despesa
                       ELSE
                           DISPLAY "LANCAMENTO CANCELADO."
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Efetiva-Despesa SECTION.
           MOVE WS-VALOR TO WS-Rt-Valor
           PERFORM RATEIA-DESPESA THRU SAI-RATEIA-DESPESA
           IF Rt-Sem-Base
               DISPLAY "SEM BASE PARA O CRITERIO - DESPESA RATEADA "
                       "PELO VALOR DAS LINHAS."
               MOVE "V" TO WS-Rt-Criterio
               PERFORM RATEIA-DESPESA THRU SAI-RATEIA-DESPESA
           END-IF
           MOVE ZERO TO WS-NUM-TITULO
           IF WS-GERA-TITULO = "S" OR "s"
               PERFORM Grava-Titulo-Despesa
           END-IF
           INITIALIZE REG-DA
           MOVE NE-FORN         TO DA-FORN
           MOVE NE-NOTA         TO DA-NOTA
           MOVE NE-SERIE        TO DA-SERIE
           MOVE WS-TIPO         TO DA-TIPO
           MOVE "T"             TO DA-ORIGEM
           MOVE WS-EMITENTE     TO DA-EMITENTE
           MOVE WS-DOCTO        TO DA-DOCTO
           MOVE WS-DOC-SERIE    TO DA-DOC-SERIE
           MOVE WS-VALOR        TO DA-VALOR
           MOVE WS-Rt-Criterio  TO DA-CRITERIO
           MOVE WS-Per-Data     TO DA-DATA
           MOVE WS-Rt-Absorvido TO DA-ABSORVIDO
           MOVE WS-NUM-TITULO   TO DA-TITULO
           MOVE WS-Oper-Codigo  TO DA-OPERADOR
           PERFORM GRAVA-DESPESA THRU SAI-GRAVA-DESPESA
           MOVE SPACES TO WS-NE-CHAVE
           STRING NE-FORN NE-NOTA NE-SERIE DELIMITED BY SIZE
               INTO WS-NE-CHAVE
           END-STRING
           MOVE "DESP-ACESS" TO WS-Log-Funcao
           MOVE WS-NE-CHAVE  TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "DESPESA RATEADA - " WS-Rt-Absorvido
                   " NO CUSTO MEDIO."
           IF WS-Rt-Nao-Absorvido NOT = ZERO
               DISPLAY "ATENCAO: " WS-Rt-Nao-Absorvido
                       " EM PRODUTO SEM SALDO OU LINHA REJEITADA - "
                       "FORA DO CUSTO."
           END-IF
           IF WS-NUM-TITULO NOT = ZERO
               DISPLAY "TITULO A PAGAR " WS-NUM-TITULO " GERADO "
                       "PARA O EMITENTE, VENCIMENTO " AP-VENCTO "."
           END-IF
           .

      *---------------------------------------------------------------*
      *GRAVA-TITULO-DESPESA - O DOCUMENTO DA DESPESA VIRA UM TITULO
      *DO EMITENTE EM ACECP, NUMERADO COMO OS DA NOTA DE ENTRADA, SEM
      *PRODUTO (AP-COD ZERO) E VENCENDO NO PRAZO DO EMITENTE.
       Grava-Titulo-Despesa SECTION.
           MOVE 999999 TO AP-NUM
           START ACECP KEY IS NOT GREATER AP-NUM
           IF FS NOT = "00" AND "02"
               MOVE ZERO TO WS-NUM-TITULO
           ELSE
               READ ACECP PREVIOUS RECORD
               IF FS NOT = "00" AND "02"
                   MOVE ZERO TO WS-NUM-TITULO
               ELSE
                   MOVE AP-NUM TO WS-NUM-TITULO
               END-IF
           END-IF
           ADD 1 TO WS-NUM-TITULO
           MOVE WS-NUM-TITULO   TO AP-NUM
           MOVE WS-EMITENTE     TO AP-FORN
           MOVE ZERO            TO AP-COD
           MOVE WS-Per-Data     TO AP-EMISSAO
           IF CONDPG-06 NUMERIC
               MOVE CONDPG-06 TO AP-CONDPG
           ELSE
               MOVE ZERO TO AP-CONDPG
           END-IF
           COMPUTE WS-JULIANO-VENCTO =
               FUNCTION INTEGER-OF-DATE(WS-Per-Data) + AP-CONDPG
           COMPUTE AP-VENCTO =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-VENCTO)
           PERFORM Ajusta-Vencimento-Util
           MOVE ZERO            TO AP-QTDE AP-CUSTO
           MOVE WS-VALOR        TO AP-VALOR
           MOVE ZEROS           TO AP-VALORPAGO AP-DATAPAGTO
                                   AP-LOTE
           MOVE "A"             TO AP-SITUACAO
           MOVE WS-Arq-Empresa  TO AP-EMPRESA
      *QUEM LANCOU O TITULO NAO PODE BAIXA-LO (SEGREGACAO DE FUNCOES).
           MOVE WS-Oper-Codigo  TO AP-OPER-LANC
           WRITE REG-CP
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TITULO A PAGAR."
                   MOVE ZERO TO WS-NUM-TITULO
               NOT INVALID KEY
                   MOVE "LANCA-PAG" TO WS-Log-Funcao
                   MOVE AP-NUM      TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-WRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *AJUSTA-VENCIMENTO-UTIL - VENCIMENTO EM FIM DE SEMANA OU FERIADO
      *(NACIONAL, DA UF OU DA CIDADE DO EMITENTE) ROLA PARA O DIA
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
      *LISTA-DESPESAS-NOTA - AS DESPESAS DA NOTA EM ACEDA E, LINHA A
      *LINHA, O VALOR DA NOTA, A PARTE DAS DESPESAS E O CUSTO
      *UNITARIO DE ENTRADA RESULTANTE.
       Lista-Despesas-Nota SECTION.
           PERFORM Le-Nota-Entrada
           IF FS = "00"
               MOVE NE-FORN TO COD-06
               READ ACE06
                   INVALID KEY
                       MOVE "FORNECEDOR NAO CADASTRADO" TO NOME-06
               END-READ
               MOVE "00" TO FS
               MOVE NE-NOTA    TO LN-NOTA
               MOVE NE-SERIE   TO LN-SERIE
               MOVE NE-FORN    TO LN-FORN
               MOVE NOME-06    TO LN-NOME
               MOVE NE-ENTRADA TO LN-ENTRADA
               PERFORM IMPRIME-CABECALHO-REL THRU
                   SAI-IMPRIME-CABECALHO-REL
               WRITE REG-REL FROM WS-LINHA-NOTA
               WRITE REG-REL FROM WS-LINHA-DESP-CAB
               ADD 2 TO WS-Rel-Linha
               PERFORM Imprime-Despesas
               MOVE SPACES TO REG-REL
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               WRITE REG-REL
               WRITE REG-REL FROM WS-LINHA-ITEM-CAB
               ADD 2 TO WS-Rel-Linha
               PERFORM Imprime-Linhas
               DISPLAY "DESPESAS DA NOTA LISTADAS EM RELATO."
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Despesas SECTION.
           MOVE NE-FORN  TO DA-FORN
           MOVE NE-NOTA  TO DA-NOTA
           MOVE NE-SERIE TO DA-SERIE
           MOVE ZERO     TO DA-SEQ
           MOVE "N" TO WS-FIM-ARQUIVO
           START ACEDA KEY IS NOT LESS DA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACEDA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF DA-FORN NOT = NE-FORN
                          OR DA-NOTA NOT = NE-NOTA
                          OR DA-SERIE NOT = NE-SERIE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM Imprime-Despesa
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Despesa SECTION.
           MOVE DA-SEQ       TO LD-SEQ
           EVALUATE TRUE
               WHEN DA-FRETE
                   MOVE "FRETE"  TO LD-TIPO
               WHEN DA-SEGURO
                   MOVE "SEGURO" TO LD-TIPO
               WHEN OTHER
                   MOVE "OUTRAS" TO LD-TIPO
           END-EVALUATE
           MOVE DA-EMITENTE  TO LD-EMITENTE
           MOVE DA-DOCTO     TO LD-DOCTO
           MOVE DA-DOC-SERIE TO LD-DOC-SERIE
           MOVE DA-VALOR     TO LD-VALOR
           MOVE DA-CRITERIO  TO LD-CRITERIO
           MOVE DA-ABSORVIDO TO LD-ABSORVIDO
           MOVE DA-TITULO    TO LD-TITULO
           MOVE DA-DATA      TO LD-DATA
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-DESP
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Linhas SECTION.
           MOVE NE-FORN  TO NI-FORN
           MOVE NE-NOTA  TO NI-NOTA
           MOVE NE-SERIE TO NI-SERIE
           MOVE ZERO     TO NI-SEQ
           MOVE "N" TO WS-FIM-ARQUIVO
           START ACENI KEY IS NOT LESS NI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACENI NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NI-FORN NOT = NE-FORN
                          OR NI-NOTA NOT = NE-NOTA
                          OR NI-SERIE NOT = NE-SERIE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM Imprime-Linha
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Linha SECTION.
           IF NI-DESP-ACESS NOT NUMERIC
               MOVE ZERO TO NI-DESP-ACESS
           END-IF
           MOVE NI-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
           END-READ
           MOVE "00" TO FS
           IF NI-QTDE = ZERO
               MOVE NI-CUSTO TO WS-CUSTO-ENTRADA
           ELSE
               COMPUTE WS-CUSTO-ENTRADA ROUNDED =
                   (NI-VALOR + NI-DESP-ACESS) / NI-QTDE
           END-IF
           MOVE NI-SEQ           TO LI-SEQ
           MOVE NI-COD           TO LI-COD
           MOVE DESC-01          TO LI-DESC
           MOVE NI-QTDE          TO LI-QTDE
           MOVE NI-VALOR         TO LI-VALOR
           MOVE NI-DESP-ACESS    TO LI-DESPESAS
           MOVE WS-CUSTO-ENTRADA TO LI-CUSTO-UNIT
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-ITEM
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACENE ACENI ACEDA ACECP ACE01 ACE06 ACECE
                 Arquivo-Log RELATO
           PERFORM FECHA-FILA-PRECO THRU SAI-FECHA-FILA-PRECO
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYRTPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYFPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYPERPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
