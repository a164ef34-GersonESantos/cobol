000010*PAGBAN-PAGAMENTO A FORNECEDORES POR LOTE REMETIDO AO BANCO     *
000020*(CREDITO EM CONTA). MODO 1 MONTA UM LOTE (ACELP) COM OS        *
000030*TITULOS ABERTOS DE ACECP NUMA FAIXA DE VENCIMENTO, DE UM       *
000040*FORNECEDOR OU DE TODOS; TITULO JA EM OUTRO LOTE FICA FORA E    *
000050*FORNECEDOR SEM DADOS BANCARIOS EM ACE06 (FORNCAD) SAI NO       *
000060*RELATORIO PARA CADASTRO. MODO 2 (SUPERVISOR) CONFERE E APROVA  *
000070*O LOTE. MODO 3 GERA O ARQUIVO DE PAGAMENTO DO LOTE APROVADO    *
000080*(arquivos\pagamento.txt: HEADER "0" COM A CONTA DEBITADA DE    *
000090*ACEBC, UM DETALHE "1" POR TITULO COM CNPJ-06 E                 *
000100*BANCO\AGENCIA\CONTA DO FORNECEDOR, TRAILER "9" COM CONTAGEM E  *
000110*TOTAL). MODO 4 PROCESSA O RETORNO DO BANCO                     *
000120*(arquivos\retpagto.txt): OCORRENCIA "00" BAIXA O TITULO        *
000130*(AP-VALORPAGO\AP-DATAPAGTO, DEBITO NO MOVIMENTO BANCARIO DA    *
000140*CONTA DO LOTE); QUALQUER OUTRA E REJEICAO - O TITULO SAI DO    *
000150*LOTE, VOLTA A FICAR LIVRE E APARECE NO RELATORIO COM O MOTIVO  *
000160*DO BANCO. MODO 5 (SUPERVISOR) CANCELA UM LOTE E LIBERA OS      *
000170*TITULOS AINDA ABERTOS. TUDO FICA NO LOG DE OPERACOES.          *
      *A APROVACAO DO LOTE RECUSA O OPERADOR QUE O MONTOU (LP-OPERSEL,*
      *PAR SEL-LOTE\APROV-LOTE) E O QUE LANCOU ALGUM TITULO DELE (AP- *
      *OPER-LANC, PAR LANCA-PAG\APROV-LOTE), PELA TABELA DE SEGREGACAO*
      *DE FUNCOES ACESD (SEGFUN); SO O DONO DA EMPRESA LIBERA,        *
      *CONFIRMANDO (SOD-DONO NO LOG).                                 *
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. PAGBAN.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230 COPY "C:\Repo2024\cobol\dados1\book\SELCP".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELLP".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELBC".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELMB".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
       COPY "C:\Repo2024\cobol\dados1\book\SELSD".
000310     SELECT Arquivo-Pagamento ASSIGN TO WS-Arq-PagRemessa
000320            ORGANIZATION IS LINE SEQUENTIAL
000330            FILE STATUS  IS FS-REM.
000340     SELECT Arquivo-Retorno ASSIGN TO WS-Arq-PagRetorno
000350            ORGANIZATION IS LINE SEQUENTIAL
000360            FILE STATUS  IS FS-RET.
000370     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000380                    FILE STATUS IS FS-REL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 COPY "C:\Repo2024\cobol\dados1\book\FDCP".
000420 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
000430 COPY "C:\Repo2024\cobol\dados1\book\FDLP".
000440 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000450 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
000460 COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000470 COPY "C:\Repo2024\cobol\dados1\book\FDBC".
000480 COPY "C:\Repo2024\cobol\dados1\book\FDMB".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
       COPY "C:\Repo2024\cobol\dados1\book\FDSD".
000490 FD  Arquivo-Pagamento
000500     RECORD CONTAINS 100 CHARACTERS.
000510 01  Linha-Pagamento       PIC X(100).
000520*RETORNO DO PAGAMENTO (100 COLUNAS): SO OS DETALHES "1" SAO
000530*LIDOS. OCORRENCIA "00" = PAGO; AS DEMAIS SAO REJEICAO.
000540 FD  Arquivo-Retorno
000550     RECORD CONTAINS 100 CHARACTERS.
000560 01  Linha-Retorno.
000570     03  RET-TIPO          PIC X(01).
000580     03  RET-TITULO        PIC 9(06).
000590     03  RET-LOTE          PIC 9(06).
000600     03  RET-DATAPAGTO     PIC 9(08).
000610     03  RET-VALORPAGO     PIC 9(11)V99.
000620     03  RET-OCORRENCIA    PIC X(02).
000630     03  RET-MOTIVO        PIC X(30).
000640     03  FILLER            PIC X(34).
000650 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000660 WORKING-STORAGE SECTION.
000670 COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000680 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000690 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
000700 COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
000710 COPY "C:\Repo2024\cobol\dados1\book\CPYMBWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDWS".
000720 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REM                PIC X(02) VALUE "00".
       01  FS-RET                PIC X(02) VALUE "00".
       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-PAGBAN         PIC X(01) VALUE "N".
           88  FIM-PAGBAN        VALUE "S".
       01  WS-FIM-TITULOS        PIC X(01).
           88  FIM-TITULOS       VALUE "S".
       01  WS-FIM-RETORNO        PIC X(01).
           88  FIM-RETORNO       VALUE "S".
       01  WS-LOTE-OK            PIC X(01).
           88  LOTE-OK           VALUE "S".
       01  WS-FORN-PAGAVEL       PIC X(01).
           88  FORN-PAGAVEL      VALUE "S".
       01  WS-TITULO-OK          PIC X(01).
           88  TITULO-OK         VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DTINI              PIC 9(08).
       01  WS-DTFIM              PIC 9(08).
       01  WS-FORNECEDOR         PIC 9(04).
       01  WS-FORN-LIDO          PIC 9(04).
       01  WS-NUM-LOTE           PIC 9(06).
       01  WS-SALDO-TITULO       PIC 9(15).
       01  WS-VLR-PAGAMENTO      PIC 9(15).
       01  WS-QTD-LOTE           PIC 9(05).
       01  WS-TOT-LOTE           PIC 9(15).
       01  WS-QTD-SEM-BANCO      PIC 9(05).
       01  WS-QTD-REMETIDOS      PIC 9(05).
       01  WS-TOT-REMESSA        PIC 9(15).
       01  WS-QTD-PAGOS          PIC 9(05).
       01  WS-QTD-REJEITADOS     PIC 9(05).
       01  WS-QTD-ABERTOS        PIC 9(05).
       01  WS-MOTIVO             PIC X(30).
      *TITULOS DO LOTE LANCADOS PELO OPERADOR QUE O CONFERE (LISTA-
      *LOTE), PARA A SEGREGACAO LANCA-PAG X APROV-LOTE.
       01  WS-QTD-PROPRIOS       PIC 9(05).
       01  WS-TIT-PROPRIO        PIC 9(06).

      *LOTES ALCANCADOS PELO RETORNO, PARA ENCERRAR NO FIM OS QUE
      *NAO TIVEREM MAIS TITULO ABERTO.
       01  WS-QTD-LOTES-RET      PIC 9(02) COMP.
       01  WS-IND                PIC 9(02) COMP.
       01  WS-TAB-LOTES-RET.
           03  WS-LOTE-RET       PIC 9(06) OCCURS 20 TIMES.

      *LAYOUT FIXO DO ARQUIVO DE PAGAMENTO (100 COLUNAS).
       01  WS-PAG-HEADER.
           03  FILLER            PIC X(01) VALUE "0".
           03  FILLER            PIC X(09) VALUE "PAGAMENTO".
           03  HDR-DATA          PIC 9(08).
           03  HDR-BANCO         PIC 9(03).
           03  HDR-AGENCIA       PIC 9(04).
           03  HDR-CONTA         PIC X(10).
           03  HDR-LOTE          PIC 9(06).
           03  HDR-EMPRESA       PIC X(40).
           03  FILLER            PIC X(19) VALUE SPACES.

       01  WS-PAG-DETALHE.
           03  FILLER            PIC X(01) VALUE "1".
           03  DET-TITULO        PIC 9(06).
           03  DET-LOTE          PIC 9(06).
           03  DET-CNPJ          PIC 9(14).
           03  DET-NOME          PIC X(30).
           03  DET-BANCO         PIC 9(03).
           03  DET-AGENCIA       PIC 9(04).
           03  DET-CONTA         PIC X(08).
           03  DET-DATA          PIC 9(08).
           03  DET-VALOR         PIC 9(11)V99.
           03  FILLER            PIC X(07) VALUE SPACES.

       01  WS-PAG-TRAILER.
           03  FILLER            PIC X(01) VALUE "9".
           03  TRL-QTDE          PIC 9(06).
           03  TRL-VALOR         PIC 9(15)V99.
           03  FILLER            PIC X(76) VALUE SPACES.

       01  WS-LINHA-LOTE.
           03  FILLER            PIC X(05) VALUE "LOTE ".
           03  LOT-NUM           PIC 9(06).
           03  FILLER            PIC X(12) VALUE " VENCIMENTO ".
           03  LOT-DTINI         PIC 9(08).
           03  FILLER            PIC X(03) VALUE " A ".
           03  LOT-DTFIM         PIC 9(08).
           03  FILLER            PIC X(12) VALUE " FORNECEDOR ".
           03  LOT-FORN          PIC 9(04).
           03  FILLER            PIC X(10) VALUE " SITUACAO ".
           03  LOT-SITUACAO      PIC X(01).

       01  WS-LINHA-CAB2.
           03  FILLER            PIC X(07) VALUE "TITULO".
           03  FILLER            PIC X(21) VALUE "FORNECEDOR".
           03  FILLER            PIC X(09) VALUE "VENCTO".
           03  FILLER            PIC X(13) VALUE "        SALDO".
           03  FILLER            PIC X(20) VALUE "OBSERVACAO".

       01  WS-LINHA-TIT.
           03  TIT-NUM           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  TIT-FORN          PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  TIT-NOME          PIC X(15).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  TIT-VENCTO        PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  TIT-SALDO         PIC Z(11)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  TIT-OBS           PIC X(30).

       01  WS-LINHA-TOT.
           03  FILLER            PIC X(18) VALUE "TITULOS NO LOTE:  ".
           03  TOT-QTDE          PIC Z(04)9.
           03  FILLER            PIC X(09) VALUE "  TOTAL: ".
           03  TOT-VALOR         PIC Z(14)9.
           03  FILLER            PIC X(18) VALUE "  SEM DADOS BANC: ".
           03  TOT-SEM-BANCO     PIC Z(04)9.

       01  WS-LINHA-TOT-RET.
           03  FILLER            PIC X(07) VALUE "PAGOS: ".
           03  TOT-PAGOS         PIC Z(04)9.
           03  FILLER            PIC X(14) VALUE "  REJEITADOS: ".
           03  TOT-REJEITADOS    PIC Z(04)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-PAGBAN
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           IF NOT Oper-Pode-Manter
               DISPLAY "PAGBAN - FUNCAO EXIGE OPERADOR ASSINADO "
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-PAGBAN
           END-IF
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
      *ACECP LAYOUT 2 (AP-OPER-LANC, CONVCP).
           MOVE "ACECP" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-PAGBAN
           END-IF
           OPEN I-O ACECP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECP
               CLOSE ACECP
               OPEN I-O ACECP
           END-IF
           OPEN INPUT ACE06
           OPEN I-O ACELP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACELP
               CLOSE ACELP
               OPEN I-O ACELP
           END-IF
           PERFORM ABRE-ARQUIVOS-BANCO THRU SAI-ABRE-ARQUIVOS-BANCO
           OPEN EXTEND Arquivo-Log
           MOVE "PAGBAN" TO WS-Log-Programa
      *PARES DE FUNCOES INCOMPATIVEIS (SEGFUN) E DONO DA EMPRESA.
           PERFORM CARREGA-SEGREGACAO THRU SAI-CARREGA-SEGREGACAO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "PAGAMENTO A FORNECEDORES     " TO WS-Rel-Titulo
           MOVE "PAGBAN" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "PAGBAN - 1=SELECIONAR LOTE 2=APROVAR LOTE "
                   "3=GERAR REMESSA 4=PROCESSAR RETORNO "
                   "5=CANCELAR LOTE 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Seleciona-Lote
               WHEN 2
                   PERFORM Aprova-Lote
               WHEN 3
                   PERFORM Gera-Remessa
               WHEN 4
                   PERFORM Processa-Retorno
               WHEN 5
                   PERFORM Cancela-Lote
               WHEN 0
                   MOVE "S" TO WS-FIM-PAGBAN
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *SELECIONA-LOTE - GRAVA O LOTE PRIMEIRO (PARA TER O NUMERO) E
      *MARCA NELE CADA TITULO ABERTO, LIVRE, NA FAIXA DE VENCIMENTO E
      *DE FORNECEDOR COM DADOS BANCARIOS. LOTE SEM TITULO NENHUM E
      *APAGADO.
       Seleciona-Lote SECTION.
           DISPLAY "VENCIMENTO INICIAL (AAAAMMDD, 0 = SEM LIMITE): "
           ACCEPT WS-DTINI
           DISPLAY "VENCIMENTO FINAL (AAAAMMDD): "
           ACCEPT WS-DTFIM
           DISPLAY "FORNECEDOR (0 = TODOS): "
           ACCEPT WS-FORNECEDOR
           IF WS-DTFIM < WS-DTINI
               DISPLAY "FAIXA DE VENCIMENTO INVALIDA."
           ELSE
               PERFORM Grava-Lote-Novo
               IF LOTE-OK
                   PERFORM Monta-Lote
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Lote-Novo SECTION.
           MOVE "N" TO WS-LOTE-OK
           MOVE 999999 TO LP-NUM
           MOVE ZERO TO WS-NUM-LOTE
           START ACELP KEY IS NOT GREATER LP-NUM
               INVALID KEY
                   MOVE ZERO TO WS-NUM-LOTE
               NOT INVALID KEY
                   READ ACELP PREVIOUS RECORD
                       AT END
                           MOVE ZERO TO WS-NUM-LOTE
                       NOT AT END
                           MOVE LP-NUM TO WS-NUM-LOTE
                   END-READ
           END-START
           MOVE "00" TO FS
           ADD 1 TO WS-NUM-LOTE
           INITIALIZE REG-LP
           MOVE WS-NUM-LOTE    TO LP-NUM
           MOVE WS-DATA-HOJE   TO LP-DATA
           MOVE WS-DTINI       TO LP-DTINI
           MOVE WS-DTFIM       TO LP-DTFIM
           MOVE WS-FORNECEDOR  TO LP-FORN
           MOVE "S"            TO LP-SITUACAO
           MOVE WS-Oper-Codigo TO LP-OPERSEL
           WRITE REG-LP
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O LOTE."
               NOT INVALID KEY
                   MOVE "S" TO WS-LOTE-OK
           END-WRITE
           .

      *---------------------------------------------------------------*

       Monta-Lote SECTION.
           MOVE ZERO TO WS-QTD-LOTE WS-TOT-LOTE WS-QTD-SEM-BANCO
                        WS-FORN-LIDO
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           PERFORM Imprime-Linha-Lote
           MOVE "N" TO WS-FIM-TITULOS
           IF WS-FORNECEDOR = ZERO
               MOVE ZEROS TO AP-NUM
               START ACECP KEY IS NOT LESS AP-NUM
                   INVALID KEY
                       MOVE "S" TO WS-FIM-TITULOS
               END-START
           ELSE
               MOVE WS-FORNECEDOR TO AP-FORN
               START ACECP KEY IS = AP-FORN
                   INVALID KEY
                       MOVE "S" TO WS-FIM-TITULOS
               END-START
           END-IF
           PERFORM UNTIL FIM-TITULOS
               READ ACECP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TITULOS
                   NOT AT END
                       IF WS-FORNECEDOR NOT = ZERO
                          AND AP-FORN NOT = WS-FORNECEDOR
                           MOVE "S" TO WS-FIM-TITULOS
                       ELSE
                           PERFORM Confere-Titulo-Lote
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE WS-NUM-LOTE TO LP-NUM
           READ ACELP
               INVALID KEY
                   DISPLAY "LOTE " WS-NUM-LOTE " SUMIU DE ACELP."
               NOT INVALID KEY
                   IF WS-QTD-LOTE = ZERO
                       DELETE ACELP
                           INVALID KEY
                               DISPLAY "ERRO AO APAGAR LOTE VAZIO."
                       END-DELETE
                   ELSE
                       MOVE WS-QTD-LOTE TO LP-QTDE
                       MOVE WS-TOT-LOTE TO LP-VALOR
                       REWRITE REG-LP
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O LOTE."
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO FS
           PERFORM Imprime-Total-Lote
           IF WS-QTD-LOTE = ZERO
               DISPLAY "NENHUM TITULO PAGAVEL NA SELECAO - LOTE NAO "
                       "CRIADO."
           ELSE
               MOVE "SEL-LOTE"  TO WS-Log-Funcao
               MOVE WS-NUM-LOTE TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "LOTE " WS-NUM-LOTE " COM " WS-QTD-LOTE
                       " TITULOS, TOTAL " WS-TOT-LOTE
                       " - AGUARDA APROVACAO DO SUPERVISOR."
           END-IF
           IF WS-QTD-SEM-BANCO NOT = ZERO
               DISPLAY WS-QTD-SEM-BANCO " TITULOS DE FORNECEDOR SEM "
                       "DADOS BANCARIOS FICARAM FORA (VER RELATO)."
           END-IF
           .

      *---------------------------------------------------------------*

       Confere-Titulo-Lote SECTION.
           IF AP-LOTE NOT NUMERIC
               MOVE ZEROS TO AP-LOTE
           END-IF
           IF PAGAR-ABERTO
              AND AP-LOTE = ZERO
              AND AP-VENCTO NOT LESS WS-DTINI
              AND AP-VENCTO NOT GREATER WS-DTFIM
               PERFORM Le-Fornecedor
               COMPUTE WS-SALDO-TITULO = AP-VALOR - AP-VALORPAGO
               IF FORN-PAGAVEL
                   MOVE WS-NUM-LOTE TO AP-LOTE
                   REWRITE REG-CP
                       INVALID KEY
                           DISPLAY "ERRO AO MARCAR TITULO " AP-NUM
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-LOTE
                           ADD WS-SALDO-TITULO TO WS-TOT-LOTE
                           MOVE SPACES TO WS-MOTIVO
                           PERFORM Imprime-Linha-Titulo
                   END-REWRITE
               ELSE
                   ADD 1 TO WS-QTD-SEM-BANCO
                   MOVE "FORNECEDOR SEM DADOS BANCARIOS" TO WS-MOTIVO
                   PERFORM Imprime-Linha-Titulo
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *LE-FORNECEDOR - SO RELE ACE06 QUANDO MUDA O FORNECEDOR.
       Le-Fornecedor SECTION.
           IF AP-FORN NOT = WS-FORN-LIDO
               MOVE AP-FORN TO WS-FORN-LIDO
               MOVE "N" TO WS-FORN-PAGAVEL
               MOVE AP-FORN TO COD-06
               READ ACE06
                   INVALID KEY
                       MOVE SPACES TO NOME-06
                   NOT INVALID KEY
                       IF BANCO-06 NUMERIC AND BANCO-06 NOT = ZERO
                          AND AGENCIA-06 NUMERIC
                          AND CONTACOR-06 NOT = SPACES
                           MOVE "S" TO WS-FORN-PAGAVEL
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *LE-LOTE - LE O LOTE WS-NUM-LOTE; LOTE-OK SE EXISTIR.
       Le-Lote SECTION.
           MOVE "N" TO WS-LOTE-OK
           DISPLAY "NUMERO DO LOTE: "
           ACCEPT WS-NUM-LOTE
           MOVE WS-NUM-LOTE TO LP-NUM
           READ ACELP
               INVALID KEY
                   DISPLAY "LOTE NAO ENCONTRADO EM ACELP."
               NOT INVALID KEY
                   MOVE "S" TO WS-LOTE-OK
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *APROVA-LOTE - O SUPERVISOR VE O LOTE NA TELA E NO RELATORIO
      *(TITULO A TITULO) ANTES DE APROVAR.
       Aprova-Lote SECTION.
           IF NOT Oper-Supervisor
               DISPLAY "PAGBAN - APROVACAO EXIGE OPERADOR SUPERVISOR. "
                       "ASSINE COM LOGON."
           ELSE
               PERFORM Le-Lote
               IF LOTE-OK
                   IF NOT LOTE-SELECIONADO
                       DISPLAY "LOTE NAO ESTA AGUARDANDO APROVACAO "
                               "(SITUACAO " LP-SITUACAO ")."
                   ELSE
                       PERFORM Lista-Lote
                       DISPLAY "LOTE " LP-NUM ": " LP-QTDE
                               " TITULOS, TOTAL " LP-VALOR
                       PERFORM Confere-Segregacao-Lote
                       IF NOT Sd-Recusado
                           DISPLAY "APROVAR O PAGAMENTO (S/N)? "
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA = "S" OR "s"
                               PERFORM Grava-Aprovacao
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *CONFERE-SEGREGACAO-LOTE - QUEM MONTOU O LOTE NAO O APROVA, E
      *QUEM LANCOU UM TITULO DO LOTE NAO APROVA O PAGAMENTO DELE
      *(PARES DA TABELA ACESD; O DONO PODE LIBERAR CONFIRMANDO).
       Confere-Segregacao-Lote SECTION.
           MOVE "SEL-LOTE"   TO WS-Sd-Func-Feita
           MOVE ZERO         TO WS-Sd-Oper-Feita
           IF LP-OPERSEL NUMERIC
               MOVE LP-OPERSEL TO WS-Sd-Oper-Feita
           END-IF
           MOVE "APROV-LOTE" TO WS-Sd-Func-Atual
           MOVE LP-NUM       TO WS-Sd-Chave
           PERFORM VERIFICA-SEGREGACAO THRU SAI-VERIFICA-SEGREGACAO
           IF NOT Sd-Recusado AND WS-QTD-PROPRIOS NOT = ZERO
               DISPLAY "O LOTE TEM " WS-QTD-PROPRIOS
                       " TITULO(S) LANCADO(S) POR ESTE OPERADOR."
               MOVE "LANCA-PAG"    TO WS-Sd-Func-Feita
               MOVE WS-Oper-Codigo TO WS-Sd-Oper-Feita
               MOVE WS-TIT-PROPRIO TO WS-Sd-Chave
               PERFORM VERIFICA-SEGREGACAO THRU SAI-VERIFICA-SEGREGACAO
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Aprovacao SECTION.
           MOVE WS-NUM-LOTE TO LP-NUM
           READ ACELP
               INVALID KEY
                   DISPLAY "LOTE " WS-NUM-LOTE " SUMIU DE ACELP."
               NOT INVALID KEY
                   MOVE "A"            TO LP-SITUACAO
                   MOVE WS-Oper-Codigo TO LP-OPERAPROV
                   MOVE WS-DATA-HOJE   TO LP-DTAPROV
                   REWRITE REG-LP
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O LOTE."
                       NOT INVALID KEY
                           MOVE "APROV-LOTE" TO WS-Log-Funcao
                           MOVE LP-NUM       TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                           DISPLAY "LOTE APROVADO - GERE A REMESSA."
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *LISTA-LOTE - IMPRIME OS TITULOS ABERTOS DO LOTE (NAO HA CHAVE
      *POR LOTE: VARRE ACECP).
       Lista-Lote SECTION.
           MOVE ZERO TO WS-QTD-LOTE WS-TOT-LOTE WS-QTD-SEM-BANCO
                        WS-FORN-LIDO WS-QTD-PROPRIOS WS-TIT-PROPRIO
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           PERFORM Imprime-Linha-Lote
           MOVE "N" TO WS-FIM-TITULOS
           MOVE ZEROS TO AP-NUM
           START ACECP KEY IS NOT LESS AP-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-TITULOS
           END-START
           PERFORM UNTIL FIM-TITULOS
               READ ACECP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TITULOS
                   NOT AT END
                       IF AP-LOTE NUMERIC
                          AND AP-LOTE = WS-NUM-LOTE
                          AND PAGAR-ABERTO
                           PERFORM Le-Fornecedor
                           COMPUTE WS-SALDO-TITULO =
                               AP-VALOR - AP-VALORPAGO
                           ADD 1 TO WS-QTD-LOTE
                           ADD WS-SALDO-TITULO TO WS-TOT-LOTE
                           MOVE SPACES TO WS-MOTIVO
                           PERFORM Imprime-Linha-Titulo
                           IF AP-OPER-LANC NUMERIC
                              AND AP-OPER-LANC = WS-Oper-Codigo
                               ADD 1 TO WS-QTD-PROPRIOS
                               IF WS-TIT-PROPRIO = ZERO
                                   MOVE AP-NUM TO WS-TIT-PROPRIO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           PERFORM Imprime-Total-Lote
           MOVE WS-NUM-LOTE TO LP-NUM
           READ ACELP
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *GERA-REMESSA - SO LOTE APROVADO (OU JA REMETIDO, PARA REENVIO
      *CONFIRMADO). A CONTA DEBITADA E ESCOLHIDA AQUI E FICA NO LOTE
      *PARA O RETORNO LANCAR O DEBITO NELA. TITULO DE FORNECEDOR QUE
      *PERDEU OS DADOS BANCARIOS DESDE A SELECAO SAI DO LOTE.
       Gera-Remessa SECTION.
           PERFORM Le-Lote
           IF LOTE-OK
               EVALUATE TRUE
                   WHEN LOTE-APROVADO
                       PERFORM Escreve-Remessa
                   WHEN LOTE-REMETIDO
                       DISPLAY "LOTE JA REMETIDO EM " LP-DTREMESSA
                               ". REENVIAR (S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR "s"
                           PERFORM Escreve-Remessa
                       END-IF
                   WHEN OTHER
                       DISPLAY "SO LOTE APROVADO PELO SUPERVISOR VAI "
                               "AO BANCO (SITUACAO " LP-SITUACAO ")."
               END-EVALUATE
           END-IF
           .

      *---------------------------------------------------------------*

       Escreve-Remessa SECTION.
           OPEN OUTPUT Arquivo-Pagamento
           IF FS-REM NOT = "00"
               DISPLAY "PAGBAN - ERRO AO CRIAR O ARQUIVO DE PAGAMENTO: "
                       FS-REM
           ELSE
               PERFORM ESCOLHE-CONTA-BANCO THRU SAI-ESCOLHE-CONTA-BANCO
               MOVE ZERO TO HDR-BANCO HDR-AGENCIA
               MOVE SPACES TO HDR-CONTA
               IF WS-Mb-Conta NOT = ZERO
                   MOVE WS-Mb-Conta TO BC-CODIGO
                   READ ACEBC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BC-BANCO   TO HDR-BANCO
                           MOVE BC-AGENCIA TO HDR-AGENCIA
                           MOVE BC-CONTA   TO HDR-CONTA
                   END-READ
                   MOVE "00" TO FS
               END-IF
               MOVE ZERO TO WS-QTD-REMETIDOS WS-TOT-REMESSA
                            WS-FORN-LIDO WS-QTD-SEM-BANCO
               MOVE WS-DATA-HOJE   TO HDR-DATA
               MOVE WS-NUM-LOTE    TO HDR-LOTE
               MOVE WS-Rel-Empresa TO HDR-EMPRESA
               WRITE Linha-Pagamento FROM WS-PAG-HEADER
               PERFORM IMPRIME-CABECALHO-REL THRU
                   SAI-IMPRIME-CABECALHO-REL
               MOVE "N" TO WS-FIM-TITULOS
               MOVE ZEROS TO AP-NUM
               START ACECP KEY IS NOT LESS AP-NUM
                   INVALID KEY
                       MOVE "S" TO WS-FIM-TITULOS
               END-START
               PERFORM UNTIL FIM-TITULOS
                   READ ACECP NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-TITULOS
                       NOT AT END
                           IF AP-LOTE NUMERIC
                              AND AP-LOTE = WS-NUM-LOTE
                              AND PAGAR-ABERTO
                               PERFORM Remete-Titulo
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
               MOVE WS-QTD-REMETIDOS TO TRL-QTDE
               MOVE WS-TOT-REMESSA   TO TRL-VALOR
               WRITE Linha-Pagamento FROM WS-PAG-TRAILER
               CLOSE Arquivo-Pagamento
               PERFORM Marca-Lote-Remetido
           END-IF
           .

      *---------------------------------------------------------------*

       Remete-Titulo SECTION.
           PERFORM Le-Fornecedor
           COMPUTE WS-SALDO-TITULO = AP-VALOR - AP-VALORPAGO
           IF NOT FORN-PAGAVEL
               MOVE ZEROS TO AP-LOTE
               REWRITE REG-CP
                   INVALID KEY
                       DISPLAY "ERRO AO LIBERAR TITULO " AP-NUM
               END-REWRITE
               ADD 1 TO WS-QTD-SEM-BANCO
               MOVE "RETIRADO: SEM DADOS BANCARIOS" TO WS-MOTIVO
               PERFORM Imprime-Linha-Titulo
           ELSE
               MOVE AP-NUM      TO DET-TITULO
               MOVE WS-NUM-LOTE TO DET-LOTE
               MOVE CNPJ-06     TO DET-CNPJ
               MOVE NOME-06     TO DET-NOME
               MOVE BANCO-06    TO DET-BANCO
               MOVE AGENCIA-06  TO DET-AGENCIA
               MOVE CONTACOR-06 TO DET-CONTA
      *TITULO VENCIDO VAI PARA PAGAMENTO NA DATA DA REMESSA.
               IF AP-VENCTO < WS-DATA-HOJE
                   MOVE WS-DATA-HOJE TO DET-DATA
               ELSE
                   MOVE AP-VENCTO    TO DET-DATA
               END-IF
               MOVE WS-SALDO-TITULO TO DET-VALOR
               WRITE Linha-Pagamento FROM WS-PAG-DETALHE
               ADD 1 TO WS-QTD-REMETIDOS
               ADD WS-SALDO-TITULO TO WS-TOT-REMESSA
           END-IF
           .

      *---------------------------------------------------------------*

       Marca-Lote-Remetido SECTION.
           MOVE WS-NUM-LOTE TO LP-NUM
           READ ACELP
               INVALID KEY
                   DISPLAY "LOTE " WS-NUM-LOTE " SUMIU DE ACELP."
               NOT INVALID KEY
                   MOVE "R"              TO LP-SITUACAO
                   MOVE WS-DATA-HOJE     TO LP-DTREMESSA
                   MOVE WS-Mb-Conta      TO LP-CONTABC
                   MOVE WS-QTD-REMETIDOS TO LP-QTDE
                   MOVE WS-TOT-REMESSA   TO LP-VALOR
                   REWRITE REG-LP
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O LOTE."
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           MOVE "GERA-REMPG" TO WS-Log-Funcao
           MOVE WS-NUM-LOTE  TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           DISPLAY "ARQUIVO DE PAGAMENTO GERADO COM " WS-QTD-REMETIDOS
                   " TITULOS, TOTAL " WS-TOT-REMESSA
           IF WS-QTD-SEM-BANCO NOT = ZERO
               DISPLAY WS-QTD-SEM-BANCO " TITULOS SAIRAM DO LOTE POR "
                       "FALTA DE DADOS BANCARIOS (VER RELATO)."
           END-IF
           .

      *---------------------------------------------------------------*
      *PROCESSA-RETORNO - CADA DETALHE "1" E CONFERIDO CONTRA O
      *TITULO (ABERTO, NO LOTE INFORMADO, LOTE REMETIDO). OCORRENCIA
      *"00" BAIXA O VALOR PAGO; AS DEMAIS, E AS LINHAS QUE NAO
      *CONFEREM, VAO PARA O RELATORIO DE REJEICAO. NO FIM, LOTE SEM
      *TITULO ABERTO E ENCERRADO.
       Processa-Retorno SECTION.
           OPEN INPUT Arquivo-Retorno
           IF FS-RET NOT = "00"
               DISPLAY "PAGBAN - ARQUIVO DE RETORNO NAO ENCONTRADO: "
                       FS-RET
           ELSE
               MOVE ZERO TO WS-QTD-PAGOS WS-QTD-REJEITADOS
                            WS-QTD-LOTES-RET WS-FORN-LIDO
               MOVE "PAGAMENTO - RETORNO DO BANCO " TO WS-Rel-Titulo
               PERFORM IMPRIME-CABECALHO-REL
                   THRU SAI-IMPRIME-CABECALHO-REL
               WRITE REG-REL FROM WS-LINHA-CAB2
               ADD 1 TO WS-Rel-Linha
               MOVE "N" TO WS-FIM-RETORNO
               PERFORM UNTIL FIM-RETORNO
                   READ Arquivo-Retorno
                       AT END
                           MOVE "S" TO WS-FIM-RETORNO
                       NOT AT END
                           IF RET-TIPO = "1"
                               PERFORM Trata-Retorno
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Arquivo-Retorno
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-LOTES-RET
                   PERFORM Encerra-Lote
               END-PERFORM
               MOVE WS-QTD-PAGOS      TO TOT-PAGOS
               MOVE WS-QTD-REJEITADOS TO TOT-REJEITADOS
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               WRITE REG-REL FROM WS-LINHA-TOT-RET
               ADD 1 TO WS-Rel-Linha
               MOVE "PROC-RETPG"  TO WS-Log-Funcao
               MOVE WS-QTD-PAGOS  TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               DISPLAY "RETORNO PROCESSADO - PAGOS " WS-QTD-PAGOS
                       " REJEITADOS " WS-QTD-REJEITADOS
               MOVE "PAGAMENTO A FORNECEDORES     " TO WS-Rel-Titulo
           END-IF
           .

      *---------------------------------------------------------------*

       Trata-Retorno SECTION.
           MOVE "N" TO WS-TITULO-OK
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN RET-TITULO NOT NUMERIC OR RET-LOTE NOT NUMERIC
                   MOVE "LINHA DE RETORNO INVALIDA" TO WS-MOTIVO
               WHEN OTHER
                   PERFORM Confere-Titulo-Retorno
           END-EVALUATE
           IF TITULO-OK
               IF RET-OCORRENCIA = "00"
                   PERFORM Baixa-Titulo-Retorno
               ELSE
                   MOVE RET-MOTIVO TO WS-MOTIVO
                   PERFORM Libera-Titulo-Rejeitado
               END-IF
           ELSE
               PERFORM Rejeita-Linha
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Confere-Titulo-Retorno SECTION.
           MOVE RET-LOTE TO LP-NUM
           READ ACELP
               INVALID KEY
                   MOVE "LOTE INEXISTENTE" TO WS-MOTIVO
               NOT INVALID KEY
                   IF NOT LOTE-REMETIDO
                       MOVE "LOTE NAO REMETIDO" TO WS-MOTIVO
                   END-IF
           END-READ
           MOVE "00" TO FS
           IF WS-MOTIVO = SPACES
               MOVE RET-TITULO TO AP-NUM
               READ ACECP
                   INVALID KEY
                       MOVE "TITULO INEXISTENTE" TO WS-MOTIVO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN AP-LOTE NOT NUMERIC
                           WHEN AP-LOTE NOT = RET-LOTE
                               MOVE "TITULO FORA DO LOTE" TO WS-MOTIVO
                           WHEN NOT PAGAR-ABERTO
                               MOVE "TITULO NAO ESTA ABERTO"
                                   TO WS-MOTIVO
                           WHEN OTHER
                               MOVE "S" TO WS-TITULO-OK
                       END-EVALUATE
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *BAIXA-TITULO-RETORNO - VALOR PAGO ZERADO NO RETORNO VALE O
      *SALDO DO TITULO; O DEBITO SAI NA CONTA GRAVADA NO LOTE.
       Baixa-Titulo-Retorno SECTION.
           COMPUTE WS-SALDO-TITULO = AP-VALOR - AP-VALORPAGO
           IF RET-VALORPAGO NUMERIC AND RET-VALORPAGO NOT = ZERO
               COMPUTE WS-VLR-PAGAMENTO ROUNDED = RET-VALORPAGO
           ELSE
               MOVE WS-SALDO-TITULO TO WS-VLR-PAGAMENTO
           END-IF
           ADD WS-VLR-PAGAMENTO TO AP-VALORPAGO
           IF RET-DATAPAGTO NUMERIC AND RET-DATAPAGTO NOT = ZERO
               MOVE RET-DATAPAGTO TO AP-DATAPAGTO
           ELSE
               MOVE WS-DATA-HOJE  TO AP-DATAPAGTO
           END-IF
           IF AP-VALORPAGO NOT LESS AP-VALOR
               MOVE "P" TO AP-SITUACAO
           ELSE
               MOVE ZEROS TO AP-LOTE
           END-IF
           REWRITE REG-CP
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O TITULO" TO WS-MOTIVO
                   PERFORM Rejeita-Linha
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-PAGOS
                   MOVE "BAIXA-RETP" TO WS-Log-Funcao
                   MOVE AP-NUM       TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   PERFORM Lanca-Movimento-Banco
                   PERFORM Guarda-Lote-Retorno
           END-REWRITE
           .

      *---------------------------------------------------------------*

       Lanca-Movimento-Banco SECTION.
           MOVE LP-CONTABC       TO WS-Mb-Conta
           MOVE AP-DATAPAGTO     TO WS-Mb-Data
           MOVE "D"              TO WS-Mb-Tipo
           MOVE WS-VLR-PAGAMENTO TO WS-Mb-Valor
           MOVE "PG"             TO WS-Mb-Origem
           MOVE AP-NUM           TO WS-Mb-Documento
           MOVE SPACES           TO WS-Mb-Historico
           STRING "PAGAMENTO FORNECEDOR " DELIMITED BY SIZE
                  AP-FORN DELIMITED BY SIZE
               INTO WS-Mb-Historico
           END-STRING
           PERFORM GRAVA-MOVIMENTO-BANCO THRU SAI-GRAVA-MOVIMENTO-BANCO
           .

      *---------------------------------------------------------------*
      *LIBERA-TITULO-REJEITADO - O BANCO RECUSOU O PAGAMENTO: O
      *TITULO SAI DO LOTE E PODE ENTRAR NUM PROXIMO DEPOIS DE
      *ACERTADO O CADASTRO.
       Libera-Titulo-Rejeitado SECTION.
           MOVE ZEROS TO AP-LOTE
           REWRITE REG-CP
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O TITULO" TO WS-MOTIVO
           END-REWRITE
           PERFORM Rejeita-Linha
           PERFORM Guarda-Lote-Retorno
           .

      *---------------------------------------------------------------*

       Rejeita-Linha SECTION.
           ADD 1 TO WS-QTD-REJEITADOS
           IF TITULO-OK
               PERFORM Le-Fornecedor
               COMPUTE WS-SALDO-TITULO = AP-VALOR - AP-VALORPAGO
           ELSE
               MOVE ZEROS  TO AP-FORN AP-VENCTO WS-SALDO-TITULO
                              WS-FORN-LIDO
               MOVE SPACES TO NOME-06
               IF RET-TITULO NUMERIC
                   MOVE RET-TITULO TO AP-NUM
               ELSE
                   MOVE ZEROS TO AP-NUM
               END-IF
           END-IF
           PERFORM Imprime-Linha-Titulo
           .

      *---------------------------------------------------------------*

       Guarda-Lote-Retorno SECTION.
           MOVE "N" TO WS-LOTE-OK
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-LOTES-RET
               IF WS-LOTE-RET(WS-IND) = RET-LOTE
                   MOVE "S" TO WS-LOTE-OK
               END-IF
           END-PERFORM
           IF NOT LOTE-OK AND WS-QTD-LOTES-RET < 20
               ADD 1 TO WS-QTD-LOTES-RET
               MOVE RET-LOTE TO WS-LOTE-RET(WS-QTD-LOTES-RET)
           END-IF
           .

      *---------------------------------------------------------------*
      *ENCERRA-LOTE - CARIMBA A DATA DO RETORNO NO LOTE E, SE NAO
      *SOBROU TITULO ABERTO NELE, ENCERRA ("F").
       Encerra-Lote SECTION.
           MOVE WS-LOTE-RET(WS-IND) TO WS-NUM-LOTE
           MOVE ZERO TO WS-QTD-ABERTOS
           MOVE "N" TO WS-FIM-TITULOS
           MOVE ZEROS TO AP-NUM
           START ACECP KEY IS NOT LESS AP-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-TITULOS
           END-START
           PERFORM UNTIL FIM-TITULOS
               READ ACECP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TITULOS
                   NOT AT END
                       IF AP-LOTE NUMERIC
                          AND AP-LOTE = WS-NUM-LOTE
                          AND PAGAR-ABERTO
                           ADD 1 TO WS-QTD-ABERTOS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE WS-NUM-LOTE TO LP-NUM
           READ ACELP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-DATA-HOJE TO LP-DTRETORNO
                   IF WS-QTD-ABERTOS = ZERO
                       MOVE "F" TO LP-SITUACAO
                   END-IF
                   REWRITE REG-LP
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O LOTE " LP-NUM
                   END-REWRITE
                   IF WS-QTD-ABERTOS NOT = ZERO
                       DISPLAY "LOTE " LP-NUM " AINDA TEM "
                               WS-QTD-ABERTOS " TITULOS SEM RETORNO."
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CANCELA-LOTE - LOTE AINDA NAO ENCERRADO; OS TITULOS ABERTOS
      *VOLTAM A FICAR LIVRES (OS JA PAGOS PELO RETORNO FICAM COMO
      *ESTAO).
       Cancela-Lote SECTION.
           IF NOT Oper-Supervisor
               DISPLAY "PAGBAN - CANCELAMENTO EXIGE OPERADOR "
                       "SUPERVISOR. ASSINE COM LOGON."
           ELSE
               PERFORM Le-Lote
               IF LOTE-OK
                   IF LOTE-RETORNADO OR LOTE-CANCELADO
                       DISPLAY "LOTE JA ENCERRADO (SITUACAO "
                               LP-SITUACAO ")."
                   ELSE
                       IF LOTE-REMETIDO
                           DISPLAY "ATENCAO: LOTE JA FOI AO BANCO - "
                                   "CANCELE TAMBEM LA."
                       END-IF
                       DISPLAY "CANCELAR O LOTE " LP-NUM " (S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR "s"
                           PERFORM Libera-Titulos-Lote
                           PERFORM Grava-Cancelamento
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Libera-Titulos-Lote SECTION.
           MOVE ZERO TO WS-QTD-LOTE
           MOVE "N" TO WS-FIM-TITULOS
           MOVE ZEROS TO AP-NUM
           START ACECP KEY IS NOT LESS AP-NUM
               INVALID KEY
                   MOVE "S" TO WS-FIM-TITULOS
           END-START
           PERFORM UNTIL FIM-TITULOS
               READ ACECP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TITULOS
                   NOT AT END
                       IF AP-LOTE NUMERIC
                          AND AP-LOTE = WS-NUM-LOTE
                          AND PAGAR-ABERTO
                           MOVE ZEROS TO AP-LOTE
                           REWRITE REG-CP
                               INVALID KEY
                                   DISPLAY "ERRO AO LIBERAR TITULO "
                                           AP-NUM
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-LOTE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Grava-Cancelamento SECTION.
           MOVE WS-NUM-LOTE TO LP-NUM
           READ ACELP
               INVALID KEY
                   DISPLAY "LOTE " WS-NUM-LOTE " SUMIU DE ACELP."
               NOT INVALID KEY
                   MOVE "C" TO LP-SITUACAO
                   REWRITE REG-LP
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O LOTE."
                       NOT INVALID KEY
                           MOVE "CANC-LOTE" TO WS-Log-Funcao
                           MOVE LP-NUM      TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                           DISPLAY "LOTE CANCELADO - " WS-QTD-LOTE
                                   " TITULOS LIBERADOS."
                   END-REWRITE
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Lote SECTION.
           MOVE LP-NUM      TO LOT-NUM
           MOVE LP-DTINI    TO LOT-DTINI
           MOVE LP-DTFIM    TO LOT-DTFIM
           MOVE LP-FORN     TO LOT-FORN
           MOVE LP-SITUACAO TO LOT-SITUACAO
           WRITE REG-REL FROM WS-LINHA-LOTE
           ADD 1 TO WS-Rel-Linha
           WRITE REG-REL FROM WS-LINHA-CAB2
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Titulo SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE AP-NUM          TO TIT-NUM
           MOVE AP-FORN         TO TIT-FORN
           MOVE NOME-06         TO TIT-NOME
           MOVE AP-VENCTO       TO TIT-VENCTO
           MOVE WS-SALDO-TITULO TO TIT-SALDO
           MOVE WS-MOTIVO       TO TIT-OBS
           WRITE REG-REL FROM WS-LINHA-TIT
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Imprime-Total-Lote SECTION.
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           MOVE WS-QTD-LOTE      TO TOT-QTDE
           MOVE WS-TOT-LOTE      TO TOT-VALOR
           MOVE WS-QTD-SEM-BANCO TO TOT-SEM-BANCO
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           PERFORM FECHA-ARQUIVOS-BANCO THRU SAI-FECHA-ARQUIVOS-BANCO
           CLOSE ACECP ACE06 ACELP Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMBPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDPG".
