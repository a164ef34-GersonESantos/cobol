000050*IMPRIME EM RELATO O AGING POR CLIENTE (A VENCER \ VENCIDO ATE  *
000060*30 \ 31-60 \ 61-90 \ MAIS DE 90 DIAS), VARRENDO OS CLIENTES DE *
000070*ACECL E OS TITULOS DE CADA UM PELA CHAVE ALTERNADA RC-CLI.     *
      *NOTA PARCELADA: A BAIXA MOSTRA AS PARCELAS E PEDE QUAL BAIXAR, *
      *E O AGING CLASSIFICA CADA PARCELA PELO SEU PROPRIO VENCIMENTO. *
      *BAIXA DE PARCELA VENCIDA ALEM DA CARENCIA COBRA JUROS DE MORA  *
      *E MULTA PELOS PARAMETROS DA EMPRESA (ACECE), REGISTRADOS A     *
      *PARTE DO PRINCIPAL EM ACEJM; O SUPERVISOR PODE DISPENSA-LOS,   *
      *COM LOG. MODO 3 IMPRIME OS ENCARGOS COBRADOS\RECEBIDOS\        *
      *DISPENSADOS DO MES POR CLIENTE.                                *
000080*TODA BAIXA FICA NO LOG DE OPERACOES; A FUNCAO DE BAIXA EXIGE   *
000090*OPERADOR ASSINADO COM NIVEL DE MANUTENCAO.                     *
      *TITULO PAGO COM CHEQUE PRE-DATADO ("K", CUSTCHQ) NAO ACEITA    *
      *BAIXA AQUI: QUITA NO DEPOSITO OU REABRE NA DEVOLUCAO.          *
      *O VALOR RECEBIDO NA BAIXA ENTRA COMO CREDITO NO MOVIMENTO      *
      *BANCARIO (ACEMB) DA CONTA ESCOLHIDA, PARA A CONCILIACAO.       *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CTAREC.
000120 ENVIRONMENT DIVISION.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
       COPY "C:\Repo2024\cobol\dados1\book\SELJM".
       COPY "C:\Repo2024\cobol\dados1\book\SELBC".
       COPY "C:\Repo2024\cobol\dados1\book\SELMB".
000190     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000200                    FILE STATUS IS FS-REL.
000210 DATA DIVISION.
000250 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000260 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
       COPY "C:\Repo2024\cobol\dados1\book\FDJM".
       COPY "C:\Repo2024\cobol\dados1\book\FDBC".
       COPY "C:\Repo2024\cobol\dados1\book\FDMB".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000280 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000290 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000300 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYJMWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMBWS".
000310 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-OPCAO              PIC 9(01).
       01  WS-NUM-NOTA           PIC 9(06).
       01  WS-PARCELA            PIC 9(02).
       01  WS-QTD-PARCELAS       PIC 9(02).
       01  WS-ULT-PARCELA        PIC 9(02).
       01  WS-VLR-PAGAMENTO      PIC 9(10)V99.
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-JULIANO-HOJE       PIC 9(07).
       01  WS-DIAS-ATRASO        PIC S9(05).
       01  WS-SALDO-TITULO       PIC 9(10)V99.
       01  WS-CLI-CORRENTE       PIC 9(06).
       01  WS-DATA-PAGTO         PIC 9(08).
       01  WS-FIM-ENCARGOS       PIC X(01).
           88  FIM-ENCARGOS      VALUE "S".
       01  WS-MES-REF            PIC 9(06).
       01  WS-MES-MOVTO          PIC 9(06).

      *ACUMULADORES DO RELATORIO MENSAL DE ENCARGOS (MODO 3).
       01  WS-EN-CLIENTE.
           03  EN-CLI-COBRADO    PIC 9(09)V99.
           03  EN-CLI-RECEBIDO   PIC 9(09)V99.
           03  EN-CLI-DISPENSADO PIC 9(09)V99.
       01  WS-EN-GERAL.
           03  EN-GER-COBRADO    PIC 9(11)V99.
           03  EN-GER-RECEBIDO   PIC 9(11)V99.
           03  EN-GER-DISPENSADO PIC 9(11)V99.

      *ACUMULADORES DO AGING DO CLIENTE CORRENTE E DO TOTAL GERAL.
       01  WS-AG-CLIENTE.
           03  TOT-ATE90         PIC ZZZZZZ9.99.
           03  TOT-MAIS90        PIC ZZZZZZZ9.99.

       01  WS-LINHA-EN-CAB.
           03  FILLER            PIC X(06) VALUE "CLIENT".
           03  FILLER            PIC X(02) VALUE SPACES.
           03  FILLER            PIC X(20) VALUE "NOME".
           03  FILLER            PIC X(13) VALUE "      COBRADO".
           03  FILLER            PIC X(13) VALUE "     RECEBIDO".
           03  FILLER            PIC X(13) VALUE "   DISPENSADO".
           03  FILLER            PIC X(13) VALUE "    EM ABERTO".

       01  WS-LINHA-EN-DET.
           03  EN-DET-CLI        PIC 9(06).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  EN-DET-NOME       PIC X(20).
           03  EN-DET-COBRADO    PIC ZZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EN-DET-RECEBIDO   PIC ZZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EN-DET-DISPENSADO PIC ZZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EN-DET-ABERTO     PIC -ZZZZZZZ9.99.

       01  WS-LINHA-EN-TOT.
           03  FILLER            PIC X(28) VALUE "TOTAL DO MES".
           03  EN-TOT-COBRADO    PIC ZZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EN-TOT-RECEBIDO   PIC ZZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EN-TOT-DISPENSADO PIC ZZZZZZZZ9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  EN-TOT-ABERTO     PIC -ZZZZZZZ9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           PERFORM CARREGA-PARAM-ENCARGOS THRU
               SAI-CARREGA-PARAM-ENCARGOS
           MOVE "ACERC" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CTAREC
           END-IF
           OPEN I-O ACERC
           IF FS = "05" OR "35"
               OPEN OUTPUT ACERC
               OPEN I-O ACERC
           END-IF
           OPEN INPUT ACECL
           OPEN I-O ACEJM
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEJM
               CLOSE ACEJM
               OPEN I-O ACEJM
           END-IF
           PERFORM ABRE-ARQUIVOS-BANCO THRU SAI-ABRE-ARQUIVOS-BANCO
           OPEN EXTEND Arquivo-Log
           MOVE "CTAREC" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

       Program-Body SECTION.
           DISPLAY "CTAREC - 1=BAIXAR PAGAMENTO 2=AGING POR CLIENTE "
                   "3=ENCARGOS DO MES 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Baixa-Pagamento
               WHEN 2
                   PERFORM Imprime-Aging
               WHEN 3
                   PERFORM Imprime-Encargos-Mes
               WHEN 0
                   MOVE "S" TO WS-FIM-CTAREC
               WHEN OTHER
           ELSE
               DISPLAY "NUMERO DA NOTA DO TITULO: "
               ACCEPT WS-NUM-NOTA
               PERFORM Lista-Parcelas-Nota
               IF WS-QTD-PARCELAS = ZERO
                   DISPLAY "TITULO NAO ENCONTRADO EM ACERC."
               ELSE
                   IF WS-QTD-PARCELAS = 1
                       MOVE WS-ULT-PARCELA TO WS-PARCELA
                   ELSE
                       DISPLAY "PARCELA A BAIXAR: "
                       ACCEPT WS-PARCELA
                   END-IF
                   MOVE WS-NUM-NOTA TO RC-NFNUM
                   MOVE WS-PARCELA  TO RC-PARCELA
                   READ ACERC
                       INVALID KEY
                           DISPLAY "PARCELA NAO ENCONTRADA EM ACERC."
                       NOT INVALID KEY
                           PERFORM Baixa-Titulo
                   END-READ
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *LISTA-PARCELAS-NOTA - MOSTRA AS PARCELAS DA NOTA WS-NUM-NOTA
      *(VENCIMENTO, SALDO E SITUACAO) PARA O OPERADOR ESCOLHER QUAL
      *BAIXAR; NOTA DE PARCELA UNICA DISPENSA A PERGUNTA.
       Lista-Parcelas-Nota SECTION.
           MOVE ZERO TO WS-QTD-PARCELAS WS-ULT-PARCELA
           MOVE "N" TO WS-FIM-TITULOS
           MOVE WS-NUM-NOTA TO RC-NFNUM
           MOVE ZERO        TO RC-PARCELA
           START ACERC KEY IS NOT LESS RC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-TITULOS
           END-START
           PERFORM UNTIL FIM-TITULOS
               READ ACERC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TITULOS
                   NOT AT END
                       IF RC-NFNUM NOT = WS-NUM-NOTA
                           MOVE "S" TO WS-FIM-TITULOS
                       ELSE
                           ADD 1 TO WS-QTD-PARCELAS
                           MOVE RC-PARCELA TO WS-ULT-PARCELA
                           COMPUTE WS-SALDO-TITULO =
                               RC-VALOR - RC-VALORPAGO
                           DISPLAY "PARCELA " RC-PARCELA "/" RC-QTPARC
                                   " VENCIMENTO " RC-VENCTO
                                   " SALDO " WS-SALDO-TITULO
                                   " SITUACAO " RC-SITUACAO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

      *BAIXA-TITULO - PARCELA PAGA DEPOIS DO VENCIMENTO E DA CARENCIA
      *DEVE JUROS E MULTA (CALCULA-ENCARGOS, CPYJMPG) ATE A DATA DO
      *PAGAMENTO. O VALOR PAGO QUITA PRIMEIRO OS ENCARGOS E O RESTO
      *ABATE O PRINCIPAL; OS ENCARGOS FICAM EM RC-ENCPAGO E NO
      *MOVIMENTO ACEJM, NUNCA EM RC-VALORPAGO. SO O SUPERVISOR
      *DISPENSA ENCARGO, E A DISPENSA FICA NO LOG.
       Baixa-Titulo SECTION.
           IF TITULO-CANCELADO
               DISPLAY "TITULO CANCELADO - BAIXA RECUSADA."
           ELSE
           IF TITULO-PAGO
               DISPLAY "TITULO JA ESTA QUITADO."
           ELSE
           IF TITULO-EM-CUSTODIA
               DISPLAY "TITULO PAGO COM CHEQUE EM CUSTODIA "
                       RC-CHEQUE " - BAIXA PELO DEPOSITO (CUSTCHQ)."
           ELSE
               COMPUTE WS-SALDO-TITULO = RC-VALOR - RC-VALORPAGO
               DISPLAY "CLIENTE " RC-CLI " VENCIMENTO " RC-VENCTO
                       " SALDO " WS-SALDO-TITULO
               DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE): "
               ACCEPT WS-DATA-PAGTO
               IF WS-DATA-PAGTO = ZERO
                   MOVE WS-DATA-HOJE TO WS-DATA-PAGTO
               END-IF
               IF WS-DATA-PAGTO > WS-DATA-HOJE
                  OR WS-DATA-PAGTO < RC-EMISSAO
                   DISPLAY "DATA DE PAGAMENTO INVALIDA - ENTRE A "
                           "EMISSAO E HOJE."
               ELSE
                   PERFORM Registra-Pagamento
               END-IF
           END-IF
           END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Registra-Pagamento SECTION.
           MOVE WS-DATA-PAGTO TO WS-Jm-Data-Pagto
           PERFORM CALCULA-ENCARGOS THRU SAI-CALCULA-ENCARGOS
           MOVE ZERO TO WS-Jm-Dispensa
           IF WS-Jm-Total NOT = ZERO
               DISPLAY "ATRASO DE " WS-Jm-Atraso " DIAS - JUROS "
                       WS-Jm-Juros " MULTA " WS-Jm-Multa
               IF WS-Jm-Pendente NOT = ZERO
                   DISPLAY "ENCARGOS DE BAIXA ANTERIOR EM ABERTO: "
                           WS-Jm-Pendente
               END-IF
               COMPUTE WS-SALDO-TITULO = WS-Jm-Saldo + WS-Jm-Total
               DISPLAY "TOTAL DEVIDO COM ENCARGOS: " WS-SALDO-TITULO
               IF Oper-Supervisor
                   DISPLAY "ENCARGOS A DISPENSAR (0 = NENHUM): "
                   ACCEPT WS-Jm-Dispensa
               ELSE
                   DISPLAY "(DISPENSA DE ENCARGOS SO COM SUPERVISOR)"
               END-IF
           END-IF
           DISPLAY "VALOR PAGO (0 PARA DESISTIR): "
           ACCEPT WS-VLR-PAGAMENTO
           IF WS-VLR-PAGAMENTO NOT = ZERO
               MOVE WS-VLR-PAGAMENTO TO WS-Jm-Valor-Pago
               MOVE "C"              TO WS-Jm-Origem
               PERFORM APLICA-PAGAMENTO-ENCARGOS THRU
                   SAI-APLICA-PAGAMENTO-ENCARGOS
               MOVE WS-DATA-PAGTO    TO RC-DATAPAGTO
               PERFORM ESCOLHE-CONTA-BANCO THRU SAI-ESCOLHE-CONTA-BANCO
               IF RC-VALORPAGO NOT LESS RC-VALOR
                   MOVE "P" TO RC-SITUACAO
               END-IF
               REWRITE REG-RC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR TITULO."
                   NOT INVALID KEY
                       MOVE "BAIXA-PGTO" TO WS-Log-Funcao
                       MOVE RC-CHAVE     TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                       PERFORM GRAVA-MOVIMENTO-ENCARGO THRU
                           SAI-GRAVA-MOVIMENTO-ENCARGO
                       PERFORM Lanca-Movimento-Banco
                       IF WS-Jm-Dispensa NOT = ZERO
                           MOVE "DISP-ENCAR" TO WS-Log-Funcao
                           MOVE RC-CHAVE     TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                           DISPLAY "ENCARGOS DISPENSADOS: "
                                   WS-Jm-Dispensa
                       END-IF
                       IF WS-Jm-Recebido NOT = ZERO
                           DISPLAY "ENCARGOS RECEBIDOS: "
                                   WS-Jm-Recebido
                                   " - PRINCIPAL: " WS-Jm-Principal
                       END-IF
                       IF TITULO-PAGO
                           DISPLAY "TITULO QUITADO."
                       ELSE
                           DISPLAY "BAIXA PARCIAL REGISTRADA - "
                                   "PARCELA SEGUE ABERTA."
                       END-IF
               END-REWRITE
           END-IF
           .

      *---------------------------------------------------------------*
      *LANCA-MOVIMENTO-BANCO - O VALOR PAGO INTEIRO (PRINCIPAL MAIS
      *ENCARGOS) E O QUE ENTRA NA CONTA; O DOCUMENTO E NOTA+PARCELA.
       Lanca-Movimento-Banco SECTION.
           MOVE WS-DATA-PAGTO    TO WS-Mb-Data
           MOVE "C"              TO WS-Mb-Tipo
           MOVE WS-VLR-PAGAMENTO TO WS-Mb-Valor
           MOVE "RC"             TO WS-Mb-Origem
           MOVE RC-CHAVE         TO WS-Mb-Documento
           MOVE SPACES           TO WS-Mb-Historico
           STRING "RECEBIMENTO CLIENTE " DELIMITED BY SIZE
                  RC-CLI DELIMITED BY SIZE
               INTO WS-Mb-Historico
           END-STRING
           PERFORM GRAVA-MOVIMENTO-BANCO THRU SAI-GRAVA-MOVIMENTO-BANCO
           .

      *---------------------------------------------------------------*
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *IMPRIME-ENCARGOS-MES - UMA LINHA POR CLIENTE COM OS JUROS E
      *MULTA COBRADOS NAS BAIXAS DO MES (AAAAMM), O QUANTO FOI
      *RECEBIDO, O QUANTO O SUPERVISOR DISPENSOU E O QUE FICOU SEM
      *RECEBER. ACEJM JA VEM EM ORDEM DE CLIENTE PELA CHAVE.
       Imprime-Encargos-Mes SECTION.
           DISPLAY "MES DE REFERENCIA (AAAAMM): "
           ACCEPT WS-MES-REF
           MOVE "ENCARGOS DE ATRASO DO MES     " TO WS-Rel-Titulo
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-EN-CAB
           ADD 1 TO WS-Rel-Linha
           INITIALIZE WS-EN-CLIENTE WS-EN-GERAL
           MOVE ZERO TO WS-CLI-CORRENTE
           MOVE "N" TO WS-FIM-ENCARGOS
           MOVE ZEROS TO JM-CHAVE
           START ACEJM KEY IS NOT LESS JM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ENCARGOS
           END-START
           PERFORM UNTIL FIM-ENCARGOS
               READ ACEJM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ENCARGOS
                   NOT AT END
                       MOVE JM-DATA(1:6) TO WS-MES-MOVTO
                       IF WS-MES-MOVTO = WS-MES-REF
                           PERFORM Acumula-Encargo
                       END-IF
               END-READ
           END-PERFORM
           PERFORM Imprime-Linha-Encargo
           MOVE EN-GER-COBRADO    TO EN-TOT-COBRADO
           MOVE EN-GER-RECEBIDO   TO EN-TOT-RECEBIDO
           MOVE EN-GER-DISPENSADO TO EN-TOT-DISPENSADO
           COMPUTE EN-TOT-ABERTO = EN-GER-COBRADO - EN-GER-RECEBIDO
                                   - EN-GER-DISPENSADO
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-EN-TOT
           ADD 1 TO WS-Rel-Linha
           MOVE "CONTAS A RECEBER - AGING      " TO WS-Rel-Titulo
           MOVE "00" TO FS
           DISPLAY "ENCARGOS DO MES IMPRESSOS EM RELATO."
           .

      *---------------------------------------------------------------*

       Acumula-Encargo SECTION.
           IF JM-CLI NOT = WS-CLI-CORRENTE
               PERFORM Imprime-Linha-Encargo
               INITIALIZE WS-EN-CLIENTE
               MOVE JM-CLI TO WS-CLI-CORRENTE
           END-IF
           COMPUTE EN-CLI-COBRADO = EN-CLI-COBRADO + JM-JUROS
                                    + JM-MULTA
           ADD JM-RECEBIDO   TO EN-CLI-RECEBIDO
           ADD JM-DISPENSADO TO EN-CLI-DISPENSADO
           COMPUTE EN-GER-COBRADO = EN-GER-COBRADO + JM-JUROS
                                    + JM-MULTA
           ADD JM-RECEBIDO   TO EN-GER-RECEBIDO
           ADD JM-DISPENSADO TO EN-GER-DISPENSADO
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Encargo SECTION.
           IF EN-CLI-COBRADO NOT = ZERO
               PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
               MOVE WS-CLI-CORRENTE TO EN-DET-CLI CLI-CODIGO
               READ ACECL
                   INVALID KEY
                       MOVE SPACES TO CLI-NOME
               END-READ
               MOVE "00" TO FS
               MOVE CLI-NOME          TO EN-DET-NOME
               MOVE EN-CLI-COBRADO    TO EN-DET-COBRADO
               MOVE EN-CLI-RECEBIDO   TO EN-DET-RECEBIDO
               MOVE EN-CLI-DISPENSADO TO EN-DET-DISPENSADO
               COMPUTE EN-DET-ABERTO = EN-CLI-COBRADO
                                       - EN-CLI-RECEBIDO
                                       - EN-CLI-DISPENSADO
               WRITE REG-REL FROM WS-LINHA-EN-DET
               ADD 1 TO WS-Rel-Linha
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           PERFORM FECHA-ARQUIVOS-BANCO THRU SAI-FECHA-ARQUIVOS-BANCO
           CLOSE ACERC ACECL ACEJM Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYJMPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMBPG".
