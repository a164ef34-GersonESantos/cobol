000070*SEMANA (PROXIMAS 8 SEMANAS + VENCIDO + ALEM), PARA O DONO      *
000080*PLANEJAR O DESEMBOLSO. TODA BAIXA FICA NO LOG DE OPERACOES E   *
000090*EXIGE OPERADOR ASSINADO COM NIVEL DE MANUTENCAO.               *
      *O VALOR PAGO NA BAIXA SAI COMO DEBITO NO MOVIMENTO BANCARIO    *
      *(ACEMB) DA CONTA ESCOLHIDA, PARA A CONCILIACAO.                *
      *TITULO QUE ESTA NUM LOTE DE PAGAMENTO (AP-LOTE, PAGBAN) NAO E  *
      *BAIXADO AQUI: A BAIXA VEM DO RETORNO DO BANCO, OU O LOTE E     *
      *CANCELADO ANTES.                                               *
      *TITULO BLOQUEADO POR DIVERGENCIA ("B", CONFERENCIA PEDIDO X    *
      *RECEBIMENTO X NOTA) TAMBEM NAO E BAIXADO ATE A NOTA CONFERIR   *
      *OU O SUPERVISOR LIBERAR EM CONFNE; NAS LISTAGENS DE DEVIDO ELE *
      *CONTINUA CONTANDO.                                             *
      *QUEM LANCOU O TITULO (AP-OPER-LANC) NAO PODE BAIXA-LO: PAR     *
      *LANCA-PAG\BAIXA-PGTO DA TABELA DE SEGREGACAO DE FUNCOES (ACESD,*
      *SEGFUN); SO O DONO DA EMPRESA LIBERA, CONFIRMANDO (SOD-DONO NO *
      *LOG).                                                          *
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CTAPAG.
000120 ENVIRONMENT DIVISION.
000170 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000180 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELBC".
       COPY "C:\Repo2024\cobol\dados1\book\SELMB".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
       COPY "C:\Repo2024\cobol\dados1\book\SELSD".
000190     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000200                    FILE STATUS IS FS-REL.
000210 DATA DIVISION.
000250 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000260 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDBC".
       COPY "C:\Repo2024\cobol\dados1\book\FDMB".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
       COPY "C:\Repo2024\cobol\dados1\book\FDSD".
000270 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000280 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000290 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000300 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMBWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDWS".
000310 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".

       01  FS-REL                PIC X(02) VALUE "00".
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
      *ACECP LAYOUT 2 (AP-OPER-LANC, CONVCP).
           MOVE "ACECP" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CTAPAG
           END-IF
           OPEN I-O ACECP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACECP
               OPEN I-O ACECP
           END-IF
           OPEN INPUT ACE06
           PERFORM ABRE-ARQUIVOS-BANCO THRU SAI-ABRE-ARQUIVOS-BANCO
           OPEN EXTEND Arquivo-Log
           MOVE "CTAPAG" TO WS-Log-Programa
      *PARES DE FUNCOES INCOMPATIVEIS (SEGFUN) E DONO DA EMPRESA.
           PERFORM CARREGA-SEGREGACAO THRU SAI-CARREGA-SEGREGACAO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-JULIANO-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           ELSE
           IF PAGAR-QUITADO
               DISPLAY "TITULO JA ESTA QUITADO."
           ELSE
           IF PAGAR-BLOQUEADO
               DISPLAY "TITULO BLOQUEADO POR DIVERGENCIA DA NOTA DE "
                       "ENTRADA - BAIXA RECUSADA (VER CONFNE)."
           ELSE
           IF AP-LOTE NUMERIC AND AP-LOTE NOT = ZERO
               DISPLAY "TITULO NO LOTE DE PAGAMENTO " AP-LOTE
                       " - BAIXA PELO RETORNO DO BANCO (PAGBAN)."
           ELSE
      *QUEM LANCOU O TITULO NAO O BAIXA (TITULO CONVERTIDO TEM
      *AP-OPER-LANC ZERO E NAO TEM A QUEM CONFERIR).
               MOVE "LANCA-PAG"  TO WS-Sd-Func-Feita
               MOVE ZERO         TO WS-Sd-Oper-Feita
               IF AP-OPER-LANC NUMERIC
                   MOVE AP-OPER-LANC TO WS-Sd-Oper-Feita
               END-IF
               MOVE "BAIXA-PGTO" TO WS-Sd-Func-Atual
               MOVE WS-NUM-TITULO TO WS-Sd-Chave
               PERFORM VERIFICA-SEGREGACAO THRU SAI-VERIFICA-SEGREGACAO
           IF Sd-Recusado
               CONTINUE
           ELSE
               COMPUTE WS-SALDO-TITULO = AP-VALOR - AP-VALORPAGO
               DISPLAY "FORNECEDOR " AP-FORN " VENCIMENTO " AP-VENCTO
               IF WS-VLR-PAGAMENTO NOT = ZERO
                   ADD WS-VLR-PAGAMENTO TO AP-VALORPAGO
                   MOVE WS-DATA-HOJE    TO AP-DATAPAGTO
                   PERFORM ESCOLHE-CONTA-BANCO THRU
                       SAI-ESCOLHE-CONTA-BANCO
                   IF AP-VALORPAGO NOT LESS AP-VALOR
                       MOVE "P" TO AP-SITUACAO
                   END-IF
                           MOVE "BAIXA-PGTO" TO WS-Log-Funcao
                           MOVE WS-NUM-TITULO TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                           PERFORM Lanca-Movimento-Banco
                           IF PAGAR-QUITADO
                               DISPLAY "TITULO QUITADO."
                           ELSE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Lanca-Movimento-Banco SECTION.
           MOVE WS-DATA-HOJE     TO WS-Mb-Data
           MOVE "D"              TO WS-Mb-Tipo
           MOVE WS-VLR-PAGAMENTO TO WS-Mb-Valor
           MOVE "PG"             TO WS-Mb-Origem
           MOVE WS-NUM-TITULO    TO WS-Mb-Documento
           MOVE SPACES           TO WS-Mb-Historico
           STRING "PAGAMENTO FORNECEDOR " DELIMITED BY SIZE
                  AP-FORN DELIMITED BY SIZE
               INTO WS-Mb-Historico
           END-STRING
           PERFORM GRAVA-MOVIMENTO-BANCO THRU SAI-GRAVA-MOVIMENTO-BANCO
           .

      *---------------------------------------------------------------*
                       IF AP-FORN NOT = WS-FORN-CORRENTE
                           MOVE "S" TO WS-FIM-TITULOS
                       ELSE
                           IF PAGAR-ABERTO OR PAGAR-BLOQUEADO
                               COMPUTE WS-SALDO-TITULO =
                                   AP-VALOR - AP-VALORPAGO
                               ADD WS-SALDO-TITULO
                   AT END
                       MOVE "S" TO WS-FIM-TITULOS
                   NOT AT END
                       IF PAGAR-ABERTO OR PAGAR-BLOQUEADO
                           PERFORM Classifica-Semana
                       END-IF
               END-READ
      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           PERFORM FECHA-ARQUIVOS-BANCO THRU SAI-FECHA-ARQUIVOS-BANCO
           CLOSE ACECP ACE06 Arquivo-Log RELATO
           STOP RUN
           .
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYMBPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYSDPG".
