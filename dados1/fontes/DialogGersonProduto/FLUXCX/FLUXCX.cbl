000080*A 8 E ALEM - COM ENTRADAS, SAIDAS, LIQUIDO E POSICAO           *
000090*ACUMULADA, PARA O DONO VER O BURACO DE CAIXA ANTES DE ELE      *
000100*ABRIR.                                                         *
      *TITULO PAGO COM CHEQUE PRE-DATADO EM CUSTODIA ("K") AINDA      *
      *CONTA COMO ENTRADA A RECEBER, ATE O DEPOSITO QUITA-LO.         *
      *A POSICAO ACUMULADA PARTE DO SALDO CONCILIADO DAS CONTAS       *
      *BANCARIAS ATIVAS (BC-SALDO-CONC EM ACEBC, MANTIDO PELO         *
      *CONCBAN); SEM ACEBC CADASTRADO PARTE DE ZERO.                  *
      *VENCIMENTO EM SABADO, DOMINGO OU FERIADO NACIONAL (CALENDARIO  *
      *ACEFE) ENTRA NA SEMANA DO DIA UTIL SEGUINTE, QUANDO O DINHEIRO *
      *DE FATO ENTRA OU SAI.                                          *
      *TITULO A PAGAR BLOQUEADO POR DIVERGENCIA DA NOTA DE ENTRADA    *
      *("B") CONTINUA NAS SAIDAS - A DIVIDA EXISTE, SO ESPERA A       *
      *CONFERENCIA OU A LIBERACAO EM CONFNE.                          *
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. FLUXCX.
000130 ENVIRONMENT DIVISION.
000180 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000190 COPY "C:\Repo2024\cobol\dados1\book\SELC-13".
000200 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELBC".
       COPY "C:\Repo2024\cobol\dados1\book\SELFE".
000210     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000220                    FILE STATUS IS FS-REL.
000230 DATA DIVISION.
000270 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000280 COPY "C:\Repo2024\cobol\dados1\book\FD-13".
000290 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDBC".
       COPY "C:\Repo2024\cobol\dados1\book\FDFE".
000300 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000310 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000320 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000330 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-VALOR-ITEM         PIC 9(12)V99.
       01  WS-ACUMULADO          PIC S9(12)V99.
       01  WS-LIQUIDO            PIC S9(12)V99.
       01  WS-SALDO-BANCOS       PIC S9(12)V99 VALUE ZERO.

      *INDICE 1 = VENCIDO\ATRASADO, 2 A 9 = SEMANAS 1 A 8, 10 = ALEM.
       01  WS-TAB-FLUXO.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  DET-ACUMULADO     PIC --------9.99.

       01  WS-LINHA-SALDO.
           03  FILLER            PIC X(57) VALUE
               "SALDO CONCILIADO DAS CONTAS BANCARIAS".
           03  SLD-BANCOS        PIC --------9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Soma-Saldo-Bancos
           PERFORM Soma-Recebimentos
           PERFORM Soma-Pagamentos
           PERFORM Soma-Chegadas-Previstas
           END-IF
           OPEN INPUT ACE01
           OPEN INPUT ACE13
           PERFORM ABRE-CALENDARIO THRU SAI-ABRE-CALENDARIO
           MOVE "00" TO FS
           MOVE "PROJECAO DE FLUXO DE CAIXA    " TO WS-Rel-Titulo
           MOVE "FLUXCX" TO WS-Rel-Id
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Soma-Saldo-Bancos SECTION.
           OPEN INPUT ACEBC
           IF FS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACEBC NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CONTA-ATIVA
                               ADD BC-SALDO-CONC TO WS-SALDO-BANCOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACEBC
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Soma-Recebimentos SECTION.
           IF ACERC-DISPONIVEL
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE ZEROS TO RC-CHAVE
               START ACERC KEY IS NOT LESS RC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TITULO-ABERTO OR TITULO-EM-CUSTODIA
                               COMPUTE WS-VALOR-ITEM =
                                   RC-VALOR - RC-VALORPAGO
                               COMPUTE WS-JULIANO-VENCTO =
                                   FUNCTION
                                   INTEGER-OF-DATE(RC-VENCTO)
                               PERFORM Ajusta-Vencimento-Util
                               COMPUTE WS-DIAS-PARA-VENCER =
                                   WS-JULIANO-VENCTO
                                   - WS-JULIANO-HOJE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PAGAR-ABERTO OR PAGAR-BLOQUEADO
                               COMPUTE WS-VALOR-ITEM =
                                   AP-VALOR - AP-VALORPAGO
                               COMPUTE WS-JULIANO-VENCTO =
                                   FUNCTION
                                   INTEGER-OF-DATE(AP-VENCTO)
                               PERFORM Ajusta-Vencimento-Util
                               COMPUTE WS-DIAS-PARA-VENCER =
                                   WS-JULIANO-VENCTO
                                   - WS-JULIANO-HOJE
           COMPUTE WS-VALOR-ITEM = QTABERTA-13 * CREAL-01
           COMPUTE WS-JULIANO-VENCTO =
               FUNCTION INTEGER-OF-DATE(DATAPREV-13) + CONDPG-01
           PERFORM Ajusta-Vencimento-Util
           COMPUTE WS-DIAS-PARA-VENCER =
               WS-JULIANO-VENCTO - WS-JULIANO-HOJE
           PERFORM Classifica-Semana
           ADD WS-VALOR-ITEM TO FLX-SAIDA(WS-IX)
           .

      *---------------------------------------------------------------*
      *AJUSTA-VENCIMENTO-UTIL - WS-JULIANO-VENCTO QUE CAI EM FIM DE
      *SEMANA OU FERIADO NACIONAL PASSA PARA O DIA UTIL SEGUINTE
      *(CPYDUPG), ANTES DE CLASSIFICAR A SEMANA.
       Ajusta-Vencimento-Util SECTION.
           COMPUTE WS-Du-Data =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-VENCTO)
           MOVE SPACES TO WS-Du-Uf
           MOVE ZERO   TO WS-Du-Cidade
           PERFORM PROXIMO-DIA-UTIL THRU SAI-PROXIMO-DIA-UTIL
           COMPUTE WS-JULIANO-VENCTO =
               FUNCTION INTEGER-OF-DATE(WS-Du-Data)
           .

      *---------------------------------------------------------------*
      *CLASSIFICA-SEMANA - CONVERTE OS DIAS ATE O VENCIMENTO EM
      *INDICE DE SEMANA DA TABELA (1 = VENCIDO, 2 A 9 = SEMANAS 1 A
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB2
           ADD 1 TO WS-Rel-Linha
           MOVE WS-SALDO-BANCOS TO WS-ACUMULADO SLD-BANCOS
           WRITE REG-REL FROM WS-LINHA-SALDO
           ADD 1 TO WS-Rel-Linha
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 10
               PERFORM Imprime-Linha-Semana
           END-PERFORM
               CLOSE ACECP
           END-IF
           CLOSE ACE01 ACE13 RELATO
           PERFORM FECHA-CALENDARIO THRU SAI-FECHA-CALENDARIO
           STOP RUN
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYDUPG".
