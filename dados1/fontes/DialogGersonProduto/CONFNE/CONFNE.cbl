000010*CONFNE-CONFERENCIA PEDIDO X RECEBIMENTO X NOTA DE ENTRADA      *
000020*(ACENE\ACENI CONTRA ACE13 E ACEQA, ROTINAS DE CPYCFPG). MODO 1 *
000030*LISTA EM RELATO AS NOTAS FECHADAS AINDA EM CONFERENCIA ("P" =  *
000040*LINHA NA QUARENTENA, "D" = DIVERGENTE), LINHA A LINHA:         *
000050*QUANTIDADE DA NOTA CONTRA O SALDO DO PEDIDO NO RECEBIMENTO,    *
000060*CUSTO DA NOTA CONTRA O CUSTO COMBINADO, A DIVERGENCIA APURADA  *
000070*E A SITUACAO DA QUARENTENA, SEGUIDAS DOS TITULOS DA NOTA EM    *
000080*ACECP (TITULO JA EM LOTE DE PAGAMENTO SAI DESTACADO - ELE NAO  *
000090*E BLOQUEADO, SO AVISADO). MODO 2 (SUPERVISOR) LIBERA A NOTA    *
000100*DIVERGENTE PARA PAGAMENTO: REFAZ A CONFERENCIA, RECUSA SE      *
000110*AINDA HOUVER LINHA NA QUARENTENA, MARCA A NOTA "L" COM O       *
000120*SUPERVISOR E A DATA E DESBLOQUEIA OS TITULOS. MODO 3 REFAZ A   *
000130*CONFERENCIA DE TODAS AS NOTAS EM "P"\"D" (POR EXEMPLO DEPOIS   *
000140*DE AJUSTAR AS TOLERANCIAS EM FECHPER OU DE UMA INSPECAO FEITA  *
000150*COM A NOTA AINDA EM DIGITACAO). LIBERACOES E RECONFERENCIAS    *
000160*FICAM NO LOG DE OPERACOES.                                     *
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. CONFNE.
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220 COPY "C:\Repo2024\cobol\dados1\book\SELNE".
000230 COPY "C:\Repo2024\cobol\dados1\book\SELNI".
000240 COPY "C:\Repo2024\cobol\dados1\book\SELCP".
000250 COPY "C:\Repo2024\cobol\dados1\book\SELQA".
000260 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
000270 COPY "C:\Repo2024\cobol\dados1\book\SELC-06".
000280 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000290 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
000300 COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000310 COPY "C:\Repo2024\cobol\dados1\book\SELLV".
000320     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000330                    FILE STATUS IS FS-REL.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 COPY "C:\Repo2024\cobol\dados1\book\FDNE".
000370 COPY "C:\Repo2024\cobol\dados1\book\FDNI".
000380 COPY "C:\Repo2024\cobol\dados1\book\FDCP".
000390 COPY "C:\Repo2024\cobol\dados1\book\FDQA".
000400 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
000410 COPY "C:\Repo2024\cobol\dados1\book\FD-06".
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
000540 COPY "C:\Repo2024\cobol\dados1\book\CPYCFWS".

       01  FS-REL                PIC X(02) VALUE "00".

       01  WS-FIM-CONFNE         PIC X(01) VALUE "N".
           88  FIM-CONFNE        VALUE "S".
       01  WS-FIM-ARQUIVO        PIC X(01).
           88  FIM-ARQUIVO       VALUE "S".
       01  WS-FIM-LINHAS         PIC X(01).
           88  FIM-LINHAS        VALUE "S".

       01  WS-OPCAO              PIC 9(01).
       01  WS-CONFIRMA           PIC X(01).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-FORNECEDOR         PIC 9(04).
       01  WS-NOTA               PIC 9(09).
       01  WS-SERIE              PIC X(03).
       01  WS-TITULO             PIC 9(06).
       01  WS-PARCELA            PIC 9(02).
       01  WS-QTD-NOTAS          PIC 9(05).
       01  WS-QTD-CONFERIDAS     PIC 9(05).
       01  WS-QTD-DIVERGENTES    PIC 9(05).
       01  WS-QTD-PENDENTES      PIC 9(05).
       01  WS-LINHAS-QUARENTENA  PIC 9(03).

       01  WS-LINHA-NOTA.
           03  FILLER            PIC X(06) VALUE "NOTA: ".
           03  LN-NOTA           PIC 9(09).
           03  FILLER            PIC X(01) VALUE "/".
           03  LN-SERIE          PIC X(03).
           03  FILLER            PIC X(07) VALUE "  FORN ".
           03  LN-FORN           PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LN-NOME           PIC X(21).
           03  FILLER            PIC X(09) VALUE " ENTRADA ".
           03  LN-ENTRADA        PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LN-CONF           PIC X(10).

       01  WS-LINHA-ITEM-CAB.
           03  FILLER            PIC X(04) VALUE "SEQ".
           03  FILLER            PIC X(07) VALUE "PRODUTO".
           03  FILLER            PIC X(16) VALUE " DESCRICAO".
           03  FILLER            PIC X(09) VALUE "  QTD NF".
           03  FILLER            PIC X(09) VALUE " QTD PED".
           03  FILLER            PIC X(11) VALUE "   CUSTO NF".
           03  FILLER            PIC X(11) VALUE "  CUSTO PED".
           03  FILLER            PIC X(13) VALUE "   PED QUAR".

       01  WS-LINHA-ITEM.
           03  LI-SEQ            PIC 9(03).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-COD            PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-DESC           PIC X(15).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-QTDE           PIC Z(06)9.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  LI-QTD-PED        PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-CUSTO          PIC Z(09)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  LI-CUSTO-PED      PIC Z(09)9.
           03  FILLER            PIC X(03) VALUE SPACES.
           03  LI-DIV-PED        PIC X(01).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  LI-QUAR           PIC X(09).

       01  WS-LINHA-TITULO.
           03  FILLER            PIC X(11) VALUE "   TITULO ".
           03  LT-NUM            PIC 9(06).
           03  FILLER            PIC X(09) VALUE "  VENCTO ".
           03  LT-VENCTO         PIC 9(08).
           03  FILLER            PIC X(08) VALUE "  VALOR ".
           03  LT-VALOR          PIC Z(12)9.
           03  FILLER            PIC X(02) VALUE SPACES.
           03  LT-SITUACAO       PIC X(22).

       01  WS-LINHA-TOT.
           03  FILLER            PIC X(30) VALUE
               "NOTAS EM CONFERENCIA LISTADAS:".
           03  TOT-NOTAS         PIC Z(04)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       Main-Process SECTION.
           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL FIM-CONFNE
           PERFORM Program-Terminate
           .

      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           MOVE "ACE01" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CONFNE
           END-IF
           MOVE "ACE06" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CONFNE
           END-IF
           MOVE "ACECP" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-CONFNE
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
           OPEN INPUT ACEQA
           IF FS = "05" OR "35"
               OPEN OUTPUT ACEQA
               CLOSE ACEQA
               OPEN INPUT ACEQA
           END-IF
           OPEN INPUT ACE01
           OPEN INPUT ACE06
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "CONFNE" TO WS-Log-Programa
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "NOTAS DE ENTRADA EM CONFERENC" TO WS-Rel-Titulo
           MOVE "CONFNE" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU
               SAI-MONTA-DISPOSITIVO-REL
           OPEN OUTPUT RELATO
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "CONFNE - 1=LISTAR DIVERGENCIAS 2=LIBERAR NOTA "
                   "3=RECONFERIR TODAS 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Lista-Notas-Conferencia
               WHEN 2
                   PERFORM Libera-Nota-Divergente
               WHEN 3
                   PERFORM Reconfere-Notas
               WHEN 0
                   MOVE "S" TO WS-FIM-CONFNE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *LISTA-NOTAS-CONFERENCIA - VARRE ACENE E IMPRIME, PARA CADA
      *NOTA FECHADA AINDA EM "P"\"D", AS LINHAS E OS TITULOS.
       Lista-Notas-Conferencia SECTION.
           MOVE ZERO TO WS-QTD-NOTAS
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           MOVE ZEROS TO NE-FORN NE-NOTA
           MOVE LOW-VALUES TO NE-SERIE
           MOVE "N" TO WS-FIM-ARQUIVO
           START ACENE KEY IS NOT LESS NE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACENE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NE-FECHADA
                          AND (NE-CONF-PENDENTE OR NE-CONF-DIVERGENTE)
                           PERFORM Imprime-Nota
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE WS-QTD-NOTAS TO TOT-NOTAS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TOT
           ADD 1 TO WS-Rel-Linha
           DISPLAY WS-QTD-NOTAS " NOTAS EM CONFERENCIA LISTADAS EM "
                   "RELATO."
           .

      *---------------------------------------------------------------*

       Imprime-Nota SECTION.
           ADD 1 TO WS-QTD-NOTAS
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
           IF NE-CONF-DIVERGENTE
               MOVE "DIVERGENTE" TO LN-CONF
           ELSE
               MOVE "PENDENTE" TO LN-CONF
           END-IF
           MOVE SPACES TO REG-REL
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL
           WRITE REG-REL FROM WS-LINHA-NOTA
           WRITE REG-REL FROM WS-LINHA-ITEM-CAB
           ADD 3 TO WS-Rel-Linha
           MOVE NE-FORN  TO NI-FORN
           MOVE NE-NOTA  TO NI-NOTA
           MOVE NE-SERIE TO NI-SERIE
           MOVE ZERO     TO NI-SEQ
           MOVE "N" TO WS-FIM-LINHAS
           START ACENI KEY IS NOT LESS NI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LINHAS
           END-START
           PERFORM UNTIL FIM-LINHAS
               READ ACENI NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LINHAS
                   NOT AT END
                       IF NI-FORN NOT = NE-FORN
                          OR NI-NOTA NOT = NE-NOTA
                          OR NI-SERIE NOT = NE-SERIE
                           MOVE "S" TO WS-FIM-LINHAS
                       ELSE
                           PERFORM Imprime-Linha-Nota
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           PERFORM Imprime-Titulos-Nota
           .

      *---------------------------------------------------------------*

       Imprime-Linha-Nota SECTION.
           MOVE NI-COD TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
           END-READ
           MOVE "00" TO FS
           MOVE NI-SEQ          TO LI-SEQ
           MOVE NI-COD          TO LI-COD
           MOVE DESC-01         TO LI-DESC
           MOVE NI-QTDE         TO LI-QTDE
           MOVE NI-QTD-PEDIDO   TO LI-QTD-PED
           MOVE NI-CUSTO        TO LI-CUSTO
           MOVE NI-CUSTO-PEDIDO TO LI-CUSTO-PED
           MOVE NI-DIV-PEDIDO   TO LI-DIV-PED
           EVALUATE TRUE
               WHEN NI-RECEB-PENDENTE
                   MOVE "EM QUAR." TO LI-QUAR
               WHEN NI-RECEB-REJEITADO
                   MOVE "REJEITADA" TO LI-QUAR
               WHEN OTHER
                   MOVE "LIBERADA" TO LI-QUAR
           END-EVALUATE
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-ITEM
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *IMPRIME-TITULOS-NOTA - AS PARCELAS DA NOTA EM ACECP, NUMERADAS
      *EM SEQUENCIA A PARTIR DE NE-TITULO.
       Imprime-Titulos-Nota SECTION.
           IF NE-TITULO NOT = ZERO
               MOVE NE-TITULO TO WS-TITULO
               PERFORM VARYING WS-PARCELA FROM 1 BY 1
                       UNTIL WS-PARCELA > NE-PARCELAS
                   MOVE WS-TITULO TO AP-NUM
                   READ ACECP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AP-FORN = NE-FORN
                               PERFORM Imprime-Titulo
                           END-IF
                   END-READ
                   MOVE "00" TO FS
                   ADD 1 TO WS-TITULO
               END-PERFORM
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Titulo SECTION.
           MOVE AP-NUM    TO LT-NUM
           MOVE AP-VENCTO TO LT-VENCTO
           MOVE AP-VALOR  TO LT-VALOR
           EVALUATE TRUE
               WHEN AP-LOTE NUMERIC AND AP-LOTE NOT = ZERO
                   MOVE "EM LOTE - NAO BLOQ." TO LT-SITUACAO
               WHEN PAGAR-BLOQUEADO
                   MOVE "BLOQUEADO" TO LT-SITUACAO
               WHEN PAGAR-ABERTO
                   MOVE "ABERTO" TO LT-SITUACAO
               WHEN PAGAR-QUITADO
                   MOVE "QUITADO" TO LT-SITUACAO
               WHEN OTHER
                   MOVE "CANCELADO" TO LT-SITUACAO
           END-EVALUATE
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-TITULO
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *LIBERA-NOTA-DIVERGENTE - SO O SUPERVISOR; A NOTA E
      *RECONFERIDA ANTES PARA A DECISAO SER SOBRE A SITUACAO ATUAL,
      *E LINHA AINDA NA QUARENTENA IMPEDE A LIBERACAO (A INSPECAO
      *AINDA PODE REJEITAR A CARGA).
       Libera-Nota-Divergente SECTION.
           IF NOT Oper-Supervisor
               DISPLAY "CONFNE - LIBERACAO DE DIVERGENCIA EXIGE "
                       "OPERADOR SUPERVISOR. ASSINE COM LOGON."
           ELSE
               DISPLAY "FORNECEDOR: "
               ACCEPT WS-FORNECEDOR
               DISPLAY "NUMERO DA NOTA: "
               ACCEPT WS-NOTA
               DISPLAY "SERIE: "
               ACCEPT WS-SERIE
               MOVE WS-FORNECEDOR TO NE-FORN
               MOVE WS-NOTA       TO NE-NOTA
               MOVE WS-SERIE      TO NE-SERIE
               READ ACENE
                   INVALID KEY
                       DISPLAY "NOTA DE ENTRADA NAO ENCONTRADA."
                   NOT INVALID KEY
                       PERFORM Confere-Liberacao
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Confere-Liberacao SECTION.
           IF NOT NE-FECHADA
               DISPLAY "NOTA AINDA EM DIGITACAO - FECHE EM RECMERC."
           ELSE
           IF NOT (NE-CONF-PENDENTE OR NE-CONF-DIVERGENTE)
               DISPLAY "NOTA FORA DA CONFERENCIA OU JA LIBERADA - "
                       "NADA A LIBERAR."
           ELSE
               PERFORM CONFERE-NOTA-ENTRADA THRU
                   SAI-CONFERE-NOTA-ENTRADA
               PERFORM Conta-Linhas-Quarentena
               EVALUATE TRUE
                   WHEN NE-CONF-CONFERIDA
                       DISPLAY "NOTA CONFERIU NA RECONFERENCIA - "
                               "TITULOS LIBERADOS SEM PRECISAR DE "
                               "LIBERACAO."
                   WHEN WS-LINHAS-QUARENTENA NOT = ZERO
                       DISPLAY "NOTA COM " WS-LINHAS-QUARENTENA
                               " LINHA(S) AINDA NA QUARENTENA - "
                               "INSPECIONE ANTES DE LIBERAR."
                   WHEN OTHER
                       PERFORM Efetiva-Liberacao
               END-EVALUATE
           END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Conta-Linhas-Quarentena SECTION.
           MOVE ZERO TO WS-LINHAS-QUARENTENA
           MOVE NE-FORN  TO NI-FORN
           MOVE NE-NOTA  TO NI-NOTA
           MOVE NE-SERIE TO NI-SERIE
           MOVE ZERO     TO NI-SEQ
           MOVE "N" TO WS-FIM-LINHAS
           START ACENI KEY IS NOT LESS NI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LINHAS
           END-START
           PERFORM UNTIL FIM-LINHAS
               READ ACENI NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LINHAS
                   NOT AT END
                       IF NI-FORN NOT = NE-FORN
                          OR NI-NOTA NOT = NE-NOTA
                          OR NI-SERIE NOT = NE-SERIE
                           MOVE "S" TO WS-FIM-LINHAS
                       ELSE
                           IF NI-RECEB-PENDENTE
                               ADD 1 TO WS-LINHAS-QUARENTENA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Efetiva-Liberacao SECTION.
           DISPLAY "NOTA " NE-NOTA " DIVERGENTE - VEJA A LISTAGEM "
                   "(MODO 1) ANTES DE DECIDIR."
           DISPLAY "CONFIRMA LIBERAR OS TITULOS PARA PAGAMENTO (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR "s"
               MOVE "L"            TO NE-CONFERENCIA
               MOVE WS-Oper-Codigo TO NE-LIB-OPERADOR
               MOVE WS-DATA-HOJE   TO NE-LIB-DATA
               REWRITE REG-NE
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A NOTA DE ENTRADA."
                   NOT INVALID KEY
                       PERFORM CONFERE-NOTA-ENTRADA THRU
                           SAI-CONFERE-NOTA-ENTRADA
                       DISPLAY "NOTA LIBERADA - " WS-Cf-Liberados
                               " TITULO(S) DESBLOQUEADO(S)."
                       IF WS-Cf-Em-Lote NOT = ZERO
                           DISPLAY "ATENCAO: " WS-Cf-Em-Lote
                                   " TITULO(S) DA NOTA JA EM LOTE DE "
                                   "PAGAMENTO (PAGBAN)."
                       END-IF
                       PERFORM Monta-Chave-Log
                       MOVE "LIBERA-DIV"   TO WS-Log-Funcao
                       MOVE WS-Cf-Ne-Chave TO WS-Log-Chave
                       PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
               END-REWRITE
               MOVE "00" TO FS
           ELSE
               DISPLAY "LIBERACAO CANCELADA."
           END-IF
           .

      *---------------------------------------------------------------*

       Monta-Chave-Log SECTION.
           MOVE SPACES TO WS-Cf-Ne-Chave
           STRING NE-FORN NE-NOTA NE-SERIE DELIMITED BY SIZE
               INTO WS-Cf-Ne-Chave
           END-STRING
           .

      *---------------------------------------------------------------*
      *RECONFERE-NOTAS - REFAZ A CONFERENCIA DE TODA NOTA FECHADA EM
      *"P"\"D"; A REGRAVACAO DE REG-NE NAO MUDA A CHAVE, ENTAO A
      *LEITURA SEQUENCIAL DE ACENE SEGUE DE ONDE ESTAVA.
       Reconfere-Notas SECTION.
           MOVE ZERO TO WS-QTD-NOTAS WS-QTD-CONFERIDAS
                        WS-QTD-DIVERGENTES WS-QTD-PENDENTES
           MOVE ZEROS TO NE-FORN NE-NOTA
           MOVE LOW-VALUES TO NE-SERIE
           MOVE "N" TO WS-FIM-ARQUIVO
           START ACENE KEY IS NOT LESS NE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ ACENE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NE-FECHADA
                          AND (NE-CONF-PENDENTE OR NE-CONF-DIVERGENTE)
                           PERFORM Reconfere-Nota
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           DISPLAY WS-QTD-NOTAS " NOTAS RECONFERIDAS: "
                   WS-QTD-CONFERIDAS " CONFERIDAS, "
                   WS-QTD-DIVERGENTES " DIVERGENTES, "
                   WS-QTD-PENDENTES " PENDENTES."
           .

      *---------------------------------------------------------------*

       Reconfere-Nota SECTION.
           ADD 1 TO WS-QTD-NOTAS
           PERFORM CONFERE-NOTA-ENTRADA THRU SAI-CONFERE-NOTA-ENTRADA
           EVALUATE TRUE
               WHEN NE-CONF-CONFERIDA
                   ADD 1 TO WS-QTD-CONFERIDAS
               WHEN NE-CONF-DIVERGENTE
                   ADD 1 TO WS-QTD-DIVERGENTES
               WHEN OTHER
                   ADD 1 TO WS-QTD-PENDENTES
           END-EVALUATE
           PERFORM Monta-Chave-Log
           MOVE "CONF-NOTA"    TO WS-Log-Funcao
           MOVE WS-Cf-Ne-Chave TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACENE ACENI ACECP ACEQA ACE01 ACE06 Arquivo-Log RELATO
           STOP RUN
           .

      *---------------------------------------------------------------*

       COPY "C:\Repo2024\cobol\dados1\book\CPYCFPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
