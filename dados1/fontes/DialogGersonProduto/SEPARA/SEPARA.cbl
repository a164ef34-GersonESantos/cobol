000040*PEDIDO DE VENDA (ITENS PENDENTES DE ACE12); MODO 2 A DE UMA    *
000050*NOTA FATURADA (ITENS DE ACE15, PARA O ROMANEIO). ITEM SEM      *
000060*LOCALIZACAO CADASTRADA SAI NO FIM DA LISTA, MARCADO.           *
      *MODO 3 CONFERE A SEPARACAO DO PEDIDO: QUANTIDADE SEPARADA POR  *
      *ITEM (E LOTE DO PERECIVEL) EM ACESP, QUE E O QUE O FATURA      *
      *FATURA; A FALTA CORTA O SALDO DO PEDIDO OU O MANTEM EM         *
      *ENCOMENDA, SAI NO RELATORIO DE FALTAS COM O LOCAL E PROGRAMA A *
      *CONTAGEM DO PRODUTO (CICLICO). MODO 4 DA A PRODUTIVIDADE DOS   *
      *SEPARADORES POR DIA.                                           *
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID. SEPARA.
000090 ENVIRONMENT DIVISION.
000110 FILE-CONTROL.
000120 COPY "C:\Repo2024\cobol\dados1\book\SELLC".
000130 COPY "C:\Repo2024\cobol\dados1\book\SELC-01".
       COPY "C:\Repo2024\cobol\dados1\book\SELC-11".
000140 COPY "C:\Repo2024\cobol\dados1\book\SELC-12".
000150 COPY "C:\Repo2024\cobol\dados1\book\SELC-15".
000160 COPY "C:\Repo2024\cobol\dados1\book\SELCE".
       COPY "C:\Repo2024\cobol\dados1\book\SELSP".
       COPY "C:\Repo2024\cobol\dados1\book\SELLT".
       COPY "C:\Repo2024\cobol\dados1\book\SELUS".
       COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
           SELECT Arquivo-Programacao
                  ASSIGN TO WS-Arq-ContagemPrg
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS FS-PRG.
000170     SELECT RELATO  ASSIGN TO WS-Rel-Dispositivo
000180                    FILE STATUS IS FS-REL.
000190 DATA DIVISION.
000200 FILE SECTION.
000210 COPY "C:\Repo2024\cobol\dados1\book\FDLC".
000220 COPY "C:\Repo2024\cobol\dados1\book\FD-01".
       COPY "C:\Repo2024\cobol\dados1\book\FD-11".
000230 COPY "C:\Repo2024\cobol\dados1\book\FD-12".
000240 COPY "C:\Repo2024\cobol\dados1\book\FD-15".
000250 COPY "C:\Repo2024\cobol\dados1\book\FDCE".
       COPY "C:\Repo2024\cobol\dados1\book\FDSP".
       COPY "C:\Repo2024\cobol\dados1\book\FDLT".
       COPY "C:\Repo2024\cobol\dados1\book\FDUS".
       COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
      *PROGRAMACAO DE CONTAGEM DO CICLICO: A FALTA NA SEPARACAO PEDE
      *A CONTAGEM DO PRODUTO, QUE ENTRA NO RELATORIO DE PENDENTES.
       FD  Arquivo-Programacao.
       01  Reg-Programacao.
           03  PRG-DATA          PIC 9(08).
           03  FILLER            PIC X(01).
           03  PRG-COD-01        PIC 9(06).
000260 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000270 WORKING-STORAGE SECTION.
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQWS".
000280 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000290 COPY "C:\Repo2024\cobol\dados1\book\CPYRELWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".

       01  FS-REL                PIC X(02) VALUE "00".
       01  FS-PRG                PIC X(02) VALUE "00".

       01  WS-FIM-SEPARA         PIC X(01) VALUE "N".
           88  FIM-SEPARA        VALUE "S".
       01  WS-JX                 PIC 9(03) COMP.
       01  WS-TROCOU             PIC X(01).
       01  WS-QT-PENDENTE        PIC 9(07)V9(03).
       01  WS-QT-SEPARADA        PIC 9(07)V9(03).
       01  WS-QT-FALTA           PIC 9(07)V9(03).
       01  WS-SALDO-PEDIDO       PIC 9(09)V9(03).
       01  WS-DATA-HOJE          PIC 9(08).
       01  WS-DATA-INI           PIC 9(08).
       01  WS-DATA-FIM           PIC 9(08).
       01  WS-SEPARADOR          PIC 9(04).
       01  WS-RODADA             PIC 9(02).
       01  WS-ACAO-FALTA         PIC X(01).
       01  WS-LOTE               PIC X(10).
       01  WS-VALIDADE           PIC 9(08).
       01  WS-LINHAS-CONF        PIC 9(03).
       01  WS-LINHAS-FALTA       PIC 9(03).
       01  WS-ACELT-DISPONIVEL   PIC X(01) VALUE "N".
           88  ACELT-DISPONIVEL  VALUE "S".
       01  WS-SEPARADOR-OK       PIC X(01).
           88  SEPARADOR-OK      VALUE "S".
       01  WS-JA-CONFERIDO       PIC X(01).
           88  JA-CONFERIDO      VALUE "S".
       01  WS-CAB-FALTA          PIC X(01).
           88  CAB-FALTA-IMPRESSO VALUE "S".
       01  WS-FIM-SP             PIC X(01).
           88  FIM-SP            VALUE "S".

      *PRODUTIVIDADE POR DIA + SEPARADOR (ATE 500), EM ORDEM DE
      *CHAVE; PR-ULT-PEDIDO CONTA O PEDIDO UMA VEZ SO POR SEPARADOR
      *NO DIA, MESMO COM O ITEM SEPARADO EM RODADAS.
       01  WS-QT-PR              PIC 9(03) COMP VALUE ZERO.
       01  WS-TAB-PROD.
           03  WS-PR OCCURS 500 TIMES.
               05  PR-CHAVE.
                   07  PR-DATA        PIC 9(08).
                   07  PR-SEPARADOR   PIC 9(04).
               05  PR-LINHAS     PIC 9(05).
               05  PR-PEDIDOS    PIC 9(05).
               05  PR-FALTAS     PIC 9(05).
               05  PR-ULT-PEDIDO PIC 9(06).
       01  WS-PR-CHAVE.
           03  WS-PR-DATA        PIC 9(08).
           03  WS-PR-SEPARADOR   PIC 9(04).
       01  WS-TOT-LINHAS         PIC 9(07).
       01  WS-TOT-PEDIDOS        PIC 9(07).
       01  WS-TOT-FALTAS         PIC 9(07).

      *ITENS DA LISTA (ATE 100), COM A LOCALIZACAO CONCATENADA PARA
      *A ORDENACAO; SEM LOCALIZACAO A CHAVE SAI ALTA (9...) E O ITEM
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-QTDE          PIC ZZZ9.999.

       01  WS-LINHA-CAB-FALTA.
           03  FILLER            PIC X(30) VALUE
               "FALTAS NA SEPARACAO - PEDIDO ".
           03  CBF-PEDIDO        PIC 9(06).
           03  FILLER            PIC X(30) VALUE
               " - CONTAR O LOCAL DE CADA ITEM".

       01  WS-LINHA-CAB-FALTA2.
           03  FILLER            PIC X(40) VALUE
               "LOCAL    CODIGO DESCRICAO            ALM".
           03  FILLER            PIC X(38) VALUE
               "    PENDENTE    SEPARADO       FALTA A".

       01  WS-LINHA-FALTA.
           03  FLT-LOCAL         PIC X(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FLT-COD           PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FLT-DESC          PIC X(20).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  FLT-ALM           PIC 9(02).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FLT-PENDENTE      PIC Z(06)9.999.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FLT-SEPARADA      PIC Z(06)9.999.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FLT-FALTA         PIC Z(06)9.999.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  FLT-ACAO          PIC X(01).

       01  WS-LINHA-CAB-PROD.
           03  FILLER            PIC X(40) VALUE
               "DATA     SEPARADOR                      ".
           03  FILLER            PIC X(33) VALUE
               "           LINHAS PEDIDOS  FALTAS".

       01  WS-LINHA-PROD.
           03  PRD-DATA          PIC 9(08).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  PRD-SEPARADOR     PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  PRD-NOME          PIC X(30).
           03  FILLER            PIC X(06) VALUE SPACES.
           03  PRD-LINHAS        PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  PRD-PEDIDOS       PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  PRD-FALTAS        PIC Z(06)9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.
      *---------------------------------------------------------------*

       Program-Initialize SECTION.
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM LER-OPERADOR-ATUAL THRU SAI-LER-OPERADOR-ATUAL
           MOVE WS-Oper-Empresa TO WS-Arq-Empresa
           PERFORM RESOLVE-ARQUIVOS THRU SAI-RESOLVE-ARQUIVOS
           PERFORM CARREGA-EMPRESA-REL THRU SAI-CARREGA-EMPRESA-REL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *A CONFERENCIA REGRAVA O ITEM DO PEDIDO (ACE12 NA VERSAO 3).
           MOVE "ACE12" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-SEPARA
           END-IF
           OPEN INPUT ACELC
           IF FS NOT = "00"
               DISPLAY "SEPARA - MAPA DE LOCALIZACAO (ACELC) NAO "
           END-IF
           MOVE "00" TO FS
           OPEN INPUT ACE01
           OPEN I-O ACE11
           OPEN I-O ACE12
           OPEN INPUT ACE15
           OPEN I-O ACESP
           IF FS = "05" OR "35"
               OPEN OUTPUT ACESP
               CLOSE ACESP
               OPEN I-O ACESP
           END-IF
           OPEN INPUT ACELT
           IF FS = "00"
               MOVE "S" TO WS-ACELT-DISPONIVEL
           END-IF
           OPEN INPUT ACEUS
           MOVE "00" TO FS
           OPEN EXTEND Arquivo-Log
           MOVE "SEPARA" TO WS-Log-Programa
           MOVE "LISTA DE SEPARACAO            " TO WS-Rel-Titulo
           MOVE "SEPARA" TO WS-Rel-Id
           PERFORM MONTA-DISPOSITIVO-REL THRU

       Program-Body SECTION.
           DISPLAY "SEPARA - 1=PEDIDO DE VENDA 2=NOTA FATURADA "
                   "3=CONFERIR SEPARACAO DO PEDIDO "
                   "4=PRODUTIVIDADE DOS SEPARADORES 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Separa-Pedido
               WHEN 2
                   PERFORM Separa-Nota
               WHEN 3
                   PERFORM Conferir-Separacao
               WHEN 4
                   PERFORM Produtividade-Separadores
               WHEN 0
                   MOVE "S" TO WS-FIM-SEPARA
               WHEN OTHER
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *CONFERIR-SEPARACAO - A LISTA VOLTA DO DEPOSITO E O OPERADOR
      *DIGITA, ITEM A ITEM, O QUE O SEPARADOR DE FATO ACHOU (E O LOTE
      *DO PERECIVEL). O FATURA SO FATURA O SEPARADO. NA FALTA O SALDO
      *E CORTADO DO PEDIDO (LIBERA A RESERVA) OU FICA EM ENCOMENDA
      *PARA A PROXIMA LISTA, E O LOCAL DO ITEM ENTRA PARA CONTAGEM.
       Conferir-Separacao SECTION.
           IF NOT Oper-Pode-Manter
               DISPLAY "CONFERENCIA EXIGE OPERADOR ASSINADO COM NIVEL "
                       "DE MANUTENCAO. ASSINE COM LOGON."
           ELSE
               DISPLAY "NUMERO DO PEDIDO: "
               ACCEPT WS-NUMERO
               MOVE WS-NUMERO TO NUM-11
               READ ACE11
                   INVALID KEY
                       DISPLAY "PEDIDO NAO ENCONTRADO."
                   NOT INVALID KEY
                       IF NOT PEDIDO-11-ABERTO
                           DISPLAY "PEDIDO NAO ESTA ABERTO."
                       ELSE
                           PERFORM Pede-Separador
                           IF SEPARADOR-OK
                               PERFORM Confere-Itens-Pedido
                           END-IF
                       END-IF
               END-READ
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*
      *PEDE-SEPARADOR - O SEPARADOR E UM OPERADOR ATIVO DE ACEUS (O
      *PESSOAL DO DEPOSITO TEM CODIGO, MESMO SO DE CONSULTA).
       Pede-Separador SECTION.
           MOVE "N" TO WS-SEPARADOR-OK
           DISPLAY "CODIGO DO SEPARADOR: "
           ACCEPT WS-SEPARADOR
           MOVE WS-SEPARADOR TO USU-CODIGO
           READ ACEUS
               INVALID KEY
                   DISPLAY "SEPARADOR NAO CADASTRADO EM USUARIO."
               NOT INVALID KEY
                   IF USUARIO-ATIVO
                       MOVE "S" TO WS-SEPARADOR-OK
                       DISPLAY "SEPARADOR: " USU-NOME
                   ELSE
                       DISPLAY "SEPARADOR INATIVO."
                   END-IF
           END-READ
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Confere-Itens-Pedido SECTION.
           MOVE ZERO TO WS-LINHAS-CONF WS-LINHAS-FALTA WS-SALDO-PEDIDO
           MOVE "N" TO WS-CAB-FALTA
           MOVE "N" TO WS-FIM-ITENS
           MOVE WS-NUMERO TO NUM-12
           MOVE ZERO      TO SEQ-12
           START ACE12 KEY IS NOT LESS CHAVE-12
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START
           PERFORM UNTIL FIM-ITENS
               READ ACE12 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS
                   NOT AT END
                       IF NUM-12 NOT = WS-NUMERO
                           MOVE "S" TO WS-FIM-ITENS
                       ELSE
                           IF QTDE-12 > QTATEND-12
                               PERFORM Confere-Item-Separado
                               COMPUTE WS-SALDO-PEDIDO =
                                   WS-SALDO-PEDIDO
                                   + QTDE-12 - QTATEND-12
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           IF WS-LINHAS-CONF NOT = ZERO
               MOVE "CONF-SEP" TO WS-Log-Funcao
               MOVE WS-NUMERO  TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
      *COM TODO SALDO CORTADO NA FALTA NAO SOBRA NADA A FATURAR: O
      *PEDIDO FECHA AQUI MESMO.
           IF WS-SALDO-PEDIDO = ZERO
               MOVE WS-NUMERO TO NUM-11
               READ ACE11
                   NOT INVALID KEY
                       MOVE "F" TO SITUACAO-11
                       REWRITE REG-11
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       DISPLAY "PEDIDO SEM SALDO A FATURAR - FECHADO."
               END-READ
               MOVE "00" TO FS
           END-IF
           DISPLAY "SEPARA - ITENS CONFERIDOS: " WS-LINHAS-CONF
                   " COM FALTA: " WS-LINHAS-FALTA
           .

      *---------------------------------------------------------------*
      *CONFERE-ITEM-SEPARADO - ITEM JA CONFERIDO E AINDA NAO FATURADO
      *NAO E CONFERIDO DE NOVO; O SALDO EM ENCOMENDA DE UMA LISTA
      *ANTERIOR ABRE UMA NOVA RODADA.
       Confere-Item-Separado SECTION.
           PERFORM Ultima-Rodada-Item
           IF JA-CONFERIDO
               DISPLAY "ITEM " SEQ-12 " PRODUTO " COD-12
                       " JA CONFERIDO - AGUARDANDO FATURAMENTO."
           ELSE
               COMPUTE WS-QT-PENDENTE = QTDE-12 - QTATEND-12
               MOVE COD-12 TO COD-01
               READ ACE01
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
                       MOVE SPACES TO CLASSECE-01
               END-READ
               MOVE "00" TO FS
               DISPLAY "ITEM " SEQ-12 " " COD-12 " " DESC-01
                       " ALM " ALM-12 " PENDENTE " WS-QT-PENDENTE
               DISPLAY "QUANTIDADE SEPARADA: "
               ACCEPT WS-QT-SEPARADA
               IF WS-QT-SEPARADA > WS-QT-PENDENTE
                   DISPLAY "MAIOR QUE O PENDENTE - VALE O PENDENTE."
                   MOVE WS-QT-PENDENTE TO WS-QT-SEPARADA
               END-IF
               MOVE SPACES TO WS-LOTE
               MOVE ZERO   TO WS-VALIDADE
               IF CLASSECE-01 = "R"
                  AND WS-QT-SEPARADA NOT = ZERO
                   PERFORM Pede-Lote-Separado
               END-IF
               MOVE SPACES TO WS-ACAO-FALTA
               IF WS-QT-SEPARADA < WS-QT-PENDENTE
                   PERFORM Trata-Falta-Separacao
               END-IF
               PERFORM Grava-Conferencia-Item
           END-IF
           .

      *---------------------------------------------------------------*

       Ultima-Rodada-Item SECTION.
           MOVE "N" TO WS-JA-CONFERIDO
           MOVE 1 TO WS-RODADA
           MOVE NUM-12 TO SP-PEDIDO
           MOVE SEQ-12 TO SP-SEQ
           MOVE 99     TO SP-RODADA
           START ACESP KEY IS NOT GREATER SP-CHAVE
               INVALID KEY
                   MOVE "23" TO FS
           END-START
           IF FS = "00"
               READ ACESP PREVIOUS RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-PEDIDO = NUM-12
                          AND SP-SEQ = SEQ-12
                           COMPUTE WS-RODADA = SP-RODADA + 1
                           IF SP-CONFERIDA
                               MOVE "S" TO WS-JA-CONFERIDO
                           END-IF
                       END-IF
               END-READ
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *PEDE-LOTE-SEPARADO - O LOTE DO PERECIVEL TEM QUE EXISTIR NO
      *ALMOXARIFADO E NAO ESTAR RECOLHIDO; SEM LOTE (OU LOTE
      *RECUSADO) O FATURAMENTO CONSOME PELO VENCIMENTO MAIS PROXIMO.
       Pede-Lote-Separado SECTION.
           IF ACELT-DISPONIVEL
               DISPLAY "LOTE SEPARADO (BRANCO = PELO VENCIMENTO): "
               ACCEPT WS-LOTE
               IF WS-LOTE NOT = SPACES
                   DISPLAY "VALIDADE DO LOTE (AAAAMMDD): "
                   ACCEPT WS-VALIDADE
                   MOVE COD-12      TO COD-LT
                   MOVE WS-VALIDADE TO VALIDADE-LT
                   MOVE WS-LOTE     TO LOTE-LT
                   MOVE ALM-12      TO ALM-LT
                   READ ACELT
                       INVALID KEY
                           DISPLAY "LOTE NAO ENCONTRADO NO "
                                   "ALMOXARIFADO - FATURAMENTO PELO "
                                   "VENCIMENTO."
                           MOVE SPACES TO WS-LOTE
                           MOVE ZERO   TO WS-VALIDADE
                       NOT INVALID KEY
                           IF LT-RECOLHIDO
                               DISPLAY "LOTE RECOLHIDO - NAO PODE SER "
                                       "VENDIDO. DEVOLVA AO DEPOSITO."
                               MOVE SPACES TO WS-LOTE
                               MOVE ZERO   TO WS-VALIDADE
                           END-IF
                   END-READ
                   MOVE "00" TO FS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*
      *TRATA-FALTA-SEPARACAO - L CORTA O SALDO DO PEDIDO (A RESERVA
      *DO ITEM CAI JUNTO, POIS E DERIVADA DE QTDE-12); B MANTEM O
      *SALDO PENDENTE EM ENCOMENDA. EM AMBOS O PRODUTO VAI PARA A
      *CONTAGEM E SAI NO RELATORIO DE FALTAS COM O LOCAL.
       Trata-Falta-Separacao SECTION.
           COMPUTE WS-QT-FALTA = WS-QT-PENDENTE - WS-QT-SEPARADA
           DISPLAY "FALTA DE " WS-QT-FALTA
                   " - L=LIBERA O SALDO (CORTA DO PEDIDO) "
                   "B=MANTEM EM ENCOMENDA: "
           ACCEPT WS-ACAO-FALTA
           INSPECT WS-ACAO-FALTA CONVERTING "lb" TO "LB"
           IF WS-ACAO-FALTA NOT = "L"
               MOVE "B" TO WS-ACAO-FALTA
           END-IF
           IF WS-ACAO-FALTA = "L"
               SUBTRACT WS-QT-FALTA FROM QTDE-12
               REWRITE REG-12
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O ITEM DO PEDIDO."
               END-REWRITE
               MOVE "00" TO FS
               MOVE "CORTE-SEP" TO WS-Log-Funcao
               MOVE CHAVE-12    TO WS-Log-Chave
               PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-IF
           ADD 1 TO WS-LINHAS-FALTA
           PERFORM Imprime-Falta-Separacao
           PERFORM Agenda-Contagem-Falta
           MOVE "FALTA-SEP" TO WS-Log-Funcao
           MOVE COD-12      TO WS-Log-Chave
           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           .

      *---------------------------------------------------------------*

       Imprime-Falta-Separacao SECTION.
           IF NOT CAB-FALTA-IMPRESSO
               PERFORM IMPRIME-CABECALHO-REL
                   THRU SAI-IMPRIME-CABECALHO-REL
               MOVE WS-NUMERO TO CBF-PEDIDO
               WRITE REG-REL FROM WS-LINHA-CAB-FALTA
               WRITE REG-REL FROM WS-LINHA-CAB-FALTA2
               ADD 2 TO WS-Rel-Linha
               MOVE "S" TO WS-CAB-FALTA
           END-IF
           MOVE COD-12 TO LC-COD
           MOVE ALM-12 TO LC-ALM
           READ ACELC
               INVALID KEY
                   MOVE "SEM LOC." TO FLT-LOCAL
               NOT INVALID KEY
                   STRING LC-CORREDOR LC-PRATELEIRA LC-NIVEL
                       DELIMITED BY SIZE
                       INTO FLT-LOCAL
                   END-STRING
           END-READ
           MOVE "00" TO FS
           MOVE COD-12         TO FLT-COD
           MOVE DESC-01        TO FLT-DESC
           MOVE ALM-12         TO FLT-ALM
           MOVE WS-QT-PENDENTE TO FLT-PENDENTE
           MOVE WS-QT-SEPARADA TO FLT-SEPARADA
           MOVE WS-QT-FALTA    TO FLT-FALTA
           MOVE WS-ACAO-FALTA  TO FLT-ACAO
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-FALTA
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*
      *AGENDA-CONTAGEM-FALTA - A FALTA ACRESCENTA O PRODUTO A
      *PROGRAMACAO DE CONTAGEM DO CICLICO; ENQUANTO A CONTAGEM NAO
      *FOR FEITA ELE SAI NO RELATORIO DE PENDENTES.
       Agenda-Contagem-Falta SECTION.
           OPEN EXTEND Arquivo-Programacao
           IF FS-PRG = "05" OR "35"
               OPEN OUTPUT Arquivo-Programacao
           END-IF
           IF FS-PRG = "00" OR "05"
               MOVE SPACES       TO Reg-Programacao
               MOVE WS-DATA-HOJE TO PRG-DATA
               MOVE COD-12       TO PRG-COD-01
               WRITE Reg-Programacao
               CLOSE Arquivo-Programacao
           ELSE
               DISPLAY "PROGRAMACAO DE CONTAGEM INDISPONIVEL - CONTE "
                       "O PRODUTO " COD-12 " PELO RELATORIO DE FALTAS."
           END-IF
           .

      *---------------------------------------------------------------*

       Grava-Conferencia-Item SECTION.
           MOVE SPACES         TO REG-SP
           MOVE NUM-12         TO SP-PEDIDO
           MOVE SEQ-12         TO SP-SEQ
           MOVE WS-RODADA      TO SP-RODADA
           MOVE COD-12         TO SP-COD
           MOVE ALM-12         TO SP-ALM
           MOVE WS-DATA-HOJE   TO SP-DATA
           MOVE WS-SEPARADOR   TO SP-SEPARADOR
           MOVE WS-Oper-Codigo TO SP-OPERADOR
           MOVE WS-QT-PENDENTE TO SP-QTPENDENTE
           MOVE WS-QT-SEPARADA TO SP-QTSEP
           MOVE WS-LOTE        TO SP-LOTE
           MOVE WS-VALIDADE    TO SP-VALIDADE
           MOVE WS-ACAO-FALTA  TO SP-FALTA
           MOVE ZERO           TO SP-NF
      *NADA SEPARADO NAO TEM O QUE FATURAR: A RODADA JA NASCE FECHADA.
           IF WS-QT-SEPARADA = ZERO
               MOVE "F" TO SP-SITUACAO
           ELSE
               MOVE "C" TO SP-SITUACAO
           END-IF
           WRITE REG-SP
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CONFERENCIA DO ITEM "
                           SEQ-12
               NOT INVALID KEY
                   ADD 1 TO WS-LINHAS-CONF
           END-WRITE
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *PRODUTIVIDADE-SEPARADORES - LINHAS CONFERIDAS, PEDIDOS E
      *LINHAS COM FALTA POR SEPARADOR POR DIA, NO PERIODO INFORMADO.
       Produtividade-Separadores SECTION.
           DISPLAY "DATA INICIAL (AAAAMMDD): "
           ACCEPT WS-DATA-INI
           DISPLAY "DATA FINAL (AAAAMMDD): "
           ACCEPT WS-DATA-FIM
           MOVE ZERO TO WS-QT-PR WS-TOT-LINHAS WS-TOT-PEDIDOS
                        WS-TOT-FALTAS
           MOVE "N" TO WS-FIM-SP
           MOVE ZEROS TO SP-CHAVE
           START ACESP KEY IS NOT LESS SP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SP
           END-START
           PERFORM UNTIL FIM-SP
               READ ACESP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SP
                   NOT AT END
                       IF SP-DATA NOT LESS WS-DATA-INI
                          AND SP-DATA NOT GREATER WS-DATA-FIM
                           PERFORM Soma-Produtividade
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           PERFORM IMPRIME-CABECALHO-REL THRU SAI-IMPRIME-CABECALHO-REL
           WRITE REG-REL FROM WS-LINHA-CAB-PROD
           ADD 1 TO WS-Rel-Linha
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-PR
               PERFORM Imprime-Produtividade
           END-PERFORM
           MOVE ZERO           TO PRD-DATA PRD-SEPARADOR
           MOVE "TOTAL DO PERIODO" TO PRD-NOME
           MOVE WS-TOT-LINHAS  TO PRD-LINHAS
           MOVE WS-TOT-PEDIDOS TO PRD-PEDIDOS
           MOVE WS-TOT-FALTAS  TO PRD-FALTAS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-PROD
           ADD 1 TO WS-Rel-Linha
           DISPLAY "PRODUTIVIDADE IMPRESSA - LINHAS: " WS-TOT-LINHAS
                   " PEDIDOS: " WS-TOT-PEDIDOS
           .

      *---------------------------------------------------------------*
      *SOMA-PRODUTIVIDADE - ACHA (OU ABRE, NA ORDEM DA CHAVE) A LINHA
      *DO DIA + SEPARADOR NA TABELA.
       Soma-Produtividade SECTION.
           MOVE SP-DATA      TO WS-PR-DATA
           MOVE SP-SEPARADOR TO WS-PR-SEPARADOR
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-PR
                      OR PR-CHAVE(WS-IX) NOT LESS WS-PR-CHAVE
               CONTINUE
           END-PERFORM
           IF WS-IX > WS-QT-PR
              OR PR-CHAVE(WS-IX) NOT = WS-PR-CHAVE
               IF WS-QT-PR < 500
                   PERFORM VARYING WS-JX FROM WS-QT-PR BY -1
                           UNTIL WS-JX < WS-IX
                       MOVE WS-PR(WS-JX) TO WS-PR(WS-JX + 1)
                   END-PERFORM
                   ADD 1 TO WS-QT-PR
                   MOVE WS-PR-CHAVE TO PR-CHAVE(WS-IX)
                   MOVE ZERO TO PR-LINHAS(WS-IX) PR-PEDIDOS(WS-IX)
                                PR-FALTAS(WS-IX) PR-ULT-PEDIDO(WS-IX)
               ELSE
                   MOVE 999 TO WS-IX
               END-IF
           END-IF
           IF WS-IX NOT > WS-QT-PR
               ADD 1 TO PR-LINHAS(WS-IX) WS-TOT-LINHAS
               IF PR-ULT-PEDIDO(WS-IX) NOT = SP-PEDIDO
                   ADD 1 TO PR-PEDIDOS(WS-IX) WS-TOT-PEDIDOS
                   MOVE SP-PEDIDO TO PR-ULT-PEDIDO(WS-IX)
               END-IF
               IF NOT SP-SEM-FALTA
                   ADD 1 TO PR-FALTAS(WS-IX) WS-TOT-FALTAS
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Imprime-Produtividade SECTION.
           MOVE PR-SEPARADOR(WS-IX) TO USU-CODIGO
           READ ACEUS
               INVALID KEY
                   MOVE "SEPARADOR NAO CADASTRADO" TO USU-NOME
           END-READ
           MOVE "00" TO FS
           MOVE PR-DATA(WS-IX)      TO PRD-DATA
           MOVE PR-SEPARADOR(WS-IX) TO PRD-SEPARADOR
           MOVE USU-NOME            TO PRD-NOME
           MOVE PR-LINHAS(WS-IX)    TO PRD-LINHAS
           MOVE PR-PEDIDOS(WS-IX)   TO PRD-PEDIDOS
           MOVE PR-FALTAS(WS-IX)    TO PRD-FALTAS
           PERFORM VERIFICA-QUEBRA-REL THRU SAI-VERIFICA-QUEBRA-REL
           WRITE REG-REL FROM WS-LINHA-PROD
           ADD 1 TO WS-Rel-Linha
           .

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE ACELC ACE01 ACE11 ACE12 ACE15 ACESP ACEUS
                 Arquivo-Log RELATO
           IF ACELT-DISPONIVEL
               CLOSE ACELT
           END-IF
           STOP RUN
           .

       COPY "C:\Repo2024\cobol\dados1\book\CPYRELPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYEMPPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
