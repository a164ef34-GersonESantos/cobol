000060*VENCIDA. QTPED-01 DO PRODUTO E MANTIDO COMO A SOMA DAS LINHAS  *
000070*ABERTAS: A INCLUSAO SOMA, O ENCERRAMENTO ABATE O QUE SOBROU    *
000080*(O RECEBIMENTO EM RECMERC ABATE AS LINHAS CONFORME ENTREGA).   *
      *NO AVISO DE ORCAMENTO, O REALIZADO DAS NOTAS DE ENTRADA VEM     *
      *DAS LINHAS DA NOTA (ACENI), NA CLASSE DE CADA PRODUTO.         *
      *CADA LINHA DE PEDIDO GUARDA O CUSTO UNITARIO COMBINADO COM O   *
      *FORNECEDOR (CUSTO-13, PADRAO CREAL-01), CONFERIDO CONTRA A     *
      *NOTA NO RECEBIMENTO.                                           *
      *LINHA CUJO VALOR (QTPEDIDA-13 X CUSTO-13) PASSA DA ALCADA DE   *
      *COMPRA DE ACECE (APRSUP-CE\APRDONO-CE) SEM QUE O OPERADOR TENHA *
      *A AUTORIDADE FICA "V" (AGUARDANDO APROVACAO), FORA DE QTPED-01 *
      *ATE O SUPERVISOR (OU O DONO, ACIMA DA SEGUNDA ALCADA) APROVAR; *
      *A LISTA DE PENDENTES MOSTRA SOLICITANTE E DATA.                *
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. PEDCOM.
000110 ENVIRONMENT DIVISION.
000160 COPY "C:\Repo2024\cobol\dados1\book\SELC-13".
000162 COPY "C:\Repo2024\cobol\dados1\book\SELBG".
000164 COPY "C:\Repo2024\cobol\dados1\book\SELCP".
       COPY "C:\Repo2024\cobol\dados1\book\SELNE".
       COPY "C:\Repo2024\cobol\dados1\book\SELNI".
       COPY "C:\Repo2024\cobol\dados1\book\SELLV".
       COPY "C:\Repo2024\cobol\dados1\book\SELCE".
000170 COPY "C:\Repo2024\cobol\dados1\book\SELLOG".
       COPY "C:\Repo2024\cobol\dados1\book\SELUSATU".
000180     SELECT RELATO  ASSIGN TO PRINTER
000240 COPY "C:\Repo2024\cobol\dados1\book\FD-13".
000242 COPY "C:\Repo2024\cobol\dados1\book\FDBG".
000244 COPY "C:\Repo2024\cobol\dados1\book\FDCP".
       COPY "C:\Repo2024\cobol\dados1\book\FDNE".
       COPY "C:\Repo2024\cobol\dados1\book\FDNI".
       COPY "C:\Repo2024\cobol\dados1\book\FDLV".
       COPY "C:\Repo2024\cobol\dados1\book\FDCE".
000250 COPY "C:\Repo2024\cobol\dados1\book\FDLOG".
       COPY "C:\Repo2024\cobol\dados1\book\FDUSATU".
000260 COPY "C:\Repo2024\cobol\dados1\book\FDREL80".
000280 COPY "C:\Repo2024\cobol\dados1\book\cpywsds".
000290 COPY "C:\Repo2024\cobol\dados1\book\CPYLOGWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSWS".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVWS".

       01  WS-FIM-PEDCOM         PIC X(01) VALUE "N".
           88  FIM-PEDCOM        VALUE "S".
       01  WS-COD-ENTRADA        PIC 9(06).
       01  WS-DATA-PEDIDO        PIC 9(08).
       01  WS-DATA-PREVISTA      PIC 9(08).
       01  WS-CUSTO-COMBINADO    PIC 9(10).
       01  WS-QTD-PEDIDA         PIC 9(07).
       01  WS-DATA-SISTEMA       PIC 9(08).
       01  WS-FIM-LISTA          PIC X(01).
       01  WS-DECISAO            PIC X(01).
       01  WS-CHAVE-SUGESTAO-COD  PIC 9(06).
       01  WS-CHAVE-SUGESTAO-DATA PIC 9(08).
       01  WS-CHAVE-APROV-FORN   PIC 9(04).

      *ALCADAS DE APROVACAO DE COMPRA DA EMPRESA (ACECE, AJUSTADAS EM
      *FECHPER). VALOR DA LINHA EM R$: QTPEDIDA-13 X CUSTO-13, ESTE EM
      *CENTAVOS COMO CREAL-01.
       01  WS-ALCADA-SUP         PIC 9(08)V99 VALUE ZERO.
       01  WS-ALCADA-DONO        PIC 9(08)V99 VALUE ZERO.
       01  WS-OPER-DONO          PIC 9(04) VALUE ZERO.
       01  WS-VALOR-LINHA        PIC 9(15)V99.
       01  WS-FAIXA-APROV        PIC X(01).
           88  FAIXA-LIVRE       VALUE SPACE.
           88  FAIXA-SUPERVISOR  VALUE "S".
           88  FAIXA-DONO        VALUE "D".
       01  WS-PODE-APROVAR       PIC X(01).
           88  PODE-APROVAR      VALUE "S".
       01  WS-QTD-PENDENTES      PIC 9(05).
       01  WS-TOTAL-PENDENTE     PIC 9(15)V99.

      *CONFERENCIA DO ORCAMENTO DE COMPRA DO MES (ACEBG): PEDIDO NOVO
      *QUE ESTOURARIA O TETO DA CLASSE SAI COM AVISO AO COMPRADOR.
           88  ACECP-DISPONIVEL  VALUE "S".
       01  WS-FIM-ORC            PIC X(01).
           88  FIM-ORC           VALUE "S".
       01  WS-FIM-ITENS-ORC      PIC X(01).
           88  FIM-ITENS-ORC     VALUE "S".
       01  WS-CLASSE-PEDIDO      PIC X(01).
       01  WS-CREAL-PEDIDO       PIC 9(10).
       01  WS-QTD-NOVA           PIC 9(07).
           03  FILLER            PIC X(02) VALUE SPACES.
           03  DET-SITUACAO      PIC X(08).

       01  WS-LINHA-CAB3.
           03  FILLER            PIC X(50) VALUE
               "PEDCOM - LINHAS AGUARDANDO APROVACAO DE COMPRA".

       01  WS-LINHA-CAB4.
           03  FILLER            PIC X(05) VALUE "FORN".
           03  FILLER            PIC X(07) VALUE "CODIGO".
           03  FILLER            PIC X(21) VALUE "DESCRICAO".
           03  FILLER            PIC X(08) VALUE "   QTDE".
           03  FILLER            PIC X(13) VALUE "  VALOR (R$)".
           03  FILLER            PIC X(05) VALUE "ALC.".
           03  FILLER            PIC X(05) VALUE "SOLIC".
           03  FILLER            PIC X(08) VALUE "EM".

       01  WS-LINHA-APROV.
           03  APR-FORN-13       PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  APR-COD-13        PIC 9(06).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  APR-DESC-01       PIC X(20).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  APR-QTPEDIDA-13   PIC Z(06)9.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  APR-VALOR         PIC Z(08)9.99.
           03  FILLER            PIC X(01) VALUE SPACES.
           03  APR-FAIXA         PIC X(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  APR-SOLIC-13      PIC 9(04).
           03  FILLER            PIC X(01) VALUE SPACES.
           03  APR-DTSOLIC-13    PIC 9(08).

       01  WS-LINHA-TOT-APROV.
           03  FILLER            PIC X(20) VALUE
               "LINHAS PENDENTES:".
           03  TOT-APR-QTD       PIC Z(04)9.
           03  FILLER            PIC X(14) VALUE
               "  VALOR (R$):".
           03  TOT-APR-VALOR     PIC Z(12)9.99.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.
                       "COM NIVEL DE MANUTENCAO. ASSINE COM LOGON."
               MOVE "S" TO WS-FIM-PEDCOM
           END-IF
      *CONFERE O CARIMBO DE VERSAO DO ACE13 (layout.ctl): A LINHA DE
      *PEDIDO GRAVADA AQUI LEVA O CUSTO COMBINADO DO LAYOUT 2.
           MOVE "ACE13" TO WS-Lv-Arq
           MOVE 2 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-PEDCOM
           END-IF
           OPEN I-O ACE01
           OPEN INPUT ACE06
           OPEN I-O ACE13
           OPEN EXTEND Arquivo-Log
           MOVE "PEDCOM" TO WS-Log-Programa
           OPEN OUTPUT RELATO
           PERFORM Carrega-Alcadas
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA(1:6) TO WS-MES-CORRENTE
           .

      *---------------------------------------------------------------*
      *CARREGA-ALCADAS - ALCADAS DE COMPRA DO REGISTRO DA EMPRESA EM
      *ACECE. SEM ARQUIVO, SEM REGISTRO OU REGISTRO ANTERIOR AOS
      *CAMPOS (ESPACOS), FICA TUDO ZERO - SEM ALCADA.
       Carrega-Alcadas SECTION.
           OPEN INPUT ACECE
           IF FS = "00"
               MOVE WS-Oper-Empresa TO COD-CE
               READ ACECE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APRSUP-CE NUMERIC AND APRDONO-CE NUMERIC
                          AND DONO-CE NUMERIC
                           MOVE APRSUP-CE  TO WS-ALCADA-SUP
                           MOVE APRDONO-CE TO WS-ALCADA-DONO
                           MOVE DONO-CE    TO WS-OPER-DONO
                       END-IF
               END-READ
               CLOSE ACECE
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *CLASSIFICA-ALCADA - FAIXA DA LINHA EM REG-13 CONTRA AS ALCADAS
      *E SE O OPERADOR ASSINADO PODE APROVA-LA: ACIMA DA SEGUNDA
      *ALCADA SO O DONO; ACIMA DA PRIMEIRA, SUPERVISOR OU O DONO.
       Classifica-Alcada SECTION.
           MOVE SPACE TO WS-FAIXA-APROV
           MOVE "S"   TO WS-PODE-APROVAR
           COMPUTE WS-VALOR-LINHA = QTPEDIDA-13 * CUSTO-13 / 100
           EVALUATE TRUE
               WHEN WS-ALCADA-DONO NOT = ZERO
                    AND WS-VALOR-LINHA > WS-ALCADA-DONO
                   MOVE "D" TO WS-FAIXA-APROV
                   IF WS-Oper-Codigo NOT = WS-OPER-DONO
                       MOVE "N" TO WS-PODE-APROVAR
                   END-IF
               WHEN WS-ALCADA-SUP NOT = ZERO
                    AND WS-VALOR-LINHA > WS-ALCADA-SUP
                   MOVE "S" TO WS-FAIXA-APROV
                   IF NOT Oper-Supervisor
                      AND WS-Oper-Codigo NOT = WS-OPER-DONO
                       MOVE "N" TO WS-PODE-APROVAR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *---------------------------------------------------------------*
      *APLICA-ALCADA - NA INCLUSAO E NA CONFIRMACAO DE SUGESTAO: GRAVA
      *O SOLICITANTE E DECIDE A SITUACAO DA LINHA. DENTRO DA ALCADA DO
      *OPERADOR VAI ABERTA ("A"), COM ELE COMO APROVADOR QUANDO PASSOU
      *DE ALGUMA ALCADA; FORA DELA FICA "V" AGUARDANDO APROVACAO.
       Aplica-Alcada SECTION.
           MOVE WS-Oper-Codigo  TO SOLIC-13
           MOVE WS-DATA-SISTEMA TO DTSOLIC-13
           MOVE ZERO            TO APROV-13
           PERFORM Classifica-Alcada
           IF PODE-APROVAR
               MOVE "A" TO SITUACAO-13
               IF NOT FAIXA-LIVRE
                   MOVE WS-Oper-Codigo TO APROV-13
               END-IF
           ELSE
               MOVE "V" TO SITUACAO-13
               IF FAIXA-DONO
                   DISPLAY "VALOR R$ " WS-VALOR-LINHA " ACIMA DA "
                           "ALCADA DE R$ " WS-ALCADA-DONO
                           " - AGUARDA APROVACAO DO DONO."
               ELSE
                   DISPLAY "VALOR R$ " WS-VALOR-LINHA " ACIMA DA "
                           "ALCADA DE R$ " WS-ALCADA-SUP
                           " - AGUARDA APROVACAO DO SUPERVISOR."
               END-IF
           END-IF
           .

      *---------------------------------------------------------------*

       Program-Body SECTION.
           DISPLAY "PEDCOM - 1=INCLUIR 2=ENCERRAR 3=LISTAR "
                   "4=CONFIRMAR SUGESTOES 5=APROVAR PEDIDOS "
                   "6=LISTAR PENDENTES DE APROVACAO 0=SAIR: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM Listar-Pedidos
               WHEN 4
                   PERFORM Confirmar-Sugestoes
               WHEN 5
                   PERFORM Aprovar-Pedidos
               WHEN 6
                   PERFORM Listar-Pendentes-Aprovacao
               WHEN 0
                   MOVE "S" TO WS-FIM-PEDCOM
               WHEN OTHER
           DISPLAY "SUGESTAO: " COD-13 " " DESC-01(1:30)
                   " QTDE " QTABERTA-13
                   " PREVISTO " DATAPREV-13
                   " CUSTO " CUSTO-13
           DISPLAY "C=CONFIRMAR A=APARAR QTDE R=REJEITAR "
                   "OUTRA TECLA=PULAR: "
           ACCEPT WS-DECISAO
                       NOT AT END
                           IF NOT PAGAR-CANCELADO
                              AND AP-EMISSAO(1:6) = WS-MES-CORRENTE
                              AND AP-COD NOT = ZERO
                               MOVE AP-COD TO COD-01
                               READ ACE01
                                   INVALID KEY
               END-PERFORM
               MOVE "00" TO FS
           END-IF
           PERFORM Realizado-Notas-Entrada
           COMPUTE WS-PROJETADO =
               WS-COMPROMETIDO + WS-REALIZADO
               + WS-QTD-NOVA * WS-CREAL-PEDIDO
           END-IF
           .

      *---------------------------------------------------------------*
      *REALIZADO-NOTAS-ENTRADA - NOTAS DE ENTRADA FECHADAS NO MES: SO
      *AS LINHAS DE PRODUTO DA CLASSE DO PEDIDO ENTRAM NO REALIZADO.
       Realizado-Notas-Entrada SECTION.
           OPEN INPUT ACENE
           IF FS = "00"
               OPEN INPUT ACENI
               MOVE "N" TO WS-FIM-ORC
               MOVE LOW-VALUES TO NE-CHAVE
               START ACENE KEY IS NOT LESS NE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ORC
               END-START
               PERFORM UNTIL FIM-ORC
                   READ ACENE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ORC
                       NOT AT END
                           IF NE-FECHADA
                              AND NE-ENTRADA(1:6) = WS-MES-CORRENTE
                               PERFORM Realizado-Itens-Nota
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACENE ACENI
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

       Realizado-Itens-Nota SECTION.
           MOVE "N" TO WS-FIM-ITENS-ORC
           MOVE NE-FORN  TO NI-FORN
           MOVE NE-NOTA  TO NI-NOTA
           MOVE NE-SERIE TO NI-SERIE
           MOVE ZERO     TO NI-SEQ
           START ACENI KEY IS NOT LESS NI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS-ORC
           END-START
           PERFORM UNTIL FIM-ITENS-ORC
               READ ACENI NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITENS-ORC
                   NOT AT END
                       IF NI-FORN NOT = NE-FORN
                          OR NI-NOTA NOT = NE-NOTA
                          OR NI-SERIE NOT = NE-SERIE
                           MOVE "S" TO WS-FIM-ITENS-ORC
                       ELSE
                           MOVE NI-COD TO COD-01
                           READ ACE01
                               INVALID KEY
                                   MOVE SPACE TO CLASSECE-01
                           END-READ
                           IF CLASSECE-01 = WS-CLASSE-PEDIDO
                               ADD NI-VALOR TO WS-REALIZADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*

      *CONFIRMA-SUGESTAO - ANTES DE VIRAR PEDIDO ABERTO A SUGESTAO
           ELSE
      *REAPLICA A QUANTIDADE DECIDIDA (A OPCAO APARAR MEXEU NO
      *BUFFER ANTES DA RELEITURA); NO RASCUNHO AS DUAS ANDAM JUNTAS.
      *RASCUNHO SEM CUSTO COMBINADO LEVA O ULTIMO CUSTO REAL DO
      *PRODUTO (REG-01 RECARREGADO PELA CONFERENCIA DE ORCAMENTO).
           MOVE WS-QTD-NOVA TO QTPEDIDA-13 QTABERTA-13
           IF CUSTO-13 NOT NUMERIC OR CUSTO-13 = ZERO
               MOVE CREAL-01 TO CUSTO-13
           END-IF
           PERFORM Aplica-Alcada
           REWRITE REG-13
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PEDIDO."
               NOT INVALID KEY
                   IF PEDIDO-13-ABERTO
                       ADD QTABERTA-13 TO QTPED-01
                       REWRITE REG-01
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR PRODUTO."
                       END-REWRITE
                       DISPLAY "SUGESTAO CONFIRMADA COMO PEDIDO ABERTO."
                   ELSE
                       DISPLAY "SUGESTAO CONFIRMADA - AGUARDANDO "
                               "APROVACAO."
                   END-IF
                   MOVE "CONF-SUG" TO WS-Log-Funcao
                   MOVE CHAVE-13   TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
           END-REWRITE
           END-IF
           .
               IF WS-QTD-PEDIDA = ZERO
                   DISPLAY "QUANTIDADE ZERADA - PEDIDO IGNORADO."
               ELSE
                   DISPLAY "CUSTO UNITARIO COMBINADO (0 = ULTIMO "
                           "CUSTO REAL " CREAL-01 "): "
                   ACCEPT WS-CUSTO-COMBINADO
                   IF WS-CUSTO-COMBINADO = ZERO
                       MOVE CREAL-01 TO WS-CUSTO-COMBINADO
                   END-IF
                   MOVE WS-QTD-PEDIDA TO WS-QTD-NOVA
                   PERFORM Confere-Orcamento
                   MOVE WS-FORNECEDOR   TO FORN-13
                   MOVE WS-DATA-PREVISTA TO DATAPREV-13
                   MOVE WS-QTD-PEDIDA   TO QTPEDIDA-13
                   MOVE WS-QTD-PEDIDA   TO QTABERTA-13
                   MOVE WS-CUSTO-COMBINADO TO CUSTO-13
                   PERFORM Aplica-Alcada
                   WRITE REG-13
                       INVALID KEY
                           DISPLAY "JA EXISTE PEDIDO DESTE PRODUTO "
                                   "PARA O FORNECEDOR NESTA DATA."
                       NOT INVALID KEY
                           IF PEDIDO-13-ABERTO
                               ADD WS-QTD-PEDIDA TO QTPED-01
                               REWRITE REG-01
                                   INVALID KEY
                                       DISPLAY "ERRO AO GRAVAR "
                                               "PRODUTO."
                               END-REWRITE
                           END-IF
                           MOVE "INCL-PED"  TO WS-Log-Funcao
                           MOVE CHAVE-13    TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
      *---------------------------------------------------------------*
      *ENCERRAR-PEDIDO - ENCERRA UMA LINHA AINDA ABERTA; O QUE SOBROU
      *EM QTABERTA-13 E ABATIDO DE QTPED-01, PARA O ACUMULADO DO
      *PRODUTO CONTINUAR SENDO A SOMA DAS LINHAS ABERTAS. LINHA AINDA
      *AGUARDANDO APROVACAO ("V") ENCERRA SEM MEXER EM QTPED-01.
       Encerrar-Pedido SECTION.
           PERFORM Pede-Fornecedor-Produto
           IF FS = "00"
      *---------------------------------------------------------------*

       Encerra-Linha SECTION.
           IF NOT PEDIDO-13-ABERTO AND NOT PEDIDO-13-EM-APROVACAO
               DISPLAY "PEDIDO JA ESTA ENCERRADO."
           ELSE
               IF PEDIDO-13-ABERTO
                   IF QTPED-01 > QTABERTA-13
                       SUBTRACT QTABERTA-13 FROM QTPED-01
                   ELSE
                       MOVE ZERO TO QTPED-01
                   END-IF
                   REWRITE REG-01
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PRODUTO."
                   END-REWRITE
               END-IF
               MOVE ZERO TO QTABERTA-13
               MOVE "E"  TO SITUACAO-13
               REWRITE REG-13
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           IF PEDIDO-13-ABERTO
                              OR PEDIDO-13-EM-APROVACAO
                               PERFORM Imprime-Pedido
                           END-IF
                       END-IF
           MOVE DATA-13     TO DET-DATA-13
           MOVE DATAPREV-13 TO DET-DATAPREV-13
           MOVE QTABERTA-13 TO DET-QTABERTA-13
           EVALUATE TRUE
               WHEN PEDIDO-13-EM-APROVACAO
                   MOVE "AG.APROV" TO DET-SITUACAO
               WHEN DATAPREV-13 < WS-DATA-SISTEMA
                   MOVE "ATRASADO" TO DET-SITUACAO
               WHEN OTHER
                   MOVE SPACES     TO DET-SITUACAO
           END-EVALUATE
           WRITE REG-REL FROM WS-LINHA-DET
           .

      *---------------------------------------------------------------*
      *APROVAR-PEDIDOS - SUPERVISOR OU DONO PERCORRE AS LINHAS "V" DE
      *UM FORNECEDOR (0 = TODOS). APROVAR VIRA PEDIDO ABERTO E SOMA EM
      *QTPED-01, PASSANDO ANTES PELO AVISO DE ORCAMENTO; LINHA ACIMA
      *DA SEGUNDA ALCADA SO O DONO APROVA. REPROVAR ENCERRA A LINHA.
       Aprovar-Pedidos SECTION.
           IF NOT Oper-Supervisor AND WS-Oper-Codigo NOT = WS-OPER-DONO
               DISPLAY "APROVACAO DE PEDIDO EXIGE SUPERVISOR OU O "
                       "DONO."
           ELSE
               DISPLAY "FORNECEDOR A APROVAR (0 = TODOS): "
               ACCEPT WS-FORNECEDOR
               MOVE WS-FORNECEDOR TO FORN-13
               MOVE ZEROS TO COD-13 DATA-13
               MOVE "N" TO WS-FIM-LISTA
               START ACE13 KEY IS NOT LESS CHAVE-13
                   INVALID KEY
                       MOVE "S" TO WS-FIM-LISTA
               END-START
               PERFORM UNTIL FIM-LISTA
                   READ ACE13 NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-LISTA
                       NOT AT END
                           IF WS-FORNECEDOR NOT = ZERO
                              AND FORN-13 NOT = WS-FORNECEDOR
                               MOVE "S" TO WS-FIM-LISTA
                           ELSE
                               IF PEDIDO-13-EM-APROVACAO
                                   PERFORM Trata-Aprovacao
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS
           END-IF
           .

      *---------------------------------------------------------------*

       Trata-Aprovacao SECTION.
           MOVE FORN-13 TO WS-CHAVE-APROV-FORN
           MOVE COD-13  TO WS-CHAVE-SUGESTAO-COD
           MOVE DATA-13 TO WS-CHAVE-SUGESTAO-DATA
           PERFORM Classifica-Alcada
           MOVE COD-13 TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
           END-READ
           DISPLAY "PEDIDO: " FORN-13 " " COD-13 " " DESC-01(1:30)
                   " DE " DATA-13
           DISPLAY "QTDE " QTPEDIDA-13 " CUSTO " CUSTO-13
                   " VALOR R$ " WS-VALOR-LINHA
                   " SOLICITANTE " SOLIC-13 " EM " DTSOLIC-13
           DISPLAY "A=APROVAR R=REPROVAR OUTRA TECLA=PULAR: "
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   IF PODE-APROVAR
                       PERFORM Aprova-Linha
                   ELSE
                       DISPLAY "LINHA ACIMA DA ALCADA DE R$ "
                               WS-ALCADA-DONO
                               " - SO O DONO APROVA."
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE ZERO           TO QTABERTA-13
                   MOVE "E"            TO SITUACAO-13
                   MOVE WS-Oper-Codigo TO APROV-13
                   REWRITE REG-13
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O PEDIDO."
                       NOT INVALID KEY
                           MOVE "REPR-PED" TO WS-Log-Funcao
                           MOVE CHAVE-13   TO WS-Log-Chave
                           PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                           DISPLAY "PEDIDO REPROVADO E ENCERRADO."
                   END-REWRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *REPOSICIONA A VARREDURA LOGO APOS A LINHA TRATADA (A
      *PROJECAO DE ORCAMENTO E OS REWRITES MEXERAM NOS CURSORES).
           MOVE WS-CHAVE-APROV-FORN    TO FORN-13
           MOVE WS-CHAVE-SUGESTAO-COD  TO COD-13
           MOVE WS-CHAVE-SUGESTAO-DATA TO DATA-13
           START ACE13 KEY IS GREATER CHAVE-13
           IF FS NOT = "00" AND "02"
               MOVE "S" TO WS-FIM-LISTA
           END-IF
           MOVE "00" TO FS
           .

      *---------------------------------------------------------------*
      *APROVA-LINHA - MESMO CAMINHO DA CONFIRMACAO DE SUGESTAO: AVISO
      *DE ORCAMENTO, RELEITURA DA LINHA PELA CHAVE E SOMA EM QTPED-01.
       Aprova-Linha SECTION.
           MOVE COD-13      TO WS-COD-ENTRADA
           MOVE QTABERTA-13 TO WS-QTD-NOVA
           PERFORM Confere-Orcamento
           MOVE WS-CHAVE-APROV-FORN    TO FORN-13
           MOVE WS-CHAVE-SUGESTAO-COD  TO COD-13
           MOVE WS-CHAVE-SUGESTAO-DATA TO DATA-13
           READ ACE13
               INVALID KEY
                   DISPLAY "ERRO AO RELER O PEDIDO."
           END-READ
           IF FS NOT = "00"
               MOVE "00" TO FS
           ELSE
           MOVE "A"            TO SITUACAO-13
           MOVE WS-Oper-Codigo TO APROV-13
           REWRITE REG-13
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PEDIDO."
               NOT INVALID KEY
                   ADD QTABERTA-13 TO QTPED-01
                   REWRITE REG-01
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PRODUTO."
                   END-REWRITE
                   MOVE "APROV-PED" TO WS-Log-Funcao
                   MOVE CHAVE-13    TO WS-Log-Chave
                   PERFORM GRAVA-LOG THRU SAI-GRAVA-LOG
                   DISPLAY "PEDIDO APROVADO - LINHA ABERTA."
           END-REWRITE
           END-IF
           .

      *---------------------------------------------------------------*
      *LISTAR-PENDENTES-APROVACAO - TODAS AS LINHAS "V" EM RELATO, COM
      *VALOR, ALCADA EXIGIDA (SUP = SUPERVISOR, DONO), SOLICITANTE E
      *DATA DA SOLICITACAO.
       Listar-Pendentes-Aprovacao SECTION.
           MOVE ZERO TO WS-QTD-PENDENTES WS-TOTAL-PENDENTE
           WRITE REG-REL FROM WS-LINHA-CAB3
           WRITE REG-REL FROM WS-LINHA-CAB4
           MOVE LOW-VALUES TO CHAVE-13
           MOVE "N" TO WS-FIM-LISTA
           START ACE13 KEY IS NOT LESS CHAVE-13
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM UNTIL FIM-LISTA
               READ ACE13 NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF PEDIDO-13-EM-APROVACAO
                           PERFORM Imprime-Pendente
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FS
           MOVE WS-QTD-PENDENTES  TO TOT-APR-QTD
           MOVE WS-TOTAL-PENDENTE TO TOT-APR-VALOR
           WRITE REG-REL FROM WS-LINHA-TOT-APROV
           DISPLAY "LINHAS AGUARDANDO APROVACAO: " WS-QTD-PENDENTES
           .

      *---------------------------------------------------------------*

       Imprime-Pendente SECTION.
           PERFORM Classifica-Alcada
           MOVE FORN-13     TO APR-FORN-13
           MOVE COD-13      TO APR-COD-13
           MOVE COD-13      TO COD-01
           READ ACE01
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO DESC-01
           END-READ
           MOVE DESC-01     TO APR-DESC-01
           MOVE QTPEDIDA-13 TO APR-QTPEDIDA-13
           MOVE WS-VALOR-LINHA TO APR-VALOR
           EVALUATE TRUE
               WHEN FAIXA-DONO
                   MOVE "DONO" TO APR-FAIXA
               WHEN FAIXA-SUPERVISOR
                   MOVE "SUP"  TO APR-FAIXA
               WHEN OTHER
                   MOVE SPACES TO APR-FAIXA
           END-EVALUATE
           IF SOLIC-13 NUMERIC
               MOVE SOLIC-13   TO APR-SOLIC-13
           ELSE
               MOVE ZERO       TO APR-SOLIC-13
           END-IF
           IF DTSOLIC-13 NUMERIC
               MOVE DTSOLIC-13 TO APR-DTSOLIC-13
           ELSE
               MOVE ZERO       TO APR-DTSOLIC-13
           END-IF
           WRITE REG-REL FROM WS-LINHA-APROV
           ADD 1 TO WS-QTD-PENDENTES
           ADD WS-VALOR-LINHA TO WS-TOTAL-PENDENTE
           .

      *---------------------------------------------------------------*
       COPY "C:\Repo2024\cobol\dados1\book\CPYLOGPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYARQPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYUSPG".
       COPY "C:\Repo2024\cobol\dados1\book\CPYLVPG".
